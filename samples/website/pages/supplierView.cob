local customers.
local products.
local noterows.
local documentrows.
local companyid.
local row.
local html.

* the same side-by-side treatment customerView.cob got: with an idle
* connection in the pool the supplier row travels on one while the
* customers, catalog, notes and documents travel on a second, joined
* with the async construct hello.cob demonstrates. The idle check is
* the deadlock guard - never queue for a second connection while
* holding the first - and with nothing idle the reads run in series on
* the one connection, as they always used to.
view-supplier section.
copy DBCONNECT.
global pool.
perform push in datavalues using id.
perform push in datavalues using companyid.
local queryhandle.
perform query in connection async using "select Id, Name, Address, Street, City, Region, PostalCode, Country, Notes, IsActive, Currency, PaymentTermsDays, BankAccount, RemittanceEmail, EdiEnabled from suppliers where Id = ? and CompanyId = ?" datavalues giving queryhandle.
local queryerr.
local queryresult.
perform await using queryhandle giving queryerr, queryresult.
    raise queryerr.
end-if.
move queryresult to customers.
perform query in connection2 async using "select Id, Code, Description, Unit, Price, TaxCategory, CaseSize, PalletSize, UnitWeight, UnitVolume, IsDiscontinued, ReplacementProductId from SupplierProducts where SupplierId = ? order by Code" datavalues giving queryhandle.
perform await using queryhandle giving queryerr, queryresult.
if queryerr then
    raise queryerr.
    raise queryerr.
end-if.
move queryresult to noterows.
local docvalues.
move array to docvalues.
perform push in docvalues using id.
perform push in docvalues using companyid.
perform query in connection2 async using "select Id, DocumentType, DocumentNumber, date_format(DocumentDate, '%Y-%m-%d') as DocumentDate, ProducedBy, RemovedAt is not null as Removed, (select count(*) from DocumentReprints where DocumentReprints.DocumentId = Documents.Id) as Reprints from Documents where SupplierId = ? and CompanyId = ? order by Documents.DocumentDate desc, Id desc limit 100" docvalues giving queryhandle.
perform await using queryhandle giving queryerr, queryresult.
if queryerr then
    raise queryerr.
end-if.
move queryresult to documentrows.
return 0.

* the single-connection fallback: the same five reads, one after
* another, used whenever the pool has no idle connection to overlap
* on
serial-fetch-row section.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name, Address, Street, City, Region, PostalCode, Country, Notes, IsActive, Currency, PaymentTermsDays, BankAccount, RemittanceEmail, EdiEnabled from suppliers where Id = ? and CompanyId = ?" datavalues serial-row-end.

serial-row-end section using err, result.
if err then
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select Id, Code, Description, Unit, Price, TaxCategory, CaseSize, PalletSize, UnitWeight, UnitVolume, IsDiscontinued, ReplacementProductId from SupplierProducts where SupplierId = ? order by Code" datavalues serial-products-end.

serial-products-end section using err, result.
if err then
perform query in connection using "select NoteText, CreatedBy, CreatedAt from EntityNotes where EntityType = 'Supplier' and EntityId = ? order by CreatedAt desc" datavalues serial-notes-end.

serial-notes-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to noterows.
perform serial-documents.

serial-documents section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, DocumentType, DocumentNumber, date_format(DocumentDate, '%Y-%m-%d') as DocumentDate, ProducedBy, RemovedAt is not null as Removed, (select count(*) from DocumentReprints where DocumentReprints.DocumentId = Documents.Id) as Reprints from Documents where SupplierId = ? and CompanyId = ? order by Documents.DocumentDate desc, Id desc limit 100" datavalues serial-documents-end.

serial-documents-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to documentrows.
perform render-supplier.

render-supplier section.
perform escape-html using Notes in row giving escvalue.
add escvalue to html.
add "</p>" to html.
* the currency the supplier bills in; its invoices are keyed and
* matched in it (supplierCurrency.cob). Blank is the base currency
add "<form method=""post"" action=""/supplier/currency"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """>" to html.
add "Currency: <input type=""text"" name=""currency"" size=""3"" placeholder=""base"" value=""" to html.
add Currency in row to html.
add """> <input type=""submit"" value=""Save""></form>" to html.
* what the weekly payment run needs (supplierPaymentDetails.cob): the
* terms that make an invoice due, the account the bank file pays, and
* the address remittance advices are mailed to
add "<form method=""post"" action=""/supplier/payment"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """>" to html.
add "Pay within <input type=""text"" name=""paymenttermsdays"" size=""3"" value=""" to html.
add PaymentTermsDays in row to html.
add """> days to bank account <input type=""text"" name=""bankaccount"" size=""34"" value=""" to html.
local escvalue.
perform escape-html using BankAccount in row giving escvalue.
add escvalue to html.
add """>, remittance to <input type=""text"" name=""remittanceemail"" size=""30"" placeholder=""post"" value=""" to html.
local escvalue.
perform escape-html using RemittanceEmail in row giving escvalue.
add escvalue to html.
add """> <input type=""submit"" value=""Save""></form>" to html.
* an EDI supplier is sent its approved orders as files and returns
* dispatch advice the same way (supplierEdi.cob)
add "<form method=""post"" action=""/supplier/edi"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """>" to html.
add "<label><input type=""checkbox"" name=""edienabled"" value=""1""" to html.
if EdiEnabled in row then
    add " checked" to html.
end-if.
add "> send orders and read dispatch advice by EDI</label> <input type=""submit"" value=""Save""></form>" to html.
add "<p><a href=""/supplier/update?id=" to html.
add Id in row to html.
add """>Edit</a> " to html.
add "<a href=""/supplier/routesheet?id=" to html.
add Id in row to html.
add """>Route sheet</a> " to html.
add "<a href=""/vehicle"">Vehicles</a> " to html.
add "<a href=""/supplier"">Back to list</a></p>" to html.

add "<h2>Notes timeline</h2>" to html.
add "<input type=""text"" name=""taxcategory"" placeholder=""Tax (standard/zero)"" value=""standard"">" to html.
add "<input type=""text"" name=""casesize"" size=""5"" placeholder=""Case size"">" to html.
add "<input type=""text"" name=""palletsize"" size=""5"" placeholder=""Pallet size"">" to html.
add "<input type=""text"" name=""unitweight"" size=""6"" placeholder=""kg per unit"">" to html.
add "<input type=""text"" name=""unitvolume"" size=""6"" placeholder=""m3 per unit"">" to html.
add "<input type=""submit"" value=""Add product""></form>" to html.

add "<h2>Customers delivered to</h2>" to html.
perform add-customer-row using i varying i from 0 to last.
add "</ul>" to html.

perform render-documents.

move "ok" to outcome.
copy LOG.
perform write in response using html.
add CaseSize in productrow to html.
add """> <input type=""text"" name=""palletsize"" size=""5"" value=""" to html.
add PalletSize in productrow to html.
add """> <input type=""text"" name=""unitweight"" size=""6"" title=""kg per unit"" value=""" to html.
add UnitWeight in productrow to html.
add """> <input type=""text"" name=""unitvolume"" size=""6"" title=""m3 per unit"" value=""" to html.
add UnitVolume in productrow to html.
add """> <input type=""submit"" value=""Save""></form>" to html.
if IsDiscontinued in productrow then
    add " <em>discontinued" to html.
add Id in custrow to html.
add """>View</a></li>" to html.

copy DOCUMENTLIST.

copy ESCAPEHTML.
