local suppliers.
local contacts.
local noterows.
local reprows.
local documentrows.
local casecategories.
local currentrep.
local companyid.
local row.
local html.

move id in query in request to id.

copy CASECATEGORIES.

perform view-customer.

* our most-hit page used to pay for its lookups one after another;
* when the pool has an idle connection the customer row travels on
* one while the suppliers, contacts, notes, reps and documents travel
* on a second, side by side, using the async/join construct hello.cob
* demonstrates - the page waits for the slower of the two round
* trips instead of their sum. The idle check matters: queueing for a
* second connection while holding the first would deadlock the whole
perform push in datavalues using id.
perform push in datavalues using companyid.
local queryhandle.
perform query in connection async using "select Id, Name, Address, Street, City, Region, PostalCode, Country, Notes, IsDeleted, Version, UpdatedAt, Currency, SettlementDiscountPercent, SettlementDiscountDays, InvoiceDelivery, TaxNumber, coalesce(BillToCustomerId, '') as BillToCustomerId, coalesce((select billto.Name from customers billto where billto.Id = customers.BillToCustomerId), '') as BillToName, coalesce((select cast(group_concat(concat(branch.Id, ' ', branch.Name) order by branch.Name separator '; ') as char) from customers branch where branch.BillToCustomerId = customers.Id and branch.IsDeleted = 0), '') as Branches, coalesce((select CustomerReps.RepId from CustomerReps where CustomerReps.CustomerId = customers.Id and CustomerReps.EffectiveFrom <= curdate() order by CustomerReps.EffectiveFrom desc, CustomerReps.Id desc limit 1), '') as RepId, coalesce((select cast(group_concat(concat(date_format(CustomerReps.EffectiveFrom, '%Y-%m-%d'), ' ', coalesce(SalesReps.Name, 'no rep')) order by CustomerReps.EffectiveFrom desc, CustomerReps.Id desc separator '; ') as char) from CustomerReps left join SalesReps on SalesReps.Id = CustomerReps.RepId where CustomerReps.CustomerId = customers.Id), '') as RepHistory from customers where Id = ? and CompanyId = ?" datavalues giving queryhandle.
local queryerr.
local queryresult.
perform await using queryhandle giving queryerr, queryresult.
end-if.
return queryresult.

* the related lists share the second connection, one after
* another; what matters is that all of them overlap the customer-row
* round trip on the first
fetch-related section asynchronous.
local datavalues.
move array to datavalues.
perform push in datavalues using id.
local queryhandle.
perform query in connection2 async using "select suppliers.Id as Id, suppliers.Name as Name, CustomerSuppliers.DeliveryDays as DeliveryDays, CustomerSuppliers.Frequency as Frequency, CustomerSuppliers.MinOrderValue as MinOrderValue, CustomerSuppliers.HolidayRule as HolidayRule, CustomerSuppliers.WaiveDeliveryCharge as WaiveDeliveryCharge from CustomerSuppliers inner join suppliers on suppliers.Id = CustomerSuppliers.SupplierId where CustomerSuppliers.CustomerId = ? order by suppliers.Name" datavalues giving queryhandle.
local queryerr.
local queryresult.
perform await using queryhandle giving queryerr, queryresult.
    raise queryerr.
end-if.
move queryresult to suppliers.
perform query in connection2 async using "select Id, Name, Phone, Email, ContactRole, IsBillingContact, EmailBouncedAt is not null as EmailBounced from CustomerContacts where CustomerId = ? order by Name" datavalues giving queryhandle.
perform await using queryhandle giving queryerr, queryresult.
if queryerr then
    raise queryerr.
    raise queryerr.
end-if.
move queryresult to noterows.
local repvalues.
move array to repvalues.
perform push in repvalues using companyid.
perform query in connection2 async using "select Id, Name from SalesReps where CompanyId = ? and IsActive = 1 order by Name" repvalues giving queryhandle.
perform await using queryhandle giving queryerr, queryresult.
if queryerr then
    raise queryerr.
end-if.
move queryresult to reprows.
local docvalues.
move array to docvalues.
perform push in docvalues using id.
perform push in docvalues using companyid.
perform query in connection2 async using "select Id, DocumentType, DocumentNumber, date_format(DocumentDate, '%Y-%m-%d') as DocumentDate, ProducedBy, RemovedAt is not null as Removed, (select count(*) from DocumentReprints where DocumentReprints.DocumentId = Documents.Id) as Reprints from Documents where CustomerId = ? and CompanyId = ? order by Documents.DocumentDate desc, Id desc limit 100" docvalues giving queryhandle.
perform await using queryhandle giving queryerr, queryresult.
if queryerr then
    raise queryerr.
end-if.
move queryresult to documentrows.
return 0.

* the single-connection fallback: the same six reads, one after
* another, used whenever the pool has no idle connection to overlap
* on
serial-fetch-row section.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name, Address, Street, City, Region, PostalCode, Country, Notes, IsDeleted, Version, UpdatedAt, Currency, SettlementDiscountPercent, SettlementDiscountDays, InvoiceDelivery, TaxNumber, coalesce(BillToCustomerId, '') as BillToCustomerId, coalesce((select billto.Name from customers billto where billto.Id = customers.BillToCustomerId), '') as BillToName, coalesce((select cast(group_concat(concat(branch.Id, ' ', branch.Name) order by branch.Name separator '; ') as char) from customers branch where branch.BillToCustomerId = customers.Id and branch.IsDeleted = 0), '') as Branches, coalesce((select CustomerReps.RepId from CustomerReps where CustomerReps.CustomerId = customers.Id and CustomerReps.EffectiveFrom <= curdate() order by CustomerReps.EffectiveFrom desc, CustomerReps.Id desc limit 1), '') as RepId, coalesce((select cast(group_concat(concat(date_format(CustomerReps.EffectiveFrom, '%Y-%m-%d'), ' ', coalesce(SalesReps.Name, 'no rep')) order by CustomerReps.EffectiveFrom desc, CustomerReps.Id desc separator '; ') as char) from CustomerReps left join SalesReps on SalesReps.Id = CustomerReps.RepId where CustomerReps.CustomerId = customers.Id), '') as RepHistory from customers where Id = ? and CompanyId = ?" datavalues serial-row-end.

serial-row-end section using err, result.
if err then
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select suppliers.Id as Id, suppliers.Name as Name, CustomerSuppliers.DeliveryDays as DeliveryDays, CustomerSuppliers.Frequency as Frequency, CustomerSuppliers.MinOrderValue as MinOrderValue, CustomerSuppliers.HolidayRule as HolidayRule, CustomerSuppliers.WaiveDeliveryCharge as WaiveDeliveryCharge from CustomerSuppliers inner join suppliers on suppliers.Id = CustomerSuppliers.SupplierId where CustomerSuppliers.CustomerId = ? order by suppliers.Name" datavalues serial-suppliers-end.

serial-suppliers-end section using err, result.
if err then
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select Id, Name, Phone, Email, ContactRole, IsBillingContact, EmailBouncedAt is not null as EmailBounced from CustomerContacts where CustomerId = ? order by Name" datavalues serial-contacts-end.

serial-contacts-end section using err, result.
if err then
perform query in connection using "select NoteText, CreatedBy, CreatedAt from EntityNotes where EntityType = 'Customer' and EntityId = ? order by CreatedAt desc" datavalues serial-notes-end.

serial-notes-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to noterows.
perform serial-reps.

serial-reps section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name from SalesReps where CompanyId = ? and IsActive = 1 order by Name" datavalues serial-reps-end.

serial-reps-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to reprows.
perform serial-documents.

serial-documents section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, DocumentType, DocumentNumber, date_format(DocumentDate, '%Y-%m-%d') as DocumentDate, ProducedBy, RemovedAt is not null as Removed, (select count(*) from DocumentReprints where DocumentReprints.DocumentId = Documents.Id) as Reprints from Documents where CustomerId = ? and CompanyId = ? order by Documents.DocumentDate desc, Id desc limit 100" datavalues serial-documents-end.

serial-documents-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to documentrows.
perform render-customer.

render-customer section.
add "<p>Last updated: " to html.
add UpdatedAt in row to html.
add "</p>" to html.
* a chain branch is invoiced, stated, aged and chased through the
* account it names here (customerBillTo.cob); its orders and delivery
* notes stay its own. Blank clears it back to billing itself
if BillToCustomerId in row not = "" then
    add "<p>Billed to: <a href=""/customer/view?id=" to html.
    add BillToCustomerId in row to html.
    add """>" to html.
    local escvalue.
    perform escape-html using BillToName in row giving escvalue.
    add escvalue to html.
    add "</a></p>" to html.
end-if.
if Branches in row not = "" then
    add "<p>Pays for branches: " to html.
    local escvalue.
    perform escape-html using Branches in row giving escvalue.
    add escvalue to html.
    add "</p>" to html.
end-if.
add "<form method=""post"" action=""/customer/billto"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """>" to html.
add "Bill-to account: <input type=""text"" name=""billtoid"" size=""8"" placeholder=""Customer Id"" value=""" to html.
add BillToCustomerId in row to html.
add """> <input type=""submit"" value=""Save""></form>" to html.
* the currency the account is invoiced, stated and paid in
* (customerCurrency.cob); a branch follows its bill-to account, so the
* form is only offered on an account that pays for itself
if BillToCustomerId in row = "" then
    add "<form method=""post"" action=""/customer/currency"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """>" to html.
    add "<input type=""hidden"" name=""id"" value=""" to html.
    add Id in row to html.
    add """>" to html.
    add "Currency: <input type=""text"" name=""currency"" size=""3"" placeholder=""base"" value=""" to html.
    add Currency in row to html.
    add """> <input type=""submit"" value=""Save""></form>" to html.
* early-payment settlement terms, printed on each invoice raised
* from now on (customerTerms.cob); 0% means none
    add "<form method=""post"" action=""/customer/terms"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """>" to html.
    add "<input type=""hidden"" name=""id"" value=""" to html.
    add Id in row to html.
    add """>" to html.
    add "Settlement discount: <input type=""text"" name=""discountpercent"" size=""5"" value=""" to html.
    add SettlementDiscountPercent in row to html.
    add """>% if paid within <input type=""text"" name=""discountdays"" size=""3"" value=""" to html.
    add SettlementDiscountDays in row to html.
    add """> days <input type=""submit"" value=""Save""></form>" to html.
* whether invoices and credit notes also go out as structured UBL
* documents, and the tax number they carry (customerEInvoice.cob)
    add "<form method=""post"" action=""/customer/einvoice"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """>" to html.
    add "<input type=""hidden"" name=""id"" value=""" to html.
    add Id in row to html.
    add """>" to html.
    add "Invoice delivery: <select name=""invoicedelivery""><option value=""print"">printable file</option><option value=""ubl""" to html.
    if InvoiceDelivery in row = "ubl" then
        add " selected" to html.
    end-if.
    add ">printable file and UBL e-invoice</option></select> tax number <input type=""text"" name=""taxnumber"" size=""16"" value=""" to html.
    local escvalue.
    perform escape-html using TaxNumber in row giving escvalue.
    add escvalue to html.
    add """> <input type=""submit"" value=""Save""></form>" to html.
end-if.
* the rep who sells to this customer, from a date; earlier
* assignments stay on record so each month's commission follows the
* rep the customer had when it invoiced (customerRep.cob)
add "<form method=""post"" action=""/customer/rep"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """>" to html.
add "Sales rep: <select name=""repid""><option value="""">no rep</option>" to html.
move "" to currentrep.
add RepId in row to currentrep.
local repcount.
local replast.
local k.
move length in reprows to repcount.
subtract 1 from repcount giving replast.
perform add-rep-option using k varying k from 0 to replast.
add "</select> from <input type=""text"" name=""effectivefrom"" size=""10"" placeholder=""today""> <input type=""submit"" value=""Assign""></form>" to html.
if RepHistory in row not = "" then
    add "<p>Rep history: " to html.
    local escvalue.
    perform escape-html using RepHistory in row giving escvalue.
    add escvalue to html.
    add "</p>" to html.
end-if.
add "<p><a href=""/customer/update?id=" to html.
add Id in row to html.
add """>Edit</a> " to html.
perform add-note-row using n varying n from 0 to notelast.
add "</ul>" to html.

* a complaint that needs following up is a case, not a note: it has
* an owner and a target date, and sits in someone's queue until done
add "<h2>Service cases</h2>" to html.
add "<p><a href=""/case?customerid=" to html.
add Id in row to html.
add """>This customer's cases</a></p>" to html.
add "<form method=""post"" action=""/case/new"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""customerid"" value=""" to html.
add Id in row to html.
add """>" to html.
add "<select name=""category""><option value="""">(category)</option>" to html.
local categorycount.
local categorylast.
local c.
move length in casecategories to categorycount.
subtract 1 from categorycount giving categorylast.
perform add-category-option using c varying c from 0 to categorylast.
add "</select> <input type=""text"" name=""summary"" size=""50"" placeholder=""What is the complaint"">" to html.
add " <input type=""text"" name=""orderid"" size=""6"" placeholder=""Order Id"">" to html.
add " <input type=""text"" name=""invoicenumber"" size=""6"" placeholder=""Invoice no."">" to html.
add " <input type=""text"" name=""returnid"" size=""6"" placeholder=""Return Id"">" to html.
add " <input type=""submit"" value=""Open case""></form>" to html.

add "<h2>Contacts</h2>" to html.
local contactcount.
local contactlast.
add "<input type=""text"" name=""phone"" placeholder=""Phone"">" to html.
add "<input type=""text"" name=""email"" placeholder=""Email"">" to html.
add "<input type=""text"" name=""contactrole"" placeholder=""Role"">" to html.
add "<label><input type=""checkbox"" name=""billingcontact"" value=""1""> billing</label>" to html.
add "<input type=""submit"" value=""Add contact""></form>" to html.

add "<h2>Suppliers</h2>" to html.
add "<input type=""text"" name=""supplierid"" placeholder=""Supplier Id"">" to html.
add "<input type=""submit"" value=""Link supplier""></form>" to html.

perform render-documents.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

add-category-option section using c.
local categoryrow.
move casecategories(c) to categoryrow.
add "<option value=""" to html.
add code in categoryrow to html.
add """>" to html.
add label in categoryrow to html.
add " (" to html.
add targetdays in categoryrow to html.
add " days)</option>" to html.

* newest first: the top of the list is the latest word on the
* customer, and nothing here can be edited away (see noteNew.cob)
add-note-row section using n.
local escvalue.
perform escape-html using ContactRole in contactrow giving escvalue.
add escvalue to html.
* a billing contact is emailed the customer's invoices, statements
* and letters in place of paper, until its address bounces
add """> <label><input type=""checkbox"" name=""billingcontact"" value=""1""" to html.
if IsBillingContact in contactrow then
    add " checked" to html.
end-if.
add "> billing</label>" to html.
if EmailBounced in contactrow then
    add " <strong>email bounced - back on paper until the address is corrected</strong>" to html.
end-if.
add " <input type=""submit"" value=""Save""></form>" to html.
add " <form method=""post"" action=""/contact/delete"" style=""display:inline"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add Id in suprow to html.
add """>" to html.
add "<input type=""submit"" value=""New order""></form>" to html.
* a quote is written against the same link an order would be
add " <form method=""post"" action=""/quote/new"" style=""display:inline"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""customerid"" value=""" to html.
add Id in row to html.
add """>" to html.
add "<input type=""hidden"" name=""supplierid"" value=""" to html.
add Id in suprow to html.
add """>" to html.
add "<input type=""text"" name=""validuntil"" size=""10"" placeholder=""valid until"">" to html.
add "<input type=""submit"" value=""New quote""></form>" to html.
* the delivery schedule lives on the link itself and is edited in
* place here; the weekly route sheet (routeSheet.cob) reads what
* this saves
perform add-frequency-option using suprow "monthly".
add "</select> Min order: <input type=""text"" name=""minordervalue"" size=""8"" value=""" to html.
add MinOrderValue in suprow to html.
add """> On a holiday: <select name=""holidayrule"">" to html.
perform add-holiday-rule-option using suprow "skip" "skip".
perform add-holiday-rule-option using suprow "next" "next working day".
add "</select> <label><input type=""checkbox"" name=""waivecharge"" value=""1""" to html.
if WaiveDeliveryCharge in suprow then
    add " checked" to html.
end-if.
add "> no delivery charge</label> <input type=""submit"" value=""Save schedule""></form></li>" to html.

add-rep-option section using k.
local reprow.
move reprows(k) to reprow.
local optionvalue.
move "" to optionvalue.
add Id in reprow to optionvalue.
add "<option value=""" to html.
add optionvalue to html.
add """" to html.
if optionvalue = currentrep then
    add " selected" to html.
end-if.
add ">" to html.
local escvalue.
perform escape-html using Name in reprow giving escvalue.
add escvalue to html.
add "</option>" to html.

add-frequency-option section using suprow, optionvalue.
add "<option value=""" to html.
add optionvalue to html.
add "</option>" to html.

add-holiday-rule-option section using suprow, optionvalue, optionlabel.
add "<option value=""" to html.
add optionvalue to html.
add """" to html.
if HolidayRule in suprow = optionvalue then
    add " selected" to html.
end-if.
add ">" to html.
add optionlabel to html.
add "</option>" to html.

copy DOCUMENTLIST.

copy ESCAPEHTML.
