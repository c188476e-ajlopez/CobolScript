data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local connection.
local html.
local branchrows.
local rows.
local page.
local method.
local outcome.
local companyid.
local customerid.
local deliverto.
local delivername.
move "portalOrderForm" to page.
move method in request to method.
move companyid in request to companyid.
move customerid in request to customerid.
* the branch the goods go to; the account itself unless one of its
* branches is picked
move customerid in query in request to deliverto.
if deliverto = "" then
    move customerid to deliverto.
end-if.
multiply deliverto by 1 giving deliverto.

perform fetch-branches.

* the account and its live branches, for the delivery picker; the
* chosen one must be among them
fetch-branches section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using customerid.

perform query in connection using "select Id, Name from customers where CompanyId = ? and coalesce(BillToCustomerId, Id) = ? and IsDeleted = 0 order by BillToCustomerId is not null, Name, Id" datavalues fetch-branches-end.

fetch-branches-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to branchrows.
move "" to delivername.
local branchcount.
local branchlast.
local b.
move length in branchrows to branchcount.
subtract 1 from branchcount giving branchlast.
perform find-deliver-to using b varying b from 0 to branchlast.
if delivername = "" then
    move "notfound" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 404.
    perform write in response using "No such delivery address.".
    perform end in response.
    exit program.
end-if.

perform fetch-prices.

find-deliver-to section using b.
local branchrow.
move branchrows(b) to branchrow.
if Id in branchrow = deliverto then
    move Name in branchrow to delivername.
end-if.

* the contract price list: prices live today for the delivery
* customer, the newest where contracts overlap (the one
* orderItemAdd.cob would charge), on products still sold by active
* suppliers that serve the customer. portalOrderNew.cob reads the
* same list back when the form is posted
fetch-prices section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using deliverto.

perform query in connection using "select SupplierProducts.Id as ProductId, SupplierProducts.Code as Code, SupplierProducts.Description as Description, SupplierProducts.Unit as Unit, suppliers.Name as SupplierName, ContractPrices.Price as Price, date_format(ContractPrices.ValidTo, '%Y-%m-%d') as ValidTo from ContractPrices inner join SupplierProducts on SupplierProducts.Id = ContractPrices.ProductId inner join suppliers on suppliers.Id = SupplierProducts.SupplierId inner join CustomerSuppliers on CustomerSuppliers.CustomerId = ContractPrices.CustomerId and CustomerSuppliers.SupplierId = suppliers.Id where ContractPrices.CompanyId = ? and ContractPrices.CustomerId = ? and ContractPrices.ValidFrom <= curdate() and ContractPrices.ValidTo >= curdate() and SupplierProducts.IsDiscontinued = 0 and suppliers.IsActive = 1 and suppliers.CompanyId = ContractPrices.CompanyId and not exists (select 1 from ContractPrices later where later.CompanyId = ContractPrices.CompanyId and later.CustomerId = ContractPrices.CustomerId and later.ProductId = ContractPrices.ProductId and later.ValidFrom <= curdate() and later.ValidTo >= curdate() and (later.ValidFrom > ContractPrices.ValidFrom or (later.ValidFrom = ContractPrices.ValidFrom and later.Id > ContractPrices.Id))) order by suppliers.Name, SupplierProducts.Code" datavalues fetch-prices-end.

fetch-prices-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to rows.

move "<h1>Place an order</h1>" to html.
copy PORTALHEAD.

local escvalue.
if branchcount > 1 then
    add "<form method=""get"" action=""/portal/order/new""><p>Deliver to: <select name=""customerid"">" to html.
    perform show-branch-option using b varying b from 0 to branchlast.
    add "</select> <input type=""submit"" value=""Show price list""></p></form>" to html.
else
    add "<p>Deliver to: " to html.
    perform escape-html using delivername giving escvalue.
    add escvalue to html.
    add "</p>" to html.
end-if.

local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.
if count = 0 then
    add "<p>There is no contract price list for this address. Please contact your account manager.</p>" to html.
else
    add "<p>Enter the quantity you want against each product, in the units shown. Lines from different suppliers become separate orders, each entered for our approval.</p>" to html.
    add "<form method=""post"" action=""/portal/order/new"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """>" to html.
    add "<input type=""hidden"" name=""customerid"" value=""" to html.
    add deliverto to html.
    add """>" to html.
    add "<table><tr><th>Supplier</th><th>Code</th><th>Description</th><th>Unit</th><th>Price</th><th>Price until</th><th>Quantity</th></tr>" to html.
    perform show-price-row using i varying i from 0 to last.
    add "</table>" to html.
    add "<p>Your order reference: <input type=""text"" name=""poreference"" size=""20"" maxlength=""30""> " to html.
    add "<input type=""submit"" value=""Place order""></p>" to html.
    add "</form>" to html.
end-if.

perform record-view.

show-branch-option section using b.
local branchrow.
move branchrows(b) to branchrow.
add "<option value=""" to html.
add Id in branchrow to html.
add """" to html.
if Id in branchrow = deliverto then
    add " selected" to html.
end-if.
add ">" to html.
local escvalue.
perform escape-html using Name in branchrow giving escvalue.
add escvalue to html.
add "</option>" to html.

show-price-row section using i.
local row.
move rows(i) to row.
local escvalue.
add "<tr><td>" to html.
perform escape-html using SupplierName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
perform escape-html using Code in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
perform escape-html using Description in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
perform escape-html using Unit in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Price in row to html.
add "</td><td>" to html.
add ValidTo in row to html.
add "</td><td><input type=""text"" name=""q" to html.
add ProductId in row to html.
add """ size=""6""></td></tr>" to html.

record-view section.
local entitytype.
local entityid.
local action.
local newnotes.
move "Customer" to entitytype.
move deliverto to entityid.
move "portalview" to action.
move "contract price list" to newnotes.
copy PORTALAUDIT.

portal-audit-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

copy ESCAPEHTML.
