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
local orderrow.
local rows.
local page.
local method.
local outcome.
local companyid.
local customerid.
local id.
move "portalOrderView" to page.
move method in request to method.
move companyid in request to companyid.
move customerid in request to customerid.
move id in query in request to id.

perform fetch-order.

* an order outside the account reads the same as one that does not
* exist, so the portal gives away nothing about anyone else's
fetch-order section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.
perform push in datavalues using customerid.

perform query in connection using "select orders.Id as Id, date_format(orders.OrderDate, '%Y-%m-%d') as OrderDate, orders.Status as Status, orders.CancelReason as CancelReason, orders.PoReference as PoReference, customers.Name as BranchName, suppliers.Name as SupplierName, coalesce(invoices.InvoiceNumber, '') as InvoiceNumber, coalesce(orders.InvoiceId, 0) as InvoiceId, coalesce((select concat(date_format(ProofOfDelivery.DeliveredAt, '%Y-%m-%d %H:%i'), ' and signed by ', ProofOfDelivery.SignedBy) from ProofOfDelivery where ProofOfDelivery.OrderId = orders.Id order by ProofOfDelivery.DeliveredAt desc, ProofOfDelivery.Id desc limit 1), '') as Pod from orders inner join customers on customers.Id = orders.CustomerId inner join suppliers on suppliers.Id = orders.SupplierId left join invoices on invoices.Id = orders.InvoiceId where orders.Id = ? and orders.CompanyId = ? and orders.OrderType = 'customer' and orders.CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?)" datavalues fetch-order-end.

fetch-order-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
if length in result = 0 then
    move "notfound" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 404.
    perform write in response using "No such order.".
    perform end in response.
    exit program.
end-if.
move result(0) to orderrow.

perform fetch-items.

fetch-items section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select OrderItems.Quantity as Quantity, OrderItems.Unit as OrderUnit, OrderItems.UnitQuantity as UnitQuantity, OrderItems.Price as Price, OrderItems.Quantity * OrderItems.Price as LineTotal, SupplierProducts.Code as Code, SupplierProducts.Description as Description from OrderItems inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where OrderItems.OrderId = ? order by OrderItems.Id" datavalues fetch-items-end.

fetch-items-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to rows.

move "<h1>Order " to html.
add Id in orderrow to html.
add "</h1>" to html.
copy PORTALHEAD.

local escvalue.
add "<table><tr><th>Date</th><td>" to html.
add OrderDate in orderrow to html.
add "</td></tr><tr><th>Status</th><td>" to html.
add Status in orderrow to html.
if CancelReason in orderrow not = "" then
    add " - " to html.
    perform escape-html using CancelReason in orderrow giving escvalue.
    add escvalue to html.
end-if.
add "</td></tr><tr><th>Your reference</th><td>" to html.
perform escape-html using PoReference in orderrow giving escvalue.
add escvalue to html.
add "</td></tr><tr><th>Delivered to</th><td>" to html.
perform escape-html using BranchName in orderrow giving escvalue.
add escvalue to html.
add "</td></tr><tr><th>Supplier</th><td>" to html.
perform escape-html using SupplierName in orderrow giving escvalue.
add escvalue to html.
add "</td></tr>" to html.
if Pod in orderrow not = "" then
    add "<tr><th>Delivered</th><td>" to html.
    perform escape-html using Pod in orderrow giving escvalue.
    add escvalue to html.
    add "</td></tr>" to html.
end-if.
if InvoiceId in orderrow > 0 then
    add "<tr><th>Invoice</th><td><a href=""/portal/download?type=invoice&amp;id=" to html.
    add InvoiceId in orderrow to html.
    add """>" to html.
    add InvoiceNumber in orderrow to html.
    add "</a></td></tr>" to html.
end-if.
add "</table>" to html.

add "<h2>Lines</h2>" to html.
local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.
if count = 0 then
    add "<p>The order has no lines.</p>" to html.
else
    add "<table><tr><th>Code</th><th>Description</th><th>Ordered</th><th>Quantity</th><th>Price</th><th>Line total</th></tr>" to html.
    perform show-item-row using i varying i from 0 to last.
    add "</table>" to html.
end-if.

perform record-view.

show-item-row section using i.
local row.
move rows(i) to row.
local escvalue.
add "<tr><td>" to html.
perform escape-html using Code in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
perform escape-html using Description in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add UnitQuantity in row to html.
add " " to html.
add OrderUnit in row to html.
add "</td><td>" to html.
add Quantity in row to html.
add "</td><td>" to html.
add Price in row to html.
add "</td><td>" to html.
add LineTotal in row to html.
add "</td></tr>" to html.

record-view section.
local entitytype.
local entityid.
local action.
local newnotes.
move "Order" to entitytype.
move id to entityid.
move "portalview" to action.
move "order" to newnotes.
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
