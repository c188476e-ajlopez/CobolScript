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
local rows.
local page.
local method.
local outcome.
local companyid.
local customerid.
move "portalOrders" to page.
move method in request to method.
move companyid in request to companyid.
move customerid in request to customerid.

perform list-orders.

* the account's orders, and its branches', from the last twelve
* months, newest first, with where each one has got to - the call
* the customer would otherwise make to ask
list-orders section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using customerid.

perform query in connection using "select orders.Id as Id, date_format(orders.OrderDate, '%Y-%m-%d') as OrderDate, orders.Status as Status, orders.PoReference as PoReference, customers.Name as BranchName, suppliers.Name as SupplierName, coalesce((select sum(OrderItems.Quantity * OrderItems.Price) from OrderItems where OrderItems.OrderId = orders.Id), 0) as OrderTotal, coalesce(invoices.InvoiceNumber, '') as InvoiceNumber from orders inner join customers on customers.Id = orders.CustomerId inner join suppliers on suppliers.Id = orders.SupplierId left join invoices on invoices.Id = orders.InvoiceId where orders.CompanyId = ? and orders.OrderType = 'customer' and orders.CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and orders.OrderDate >= curdate() - interval 12 month order by orders.OrderDate desc, orders.Id desc" datavalues list-orders-end.

list-orders-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to rows.

move "<h1>Your orders</h1>" to html.
copy PORTALHEAD.
add "<p>Orders from the last twelve months. An order you place here shows as entered until we approve it.</p>" to html.

local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.
if count = 0 then
    add "<p>No orders in the last twelve months.</p>" to html.
else
    add "<table><tr><th>Order</th><th>Date</th><th>Your reference</th><th>Delivered to</th><th>Supplier</th><th>Value</th><th>Status</th><th>Invoice</th></tr>" to html.
    perform show-order-row using i varying i from 0 to last.
    add "</table>" to html.
end-if.

perform record-view.

show-order-row section using i.
local row.
move rows(i) to row.
add "<tr><td><a href=""/portal/order?id=" to html.
add Id in row to html.
add """>" to html.
add Id in row to html.
add "</a></td><td>" to html.
add OrderDate in row to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using PoReference in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using BranchName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using SupplierName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add OrderTotal in row to html.
add "</td><td>" to html.
add Status in row to html.
add "</td><td>" to html.
add InvoiceNumber in row to html.
add "</td></tr>" to html.

record-view section.
local entitytype.
local entityid.
local action.
local newnotes.
move "Customer" to entitytype.
move customerid to entityid.
move "portalview" to action.
move "order list" to newnotes.
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
