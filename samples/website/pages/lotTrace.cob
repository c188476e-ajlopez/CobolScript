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
local deliveredrows.
local heldrows.
local page.
local method.
local outcome.
local companyid.
local fcode.
local flot.
local deliveredtotal.
move "lotTrace" to page.
move method in request to method.
move companyid in request to companyid.

* the supplier phones with a recall: product code and lot number in,
* every customer, order and delivery note that received the lot out,
* and what of the lot has not left the building yet
move code in query in request to fcode.
if fcode = "" then
    move "" to fcode.
end-if.
move lot in query in request to flot.
if flot = "" then
    move "" to flot.
end-if.
perform toUpperCase in flot giving flot.

move "<h1>Recall trace</h1>" to html.
copy HTMLHEAD.
add "<form method=""get"" action=""/lot/trace"">" to html.
add "Product code: <input type=""text"" name=""code"" value=""" to html.
local escvalue.
perform escape-html using fcode giving escvalue.
add escvalue to html.
add """> Lot: <input type=""text"" name=""lot"" value=""" to html.
local escvalue.
perform escape-html using flot giving escvalue.
add escvalue to html.
add """> <input type=""submit"" value=""Trace""></form>" to html.

if fcode = "" then
    perform finish-page.
    exit program.
end-if.
if flot = "" then
    perform finish-page.
    exit program.
end-if.

perform trace-deliveries.

finish-page section.
add "<p><a href=""/lot/expiring"">Stock nearing best-before</a> <a href=""/stock"">Stock on hand</a></p>" to html.
move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.

* a product code can repeat across suppliers; every match is traced
* and the supplier is shown beside it
trace-deliveries section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using fcode.
perform push in datavalues using flot.

perform query in connection using "select customers.Id as CustomerId, customers.Name as CustomerName, orders.Id as OrderId, coalesce(DeliveryLots.DeliveryNoteId, '') as DeliveryNoteId, DeliveryLots.Quantity as Quantity, DeliveryLots.DeliveredAt as DeliveredAt, coalesce(date_format(StockLots.BestBefore, '%Y-%m-%d'), '') as BestBefore, suppliers.Name as SupplierName from DeliveryLots inner join StockLots on StockLots.Id = DeliveryLots.LotId inner join orders on orders.Id = DeliveryLots.OrderId inner join customers on customers.Id = orders.CustomerId inner join SupplierProducts on SupplierProducts.Id = StockLots.ProductId inner join suppliers on suppliers.Id = SupplierProducts.SupplierId where StockLots.CompanyId = ? and SupplierProducts.Code = ? and StockLots.LotNumber = ? order by customers.Name, orders.Id" datavalues trace-deliveries-end.

trace-deliveries-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to deliveredrows.
perform trace-held.

* received but not delivered yet: still on the shelf or waiting on an
* approved order, and the part of a recall that can still be stopped
trace-held section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using fcode.
perform push in datavalues using flot.

perform query in connection using "select orders.Id as OrderId, orders.Status as Status, orders.OrderType as OrderType, customers.Name as CustomerName, StockLots.Quantity as Quantity, StockLots.ReceivedAt as ReceivedAt, StockLots.ReceivedBy as ReceivedBy, suppliers.Name as SupplierName from StockLots inner join orders on orders.Id = StockLots.OrderId inner join customers on customers.Id = orders.CustomerId inner join SupplierProducts on SupplierProducts.Id = StockLots.ProductId inner join suppliers on suppliers.Id = SupplierProducts.SupplierId where StockLots.CompanyId = ? and SupplierProducts.Code = ? and StockLots.LotNumber = ? and not exists (select 1 from DeliveryLots where DeliveryLots.LotId = StockLots.Id) order by StockLots.ReceivedAt" datavalues trace-held-end.

trace-held-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to heldrows.

add "<h2>Delivered to customers</h2>" to html.
add "<table><tr><th>Customer</th><th>Order</th><th>Delivery note</th><th>Supplier</th><th>Quantity</th><th>Best before</th><th>Delivered</th></tr>" to html.
move 0 to deliveredtotal.
local deliveredcount.
local deliveredlast.
local i.
move length in deliveredrows to deliveredcount.
subtract 1 from deliveredcount giving deliveredlast.
perform show-delivered-row using i varying i from 0 to deliveredlast.
add "</table>" to html.
add "<p>" to html.
add deliveredcount to html.
add " delivery line(s), " to html.
add deliveredtotal to html.
add " unit(s) in total.</p>" to html.

add "<h2>Not yet delivered</h2>" to html.
add "<table><tr><th>Order</th><th>Status</th><th>Customer</th><th>Supplier</th><th>Quantity</th><th>Received</th><th>Received by</th></tr>" to html.
local heldcount.
local heldlast.
local j.
move length in heldrows to heldcount.
subtract 1 from heldcount giving heldlast.
perform show-held-row using j varying j from 0 to heldlast.
add "</table>" to html.
if heldcount = 0 then
    add "<p>None of this lot is still in the building.</p>" to html.
end-if.

perform finish-page.
exit program.

show-delivered-row section using i.
local row.
move deliveredrows(i) to row.
local quantity.
move Quantity in row to quantity.
multiply quantity by 1 giving quantity.
add quantity to deliveredtotal.
add "<tr><td><a href=""/customer/view?id=" to html.
add CustomerId in row to html.
add """>" to html.
local escvalue.
perform escape-html using CustomerName in row giving escvalue.
add escvalue to html.
add "</a></td><td><a href=""/order/view?id=" to html.
add OrderId in row to html.
add """>" to html.
add OrderId in row to html.
add "</a></td><td>" to html.
add DeliveryNoteId in row to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using SupplierName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add quantity to html.
add "</td><td>" to html.
add BestBefore in row to html.
add "</td><td>" to html.
add DeliveredAt in row to html.
add "</td></tr>" to html.

show-held-row section using j.
local row.
move heldrows(j) to row.
add "<tr><td><a href=""/order/view?id=" to html.
add OrderId in row to html.
add """>" to html.
add OrderId in row to html.
add "</a></td><td>" to html.
add Status in row to html.
if OrderType in row = "stock" then
    add " (stock)" to html.
end-if.
add "</td><td>" to html.
local escvalue.
perform escape-html using CustomerName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using SupplierName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Quantity in row to html.
add "</td><td>" to html.
add ReceivedAt in row to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using ReceivedBy in row giving escvalue.
add escvalue to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
