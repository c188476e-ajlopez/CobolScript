data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global Math.

local connection.
local html.
local rows.
local page.
local method.
local outcome.
local companyid.
local days.
move "lotExpiry" to page.
move method in request to method.
move companyid in request to companyid.

* the look-ahead in days, thirty unless asked otherwise; a bad figure
* falls back to the default rather than refusing the page
move days in query in request to days.
if days = "" then
    move 30 to days.
end-if.
multiply days by 1 giving days.
if days not = days then
    move 30 to days.
end-if.
perform floor in Math using days giving days.
if days < 0 then
    move 30 to days.
end-if.

perform list-lots.

* every received lot still in the building - not yet out on a
* delivery - whose best-before falls within the look-ahead, soonest
* first; lots already past their date head the list
list-lots section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using days.

perform query in connection using "select StockLots.LotNumber as LotNumber, date_format(StockLots.BestBefore, '%Y-%m-%d') as BestBefore, datediff(StockLots.BestBefore, curdate()) as DaysLeft, StockLots.Quantity as Quantity, StockLots.OrderId as OrderId, orders.OrderType as OrderType, orders.Status as Status, customers.Name as CustomerName, SupplierProducts.Code as Code, SupplierProducts.Description as Description, suppliers.Name as SupplierName from StockLots inner join orders on orders.Id = StockLots.OrderId inner join customers on customers.Id = orders.CustomerId inner join SupplierProducts on SupplierProducts.Id = StockLots.ProductId inner join suppliers on suppliers.Id = SupplierProducts.SupplierId where StockLots.CompanyId = ? and StockLots.BestBefore is not null and StockLots.BestBefore <= curdate() + interval ? day and orders.Status <> 'cancelled' and not exists (select 1 from DeliveryLots where DeliveryLots.LotId = StockLots.Id) order by StockLots.BestBefore, SupplierProducts.Code" datavalues list-end.

list-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to rows.

move "<h1>Stock nearing best-before</h1>" to html.
copy HTMLHEAD.
add "<form method=""get"" action=""/lot/expiring"">Within <input type=""text"" name=""days"" size=""4"" value=""" to html.
add days to html.
add """> days <input type=""submit"" value=""Show""></form>" to html.
add "<table><tr><th>Best before</th><th>Days left</th><th>Supplier</th><th>Code</th><th>Description</th><th>Lot</th><th>Quantity</th><th>Order</th><th>For</th></tr>" to html.

local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.

perform show-lot-row using i varying i from 0 to last.

add "</table>" to html.
if count = 0 then
    add "<p>No stock reaches its best-before date in that time.</p>" to html.
end-if.
add "<p><a href=""/lot/trace"">Recall trace</a> <a href=""/stock"">Stock on hand</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-lot-row section using i.
local row.
move rows(i) to row.
add "<tr><td>" to html.
add BestBefore in row to html.
add "</td><td>" to html.
add DaysLeft in row to html.
if DaysLeft in row < 0 then
    add " (expired)" to html.
end-if.
add "</td><td>" to html.
local escvalue.
perform escape-html using SupplierName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Code in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Description in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using LotNumber in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Quantity in row to html.
add "</td><td><a href=""/order/view?id=" to html.
add OrderId in row to html.
add """>" to html.
add OrderId in row to html.
add "</a> " to html.
add Status in row to html.
add "</td><td>" to html.
if OrderType in row = "stock" then
    add "stock" to html.
else
    local escvalue.
    perform escape-html using CustomerName in row giving escvalue.
    add escvalue to html.
end-if.
add "</td></tr>" to html.

copy ESCAPEHTML.
