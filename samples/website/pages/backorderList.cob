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
move "backorderList" to page.
move method in request to method.
move companyid in request to companyid.

perform list-backorders.

* what we still owe each customer: every open backorder grouped by
* customer, with the order it came from and what has arrived since,
* so customer service can answer "where is the rest of my order"
* from one page
list-backorders section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select Backorders.Id as Id, Backorders.OrderId as OrderId, Backorders.CustomerId as CustomerId, Backorders.Quantity as Quantity, Backorders.FilledQuantity as FilledQuantity, Backorders.Quantity - Backorders.FilledQuantity as Outstanding, Backorders.CreatedAt as CreatedAt, customers.Name as CustomerName, suppliers.Name as SupplierName, SupplierProducts.Code as Code, SupplierProducts.Description as Description from Backorders inner join customers on customers.Id = Backorders.CustomerId inner join suppliers on suppliers.Id = Backorders.SupplierId inner join SupplierProducts on SupplierProducts.Id = Backorders.ProductId where Backorders.CompanyId = ? and Backorders.Status = 'open' order by customers.Name, Backorders.CreatedAt, Backorders.Id" datavalues list-end.

list-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to rows.

move "<h1>Open backorders</h1>" to html.
copy HTMLHEAD.
add "<p>A line received short on a customer order is owed here until a later receipt from the same supplier fills it; the goods receipt form offers these first. Each fill is delivered and invoiced as its own order. Cancel a backorder the customer no longer wants.</p>" to html.
add "<table><tr><th>Customer</th><th>Backorder</th><th>Order</th><th>Supplier</th><th>Code</th><th>Description</th><th>Short</th><th>Filled</th><th>Owed</th><th>Raised</th><th></th></tr>" to html.

local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.

perform show-backorder-row using i varying i from 0 to last.

add "</table>" to html.
if count = 0 then
    add "<p>Nothing is owed to any customer.</p>" to html.
end-if.
add "<p><a href=""/order"">Orders</a> <a href=""/stock"">Stock on hand</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-backorder-row section using i.
local row.
move rows(i) to row.
add "<tr><td>" to html.
add "<a href=""/customer/view?id=" to html.
add CustomerId in row to html.
add """>" to html.
local escvalue.
perform escape-html using CustomerName in row giving escvalue.
add escvalue to html.
add "</a></td><td>" to html.
add Id in row to html.
add "</td><td>" to html.
add "<a href=""/order/view?id=" to html.
add OrderId in row to html.
add """>" to html.
add OrderId in row to html.
add "</a></td><td>" to html.
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
add Quantity in row to html.
add "</td><td>" to html.
add FilledQuantity in row to html.
add "</td><td>" to html.
add Outstanding in row to html.
add "</td><td>" to html.
add CreatedAt in row to html.
add "</td><td>" to html.
add "<form method=""post"" action=""/backorder/cancel"" style=""display:inline"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """>" to html.
add "<input type=""text"" name=""reason"" size=""20"" placeholder=""Reason""> " to html.
add "<input type=""submit"" value=""Cancel""></form>" to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
