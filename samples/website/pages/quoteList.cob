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
local statusfilter.
move "quoteList" to page.
move method in request to method.
move companyid in request to companyid.

* open quotes by default - the ones somebody still has to chase
move status in query in request to statusfilter.
if statusfilter = "" then
    move "open" to statusfilter.
end-if.

perform list-quotes.

list-quotes section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using statusfilter.

perform query in connection using "select Quotes.Id as Id, date_format(Quotes.QuoteDate, '%Y-%m-%d') as QuoteDate, date_format(Quotes.ValidUntil, '%Y-%m-%d') as ValidUntil, Quotes.Status as Status, coalesce(Quotes.OrderId, '') as OrderId, customers.Name as CustomerName, suppliers.Name as SupplierName, coalesce((select sum(QuoteItems.Quantity * QuoteItems.Price) from QuoteItems where QuoteItems.QuoteId = Quotes.Id), 0) as Total from Quotes inner join customers on customers.Id = Quotes.CustomerId inner join suppliers on suppliers.Id = Quotes.SupplierId where Quotes.CompanyId = ? and Quotes.Status = ? order by Quotes.ValidUntil, Quotes.Id" datavalues list-end.

list-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to rows.

move "<h1>Quotes</h1>" to html.
copy HTMLHEAD.
add "<p>Filter: <a href=""/quote"">Open</a> <a href=""/quote?status=accepted"">Accepted</a> <a href=""/quote?status=lost"">Lost</a> <a href=""/quote?status=expired"">Expired</a> | <a href=""/quote/report"">Expiring and win/loss</a></p>" to html.
add "<p>New quotes are written from a customer's page, against one of its linked suppliers.</p>" to html.
add "<table><tr><th>Id</th><th>Quoted</th><th>Valid until</th><th>Customer</th><th>Supplier</th><th>Total</th><th>Status</th><th></th></tr>" to html.

local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.

perform show-quote-row using i varying i from 0 to last.

add "</table>" to html.
add "<p><a href=""/customer"">Customers</a> <a href=""/order"">Orders</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-quote-row section using i.
local row.
move rows(i) to row.
add "<tr><td>" to html.
add Id in row to html.
add "</td><td>" to html.
add QuoteDate in row to html.
add "</td><td>" to html.
add ValidUntil in row to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using CustomerName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using SupplierName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Total in row to html.
add "</td><td>" to html.
add Status in row to html.
if OrderId in row not = "" then
    add " (order <a href=""/order/view?id=" to html.
    add OrderId in row to html.
    add """>" to html.
    add OrderId in row to html.
    add "</a>)" to html.
end-if.
add "</td><td>" to html.
add "<a href=""/quote/view?id=" to html.
add Id in row to html.
add """>View</a>" to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
