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
local expiringrows.
local winlossrows.
local page.
local method.
local outcome.
local companyid.
local days.
move "quoteReport" to page.
move method in request to method.
move companyid in request to companyid.

* the look-ahead in days, a week unless asked otherwise; a bad figure
* falls back to the default, as on the lot expiry page
move days in query in request to days.
if days = "" then
    move 7 to days.
end-if.
multiply days by 1 giving days.
if days not = days then
    move 7 to days.
end-if.
perform floor in Math using days giving days.
if days < 0 then
    move 7 to days.
end-if.

perform list-expiring.

* open quotes whose date falls within the look-ahead, soonest first,
* so the sales desk rings the customer before the offer lapses
list-expiring section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using days.

perform query in connection using "select Quotes.Id as Id, date_format(Quotes.ValidUntil, '%Y-%m-%d') as ValidUntil, datediff(Quotes.ValidUntil, curdate()) as DaysLeft, Quotes.CreatedBy as CreatedBy, customers.Name as CustomerName, suppliers.Name as SupplierName, coalesce((select sum(QuoteItems.Quantity * QuoteItems.Price) from QuoteItems where QuoteItems.QuoteId = Quotes.Id), 0) as Total from Quotes inner join customers on customers.Id = Quotes.CustomerId inner join suppliers on suppliers.Id = Quotes.SupplierId where Quotes.CompanyId = ? and Quotes.Status = 'open' and Quotes.ValidUntil <= curdate() + interval ? day order by Quotes.ValidUntil, Quotes.Id" datavalues list-expiring-end.

list-expiring-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to expiringrows.
perform list-winloss.

* quotes closed over the last twelve months, by customer: won is
* accepted, and lost counts both the ones turned down and the ones
* left to expire - a quote nobody answered did not win
list-winloss section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select customers.Id as CustomerId, customers.Name as CustomerName, sum(if(Quotes.Status = 'accepted', 1, 0)) as Won, sum(if(Quotes.Status = 'lost', 1, 0)) as Lost, sum(if(Quotes.Status = 'expired', 1, 0)) as Expired, coalesce(sum(if(Quotes.Status = 'accepted', (select sum(QuoteItems.Quantity * QuoteItems.Price) from QuoteItems where QuoteItems.QuoteId = Quotes.Id), 0)), 0) as WonValue from Quotes inner join customers on customers.Id = Quotes.CustomerId where Quotes.CompanyId = ? and Quotes.Status <> 'open' and Quotes.ClosedAt >= curdate() - interval 12 month group by customers.Id, customers.Name order by customers.Name" datavalues list-winloss-end.

list-winloss-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to winlossrows.

move "<h1>Quotes: expiring and win/loss</h1>" to html.
copy HTMLHEAD.
add "<h2>Open quotes expiring</h2>" to html.
add "<form method=""get"" action=""/quote/report"">Within <input type=""text"" name=""days"" size=""4"" value=""" to html.
add days to html.
add """> days <input type=""submit"" value=""Show""></form>" to html.
add "<table><tr><th>Quote</th><th>Valid until</th><th>Days left</th><th>Customer</th><th>Supplier</th><th>Total</th><th>Quoted by</th></tr>" to html.
local expiringcount.
local expiringlast.
local i.
move length in expiringrows to expiringcount.
subtract 1 from expiringcount giving expiringlast.
perform show-expiring-row using i varying i from 0 to expiringlast.
add "</table>" to html.
if expiringcount = 0 then
    add "<p>No open quote expires in that time.</p>" to html.
end-if.

add "<h2>Win/loss by customer, last twelve months</h2>" to html.
add "<table><tr><th>Customer</th><th>Won</th><th>Lost</th><th>Expired</th><th>Win rate</th><th>Value won</th></tr>" to html.
local winlosscount.
local winlosslast.
local j.
move length in winlossrows to winlosscount.
subtract 1 from winlosscount giving winlosslast.
perform show-winloss-row using j varying j from 0 to winlosslast.
add "</table>" to html.
if winlosscount = 0 then
    add "<p>No quotes have closed in the last twelve months.</p>" to html.
end-if.
add "<p><a href=""/quote"">Quotes</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-expiring-row section using i.
local row.
move expiringrows(i) to row.
add "<tr><td><a href=""/quote/view?id=" to html.
add Id in row to html.
add """>" to html.
add Id in row to html.
add "</a></td><td>" to html.
add ValidUntil in row to html.
add "</td><td>" to html.
add DaysLeft in row to html.
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
local escvalue.
perform escape-html using CreatedBy in row giving escvalue.
add escvalue to html.
add "</td></tr>" to html.

* the rate is won over everything closed, to the whole percent
show-winloss-row section using j.
local row.
move winlossrows(j) to row.
local won.
local lost.
local expired.
multiply Won in row by 1 giving won.
multiply Lost in row by 1 giving lost.
multiply Expired in row by 1 giving expired.
local closed.
move won to closed.
add lost to closed.
add expired to closed.
local winrate.
move 0 to winrate.
if closed > 0 then
    multiply won by 100 giving winrate.
    divide winrate by closed giving winrate.
    perform round in Math using winrate giving winrate.
end-if.
add "<tr><td><a href=""/customer/view?id=" to html.
add CustomerId in row to html.
add """>" to html.
local escvalue.
perform escape-html using CustomerName in row giving escvalue.
add escvalue to html.
add "</a></td><td>" to html.
add won to html.
add "</td><td>" to html.
add lost to html.
add "</td><td>" to html.
add expired to html.
add "</td><td>" to html.
add winrate to html.
add "%</td><td>" to html.
add WonValue in row to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
