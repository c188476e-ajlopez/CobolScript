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
move "stockCountList" to page.
move method in request to method.
move companyid in request to companyid.

perform list-counts.

* the count cycle on one page: start a count for a supplier's catalog
* or an aisle, print its blind sheet, key what was found, and have a
* supervisor approve the variances into stock
list-counts section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select StockCounts.Id as Id, StockCounts.Aisle as Aisle, StockCounts.Status as Status, StockCounts.CreatedBy as CreatedBy, StockCounts.CreatedAt as CreatedAt, StockCounts.CountedBy as CountedBy, StockCounts.ApprovedBy as ApprovedBy, coalesce(suppliers.Name, '') as SupplierName, (select count(*) from StockCountLines where StockCountLines.CountId = StockCounts.Id) as LineCount from StockCounts left join suppliers on suppliers.Id = StockCounts.SupplierId where StockCounts.CompanyId = ? order by StockCounts.Id desc limit 100" datavalues list-end.

list-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to rows.

move "<h1>Stock counts</h1>" to html.
copy HTMLHEAD.
add "<p>A count sheet lists the products without the system quantity, so the count is blind. Variances post to stock only after a supervisor approves them.</p>" to html.
add "<table><tr><th>Id</th><th>Counting</th><th>Lines</th><th>Started</th><th>Counted by</th><th>Status</th><th></th></tr>" to html.

local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.

perform show-count-row using i varying i from 0 to last.

add "</table>" to html.
if count = 0 then
    add "<p>No stock counts yet.</p>" to html.
end-if.

add "<h2>Start a count</h2>" to html.
add "<form method=""post"" action=""/stockcount/new"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<p>Supplier id: <input type=""text"" name=""supplierid"" size=""6""> or aisle: <input type=""text"" name=""aisle"" size=""6""> " to html.
add "<input type=""submit"" value=""Start count""></p>" to html.
add "</form>" to html.
add "<p><a href=""/stock"">Stock on hand</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-count-row section using i.
local row.
move rows(i) to row.
add "<tr><td>" to html.
add Id in row to html.
add "</td><td>" to html.
if Aisle in row not = "" then
    add "aisle " to html.
    local escvalue.
    perform escape-html using Aisle in row giving escvalue.
    add escvalue to html.
else
    local escvalue.
    perform escape-html using SupplierName in row giving escvalue.
    add escvalue to html.
end-if.
add "</td><td>" to html.
add LineCount in row to html.
add "</td><td>" to html.
add CreatedAt in row to html.
add " " to html.
local escvalue.
perform escape-html using CreatedBy in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
if CountedBy in row then
    local escvalue.
    perform escape-html using CountedBy in row giving escvalue.
    add escvalue to html.
end-if.
add "</td><td>" to html.
add Status in row to html.
if ApprovedBy in row then
    add " by " to html.
    local escvalue.
    perform escape-html using ApprovedBy in row giving escvalue.
    add escvalue to html.
end-if.
add "</td><td>" to html.
add "<a href=""/stockcount/sheet?id=" to html.
add Id in row to html.
add """>Count sheet</a> " to html.
add "<a href=""/stockcount/variance?id=" to html.
add Id in row to html.
add """>Variances</a>" to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
