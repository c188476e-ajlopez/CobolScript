data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global Math.

local id.
local connection.
local html.
local countrow.
local lines.
local page.
local method.
local outcome.
local companyid.
local totalvalue.
local variancecount.
move "stockCountVariance" to page.
move method in request to method.
move companyid in request to companyid.

move id in query in request to id.

perform view-count.

view-count section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select StockCounts.Id as Id, StockCounts.Aisle as Aisle, StockCounts.Status as Status, StockCounts.CreatedAt as CreatedAt, StockCounts.CountedBy as CountedBy, StockCounts.CountedAt as CountedAt, StockCounts.ApprovedBy as ApprovedBy, StockCounts.ApprovedAt as ApprovedAt, coalesce(suppliers.Name, '') as SupplierName from StockCounts left join suppliers on suppliers.Id = StockCounts.SupplierId where StockCounts.Id = ? and StockCounts.CompanyId = ?" datavalues view-count-end.

view-count-end section using err, result.
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
    perform write in response using "No such stock count.".
    perform end in response.
    exit program.
end-if.
move result(0) to countrow.
perform view-lines.

* system against counted, in units and at the catalog price captured
* when the count started; an uncounted line shows no variance
view-lines section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select StockCountLines.SystemQuantity as SystemQuantity, coalesce(StockCountLines.CountedQuantity, '') as CountedQuantity, StockCountLines.CountedQuantity is not null as IsCounted, coalesce(StockCountLines.CountedQuantity - StockCountLines.SystemQuantity, 0) as Variance, StockCountLines.UnitPrice as UnitPrice, StockCountLines.Adjustment as Adjustment, SupplierProducts.BinLocation as BinLocation, SupplierProducts.Code as Code, SupplierProducts.Description as Description from StockCountLines inner join SupplierProducts on SupplierProducts.Id = StockCountLines.ProductId where StockCountLines.CountId = ? order by SupplierProducts.BinLocation, SupplierProducts.Code" datavalues view-lines-end.

view-lines-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to lines.

move "<h1>Stock count variances</h1>" to html.
copy HTMLHEAD.
add "<p>Count " to html.
add Id in countrow to html.
add ": " to html.
if Aisle in countrow not = "" then
    add "aisle " to html.
    local escvalue.
    perform escape-html using Aisle in countrow giving escvalue.
    add escvalue to html.
else
    local escvalue.
    perform escape-html using SupplierName in countrow giving escvalue.
    add escvalue to html.
end-if.
add ", started " to html.
add CreatedAt in countrow to html.
add ", " to html.
add Status in countrow to html.
if CountedBy in countrow then
    add ", counted by " to html.
    local escvalue.
    perform escape-html using CountedBy in countrow giving escvalue.
    add escvalue to html.
end-if.
if ApprovedBy in countrow then
    add ", approved by " to html.
    local escvalue.
    perform escape-html using ApprovedBy in countrow giving escvalue.
    add escvalue to html.
    add " at " to html.
    add ApprovedAt in countrow to html.
end-if.
add "</p>" to html.
add "<table><tr><th>Bin</th><th>Code</th><th>Description</th><th>System</th><th>Counted</th><th>Variance</th><th>Unit price</th><th>Variance value</th></tr>" to html.

move 0 to totalvalue.
move 0 to variancecount.
local count.
local last.
local i.
move length in lines to count.
subtract 1 from count giving last.

perform show-variance-line using i varying i from 0 to last.

add "</table>" to html.
divide totalvalue by 100 giving totalvalue.
add "<p>" to html.
add variancecount to html.
add " line(s) with a variance, net value " to html.
add totalvalue to html.
add "</p>" to html.

* approval is the supervisor's step; webserver.cob holds the route
* to the admin role
if Status in countrow = "counted" then
    add "<form method=""post"" action=""/stockcount/approve"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """>" to html.
    add "<input type=""hidden"" name=""id"" value=""" to html.
    add Id in countrow to html.
    add """><input type=""submit"" value=""Approve and post variances""></form>" to html.
end-if.
add "<p><a href=""/stockcount/sheet?id=" to html.
add Id in countrow to html.
add """>Count sheet</a> <a href=""/stockcount"">Stock counts</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-variance-line section using i.
local line.
move lines(i) to line.
local variance.
move Variance in line to variance.
multiply variance by 1 giving variance.
local unitprice.
move UnitPrice in line to unitprice.
multiply unitprice by 1 giving unitprice.
* value kept in cents while it is summed, so the total does not drift
local linevalue.
multiply variance by unitprice giving linevalue.
multiply linevalue by 100 giving linevalue.
perform round in Math using linevalue giving linevalue.
add linevalue to totalvalue.
divide linevalue by 100 giving linevalue.
if variance not = 0 then
    add 1 to variancecount.
end-if.
add "<tr><td>" to html.
local escvalue.
perform escape-html using BinLocation in line giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Code in line giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Description in line giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add SystemQuantity in line to html.
add "</td><td>" to html.
if IsCounted in line then
    add CountedQuantity in line to html.
else
    add "not counted" to html.
end-if.
add "</td><td>" to html.
add variance to html.
add "</td><td>" to html.
add unitprice to html.
add "</td><td>" to html.
add linevalue to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
