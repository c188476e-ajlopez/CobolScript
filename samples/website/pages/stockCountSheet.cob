data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.
local connection.
local html.
local countrow.
local lines.
local page.
local method.
local outcome.
local companyid.
local editable.
move "stockCountSheet" to page.
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

perform query in connection using "select StockCounts.Id as Id, StockCounts.Aisle as Aisle, StockCounts.Status as Status, StockCounts.CreatedAt as CreatedAt, coalesce(suppliers.Name, '') as SupplierName from StockCounts left join suppliers on suppliers.Id = StockCounts.SupplierId where StockCounts.Id = ? and StockCounts.CompanyId = ?" datavalues view-count-end.

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

* the sheet is blind: bin, code, description and unit only. The
* system quantity stays on the variance page, so the counter writes
* down what is on the shelf rather than what the screen expects.
view-lines section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select StockCountLines.Id as Id, coalesce(StockCountLines.CountedQuantity, '') as CountedQuantity, SupplierProducts.BinLocation as BinLocation, SupplierProducts.Code as Code, SupplierProducts.Description as Description, SupplierProducts.Unit as Unit from StockCountLines inner join SupplierProducts on SupplierProducts.Id = StockCountLines.ProductId where StockCountLines.CountId = ? order by SupplierProducts.BinLocation, SupplierProducts.Code" datavalues view-lines-end.

view-lines-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to lines.

* counts can be keyed (and corrected) until a supervisor approves
move 0 to editable.
if Status in countrow = "open" then
    move 1 to editable.
end-if.
if Status in countrow = "counted" then
    move 1 to editable.
end-if.

move "<h1>Count sheet</h1>" to html.
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
add "</p>" to html.
add "<p>Counted by: ____________________ Date: ____________</p>" to html.

if editable then
    add "<form method=""post"" action=""/stockcount/enter"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """>" to html.
    add "<input type=""hidden"" name=""id"" value=""" to html.
    add Id in countrow to html.
    add """>" to html.
end-if.
add "<table><tr><th>Bin</th><th>Code</th><th>Description</th><th>Unit</th><th>Counted</th></tr>" to html.

local count.
local last.
local i.
move length in lines to count.
subtract 1 from count giving last.

perform show-sheet-line using i varying i from 0 to last.

add "</table>" to html.
if editable then
    add "<p>Leave a line blank if it was not counted; it will not be adjusted.</p>" to html.
    add "<p><input type=""submit"" value=""Save counted quantities""></p>" to html.
    add "</form>" to html.
end-if.
add "<p><a href=""/stockcount/variance?id=" to html.
add Id in countrow to html.
add """>Variances</a> <a href=""/stockcount"">Stock counts</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

* each line carries a countqty<Id> field, the same per-line naming
* the goods receipt form uses
show-sheet-line section using i.
local line.
move lines(i) to line.
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
local escvalue.
perform escape-html using Unit in line giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local counted.
move CountedQuantity in line to counted.
if editable then
    add "<input type=""text"" name=""countqty" to html.
    add Id in line to html.
    add """ size=""6"" value=""" to html.
    add counted to html.
    add """>" to html.
else
    add counted to html.
end-if.
add "</td></tr>" to html.

copy ESCAPEHTML.
