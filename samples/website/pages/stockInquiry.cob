perform list-stock.

* every catalog product of the company's active suppliers with what
* the system believes is on the shelf, what approved orders have
* reserved out of it, and the difference still free to promise; the
* reorder point edits in place the way the company list edits its
* cutoff
list-stock section.
copy DBCONNECT.

move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select SupplierProducts.Id as Id, SupplierProducts.Code as Code, SupplierProducts.Description as Description, SupplierProducts.StockOnHand as StockOnHand, coalesce((select sum(OrderItems.ReservedQuantity) from OrderItems where OrderItems.ProductId = SupplierProducts.Id), 0) as Reserved, SupplierProducts.ReorderPoint as ReorderPoint, SupplierProducts.ReorderQuantity as ReorderQuantity, SupplierProducts.BinLocation as BinLocation, suppliers.Name as SupplierName from SupplierProducts inner join suppliers on suppliers.Id = SupplierProducts.SupplierId where suppliers.CompanyId = ? and suppliers.IsActive = 1 order by suppliers.Name, SupplierProducts.Code" datavalues list-end.

list-end section using err, result.
copy DBRELEASE.

move "<h1>Stock on hand</h1>" to html.
copy HTMLHEAD.
add "<p>Balances move with goods receipts, deliveries, accepted returns and approved stock counts, each written to the movement ledger. Approving an order reserves its quantities until it is delivered or cancelled. A product at or below its reorder point appears on the nightly reorder report and is drafted for replenishment, for its reorder quantity where one is set. The month-end forecast suggests both from demand; see <a href=""/stock/suggestions"">reorder suggestions</a>.</p>" to html.
add "<table><tr><th>Supplier</th><th>Code</th><th>Description</th><th>On hand</th><th>Reserved</th><th>Available</th><th>Reorder point / quantity</th><th>Bin</th></tr>" to html.

local count.
local last.
perform show-stock-row using i varying i from 0 to last.

add "</table>" to html.
add "<p><a href=""/stockcount"">Stock counts</a> <a href=""/replenishment"">Draft replenishment orders</a> <a href=""/stock/suggestions"">Reorder suggestions</a> <a href=""/backorder"">Open backorders</a> <a href=""/lot/trace"">Recall trace</a> <a href=""/lot/expiring"">Nearing best-before</a> <a href=""/supplier"">Suppliers</a> <a href=""/order"">Orders</a></p>" to html.

move "ok" to outcome.
copy LOG.
    add " (below reorder point)" to html.
end-if.
add "</td><td>" to html.
local reserved.
move Reserved in row to reserved.
multiply reserved by 1 giving reserved.
local available.
move StockOnHand in row to available.
subtract reserved from available giving available.
add reserved to html.
add "</td><td>" to html.
add available to html.
if available < 0 then
    add " (over-promised)" to html.
end-if.
add "</td><td>" to html.
add "<form method=""post"" action=""/stock/reorderpoint"" style=""display:inline"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""text"" name=""reorderpoint"" size=""6"" value=""" to html.
add ReorderPoint in row to html.
add """> <input type=""text"" name=""reorderquantity"" size=""6"" value=""" to html.
add ReorderQuantity in row to html.
add """> <input type=""submit"" value=""Save""></form>" to html.
add "</td><td>" to html.
add "<form method=""post"" action=""/stock/bin"" style=""display:inline"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """>" to html.
add "<input type=""text"" name=""binlocation"" size=""8"" value=""" to html.
local escvalue.
perform escape-html using BinLocation in row giving escvalue.
add escvalue to html.
add """> <input type=""submit"" value=""Save""></form>" to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
