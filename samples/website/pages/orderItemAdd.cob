perform push in datavalues using productid.
perform push in datavalues using SupplierId in orderrow.

perform query in connection using "select SupplierProducts.Id as Id, SupplierProducts.Code as Code, SupplierProducts.Price as Price, SupplierProducts.CaseSize as CaseSize, SupplierProducts.PalletSize as PalletSize, SupplierProducts.IsDiscontinued as IsDiscontinued, SupplierProducts.ReplacementProductId as ReplacementProductId, SupplierProducts.StockOnHand as StockOnHand, coalesce((select sum(OrderItems.ReservedQuantity) from OrderItems where OrderItems.ProductId = SupplierProducts.Id), 0) as Reserved from SupplierProducts where SupplierProducts.Id = ? and SupplierProducts.SupplierId = ?" datavalues fetch-product-end.

fetch-product-end section using err, result.
if err then
add qtynumber to newnotes.
add " " to newnotes.
add unit to newnotes.
* what the shelf looked like when the line was keyed: on hand,
* reserved by approved orders, and free to promise; approval makes
* the binding check (orderStatus.cob)
local onhand.
move StockOnHand in productrow to onhand.
multiply onhand by 1 giving onhand.
local reserved.
move Reserved in productrow to reserved.
multiply reserved by 1 giving reserved.
local available.
subtract reserved from onhand giving available.
add " (on hand " to newnotes.
add onhand to newnotes.
add ", reserved " to newnotes.
add reserved to newnotes.
add ", available " to newnotes.
add available to newnotes.
add ")" to newnotes.
local changedby.
move username in request to changedby.
copy AUDIT.
