* the nightly reorder report: every catalog product sitting below its
* reorder point, with the supplier to order it from, so purchasing
* starts the morning with a list instead of a walk down the aisles.
* Products with no reorder point set are left alone. Each line names
* the draft replenishment order reorderDrafts.cob put it on (or the
* open stock order already covering it), so the report reads as a
* worklist for the /replenishment page rather than a list to re-key.
local connection.
local lowrows.
local reporttext.
find-low-stock section.
local datavalues.
move array to datavalues.
perform query in connection using "select suppliers.CompanyId as CompanyId, suppliers.Name as SupplierName, SupplierProducts.Code as Code, SupplierProducts.Description as Description, SupplierProducts.StockOnHand as StockOnHand, SupplierProducts.ReorderPoint as ReorderPoint, coalesce((select max(ReplenishmentDrafts.Id) from ReplenishmentDraftItems inner join ReplenishmentDrafts on ReplenishmentDrafts.Id = ReplenishmentDraftItems.DraftId where ReplenishmentDraftItems.ProductId = SupplierProducts.Id and ReplenishmentDrafts.Status = 'draft'), 0) as DraftId, coalesce((select max(orders.Id) from OrderItems inner join orders on orders.Id = OrderItems.OrderId where OrderItems.ProductId = SupplierProducts.Id and orders.OrderType = 'stock' and (orders.Status = 'entered' or orders.Status = 'approved')), 0) as StockOrderId from SupplierProducts inner join suppliers on suppliers.Id = SupplierProducts.SupplierId where suppliers.IsActive = 1 and SupplierProducts.ReorderPoint > 0 and SupplierProducts.StockOnHand < SupplierProducts.ReorderPoint order by suppliers.CompanyId, suppliers.Name, SupplierProducts.Code" datavalues find-low-stock-end.

find-low-stock-end section using err, result.
if err then
write-report section.
move "Reorder report for " to reporttext.
add runstamp to reporttext.
add "\n\nCompany  Supplier  Code  Description  OnHand  ReorderPoint  Action\n" to reporttext.

local lowcount.
local lowlast.
add StockOnHand in row to reporttext.
add "  " to reporttext.
add ReorderPoint in row to reporttext.
add "  " to reporttext.
if DraftId in row > 0 then
    add "draft " to reporttext.
    add DraftId in row to reporttext.
else
    if StockOrderId in row > 0 then
        add "on order " to reporttext.
        add StockOrderId in row to reporttext.
    else
        add "not drafted" to reporttext.
    end-if.
end-if.
add "\n" to reporttext.

fail-run section using runerr.
