* warehouse received less than was ordered, for receipts posted in
* the last day, so someone chases the supplier the same day instead
* of at invoice time. One file per night, all companies, grouped by
* supplier in the ordering. A short customer line names the backorder
* its shortfall became (goodsReceipt.cob raises it).
local connection.
local shortrows.
local reporttext.
find-short-lines section.
local datavalues.
move array to datavalues.
perform query in connection using "select orders.CompanyId as CompanyId, orders.Id as OrderId, orders.ReceivedAt as ReceivedAt, suppliers.Name as SupplierName, customers.Name as CustomerName, SupplierProducts.Code as Code, OrderItems.Quantity as Quantity, OrderItems.ReceivedQuantity as ReceivedQuantity, coalesce((select Backorders.Id from Backorders where Backorders.OrderItemId = OrderItems.Id order by Backorders.Id limit 1), '') as BackorderId from OrderItems inner join orders on orders.Id = OrderItems.OrderId inner join suppliers on suppliers.Id = orders.SupplierId inner join customers on customers.Id = orders.CustomerId inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where orders.Received = 1 and orders.ReceivedAt > now() - interval 1 day and OrderItems.ReceivedQuantity < OrderItems.Quantity order by orders.CompanyId, suppliers.Name, orders.Id" datavalues find-short-lines-end.

find-short-lines-end section using err, result.
if err then
write-report section.
move "Short shipments for " to reporttext.
add runstamp to reporttext.
add "\n\nCompany  Supplier / Customer / Order  Code  Ordered  Received  Short  Backorder\n" to reporttext.

local shortcount.
local shortlast.
add ReceivedQuantity in row to reporttext.
add "  " to reporttext.
add shortfall to reporttext.
add "  " to reporttext.
add BackorderId in row to reporttext.
add "\n" to reporttext.

fail-run section using runerr.
