    copy LOG.
    perform rollback in connection using status-conflict-end.
else
    if newstatus = "accepted" then
        perform restock-return.
    else
        perform write-audit.
    end-if.
end-if.

* an accepted return puts the goods back on the shelf, in the same
* transaction as the acceptance, and writes the return movements
* the stock ledger explains the balance with
restock-return section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform query in connection using "update SupplierProducts inner join (select OrderItems.ProductId as ProductId, sum(ReturnItems.Quantity) as Quantity from ReturnItems inner join OrderItems on OrderItems.Id = ReturnItems.OrderItemId where ReturnItems.ReturnId = ? group by OrderItems.ProductId) returned on returned.ProductId = SupplierProducts.Id set SupplierProducts.StockOnHand = SupplierProducts.StockOnHand + returned.Quantity" datavalues restock-return-end.

restock-return-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using OrderId in returnrow.
local changedby.
move username in request to changedby.
perform push in datavalues using changedby.
perform push in datavalues using id.
perform query in connection using "insert into StockMovements (CompanyId, ProductId, MovementType, Quantity, OrderId, ReturnId, ChangedBy, MovedAt) select returns.CompanyId, OrderItems.ProductId, 'return', sum(ReturnItems.Quantity), ?, returns.Id, ?, now() from ReturnItems inner join returns on returns.Id = ReturnItems.ReturnId inner join OrderItems on OrderItems.Id = ReturnItems.OrderItemId where returns.Id = ? group by returns.CompanyId, returns.Id, OrderItems.ProductId" datavalues return-movement-end.

return-movement-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
perform write-audit.

status-conflict-end section using err.
copy DBRELEASE.
perform writeHead in response using 409.
