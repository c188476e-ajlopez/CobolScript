if cancelreason = "" then
    move "" to cancelreason.
end-if.
* the approver's explicit "approve anyway" for the supplier-rule and
* stock warnings below; never applies to the credit limit, which is a
* hard refusal
move override in body in request to override.

local connection.
local companyid.
local orderrow.
local oldstatus.
local relieving.
local warnings.
local shortrows.
move "orderStatus" to page.
move method in request to method.
move companyid in request to companyid.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, Status, CustomerId, Received, Invoiced, OrderDate, OrderType from orders where Id = ? and CompanyId = ?" datavalues fetch-order-end.

fetch-order-end section using err, result.
if err then
    end-if.
end-if.

* a stock replenishment order (replenishmentAccept.cob) is raised
* against the company's own house account: there is no customer
* credit to check and no customer delivery schedule to warn about
if newstatus = "approved" then
    if OrderType in orderrow = "stock" then
        perform update-status.
    else
        perform check-credit.
    end-if.
else
    perform update-status.
end-if.
* balance plus this order's own total would pass the credit limit,
* the approval is refused and the order stays entered for a
* supervisor to decide. A zero limit means no limit, which is what
* every customer has until an administrator sets one. A chain branch
* is judged on its bill-to account: that account's limit against
* everything open across the account and all of its branches.
check-credit section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using CustomerId in orderrow.

perform query in connection using "select account.CreditLimit as CreditLimit, coalesce((select sum(invoices.Total - coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0)) from invoices where invoices.CustomerId in (select member.Id from customers member where coalesce(member.BillToCustomerId, member.Id) = account.Id)), 0) as OpenBalance, coalesce((select sum(OrderItems.Quantity * OrderItems.Price) from OrderItems where OrderItems.OrderId = ?), 0) as OrderTotal from customers branch inner join customers account on account.Id = coalesce(branch.BillToCustomerId, branch.Id) where branch.Id = ?" datavalues check-credit-end.

check-credit-end section using err, result.
if err then
end-if.
local rulesrow.
move result(0) to rulesrow.
move "" to warnings.
local minvalue.
move MinOrderValue in rulesrow to minvalue.
if hasdays = 0 then
    add "The supplier has no scheduled delivery day for this customer. " to warnings.
end-if.
perform check-availability.

* approval reserves the order's base-unit quantities, so an order
* that needs more than is on the shelf and not already promised to
* other approved orders is caught here rather than on the van. It is
* a warning, not a refusal - a receipt may be due before delivery -
* and rides the same approve-anyway box as the supplier rules.
check-availability section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select SupplierProducts.Code as Code, sum(OrderItems.Quantity) as Wanted, SupplierProducts.StockOnHand - coalesce((select sum(reserved.ReservedQuantity) from OrderItems reserved where reserved.ProductId = SupplierProducts.Id), 0) as Available from OrderItems inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where OrderItems.OrderId = ? group by SupplierProducts.Id, SupplierProducts.Code, SupplierProducts.StockOnHand having sum(OrderItems.Quantity) > Available order by SupplierProducts.Code" datavalues check-availability-end.

check-availability-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to shortrows.
local shortcount.
local shortlast.
local s.
move length in shortrows to shortcount.
subtract 1 from shortcount giving shortlast.
perform add-short-warning using s varying s from 0 to shortlast.
if warnings = "" then
    perform update-status.
else
    end-if.
end-if.

add-short-warning section using s.
local shortrow.
move shortrows(s) to shortrow.
add "Product " to warnings.
add Code in shortrow to warnings.
add " needs " to warnings.
add Wanted in shortrow to warnings.
add " but only " to warnings.
add Available in shortrow to warnings.
add " is available; approving takes available stock below zero. " to warnings.

update-status section.
copy DBBEGIN.

    copy LOG.
    perform rollback in connection using status-conflict-end.
else
    move 0 to relieving.
    if newstatus = "delivered" then
        move 1 to relieving.
    end-if.
* delivering a stock order means putting it away: the goods receipt
* already added it to the shelves, and nothing leaves
    if OrderType in orderrow = "stock" then
        move 0 to relieving.
    end-if.
    perform adjust-reservation.
end-if.

* approval reserves each line's base-unit quantity; cancellation and
* delivery hand it back, delivery because the stock itself leaves in
* the same transaction. A stock order is inbound and reserves nothing.
adjust-reservation section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.
if OrderType in orderrow = "stock" then
    perform after-reservation.
else
    if newstatus = "approved" then
        perform query in connection using "update OrderItems set ReservedQuantity = Quantity where OrderId = ?" datavalues reservation-end.
    else
        if newstatus = "closed" then
            perform after-reservation.
        else
            perform query in connection using "update OrderItems set ReservedQuantity = 0 where OrderId = ?" datavalues reservation-end.
        end-if.
    end-if.
end-if.

reservation-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if newstatus = "cancelled" then
    perform cancel-backorders.
else
    perform after-reservation.
end-if.

* a cancelled order owes nothing more: any shortfall still open from
* its goods receipt closes with the order's own reason
cancel-backorders section.
local datavalues.
move array to datavalues.
local backorderreason.
move "order cancelled: " to backorderreason.
add cancelreason to backorderreason.
perform push in datavalues using backorderreason.
perform push in datavalues using id.
perform query in connection using "update Backorders set Status = 'cancelled', CancelReason = left(?, 200), ClosedAt = now() where OrderId = ? and Status = 'open'" datavalues cancel-backorders-end.

cancel-backorders-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
perform after-reservation.

after-reservation section.
if relieving then
    perform relieve-stock.
else
    perform write-audit.
end-if.

* delivery is what empties the shelves: the received quantities leave
* the stock balances in the same transaction as the status move, each
* written to the movement ledger against the order
relieve-stock section.
local datavalues.
move array to datavalues.
    perform rollback-write.
    exit program.
end-if.
local datavalues.
move array to datavalues.
local changedby.
move username in request to changedby.
perform push in datavalues using changedby.
perform push in datavalues using id.
perform query in connection using "insert into StockMovements (CompanyId, ProductId, MovementType, Quantity, OrderId, ChangedBy, MovedAt) select orders.CompanyId, OrderItems.ProductId, 'delivery', 0 - OrderItems.ReceivedQuantity, orders.Id, ?, now() from OrderItems inner join orders on orders.Id = OrderItems.OrderId where orders.Id = ? and OrderItems.ReceivedQuantity > 0" datavalues delivery-movement-end.

delivery-movement-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
* the lots received against the order leave with it, on the last
* delivery note printed for it: the recall trace (lotTrace.cob) reads
* this to name every customer who got a lot
local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform query in connection using "insert into DeliveryLots (LotId, OrderId, DeliveryNoteId, Quantity, DeliveredAt) select StockLots.Id, StockLots.OrderId, (select max(DeliveryNotes.Id) from DeliveryNotes where DeliveryNotes.OrderId = StockLots.OrderId), StockLots.Quantity, now() from StockLots where StockLots.OrderId = ?" datavalues delivery-lots-end.

delivery-lots-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
perform write-audit.

status-conflict-end section using err.
