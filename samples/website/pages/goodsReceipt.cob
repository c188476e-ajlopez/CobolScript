local shortcount.
local receiptindex.
local receiptlast.
local backorderrows.
local fills.
local fillindex.
local filllast.
local fillorderid.
local fillitemid.
local raisedcount.
local auditstage.
move "goodsReceipt" to page.
move method in request to method.
move companyid in request to companyid.
perform push in datavalues using orderid.
perform push in datavalues using companyid.

perform query in connection using "select Id, Status, Received, SupplierId, OrderType from orders where Id = ? and CompanyId = ?" datavalues fetch-order-end.

fetch-order-end section using err, result.
if err then
    exit program.
end-if.

perform fetch-backorders.

* each line carries a recvqty<Id> field, with lot<Id> and
* bestbefore<Id> beside it; blank means nothing arrived for that
* line. Received may not exceed ordered - an over-delivery is a
* different problem and gets keyed as what was ordered with the
* surplus refused at the door.
collect-receipt section using i.
local itemrow.
        move 0 to qtynumber.
    end-if.
end-if.
local lineid.
move Id in itemrow to lineid.
local lotnumber.
perform read-lot using "lot" lineid giving lotnumber.
local bestbefore.
perform read-best-before using "bestbefore" lineid giving bestbefore.
local receipt.
move object to receipt.
move Id in itemrow to itemid in receipt.
move ProductId in itemrow to productid in receipt.
move qtynumber to quantity in receipt.
move lotnumber to lotnumber in receipt.
move bestbefore to bestbefore in receipt.
perform push in receipts using receipt.
if qtynumber < Quantity in itemrow then
    add 1 to shortcount.
end-if.

* whatever this supplier still owes our customers from earlier short
* deliveries, oldest first; orderView.cob offers these ahead of the
* order's own lines, and any order from the supplier - a stock
* replenishment included - can bring the goods in
fetch-backorders section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using SupplierId in orderrow.

perform query in connection using "select Id, OrderId, CustomerId, ProductId, Price, Quantity - FilledQuantity as Outstanding from Backorders where CompanyId = ? and SupplierId = ? and Status = 'open' order by CreatedAt, Id" datavalues fetch-backorders-end.

fetch-backorders-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to backorderrows.

move array to fills.
local backordercount.
local backorderlast.
local b.
move length in backorderrows to backordercount.
subtract 1 from backordercount giving backorderlast.
perform collect-fill using b varying b from 0 to backorderlast.

if errors not = "" then
    copy DBRELEASE.
    perform reject-receipt.
    exit program.
end-if.

perform begin-receipt.

* each open backorder carries a bofill<Id> field: what arrived for it
* on top of this order's own goods. Blank or zero leaves it open; more
* than is still owed is refused, the surplus belongs on an order.
collect-fill section using b.
local backorderrow.
move backorderrows(b) to backorderrow.
local qtykey.
move "bofill" to qtykey.
add Id in backorderrow to qtykey.
local bodyobj.
move body in request to bodyobj.
local qtytext.
move bodyobj(qtykey) to qtytext.
if qtytext = "" then
    move "" to qtytext.
end-if.
local qtynumber.
move 0 to qtynumber.
if qtytext not = "" then
    multiply qtytext by 1 giving qtynumber.
    if qtynumber not = qtynumber then
        add "Each backorder fill must be a number. " to errors.
        move 0 to qtynumber.
    end-if.
    local qtyfloor.
    perform floor in Math using qtynumber giving qtyfloor.
    if qtyfloor not = qtynumber then
        add "Each backorder fill must be a whole number. " to errors.
        move 0 to qtynumber.
    end-if.
    if qtynumber < 0 then
        add "A backorder fill must not be negative. " to errors.
        move 0 to qtynumber.
    end-if.
    if qtynumber > Outstanding in backorderrow then
        add "A backorder fill may not exceed what is still owed. " to errors.
        move 0 to qtynumber.
    end-if.
end-if.
local lineid.
move Id in backorderrow to lineid.
local lotnumber.
perform read-lot using "bolot" lineid giving lotnumber.
local bestbefore.
perform read-best-before using "bobb" lineid giving bestbefore.
if qtynumber > 0 then
    local fillentry.
    move object to fillentry.
    move lotnumber to lotnumber in fillentry.
    move bestbefore to bestbefore in fillentry.
    move Id in backorderrow to backorderid in fillentry.
    move OrderId in backorderrow to orderid in fillentry.
    move CustomerId in backorderrow to customerid in fillentry.
    move ProductId in backorderrow to productid in fillentry.
    move Price in backorderrow to price in fillentry.
    move qtynumber to quantity in fillentry.
    perform push in fills using fillentry.
end-if.

* the supplier's lot or batch number as printed on the goods, keyed
* beside the quantity; blank when the product carries none
read-lot section using fieldprefix, lineid.
local fieldkey.
move fieldprefix to fieldkey.
add lineid to fieldkey.
local bodyobj.
move body in request to bodyobj.
local lottext.
move bodyobj(fieldkey) to lottext.
if lottext = "" then
    move "" to lottext.
end-if.
perform toUpperCase in lottext giving lottext.
local lotlength.
move length in lottext to lotlength.
if lotlength > 30 then
    add "A lot number must be 30 characters or fewer. " to errors.
    move "" to lottext.
end-if.
return lottext.

* best-before as YYYY-MM-DD, the form the contract dates use; blank
* when the goods carry no date
read-best-before section using fieldprefix, lineid.
local fieldkey.
move fieldprefix to fieldkey.
add lineid to fieldkey.
local bodyobj.
move body in request to bodyobj.
local datetext.
move bodyobj(fieldkey) to datetext.
if datetext = "" then
    move "" to datetext.
end-if.
if datetext not = "" then
    local datelength.
    move length in datetext to datelength.
    if datelength not = 10 then
        add "A best-before date must be YYYY-MM-DD. " to errors.
        move "" to datetext.
    end-if.
end-if.
return datetext.

begin-receipt section.
copy DBBEGIN.
local receiptcount.
move length in receipts to receiptcount.
subtract 1 from receiptcount giving receiptlast.
local fillcount.
move length in fills to fillcount.
subtract 1 from fillcount giving filllast.
move 0 to fillindex.
perform next-fill.

* backorders are filled first. Each fill becomes an order of its own
* for the backorder's customer, approved and received at the original
* line price, so it is delivered, relieved and invoiced like any
* other order; the goods go into stock against that order.
next-fill section.
if fillindex > filllast then
    move 0 to receiptindex.
    perform next-receipt.
else
    local fillentry.
    move fills(fillindex) to fillentry.
    local datavalues.
    move array to datavalues.
    perform push in datavalues using customerid in fillentry.
    perform push in datavalues using SupplierId in orderrow.
    perform push in datavalues using companyid.
    local poreference.
    move "backorder " to poreference.
    add backorderid in fillentry to poreference.
    perform push in datavalues using poreference.
    perform query in connection using "insert orders set CustomerId = ?, SupplierId = ?, CompanyId = ?, OrderDate = now(), Status = 'approved', Invoiced = 0, Received = 1, ReceivedAt = now(), PoReference = ?, OrderType = 'customer'" datavalues fill-order-end.
end-if.

fill-order-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move insertId in result to fillorderid.
local fillentry.
move fills(fillindex) to fillentry.
local datavalues.
move array to datavalues.
perform push in datavalues using fillorderid.
perform push in datavalues using productid in fillentry.
perform push in datavalues using quantity in fillentry.
perform push in datavalues using price in fillentry.
perform push in datavalues using quantity in fillentry.
perform push in datavalues using quantity in fillentry.
perform push in datavalues using quantity in fillentry.
perform query in connection using "insert OrderItems set OrderId = ?, ProductId = ?, Quantity = ?, Price = ?, ReceivedQuantity = ?, Unit = 'each', UnitQuantity = ?, PriceSource = 'backorder', ReservedQuantity = ?" datavalues fill-item-end.

fill-item-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move insertId in result to fillitemid.
local fillentry.
move fills(fillindex) to fillentry.
local datavalues.
move array to datavalues.
perform push in datavalues using quantity in fillentry.
perform push in datavalues using productid in fillentry.
perform query in connection using "update SupplierProducts set StockOnHand = StockOnHand + ? where Id = ?" datavalues fill-stock-end.

fill-stock-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local fillentry.
move fills(fillindex) to fillentry.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using productid in fillentry.
perform push in datavalues using quantity in fillentry.
perform push in datavalues using fillorderid.
local changedby.
move username in request to changedby.
perform push in datavalues using changedby.
perform query in connection using "insert StockMovements set CompanyId = ?, ProductId = ?, MovementType = 'receipt', Quantity = ?, OrderId = ?, ChangedBy = ?, MovedAt = now()" datavalues fill-movement-end.

* the outstanding check in the where clause stops two receipts
* filling the same shortfall twice; the status closes itself once
* the whole shortfall has arrived
fill-movement-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local fillentry.
move fills(fillindex) to fillentry.
local datavalues.
move array to datavalues.
perform push in datavalues using quantity in fillentry.
perform push in datavalues using backorderid in fillentry.
perform push in datavalues using quantity in fillentry.
perform query in connection using "update Backorders set FilledQuantity = FilledQuantity + ?, Status = if(FilledQuantity >= Quantity, 'filled', 'open'), ClosedAt = if(FilledQuantity >= Quantity, now(), null) where Id = ? and Status = 'open' and Quantity - FilledQuantity >= ?" datavalues fill-backorder-end.

fill-backorder-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if affectedRows in result = 0 then
    move "conflict" to outcome.
    copy LOG.
    perform rollback in connection using receipt-conflict-end.
else
    local fillentry.
    move fills(fillindex) to fillentry.
    local datavalues.
    move array to datavalues.
    perform push in datavalues using backorderid in fillentry.
    perform push in datavalues using fillorderid.
    perform push in datavalues using orderid.
    perform push in datavalues using quantity in fillentry.
    local filledby.
    move username in request to filledby.
    perform push in datavalues using filledby.
    perform query in connection using "insert BackorderFills set BackorderId = ?, OrderId = ?, ReceiptOrderId = ?, Quantity = ?, FilledBy = ?, FilledAt = now()" datavalues fill-record-end.
end-if.

fill-record-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local fillentry.
move fills(fillindex) to fillentry.
local haslot.
move 0 to haslot.
if lotnumber in fillentry not = "" then
    move 1 to haslot.
end-if.
if bestbefore in fillentry not = "" then
    move 1 to haslot.
end-if.
if haslot then
    local datavalues.
    move array to datavalues.
    perform push in datavalues using companyid.
    perform push in datavalues using productid in fillentry.
    perform push in datavalues using lotnumber in fillentry.
    perform push in datavalues using bestbefore in fillentry.
    perform push in datavalues using quantity in fillentry.
    perform push in datavalues using fillorderid.
    perform push in datavalues using fillitemid.
    local receivedby.
    move username in request to receivedby.
    perform push in datavalues using receivedby.
    perform query in connection using "insert StockLots set CompanyId = ?, ProductId = ?, LotNumber = ?, BestBefore = nullif(?, ''), Quantity = ?, OrderId = ?, OrderItemId = ?, ReceivedBy = ?, ReceivedAt = now()" datavalues fill-lot-end.
else
    move "fill" to auditstage.
    perform write-audit.
end-if.

fill-lot-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move "fill" to auditstage.
perform write-audit.

next-receipt section.
if receiptindex > receiptlast then
perform push in datavalues using productid in receipt.
perform query in connection using "update SupplierProducts set StockOnHand = StockOnHand + ? where Id = ?" datavalues update-stock-end.

* and the same quantity goes on the movement ledger, naming the
* order it arrived against; a line where nothing arrived writes none
update-stock-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local receipt.
move receipts(receiptindex) to receipt.
local datavalues.
move array to datavalues.
perform push in datavalues using quantity in receipt.
perform push in datavalues using orderid.
local changedby.
move username in request to changedby.
perform push in datavalues using changedby.
perform push in datavalues using productid in receipt.
perform push in datavalues using quantity in receipt.
perform query in connection using "insert into StockMovements (CompanyId, ProductId, MovementType, Quantity, OrderId, ChangedBy, MovedAt) select suppliers.CompanyId, SupplierProducts.Id, 'receipt', ?, ?, ?, now() from SupplierProducts inner join suppliers on suppliers.Id = SupplierProducts.SupplierId where SupplierProducts.Id = ? and ? <> 0" datavalues insert-movement-end.

* a line that arrived with a lot or best-before date keyed records
* the lot against the order it came in on; delivery of that order
* (orderStatus.cob) then records which customer the lot went to
insert-movement-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local receipt.
move receipts(receiptindex) to receipt.
local haslot.
move 0 to haslot.
if lotnumber in receipt not = "" then
    move 1 to haslot.
end-if.
if bestbefore in receipt not = "" then
    move 1 to haslot.
end-if.
if quantity in receipt = 0 then
    move 0 to haslot.
end-if.
if haslot then
    local datavalues.
    move array to datavalues.
    perform push in datavalues using companyid.
    perform push in datavalues using productid in receipt.
    perform push in datavalues using lotnumber in receipt.
    perform push in datavalues using bestbefore in receipt.
    perform push in datavalues using quantity in receipt.
    perform push in datavalues using orderid.
    perform push in datavalues using itemid in receipt.
    local receivedby.
    move username in request to receivedby.
    perform push in datavalues using receivedby.
    perform query in connection using "insert StockLots set CompanyId = ?, ProductId = ?, LotNumber = ?, BestBefore = nullif(?, ''), Quantity = ?, OrderId = ?, OrderItemId = ?, ReceivedBy = ?, ReceivedAt = now()" datavalues insert-lot-end.
else
    add 1 to receiptindex.
    perform next-receipt.
end-if.

insert-lot-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
add 1 to receiptindex.
perform next-receipt.

    copy LOG.
    perform rollback in connection using receipt-conflict-end.
else
    perform raise-backorders.
end-if.

receipt-conflict-end section using err.
perform end in response.
exit program.

* every short line of a customer order stays owed: the missing
* quantity becomes a backorder tied to the order, line and customer
* at the line's price. A short stock replenishment raises none - the
* reorder run drafts the product again if it is still low.
raise-backorders section.
move 0 to raisedcount.
if OrderType in orderrow = "stock" then
    move "receive" to auditstage.
    perform write-audit.
else
    local datavalues.
    move array to datavalues.
    perform push in datavalues using orderid.
    perform query in connection using "insert into Backorders (CompanyId, OrderId, OrderItemId, CustomerId, SupplierId, ProductId, Quantity, Price, CreatedAt) select orders.CompanyId, orders.Id, OrderItems.Id, orders.CustomerId, orders.SupplierId, OrderItems.ProductId, OrderItems.Quantity - OrderItems.ReceivedQuantity, OrderItems.Price, now() from OrderItems inner join orders on orders.Id = OrderItems.OrderId where orders.Id = ? and OrderItems.ReceivedQuantity < OrderItems.Quantity" datavalues raise-backorders-end.
end-if.

raise-backorders-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move affectedRows in result to raisedcount.
move "receive" to auditstage.
perform write-audit.

* audit mapping for receipts: the short-line count rides in the notes
* slot so the history says at a glance whether the delivery was clean.
* Each backorder fill is audited first against the order it created.
write-audit section.
local entitytype.
local entityid.
local action.
local newname.
local newaddress.
local newnotes.
if auditstage = "fill" then
    local fillentry.
    move fills(fillindex) to fillentry.
    move "Order" to entitytype.
    move fillorderid to entityid.
    move "backorderfill" to action.
    move "" to oldname.
    move "" to oldaddress.
    move "" to oldnotes.
    move "backorder " to newname.
    add backorderid in fillentry to newname.
    move "received with order " to newaddress.
    add orderid to newaddress.
    move "" to newnotes.
    add quantity in fillentry to newnotes.
    add " filled for order " to newnotes.
    add orderid in fillentry to newnotes.
else
    move "Order" to entitytype.
    move orderid to entityid.
    move "receive" to action.
    move "" to oldname.
    move "" to oldaddress.
    move "" to oldnotes.
    move "received" to newname.
    move "" to newaddress.
    move "" to newnotes.
    add shortcount to newnotes.
    add " short line(s), " to newnotes.
    add raisedcount to newnotes.
    add " backorder(s) raised, " to newnotes.
    local fillcount.
    move length in fills to fillcount.
    add fillcount to newnotes.
    add " backorder fill(s)" to newnotes.
end-if.
local changedby.
move username in request to changedby.
copy AUDIT.
    perform rollback-write.
    exit program.
end-if.
if auditstage = "fill" then
    add 1 to fillindex.
    perform next-fill.
else
    perform commit in connection using commit-end.
end-if.

commit-end section using err.
if err then
