local row.
local items.
local products.
local supplierbackorders.
local orderbackorders.
local fillorderids.
local html.
local ordertotal.
move "orderView" to page.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select orders.Id as Id, orders.Status as Status, orders.OrderDate as OrderDate, orders.Invoiced as Invoiced, orders.Received as Received, orders.CancelReason as CancelReason, orders.PoReference as PoReference, orders.OrderType as OrderType, orders.CustomerId as CustomerId, orders.SupplierId as SupplierId, customers.Name as CustomerName, suppliers.Name as SupplierName, coalesce((select concat(date_format(ProofOfDelivery.DeliveredAt, '%Y-%m-%d %H:%i'), ' and signed by ', ProofOfDelivery.SignedBy) from ProofOfDelivery where ProofOfDelivery.OrderId = orders.Id order by ProofOfDelivery.DeliveredAt desc, ProofOfDelivery.Id desc limit 1), '') as Pod, coalesce((select ProofOfDelivery.DeliveryNoteId from ProofOfDelivery where ProofOfDelivery.OrderId = orders.Id order by ProofOfDelivery.DeliveredAt desc, ProofOfDelivery.Id desc limit 1), '') as PodNoteId, (select count(*) from PodExceptions inner join ProofOfDelivery on ProofOfDelivery.Id = PodExceptions.PodId where ProofOfDelivery.OrderId = orders.Id) as PodExceptions, coalesce((select Quotes.Id from Quotes where Quotes.OrderId = orders.Id limit 1), '') as QuoteId, coalesce(date_format(orders.EdiSentAt, '%Y-%m-%d %H:%i'), '') as EdiSent, coalesce(date_format(orders.ExpectedDelivery, '%Y-%m-%d'), '') as ExpectedDelivery from orders inner join customers on customers.Id = orders.CustomerId inner join suppliers on suppliers.Id = orders.SupplierId where orders.Id = ? and orders.CompanyId = ?" datavalues view-end.

view-end section using err, result.
if err then
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select OrderItems.Id as Id, OrderItems.Quantity as Quantity, OrderItems.ReceivedQuantity as ReceivedQuantity, OrderItems.Unit as OrderUnit, OrderItems.UnitQuantity as UnitQuantity, OrderItems.PriceSource as PriceSource, OrderItems.Price as Price, coalesce((select cast(group_concat(concat(StockLots.LotNumber, if(StockLots.BestBefore is null, '', concat(' bb ', StockLots.BestBefore))) order by StockLots.Id separator ', ') as char) from StockLots where StockLots.OrderItemId = OrderItems.Id), '') as Lots, SupplierProducts.Code as Code, SupplierProducts.Description as Description, SupplierProducts.Unit as Unit, coalesce(OrderItems.ConfirmedQuantity, -1) as ConfirmedQuantity, coalesce((select Substitutes.Code from SupplierProducts as Substitutes where Substitutes.Id = OrderItems.SubstituteProductId), '') as SubstituteCode from OrderItems inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where OrderItems.OrderId = ? order by OrderItems.Id" datavalues view-items-end.

view-items-end section using err, result.
if err then

* the supplier's catalog rides along so the clerk entering items can
* see what this supplier actually sells and pick the product id from
* the list instead of phoning around - with on hand, what approved
* orders have reserved, and what is left to promise
view-products section.
local datavalues.
move array to datavalues.
perform push in datavalues using SupplierId in row.

perform query in connection using "select SupplierProducts.Id as Id, SupplierProducts.Code as Code, SupplierProducts.Description as Description, SupplierProducts.Unit as Unit, SupplierProducts.Price as Price, SupplierProducts.CaseSize as CaseSize, SupplierProducts.PalletSize as PalletSize, SupplierProducts.StockOnHand as StockOnHand, coalesce((select sum(OrderItems.ReservedQuantity) from OrderItems where OrderItems.ProductId = SupplierProducts.Id), 0) as Reserved from SupplierProducts where SupplierProducts.SupplierId = ? and SupplierProducts.IsDiscontinued = 0 order by SupplierProducts.Code" datavalues view-products-end.

view-products-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to products.
perform view-supplier-backorders.

* what this supplier still owes our customers, oldest first: the
* goods receipt form offers to fill these before the order's own lines
view-supplier-backorders section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using SupplierId in row.

perform query in connection using "select Backorders.Id as Id, Backorders.OrderId as OrderId, Backorders.Quantity - Backorders.FilledQuantity as Outstanding, customers.Name as CustomerName, SupplierProducts.Code as Code from Backorders inner join customers on customers.Id = Backorders.CustomerId inner join SupplierProducts on SupplierProducts.Id = Backorders.ProductId where Backorders.CompanyId = ? and Backorders.SupplierId = ? and Backorders.Status = 'open' order by Backorders.CreatedAt, Backorders.Id" datavalues view-supplier-backorders-end.

view-supplier-backorders-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to supplierbackorders.
perform view-order-backorders.

* "where is the rest of my order": the shortfalls raised from this
* order, what has been filled since and on which orders
view-order-backorders section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select Backorders.Id as Id, Backorders.Quantity as Quantity, Backorders.FilledQuantity as FilledQuantity, Backorders.Status as Status, Backorders.CancelReason as CancelReason, Backorders.CreatedAt as CreatedAt, SupplierProducts.Code as Code, coalesce((select cast(group_concat(BackorderFills.OrderId order by BackorderFills.Id separator ' ') as char) from BackorderFills where BackorderFills.BackorderId = Backorders.Id), '') as FillOrders from Backorders inner join SupplierProducts on SupplierProducts.Id = Backorders.ProductId where Backorders.OrderId = ? order by Backorders.Id" datavalues view-order-backorders-end.

view-order-backorders-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to orderbackorders.
perform render-order.

render-order section.
copy HTMLHEAD.
add "<p>Id: " to html.
add Id in row to html.
if OrderType in row = "stock" then
    add " (stock replenishment - received into stock, never invoiced)" to html.
end-if.
add "</p>" to html.
add "<p>Customer: " to html.
local escvalue.
add "<p>Date: " to html.
add OrderDate in row to html.
add "</p>" to html.
if QuoteId in row not = "" then
    add "<p>Raised from quote <a href=""/quote/view?id=" to html.
    add QuoteId in row to html.
    add """>" to html.
    add QuoteId in row to html.
    add "</a>, at the quoted prices</p>" to html.
end-if.
if PoReference in row not = "" then
    add "<p>Customer PO: " to html.
    local escvalue.
    add " (invoiced)" to html.
end-if.
add "</p>" to html.
* orders with an EDI supplier go out as a file overnight, and the
* supplier's dispatch advice sets the date they expect to deliver
if EdiSent in row not = "" then
    add "<p>Sent to the supplier by EDI: " to html.
    add EdiSent in row to html.
    if ExpectedDelivery in row not = "" then
        add ", delivery expected " to html.
        add ExpectedDelivery in row to html.
    end-if.
    add "</p>" to html.
end-if.
* the signed delivery note, once the driver's copy has been keyed
if Pod in row not = "" then
    add "<p>Delivered " to html.
    local escvalue.
    perform escape-html using Pod in row giving escvalue.
    add escvalue to html.
    add " (<a href=""/pod?note=" to html.
    add PodNoteId in row to html.
    add """>delivery note " to html.
    add PodNoteId in row to html.
    add "</a>" to html.
    if PodExceptions in row > 0 then
        add ", " to html.
        add PodExceptions in row to html.
        add " line exception(s)" to html.
    end-if.
    add ")</p>" to html.
end-if.

perform add-status-links.

add ordertotal to html.
add "</p>" to html.

local orderbackordercount.
move length in orderbackorders to orderbackordercount.
if orderbackordercount > 0 then
    add "<h2>Backorders</h2>" to html.
    add "<table><tr><th>Backorder</th><th>Code</th><th>Short</th><th>Filled</th><th>Status</th><th>Raised</th><th>Filled on order</th></tr>" to html.
    local orderbackorderlast.
    local k.
    subtract 1 from orderbackordercount giving orderbackorderlast.
    perform add-order-backorder-row using k varying k from 0 to orderbackorderlast.
    add "</table>" to html.
    add "<p><a href=""/backorder"">All open backorders</a></p>" to html.
end-if.

* the warehouse posts what actually arrived, line by line, while the
* order stands approved; goodsReceipt.cob refuses a second posting
if Status in row = "approved" then
        add "<input type=""hidden"" name=""orderid"" value=""" to html.
        add Id in row to html.
        add """>" to html.
        local supplierbackordercount.
        move length in supplierbackorders to supplierbackordercount.
        if supplierbackordercount > 0 then
            add "<h3>Fill backorders first</h3>" to html.
            add "<p>This supplier still owes these customers from earlier short deliveries. Key what arrived for each; each fill becomes its own order for the customer, ready to deliver.</p>" to html.
            add "<table><tr><th>Backorder</th><th>Customer</th><th>Order</th><th>Code</th><th>Owed</th><th>Arrived</th><th>Lot</th><th>Best before</th></tr>" to html.
            local supplierbackorderlast.
            local f.
            subtract 1 from supplierbackordercount giving supplierbackorderlast.
            perform add-fill-row using f varying f from 0 to supplierbackorderlast.
            add "</table>" to html.
            add "<h3>This order</h3>" to html.
        end-if.
        add "<table><tr><th>Code</th><th>Ordered</th><th>Confirmed</th><th>Received</th><th>Lot</th><th>Best before</th></tr>" to html.
        local receiptlast.
        local r.
        move length in items to receiptlast.
    add "<input type=""text"" name=""unit"" placeholder=""Unit (each/case/pallet)"">" to html.
    add "<input type=""submit"" value=""Add item""></form>" to html.
    add "<h2>Supplier catalog</h2>" to html.
    add "<table><tr><th>Id</th><th>Code</th><th>Description</th><th>Unit</th><th>Price</th><th>Case of</th><th>Pallet of</th><th>On hand</th><th>Reserved</th><th>Available</th></tr>" to html.
    local productcount.
    local productlast.
    local j.
add targetstatus to html.
add """>" to html.
if targetstatus = "approved" then
    add "<label><input type=""checkbox"" name=""override"" value=""1""> approve despite supplier-rule and stock warnings</label> " to html.
end-if.
add "<input type=""submit"" value=""" to html.
add label to html.
add "</td><td>" to html.
if Received in row then
    add ReceivedQuantity in itemrow to html.
    if Lots in itemrow not = "" then
        add " (lot " to html.
        local escvalue.
        perform escape-html using Lots in itemrow giving escvalue.
        add escvalue to html.
        add ")" to html.
    end-if.
else
    add "-" to html.
end-if.
local escvalue.
perform escape-html using Code in itemrow giving escvalue.
add escvalue to html.
if SubstituteCode in itemrow not = "" then
    add " (supplier substituting " to html.
    local escvalue.
    perform escape-html using SubstituteCode in itemrow giving escvalue.
    add escvalue to html.
    add ")" to html.
end-if.
add "</td><td>" to html.
add Quantity in itemrow to html.
add "</td><td>" to html.
* what the supplier's dispatch advice confirmed is what is expected
* through the door, so the receipt starts from that; without an
* advice it starts from the quantity ordered
local expectedqty.
move Quantity in itemrow to expectedqty.
if ConfirmedQuantity in itemrow < 0 then
    add "-" to html.
else
    add ConfirmedQuantity in itemrow to html.
    move ConfirmedQuantity in itemrow to expectedqty.
end-if.
add "</td><td>" to html.
add "<input type=""text"" name=""recvqty" to html.
add Id in itemrow to html.
add """ size=""6"" value=""" to html.
add expectedqty to html.
add """>" to html.
add "</td><td>" to html.
add "<input type=""text"" name=""lot" to html.
add Id in itemrow to html.
add """ size=""12"">" to html.
add "</td><td>" to html.
add "<input type=""text"" name=""bestbefore" to html.
add Id in itemrow to html.
add """ size=""10"" placeholder=""YYYY-MM-DD"">" to html.
add "</td></tr>" to html.

add-fill-row section using f.
local backorderrow.
move supplierbackorders(f) to backorderrow.
add "<tr><td>" to html.
add Id in backorderrow to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using CustomerName in backorderrow giving escvalue.
add escvalue to html.
add "</td><td><a href=""/order/view?id=" to html.
add OrderId in backorderrow to html.
add """>" to html.
add OrderId in backorderrow to html.
add "</a></td><td>" to html.
local escvalue.
perform escape-html using Code in backorderrow giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Outstanding in backorderrow to html.
add "</td><td>" to html.
add "<input type=""text"" name=""bofill" to html.
add Id in backorderrow to html.
add """ size=""6"">" to html.
add "</td><td>" to html.
add "<input type=""text"" name=""bolot" to html.
add Id in backorderrow to html.
add """ size=""12"">" to html.
add "</td><td>" to html.
add "<input type=""text"" name=""bobb" to html.
add Id in backorderrow to html.
add """ size=""10"" placeholder=""YYYY-MM-DD"">" to html.
add "</td></tr>" to html.

add-order-backorder-row section using k.
local backorderrow.
move orderbackorders(k) to backorderrow.
add "<tr><td>" to html.
add Id in backorderrow to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Code in backorderrow giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Quantity in backorderrow to html.
add "</td><td>" to html.
add FilledQuantity in backorderrow to html.
add "</td><td>" to html.
add Status in backorderrow to html.
if Status in backorderrow = "cancelled" then
    add " - " to html.
    local escvalue.
    perform escape-html using CancelReason in backorderrow giving escvalue.
    add escvalue to html.
end-if.
add "</td><td>" to html.
add CreatedAt in backorderrow to html.
add "</td><td>" to html.
perform add-fill-order-links using FillOrders in backorderrow.
add "</td></tr>" to html.

* the fill order ids come back space-separated from group_concat
add-fill-order-links section using fillorders.
move array to fillorderids.
if fillorders not = "" then
    perform split in fillorders using " " giving fillorderids.
end-if.
local fillordercount.
local fillorderlast.
local n.
move length in fillorderids to fillordercount.
subtract 1 from fillordercount giving fillorderlast.
perform add-fill-order-link using n varying n from 0 to fillorderlast.

add-fill-order-link section using n.
add "<a href=""/order/view?id=" to html.
add fillorderids(n) to html.
add """>" to html.
add fillorderids(n) to html.
add "</a> " to html.

add-return-row section using t.
local itemrow.
move items(t) to itemrow.
add CaseSize in productrow to html.
add "</td><td>" to html.
add PalletSize in productrow to html.
add "</td><td>" to html.
local onhand.
move StockOnHand in productrow to onhand.
multiply onhand by 1 giving onhand.
local reserved.
move Reserved in productrow to reserved.
multiply reserved by 1 giving reserved.
local available.
subtract reserved from onhand giving available.
add onhand to html.
add "</td><td>" to html.
add reserved to html.
add "</td><td>" to html.
add available to html.
if available < 1 then
    add " (none to promise)" to html.
end-if.
add "</td></tr>" to html.

copy ESCAPEHTML.
