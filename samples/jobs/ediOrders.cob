data division.
linkage section.
01 require.
01 jobdone.
procedure division.
local fs.
perform require using "fs" giving fs.
local mysql.
perform require using "mysql" giving mysql.
global pool.

* outbound purchase orders for the suppliers set up for EDI on their
* supplier page (supplierEdi.cob): every approved order with such a
* supplier that has not been received and has not gone yet is written
* as one file, ediorders/<supplierid>/order-<orderid>.txt, for the
* supplier's mailbox to collect, and stamped EdiSentAt so it goes once.
* The layout agreed with the suppliers, one record per line, fields
* separated by "|":
*   PO|<order id>|<order date YYYY-MM-DD>|<company id>|<company name>
*   LN|<line id>|<product code>|<quantity>|<description>
*   END|<number of LN records>
* Quantities are in the product's base unit, the way the goods are
* received. No prices travel: the supplier bills at its own. The line
* id is what the supplier's dispatch advice quotes back
* (ediDispatch.cob). Each order file is entered in the document index
* the supplier page lists copies from (REGISTERDOCUMENT.cpy).
local connection.
local orderrows.
local linerows.
local orderindex.
local orderlast.
local lineindex.
local linecount.
local ordertext.
local orderlinecount.
local sentcount.
local failerror.
copy DOCFIELDS.

move 0 to sentcount.
move 0 to lineindex.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform find-orders.

find-orders section.
local datavalues.
move array to datavalues.
perform query in connection using "select orders.Id as OrderId, orders.SupplierId as SupplierId, date_format(orders.OrderDate, '%Y-%m-%d') as OrderDate, orders.CompanyId as CompanyId, replace(companies.Name, '|', ' ') as CompanyName from orders inner join suppliers on suppliers.Id = orders.SupplierId inner join companies on companies.Id = orders.CompanyId where suppliers.EdiEnabled = 1 and suppliers.IsActive = 1 and orders.Status = 'approved' and orders.Received = 0 and orders.EdiSentAt is null order by orders.Id" datavalues find-orders-end.

find-orders-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to orderrows.
perform find-lines.

* the lines of the same orders, in order id order, walked alongside
* them; an order approved between the two reads only has lines here
* and is skipped over, to go tomorrow
find-lines section.
local datavalues.
move array to datavalues.
perform query in connection using "select OrderItems.OrderId as OrderId, OrderItems.Id as LineId, replace(SupplierProducts.Code, '|', ' ') as Code, OrderItems.Quantity as Quantity, replace(SupplierProducts.Description, '|', ' ') as Description from OrderItems inner join orders on orders.Id = OrderItems.OrderId inner join suppliers on suppliers.Id = orders.SupplierId inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where suppliers.EdiEnabled = 1 and suppliers.IsActive = 1 and orders.Status = 'approved' and orders.Received = 0 and orders.EdiSentAt is null order by OrderItems.OrderId, OrderItems.Id" datavalues find-lines-end.

find-lines-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to linerows.
move length in linerows to linecount.
local ordercount.
move length in orderrows to ordercount.
subtract 1 from ordercount giving orderlast.
move 0 to orderindex.
perform ensure-one-dir using "ediorders".
perform next-order.

ensure-one-dir section using dirpath.
local hasit.
perform existsSync in fs using dirpath giving hasit.
local needed.
move 1 to needed.
if hasit then
    move 0 to needed.
end-if.
if needed then
    perform mkdirSync in fs using dirpath.
end-if.

next-order section.
if orderindex > orderlast then
    perform finish-run.
else
    perform send-order.
end-if.

send-order section.
local row.
move orderrows(orderindex) to row.
local orderid.
move OrderId in row to orderid.
move "PO|" to ordertext.
add orderid to ordertext.
add "|" to ordertext.
add OrderDate in row to ordertext.
add "|" to ordertext.
add CompanyId in row to ordertext.
add "|" to ordertext.
add CompanyName in row to ordertext.
add "\n" to ordertext.
move 0 to orderlinecount.
perform add-order-lines using orderid.
add "END|" to ordertext.
add orderlinecount to ordertext.
add "\n" to ordertext.

local supplierdir.
move "ediorders/" to supplierdir.
add SupplierId in row to supplierdir.
perform ensure-one-dir using supplierdir.
local orderfile.
move supplierdir to orderfile.
add "/order-" to orderfile.
add orderid to orderfile.
add ".txt" to orderfile.
perform writeFileSync in fs using orderfile ordertext.
move CompanyId in row to doccompany.
move SupplierId in row to docsupplier.
move "purchaseorder" to doctype.
move orderid to docnumber.
move orderfile to docfile.
move "ediOrders" to docjob.

* stamped after the file is down: a failure in between sends the
* order again tomorrow under the same name, which the supplier reads
* as the same order
local datavalues.
move array to datavalues.
perform push in datavalues using orderid.
perform query in connection using "update orders set EdiSentAt = now() where Id = ? and EdiSentAt is null" datavalues mark-sent-end.

mark-sent-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
add 1 to sentcount.
copy REGISTERDOCUMENT.

register-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
add 1 to orderindex.
perform next-order.

* the rows for this order are the run starting at lineindex; rows of
* an order that is not being sent come first and are stepped over
add-order-lines section using orderid.
local linerow.
local lineorder.
move 0 to lineorder.
if lineindex < linecount then
    move linerows(lineindex) to linerow.
    move OrderId in linerow to lineorder.
end-if.
if lineorder > 0 then
    if lineorder < orderid then
        add 1 to lineindex.
        perform add-order-lines using orderid.
    else
        if lineorder = orderid then
            add "LN|" to ordertext.
            add LineId in linerow to ordertext.
            add "|" to ordertext.
            add Code in linerow to ordertext.
            add "|" to ordertext.
            add Quantity in linerow to ordertext.
            add "|" to ordertext.
            add Description in linerow to ordertext.
            add "\n" to ordertext.
            add 1 to orderlinecount.
            add 1 to lineindex.
            perform add-order-lines using orderid.
        end-if.
    end-if.
end-if.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "ediOrders sent " to summaryline.
add sentcount to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
