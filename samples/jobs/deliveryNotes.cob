
* the drivers' paperwork, printed from real orders instead of
* handwritten slips: for every approved order whose customer-supplier
* link is scheduled for TOMORROW's delivery day - or whose delivery a
* public holiday moved onto tomorrow (HOLIDAYCAL) - one printable
* note: customer name and structured address, the order lines with
* quantities, a signature line. The files are numbered in route order
* (supplier, then customer) within the day, so the stack comes off
* the printer the way the van is loaded. Stock replenishment orders
* come in to the warehouse and go out on no van. Each note printed is
* numbered in DeliveryNotes - the number the driver's signed copy and
* the recall trace refer to - and lists the lots on each line - and
* entered in the document index, so a copy can be had again from the
* customer's page or the supplier's (REGISTERDOCUMENT.cpy).
local connection.
local holidaycal.
local candidaterows.
local orderrows.
local orderindex.
local orderlast.
local itemrows.
local notetext.
local notecount.
local noteid.
local failerror.
local runstamp.
copy DOCFIELDS.

copy DATESTAMP.
move datestamp to runstamp.
    exit program.
end-if.
move conn to connection.
copy HOLIDAYCAL.

holidays-ready section using err.
if err then
    perform fail-run using err.
    exit program.
end-if.
perform find-due-orders.

* every approved order on a scheduled link comes back; the holiday
* calendar then decides which of them go out tomorrow
find-due-orders section.
local datavalues.
move array to datavalues.
perform query in connection using "select orders.Id as Id, orders.CompanyId as CompanyId, orders.CustomerId as CustomerId, orders.SupplierId as SupplierId, customers.Name as CustomerName, customers.Street as Street, customers.City as City, customers.Region as Region, customers.PostalCode as PostalCode, customers.Country as Country, suppliers.Name as SupplierName, CustomerSuppliers.DeliveryDays as DeliveryDays, CustomerSuppliers.HolidayRule as HolidayRule from orders inner join customers on customers.Id = orders.CustomerId inner join suppliers on suppliers.Id = orders.SupplierId inner join CustomerSuppliers on CustomerSuppliers.CustomerId = orders.CustomerId and CustomerSuppliers.SupplierId = orders.SupplierId where orders.Status = 'approved' and orders.OrderType = 'customer' and CustomerSuppliers.DeliveryDays <> '' order by suppliers.Name, customers.Name, orders.Id" datavalues find-due-orders-end.

find-due-orders-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to candidaterows.
move array to orderrows.
local candidatecount.
local candidatelast.
local c.
move length in candidaterows to candidatecount.
subtract 1 from candidatecount giving candidatelast.
perform keep-due-order using c varying c from 0 to candidatelast.
local ordercount.
move length in orderrows to ordercount.
subtract 1 from ordercount giving orderlast.
move 0 to orderindex.
perform next-order.

keep-due-order section using c.
local candidate.
move candidaterows(c) to candidate.
local linkcompany.
local linkdays.
local linkrule.
move CompanyId in candidate to linkcompany.
move DeliveryDays in candidate to linkdays.
move HolidayRule in candidate to linkrule.
local due.
perform holiday-due using linkcompany linkdays linkrule giving due.
if due = 1 then
    perform push in orderrows using candidate.
end-if.

next-order section.
if orderindex > orderlast then
    perform finish-run.
local datavalues.
move array to datavalues.
perform push in datavalues using Id in currentorder.
perform query in connection using "select SupplierProducts.Code as Code, SupplierProducts.Description as Description, OrderItems.Quantity as Quantity, OrderItems.Unit as Unit, OrderItems.UnitQuantity as UnitQuantity, coalesce((select cast(group_concat(concat(StockLots.LotNumber, if(StockLots.BestBefore is null, '', concat(' bb ', StockLots.BestBefore))) order by StockLots.Id separator ', ') as char) from StockLots where StockLots.OrderItemId = OrderItems.Id), '') as Lots from OrderItems inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where OrderItems.OrderId = ? order by OrderItems.Id" datavalues fetch-order-items-end.

fetch-order-items-end section using err, result.
if err then
    exit program.
end-if.
move result to itemrows.
perform number-note.

number-note section.
local datavalues.
move array to datavalues.
perform push in datavalues using CompanyId in currentorder.
perform push in datavalues using Id in currentorder.
perform push in datavalues using tomorrowcode.
perform query in connection using "insert DeliveryNotes set CompanyId = ?, OrderId = ?, DeliveryDay = ?, PrintedAt = now()" datavalues number-note-end.

number-note-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move insertId in result to noteid.
perform write-note.

write-note section.
add 1 to notecount.
move "DELIVERY NOTE " to notetext.
add noteid to notetext.
add "\n" to notetext.
add "Delivery day: " to notetext.
add tomorrowcode to notetext.
add "  (printed " to notetext.
add ".txt" to notefile.
perform writeFileSync in fs using notefile notetext.

move CompanyId in currentorder to doccompany.
move CustomerId in currentorder to doccustomer.
move SupplierId in currentorder to docsupplier.
move "deliverynote" to doctype.
move noteid to docnumber.
move notefile to docfile.
move "deliveryNotes" to docjob.
copy REGISTERDOCUMENT.

register-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
add 1 to orderindex.
perform next-order.

    add Unit in itemrow to notetext.
    add ")" to notetext.
end-if.
if Lots in itemrow not = "" then
    add "  lot " to notetext.
    add Lots in itemrow to notetext.
end-if.
add "\n" to notetext.

fail-run section using runerr.
