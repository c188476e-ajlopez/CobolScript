data division.
linkage section.
01 require.
01 jobdone.
procedure division.
local fs.
perform require using "fs" giving fs.
local mysql.
perform require using "mysql" giving mysql.
global Date.
global Math.
global pool.

* the warehouse pick lists, printed ahead of the delivery notes: one
* per supplier route for TOMORROW's delivery day, covering the same
* approved orders deliveryNotes.cob prints notes for. Each product is
* totalled across every order on the route and listed in bin order,
* so the picker walks the aisles once; under each total the quantity
* is broken back down per order (customer and order number) for
* staging against the notes. A received order is picked at what was
* received, since that is what the van carries.
local connection.
local holidaycal.
local candidaterows.
local pickrows.
local picktext.
local productlines.
local cursupplier.
local curproduct.
local productrow.
local producttotal.
local listcount.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to listcount.

* tomorrow's two-letter day code, the same epoch-day arithmetic the
* delivery notes use
local daycodes.
move array to daycodes.
perform push in daycodes using "SU".
perform push in daycodes using "MO".
perform push in daycodes using "TU".
perform push in daycodes using "WE".
perform push in daycodes using "TH".
perform push in daycodes using "FR".
perform push in daycodes using "SA".
local nowts.
perform now in Date giving nowts.
add 86400000 to nowts.
local daynumber.
divide nowts by 86400000 giving daynumber.
perform floor in Math using daynumber giving daynumber.
add 4 to daynumber.
local dayquot.
divide daynumber by 7 giving dayquot.
perform floor in Math using dayquot giving dayquot.
multiply dayquot by 7 giving dayquot.
subtract dayquot from daynumber giving daynumber.
local tomorrowcode.
move daycodes(daynumber) to tomorrowcode.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
copy HOLIDAYCAL.

holidays-ready section using err.
if err then
    perform fail-run using err.
    exit program.
end-if.
perform find-pick-lines.

find-pick-lines section.
local datavalues.
move array to datavalues.
perform query in connection using "select orders.CompanyId as CompanyId, orders.Id as OrderId, CustomerSuppliers.DeliveryDays as DeliveryDays, CustomerSuppliers.HolidayRule as HolidayRule, suppliers.Id as SupplierId, suppliers.Name as SupplierName, customers.Name as CustomerName, SupplierProducts.Id as ProductId, SupplierProducts.BinLocation as BinLocation, SupplierProducts.Code as Code, SupplierProducts.Description as Description, SupplierProducts.Unit as Unit, if(orders.Received = 1, OrderItems.ReceivedQuantity, OrderItems.Quantity) as PickQuantity from OrderItems inner join orders on orders.Id = OrderItems.OrderId inner join customers on customers.Id = orders.CustomerId inner join suppliers on suppliers.Id = orders.SupplierId inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId inner join CustomerSuppliers on CustomerSuppliers.CustomerId = orders.CustomerId and CustomerSuppliers.SupplierId = orders.SupplierId where orders.Status = 'approved' and orders.OrderType = 'customer' and CustomerSuppliers.DeliveryDays <> '' and if(orders.Received = 1, OrderItems.ReceivedQuantity, OrderItems.Quantity) > 0 order by suppliers.Name, suppliers.Id, SupplierProducts.BinLocation, SupplierProducts.Code, SupplierProducts.Id, customers.Name, orders.Id" datavalues find-pick-lines-end.

find-pick-lines-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to candidaterows.
move array to pickrows.
local candidatecount.
local candidatelast.
local c.
move length in candidaterows to candidatecount.
subtract 1 from candidatecount giving candidatelast.
perform keep-due-row using c varying c from 0 to candidatelast.

move "" to cursupplier.
move "" to curproduct.
local pickcount.
local picklast.
local i.
move length in pickrows to pickcount.
subtract 1 from pickcount giving picklast.
perform add-pick-row using i varying i from 0 to picklast.
perform close-list.

local summaryline.
move "pickLists lists " to summaryline.
add listcount to summaryline.
add " day " to summaryline.
add tomorrowcode to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform finish-run.

* the rows arrive sorted supplier, bin, product, customer: a new
* supplier closes the previous list, a new product closes the
* previous product's total, and each row adds one order's share
add-pick-row section using i.
local row.
move pickrows(i) to row.
local supplierkey.
move "" to supplierkey.
add SupplierId in row to supplierkey.
if supplierkey not = cursupplier then
    perform close-list.
    perform open-list using row.
    move supplierkey to cursupplier.
end-if.
local productkey.
move "" to productkey.
add ProductId in row to productkey.
if productkey not = curproduct then
    perform close-product.
    move row to productrow.
    move productkey to curproduct.
    move 0 to producttotal.
    move "" to productlines.
end-if.
local quantity.
move PickQuantity in row to quantity.
multiply quantity by 1 giving quantity.
add quantity to producttotal.
add "        " to productlines.
add quantity to productlines.
add "  order " to productlines.
add OrderId in row to productlines.
add "  " to productlines.
add CustomerName in row to productlines.
add "\n" to productlines.

open-list section using row.
move "PICK LIST\n" to picktext.
add "Delivery day: " to picktext.
add tomorrowcode to picktext.
add "  (printed " to picktext.
add runstamp to picktext.
add ")\n" to picktext.
add "Supplier route: " to picktext.
add SupplierName in row to picktext.
add "\n\nBin  Code  Description  Total  Unit\n" to picktext.
add "        per order for staging\n\n" to picktext.

close-product section.
if curproduct not = "" then
    local bin.
    move BinLocation in productrow to bin.
    if bin = "" then
        move "(no bin)" to bin.
    end-if.
    add bin to picktext.
    add "  " to picktext.
    add Code in productrow to picktext.
    add "  " to picktext.
    add Description in productrow to picktext.
    add "  " to picktext.
    add producttotal to picktext.
    add "  " to picktext.
    add Unit in productrow to picktext.
    add "\n" to picktext.
    add productlines to picktext.
end-if.
move "" to curproduct.

* one file per supplier route, named so the lists sort with the
* delivery notes of the same night
close-list section.
if cursupplier not = "" then
    perform close-product.
    add "\n\nPicked by: ______________________  Checked by: ______________________\n" to picktext.
    add 1 to listcount.
    local listfile.
    move "picklist-" to listfile.
    add runstamp to listfile.
    add "-" to listfile.
    add tomorrowcode to listfile.
    add "-" to listfile.
    add cursupplier to listfile.
    add ".txt" to listfile.
    perform writeFileSync in fs using listfile picktext.
end-if.
move "" to cursupplier.

* the holiday calendar has the last word on which links deliver
* tomorrow
keep-due-row section using c.
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
    perform push in pickrows using candidate.
end-if.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
perform jobdone.
