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

* the load plan, run before the pick lists and delivery notes: for
* TOMORROW's delivery day, every supplier route's approved orders -
* the same orders deliveryNotes.cob prints notes for - weighed and
* measured from the catalog's unit weight and volume, and totalled
* against the active vehicles assigned to the route. An overloaded
* route is flagged in the file and counted in the job log, so dispatch
* hears about it the evening before instead of in the yard. A received
* order is loaded at what was received.
local connection.
local holidaycal.
local candidaterows.
local loadrows.
local plantext.
local orderlines.
local cursupplier.
local supplierrow.
local routeorders.
local routeweight.
local routevolume.
local routecount.
local overloadcount.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to routecount.
move 0 to overloadcount.

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
perform find-loads.

* one row per order with its weight and volume, and the capacity of
* its supplier's active vehicles alongside
find-loads section.
local datavalues.
move array to datavalues.
perform query in connection using "select orders.Id as OrderId, orders.CompanyId as CompanyId, CustomerSuppliers.DeliveryDays as DeliveryDays, CustomerSuppliers.HolidayRule as HolidayRule, suppliers.Id as SupplierId, suppliers.Name as SupplierName, customers.Name as CustomerName, coalesce(sum(if(orders.Received = 1, OrderItems.ReceivedQuantity, OrderItems.Quantity) * SupplierProducts.UnitWeight), 0) as Weight, coalesce(sum(if(orders.Received = 1, OrderItems.ReceivedQuantity, OrderItems.Quantity) * SupplierProducts.UnitVolume), 0) as Volume, coalesce(capacity.Vehicles, 0) as Vehicles, coalesce(capacity.MaxWeight, 0) as MaxWeight, coalesce(capacity.MaxVolume, 0) as MaxVolume from orders inner join customers on customers.Id = orders.CustomerId inner join suppliers on suppliers.Id = orders.SupplierId inner join CustomerSuppliers on CustomerSuppliers.CustomerId = orders.CustomerId and CustomerSuppliers.SupplierId = orders.SupplierId inner join OrderItems on OrderItems.OrderId = orders.Id inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId left join (select SupplierId, count(*) as Vehicles, sum(MaxWeight) as MaxWeight, sum(MaxVolume) as MaxVolume from Vehicles where IsActive = 1 and SupplierId is not null group by SupplierId) capacity on capacity.SupplierId = suppliers.Id where orders.Status = 'approved' and orders.OrderType = 'customer' and CustomerSuppliers.DeliveryDays <> '' group by orders.Id, orders.CompanyId, CustomerSuppliers.DeliveryDays, CustomerSuppliers.HolidayRule, suppliers.Id, suppliers.Name, customers.Name, capacity.Vehicles, capacity.MaxWeight, capacity.MaxVolume order by suppliers.Name, suppliers.Id, customers.Name, orders.Id" datavalues find-loads-end.

find-loads-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to candidaterows.
move array to loadrows.
local candidatecount.
local candidatelast.
local c.
move length in candidaterows to candidatecount.
subtract 1 from candidatecount giving candidatelast.
perform keep-due-row using c varying c from 0 to candidatelast.

move "" to cursupplier.
local loadcount.
local loadlast.
local i.
move length in loadrows to loadcount.
subtract 1 from loadcount giving loadlast.
perform add-load-row using i varying i from 0 to loadlast.
perform close-route.

local summaryline.
move "loadPlan routes " to summaryline.
add routecount to summaryline.
add " overloaded " to summaryline.
add overloadcount to summaryline.
add " day " to summaryline.
add tomorrowcode to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform finish-run.

* the rows arrive sorted by supplier: a new supplier closes the
* previous route, and each row adds one order to the running load
add-load-row section using i.
local row.
move loadrows(i) to row.
local supplierkey.
move "" to supplierkey.
add SupplierId in row to supplierkey.
if supplierkey not = cursupplier then
    perform close-route.
    move row to supplierrow.
    move supplierkey to cursupplier.
    move 0 to routeorders.
    move 0 to routeweight.
    move 0 to routevolume.
    move "" to orderlines.
end-if.
local weight.
local volume.
multiply Weight in row by 1 giving weight.
multiply Volume in row by 1 giving volume.
add 1 to routeorders.
add weight to routeweight.
add volume to routevolume.
add "  order " to orderlines.
add OrderId in row to orderlines.
add "  " to orderlines.
add CustomerName in row to orderlines.
add "  " to orderlines.
add weight to orderlines.
add " kg  " to orderlines.
add volume to orderlines.
add " m3\n" to orderlines.

* a route is overloaded when its orders outweigh or outsize its
* vehicles; a route with no vehicles assigned is overloaded by any
* order at all, which is the point - somebody has to find a van
close-route section.
if cursupplier not = "" then
    local maxweight.
    local maxvolume.
    local vehicles.
    multiply MaxWeight in supplierrow by 1 giving maxweight.
    multiply MaxVolume in supplierrow by 1 giving maxvolume.
    multiply Vehicles in supplierrow by 1 giving vehicles.
    multiply routeweight by 100 giving routeweight.
    perform round in Math using routeweight giving routeweight.
    divide routeweight by 100 giving routeweight.
    multiply routevolume by 1000 giving routevolume.
    perform round in Math using routevolume giving routevolume.
    divide routevolume by 1000 giving routevolume.
    local overloaded.
    move 0 to overloaded.
    if routeweight > maxweight then
        move 1 to overloaded.
    end-if.
    if routevolume > maxvolume then
        move 1 to overloaded.
    end-if.
    add 1 to routecount.
    move "LOAD PLAN\n" to plantext.
    add "Delivery day: " to plantext.
    add tomorrowcode to plantext.
    add "  (printed " to plantext.
    add runstamp to plantext.
    add ")\n" to plantext.
    add "Supplier route: " to plantext.
    add SupplierName in supplierrow to plantext.
    add "\n\nOrders:\n" to plantext.
    add orderlines to plantext.
    add "\nLoad: " to plantext.
    add routeorders to plantext.
    add " order(s), " to plantext.
    add routeweight to plantext.
    add " kg, " to plantext.
    add routevolume to plantext.
    add " m3\n" to plantext.
    add "Capacity: " to plantext.
    add vehicles to plantext.
    add " vehicle(s), " to plantext.
    add maxweight to plantext.
    add " kg, " to plantext.
    add maxvolume to plantext.
    add " m3\n" to plantext.
    if overloaded = 1 then
        add 1 to overloadcount.
        add "\n*** OVERLOADED - re-plan before the notes are printed ***\n" to plantext.
    end-if.
    local planfile.
    move "loadplan-" to planfile.
    add runstamp to planfile.
    add "-" to planfile.
    add tomorrowcode to planfile.
    add "-" to planfile.
    add cursupplier to planfile.
    add ".txt" to planfile.
    perform writeFileSync in fs using planfile plantext.
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
    perform push in loadrows using candidate.
end-if.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
perform jobdone.
