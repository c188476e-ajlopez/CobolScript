local mysql.

perform require using "mysql" giving mysql.
global Math.

local id.
local connection.
local linkrows.
local currentday.
local daymatches.
local loadrows.
local loadorders.
local loadweights.
local loadvolumes.
local dayorders.
local dayweight.
local dayvolume.
local capacityweight.
local capacityvolume.
local vehiclecount.
local page.
local method.
local outcome.
perform query in connection using "select customers.Id as Id, customers.Name as Name, customers.Address as Address, CustomerSuppliers.DeliveryDays as DeliveryDays, CustomerSuppliers.Frequency as Frequency from CustomerSuppliers inner join customers on customers.Id = CustomerSuppliers.CustomerId where CustomerSuppliers.SupplierId = ? and customers.IsDeleted = 0 order by customers.Name" datavalues fetch-links-end.

fetch-links-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to linkrows.
perform fetch-loads.

* what is waiting to go out on this route: approved customer orders,
* weighed per customer. A received order is loaded at what was
* received, the same quantity the pick list and delivery note use
fetch-loads section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select orders.CustomerId as CustomerId, count(distinct orders.Id) as Orders, coalesce(sum(if(orders.Received = 1, OrderItems.ReceivedQuantity, OrderItems.Quantity) * SupplierProducts.UnitWeight), 0) as Weight, coalesce(sum(if(orders.Received = 1, OrderItems.ReceivedQuantity, OrderItems.Quantity) * SupplierProducts.UnitVolume), 0) as Volume from OrderItems inner join orders on orders.Id = OrderItems.OrderId inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where orders.SupplierId = ? and orders.Status = 'approved' and orders.OrderType = 'customer' group by orders.CustomerId" datavalues fetch-loads-end.

fetch-loads-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to loadrows.
move object to loadorders.
move object to loadweights.
move object to loadvolumes.
local loadcount.
local loadlast.
local n.
move length in loadrows to loadcount.
subtract 1 from loadcount giving loadlast.
perform index-load using n varying n from 0 to loadlast.
perform fetch-capacity.

index-load section using n.
local loadrow.
move loadrows(n) to loadrow.
local customerkey.
move "" to customerkey.
add CustomerId in loadrow to customerkey.
local number.
multiply Orders in loadrow by 1 giving number.
move number to loadorders(customerkey).
multiply Weight in loadrow by 1 giving number.
move number to loadweights(customerkey).
multiply Volume in loadrow by 1 giving number.
move number to loadvolumes(customerkey).

* the route's capacity is every active vehicle assigned to it
fetch-capacity section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select count(*) as Vehicles, coalesce(sum(MaxWeight), 0) as MaxWeight, coalesce(sum(MaxVolume), 0) as MaxVolume from Vehicles where SupplierId = ? and CompanyId = ? and IsActive = 1" datavalues fetch-capacity-end.

fetch-capacity-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
local capacityrow.
move result(0) to capacityrow.
multiply Vehicles in capacityrow by 1 giving vehiclecount.
multiply MaxWeight in capacityrow by 1 giving capacityweight.
multiply MaxVolume in capacityrow by 1 giving capacityvolume.
perform render-sheet.

* one pass per weekday over the links, matching the day code against
perform escape-html using Name in supplierrow giving escvalue.
add escvalue to html.
add "</p>" to html.
add "<p>Route capacity: " to html.
add vehiclecount to html.
add " active vehicle(s), " to html.
add capacityweight to html.
add " kg, " to html.
add capacityvolume to html.
add " m3 (<a href=""/vehicle"">vehicles</a>). Each day's load is the approved orders waiting for the customers delivered that day; a customer delivered on several days counts on each of them until the order goes out.</p>" to html.

local daycount.
local daylast.

add "<p><a href=""/supplier/view?id=" to html.
add Id in supplierrow to html.
add """>Back to supplier</a> <a href=""/holiday"">Public holidays</a></p>" to html.

move "ok" to outcome.
copy LOG.
add daynames(currentday) to html.
add "</h2>" to html.
move 0 to daymatches.
move 0 to dayorders.
move 0 to dayweight.
move 0 to dayvolume.
add "<ul>" to html.
local linkcount.
local linklast.
if daymatches = 0 then
    add "<p>No deliveries.</p>" to html.
end-if.
perform render-day-load.

* a day is overloaded when its orders outweigh or outsize the route's
* vehicles; a route with no vehicles is overloaded by any order at all
render-day-load section.
if dayorders > 0 then
    multiply dayweight by 100 giving dayweight.
    perform round in Math using dayweight giving dayweight.
    divide dayweight by 100 giving dayweight.
    multiply dayvolume by 1000 giving dayvolume.
    perform round in Math using dayvolume giving dayvolume.
    divide dayvolume by 1000 giving dayvolume.
    add "<p>Load: " to html.
    add dayorders to html.
    add " order(s), " to html.
    add dayweight to html.
    add " of " to html.
    add capacityweight to html.
    add " kg, " to html.
    add dayvolume to html.
    add " of " to html.
    add capacityvolume to html.
    add " m3" to html.
    local overloaded.
    move 0 to overloaded.
    if dayweight > capacityweight then
        move 1 to overloaded.
    end-if.
    if dayvolume > capacityvolume then
        move 1 to overloaded.
    end-if.
    if overloaded = 1 then
        add " <strong>OVERLOADED</strong>" to html.
    end-if.
    add "</p>" to html.
end-if.

render-day-row section using k.
local linkrow.
perform indexOf in days using currentday giving dayidx.
if dayidx not = -1 then
    add 1 to daymatches.
    local customerkey.
    move "" to customerkey.
    add Id in linkrow to customerkey.
    local customerorders.
    move loadorders(customerkey) to customerorders.
    if customerorders > 0 then
        add customerorders to dayorders.
        add loadweights(customerkey) to dayweight.
        add loadvolumes(customerkey) to dayvolume.
    end-if.
    add "<li>" to html.
    local escvalue.
    perform escape-html using Name in linkrow giving escvalue.
