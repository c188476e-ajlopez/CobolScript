if frequency = "" then
    move "weekly" to frequency.
end-if.
* what a delivery falling on a public holiday does: "skip" it, or move
* it to the "next" working day
local holidayrule.
move holidayrule in body in request to holidayrule.
if holidayrule = "" then
    move "skip" to holidayrule.
end-if.
* the smallest order the supplier will deliver; zero means no minimum
local minordervalue.
local minordernumber.
if minordervalue = "" then
    move 0 to minordervalue.
end-if.
* a link that waives the zone delivery charge - the supplier's own van
* on an arrangement, say; an unticked checkbox posts nothing
local waiveflag.
local waivecharge.
move waivecharge in body in request to waiveflag.
move 0 to waivecharge.
if waiveflag = "1" then
    move 1 to waivecharge.
end-if.

local connection.
local errors.
        end-if.
    end-if.
end-if.
if holidayrule not = "skip" then
    if holidayrule not = "next" then
        add "Holiday rule must be skip or next. " to errors.
    end-if.
end-if.
multiply minordervalue by 1 giving minordernumber.
if minordernumber not = minordernumber then
    add "The minimum order value must be a number. " to errors.
perform push in datavalues using companyid.
perform push in datavalues using supplierid.

perform query in connection using "select CustomerSuppliers.DeliveryDays as DeliveryDays, CustomerSuppliers.Frequency as Frequency, CustomerSuppliers.MinOrderValue as MinOrderValue, CustomerSuppliers.HolidayRule as HolidayRule, CustomerSuppliers.WaiveDeliveryCharge as WaiveDeliveryCharge, suppliers.Name as SupplierName from CustomerSuppliers inner join customers on customers.Id = CustomerSuppliers.CustomerId inner join suppliers on suppliers.Id = CustomerSuppliers.SupplierId where CustomerSuppliers.CustomerId = ? and customers.CompanyId = ? and CustomerSuppliers.SupplierId = ?" datavalues fetch-link-end.

fetch-link-end section using err, result.
if err then
perform push in datavalues using deliverydays.
perform push in datavalues using frequency.
perform push in datavalues using minordernumber.
perform push in datavalues using holidayrule.
perform push in datavalues using waivecharge.
perform push in datavalues using customerid.
perform push in datavalues using supplierid.

perform query in connection using "update CustomerSuppliers set DeliveryDays = ?, Frequency = ?, MinOrderValue = ?, HolidayRule = ?, WaiveDeliveryCharge = ? where CustomerId = ? and SupplierId = ?" datavalues update-end.

* the audit mapping for schedules: supplier name in the name slots,
* the day list in the address slot, the frequency in the notes slot
move Frequency in oldrow to oldnotes.
add " min " to oldnotes.
add MinOrderValue in oldrow to oldnotes.
add " holiday " to oldnotes.
add HolidayRule in oldrow to oldnotes.
add " waive " to oldnotes.
add WaiveDeliveryCharge in oldrow to oldnotes.
move SupplierName in oldrow to newname.
move deliverydays to newaddress.
move frequency to newnotes.
add " min " to newnotes.
add minordernumber to newnotes.
add " holiday " to newnotes.
add holidayrule to newnotes.
add " waive " to newnotes.
add waivecharge to newnotes.
local changedby.
move username in request to changedby.
copy AUDIT.
