* delivery; most of the volume is the same order every week, and
* this types it instead of a clerk.
local connection.
local holidaycal.
local candidaterows.
local templates.
local templateindex.
local templatelast.
    exit program.
end-if.
move conn to connection.
copy HOLIDAYCAL.

holidays-ready section using err.
if err then
    perform fail-run using err.
    exit program.
end-if.
perform find-templates.

* due means: active template, live customer, active supplier, the
* link delivering tomorrow - its own day code, less a public holiday,
* plus any delivery a holiday moved onto tomorrow (HOLIDAYCAL decides
* that part once the rows are back) - and the frequency satisfied
* since the last generation
find-templates section.
local datavalues.
move array to datavalues.
perform query in connection using "select StandingOrders.Id as Id, StandingOrders.CompanyId as CompanyId, StandingOrders.CustomerId as CustomerId, StandingOrders.SupplierId as SupplierId, CustomerSuppliers.DeliveryDays as DeliveryDays, CustomerSuppliers.HolidayRule as HolidayRule from StandingOrders inner join CustomerSuppliers on CustomerSuppliers.CustomerId = StandingOrders.CustomerId and CustomerSuppliers.SupplierId = StandingOrders.SupplierId inner join customers on customers.Id = StandingOrders.CustomerId inner join suppliers on suppliers.Id = StandingOrders.SupplierId where StandingOrders.IsActive = 1 and customers.IsDeleted = 0 and suppliers.IsActive = 1 and CustomerSuppliers.DeliveryDays <> '' and (StandingOrders.LastGeneratedOn is null or (CustomerSuppliers.Frequency = 'weekly' and StandingOrders.LastGeneratedOn < curdate()) or (CustomerSuppliers.Frequency = 'fortnightly' and StandingOrders.LastGeneratedOn <= curdate() - interval 13 day) or (CustomerSuppliers.Frequency = 'monthly' and StandingOrders.LastGeneratedOn <= curdate() - interval 27 day)) order by StandingOrders.Id" datavalues find-templates-end.

find-templates-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to candidaterows.
move array to templates.
local candidatecount.
local candidatelast.
local c.
move length in candidaterows to candidatecount.
subtract 1 from candidatecount giving candidatelast.
perform keep-due-template using c varying c from 0 to candidatelast.
local templatecount.
move length in templates to templatecount.
subtract 1 from templatecount giving templatelast.
move 0 to templateindex.
perform next-template.

keep-due-template section using c.
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
    perform push in templates using candidate.
end-if.

next-template section.
if templateindex > templatelast then
    perform finish-run.
