data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.
local repid.
local effectivefrom.

move id in body in request to id.
* a blank rep takes the customer off any rep's book from the date
move repid in body in request to repid.
if repid = "" then
    move "" to repid.
end-if.
* a blank date means from today
move effectivefrom in body in request to effectivefrom.
if effectivefrom = "" then
    move "" to effectivefrom.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local customerrow.
move "customerRep" to page.
move method in request to method.
move companyid in request to companyid.

move "" to errors.
if effectivefrom not = "" then
    local datelength.
    move length in effectivefrom to datelength.
    if datelength not = 10 then
        add "The date must be YYYY-MM-DD. " to errors.
    end-if.
end-if.
if errors not = "" then
    perform reject-rep using errors.
    exit program.
end-if.

perform fetch-customer.

reject-rep section using refusal.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using refusal.
perform end in response.

* the customer and the rep must both be this company's, and the rep
* still active. The date may not reach back before this month: the
* statements for earlier months have gone out on the assignment as it
* stood, and moving it under them would leave them unexplained
fetch-customer section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using repid.
perform push in datavalues using repid.
perform push in datavalues using companyid.
perform push in datavalues using effectivefrom.
perform push in datavalues using effectivefrom.
perform push in datavalues using effectivefrom.
perform push in datavalues using effectivefrom.
perform push in datavalues using effectivefrom.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select customers.Id as Id, customers.Name as Name, coalesce((select SalesReps.Name from SalesReps inner join CustomerReps on CustomerReps.RepId = SalesReps.Id where CustomerReps.CustomerId = customers.Id and CustomerReps.EffectiveFrom <= curdate() order by CustomerReps.EffectiveFrom desc, CustomerReps.Id desc limit 1), '') as OldRepName, case when ? = '' then '' else coalesce((select SalesReps.Name from SalesReps where SalesReps.Id = ? and SalesReps.CompanyId = ? and SalesReps.IsActive = 1), '') end as RepName, case when ? = '' then date_format(curdate(), '%Y-%m-%d') else coalesce(date_format(str_to_date(?, '%Y-%m-%d'), '%Y-%m-%d'), '') end as EffectiveFrom, case when ? = '' then '' when str_to_date(?, '%Y-%m-%d') is null then 'invalid' when str_to_date(?, '%Y-%m-%d') < date_format(curdate(), '%Y-%m-01') then 'closed' else '' end as DateCheck from customers where customers.Id = ? and customers.CompanyId = ? and customers.IsDeleted = 0" datavalues fetch-customer-end.

fetch-customer-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
if length in result = 0 then
    move "notfound" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 404.
    perform write in response using "No such customer.".
    perform end in response.
    exit program.
end-if.
move result(0) to customerrow.
if repid not = "" then
    if RepName in customerrow = "" then
        add "No such active rep. " to errors.
    end-if.
end-if.
if DateCheck in customerrow = "invalid" then
    add "The date must be a real date, YYYY-MM-DD. " to errors.
end-if.
if DateCheck in customerrow = "closed" then
    add "The assignment cannot take effect before the start of this month; earlier months have been stated. " to errors.
end-if.
if errors not = "" then
    copy DBRELEASE.
    perform reject-rep using errors.
    exit program.
end-if.
move EffectiveFrom in customerrow to effectivefrom.

perform insert-assignment.

* assignments are kept, not overwritten, so the rep on any past date
* can still be found; the latest effective on or before a date wins
insert-assignment section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using id.
perform push in datavalues using repid.
perform push in datavalues using effectivefrom.
local assignedby.
move username in request to assignedby.
perform push in datavalues using assignedby.

perform query in connection using "insert CustomerReps set CompanyId = ?, CustomerId = ?, RepId = nullif(?, ''), EffectiveFrom = ?, AssignedBy = ?, AssignedAt = now()" datavalues insert-end.

insert-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
move "Customer" to entitytype.
move id to entityid.
move "rep" to action.
move Name in customerrow to oldname.
move OldRepName in customerrow to oldaddress.
move "" to oldnotes.
move Name in customerrow to newname.
if repid = "" then
    move "no rep" to newaddress.
else
    move RepName in customerrow to newaddress.
end-if.
move "from " to newnotes.
add effectivefrom to newnotes.
local changedby.
move username in request to changedby.
copy AUDIT.

audit-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
perform commit in connection using commit-end.

commit-end section using err.
if err then
    perform rollback-write.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
local location.
move "/customer/view?id=" to location.
add id to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
