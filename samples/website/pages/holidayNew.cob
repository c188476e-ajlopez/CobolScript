data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local holidaydate.
local name.

move holidaydate in body in request to holidaydate.
if holidaydate = "" then
    move "" to holidaydate.
end-if.
move name in body in request to name.
if name = "" then
    move "" to name.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
move "holidayNew" to page.
move method in request to method.
move companyid in request to companyid.

* a date in the form the contract dates use, and a name so the
* calendar reads as more than a list of dates; the name length
* mirrors the column (Name varchar(60))
move "" to errors.
local datelength.
move length in holidaydate to datelength.
if datelength not = 10 then
    add "The holiday date must be YYYY-MM-DD. " to errors.
end-if.
if name = "" then
    add "Holiday name is required. " to errors.
end-if.
local namelength.
move length in name to namelength.
if namelength > 60 then
    add "Holiday name must be 60 characters or fewer. " to errors.
end-if.

if errors not = "" then
    perform reject-holiday.
    exit program.
end-if.

perform check-duplicate.

reject-holiday section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

check-duplicate section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using holidaydate.

perform query in connection using "select Id from Holidays where CompanyId = ? and HolidayDate = ?" datavalues check-duplicate-end.

check-duplicate-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
if length in result > 0 then
    move "conflict" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 409.
    perform write in response using "That date is already on the holiday calendar.".
    perform end in response.
    exit program.
end-if.

perform insert-holiday.

insert-holiday section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using holidaydate.
perform push in datavalues using name.

perform query in connection using "insert Holidays set CompanyId = ?, HolidayDate = ?, Name = ?" datavalues insert-end.

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
move "Holiday" to entitytype.
move insertId in result to entityid.
move "insert" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move name to newname.
move holidaydate to newaddress.
move "" to newnotes.
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
local headers.
move object to headers.
move "/holiday" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
