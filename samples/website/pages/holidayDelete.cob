data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.

move id in body in request to id.

local connection.
local page.
local method.
local outcome.
local companyid.
local holidayrow.
move "holidayDelete" to page.
move method in request to method.
move companyid in request to companyid.

perform fetch-holiday.

* scoped to the caller's company before anything is removed; the date
* and name come back for the audit row
fetch-holiday section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, date_format(HolidayDate, '%Y-%m-%d') as HolidayDate, Name from Holidays where Id = ? and CompanyId = ?" datavalues fetch-holiday-end.

fetch-holiday-end section using err, result.
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
    perform write in response using "No such holiday.".
    perform end in response.
    exit program.
end-if.
move result(0) to holidayrow.

perform delete-holiday.

delete-holiday section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "delete from Holidays where Id = ?" datavalues delete-end.

delete-end section using err, result.
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
move id to entityid.
move "delete" to action.
move Name in holidayrow to oldname.
move HolidayDate in holidayrow to oldaddress.
move "" to oldnotes.
move "" to newname.
move "" to newaddress.
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
