data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.
local name.
local email.
local commissionrate.
local commissionratenumber.
local active.

move id in body in request to id.
move name in body in request to name.
if name = "" then
    move "" to name.
end-if.
move email in body in request to email.
if email = "" then
    move "" to email.
end-if.
move commissionrate in body in request to commissionrate.
if commissionrate = "" then
    move 0 to commissionrate.
end-if.
* an unticked checkbox posts nothing: the rep has left. Their
* customers keep the assignment until it is moved on, and the
* month-end still states what they earned up to leaving
local activeflag.
move isactive in body in request to activeflag.
move 0 to active.
if activeflag = "1" then
    move 1 to active.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local oldrow.
move "salesRepUpdate" to page.
move method in request to method.
move companyid in request to companyid.

perform validate-rep.
if errors not = "" then
    perform reject-rep.
    exit program.
end-if.

perform fetch-old.

validate-rep section.
copy VALIDATESALESREP.

reject-rep section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

fetch-old section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name, Email, CommissionRate, IsActive from SalesReps where Id = ? and CompanyId = ?" datavalues fetch-old-end.

fetch-old-end section using err, result.
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
    perform write in response using "No such rep.".
    perform end in response.
    exit program.
end-if.
move result(0) to oldrow.

perform update-rep.

update-rep section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using name.
perform push in datavalues using email.
perform push in datavalues using commissionratenumber.
perform push in datavalues using active.
perform push in datavalues using id.

perform query in connection using "update SalesReps set Name = ?, Email = ?, CommissionRate = ?, IsActive = ? where Id = ?" datavalues update-end.

update-end section using err, result.
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
move "SalesRep" to entitytype.
move id to entityid.
move "update" to action.
move Name in oldrow to oldname.
move Email in oldrow to oldaddress.
move "" to oldnotes.
add CommissionRate in oldrow to oldnotes.
add "%, active " to oldnotes.
add IsActive in oldrow to oldnotes.
move name to newname.
move email to newaddress.
move "" to newnotes.
add commissionratenumber to newnotes.
add "%, active " to newnotes.
add active to newnotes.
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
move "/rep" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
