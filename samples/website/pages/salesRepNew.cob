data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local name.
local email.
local commissionrate.
local commissionratenumber.

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

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
move "salesRepNew" to page.
move method in request to method.
move companyid in request to companyid.

perform validate-rep.
if errors not = "" then
    perform reject-rep.
    exit program.
end-if.

perform insert-rep.

validate-rep section.
copy VALIDATESALESREP.

reject-rep section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

insert-rep section.
copy DBCONNECT.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using name.
perform push in datavalues using email.
perform push in datavalues using commissionratenumber.

perform query in connection using "insert SalesReps set CompanyId = ?, Name = ?, Email = ?, CommissionRate = ?, IsActive = 1" datavalues insert-end.

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
move "SalesRep" to entitytype.
move insertId in result to entityid.
move "insert" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move name to newname.
move email to newaddress.
move "" to newnotes.
add commissionratenumber to newnotes.
add "%" to newnotes.
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
