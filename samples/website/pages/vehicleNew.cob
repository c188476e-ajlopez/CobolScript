data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local name.
local supplierid.
local maxweight.
local maxweightnumber.
local maxvolume.
local maxvolumenumber.

move name in body in request to name.
if name = "" then
    move "" to name.
end-if.
move supplierid in body in request to supplierid.
if supplierid = "" then
    move "" to supplierid.
end-if.
move maxweight in body in request to maxweight.
if maxweight = "" then
    move 0 to maxweight.
end-if.
move maxvolume in body in request to maxvolume.
if maxvolume = "" then
    move 0 to maxvolume.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
move "vehicleNew" to page.
move method in request to method.
move companyid in request to companyid.

perform validate-vehicle.
if errors not = "" then
    perform reject-vehicle.
    exit program.
end-if.

perform validate-tenant.

validate-vehicle section.
copy VALIDATEVEHICLE.

reject-vehicle section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

* the route the vehicle runs has to be one of the caller's own
* suppliers; an unassigned vehicle skips the check
validate-tenant section.
copy DBCONNECT.

if supplierid = "" then
    perform insert-vehicle.
else
    local datavalues.
    move array to datavalues.
    perform push in datavalues using supplierid.
    perform push in datavalues using companyid.
    perform query in connection using "select Id from suppliers where Id = ? and CompanyId = ?" datavalues validate-tenant-end.
end-if.

validate-tenant-end section using err, result.
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
    perform write in response using "No such supplier.".
    perform end in response.
    exit program.
end-if.

perform insert-vehicle.

insert-vehicle section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using supplierid.
perform push in datavalues using name.
perform push in datavalues using maxweightnumber.
perform push in datavalues using maxvolumenumber.

perform query in connection using "insert Vehicles set CompanyId = ?, SupplierId = nullif(?, ''), Name = ?, MaxWeight = ?, MaxVolume = ?" datavalues insert-end.

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
move "Vehicle" to entitytype.
move insertId in result to entityid.
move "insert" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move name to newname.
move "supplier " to newaddress.
add supplierid to newaddress.
move "" to newnotes.
add maxweightnumber to newnotes.
add " kg, " to newnotes.
add maxvolumenumber to newnotes.
add " m3" to newnotes.
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
move "/vehicle" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
