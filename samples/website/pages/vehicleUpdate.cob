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
local supplierid.
local maxweight.
local maxweightnumber.
local maxvolume.
local maxvolumenumber.
local active.

move id in body in request to id.
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
* an unticked checkbox posts nothing: the vehicle is off the road
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
move "vehicleUpdate" to page.
move method in request to method.
move companyid in request to companyid.

perform validate-vehicle.
if errors not = "" then
    perform reject-vehicle.
    exit program.
end-if.

perform fetch-old.

validate-vehicle section.
copy VALIDATEVEHICLE.

reject-vehicle section.
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

perform query in connection using "select Id, Name, coalesce(SupplierId, '') as SupplierId, MaxWeight, MaxVolume, IsActive from Vehicles where Id = ? and CompanyId = ?" datavalues fetch-old-end.

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
    perform write in response using "No such vehicle.".
    perform end in response.
    exit program.
end-if.
move result(0) to oldrow.

if supplierid = "" then
    perform update-vehicle.
else
    perform validate-tenant.
end-if.

validate-tenant section.
local datavalues.
move array to datavalues.
perform push in datavalues using supplierid.
perform push in datavalues using companyid.
perform query in connection using "select Id from suppliers where Id = ? and CompanyId = ?" datavalues validate-tenant-end.

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

perform update-vehicle.

update-vehicle section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using name.
perform push in datavalues using supplierid.
perform push in datavalues using maxweightnumber.
perform push in datavalues using maxvolumenumber.
perform push in datavalues using active.
perform push in datavalues using id.

perform query in connection using "update Vehicles set Name = ?, SupplierId = nullif(?, ''), MaxWeight = ?, MaxVolume = ?, IsActive = ? where Id = ?" datavalues update-end.

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
move "Vehicle" to entitytype.
move id to entityid.
move "update" to action.
move Name in oldrow to oldname.
move "supplier " to oldaddress.
add SupplierId in oldrow to oldaddress.
move "" to oldnotes.
add MaxWeight in oldrow to oldnotes.
add " kg, " to oldnotes.
add MaxVolume in oldrow to oldnotes.
add " m3, active " to oldnotes.
add IsActive in oldrow to oldnotes.
move name to newname.
move "supplier " to newaddress.
add supplierid to newaddress.
move "" to newnotes.
add maxweightnumber to newnotes.
add " kg, " to newnotes.
add maxvolumenumber to newnotes.
add " m3, active " to newnotes.
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
move "/vehicle" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
