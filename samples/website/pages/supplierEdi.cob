data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.
local edienabled.

move id in body in request to id.
* the checkbox posts 1 when ticked and nothing at all when not
move edienabled in body in request to edienabled.
if edienabled = "1" then
    move 1 to edienabled.
else
    move 0 to edienabled.
end-if.

local connection.
local page.
local method.
local outcome.
local companyid.
local supplierrow.
move "supplierEdi" to page.
move method in request to method.
move companyid in request to companyid.

perform fetch-supplier.

fetch-supplier section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name, EdiEnabled from suppliers where Id = ? and CompanyId = ?" datavalues fetch-supplier-end.

fetch-supplier-end section using err, result.
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
move result(0) to supplierrow.

perform update-edi.

* the overnight ediOrders job sends every approved order not yet
* received or sent, so switching EDI on also sends the orders already
* phoned through; the supplier's dispatch advice confirms them either
* way. Switching it off stops both the order files and the dispatch
* advice sweep (ediDispatch) for the supplier
update-edi section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using edienabled.
perform push in datavalues using id.

perform query in connection using "update suppliers set EdiEnabled = ? where Id = ?" datavalues update-end.

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
move "Supplier" to entitytype.
move id to entityid.
move "edi" to action.
move Name in supplierrow to oldname.
move "" to oldaddress.
if EdiEnabled in supplierrow then
    move "EDI on" to oldnotes.
else
    move "EDI off" to oldnotes.
end-if.
move Name in supplierrow to newname.
move "" to newaddress.
if edienabled = 1 then
    move "EDI on" to newnotes.
else
    move "EDI off" to newnotes.
end-if.
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
move "/supplier/view?id=" to location.
add id to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
