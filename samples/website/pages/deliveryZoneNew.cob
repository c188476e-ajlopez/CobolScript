data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local name.
local postalfrom.
local postalto.
local region.
local charge.
local freethreshold.
local chargenumber.
local thresholdnumber.

move name in body in request to name.
if name = "" then
    move "" to name.
end-if.
move postalfrom in body in request to postalfrom.
if postalfrom = "" then
    move "" to postalfrom.
end-if.
move postalto in body in request to postalto.
if postalto = "" then
    move "" to postalto.
end-if.
move region in body in request to region.
if region = "" then
    move "" to region.
end-if.
move charge in body in request to charge.
if charge = "" then
    move "" to charge.
end-if.
* the order value from which delivery is free; zero means never
move freethreshold in body in request to freethreshold.
if freethreshold = "" then
    move 0 to freethreshold.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
move "deliveryZoneNew" to page.
move method in request to method.
move companyid in request to companyid.

* a zone is either a postal-code range or a region, never both, so a
* customer's zone can be read off its address without ambiguity about
* which half of the definition matched; the lengths mirror the
* customers columns (PostalCode varchar(10), Region varchar(50))
move "" to errors.
if name = "" then
    add "Zone name is required. " to errors.
end-if.
local namelength.
move length in name to namelength.
if namelength > 60 then
    add "Zone name must be 60 characters or fewer. " to errors.
end-if.
local rangegiven.
move 0 to rangegiven.
if postalfrom not = "" then
    move 1 to rangegiven.
end-if.
if postalto not = "" then
    move 1 to rangegiven.
end-if.
if rangegiven = 1 then
    if postalfrom = "" then
        add "A postal-code range needs both ends. " to errors.
    end-if.
    if postalto = "" then
        add "A postal-code range needs both ends. " to errors.
    end-if.
    if region not = "" then
        add "Give a postal-code range or a region, not both. " to errors.
    end-if.
    local fromlength.
    move length in postalfrom to fromlength.
    local tolength.
    move length in postalto to tolength.
    if fromlength > 10 then
        add "Postal codes must be 10 characters or fewer. " to errors.
    else
        if tolength > 10 then
            add "Postal codes must be 10 characters or fewer. " to errors.
        end-if.
    end-if.
    if postalfrom > postalto then
        add "The range must run from the lower postal code to the higher. " to errors.
    end-if.
else
    if region = "" then
        add "Give a postal-code range or a region. " to errors.
    end-if.
end-if.
local regionlength.
move length in region to regionlength.
if regionlength > 50 then
    add "Region must be 50 characters or fewer. " to errors.
end-if.
multiply charge by 1 giving chargenumber.
if charge = "" then
    add "The charge is required. " to errors.
    move 0 to chargenumber.
end-if.
if chargenumber not = chargenumber then
    add "The charge must be a number. " to errors.
    move 0 to chargenumber.
end-if.
if chargenumber < 0 then
    add "The charge must not be negative. " to errors.
end-if.
multiply freethreshold by 1 giving thresholdnumber.
if thresholdnumber not = thresholdnumber then
    add "The free-delivery threshold must be a number. " to errors.
    move 0 to thresholdnumber.
end-if.
if thresholdnumber < 0 then
    add "The free-delivery threshold must not be negative. " to errors.
end-if.

if errors not = "" then
    perform reject-zone.
    exit program.
end-if.

perform insert-zone.

reject-zone section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

insert-zone section.
copy DBCONNECT.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using name.
perform push in datavalues using postalfrom.
perform push in datavalues using postalto.
perform push in datavalues using region.
perform push in datavalues using chargenumber.
perform push in datavalues using thresholdnumber.

perform query in connection using "insert DeliveryZones set CompanyId = ?, Name = ?, PostalFrom = ?, PostalTo = ?, Region = ?, Charge = ?, FreeThreshold = ?" datavalues insert-end.

* the audit mapping for zones: the name, the range or region in the
* address slot, the charge and threshold in the notes slot
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
move "DeliveryZone" to entitytype.
move insertId in result to entityid.
move "insert" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move name to newname.
if rangegiven = 1 then
    move postalfrom to newaddress.
    add " - " to newaddress.
    add postalto to newaddress.
else
    move region to newaddress.
end-if.
move "charge " to newnotes.
add chargenumber to newnotes.
add " free from " to newnotes.
add thresholdnumber to newnotes.
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
move "/zone" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
