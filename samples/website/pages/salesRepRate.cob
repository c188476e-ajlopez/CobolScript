data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local repid.
local supplierid.
local commissionrate.
local commissionratenumber.

move repid in body in request to repid.
move supplierid in body in request to supplierid.
move commissionrate in body in request to commissionrate.
if commissionrate = "" then
    move "" to commissionrate.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local raterow.
move "salesRepRate" to page.
move method in request to method.
move companyid in request to companyid.

* a rep's rate for one supplier's goods, over their own rate; a
* blank rate takes the supplier off the list so the rep's own rate
* applies to it again
move "" to errors.
move "" to commissionratenumber.
if commissionrate not = "" then
    multiply commissionrate by 1 giving commissionratenumber.
    if commissionratenumber not = commissionratenumber then
        add "Commission rate must be a number. " to errors.
        move 0 to commissionratenumber.
    end-if.
    if commissionratenumber < 0 then
        add "Commission rate must not be negative. " to errors.
    end-if.
    if commissionratenumber > 99 then
        add "Commission rate must be below 100%. " to errors.
    end-if.
end-if.
if errors not = "" then
    move "rejected" to outcome.
    copy LOG.
    perform writeHead in response using 400.
    perform write in response using errors.
    perform end in response.
    exit program.
end-if.

perform fetch-rate.

* the rep and the supplier must both be this company's; the rate
* already held, if any, comes back for the audit row
fetch-rate section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using supplierid.
perform push in datavalues using companyid.
perform push in datavalues using repid.
perform push in datavalues using supplierid.
perform push in datavalues using repid.
perform push in datavalues using companyid.

perform query in connection using "select SalesReps.Id as Id, SalesReps.Name as Name, coalesce((select suppliers.Name from suppliers where suppliers.Id = ? and suppliers.CompanyId = ?), '') as SupplierName, coalesce((select SalesRepSupplierRates.CommissionRate from SalesRepSupplierRates where SalesRepSupplierRates.RepId = ? and SalesRepSupplierRates.SupplierId = ?), '') as OldRate from SalesReps where SalesReps.Id = ? and SalesReps.CompanyId = ?" datavalues fetch-rate-end.

fetch-rate-end section using err, result.
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
move result(0) to raterow.
if SupplierName in raterow = "" then
    move "notfound" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 404.
    perform write in response using "No such supplier.".
    perform end in response.
    exit program.
end-if.

perform clear-rate.

* replace rather than update: the old rate goes and the new one, if
* there is one, goes in, in the one transaction
clear-rate section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using repid.
perform push in datavalues using supplierid.

perform query in connection using "delete from SalesRepSupplierRates where RepId = ? and SupplierId = ?" datavalues clear-rate-end.

clear-rate-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if commissionrate = "" then
    perform write-rate-audit.
else
    perform insert-rate.
end-if.

insert-rate section.
local datavalues.
move array to datavalues.
perform push in datavalues using repid.
perform push in datavalues using supplierid.
perform push in datavalues using commissionratenumber.

perform query in connection using "insert SalesRepSupplierRates set RepId = ?, SupplierId = ?, CommissionRate = ?" datavalues insert-rate-end.

insert-rate-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
perform write-rate-audit.

* audit mapping for supplier rates: the rep is the entity, the
* supplier rides in the address slot and the rate in the notes slot,
* blank when none is set
write-rate-audit section.
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
move repid to entityid.
move "supplierrate" to action.
move Name in raterow to oldname.
move SupplierName in raterow to oldaddress.
move "" to oldnotes.
add OldRate in raterow to oldnotes.
move Name in raterow to newname.
move SupplierName in raterow to newaddress.
move "" to newnotes.
add commissionratenumber to newnotes.
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
