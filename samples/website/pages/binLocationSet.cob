data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.
local binlocation.

move id in body in request to id.
* aisle-bay, e.g. A03-02: the part before the dash is the aisle a
* stock count sheet can be printed for, and the whole code is the
* order a pick list walks the shelves in
move binlocation in body in request to binlocation.
if binlocation = "" then
    move "" to binlocation.
end-if.
perform toUpperCase in binlocation giving binlocation.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local oldrow.
move "binLocationSet" to page.
move method in request to method.
move companyid in request to companyid.

move "" to errors.
local binlength.
move length in binlocation to binlength.
if binlength > 20 then
    add "The bin location must be 20 characters or fewer. " to errors.
end-if.

if errors not = "" then
    perform reject-bin.
    exit program.
end-if.

perform fetch-old.

reject-bin section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

* the join to suppliers scopes the product to the caller's company,
* the same guard productUpdate.cob applies
fetch-old section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select SupplierProducts.Id as Id, SupplierProducts.Code as Code, SupplierProducts.BinLocation as BinLocation from SupplierProducts inner join suppliers on suppliers.Id = SupplierProducts.SupplierId where SupplierProducts.Id = ? and suppliers.CompanyId = ?" datavalues fetch-old-end.

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
    perform write in response using "No such product.".
    perform end in response.
    exit program.
end-if.
move result(0) to oldrow.

perform update-bin.

update-bin section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using binlocation.
perform push in datavalues using id.

perform query in connection using "update SupplierProducts set BinLocation = ? where Id = ?" datavalues update-end.

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
move "Product" to entitytype.
move id to entityid.
move "bin" to action.
move Code in oldrow to oldname.
move "" to oldaddress.
move BinLocation in oldrow to oldnotes.
move Code in oldrow to newname.
move "" to newaddress.
move binlocation to newnotes.
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
move "/stock" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
