data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local supplierid.
local aisle.

move supplierid in body in request to supplierid.
if supplierid = "" then
    move "" to supplierid.
end-if.
move aisle in body in request to aisle.
if aisle = "" then
    move "" to aisle.
end-if.
perform toUpperCase in aisle giving aisle.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local newcountid.
local linecount.
move "stockCountNew" to page.
move method in request to method.
move companyid in request to companyid.

* one count covers one supplier's catalog or one aisle, never both
* and never the whole warehouse at once
move "" to errors.
if supplierid = "" then
    if aisle = "" then
        add "Give a supplier id or an aisle to count. " to errors.
    end-if.
else
    if aisle not = "" then
        add "Count a supplier or an aisle, not both. " to errors.
    end-if.
end-if.
if supplierid not = "" then
    local suppliernumber.
    multiply supplierid by 1 giving suppliernumber.
    if suppliernumber not = suppliernumber then
        add "The supplier id must be a number. " to errors.
    end-if.
end-if.
local aislelength.
move length in aisle to aislelength.
if aislelength > 20 then
    add "The aisle must be 20 characters or fewer. " to errors.
end-if.

if errors not = "" then
    perform reject-count.
    exit program.
end-if.

perform insert-count.

reject-count section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

insert-count section.
copy DBCONNECT.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
local countsupplier.
move supplierid to countsupplier.
if supplierid = "" then
    move 0 to countsupplier.
end-if.
perform push in datavalues using countsupplier.
perform push in datavalues using aisle.
local createdby.
move username in request to createdby.
perform push in datavalues using createdby.

perform query in connection using "insert StockCounts set CompanyId = ?, SupplierId = nullif(?, 0), Aisle = ?, Status = 'open', CreatedBy = ?, CreatedAt = now()" datavalues insert-count-end.

* the system quantity is snapshotted as the count starts; receipts
* and deliveries during the count still move the live balance, and
* approval posts only the difference the count itself found
insert-count-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move insertId in result to newcountid.
local datavalues.
move array to datavalues.
perform push in datavalues using newcountid.
perform push in datavalues using companyid.
if supplierid = "" then
    perform push in datavalues using aisle.
    perform query in connection using "insert into StockCountLines (CountId, ProductId, SystemQuantity, UnitPrice) select ?, SupplierProducts.Id, SupplierProducts.StockOnHand, SupplierProducts.Price from SupplierProducts inner join suppliers on suppliers.Id = SupplierProducts.SupplierId where suppliers.CompanyId = ? and suppliers.IsActive = 1 and substring_index(SupplierProducts.BinLocation, '-', 1) = ? order by SupplierProducts.BinLocation, SupplierProducts.Code" datavalues insert-lines-end.
else
    perform push in datavalues using supplierid.
    perform query in connection using "insert into StockCountLines (CountId, ProductId, SystemQuantity, UnitPrice) select ?, SupplierProducts.Id, SupplierProducts.StockOnHand, SupplierProducts.Price from SupplierProducts inner join suppliers on suppliers.Id = SupplierProducts.SupplierId where suppliers.CompanyId = ? and suppliers.IsActive = 1 and suppliers.Id = ? order by SupplierProducts.BinLocation, SupplierProducts.Code" datavalues insert-lines-end.
end-if.

insert-lines-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move affectedRows in result to linecount.
if linecount = 0 then
    perform rollback in connection using nothing-to-count-end.
else
    perform write-audit.
end-if.

nothing-to-count-end section using err.
move "rejected" to outcome.
copy LOG.
copy DBRELEASE.
perform writeHead in response using 400.
perform write in response using "No products of this company's active suppliers match that supplier or aisle.".
perform end in response.
exit program.

write-audit section.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
move "StockCount" to entitytype.
move newcountid to entityid.
move "insert" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move "open" to newname.
if supplierid = "" then
    move "aisle " to newaddress.
    add aisle to newaddress.
else
    move "supplier " to newaddress.
    add supplierid to newaddress.
end-if.
move "" to newnotes.
add linecount to newnotes.
add " line(s)" to newnotes.
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
move "/stockcount/sheet?id=" to location.
add newcountid to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
