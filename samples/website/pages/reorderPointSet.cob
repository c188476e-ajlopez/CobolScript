local id.
local reorderpoint.
local pointnumber.
local reorderquantity.
local quantitynumber.

move id in body in request to id.
move reorderpoint in body in request to reorderpoint.
if reorderpoint = "" then
    move 0 to reorderpoint.
end-if.
* 0 leaves a replenishment draft topping the stock up to just above
* the reorder point
move reorderquantity in body in request to reorderquantity.
if reorderquantity = "" then
    move 0 to reorderquantity.
end-if.

local connection.
local errors.
if pointnumber < 0 then
    add "The reorder point must not be negative. " to errors.
end-if.
multiply reorderquantity by 1 giving quantitynumber.
if quantitynumber not = quantitynumber then
    add "The reorder quantity must be a number. " to errors.
    move 0 to quantitynumber.
end-if.
local quantityfloor.
perform floor in Math using quantitynumber giving quantityfloor.
if quantityfloor not = quantitynumber then
    add "The reorder quantity must be a whole number. " to errors.
end-if.
if quantitynumber < 0 then
    add "The reorder quantity must not be negative. " to errors.
end-if.

if errors not = "" then
    perform reject-point.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select SupplierProducts.Id as Id, SupplierProducts.Code as Code, SupplierProducts.ReorderPoint as ReorderPoint, SupplierProducts.ReorderQuantity as ReorderQuantity from SupplierProducts inner join suppliers on suppliers.Id = SupplierProducts.SupplierId where SupplierProducts.Id = ? and suppliers.CompanyId = ?" datavalues fetch-old-end.

fetch-old-end section using err, result.
if err then
local datavalues.
move array to datavalues.
perform push in datavalues using pointnumber.
perform push in datavalues using quantitynumber.
perform push in datavalues using id.

perform query in connection using "update SupplierProducts set ReorderPoint = ?, ReorderQuantity = ? where Id = ?" datavalues update-end.

update-end section using err, result.
if err then
move id to entityid.
move "reorderpoint" to action.
move Code in oldrow to oldname.
move "quantity " to oldaddress.
add ReorderQuantity in oldrow to oldaddress.
move "" to oldnotes.
add ReorderPoint in oldrow to oldnotes.
move Code in oldrow to newname.
move "quantity " to newaddress.
add quantitynumber to newaddress.
move "" to newnotes.
add pointnumber to newnotes.
local changedby.
