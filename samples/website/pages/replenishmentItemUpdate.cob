data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global Math.

local id.
local quantity.
local qtynumber.
local unit.
local packfactor.
local basequantity.

move id in body in request to id.
move quantity in body in request to quantity.
* the buyer adjusts in the unit the supplier ships, the same each /
* case / pallet choice orderItemAdd.cob offers; the draft keeps the
* base-unit total beside it
move unit in body in request to unit.
if unit = "" then
    move "each" to unit.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local itemrow.
move "replenishmentItemUpdate" to page.
move method in request to method.
move companyid in request to companyid.

* the order line checks, except that zero is allowed: a line the
* buyer does not want is set to nothing and left off the order
move "" to errors.
multiply quantity by 1 giving qtynumber.
if qtynumber not = qtynumber then
    add "Quantity must be a number. " to errors.
    move 0 to qtynumber.
end-if.
local qtyfloor.
perform floor in Math using qtynumber giving qtyfloor.
if qtyfloor not = qtynumber then
    add "Quantity must be a whole number. " to errors.
end-if.
if qtynumber < 0 then
    add "Quantity must not be negative. " to errors.
end-if.
if qtynumber > 99999 then
    add "Quantity must be 99999 or fewer. " to errors.
end-if.
if unit not = "each" then
    if unit not = "case" then
        if unit not = "pallet" then
            add "Unit must be each, case or pallet. " to errors.
        end-if.
    end-if.
end-if.

if errors not = "" then
    perform reject-item.
    exit program.
end-if.

perform fetch-item.

reject-item section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

* the join to the draft scopes the line to the caller's company and
* to a draft still waiting for review
fetch-item section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select ReplenishmentDraftItems.Id as Id, ReplenishmentDraftItems.DraftId as DraftId, ReplenishmentDraftItems.Quantity as Quantity, ReplenishmentDraftItems.Unit as Unit, ReplenishmentDraftItems.UnitQuantity as UnitQuantity, ReplenishmentDrafts.Status as Status, SupplierProducts.Code as Code, SupplierProducts.CaseSize as CaseSize, SupplierProducts.PalletSize as PalletSize from ReplenishmentDraftItems inner join ReplenishmentDrafts on ReplenishmentDrafts.Id = ReplenishmentDraftItems.DraftId inner join SupplierProducts on SupplierProducts.Id = ReplenishmentDraftItems.ProductId where ReplenishmentDraftItems.Id = ? and ReplenishmentDrafts.CompanyId = ?" datavalues fetch-item-end.

fetch-item-end section using err, result.
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
    perform write in response using "No such draft line.".
    perform end in response.
    exit program.
end-if.
move result(0) to itemrow.
if Status in itemrow not = "draft" then
    move "This draft has already been accepted or discarded." to errors.
    copy DBRELEASE.
    perform reject-item.
    exit program.
end-if.

move 1 to packfactor.
if unit = "case" then
    move CaseSize in itemrow to packfactor.
    if packfactor = 0 then
        move "This product is not sold by the case." to errors.
    end-if.
end-if.
if unit = "pallet" then
    move PalletSize in itemrow to packfactor.
    if packfactor = 0 then
        move "This product is not sold by the pallet." to errors.
    end-if.
end-if.
if errors not = "" then
    copy DBRELEASE.
    perform reject-item.
    exit program.
end-if.
multiply qtynumber by packfactor giving basequantity.

perform update-item.

update-item section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using basequantity.
perform push in datavalues using unit.
perform push in datavalues using qtynumber.
perform push in datavalues using id.

perform query in connection using "update ReplenishmentDraftItems set Quantity = ?, Unit = ?, UnitQuantity = ? where Id = ?" datavalues update-end.

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
move "Replenishment" to entitytype.
move DraftId in itemrow to entityid.
move "itemupdate" to action.
move Code in itemrow to oldname.
move "" to oldaddress.
move "" to oldnotes.
add UnitQuantity in itemrow to oldnotes.
add " " to oldnotes.
add Unit in itemrow to oldnotes.
move Code in itemrow to newname.
move "" to newaddress.
move "" to newnotes.
add qtynumber to newnotes.
add " " to newnotes.
add unit to newnotes.
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
move "/replenishment" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
