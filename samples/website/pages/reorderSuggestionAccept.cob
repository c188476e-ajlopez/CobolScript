data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.
move id in body in request to id.

local connection.
local page.
local method.
local outcome.
local companyid.
local oldrow.
move "reorderSuggestionAccept" to page.
move method in request to method.
move companyid in request to companyid.

perform fetch-suggestion.

* only an open suggestion of this company's can be accepted; one
* superseded by a later run, or already accepted, is gone
fetch-suggestion section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select ReorderSuggestions.Id as Id, ReorderSuggestions.ProductId as ProductId, ReorderSuggestions.SuggestedPoint as SuggestedPoint, ReorderSuggestions.SuggestedQuantity as SuggestedQuantity, SupplierProducts.Code as Code, SupplierProducts.ReorderPoint as ReorderPoint, SupplierProducts.ReorderQuantity as ReorderQuantity from ReorderSuggestions inner join SupplierProducts on SupplierProducts.Id = ReorderSuggestions.ProductId where ReorderSuggestions.Id = ? and ReorderSuggestions.CompanyId = ? and ReorderSuggestions.Status = 'open'" datavalues fetch-suggestion-end.

fetch-suggestion-end section using err, result.
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
    perform write in response using "No such open suggestion.".
    perform end in response.
    exit program.
end-if.
move result(0) to oldrow.

perform update-product.

update-product section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using SuggestedPoint in oldrow.
perform push in datavalues using SuggestedQuantity in oldrow.
perform push in datavalues using ProductId in oldrow.

perform query in connection using "update SupplierProducts set ReorderPoint = ?, ReorderQuantity = ? where Id = ?" datavalues update-product-end.

update-product-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local datavalues.
move array to datavalues.
local reviewedby.
move username in request to reviewedby.
perform push in datavalues using reviewedby.
perform push in datavalues using id.

perform query in connection using "update ReorderSuggestions set Status = 'accepted', ReviewedBy = ?, ReviewedAt = now() where Id = ?" datavalues update-suggestion-end.

* audited as a reorder point change, the same as one keyed on the
* stock page, with the quantity riding in the address slot
update-suggestion-end section using err, result.
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
move ProductId in oldrow to entityid.
move "reorderpoint" to action.
move Code in oldrow to oldname.
move "quantity " to oldaddress.
add ReorderQuantity in oldrow to oldaddress.
move "" to oldnotes.
add ReorderPoint in oldrow to oldnotes.
move Code in oldrow to newname.
move "quantity " to newaddress.
add SuggestedQuantity in oldrow to newaddress.
move "" to newnotes.
add SuggestedPoint in oldrow to newnotes.
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
move "/stock/suggestions" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
