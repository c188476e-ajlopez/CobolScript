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
local countrow.
local adjustments.
local adjustindex.
local adjustlast.
local auditstage.
local approvedby.
move "stockCountApprove" to page.
move method in request to method.
move companyid in request to companyid.
move username in request to approvedby.

perform fetch-count.

fetch-count section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, Status, CountedBy from StockCounts where Id = ? and CompanyId = ?" datavalues fetch-count-end.

fetch-count-end section using err, result.
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
    perform write in response using "No such stock count.".
    perform end in response.
    exit program.
end-if.
move result(0) to countrow.
if Status in countrow not = "counted" then
    move "rejected" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 400.
    perform write in response using "Only a counted stock count can be approved.".
    perform end in response.
    exit program.
end-if.

perform fetch-variances.

* only counted lines that differ from the snapshot move stock
fetch-variances section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select StockCountLines.Id as Id, StockCountLines.ProductId as ProductId, StockCountLines.SystemQuantity as SystemQuantity, StockCountLines.CountedQuantity as CountedQuantity, StockCountLines.CountedQuantity - StockCountLines.SystemQuantity as Variance, SupplierProducts.Code as Code from StockCountLines inner join SupplierProducts on SupplierProducts.Id = StockCountLines.ProductId where StockCountLines.CountId = ? and StockCountLines.CountedQuantity is not null and StockCountLines.CountedQuantity <> StockCountLines.SystemQuantity order by StockCountLines.Id" datavalues fetch-variances-end.

fetch-variances-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to adjustments.
local adjustcount.
move length in adjustments to adjustcount.
subtract 1 from adjustcount giving adjustlast.

perform claim-count.

* the status in the where clause means two supervisors approving at
* once post the adjustments once; the second update matches nothing
claim-count section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using approvedby.
perform push in datavalues using id.

perform query in connection using "update StockCounts set Status = 'approved', ApprovedBy = ?, ApprovedAt = now() where Id = ? and Status = 'counted'" datavalues claim-end.

claim-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if affectedRows in result = 0 then
    move "conflict" to outcome.
    copy LOG.
    perform rollback in connection using approve-conflict-end.
else
    move 0 to adjustindex.
    perform next-adjustment.
end-if.

approve-conflict-end section using err.
copy DBRELEASE.
perform writeHead in response using 409.
perform write in response using "This count was approved by someone else. Reload and check it.".
perform end in response.
exit program.

* the variance is added to the live balance rather than the counted
* figure written over it, so receipts and deliveries posted while
* the count was under way are not lost
next-adjustment section.
if adjustindex > adjustlast then
    move "count" to auditstage.
    perform write-audit.
else
    local adjustment.
    move adjustments(adjustindex) to adjustment.
    local datavalues.
    move array to datavalues.
    perform push in datavalues using Variance in adjustment.
    perform push in datavalues using ProductId in adjustment.
    perform query in connection using "update SupplierProducts set StockOnHand = StockOnHand + ? where Id = ?" datavalues adjust-stock-end.
end-if.

adjust-stock-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local adjustment.
move adjustments(adjustindex) to adjustment.
local datavalues.
move array to datavalues.
perform push in datavalues using Variance in adjustment.
perform push in datavalues using Id in adjustment.
perform query in connection using "update StockCountLines set Adjustment = ? where Id = ?" datavalues adjust-line-end.

adjust-line-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local adjustment.
move adjustments(adjustindex) to adjustment.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using ProductId in adjustment.
perform push in datavalues using Variance in adjustment.
perform push in datavalues using id.
perform push in datavalues using approvedby.
perform query in connection using "insert StockMovements set CompanyId = ?, ProductId = ?, MovementType = 'count', Quantity = ?, CountId = ?, ChangedBy = ?, MovedAt = now()" datavalues count-movement-end.

count-movement-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move "line" to auditstage.
perform write-audit.

* one audit row per adjusted product, carrying who counted and who
* approved, then one for the count itself; audit-end walks on to the
* next adjustment until the count row closes the transaction
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
if auditstage = "line" then
    local adjustment.
    move adjustments(adjustindex) to adjustment.
    move "Product" to entitytype.
    move ProductId in adjustment to entityid.
    move "countadjust" to action.
    move Code in adjustment to oldname.
    move "" to oldaddress.
    move "" to oldnotes.
    add SystemQuantity in adjustment to oldnotes.
    move Code in adjustment to newname.
    move "count " to newaddress.
    add id to newaddress.
    add " counted by " to newaddress.
    add CountedBy in countrow to newaddress.
    move "" to newnotes.
    add CountedQuantity in adjustment to newnotes.
    add " (adjustment " to newnotes.
    add Variance in adjustment to newnotes.
    add ", approved by " to newnotes.
    add approvedby to newnotes.
    add ")" to newnotes.
else
    move "StockCount" to entitytype.
    move id to entityid.
    move "approve" to action.
    move "counted" to oldname.
    move "" to oldaddress.
    move "" to oldnotes.
    move "approved" to newname.
    move "" to newaddress.
    move "" to newnotes.
    local adjustcount.
    move length in adjustments to adjustcount.
    add adjustcount to newnotes.
    add " adjustment(s) posted" to newnotes.
end-if.
local changedby.
move approvedby to changedby.
copy AUDIT.

audit-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if auditstage = "line" then
    add 1 to adjustindex.
    perform next-adjustment.
else
    perform commit in connection using commit-end.
end-if.

commit-end section using err.
if err then
    perform rollback-write.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
local location.
move "/stockcount/variance?id=" to location.
add id to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
