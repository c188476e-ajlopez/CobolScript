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
local draftrow.
move "replenishmentDiscard" to page.
move method in request to method.
move companyid in request to companyid.

perform fetch-draft.

fetch-draft section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select ReplenishmentDrafts.Id as Id, ReplenishmentDrafts.Status as Status, suppliers.Name as SupplierName from ReplenishmentDrafts inner join suppliers on suppliers.Id = ReplenishmentDrafts.SupplierId where ReplenishmentDrafts.Id = ? and ReplenishmentDrafts.CompanyId = ?" datavalues fetch-draft-end.

fetch-draft-end section using err, result.
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
    perform write in response using "No such draft.".
    perform end in response.
    exit program.
end-if.
move result(0) to draftrow.
if Status in draftrow not = "draft" then
    move "rejected" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 400.
    perform write in response using "This draft has already been accepted or discarded.".
    perform end in response.
    exit program.
end-if.

perform discard-draft.

* a discarded draft frees its products: if they are still below their
* reorder points the next nightly run drafts them afresh
discard-draft section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
local reviewedby.
move username in request to reviewedby.
perform push in datavalues using reviewedby.
perform push in datavalues using id.

* the old status in the where clause means two buyers clicking at
* once can only settle the draft once; the second update matches
* nothing
perform query in connection using "update ReplenishmentDrafts set Status = 'discarded', ReviewedBy = ?, ReviewedAt = now() where Id = ? and Status = 'draft'" datavalues update-end.

update-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if affectedRows in result = 0 then
    move "conflict" to outcome.
    copy LOG.
    perform rollback in connection using status-conflict-end.
else
    perform write-audit.
end-if.

status-conflict-end section using err.
copy DBRELEASE.
perform writeHead in response using 409.
perform write in response using "This draft was reviewed by someone else. Reload and check it.".
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
move "Replenishment" to entitytype.
move id to entityid.
move "status" to action.
move "draft" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move "discarded" to newname.
move SupplierName in draftrow to newaddress.
move "" to newnotes.
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
