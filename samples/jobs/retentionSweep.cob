global Date.
global pool.

* the retention sweep, in three parts. First the archive: AuditLog
* rows past their keep window move into AuditLogArchive inside one
* transaction, so the dashboard's table stays lean and history stays
* queryable on the archive side. Then the purge, company by company:
* go for good, along with their contacts, catalog rows and links -
* except any record with orders against it, which is a financial
* record and stays. Each company's purge commits with one final
* audit row saying what went. Last the document files: every file in
* the document index past its keep window is deleted and its entry
* marked removed, so the customer and supplier pages say why a copy
* can no longer be had.
local auditkeepdays.
local purgekeepdays.
local financialkeepdays.
local documentkeepdays.
copy RETENTIONCONFIG.

local connection.
local purgedsuppliers.
local failerror.
local intransaction.
local expiredrows.
local expiredids.
local removedfilecount.

move 0 to archivedcount.
move 0 to intransaction.
move 0 to removedfilecount.

perform getConnection in pool using connect-end.


* insert-select and delete share the same cutoff inside the same
* transaction; nothing new can fall under it meanwhile because
* ChangedAt is always stamped now(). The chain columns travel with
* the row unchanged, so auditVerify.cob walks one company's chain
* across both tables as if the move had never happened
copy-archive section.
local datavalues.
move array to datavalues.
perform push in datavalues using auditkeepdays.
perform query in connection using "insert into AuditLogArchive (EntityType, EntityId, Action, OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes, ChangedBy, CompanyId, ChangedAt, ChainSeq, PrevHash, ContentHash, RowHash, ErasureId) select EntityType, EntityId, Action, OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes, ChangedBy, CompanyId, ChangedAt, ChainSeq, PrevHash, ContentHash, RowHash, ErasureId from AuditLog where ChangedAt < date_sub(now(), interval ? day)" datavalues copy-archive-end.

copy-archive-end section using err, result.
if err then

next-company section.
if companyindex > companylast then
    perform find-expired-documents.
else
    local companyrow.
    move companies(companyindex) to companyrow.
    perform jobdone using failerror.
end-if.

find-expired-documents section.
local datavalues.
move array to datavalues.
perform push in datavalues using financialkeepdays.
perform push in datavalues using documentkeepdays.
perform query in connection using "select Id, FilePath from Documents where RemovedAt is null and DocumentDate < curdate() - interval (case when DocumentType in ('invoice', 'creditnote', 'einvoice', 'ecreditnote', 'statement', 'remittance') then ? else ? end) day order by Id" datavalues find-expired-documents-end.

* a file several entries share (the stale-address merge file) goes
* with the first of them; one already gone by hand is simply marked
find-expired-documents-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to expiredrows.
move array to expiredids.
local expiredcount.
local expiredlast.
move length in expiredrows to expiredcount.
subtract 1 from expiredcount giving expiredlast.
if expiredcount > 0 then
    local e.
    perform remove-document-file using e varying e from 0 to expiredlast.
    perform mark-documents-removed.
else
    perform finish-run.
end-if.

remove-document-file section using e.
local expiredrow.
move expiredrows(e) to expiredrow.
local filepath.
move FilePath in expiredrow to filepath.
local hasfile.
perform existsSync in fs using filepath giving hasfile.
if hasfile then
    perform unlinkSync in fs using filepath.
    add 1 to removedfilecount.
end-if.
perform push in expiredids using Id in expiredrow.

mark-documents-removed section.
local datavalues.
move array to datavalues.
perform push in datavalues using expiredids.
perform query in connection using "update Documents set RemovedAt = now() where Id in (?)" datavalues mark-documents-removed-end.

mark-documents-removed-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
local summaryline.
move "retentionSweep removed " to summaryline.
add removedfilecount to summaryline.
add " document files, " to summaryline.
add affectedRows in result to summaryline.
add " index entries\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform finish-run.

finish-run section.
perform release in connection.
display "retentionSweep: " archivedcount " audit rows archived".
