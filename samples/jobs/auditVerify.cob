data division.
linkage section.
01 require.
01 jobdone.
procedure division.
local fs.
perform require using "fs" giving fs.
local mysql.
perform require using "mysql" giving mysql.
global pool.

* the nightly proof that the audit trail has not been edited behind
* the application's back, one report per company
* (audit-chain-<company>-<date>.txt). Every audit row carries a hash
* chained to the company's previous row (the AuditLogChain trigger,
* schemaSetup.cob migration 75); this walks the chain in order across
* AuditLog and AuditLogArchive together, since retentionSweep.cob
* moves rows from one to the other, and recomputes every hash. A
* position with no row is a deleted row, a position held twice is a
* copied one, a hash that no longer matches its row is an edited one,
* and a row whose link does not match the row before it means the
* chain was cut and re-stitched. The chain's last link is also held
* against AuditChainHeads, so rows deleted from the end show too.
* Text rewritten by a recorded personal data erasure is expected and
* counted, not reported. Any problem fails the job, so operations
* hear of it from the job history the same morning.
local connection.
local companies.
local companyindex.
local companylast.
local currentcompany.
local headseq.
local headhash.
local windowlo.
local windowtop.
local windowrows.
local lastseq.
local lasthash.
local checkedcount.
local erasedcount.
local problemcount.
local problemtotal.
local reporttext.
local failerror.
local runstamp.
local chainsql.

* the six text columns, then the link itself, hashed exactly as the
* trigger hashes them
local contenthashsql.
move "sha2(concat_ws('|', coalesce(a.OldName, ''), coalesce(a.OldAddress, ''), coalesce(a.OldNotes, ''), coalesce(a.NewName, ''), coalesce(a.NewAddress, ''), coalesce(a.NewNotes, '')), 256)" to contenthashsql.
local rowhashsql.
move "sha2(concat_ws('|', a.PrevHash, a.ChainSeq, a.CompanyId, a.EntityType, a.EntityId, a.Action, coalesce(a.ChangedBy, ''), a.ChangedAt, a.ContentHash), 256)" to rowhashsql.
local columnsql.
move "a.Id as Id, a.ChainSeq as ChainSeq, a.PrevHash as PrevHash, a.ContentHash as ContentHash, a.RowHash as RowHash, a.ErasureId as ErasureId, " to columnsql.
add contenthashsql to columnsql.
add " as CalcContent, " to columnsql.
add rowhashsql to columnsql.
add " as CalcRow, (select count(*) from PrivacyRequests where PrivacyRequests.Id = a.ErasureId and PrivacyRequests.CompanyId = a.CompanyId and PrivacyRequests.RequestType = 'erase' and PrivacyRequests.Outcome = 'erased') as ErasureOk" to columnsql.
move "select 'AuditLog' as Source, " to chainsql.
add columnsql to chainsql.
add " from AuditLog a where a.CompanyId = ? and a.ChainSeq > ? and a.ChainSeq <= ? union all select 'AuditLogArchive', " to chainsql.
add columnsql to chainsql.
add " from AuditLogArchive a where a.CompanyId = ? and a.ChainSeq > ? and a.ChainSeq <= ? order by ChainSeq, Source, Id" to chainsql.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to problemtotal.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform find-companies.

* a deactivated company's history is still evidence, so every company
* with a chain is walked, active or not
find-companies section.
local datavalues.
move array to datavalues.
perform query in connection using "select Id as CompanyId from companies union select CompanyId from AuditChainHeads order by CompanyId" datavalues find-companies-end.

find-companies-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to companies.
local companycount.
move length in companies to companycount.
subtract 1 from companycount giving companylast.
move 0 to companyindex.
perform next-company.

next-company section.
if companyindex > companylast then
    perform finish-run.
else
    local companyrow.
    move companies(companyindex) to companyrow.
    move CompanyId in companyrow to currentcompany.
    perform read-head.
end-if.

read-head section.
move "Audit chain verification, company " to reporttext.
add currentcompany to reporttext.
add ", " to reporttext.
add runstamp to reporttext.
add "\n\n" to reporttext.
move 0 to checkedcount.
move 0 to erasedcount.
move 0 to problemcount.
move 0 to lastseq.
move "" to lasthash.

local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform query in connection using "select coalesce((select LastSeq from AuditChainHeads where CompanyId = ?), 0) as HeadSeq, coalesce((select LastHash from AuditChainHeads where CompanyId = ?), '') as HeadHash, greatest(coalesce((select max(ChainSeq) from AuditLog where CompanyId = ?), 0), coalesce((select max(ChainSeq) from AuditLogArchive where CompanyId = ?), 0)) as MaxSeq, (select count(*) from AuditLog where CompanyId = ? and ChainSeq is null) + (select count(*) from AuditLogArchive where CompanyId = ? and ChainSeq is null) as Unchained" datavalues read-head-end.

* a row with no chain position at all was written while the trigger
* was dropped - the one way round the chain, and itself the finding
read-head-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
local headrow.
move result(0) to headrow.
move HeadSeq in headrow to headseq.
move HeadHash in headrow to headhash.
move headseq to windowtop.
if MaxSeq in headrow > windowtop then
    move MaxSeq in headrow to windowtop.
end-if.
if Unchained in headrow > 0 then
    local problemline.
    move Unchained in headrow to problemline.
    add " rows carry no chain position: written with the chain trigger switched off" to problemline.
    perform add-problem using problemline.
end-if.
move 0 to windowlo.
perform next-window.

* the chain is read 5000 positions at a time, so a company with years
* of history never has it all in memory at once
next-window section.
if windowlo < windowtop then
    local windowhi.
    add 5000 to windowlo giving windowhi.
    local datavalues.
    move array to datavalues.
    perform push in datavalues using currentcompany.
    perform push in datavalues using windowlo.
    perform push in datavalues using windowhi.
    perform push in datavalues using currentcompany.
    perform push in datavalues using windowlo.
    perform push in datavalues using windowhi.
    perform query in connection using chainsql datavalues next-window-end.
else
    perform check-chain-end.
end-if.

next-window-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to windowrows.
local rowcount.
local rowlast.
local i.
move length in windowrows to rowcount.
subtract 1 from rowcount giving rowlast.
perform check-chain-row using i varying i from 0 to rowlast.
add 5000 to windowlo.
perform next-window.

check-chain-row section using i.
local row.
move windowrows(i) to row.
add 1 to checkedcount.
local rowplace.
move "position " to rowplace.
add ChainSeq in row to rowplace.
add " (" to rowplace.
add Source in row to rowplace.
add " Id " to rowplace.
add Id in row to rowplace.
add "): " to rowplace.
local expectedseq.
add 1 to lastseq giving expectedseq.
local problemline.
if ChainSeq in row = expectedseq then
    if PrevHash in row not = lasthash then
        move rowplace to problemline.
        add "link broken - it does not follow from the row before it" to problemline.
        perform add-problem using problemline.
    end-if.
else
    if ChainSeq in row = lastseq then
        move rowplace to problemline.
        add "position held twice - a row was copied or inserted" to problemline.
        perform add-problem using problemline.
    else
        move "positions " to problemline.
        add expectedseq to problemline.
        add " to " to problemline.
        local missingto.
        move ChainSeq in row to missingto.
        subtract 1 from missingto.
        add missingto to problemline.
        add ": missing - rows were deleted" to problemline.
        perform add-problem using problemline.
    end-if.
end-if.
if CalcRow in row not = RowHash in row then
    move rowplace to problemline.
    add "altered - who, what or when no longer matches its hash" to problemline.
    perform add-problem using problemline.
end-if.
if CalcContent in row not = ContentHash in row then
    if ErasureOk in row > 0 then
        add 1 to erasedcount.
    else
        move rowplace to problemline.
        add "text altered - the old or new values no longer match their hash" to problemline.
        perform add-problem using problemline.
    end-if.
end-if.
move ChainSeq in row to lastseq.
move RowHash in row to lasthash.

add-problem section using problemline.
add 1 to problemcount.
add "  " to reporttext.
add problemline to reporttext.
add "\n" to reporttext.

check-chain-end section.
local problemline.
if lastseq < headseq then
    move "positions " to problemline.
    local firstmissing.
    add 1 to lastseq giving firstmissing.
    add firstmissing to problemline.
    add " to " to problemline.
    add headseq to problemline.
    add ": missing from the end of the chain - rows were deleted" to problemline.
    perform add-problem using problemline.
else
    if lastseq > headseq then
        move "the chain runs past its recorded head (position " to problemline.
        add headseq to problemline.
        add ") - AuditChainHeads was edited" to problemline.
        perform add-problem using problemline.
    else
        if lasthash not = headhash then
            move "position " to problemline.
            add lastseq to problemline.
            add ": the last row does not match the recorded head" to problemline.
            perform add-problem using problemline.
        end-if.
    end-if.
end-if.
if problemcount = 0 then
    add "No problems found.\n" to reporttext.
end-if.
add "\nRows checked: " to reporttext.
add checkedcount to reporttext.
add "\nRows rewritten by a recorded erasure: " to reporttext.
add erasedcount to reporttext.
add "\nProblems: " to reporttext.
add problemcount to reporttext.
add "\n" to reporttext.
add problemcount to problemtotal.

local reportfile.
move "audit-chain-" to reportfile.
add currentcompany to reportfile.
add "-" to reportfile.
add runstamp to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.

local summaryline.
move "auditVerify company " to summaryline.
add currentcompany to summaryline.
add " rows " to summaryline.
add checkedcount to summaryline.
add " problems " to summaryline.
add problemcount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
add 1 to companyindex.
perform next-company.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "auditVerify companies " to summaryline.
local companytotal.
move length in companies to companytotal.
add companytotal to summaryline.
add " problems " to summaryline.
add problemtotal to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
if problemtotal > 0 then
    local problemerror.
    move "audit trail tampering suspected: " to problemerror.
    add problemtotal to problemerror.
    add " problems, see audit-chain-*-" to problemerror.
    add runstamp to problemerror.
    add ".txt" to problemerror.
    perform jobdone using problemerror.
else
    perform jobdone.
end-if.
