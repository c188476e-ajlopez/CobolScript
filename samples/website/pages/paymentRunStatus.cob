data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.
local newstatus.

move id in body in request to id.
move status in body in request to newstatus.

local connection.
local page.
local method.
local outcome.
local companyid.
local runrow.
move "paymentRunStatus" to page.
move method in request to method.
move companyid in request to companyid.

* a proposed run is approved or rejected once, by an explicit click;
* approval hands it to tonight's paymentFile.cob, rejection releases
* its invoices to the next proposal
local statusok.
move 0 to statusok.
if newstatus = "approved" then
    move 1 to statusok.
end-if.
if newstatus = "rejected" then
    move 1 to statusok.
end-if.
if statusok = 0 then
    perform writeHead in response using 400.
    perform write in response using "A payment run can only be approved or rejected.".
    perform end in response.
    exit program.
end-if.

perform fetch-run.

fetch-run section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, Status, (select count(*) from SupplierPaymentRunItems where SupplierPaymentRunItems.RunId = SupplierPaymentRuns.Id) as InvoiceCount, coalesce((select sum(SupplierInvoices.Total) from SupplierPaymentRunItems inner join SupplierInvoices on SupplierInvoices.Id = SupplierPaymentRunItems.SupplierInvoiceId where SupplierPaymentRunItems.RunId = SupplierPaymentRuns.Id), 0) as RunTotal from SupplierPaymentRuns where Id = ? and CompanyId = ?" datavalues fetch-run-end.

fetch-run-end section using err, result.
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
    perform write in response using "No such payment run.".
    perform end in response.
    exit program.
end-if.
move result(0) to runrow.
local refusal.
move "" to refusal.
if Status in runrow not = "proposed" then
    move "This payment run has already been approved, rejected or superseded." to refusal.
end-if.
if refusal = "" then
    if newstatus = "approved" then
        if InvoiceCount in runrow = 0 then
            move "Every invoice has been excluded from this run; reject it instead." to refusal.
        end-if.
    end-if.
end-if.
if refusal not = "" then
    move "rejected" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 400.
    perform write in response using refusal.
    perform end in response.
    exit program.
end-if.

perform claim-run.

* the old status rides in the where clause, so two approvers clicking
* at once settle the run once between them
claim-run section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using newstatus.
local reviewedby.
move username in request to reviewedby.
perform push in datavalues using reviewedby.
perform push in datavalues using id.

perform query in connection using "update SupplierPaymentRuns set Status = ?, ReviewedBy = ?, ReviewedAt = now() where Id = ? and Status = 'proposed'" datavalues claim-end.

claim-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if affectedRows in result = 0 then
    move "conflict" to outcome.
    copy LOG.
    perform rollback in connection using status-conflict-end.
else
    if newstatus = "rejected" then
        perform release-invoices.
    else
        perform write-status-audit.
    end-if.
end-if.

status-conflict-end section using err.
copy DBRELEASE.
perform writeHead in response using 409.
perform write in response using "This payment run was reviewed by someone else. Reload and check it.".
perform end in response.
exit program.

release-invoices section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "update SupplierInvoices set PaymentRunId = null where PaymentRunId = ?" datavalues release-end.

release-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
perform write-status-audit.

write-status-audit section.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
move "PaymentRun" to entitytype.
move id to entityid.
move "status" to action.
move "proposed" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move newstatus to newname.
move "" to newaddress.
move "" to newnotes.
add InvoiceCount in runrow to newnotes.
add " invoice(s) total " to newnotes.
add RunTotal in runrow to newnotes.
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
move "/payrun" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
