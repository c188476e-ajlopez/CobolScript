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
local refundrow.
move "refundStatus" to page.
move method in request to method.
move companyid in request to companyid.

* a pending refund is approved or rejected once, by an explicit click;
* approval hands it to tonight's refundFile.cob, rejection gives the
* credit back to the customer's account
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
    perform write in response using "A refund can only be approved or rejected.".
    perform end in response.
    exit program.
end-if.

perform fetch-refund.

* the customer's balance comes back with the refund: it already counts
* this refund, so anything above nil means the credit has since been
* used against new invoices
fetch-refund section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Refunds.Id as Id, Refunds.Amount as Amount, Refunds.Currency as Currency, Refunds.BankAccount as BankAccount, Refunds.Status as Status, Refunds.RequestedBy as RequestedBy, customers.Name as CustomerName, (coalesce((select sum(invoices.Total) from invoices where invoices.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and invoices.Currency = customers.Currency), 0) - coalesce((select sum(payments.Amount + coalesce((select sum(PaymentAllocations.Discount) from PaymentAllocations where PaymentAllocations.PaymentId = payments.Id), 0)) from payments where payments.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and payments.Currency = customers.Currency), 0) - coalesce((select sum(CreditNotes.Total) from CreditNotes where CreditNotes.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and CreditNotes.Currency = customers.Currency), 0) - coalesce((select sum(WriteOffs.Amount) from WriteOffs where WriteOffs.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and WriteOffs.Currency = customers.Currency), 0) + coalesce((select sum(Refunds.Amount) from Refunds where Refunds.CustomerId = customers.Id and Refunds.Currency = customers.Currency and Refunds.Status <> 'rejected'), 0)) as Balance from Refunds inner join customers on customers.Id = Refunds.CustomerId where Refunds.Id = ? and Refunds.CompanyId = ?" datavalues fetch-refund-end.

fetch-refund-end section using err, result.
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
    perform write in response using "No such refund.".
    perform end in response.
    exit program.
end-if.
move result(0) to refundrow.
local refusal.
move "" to refusal.
if Status in refundrow not = "pending" then
    move "This refund has already been approved or rejected." to refusal.
end-if.
* the second pair of eyes: whoever issued a refund cannot also approve
* it, though they may withdraw it by rejecting it
if refusal = "" then
    if newstatus = "approved" then
        local reviewer.
        move username in request to reviewer.
        if RequestedBy in refundrow = reviewer then
            move "A refund has to be approved by someone other than the user who issued it." to refusal.
        end-if.
    end-if.
end-if.
if refusal = "" then
    if newstatus = "approved" then
        local balance.
        move Balance in refundrow to balance.
        multiply balance by 1 giving balance.
        if balance > 0 then
            move "The customer's credit has since been used against new invoices; reject this refund." to refusal.
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

perform claim-refund.

* the old status rides in the where clause, so two reviewers clicking
* at once settle the refund once between them
claim-refund section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using newstatus.
local reviewedby.
move username in request to reviewedby.
perform push in datavalues using reviewedby.
perform push in datavalues using id.

perform query in connection using "update Refunds set Status = ?, ReviewedBy = ?, ReviewedAt = now() where Id = ? and Status = 'pending'" datavalues claim-end.

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
    perform write-status-audit.
end-if.

status-conflict-end section using err.
copy DBRELEASE.
perform writeHead in response using 409.
perform write in response using "This refund was reviewed by someone else. Reload and check it.".
perform end in response.
exit program.

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
move "Refund" to entitytype.
move id to entityid.
move "status" to action.
move "pending" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move newstatus to newname.
move BankAccount in refundrow to newaddress.
move CustomerName in refundrow to newnotes.
add " / " to newnotes.
add Amount in refundrow to newnotes.
if Currency in refundrow not = "" then
    add " " to newnotes.
    add Currency in refundrow to newnotes.
end-if.
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
move "/refund" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
