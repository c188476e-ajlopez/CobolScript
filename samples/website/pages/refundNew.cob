data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global Math.

local customerid.
local amount.
local bankaccount.
local reason.
local amountnumber.

move customerid in body in request to customerid.
move amount in body in request to amount.
if amount = "" then
    move "" to amount.
end-if.
move bankaccount in body in request to bankaccount.
if bankaccount = "" then
    move "" to bankaccount.
end-if.
move reason in body in request to reason.
if reason = "" then
    move "" to reason.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local customerrow.
local newrefundid.
move "refundNew" to page.
move method in request to method.
move companyid in request to companyid.

* the amount is taken to the cent; the lengths mirror the Refunds columns
* (BankAccount varchar(34), the longest account number the bank file
* carries; Reason varchar(200))
move "" to errors.
multiply amount by 1 giving amountnumber.
if amount = "" then
    add "The amount is required. " to errors.
    move 0 to amountnumber.
end-if.
if amountnumber not = amountnumber then
    add "The amount must be a number. " to errors.
    move 0 to amountnumber.
end-if.
local amountcents.
multiply amountnumber by 100 giving amountcents.
perform round in Math using amountcents giving amountcents.
divide amountcents by 100 giving amountnumber.
local ispositive.
move 0 to ispositive.
if amountnumber > 0 then
    move 1 to ispositive.
end-if.
if ispositive = 0 then
    add "The amount must be more than nil. " to errors.
end-if.
if bankaccount = "" then
    add "The bank account to pay the refund into is required. " to errors.
end-if.
local accountlength.
move length in bankaccount to accountlength.
if accountlength > 34 then
    add "The bank account must be 34 characters or fewer. " to errors.
end-if.
if reason = "" then
    add "Say why the customer is being refunded. " to errors.
end-if.
local reasonlength.
move length in reason to reasonlength.
if reasonlength > 200 then
    add "The reason must be 200 characters or fewer. " to errors.
end-if.

if errors not = "" then
    perform reject-refund.
    exit program.
end-if.

perform fetch-customer.

reject-refund section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

* the credit as it stands now, net of any refund already waiting;
* only a paying account holds a balance, so a branch is refunded
* through its bill-to account
fetch-customer section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using customerid.
perform push in datavalues using companyid.

perform query in connection using "select customers.Id as Id, customers.Name as Name, customers.Currency as Currency, coalesce(customers.BillToCustomerId, '') as BillToCustomerId, (coalesce((select sum(invoices.Total) from invoices where invoices.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and invoices.Currency = customers.Currency), 0) - coalesce((select sum(payments.Amount + coalesce((select sum(PaymentAllocations.Discount) from PaymentAllocations where PaymentAllocations.PaymentId = payments.Id), 0)) from payments where payments.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and payments.Currency = customers.Currency), 0) - coalesce((select sum(CreditNotes.Total) from CreditNotes where CreditNotes.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and CreditNotes.Currency = customers.Currency), 0) - coalesce((select sum(WriteOffs.Amount) from WriteOffs where WriteOffs.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and WriteOffs.Currency = customers.Currency), 0) + coalesce((select sum(Refunds.Amount) from Refunds where Refunds.CustomerId = customers.Id and Refunds.Currency = customers.Currency and Refunds.Status <> 'rejected'), 0)) as Balance from customers where customers.Id = ? and customers.CompanyId = ? and customers.IsDeleted = 0" datavalues fetch-customer-end.

fetch-customer-end section using err, result.
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
    perform write in response using "No such customer.".
    perform end in response.
    exit program.
end-if.
move result(0) to customerrow.
if BillToCustomerId in customerrow not = "" then
    add "This customer is billed through another account; refund that account instead. " to errors.
else
    local creditcents.
    move Balance in customerrow to creditcents.
    multiply creditcents by -100 giving creditcents.
    perform round in Math using creditcents giving creditcents.
    if amountcents > creditcents then
        add "The refund is more than the customer's credit of " to errors.
        local credit.
        divide creditcents by 100 giving credit.
        add credit to errors.
        add ". " to errors.
    end-if.
end-if.
if errors not = "" then
    copy DBRELEASE.
    perform reject-refund.
    exit program.
end-if.

perform insert-refund.

* the credit rides in the where clause: a refund issued, or an invoice
* raised, since the read leaves less credit, the insert finds nothing,
* and the clerk is asked to look again rather than refunding money the
* customer no longer has with us
insert-refund section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using amountnumber.
perform push in datavalues using bankaccount.
perform push in datavalues using reason.
local requestedby.
move username in request to requestedby.
perform push in datavalues using requestedby.
perform push in datavalues using customerid.
perform push in datavalues using amountnumber.

perform query in connection using "insert into Refunds (CompanyId, CustomerId, Amount, Currency, BankAccount, Reason, Status, RequestedBy, RequestedAt) select customers.CompanyId, customers.Id, ?, customers.Currency, ?, ?, 'pending', ?, now() from customers where customers.Id = ? and (coalesce((select sum(invoices.Total) from invoices where invoices.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and invoices.Currency = customers.Currency), 0) - coalesce((select sum(payments.Amount + coalesce((select sum(PaymentAllocations.Discount) from PaymentAllocations where PaymentAllocations.PaymentId = payments.Id), 0)) from payments where payments.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and payments.Currency = customers.Currency), 0) - coalesce((select sum(CreditNotes.Total) from CreditNotes where CreditNotes.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and CreditNotes.Currency = customers.Currency), 0) - coalesce((select sum(WriteOffs.Amount) from WriteOffs where WriteOffs.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and WriteOffs.Currency = customers.Currency), 0) + coalesce((select sum(Refunds.Amount) from Refunds where Refunds.CustomerId = customers.Id and Refunds.Currency = customers.Currency and Refunds.Status <> 'rejected'), 0)) + ? <= 0" datavalues insert-end.

insert-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if affectedRows in result = 0 then
    move "conflict" to outcome.
    copy LOG.
    perform rollback in connection using refund-conflict-end.
else
    move insertId in result to newrefundid.
    perform write-refund-audit.
end-if.

refund-conflict-end section using err.
copy DBRELEASE.
perform writeHead in response using 409.
perform write in response using "The customer's balance changed while you were looking at it. Reload the refunds page and check it.".
perform end in response.
exit program.

* audit mapping for refunds: the customer in the name slot, the bank
* account in the address slot, the amount and reason in the notes slot
write-refund-audit section.
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
move newrefundid to entityid.
move "insert" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move Name in customerrow to newname.
move bankaccount to newaddress.
move "" to newnotes.
add amountnumber to newnotes.
if Currency in customerrow not = "" then
    add " " to newnotes.
    add Currency in customerrow to newnotes.
end-if.
add " / " to newnotes.
add reason to newnotes.
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
