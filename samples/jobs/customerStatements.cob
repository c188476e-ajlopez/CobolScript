* mail room can stuff envelopes without checking anything. The
* runner's month-end calendar is what makes it monthly; the statement
* month is the month that is ending today, so forcing it mid-month
* states the month to date. A statement is in the account's currency
* and lists only documents in that currency; the currency cannot be
* changed while anything is open, so what an earlier currency left
* behind is settled history that nets to nothing.
* Settlement discount a payment took counts with the payment, since it
* cleared the balance as surely as the cash did, and is shown against
* it; open invoices whose discount is still on offer are listed with
* the discounted amount and the date it must be paid by. A balance
* written off comes off the account like a credit and is listed; a
* refund of a credit balance goes back on in the month it was paid.
* An account whose billing contact takes its documents by email has
* its statement mailed there instead of printed (DELIVERDOCUMENT.cpy).
* Each statement file is entered in the document index the customer
* page lists copies from (REGISTERDOCUMENT.cpy).
local connection.
local companies.
local companyindex.
local customerlast.
local currentcustomer.
local currentcustomername.
local currentcurrency.
local openingbalance.
local periodinvoiced.
local periodpaid.
local periodcredited.
local periodwrittenoff.
local periodrefunded.
local invoicerows.
local paymentrows.
local creditrows.
local writeoffrows.
local refundrows.
local discountrows.
local statementtext.
local statementcount.
local failerror.
local runstamp.
local monthstamp.
local emailedcount.
copy DOCFIELDS.

copy DATESTAMP.
move datestamp to runstamp.
perform substring in runstamp using 0 7 giving monthstamp.

move 0 to statementcount.
move 0 to emailedcount.

perform getConnection in pool using connect-end.

end-if.

* only customers with any invoice or payment history get a statement;
* a customer the money side has never touched has nothing to state.
* Statements go to the paying account: a branch with a bill-to account
* gets none of its own, and its invoices, payments and credits - old
* ones raised before it was linked included - appear on the bill-to
* account's statement instead
find-statement-customers section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform query in connection using "select Id, Name, Currency from customers where CompanyId = ? and IsDeleted = 0 and BillToCustomerId is null and (exists (select 1 from invoices inner join customers branch on branch.Id = invoices.CustomerId where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id and invoices.CompanyId = ?) or exists (select 1 from payments inner join customers branch on branch.Id = payments.CustomerId where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id)) order by Id" datavalues find-statement-customers-end.

find-statement-customers-end section using err, result.
if err then
    move customers(customerindex) to customerrow.
    move Id in customerrow to currentcustomer.
    move Name in customerrow to currentcustomername.
    move Currency in customerrow to currentcurrency.
    perform fetch-balances.
end-if.

local datavalues.
move array to datavalues.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform query in connection using "select coalesce(sum(case when InvoiceDate < date_format(now(), '%Y-%m-01') then Total else 0 end), 0) as OpeningInvoiced, coalesce(sum(case when InvoiceDate >= date_format(now(), '%Y-%m-01') then Total else 0 end), 0) as PeriodInvoiced, (select coalesce(sum(case when PaymentDate < date_format(now(), '%Y-%m-01') then Amount + coalesce((select sum(PaymentAllocations.Discount) from PaymentAllocations where PaymentAllocations.PaymentId = payments.Id), 0) else 0 end), 0) from payments where CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and Currency = ?) as OpeningPaid, (select coalesce(sum(case when PaymentDate >= date_format(now(), '%Y-%m-01') then Amount + coalesce((select sum(PaymentAllocations.Discount) from PaymentAllocations where PaymentAllocations.PaymentId = payments.Id), 0) else 0 end), 0) from payments where CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and Currency = ?) as PeriodPaid, (select coalesce(sum(case when CreditDate < date_format(now(), '%Y-%m-01') then Total else 0 end), 0) from CreditNotes where CompanyId = ? and CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and Currency = ?) as OpeningCredited, (select coalesce(sum(case when CreditDate >= date_format(now(), '%Y-%m-01') then Total else 0 end), 0) from CreditNotes where CompanyId = ? and CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and Currency = ?) as PeriodCredited, (select coalesce(sum(case when WriteOffDate < date_format(now(), '%Y-%m-01') then Amount else 0 end), 0) from WriteOffs where CompanyId = ? and CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and Currency = ?) as OpeningWrittenOff, (select coalesce(sum(case when WriteOffDate >= date_format(now(), '%Y-%m-01') then Amount else 0 end), 0) from WriteOffs where CompanyId = ? and CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and Currency = ?) as PeriodWrittenOff, (select coalesce(sum(case when PaidAt < date_format(now(), '%Y-%m-01') then Amount else 0 end), 0) from Refunds where CompanyId = ? and CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and Currency = ? and Status = 'paid') as OpeningRefunded, (select coalesce(sum(case when PaidAt >= date_format(now(), '%Y-%m-01') then Amount else 0 end), 0) from Refunds where CompanyId = ? and CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and Currency = ? and Status = 'paid') as PeriodRefunded from invoices where CompanyId = ? and CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and Currency = ?" datavalues fetch-balances-end.

fetch-balances-end section using err, result.
if err then
move result(0) to balancerow.
subtract OpeningPaid in balancerow from OpeningInvoiced in balancerow giving openingbalance.
subtract OpeningCredited in balancerow from openingbalance giving openingbalance.
subtract OpeningWrittenOff in balancerow from openingbalance giving openingbalance.
local openingrefunded.
move OpeningRefunded in balancerow to openingrefunded.
multiply openingrefunded by 1 giving openingrefunded.
add openingrefunded to openingbalance.
move PeriodInvoiced in balancerow to periodinvoiced.
move PeriodPaid in balancerow to periodpaid.
move PeriodCredited in balancerow to periodcredited.
move PeriodWrittenOff in balancerow to periodwrittenoff.
move PeriodRefunded in balancerow to periodrefunded.
multiply periodrefunded by 1 giving periodrefunded.
perform fetch-period-invoices.

fetch-period-invoices section.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform query in connection using "select InvoiceNumber, InvoiceDate, Total from invoices where CompanyId = ? and CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and Currency = ? and InvoiceDate >= date_format(now(), '%Y-%m-01') order by InvoiceNumber" datavalues fetch-period-invoices-end.

fetch-period-invoices-end section using err, result.
if err then
local datavalues.
move array to datavalues.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform query in connection using "select PaymentDate, Amount, Reference, coalesce((select sum(PaymentAllocations.Discount) from PaymentAllocations where PaymentAllocations.PaymentId = payments.Id), 0) as Discount from payments where CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and Currency = ? and PaymentDate >= date_format(now(), '%Y-%m-01') order by PaymentDate" datavalues fetch-period-payments-end.

fetch-period-payments-end section using err, result.
if err then
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform query in connection using "select CreditNumber, CreditDate, Total, Reason from CreditNotes where CompanyId = ? and CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and Currency = ? and CreditDate >= date_format(now(), '%Y-%m-01') order by CreditNumber" datavalues fetch-period-credits-end.

fetch-period-credits-end section using err, result.
if err then
    exit program.
end-if.
move result to creditrows.
perform fetch-period-writeoffs.

* a balance written off leaves the account, so the statement shows it
* going the way it shows a credit note
fetch-period-writeoffs section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform query in connection using "select date_format(WriteOffs.WriteOffDate, '%Y-%m-%d') as WriteOffDate, WriteOffs.Amount as Amount, invoices.InvoiceNumber as InvoiceNumber from WriteOffs inner join invoices on invoices.Id = WriteOffs.InvoiceId where WriteOffs.CompanyId = ? and WriteOffs.CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and WriteOffs.Currency = ? and WriteOffs.WriteOffDate >= date_format(now(), '%Y-%m-01') order by WriteOffs.WriteOffDate, WriteOffs.Id" datavalues fetch-period-writeoffs-end.

fetch-period-writeoffs-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to writeoffrows.
perform fetch-period-refunds.

* money paid back to the customer puts the balance back the other way,
* so a refund shows like an invoice, in the month the bank paid it
fetch-period-refunds section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform query in connection using "select Id, date_format(PaidAt, '%Y-%m-%d') as PaidAt, Amount from Refunds where CompanyId = ? and CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and Currency = ? and Status = 'paid' and PaidAt >= date_format(now(), '%Y-%m-01') order by PaidAt, Id" datavalues fetch-period-refunds-end.

fetch-period-refunds-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to refundrows.
perform fetch-discount-offers.

* the same offer the payment screens honour: settlement terms on the
* invoice, the deadline not yet passed, nothing paid against it yet
fetch-discount-offers section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcurrency.
perform query in connection using "select InvoiceNumber, date_format(SettlementDueDate, '%Y-%m-%d') as SettlementDueDate, (Total - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0)) - round((Total - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0)) * SettlementPercent / 100, 2) as DiscountedBalance, Total - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as Balance from invoices where CompanyId = ? and CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and Currency = ? and SettlementPercent > 0 and SettlementDueDate >= curdate() and not exists (select 1 from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id) having Balance > 0 order by InvoiceNumber" datavalues fetch-discount-offers-end.

fetch-discount-offers-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to discountrows.
perform write-statement-file.
copy REGISTERDOCUMENT.

register-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
copy DELIVERDOCUMENT.

delivery-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
if docchannel = "email" then
    add 1 to emailedcount.
end-if.
add 1 to customerindex.
perform next-customer.

add runstamp to statementtext.
add "\nCustomer: " to statementtext.
add currentcustomername to statementtext.
if currentcurrency not = "" then
    add "\nCurrency: " to statementtext.
    add currentcurrency to statementtext.
end-if.
add "\n\nOpening balance: " to statementtext.
add openingbalance to statementtext.
add "\n\nInvoices this month:\n" to statementtext.
    perform add-credit-line using k varying k from 0 to creditlast.
end-if.

local writeoffcount.
local writeofflast.
move length in writeoffrows to writeoffcount.
subtract 1 from writeoffcount giving writeofflast.
if writeoffcount > 0 then
    add "\nBalances written off this month:\n" to statementtext.
    local w.
    perform add-writeoff-line using w varying w from 0 to writeofflast.
end-if.

local refundcount.
local refundlast.
move length in refundrows to refundcount.
subtract 1 from refundcount giving refundlast.
if refundcount > 0 then
    add "\nRefunds paid to you this month:\n" to statementtext.
    local f.
    perform add-refund-line using f varying f from 0 to refundlast.
end-if.

local closingbalance.
move openingbalance to closingbalance.
add periodinvoiced to closingbalance.
subtract periodpaid from closingbalance giving closingbalance.
subtract periodcredited from closingbalance giving closingbalance.
subtract periodwrittenoff from closingbalance giving closingbalance.
add periodrefunded to closingbalance.
add "\nClosing balance: " to statementtext.
add closingbalance to statementtext.
add "\n" to statementtext.

local discountcount.
local discountlast.
move length in discountrows to discountcount.
subtract 1 from discountcount giving discountlast.
if discountcount > 0 then
    add "\nSettlement discount available:\n" to statementtext.
    local d.
    perform add-discount-line using d varying d from 0 to discountlast.
end-if.

local statementfile.
move "statement-" to statementfile.
add currentcompany to statementfile.
add ".txt" to statementfile.
perform writeFileSync in fs using statementfile statementtext.
add 1 to statementcount.
move currentcompany to doccompany.
move currentcustomer to doccustomer.
move "statement" to doctype.
move "" to docnumber.
add currentcompany to docnumber.
add "-" to docnumber.
add currentcustomer to docnumber.
add "-" to docnumber.
add monthstamp to docnumber.
move statementfile to docfile.
move "customerStatements" to docjob.
move statementtext to doctext.
move "Statement for " to docsubject.
add monthstamp to docsubject.

add-invoice-line section using i.
local invoicerow.
add Amount in paymentrow to statementtext.
add "  ref " to statementtext.
add Reference in paymentrow to statementtext.
local paymentdiscount.
move Discount in paymentrow to paymentdiscount.
multiply paymentdiscount by 1 giving paymentdiscount.
if paymentdiscount > 0 then
    add "  discount " to statementtext.
    add paymentdiscount to statementtext.
end-if.
add "\n" to statementtext.

add-discount-line section using d.
local discountrow.
move discountrows(d) to discountrow.
add "  Invoice " to statementtext.
add InvoiceNumber in discountrow to statementtext.
add "  pay " to statementtext.
add DiscountedBalance in discountrow to statementtext.
add " by " to statementtext.
add SettlementDueDate in discountrow to statementtext.
add "\n" to statementtext.

add-credit-line section using k.
add Reason in creditrow to statementtext.
add "\n" to statementtext.

add-writeoff-line section using w.
local writeoffrow.
move writeoffrows(w) to writeoffrow.
add "  Invoice " to statementtext.
add InvoiceNumber in writeoffrow to statementtext.
add "  " to statementtext.
add WriteOffDate in writeoffrow to statementtext.
add "  " to statementtext.
add Amount in writeoffrow to statementtext.
add "\n" to statementtext.

add-refund-line section using f.
local refundrow.
move refundrows(f) to refundrow.
add "  Refund " to statementtext.
add Id in refundrow to statementtext.
add "  " to statementtext.
add PaidAt in refundrow to statementtext.
add "  " to statementtext.
add Amount in refundrow to statementtext.
add "\n" to statementtext.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
add statementcount to summaryline.
add " month " to summaryline.
add monthstamp to summaryline.
add " emailed " to summaryline.
add emailedcount to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
