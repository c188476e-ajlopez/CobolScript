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

* the weekly supplier payment proposal: for each active company, every
* matched supplier invoice that falls due before the next run - its
* invoice date plus the supplier's payment terms, overdue ones
* included - is gathered onto one proposed payment run for finance to
* approve or reject on /payrun. The runner calls this once a week, so
* "before the next run" is seven days from tonight. A proposal nobody
* approved by the next run lapses and its invoices are proposed again
* with whatever else has fallen due, so the list finance approves is
* never a week stale. A supplier with no bank account on file cannot
* be put in a bank payment file; its invoices are held back and
* counted in joblog.log until the account is entered on the supplier
* page. Approved runs are paid by paymentFile.cob.
local connection.
local companies.
local companyindex.
local companylast.
local currentcompany.
local newrunid.
local duecount.
local heldcount.
local runcount.
local invoicecount.
local failedcount.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to runcount.
move 0 to invoicecount.
move 0 to failedcount.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform find-companies.

find-companies section.
local datavalues.
move array to datavalues.
perform query in connection using "select Id as CompanyId from companies where IsActive = 1 order by Id" datavalues find-companies-end.

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
    perform begin-company.
end-if.

* the lapse, the new run, its items and the invoices' run stamps all
* commit together, so an invoice is on exactly one open run or none
begin-company section.
perform beginTransaction in connection using begin-company-end.

begin-company-end section using err.
if err then
    perform fail-run using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform query in connection using "update SupplierInvoices set PaymentRunId = null where PaymentRunId in (select Id from SupplierPaymentRuns where CompanyId = ? and Status = 'proposed')" datavalues release-invoices-end.

release-invoices-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform query in connection using "update SupplierPaymentRuns set Status = 'lapsed' where CompanyId = ? and Status = 'proposed'" datavalues lapse-runs-end.

lapse-runs-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform query in connection using "select coalesce(sum(case when suppliers.BankAccount <> '' then 1 else 0 end), 0) as DueCount, coalesce(sum(case when suppliers.BankAccount = '' then 1 else 0 end), 0) as HeldCount from SupplierInvoices inner join suppliers on suppliers.Id = SupplierInvoices.SupplierId where SupplierInvoices.CompanyId = ? and SupplierInvoices.Status = 'matched' and SupplierInvoices.PaymentRunId is null and date_add(date(SupplierInvoices.InvoiceDate), interval suppliers.PaymentTermsDays day) < date_add(curdate(), interval 7 day)" datavalues count-due-end.

count-due-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
local countrow.
move result(0) to countrow.
move DueCount in countrow to duecount.
multiply duecount by 1 giving duecount.
move HeldCount in countrow to heldcount.
multiply heldcount by 1 giving heldcount.
if duecount = 0 then
    perform commit in connection using commit-nothing-end.
else
    perform insert-run.
end-if.

commit-nothing-end section using err.
if err then
    perform fail-company using err.
    exit program.
end-if.
perform log-held.
add 1 to companyindex.
perform next-company.

insert-run section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform query in connection using "insert SupplierPaymentRuns set CompanyId = ?, Status = 'proposed', PayBy = date_add(curdate(), interval 7 day), CreatedAt = now()" datavalues insert-run-end.

* the item selection is the count's selection, so what was counted is
* what is proposed
insert-run-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
move insertId in result to newrunid.
local datavalues.
move array to datavalues.
perform push in datavalues using newrunid.
perform push in datavalues using currentcompany.
perform query in connection using "insert into SupplierPaymentRunItems (RunId, SupplierInvoiceId) select ?, SupplierInvoices.Id from SupplierInvoices inner join suppliers on suppliers.Id = SupplierInvoices.SupplierId where SupplierInvoices.CompanyId = ? and SupplierInvoices.Status = 'matched' and SupplierInvoices.PaymentRunId is null and suppliers.BankAccount <> '' and date_add(date(SupplierInvoices.InvoiceDate), interval suppliers.PaymentTermsDays day) < date_add(curdate(), interval 7 day)" datavalues insert-items-end.

insert-items-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using newrunid.
perform push in datavalues using newrunid.
perform query in connection using "update SupplierInvoices inner join SupplierPaymentRunItems on SupplierPaymentRunItems.SupplierInvoiceId = SupplierInvoices.Id set SupplierInvoices.PaymentRunId = ? where SupplierPaymentRunItems.RunId = ?" datavalues stamp-invoices-end.

stamp-invoices-end section using err, result.
if err then
    perform fail-company using err.
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
local changedby.
local companyid.
move "PaymentRun" to entitytype.
move newrunid to entityid.
move "insert" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move "proposed" to newname.
move "" to newaddress.
move "" to newnotes.
add duecount to newnotes.
add " invoice(s)" to newnotes.
move "payrun" to changedby.
move currentcompany to companyid.
copy AUDIT.

audit-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
perform commit in connection using commit-run-end.

commit-run-end section using err.
if err then
    perform fail-company using err.
    exit program.
end-if.
add 1 to runcount.
add duecount to invoicecount.
local resultline.
move "paymentProposal run " to resultline.
add newrunid to resultline.
add " company " to resultline.
add currentcompany to resultline.
add " invoices " to resultline.
add duecount to resultline.
add "\n" to resultline.
perform appendFileSync in fs using "joblog.log" resultline.
perform log-held.
add 1 to companyindex.
perform next-company.

log-held section.
if heldcount > 0 then
    local heldline.
    move "paymentProposal company " to heldline.
    add currentcompany to heldline.
    add " held " to heldline.
    add heldcount to heldline.
    add " invoice(s): supplier has no bank account\n" to heldline.
    perform appendFileSync in fs using "joblog.log" heldline.
end-if.

* one company failing rolls back only that company; its old proposal
* stays as it was and the next run tries again
fail-company section using companyerr.
move companyerr to failerror.
perform rollback in connection using fail-company-end.

fail-company-end section using err.
add 1 to failedcount.
local exceptionline.
move "paymentProposal failed company " to exceptionline.
add currentcompany to exceptionline.
add " " to exceptionline.
add failerror to exceptionline.
add "\n" to exceptionline.
perform appendFileSync in fs using "joblog.log" exceptionline.
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
move "paymentProposal runs " to summaryline.
add runcount to summaryline.
add " invoices " to summaryline.
add invoicecount to summaryline.
add " failed " to summaryline.
add failedcount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
