data division.
linkage section.
01 require.
01 jobdone.
procedure division.
local fs.
perform require using "fs" giving fs.
local mysql.
perform require using "mysql" giving mysql.
global Math.
global pool.

* pays the supplier payment runs finance approved on /payrun: each
* approved run becomes one bank payment file for upload to the bank
* portal, its invoices are marked paid, and every supplier paid gets a
* remittance advice queued in mailout/ listing the invoices the
* payment settles - to the supplier's remittance address, or to the
* post room to print and post when the supplier has none. Only
* invoices still matched and still on the run are paid, so anything
* that changed since approval stays behind for the next proposal. The
* run is marked paid in the same transaction as its invoices, and the
* file is written after the commit, as the invoice run writes its
* invoice files; a rerun finds nothing approved left to pay. A copy of
* each remittance advice is kept beside the payment file
* (remittance-<company>-<run>-<supplier>.txt) and entered in the
* document index the supplier page lists copies from, since the
* message itself leaves with the mail transport.
* Bank payment file layout (bankpay-<company>-<run>.txt), fixed
* width, one record per line:
*   H  pos  1     "H"
*      pos  2-  6 CompanyId, zero-padded 5
*      pos  7- 15 payment run id, zero-padded 9
*      pos 16- 25 payment date, YYYY-MM-DD
*   P  one per supplier paid
*      pos  1     "P"
*      pos  2- 10 supplier id, zero-padded 9
*      pos 11- 45 supplier name, space-padded 35
*      pos 46- 79 bank account, space-padded 34
*      pos 80- 82 currency, blank for base currency
*      pos 83- 95 amount in cents, zero-padded 13
*      pos 96-100 number of remittance records that follow, 5
*   R  one per invoice, after its supplier's P record
*      pos  1     "R"
*      pos  2- 10 supplier id, zero-padded 9
*      pos 11- 50 supplier's invoice reference, space-padded 40
*      pos 51- 60 invoice date, YYYY-MM-DD
*      pos 61- 73 amount in cents, zero-padded 13
*   T  pos  1     "T"
*      pos  2-  8 P record count, zero-padded 7
*      pos  9- 23 P amounts total in cents, zero-padded 15
*      pos 24- 30 R record count, zero-padded 7
*      pos 31- 45 R amounts total in cents, zero-padded 15
* The two totals are equal in a balanced file; the totals are control
* totals across whatever currencies the run pays.
local mailrecipients.
local reportweekday.
copy MAILCONFIG.

local connection.
local runs.
local runindex.
local runlast.
local currentrun.
local currentcompany.
local itemrows.
local paygroups.
local currentgroup.
local paymentfile.
local filetext.
local mailtext.
local paymentcount.
local paymenttotal.
local remitcount.
local remittotal.
local paidrunscount.
local paidinvoicecount.
local remittancecount.
local remitsuppliers.
local failedcount.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to paidrunscount.
move 0 to paidinvoicecount.
move 0 to remittancecount.
move 0 to failedcount.

perform ensure-mailout-dir.
perform getConnection in pool using connect-end.

ensure-mailout-dir section.
local hasdir.
perform existsSync in fs using "mailout" giving hasdir.
local needed.
move 1 to needed.
if hasdir then
    move 0 to needed.
end-if.
if needed then
    perform mkdirSync in fs using "mailout".
end-if.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform find-approved-runs.

find-approved-runs section.
local datavalues.
move array to datavalues.
perform query in connection using "select Id, CompanyId from SupplierPaymentRuns where Status = 'approved' order by Id" datavalues find-approved-runs-end.

find-approved-runs-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to runs.
local runcount.
move length in runs to runcount.
subtract 1 from runcount giving runlast.
move 0 to runindex.
perform next-run.

next-run section.
if runindex > runlast then
    perform finish-run.
else
    local runrow.
    move runs(runindex) to runrow.
    move Id in runrow to currentrun.
    move CompanyId in runrow to currentcompany.
    perform begin-run.
end-if.

begin-run section.
perform beginTransaction in connection using begin-run-end.

begin-run-end section using err.
if err then
    perform fail-run using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using currentrun.
perform push in datavalues using currentrun.
perform query in connection using "select SupplierInvoices.Id as Id, SupplierInvoices.InvoiceRef as InvoiceRef, date_format(SupplierInvoices.InvoiceDate, '%Y-%m-%d') as InvoiceDate, SupplierInvoices.Total as Total, SupplierInvoices.Currency as Currency, suppliers.Id as SupplierId, suppliers.Name as SupplierName, suppliers.BankAccount as BankAccount, suppliers.RemittanceEmail as RemittanceEmail from SupplierPaymentRunItems inner join SupplierInvoices on SupplierInvoices.Id = SupplierPaymentRunItems.SupplierInvoiceId inner join suppliers on suppliers.Id = SupplierInvoices.SupplierId where SupplierPaymentRunItems.RunId = ? and SupplierInvoices.PaymentRunId = ? and SupplierInvoices.Status = 'matched' order by suppliers.Id, SupplierInvoices.InvoiceDate, SupplierInvoices.Id for update" datavalues fetch-items-end.

fetch-items-end section using err, result.
if err then
    perform fail-payrun using err.
    exit program.
end-if.
move result to itemrows.
move array to paygroups.
local itemcount.
local itemlast.
move length in itemrows to itemcount.
subtract 1 from itemcount giving itemlast.
local i.
perform group-item using i varying i from 0 to itemlast.
move "" to paymentfile.
if itemcount > 0 then
    move "bankpay-" to paymentfile.
    add currentcompany to paymentfile.
    add "-" to paymentfile.
    add currentrun to paymentfile.
    add ".txt" to paymentfile.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using currentrun.
perform query in connection using "update SupplierInvoices set Status = 'paid' where PaymentRunId = ? and Status = 'matched'" datavalues mark-paid-end.

* the items arrive sorted by supplier, so a new payment starts
* wherever the supplier changes; each payment totals its invoices in
* whole cents
group-item section using i.
local row.
move itemrows(i) to row.
local startgroup.
move 0 to startgroup.
local groupcount.
move length in paygroups to groupcount.
if groupcount = 0 then
    move 1 to startgroup.
else
    local lastindex.
    subtract 1 from groupcount giving lastindex.
    local lastgroup.
    move paygroups(lastindex) to lastgroup.
    if supplierid in lastgroup not = SupplierId in row then
        move 1 to startgroup.
    end-if.
end-if.
if startgroup then
    local newgroup.
    move object to newgroup.
    move SupplierId in row to supplierid in newgroup.
    move SupplierName in row to suppliername in newgroup.
    move BankAccount in row to bankaccount in newgroup.
    move RemittanceEmail in row to remittanceemail in newgroup.
    move Currency in row to currency in newgroup.
    move 0 to totalcents in newgroup.
    local grouplines.
    move array to grouplines.
    move grouplines to lines in newgroup.
    perform push in paygroups using newgroup.
    add 1 to groupcount.
end-if.
local targetindex.
subtract 1 from groupcount giving targetindex.
local targetgroup.
move paygroups(targetindex) to targetgroup.
local linecents.
move Total in row to linecents.
multiply linecents by 100 giving linecents.
perform round in Math using linecents giving linecents.
local line.
move object to line.
move InvoiceRef in row to invoiceref in line.
move InvoiceDate in row to invoicedate in line.
move linecents to cents in line.
local targetlines.
move lines in targetgroup to targetlines.
perform push in targetlines using line.
local grouptotal.
move totalcents in targetgroup to grouptotal.
add linecents to grouptotal.
move grouptotal to totalcents in targetgroup.

mark-paid-end section using err, result.
if err then
    perform fail-payrun using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using paymentfile.
perform push in datavalues using currentrun.
perform query in connection using "update SupplierPaymentRuns set Status = 'paid', PaidAt = now(), PaymentFile = ? where Id = ? and Status = 'approved'" datavalues mark-run-end.

mark-run-end section using err, result.
if err then
    perform fail-payrun using err.
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
move currentrun to entityid.
move "status" to action.
move "approved" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move "paid" to newname.
move paymentfile to newaddress.
local itemcount.
move length in itemrows to itemcount.
move "" to newnotes.
add itemcount to newnotes.
add " invoice(s)" to newnotes.
move "payrun" to changedby.
move currentcompany to companyid.
copy AUDIT.

audit-end section using err, result.
if err then
    perform fail-payrun using err.
    exit program.
end-if.
perform commit in connection using commit-run-end.

commit-run-end section using err.
if err then
    perform fail-payrun using err.
    exit program.
end-if.
local paidcount.
move length in itemrows to paidcount.
if paidcount > 0 then
    perform write-payment-file.
    move array to remitsuppliers.
    local groupcount.
    local grouplast.
    move length in paygroups to groupcount.
    subtract 1 from groupcount giving grouplast.
    local g.
    perform queue-remittance using g varying g from 0 to grouplast.
    perform register-remittances.
else
    perform payrun-done.
end-if.

register-remittances section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentrun.
perform push in datavalues using currentrun.
perform push in datavalues using remitsuppliers.
perform query in connection using "insert into Documents (CompanyId, DocumentType, DocumentNumber, CustomerId, SupplierId, DocumentDate, ProducedBy, FilePath, CreatedAt) select CompanyId, 'remittance', concat(?, '-', Id), 0, Id, curdate(), 'paymentFile', concat('remittance-', CompanyId, '-', ?, '-', Id, '.txt'), now() from suppliers where Id in (?) on duplicate key update DocumentDate = values(DocumentDate), CreatedAt = values(CreatedAt), RemovedAt = null" datavalues register-remittances-end.

register-remittances-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
perform payrun-done.

payrun-done section.
local paidcount.
move length in itemrows to paidcount.
add 1 to paidrunscount.
add paidcount to paidinvoicecount.
local resultline.
move "paymentFile run " to resultline.
add currentrun to resultline.
add " company " to resultline.
add currentcompany to resultline.
if paidcount > 0 then
    add " file " to resultline.
    add paymentfile to resultline.
    add " invoices " to resultline.
    add paidcount to resultline.
else
    add " nothing left to pay" to resultline.
end-if.
add "\n" to resultline.
perform appendFileSync in fs using "joblog.log" resultline.
add 1 to runindex.
perform next-run.

write-payment-file section.
local fieldtext.
move 0 to paymentcount.
move 0 to paymenttotal.
move 0 to remitcount.
move 0 to remittotal.
move "H" to filetext.
perform pad-number using currentcompany 5 giving fieldtext.
add fieldtext to filetext.
perform pad-number using currentrun 9 giving fieldtext.
add fieldtext to filetext.
add runstamp to filetext.
add "\n" to filetext.
local groupcount.
local grouplast.
move length in paygroups to groupcount.
subtract 1 from groupcount giving grouplast.
local g.
perform add-payment-record using g varying g from 0 to grouplast.
add "T" to filetext.
perform pad-number using paymentcount 7 giving fieldtext.
add fieldtext to filetext.
perform pad-number using paymenttotal 15 giving fieldtext.
add fieldtext to filetext.
perform pad-number using remitcount 7 giving fieldtext.
add fieldtext to filetext.
perform pad-number using remittotal 15 giving fieldtext.
add fieldtext to filetext.
add "\n" to filetext.
perform writeFileSync in fs using paymentfile filetext.

add-payment-record section using g.
move paygroups(g) to currentgroup.
local group.
move currentgroup to group.
local grouplines.
move lines in group to grouplines.
local linecount.
move length in grouplines to linecount.
local fieldtext.
add "P" to filetext.
perform pad-number using supplierid in group 9 giving fieldtext.
add fieldtext to filetext.
perform pad-text using suppliername in group 35 giving fieldtext.
add fieldtext to filetext.
perform pad-text using bankaccount in group 34 giving fieldtext.
add fieldtext to filetext.
perform pad-text using currency in group 3 giving fieldtext.
add fieldtext to filetext.
perform pad-number using totalcents in group 13 giving fieldtext.
add fieldtext to filetext.
perform pad-number using linecount 5 giving fieldtext.
add fieldtext to filetext.
add "\n" to filetext.
add 1 to paymentcount.
add totalcents in group to paymenttotal.
local linelast.
subtract 1 from linecount giving linelast.
local r.
perform add-remittance-record using r varying r from 0 to linelast.

add-remittance-record section using r.
local group.
move currentgroup to group.
local grouplines.
move lines in group to grouplines.
local line.
move grouplines(r) to line.
local fieldtext.
add "R" to filetext.
perform pad-number using supplierid in group 9 giving fieldtext.
add fieldtext to filetext.
perform pad-text using invoiceref in line 40 giving fieldtext.
add fieldtext to filetext.
perform pad-text using invoicedate in line 10 giving fieldtext.
add fieldtext to filetext.
perform pad-number using cents in line 13 giving fieldtext.
add fieldtext to filetext.
add "\n" to filetext.
add 1 to remitcount.
add cents in line to remittotal.

* one message per supplier paid, headers then body, the shape the
* operations mail transport sweeps out of mailout/
queue-remittance section using g.
move paygroups(g) to currentgroup.
local group.
move currentgroup to group.
move "To: " to mailtext.
if remittanceemail in group not = "" then
    add remittanceemail in group to mailtext.
else
    add mailrecipients to mailtext.
end-if.
add "\nSubject: Remittance advice, payment " to mailtext.
add currentrun to mailtext.
add "-" to mailtext.
add supplierid in group to mailtext.
add ", " to mailtext.
add runstamp to mailtext.
add "\n\n" to mailtext.
if remittanceemail in group = "" then
    add "(No remittance address on file: print and post to the supplier.)\n\n" to mailtext.
end-if.
add "To: " to mailtext.
add suppliername in group to mailtext.
add "\n\nWe have today paid " to mailtext.
local grouptotal.
move totalcents in group to grouptotal.
divide grouptotal by 100 giving grouptotal.
add grouptotal to mailtext.
if currency in group not = "" then
    add " " to mailtext.
    add currency in group to mailtext.
end-if.
add " to your account " to mailtext.
add bankaccount in group to mailtext.
add " in settlement of:\n\n" to mailtext.
local grouplines.
move lines in group to grouplines.
local linecount.
local linelast.
move length in grouplines to linecount.
subtract 1 from linecount giving linelast.
local r.
perform add-remittance-line using r varying r from 0 to linelast.
local mailfile.
move "mailout/remittance-" to mailfile.
add currentcompany to mailfile.
add "-" to mailfile.
add currentrun to mailfile.
add "-" to mailfile.
add supplierid in group to mailfile.
add ".eml" to mailfile.
perform writeFileSync in fs using mailfile mailtext.
add 1 to remittancecount.
local keptfile.
move "remittance-" to keptfile.
add currentcompany to keptfile.
add "-" to keptfile.
add currentrun to keptfile.
add "-" to keptfile.
add supplierid in group to keptfile.
add ".txt" to keptfile.
perform writeFileSync in fs using keptfile mailtext.
perform push in remitsuppliers using supplierid in group.

add-remittance-line section using r.
local group.
move currentgroup to group.
local grouplines.
move lines in group to grouplines.
local line.
move grouplines(r) to line.
local linetotal.
move cents in line to linetotal.
divide linetotal by 100 giving linetotal.
add "  Invoice " to mailtext.
add invoiceref in line to mailtext.
add "  dated " to mailtext.
add invoicedate in line to mailtext.
add "  " to mailtext.
add linetotal to mailtext.
add "\n" to mailtext.

pad-text section using value, width.
local astext.
move "" to astext.
add value to astext.
local clipped.
perform substring in astext using 0 width giving clipped.
local padded.
perform padEnd in clipped using width giving padded.
return padded.

pad-number section using value, width.
local astext.
move "" to astext.
add value to astext.
local padded.
perform padStart in astext using width "0" giving padded.
return padded.

* one run failing rolls back only that run; it stays approved and the
* next night's job pays it
fail-payrun section using payrunerr.
move payrunerr to failerror.
perform rollback in connection using fail-payrun-end.

fail-payrun-end section using err.
add 1 to failedcount.
local exceptionline.
move "paymentFile failed run " to exceptionline.
add currentrun to exceptionline.
add " " to exceptionline.
add failerror to exceptionline.
add "\n" to exceptionline.
perform appendFileSync in fs using "joblog.log" exceptionline.
add 1 to runindex.
perform next-run.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "paymentFile runs " to summaryline.
add paidrunscount to summaryline.
add " invoices " to summaryline.
add paidinvoicecount to summaryline.
add " remittances " to summaryline.
add remittancecount to summaryline.
add " failed " to summaryline.
add failedcount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
