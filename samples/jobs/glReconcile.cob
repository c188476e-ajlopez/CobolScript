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

* the nightly proof that the receivables subledger and the general
* ledger agree, one report per active company
* (glrecon-<company>-<date>.txt). The subledger is rebuilt from the
* documents - invoices, less what payments applied to them, less
* credit notes and write-offs, then the cash no invoice has taken yet
* and the refunds paid back out - each at the base-currency amount
* glExtract.cob posts for it. Less the documents the extract has not
* reached, that is what receivables in the ledger should be, and it is
* held against the GlArPostings journal the extract keeps of every
* receivables line it sent. Any difference means a posted document
* was changed afterwards or a posting went astray; the journal is
* also checked for documents posted twice and for documents flagged
* posted that it never recorded. Two more lists follow: documents
* still waiting for the extract two days after they were raised, and
* any gap or duplicate in the company's invoice and credit note
* numbers, which an auditor expects to run unbroken.
local connection.
local companies.
local companyindex.
local companylast.
local currentcompany.
local summaryrows.
local exceptionrows.
local waitingrows.
local duplicaterows.
local gaprows.
local reporttext.
local invoicecents.
local invoiceunposted.
local allocatedcents.
local paymentcents.
local paymentunposted.
local creditcents.
local creditunposted.
local writeoffcents.
local writeoffunposted.
local refundcents.
local refundunposted.
local journalcents.
local differencecents.
local differingcount.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to differingcount.

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
    perform find-summary.
end-if.

* one row per kind of document, in base-currency cents, each document
* converted and rounded exactly as glExtract.cob posts it, with the
* part not yet extracted beside it; the last row is the journal
find-summary section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform query in connection using "select 'INVOICE' as SourceType, coalesce(sum(doc.Cents), 0) as TotalCents, coalesce(sum(case when doc.GlPosted = 0 then doc.Cents else 0 end), 0) as UnpostedCents from (select GlPosted, round((Net - Freight) * ExchangeRate * 100) + round(Freight * ExchangeRate * 100) + round(Tax * ExchangeRate * 100) as Cents from invoices where CompanyId = ?) doc union all select 'ALLOCATED', coalesce(sum(doc.Cents), 0), 0 from (select round(PaymentAllocations.Amount * invoices.ExchangeRate * 100) as Cents from PaymentAllocations inner join invoices on invoices.Id = PaymentAllocations.InvoiceId where invoices.CompanyId = ?) doc union all select 'PAYMENT', coalesce(sum(doc.Cents), 0), coalesce(sum(case when doc.GlPosted = 0 then doc.Cents else 0 end), 0) from (select payments.GlPosted as GlPosted, round(payments.Amount * payments.ExchangeRate * 100) - round(coalesce((select sum(PaymentAllocations.FxGain) from PaymentAllocations where PaymentAllocations.PaymentId = payments.Id), 0) * 100) + round(coalesce((select sum(round(PaymentAllocations.Discount * invoices.ExchangeRate, 2)) from PaymentAllocations inner join invoices on invoices.Id = PaymentAllocations.InvoiceId where PaymentAllocations.PaymentId = payments.Id), 0) * 100) as Cents from payments where payments.CompanyId = ?) doc union all select 'CREDIT', coalesce(sum(doc.Cents), 0), coalesce(sum(case when doc.GlPosted = 0 then doc.Cents else 0 end), 0) from (select GlPosted, round(Total * ExchangeRate * 100) as Cents from CreditNotes where CompanyId = ?) doc union all select 'WRITEOFF', coalesce(sum(doc.Cents), 0), coalesce(sum(case when doc.GlPosted = 0 then doc.Cents else 0 end), 0) from (select GlPosted, round(Amount * ExchangeRate * 100) as Cents from WriteOffs where CompanyId = ?) doc union all select 'REFUND', coalesce(sum(doc.Cents), 0), coalesce(sum(case when doc.GlPosted = 0 then doc.Cents else 0 end), 0) from (select GlPosted, round(Amount * ExchangeRate * 100) as Cents from Refunds where CompanyId = ? and Status = 'paid') doc union all select 'JOURNAL', coalesce(sum(AmountCents), 0), 0 from GlArPostings where CompanyId = ?" datavalues find-summary-end.

find-summary-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to summaryrows.
move 0 to invoicecents.
move 0 to invoiceunposted.
move 0 to allocatedcents.
move 0 to paymentcents.
move 0 to paymentunposted.
move 0 to creditcents.
move 0 to creditunposted.
move 0 to writeoffcents.
move 0 to writeoffunposted.
move 0 to refundcents.
move 0 to refundunposted.
move 0 to journalcents.
local summarycount.
local summarylast.
local s.
move length in summaryrows to summarycount.
subtract 1 from summarycount giving summarylast.
perform take-summary-row using s varying s from 0 to summarylast.
perform find-exceptions.

* the sums come back as decimal strings; each is made a number as it
* is taken
take-summary-row section using s.
local row.
move summaryrows(s) to row.
local totalcents.
move TotalCents in row to totalcents.
multiply totalcents by 1 giving totalcents.
local unpostedcents.
move UnpostedCents in row to unpostedcents.
multiply unpostedcents by 1 giving unpostedcents.
if SourceType in row = "INVOICE" then
    move totalcents to invoicecents.
    move unpostedcents to invoiceunposted.
end-if.
if SourceType in row = "ALLOCATED" then
    move totalcents to allocatedcents.
end-if.
if SourceType in row = "PAYMENT" then
    move totalcents to paymentcents.
    move unpostedcents to paymentunposted.
end-if.
if SourceType in row = "CREDIT" then
    move totalcents to creditcents.
    move unpostedcents to creditunposted.
end-if.
if SourceType in row = "WRITEOFF" then
    move totalcents to writeoffcents.
    move unpostedcents to writeoffunposted.
end-if.
if SourceType in row = "REFUND" then
    move totalcents to refundcents.
    move unpostedcents to refundunposted.
end-if.
if SourceType in row = "JOURNAL" then
    move totalcents to journalcents.
end-if.

* a document the journal holds twice was sent to the ledger twice; one
* flagged posted that the journal never saw reached the ledger by
* some other road, or not at all
find-exceptions section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform query in connection using "select SourceType, SourceId, 'posted more than once' as Problem from GlArPostings where CompanyId = ? group by SourceType, SourceId having count(*) > 1 union all select 'INVOICE', Id, 'flagged posted, not in the journal' from invoices where CompanyId = ? and GlPosted = 1 and not exists (select 1 from GlArPostings where GlArPostings.SourceType = 'INVOICE' and GlArPostings.SourceId = invoices.Id) union all select 'CREDIT', Id, 'flagged posted, not in the journal' from CreditNotes where CompanyId = ? and GlPosted = 1 and not exists (select 1 from GlArPostings where GlArPostings.SourceType = 'CREDIT' and GlArPostings.SourceId = CreditNotes.Id) union all select 'PAYMENT', Id, 'flagged posted, not in the journal' from payments where CompanyId = ? and GlPosted = 1 and not exists (select 1 from GlArPostings where GlArPostings.SourceType = 'PAYMENT' and GlArPostings.SourceId = payments.Id) union all select 'WRITEOFF', Id, 'flagged posted, not in the journal' from WriteOffs where CompanyId = ? and GlPosted = 1 and not exists (select 1 from GlArPostings where GlArPostings.SourceType = 'WRITEOFF' and GlArPostings.SourceId = WriteOffs.Id) union all select 'REFUND', Id, 'flagged posted, not in the journal' from Refunds where CompanyId = ? and GlPosted = 1 and not exists (select 1 from GlArPostings where GlArPostings.SourceType = 'REFUND' and GlArPostings.SourceId = Refunds.Id) order by 1, 2" datavalues find-exceptions-end.

find-exceptions-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to exceptionrows.
perform find-waiting.

* the extract runs every night, so a document still unposted after two
* days was skipped - most often one entered in the wrong company or
* with a rate the extract could not use. A refund counts from the day
* the bank paid it, a payment from the day it was entered.
find-waiting section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform query in connection using "select 'INVOICE' as SourceType, Id as SourceId, date_format(InvoiceDate, '%Y-%m-%d') as DocumentDate, Total as Amount, Currency from invoices where CompanyId = ? and GlPosted = 0 and InvoiceDate < now() - interval 2 day union all select 'CREDIT', Id, date_format(CreditDate, '%Y-%m-%d'), Total, Currency from CreditNotes where CompanyId = ? and GlPosted = 0 and CreditDate < now() - interval 2 day union all select 'PAYMENT', Id, date_format(CreatedAt, '%Y-%m-%d'), Amount, Currency from payments where CompanyId = ? and GlPosted = 0 and CreatedAt < now() - interval 2 day union all select 'WRITEOFF', Id, date_format(CreatedAt, '%Y-%m-%d'), Amount, Currency from WriteOffs where CompanyId = ? and GlPosted = 0 and CreatedAt < now() - interval 2 day union all select 'REFUND', Id, date_format(PaidAt, '%Y-%m-%d'), Amount, Currency from Refunds where CompanyId = ? and Status = 'paid' and GlPosted = 0 and PaidAt < now() - interval 2 day order by 3, 1, 2" datavalues find-waiting-end.

find-waiting-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to waitingrows.
perform find-duplicates.

find-duplicates section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform query in connection using "select 'INVOICE' as Series, InvoiceNumber as Number, count(*) as Occurs from invoices where CompanyId = ? group by InvoiceNumber having count(*) > 1 union all select 'CREDIT', CreditNumber, count(*) from CreditNotes where CompanyId = ? group by CreditNumber having count(*) > 1 order by 1, 2" datavalues find-duplicates-end.

find-duplicates-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to duplicaterows.
perform find-gaps.

* numbering starts at 1; every number whose predecessor is missing
* closes a gap that opens just after the next lower number in use
find-gaps section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform query in connection using "select distinct 'INVOICE' as Series, coalesce((select max(prev.InvoiceNumber) from invoices prev where prev.CompanyId = invoices.CompanyId and prev.InvoiceNumber < invoices.InvoiceNumber), 0) + 1 as GapFrom, invoices.InvoiceNumber - 1 as GapTo from invoices where invoices.CompanyId = ? and invoices.InvoiceNumber > 1 and not exists (select 1 from invoices prev where prev.CompanyId = invoices.CompanyId and prev.InvoiceNumber = invoices.InvoiceNumber - 1) union all select distinct 'CREDIT', coalesce((select max(prev.CreditNumber) from CreditNotes prev where prev.CompanyId = CreditNotes.CompanyId and prev.CreditNumber < CreditNotes.CreditNumber), 0) + 1, CreditNotes.CreditNumber - 1 from CreditNotes where CreditNotes.CompanyId = ? and CreditNotes.CreditNumber > 1 and not exists (select 1 from CreditNotes prev where prev.CompanyId = CreditNotes.CompanyId and prev.CreditNumber = CreditNotes.CreditNumber - 1) order by 1, 2" datavalues find-gaps-end.

find-gaps-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to gaprows.
perform write-recon-file.
add 1 to companyindex.
perform next-company.

* open receivables on invoices is the figure the aging report adds up;
* the cash no invoice has taken yet (including the cent or so a
* foreign payment's rate rounding leaves) and the refunds paid bring
* it to the receivables balance the ledger carries
write-recon-file section.
local opencents.
move invoicecents to opencents.
subtract allocatedcents from opencents.
subtract creditcents from opencents.
subtract writeoffcents from opencents.
local unappliedcents.
subtract allocatedcents from paymentcents giving unappliedcents.
local subledgercents.
subtract unappliedcents from opencents giving subledgercents.
add refundcents to subledgercents.
local unpostedcents.
move invoiceunposted to unpostedcents.
subtract paymentunposted from unpostedcents.
subtract creditunposted from unpostedcents.
subtract writeoffunposted from unpostedcents.
add refundunposted to unpostedcents.
local expectedcents.
subtract unpostedcents from subledgercents giving expectedcents.
subtract expectedcents from journalcents giving differencecents.

move "Receivables reconciliation, company " to reporttext.
add currentcompany to reporttext.
add ", " to reporttext.
add runstamp to reporttext.
add "\n\nSubledger, in base currency\n" to reporttext.
perform add-amount-line using "Invoices raised" invoicecents.
perform add-amount-line using "less payments applied to invoices" allocatedcents.
perform add-amount-line using "less credit notes" creditcents.
perform add-amount-line using "less write-offs" writeoffcents.
perform add-amount-line using "Open receivables on invoices" opencents.
perform add-amount-line using "less payments not applied to an invoice" unappliedcents.
perform add-amount-line using "plus refunds paid" refundcents.
perform add-amount-line using "Receivables per subledger" subledgercents.
perform add-amount-line using "less documents not yet extracted" unpostedcents.
perform add-amount-line using "Receivables the ledger should hold" expectedcents.
perform add-amount-line using "Receivables posted to the ledger" journalcents.
perform add-amount-line using "Difference" differencecents.
if differencecents = 0 then
    add "The subledger agrees with the ledger.\n" to reporttext.
else
    add "THE SUBLEDGER DOES NOT AGREE WITH THE LEDGER.\n" to reporttext.
    add 1 to differingcount.
end-if.

add "\nPosting exceptions\n" to reporttext.
local exceptioncount.
local exceptionlast.
local e.
move length in exceptionrows to exceptioncount.
subtract 1 from exceptioncount giving exceptionlast.
if exceptioncount = 0 then
    add "None.\n" to reporttext.
else
    add "Source  Id  Problem\n" to reporttext.
    perform add-exception-line using e varying e from 0 to exceptionlast.
end-if.

add "\nWaiting more than two days for the GL extract\n" to reporttext.
local waitingcount.
local waitinglast.
local w.
move length in waitingrows to waitingcount.
subtract 1 from waitingcount giving waitinglast.
if waitingcount = 0 then
    add "None.\n" to reporttext.
else
    add "Source  Id  Date  Amount\n" to reporttext.
    perform add-waiting-line using w varying w from 0 to waitinglast.
end-if.

add "\nDuplicate document numbers\n" to reporttext.
local duplicatecount.
local duplicatelast.
local d.
move length in duplicaterows to duplicatecount.
subtract 1 from duplicatecount giving duplicatelast.
if duplicatecount = 0 then
    add "None.\n" to reporttext.
else
    add "Series  Number  Times used\n" to reporttext.
    perform add-duplicate-line using d varying d from 0 to duplicatelast.
end-if.

add "\nGaps in document numbers\n" to reporttext.
local gapcount.
local gaplast.
local g.
move length in gaprows to gapcount.
subtract 1 from gapcount giving gaplast.
if gapcount = 0 then
    add "None.\n" to reporttext.
else
    add "Series  Missing numbers\n" to reporttext.
    perform add-gap-line using g varying g from 0 to gaplast.
end-if.

local reportfile.
move "glrecon-" to reportfile.
add currentcompany to reportfile.
add "-" to reportfile.
add runstamp to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.

local summaryline.
move "glReconcile company " to summaryline.
add currentcompany to summaryline.
add " difference " to summaryline.
add differencecents to summaryline.
add " exceptions " to summaryline.
add exceptioncount to summaryline.
add " waiting " to summaryline.
add waitingcount to summaryline.
add " duplicates " to summaryline.
add duplicatecount to summaryline.
add " gaps " to summaryline.
add gapcount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.

add-amount-line section using label, amountcents.
local labelfield.
perform padEnd in label using 44 giving labelfield.
add "  " to reporttext.
add labelfield to reporttext.
local amounttext.
perform format-cents using amountcents giving amounttext.
local amountfield.
perform padStart in amounttext using 16 giving amountfield.
add amountfield to reporttext.
add "\n" to reporttext.

add-exception-line section using e.
local row.
move exceptionrows(e) to row.
add SourceType in row to reporttext.
add "  " to reporttext.
add SourceId in row to reporttext.
add "  " to reporttext.
add Problem in row to reporttext.
add "\n" to reporttext.

add-waiting-line section using w.
local row.
move waitingrows(w) to row.
add SourceType in row to reporttext.
add "  " to reporttext.
add SourceId in row to reporttext.
add "  " to reporttext.
add DocumentDate in row to reporttext.
add "  " to reporttext.
add Amount in row to reporttext.
if Currency in row not = "" then
    add " " to reporttext.
    add Currency in row to reporttext.
end-if.
add "\n" to reporttext.

add-duplicate-line section using d.
local row.
move duplicaterows(d) to row.
add Series in row to reporttext.
add "  " to reporttext.
add Number in row to reporttext.
add "  " to reporttext.
add Occurs in row to reporttext.
add "\n" to reporttext.

add-gap-line section using g.
local row.
move gaprows(g) to row.
add Series in row to reporttext.
add "  " to reporttext.
local gapfrom.
move GapFrom in row to gapfrom.
local gapto.
move GapTo in row to gapto.
add gapfrom to reporttext.
if gapto not = gapfrom then
    add " to " to reporttext.
    add gapto to reporttext.
end-if.
add "\n" to reporttext.

* whole cents shown as an amount with two decimals, sign in front
format-cents section using amountcents.
local sign.
move "" to sign.
local magnitude.
move amountcents to magnitude.
if magnitude < 0 then
    move "-" to sign.
    multiply magnitude by -1 giving magnitude.
end-if.
local whole.
divide magnitude by 100 giving whole.
perform floor in Math using whole giving whole.
local fraction.
multiply whole by 100 giving fraction.
subtract fraction from magnitude giving fraction.
local formatted.
move sign to formatted.
add whole to formatted.
add "." to formatted.
if fraction < 10 then
    add "0" to formatted.
end-if.
add fraction to formatted.
return formatted.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "glReconcile companies " to summaryline.
local companytotal.
move length in companies to companytotal.
add companytotal to summaryline.
add " not agreeing " to summaryline.
add differingcount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
