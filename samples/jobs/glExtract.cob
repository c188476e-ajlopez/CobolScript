* against the trailer, the same discipline mainframeExtract.cob
* applies to the master-data file. Every invoice posts as debit
* receivables / credit sales (and credit tax payable for the tax
* element, and credit freight for the delivery charges the invoice
* run added, so the recovery shows apart from sales); credit notes
* and payments post the reverse into receivables, a credit note's
* tax back against tax payable. Rows are flagged GlPosted inside one
* transaction so a rerun picks up exactly what the last run left
* behind.
* A document raised in a foreign currency posts at the rate it was
* raised at: the amount field carries the base-currency equivalent,
* which is what the trailer balances, and the document's own currency
* and amount ride at the end of the record. A payment settling an
* invoice at a different rate than the invoice was raised at posts the
* difference to FXGAIN (credit) or FXLOSS (debit), so receivables
* clear at exactly the base value they were booked at. Settlement
* discount a payment took clears receivables the cash did not; it
* posts as a debit to DISCOUNT at the invoice's rate. A balance
* written off (writeOffNew.cob, writeOffBulk.cob) clears receivables
* against a debit to BADDEBT, at the invoice's rate. A refund of a
* customer's credit balance (refundFile.cob) puts receivables back
* against the cash paid out, at the rate on the day it was paid.
* Each document's receivables line is also kept in GlArPostings, in
* the same transaction that flags it posted, so glReconcile.cob can
* hold the subledger against what the ledger has been sent however
* often a day's file was rewritten.
* Record layout (61 bytes per journal record):
*   pos   1       record type: H header, J journal line, T trailer
*   pos   2-  9   account, space-padded 8 (AR, SALES, FREIGHT,
*                 TAX, CASH, FXGAIN, FXLOSS, DISCOUNT, BADDEBT)
*   pos  10       D debit / C credit
*   pos  11- 23   base-currency amount in cents, zero-padded 13
*                 digits
*   pos  24- 31   source type, space-padded 8 (INVOICE, CREDIT,
*                 PAYMENT, WRITEOFF, REFUND)
*   pos  32- 40   source id, zero-padded 9
*   pos  41- 45   CompanyId, zero-padded 5
*   pos  46- 48   document currency, blank for base currency
*   pos  49- 61   document amount in cents, zero-padded 13 digits
*                 (equal to the base amount for base currency, zero
*                 on an exchange gain or loss line)
* header: H + extract date (YYYY-MM-DD); trailer: T + debit total and
* credit total in cents (13 digits each) + line count (7 digits) -
* the two totals are equal in a balanced file, and the accounting
local invoicerows.
local creditrows.
local paymentrows.
local writeoffrows.
local refundrows.
local extracttext.
local arvaluesql.
local arvalues.
local linecount.
local debitcents.
local creditcents.
move 0 to linecount.
move 0 to debitcents.
move 0 to creditcents.
move "" to arvaluesql.
move array to arvalues.

perform getConnection in pool using connect-end.

fetch-invoices section.
local datavalues.
move array to datavalues.
perform query in connection using "select Id, CompanyId, Net, Freight, Tax, Total, Currency, ExchangeRate from invoices where GlPosted = 0 order by Id" datavalues fetch-invoices-end.

fetch-invoices-end section using err, result.
if err then
fetch-credits section.
local datavalues.
move array to datavalues.
perform query in connection using "select Id, CompanyId, Total, Tax, Currency, ExchangeRate from CreditNotes where GlPosted = 0 order by Id" datavalues fetch-credits-end.

fetch-credits-end section using err, result.
if err then
fetch-payments section.
local datavalues.
move array to datavalues.
perform query in connection using "select payments.Id as Id, payments.CompanyId as CompanyId, payments.Amount as Amount, payments.Currency as Currency, payments.ExchangeRate as ExchangeRate, coalesce((select sum(PaymentAllocations.FxGain) from PaymentAllocations where PaymentAllocations.PaymentId = payments.Id), 0) as FxGain, coalesce((select sum(PaymentAllocations.Discount) from PaymentAllocations where PaymentAllocations.PaymentId = payments.Id), 0) as Discount, coalesce((select sum(round(PaymentAllocations.Discount * invoices.ExchangeRate, 2)) from PaymentAllocations inner join invoices on invoices.Id = PaymentAllocations.InvoiceId where PaymentAllocations.PaymentId = payments.Id), 0) as DiscountBase from payments where payments.GlPosted = 0 order by payments.Id" datavalues fetch-payments-end.

fetch-payments-end section using err, result.
if err then
    exit program.
end-if.
move result to paymentrows.
perform fetch-writeoffs.

fetch-writeoffs section.
local datavalues.
move array to datavalues.
perform query in connection using "select Id, CompanyId, Amount, Currency, ExchangeRate from WriteOffs where GlPosted = 0 order by Id" datavalues fetch-writeoffs-end.

fetch-writeoffs-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to writeoffrows.
perform fetch-refunds.

* only a refund the bank has been sent posts; one still waiting for
* approval or for the refund file has moved no money
fetch-refunds section.
local datavalues.
move array to datavalues.
perform query in connection using "select Id, CompanyId, Amount, Currency, ExchangeRate from Refunds where Status = 'paid' and GlPosted = 0 order by Id" datavalues fetch-refunds-end.

fetch-refunds-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to refundrows.
perform build-extract.

build-extract section.
local k.
perform add-payment-journal using k varying k from 0 to paymentlast.

local writeoffcount.
local writeofflast.
move length in writeoffrows to writeoffcount.
subtract 1 from writeoffcount giving writeofflast.
local w.
perform add-writeoff-journal using w varying w from 0 to writeofflast.

local refundcount.
local refundlast.
move length in refundrows to refundcount.
subtract 1 from refundcount giving refundlast.
local f.
perform add-refund-journal using f varying f from 0 to refundlast.

add "T" to extracttext.
local totalfield.
perform pad-number using debitcents 13 giving totalfield.

perform mark-posted.

* each invoice is up to four balanced lines: the customer owes the
* gross, sales earned the net less the delivery charges, freight
* recovered those charges, and the tax element is owed onward. Each
* part is converted on its own and receivables take their sum, so the
* lines balance in base currency whatever the rounding.
add-invoice-journal section using i.
local row.
move invoicerows(i) to row.
local currency.
move Currency in row to currency.
local rate.
move ExchangeRate in row to rate.
local netcents.
perform to-cents using Net in row giving netcents.
local taxcents.
perform to-cents using Tax in row giving taxcents.
local grosscents.
perform to-cents using Total in row giving grosscents.
local freightcents.
perform to-cents using Freight in row giving freightcents.
local salescents.
subtract freightcents from netcents giving salescents.
local basesales.
perform to-base-cents using salescents rate giving basesales.
local basefreight.
perform to-base-cents using freightcents rate giving basefreight.
local basetax.
perform to-base-cents using taxcents rate giving basetax.
local basegross.
move basesales to basegross.
add basefreight to basegross.
add basetax to basegross.
perform add-journal-line using "AR" "D" basegross "INVOICE" Id in row CompanyId in row currency grosscents.
perform add-journal-line using "SALES" "C" basesales "INVOICE" Id in row CompanyId in row currency salescents.
if freightcents > 0 then
    perform add-journal-line using "FREIGHT" "C" basefreight "INVOICE" Id in row CompanyId in row currency freightcents.
end-if.
if taxcents > 0 then
    perform add-journal-line using "TAX" "C" basetax "INVOICE" Id in row CompanyId in row currency taxcents.
end-if.

* a credit note carries its invoice's rate, so it reverses exactly
* what the invoice booked and leaves no exchange difference behind;
* the tax it gives back comes off tax payable, the rest off sales,
* and sales takes whatever rounding is left so receivables clear at
* the credit's full base value
add-credit-journal section using j.
local row.
move creditrows(j) to row.
local currency.
move Currency in row to currency.
local amountcents.
perform to-cents using Total in row giving amountcents.
local basecents.
perform to-base-cents using amountcents ExchangeRate in row giving basecents.
local taxcents.
perform to-cents using Tax in row giving taxcents.
local basetax.
perform to-base-cents using taxcents ExchangeRate in row giving basetax.
local salescents.
subtract taxcents from amountcents giving salescents.
local basesales.
subtract basetax from basecents giving basesales.
perform add-journal-line using "SALES" "D" basesales "CREDIT" Id in row CompanyId in row currency salescents.
if taxcents > 0 then
    perform add-journal-line using "TAX" "D" basetax "CREDIT" Id in row CompanyId in row currency taxcents.
end-if.
perform add-journal-line using "AR" "C" basecents "CREDIT" Id in row CompanyId in row currency amountcents.

* the cash is worth its amount at the payment's rate; receivables
* clear at the rates the settled invoices were booked at, which is the
* cash less the realised gain the allocations recorded, plus whatever
* settlement discount was allowed on top of the cash
add-payment-journal section using k.
local row.
move paymentrows(k) to row.
local currency.
move Currency in row to currency.
local amountcents.
perform to-cents using Amount in row giving amountcents.
local cashcents.
perform to-base-cents using amountcents ExchangeRate in row giving cashcents.
local fxcents.
perform to-cents using FxGain in row giving fxcents.
local discountcents.
perform to-cents using Discount in row giving discountcents.
local basediscount.
perform to-cents using DiscountBase in row giving basediscount.
local arcents.
subtract fxcents from cashcents giving arcents.
add basediscount to arcents.
local ardocumentcents.
move amountcents to ardocumentcents.
add discountcents to ardocumentcents.
perform add-journal-line using "CASH" "D" cashcents "PAYMENT" Id in row CompanyId in row currency amountcents.
perform add-journal-line using "AR" "C" arcents "PAYMENT" Id in row CompanyId in row currency ardocumentcents.
if discountcents > 0 then
    perform add-journal-line using "DISCOUNT" "D" basediscount "PAYMENT" Id in row CompanyId in row currency discountcents.
end-if.
if fxcents > 0 then
    perform add-journal-line using "FXGAIN" "C" fxcents "PAYMENT" Id in row CompanyId in row currency 0.
end-if.
if fxcents < 0 then
    local losscents.
    move 0 to losscents.
    subtract fxcents from losscents giving losscents.
    perform add-journal-line using "FXLOSS" "D" losscents "PAYMENT" Id in row CompanyId in row currency 0.
end-if.

* a write-off carries its invoice's rate, so receivables clear at the
* base value the invoice booked and no exchange difference arises
add-writeoff-journal section using w.
local row.
move writeoffrows(w) to row.
local currency.
move Currency in row to currency.
local amountcents.
perform to-cents using Amount in row giving amountcents.
local basecents.
perform to-base-cents using amountcents ExchangeRate in row giving basecents.
perform add-journal-line using "BADDEBT" "D" basecents "WRITEOFF" Id in row CompanyId in row currency amountcents.
perform add-journal-line using "AR" "C" basecents "WRITEOFF" Id in row CompanyId in row currency amountcents.

* a refund is a payment in reverse: receivables go back up by what
* the bank paid the customer, at the rate stored when it was paid
add-refund-journal section using f.
local row.
move refundrows(f) to row.
local currency.
move Currency in row to currency.
local amountcents.
perform to-cents using Amount in row giving amountcents.
local basecents.
perform to-base-cents using amountcents ExchangeRate in row giving basecents.
perform add-journal-line using "AR" "D" basecents "REFUND" Id in row CompanyId in row currency amountcents.
perform add-journal-line using "CASH" "C" basecents "REFUND" Id in row CompanyId in row currency amountcents.

add-journal-line section using account, side, amountcents, sourcetype, sourceid, companynumber, currency, documentcents.
add "J" to extracttext.
local fieldtext.
perform pad-text using account 8 giving fieldtext.
add fieldtext to extracttext.
perform pad-number using companynumber 5 giving fieldtext.
add fieldtext to extracttext.
perform pad-text using currency 3 giving fieldtext.
add fieldtext to extracttext.
perform pad-number using documentcents 13 giving fieldtext.
add fieldtext to extracttext.
add "\n" to extracttext.
add 1 to linecount.
if side = "D" then
else
    add amountcents to creditcents.
end-if.
if account = "AR" then
    perform add-ar-posting using side amountcents sourcetype sourceid companynumber.
end-if.

* every document posts exactly one receivables line, kept signed with
* debits positive so a company's postings sum to its receivables
add-ar-posting section using side, amountcents, sourcetype, sourceid, companynumber.
local signedcents.
move amountcents to signedcents.
if side = "C" then
    multiply signedcents by -1 giving signedcents.
end-if.
if arvaluesql not = "" then
    add ", " to arvaluesql.
end-if.
add "(?, ?, ?, ?, ?)" to arvaluesql.
perform push in arvalues using companynumber.
perform push in arvalues using sourcetype.
perform push in arvalues using sourceid.
perform push in arvalues using signedcents.
perform push in arvalues using runstamp.

* money moves through the file as integer cents so the trailer totals
* balance exactly, free of floating-point dust
perform round in Math using cents giving cents.
return cents.

* document cents in base-currency cents at the document's rate, to
* the cent
to-base-cents section using documentcents, rate.
local basecents.
multiply documentcents by rate giving basecents.
perform round in Math using basecents giving basecents.
return basecents.

pad-text section using value, width.
local astext.
move "" to astext.
    perform fail-mark using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform query in connection using "update WriteOffs set GlPosted = 1 where GlPosted = 0" datavalues mark-writeoffs-end.

mark-writeoffs-end section using err, result.
if err then
    perform fail-mark using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform query in connection using "update Refunds set GlPosted = 1 where Status = 'paid' and GlPosted = 0" datavalues mark-refunds-end.

mark-refunds-end section using err, result.
if err then
    perform fail-mark using err.
    exit program.
end-if.
if arvaluesql = "" then
    perform commit in connection using mark-commit-end.
else
    perform record-ar-postings.
end-if.

* the night's receivables lines go in as one insert, inside the
* transaction that flags their documents, so the journal and the
* flags never disagree
record-ar-postings section.
local insertsql.
move "insert into GlArPostings (CompanyId, SourceType, SourceId, AmountCents, ExtractDate) values " to insertsql.
add arvaluesql to insertsql.
perform query in connection using insertsql arvalues record-ar-postings-end.

record-ar-postings-end section using err, result.
if err then
    perform fail-mark using err.
    exit program.
end-if.
perform commit in connection using mark-commit-end.

mark-commit-end section using err.
