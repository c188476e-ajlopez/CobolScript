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

* the month-end intercompany reconciliation, one report for the
* group (intercompany-<month>.txt), written after the invoice run
* has booked the month's sister-company invoices. For each trading
* link on /company/intercompany it sets what the selling company is
* owed on its customer account - invoices less payments allocated,
* credit notes and write-offs - against what the buying company
* still owes on its supplier account - supplier invoices not yet
* paid - in the currency both accounts bill in. Under each link come
* the documents the two sides disagree on:
*   - an invoice the buyer holds no supplier invoice for (raised
*     before the link was made, say);
*   - one the buyer has paid that the seller has not yet allocated
*     the money to, or the other way round;
*   - one the seller has credited or written down but the buyer still
*     owes in full;
*   - a supplier invoice the buyer keyed by hand on the linked
*     supplier, which the seller knows nothing of.
* Documents settled on both sides drop out.
local connection.
local linkrows.
local documentrows.
local reporttext.
local linkindex.
local documentindex.
local documentcount.
local mismatchtotal.
local failerror.
local runstamp.
local monthstamp.

copy DATESTAMP.
move datestamp to runstamp.
perform substring in runstamp using 0 7 giving monthstamp.

move 0 to mismatchtotal.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform find-links.

* the two balances, in cents, per link; the seller's side is the
* aging report's open balance on the invoices billed to the account
find-links section.
local datavalues.
move array to datavalues.
perform query in connection using "select IntercompanyLinks.Id as LinkId, IntercompanyLinks.SellerCompanyId as SellerCompanyId, seller.Name as SellerCompanyName, IntercompanyLinks.SellerCustomerId as SellerCustomerId, IntercompanyLinks.BuyerCompanyId as BuyerCompanyId, buyer.Name as BuyerCompanyName, IntercompanyLinks.BuyerSupplierId as BuyerSupplierId, customers.Currency as Currency, round(coalesce((select sum(invoices.Total - coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0)) from invoices where invoices.CompanyId = IntercompanyLinks.SellerCompanyId and invoices.CustomerId = IntercompanyLinks.SellerCustomerId), 0) * 100) as ReceivableCents, round(coalesce((select sum(SupplierInvoices.Total) from SupplierInvoices where SupplierInvoices.CompanyId = IntercompanyLinks.BuyerCompanyId and SupplierInvoices.SupplierId = IntercompanyLinks.BuyerSupplierId and SupplierInvoices.Status <> 'paid'), 0) * 100) as PayableCents from IntercompanyLinks inner join companies seller on seller.Id = IntercompanyLinks.SellerCompanyId inner join companies buyer on buyer.Id = IntercompanyLinks.BuyerCompanyId inner join customers on customers.Id = IntercompanyLinks.SellerCustomerId order by IntercompanyLinks.SellerCompanyId, IntercompanyLinks.BuyerCompanyId, IntercompanyLinks.Id" datavalues find-links-end.

find-links-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to linkrows.
perform find-documents.

* every seller invoice on a linked account beside the supplier
* invoice booked from it, and every open supplier invoice on a linked
* supplier that was not booked from one, kept where the two sides'
* open amounts differ; the rows come in link order so each link's
* documents follow one another
find-documents section.
local datavalues.
move array to datavalues.
perform query in connection using "select doc.LinkId as LinkId, doc.SellerRef as SellerRef, doc.BuyerRef as BuyerRef, doc.DocDate as DocDate, doc.SellerCents as SellerCents, doc.BuyerCents as BuyerCents, doc.Problem as Problem from (select IntercompanyLinks.SellerCompanyId as SellerCompanyId, IntercompanyLinks.BuyerCompanyId as BuyerCompanyId, IntercompanyLinks.Id as LinkId, invoices.InvoiceNumber as SellerRef, coalesce(SupplierInvoices.InvoiceRef, '') as BuyerRef, date_format(invoices.InvoiceDate, '%Y-%m-%d') as DocDate, docbalance.Cents as SellerCents, case when SupplierInvoices.Id is null then 0 when SupplierInvoices.Status = 'paid' then 0 else round(SupplierInvoices.Total * 100) end as BuyerCents, case when SupplierInvoices.Id is null then 'not booked by the buyer' when SupplierInvoices.Status = 'paid' then 'paid by the buyer, open with the seller' when docbalance.Cents = 0 then 'settled with the seller, open with the buyer' else 'open amounts differ' end as Problem from IntercompanyLinks inner join invoices on invoices.CompanyId = IntercompanyLinks.SellerCompanyId and invoices.CustomerId = IntercompanyLinks.SellerCustomerId inner join (select invoices.Id as InvoiceId, round((invoices.Total - coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0)) * 100) as Cents from invoices where invoices.CustomerId in (select SellerCustomerId from IntercompanyLinks)) docbalance on docbalance.InvoiceId = invoices.Id left join SupplierInvoices on SupplierInvoices.SourceInvoiceId = invoices.Id and SupplierInvoices.CompanyId = IntercompanyLinks.BuyerCompanyId union all select IntercompanyLinks.SellerCompanyId, IntercompanyLinks.BuyerCompanyId, IntercompanyLinks.Id, '', SupplierInvoices.InvoiceRef, date_format(SupplierInvoices.InvoiceDate, '%Y-%m-%d'), 0, round(SupplierInvoices.Total * 100), 'keyed by the buyer, not billed by the seller' from IntercompanyLinks inner join SupplierInvoices on SupplierInvoices.CompanyId = IntercompanyLinks.BuyerCompanyId and SupplierInvoices.SupplierId = IntercompanyLinks.BuyerSupplierId and SupplierInvoices.SourceInvoiceId is null and SupplierInvoices.Status <> 'paid') doc where doc.SellerCents <> doc.BuyerCents order by doc.SellerCompanyId, doc.BuyerCompanyId, doc.LinkId, doc.DocDate, doc.SellerRef" datavalues find-documents-end.

find-documents-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to documentrows.
move length in documentrows to documentcount.
move 0 to documentindex.
perform write-recon-file.

write-recon-file section.
move "Intercompany reconciliation, " to reporttext.
add monthstamp to reporttext.
add "\nWhat each seller is owed against what its sister company owes it, in the accounts' own currency\n" to reporttext.

local linkcount.
local linklast.
move length in linkrows to linkcount.
subtract 1 from linkcount giving linklast.
if linkcount = 0 then
    add "\nNo companies are linked for trading.\n" to reporttext.
else
    perform add-link using linkindex varying linkindex from 0 to linklast.
end-if.

local reportfile.
move "intercompany-" to reportfile.
add monthstamp to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.
perform finish-run.

* a link's balances, then its mismatched documents; the document rows
* are walked alongside the links, both in link order
add-link section using linkindex.
local row.
move linkrows(linkindex) to row.
add "\nCompany " to reporttext.
add SellerCompanyId in row to reporttext.
add " " to reporttext.
add SellerCompanyName in row to reporttext.
add " selling to company " to reporttext.
add BuyerCompanyId in row to reporttext.
add " " to reporttext.
add BuyerCompanyName in row to reporttext.
add "\n  customer " to reporttext.
add SellerCustomerId in row to reporttext.
add " / supplier " to reporttext.
add BuyerSupplierId in row to reporttext.
add ", currency " to reporttext.
if Currency in row = "" then
    add "base" to reporttext.
else
    add Currency in row to reporttext.
end-if.
add "\n" to reporttext.
local receivablecents.
move ReceivableCents in row to receivablecents.
multiply receivablecents by 1 giving receivablecents.
local payablecents.
move PayableCents in row to payablecents.
multiply payablecents by 1 giving payablecents.
local differencecents.
subtract payablecents from receivablecents giving differencecents.
perform add-balance-line using "  seller is owed" receivablecents.
perform add-balance-line using "  buyer owes" payablecents.
perform add-balance-line using "  difference" differencecents.
local linkid.
move LinkId in row to linkid.
perform next-document using linkid.
if differencecents = 0 then
    add "  balances agree\n" to reporttext.
end-if.

* the rows for this link are the run starting at documentindex
next-document section using linkid.
local docrow.
local doclink.
move 0 to doclink.
if documentindex < documentcount then
    move documentrows(documentindex) to docrow.
    move LinkId in docrow to doclink.
end-if.
if doclink = linkid then
    perform add-document-line using docrow.
    add 1 to documentindex.
    add 1 to mismatchtotal.
    perform next-document using linkid.
end-if.

add-document-line section using docrow.
add "    " to reporttext.
add DocDate in docrow to reporttext.
add "  " to reporttext.
local sellerref.
move "" to sellerref.
if SellerRef in docrow not = "" then
    move "invoice " to sellerref.
    add SellerRef in docrow to sellerref.
end-if.
local reffield.
perform padEnd in sellerref using 16 giving reffield.
add reffield to reporttext.
local buyerref.
move "" to buyerref.
if BuyerRef in docrow not = "" then
    move "ref " to buyerref.
    add BuyerRef in docrow to buyerref.
end-if.
perform padEnd in buyerref using 20 giving reffield.
add reffield to reporttext.
local sellercents.
move SellerCents in docrow to sellercents.
multiply sellercents by 1 giving sellercents.
perform add-amount-field using sellercents.
local buyercents.
move BuyerCents in docrow to buyercents.
multiply buyercents by 1 giving buyercents.
perform add-amount-field using buyercents.
add "  " to reporttext.
add Problem in docrow to reporttext.
add "\n" to reporttext.

add-balance-line section using label, amountcents.
local labelfield.
perform padEnd in label using 36 giving labelfield.
add labelfield to reporttext.
perform add-amount-field using amountcents.
add "\n" to reporttext.

add-amount-field section using amountcents.
local fieldtext.
perform format-cents using amountcents giving fieldtext.
local field.
perform padStart in fieldtext using 14 giving field.
add field to reporttext.

* cents back to a two-place amount, sign first
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
move "intercompanyRecon links " to summaryline.
local linktotal.
move length in linkrows to linktotal.
add linktotal to summaryline.
add " mismatches " to summaryline.
add mismatchtotal to summaryline.
add " month " to summaryline.
add monthstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
