local creditlines.
local credittotal.
local creditnumber.
local credittax.
local credittaxable.
local creditnet.
local newcreditid.
local lineindex.
local linelast.
local returnlinerows.
local einvoicestate.
copy UBLFIELDS.
move "creditNoteNew" to page.
move method in request to method.
move companyid in request to companyid.
perform push in datavalues using invoiceid.
perform push in datavalues using companyid.

perform query in connection using "select invoices.Id as Id, invoices.InvoiceNumber as InvoiceNumber, invoices.InvoiceDate as InvoiceDate, invoices.CustomerId as CustomerId, invoices.Total as Total, invoices.Tax as Tax, invoices.TaxableNet as TaxableNet, invoices.Currency as Currency, invoices.ExchangeRate as ExchangeRate, coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) as Credited, coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as WrittenOff, customers.Name as CustomerName, customers.InvoiceDelivery as InvoiceDelivery from invoices inner join customers on customers.Id = invoices.CustomerId where invoices.Id = ? and invoices.CompanyId = ?" datavalues fetch-invoice-end.

fetch-invoice-end section using err, result.
if err then
perform fetch-invoice-items.

* the order lines behind the invoice, each with how much has already
* been credited against it, so a line cannot be credited twice over;
* the price comes back in the invoice's currency, at the invoice's rate
fetch-invoice-items section.
local datavalues.
move array to datavalues.
perform push in datavalues using invoiceid.

perform query in connection using "select OrderItems.Id as Id, OrderItems.Quantity as Quantity, round(OrderItems.Price / invoices.ExchangeRate, 2) as Price, coalesce((select sum(CreditNoteLines.Quantity) from CreditNoteLines where CreditNoteLines.OrderItemId = OrderItems.Id), 0) as CreditedQuantity from OrderItems inner join orders on orders.Id = OrderItems.OrderId inner join invoices on invoices.Id = orders.InvoiceId where orders.InvoiceId = ? order by OrderItems.Id" datavalues fetch-invoice-items-end.

fetch-invoice-items-end section using err, result.
if err then
    move Credited in invoicerow to alreadycredited.
    multiply alreadycredited by 1 giving alreadycredited.
    subtract alreadycredited from invoicetotal giving remaining.
    local writtenoff.
    move WrittenOff in invoicerow to writtenoff.
    multiply writtenoff by 1 giving writtenoff.
    subtract writtenoff from remaining giving remaining.
    if remaining > 0 then
        move remaining to credittotal.
    else
* whatever the lines add up to, the invoice as a whole can never be
* credited past its total: a full credit leaves no CreditNoteLines
* rows for the per-line caps to see, so the header-level remainder is
* the guard that holds either way. Whatever was written off is spent
* headroom too - it already closed that much of the balance
perform check-credit-headroom.

if errors not = "" then
multiply alreadycredited by 1 giving alreadycredited.
local remaining.
subtract alreadycredited from invoicetotal giving remaining.
local writtenoff.
move WrittenOff in invoicerow to writtenoff.
multiply writtenoff by 1 giving writtenoff.
subtract writtenoff from remaining giving remaining.
if credittotal > remaining then
    add "The credit would exceed what is left uncredited and not written off on the invoice (" to errors.
    add remaining to errors.
    add "). " to errors.
end-if.
move array to datavalues.
perform push in datavalues using returnid.

perform query in connection using "select ReturnItems.OrderItemId as OrderItemId, ReturnItems.Quantity as Quantity, round(OrderItems.Price / invoices.ExchangeRate, 2) as Price, coalesce((select sum(CreditNoteLines.Quantity) from CreditNoteLines where CreditNoteLines.OrderItemId = OrderItems.Id), 0) as CreditedQuantity, OrderItems.Quantity as BilledQuantity from ReturnItems inner join OrderItems on OrderItems.Id = ReturnItems.OrderItemId inner join orders on orders.Id = OrderItems.OrderId inner join invoices on invoices.Id = orders.InvoiceId where ReturnItems.ReturnId = ?" datavalues fetch-return-lines-end.

fetch-return-lines-end section using err, result.
if err then
perform insert-credit.

insert-credit section.
perform split-credit-tax.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using invoiceid.
perform push in datavalues using creditnumber.
perform push in datavalues using credittotal.
perform push in datavalues using creditnet.
perform push in datavalues using credittax.
perform push in datavalues using credittaxable.
perform push in datavalues using Currency in invoicerow.
perform push in datavalues using ExchangeRate in invoicerow.
perform push in datavalues using reason.
local raisedby.
move username in request to raisedby.
perform push in datavalues using raisedby.
move "" to einvoicestate.
if InvoiceDelivery in invoicerow = "ubl" then
    move "pending" to einvoicestate.
end-if.
perform push in datavalues using einvoicestate.

perform query in connection using "insert CreditNotes set CompanyId = ?, CustomerId = ?, InvoiceId = ?, CreditNumber = ?, CreditDate = now(), Total = ?, Net = ?, Tax = ?, TaxableNet = ?, Currency = ?, ExchangeRate = ?, Reason = ?, RaisedBy = ?, EInvoice = ?" datavalues insert-credit-end.

* a credit note takes back tax, and standard-rated sales, in the
* proportion its invoice charged them, each rounded to the cent; the
* tax return reports what is stored here
split-credit-tax section.
move 0 to credittax.
move 0 to credittaxable.
local invoicegross.
move Total in invoicerow to invoicegross.
multiply invoicegross by 1 giving invoicegross.
if invoicegross > 0 then
    move Tax in invoicerow to credittax.
    multiply credittax by credittotal giving credittax.
    divide credittax by invoicegross giving credittax.
    multiply credittax by 100 giving credittax.
    perform round in Math using credittax giving credittax.
    divide credittax by 100 giving credittax.
    move TaxableNet in invoicerow to credittaxable.
    multiply credittaxable by credittotal giving credittaxable.
    divide credittaxable by invoicegross giving credittaxable.
    multiply credittaxable by 100 giving credittaxable.
    perform round in Math using credittaxable giving credittaxable.
    divide credittaxable by 100 giving credittaxable.
end-if.
subtract credittax from credittotal giving creditnet.

insert-credit-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
perform link-return-case.

* a service case that ended in this return ended in this credit note
* too: naming it on the case is what lets the case report count what
* the complaint cost. A case already naming a credit note keeps it
link-return-case section.
local datavalues.
move array to datavalues.
perform push in datavalues using newcreditid.
perform push in datavalues using returnid.
perform push in datavalues using companyid.
perform query in connection using "update ServiceCases set CreditNoteId = ? where ReturnId = ? and CompanyId = ? and CreditNoteId = 0" datavalues link-return-case-end.

link-return-case-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
perform write-credit-audit.

* audit mapping for credit notes: the invoice number in the name
    exit program.
end-if.
perform write-credit-file.
perform register-credit-file.

* the credit note is committed and its file written, so an index entry
* that cannot be made is only logged; the file is on disk under its
* usual name all the same
register-credit-file section.
local datavalues.
move array to datavalues.
perform push in datavalues using newcreditid.
perform query in connection using "insert into Documents (CompanyId, DocumentType, DocumentNumber, CustomerId, SupplierId, DocumentDate, ProducedBy, FilePath, CreatedAt) select CompanyId, 'creditnote', CreditNumber, CustomerId, 0, curdate(), 'creditNoteNew', concat('creditnote-', CompanyId, '-', CreditNumber, '.txt'), now() from CreditNotes where Id = ? on duplicate key update DocumentNumber = values(DocumentNumber), DocumentDate = values(DocumentDate), ProducedBy = values(ProducedBy), CreatedAt = values(CreatedAt), RemovedAt = null" datavalues register-credit-file-end.

register-credit-file-end section using err, result.
if err then
    move "unindexed" to outcome.
    copy LOG.
end-if.
if einvoicestate = "pending" then
    perform fetch-credit-einvoice.
else
    perform finish-credit.
end-if.

finish-credit section.
move "ok" to outcome.
copy LOG.
local location.
add "Against invoice " to credittext.
add InvoiceNumber in invoicerow to credittext.
add "\n" to credittext.
if Currency in invoicerow not = "" then
    add "Currency: " to credittext.
    add Currency in invoicerow to credittext.
    add "\n" to credittext.
end-if.
add "Reason: " to credittext.
add reason to credittext.
add "\n\nCREDIT TOTAL  " to credittext.
add credittotal to credittext.
add "\nOF WHICH TAX  " to credittext.
add credittax to credittext.
add "\n" to credittext.
local creditfile.
move "creditnote-" to creditfile.
add ".txt" to creditfile.
perform writeFileSync in fs using creditfile credittext.

* an account on structured e-invoices gets the credit note as a UBL
* document too, built the way the invoice run builds its invoices. The
* credit note itself is already committed, so nothing here can undo
* it: a document that fails its checks is marked failed and one that
* cannot be read stays pending, and the next invoice run tries either
* again and reports what still fails
fetch-credit-einvoice section.
local datavalues.
move array to datavalues.
perform push in datavalues using newcreditid.
perform query in connection using "select 'CreditNote' as DocType, CreditNotes.Id as Id, CreditNotes.CompanyId as CompanyId, CreditNotes.CreditNumber as Number, date_format(CreditNotes.CreditDate, '%Y-%m-%d') as IssueDate, CreditNotes.Net as Net, CreditNotes.Tax as Tax, CreditNotes.TaxableNet as TaxableNet, CreditNotes.Total as Total, CreditNotes.Currency as Currency, companies.BaseCurrency as BaseCurrency, companies.TaxRate as TaxRate, (select case when count(distinct orders.PoReference) = 1 then max(orders.PoReference) else '' end from orders where orders.InvoiceId = CreditNotes.InvoiceId) as OrderRef, invoices.InvoiceNumber as BillingRef, companies.Name as CompanyName, companies.TaxNumber as CompanyTaxNumber, companies.Country as CompanyCountry, customers.Name as CustomerName, customers.TaxNumber as CustomerTaxNumber, customers.Street as Street, customers.City as City, customers.PostalCode as PostalCode, customers.Country as Country from CreditNotes inner join invoices on invoices.Id = CreditNotes.InvoiceId inner join companies on companies.Id = CreditNotes.CompanyId inner join customers on customers.Id = CreditNotes.CustomerId where CreditNotes.Id = ?" datavalues fetch-credit-einvoice-end.

fetch-credit-einvoice-end section using err, result.
if err then
    perform finish-credit.
    exit program.
end-if.
local einvoicerow.
move result(0) to einvoicerow.
perform load-ubl-header using einvoicerow.
perform add-ubl-credit-lines.
perform build-ubl.
local newstate.
if ublerrors = "" then
    perform writeFileSync in fs using ublfile ublxml.
    move "released" to newstate.
else
    move "failed" to newstate.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using newstate.
perform push in datavalues using newcreditid.
perform query in connection using "update CreditNotes set EInvoice = ? where Id = ?" datavalues mark-credit-einvoice-end.

mark-credit-einvoice-end section using err, result.
if err then
    perform finish-credit.
    exit program.
end-if.
if ublerrors = "" then
    perform register-credit-einvoice.
else
    perform finish-credit.
end-if.

* the UBL copy goes in the document index beside the printable one,
* under its own type, so it is kept as long and can be reprinted too
register-credit-einvoice section.
local datavalues.
move array to datavalues.
perform push in datavalues using newcreditid.
perform query in connection using "insert into Documents (CompanyId, DocumentType, DocumentNumber, CustomerId, SupplierId, DocumentDate, ProducedBy, FilePath, CreatedAt) select CompanyId, 'ecreditnote', CreditNumber, CustomerId, 0, curdate(), 'creditNoteNew', concat('creditnote-', CompanyId, '-', CreditNumber, '.xml'), now() from CreditNotes where Id = ? on duplicate key update DocumentNumber = values(DocumentNumber), DocumentDate = values(DocumentDate), ProducedBy = values(ProducedBy), CreatedAt = values(CreatedAt), RemovedAt = null" datavalues register-credit-einvoice-end.

register-credit-einvoice-end section using err, result.
if err then
    move "unindexed" to outcome.
    copy LOG.
end-if.
perform finish-credit.

copy DBROLLBACK.

copy UBLDOCUMENT.
