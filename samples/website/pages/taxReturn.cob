data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global Math.

local frommonth.
local tomonth.

move frommonth in query in request to frommonth.
if frommonth = "" then
    move "" to frommonth.
end-if.
move tomonth in query in request to tomonth.
if tomonth = "" then
    move "" to tomonth.
end-if.

local connection.
local html.
local errors.
local rangerow.
local invoicerows.
local creditrows.
local purchaserows.
local salesstandard.
local saleszero.
local outputtax.
local creditstandard.
local creditzero.
local credittax.
local purchasenet.
local inputtax.
local page.
local method.
local outcome.
local companyid.
move "taxReturn" to page.
move method in request to method.
move companyid in request to companyid.

* the quarter's sales tax return, built from what the documents
* stored when they were raised: an invoice's standard-rated net and
* tax, a credit note's share of both, and the tax a supplier's invoice
* included. Every amount is in base currency at the rate the document
* was raised at, and each box is the sum of the document lines listed
* under it, so the return ties back to document numbers line by line.
* Only closed months can be reported: a closed month refuses changes,
* so a filed return cannot drift from the books.
move "<h1>Sales tax return</h1>" to html.
copy HTMLHEAD.
add "<form method=""get"" action=""/tax/return"">" to html.
add "<p>From month (YYYY-MM): <input type=""text"" name=""frommonth"" size=""7"" value=""" to html.
local escvalue.
perform escape-html using frommonth giving escvalue.
add escvalue to html.
add """> to month: <input type=""text"" name=""tomonth"" size=""7"" value=""" to html.
local escvalue.
perform escape-html using tomonth giving escvalue.
add escvalue to html.
add """> <input type=""submit"" value=""Prepare return""></p>" to html.
add "</form>" to html.

if frommonth = "" then
    if tomonth = "" then
        add "<p>Choose the months the return covers; every one of them must already be closed on the <a href=""/period"">period page</a>.</p>" to html.
        move "ok" to outcome.
        copy LOG.
        perform write in response using html.
        perform end in response.
        exit program.
    end-if.
end-if.

move "" to errors.
local fromlength.
move length in frommonth to fromlength.
local tolength.
move length in tomonth to tolength.
if fromlength not = 7 then
    add "The from month must be YYYY-MM. " to errors.
end-if.
if tolength not = 7 then
    add "The to month must be YYYY-MM. " to errors.
end-if.
if errors not = "" then
    perform reject-return.
    exit program.
end-if.

perform check-range.

reject-return section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

* the months are checked by the database that will be asked for the
* documents: both real months, in order, and every month between them
* closed for this company
check-range section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using frommonth.
perform push in datavalues using tomonth.
perform push in datavalues using frommonth.
perform push in datavalues using tomonth.
perform push in datavalues using tomonth.
perform push in datavalues using frommonth.
perform push in datavalues using companyid.
perform push in datavalues using frommonth.
perform push in datavalues using tomonth.

perform query in connection using "select case when str_to_date(concat(?, '-01'), '%Y-%m-%d') is null then 'invalid' when str_to_date(concat(?, '-01'), '%Y-%m-%d') is null then 'invalid' when ? > ? then 'order' else '' end as RangeCheck, period_diff(replace(?, '-', ''), replace(?, '-', '')) + 1 as MonthCount, (select count(*) from FiscalPeriods where CompanyId = ? and Status = 'closed' and PeriodMonth between ? and ?) as ClosedCount" datavalues check-range-end.

check-range-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result(0) to rangerow.
if RangeCheck in rangerow = "invalid" then
    add "Both months must be real months, YYYY-MM. " to errors.
end-if.
if RangeCheck in rangerow = "order" then
    add "The from month must not be after the to month. " to errors.
end-if.
if errors = "" then
    local monthcount.
    move MonthCount in rangerow to monthcount.
    multiply monthcount by 1 giving monthcount.
    local closedcount.
    move ClosedCount in rangerow to closedcount.
    multiply closedcount by 1 giving closedcount.
    if closedcount not = monthcount then
        add "A return can only be prepared for closed months, so its figures cannot move after filing; " to errors.
        add closedcount to errors.
        add " of the " to errors.
        add monthcount to errors.
        add " months are closed. Close the rest on the period page first. " to errors.
    end-if.
end-if.
if errors not = "" then
    copy DBRELEASE.
    perform reject-return.
    exit program.
end-if.
perform list-invoices.

* sales: the standard-rated part of each invoice's net, the rest of
* the net (zero-rated goods), and the tax charged
list-invoices section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using frommonth.
perform push in datavalues using tomonth.

perform query in connection using "select invoices.Id as Id, invoices.InvoiceNumber as DocNumber, date_format(invoices.InvoiceDate, '%Y-%m-%d') as DocDate, customers.Name as PartyName, invoices.Currency as Currency, round(invoices.TaxableNet * invoices.ExchangeRate, 2) as StandardBase, round(invoices.Net * invoices.ExchangeRate, 2) - round(invoices.TaxableNet * invoices.ExchangeRate, 2) as ZeroBase, round(invoices.Tax * invoices.ExchangeRate, 2) as TaxBase from invoices inner join customers on customers.Id = invoices.CustomerId where invoices.CompanyId = ? and invoices.InvoiceDate >= str_to_date(concat(?, '-01'), '%Y-%m-%d') and invoices.InvoiceDate < date_add(str_to_date(concat(?, '-01'), '%Y-%m-%d'), interval 1 month) order by invoices.InvoiceNumber" datavalues list-invoices-end.

list-invoices-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to invoicerows.
perform list-credits.

* credit notes dated in the period, whenever their invoice was raised
list-credits section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using frommonth.
perform push in datavalues using tomonth.

perform query in connection using "select CreditNotes.InvoiceId as Id, CreditNotes.CreditNumber as DocNumber, date_format(CreditNotes.CreditDate, '%Y-%m-%d') as DocDate, coalesce(invoices.InvoiceNumber, '') as InvoiceNumber, customers.Name as PartyName, CreditNotes.Currency as Currency, round(CreditNotes.TaxableNet * CreditNotes.ExchangeRate, 2) as StandardBase, round(CreditNotes.Net * CreditNotes.ExchangeRate, 2) - round(CreditNotes.TaxableNet * CreditNotes.ExchangeRate, 2) as ZeroBase, round(CreditNotes.Tax * CreditNotes.ExchangeRate, 2) as TaxBase from CreditNotes left join invoices on invoices.Id = CreditNotes.InvoiceId inner join customers on customers.Id = CreditNotes.CustomerId where CreditNotes.CompanyId = ? and CreditNotes.CreditDate >= str_to_date(concat(?, '-01'), '%Y-%m-%d') and CreditNotes.CreditDate < date_add(str_to_date(concat(?, '-01'), '%Y-%m-%d'), interval 1 month) order by CreditNotes.CreditNumber" datavalues list-credits-end.

list-credits-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to creditrows.
perform list-purchases.

* input tax: every supplier invoice keyed in the period, matched or
* not - the tax is reclaimable on the supplier's invoice, not on
* whether it has been paid yet
list-purchases section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using frommonth.
perform push in datavalues using tomonth.

perform query in connection using "select SupplierInvoices.OrderId as Id, SupplierInvoices.InvoiceRef as DocNumber, date_format(SupplierInvoices.InvoiceDate, '%Y-%m-%d') as DocDate, suppliers.Name as PartyName, SupplierInvoices.Currency as Currency, SupplierInvoices.Status as Status, round((SupplierInvoices.Total - SupplierInvoices.Tax) * SupplierInvoices.ExchangeRate, 2) as NetBase, round(SupplierInvoices.Tax * SupplierInvoices.ExchangeRate, 2) as TaxBase from SupplierInvoices inner join suppliers on suppliers.Id = SupplierInvoices.SupplierId where SupplierInvoices.CompanyId = ? and SupplierInvoices.InvoiceDate >= str_to_date(concat(?, '-01'), '%Y-%m-%d') and SupplierInvoices.InvoiceDate < date_add(str_to_date(concat(?, '-01'), '%Y-%m-%d'), interval 1 month) order by SupplierInvoices.InvoiceDate, SupplierInvoices.Id" datavalues list-purchases-end.

list-purchases-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to purchaserows.

move 0 to salesstandard.
move 0 to saleszero.
move 0 to outputtax.
move 0 to creditstandard.
move 0 to creditzero.
move 0 to credittax.
move 0 to purchasenet.
move 0 to inputtax.

* the detail is built first so the boxes are the sums of exactly the
* lines shown, in whole cents
local detailhtml.
move "" to detailhtml.

add "<h2>Sales invoices (boxes 1, 2 and 3)</h2>" to detailhtml.
add "<table><tr><th>Invoice</th><th>Date</th><th>Customer</th><th>Currency</th><th>Standard-rated</th><th>Zero-rated</th><th>Tax</th></tr>" to detailhtml.
local invoicecount.
local invoicelast.
local i.
move length in invoicerows to invoicecount.
subtract 1 from invoicecount giving invoicelast.
perform add-invoice-row using i varying i from 0 to invoicelast.
add "<tr><th colspan=""4"">Total</th><th>" to detailhtml.
local amounttext.
perform format-cents using salesstandard giving amounttext.
add amounttext to detailhtml.
add "</th><th>" to detailhtml.
perform format-cents using saleszero giving amounttext.
add amounttext to detailhtml.
add "</th><th>" to detailhtml.
perform format-cents using outputtax giving amounttext.
add amounttext to detailhtml.
add "</th></tr></table>" to detailhtml.

add "<h2>Credit notes (boxes 1 and 2 reduced, box 4)</h2>" to detailhtml.
add "<table><tr><th>Credit note</th><th>Date</th><th>Against invoice</th><th>Customer</th><th>Currency</th><th>Standard-rated</th><th>Zero-rated</th><th>Tax</th></tr>" to detailhtml.
local creditcount.
local creditlast.
local j.
move length in creditrows to creditcount.
subtract 1 from creditcount giving creditlast.
perform add-credit-row using j varying j from 0 to creditlast.
add "<tr><th colspan=""5"">Total</th><th>" to detailhtml.
perform format-cents using creditstandard giving amounttext.
add amounttext to detailhtml.
add "</th><th>" to detailhtml.
perform format-cents using creditzero giving amounttext.
add amounttext to detailhtml.
add "</th><th>" to detailhtml.
perform format-cents using credittax giving amounttext.
add amounttext to detailhtml.
add "</th></tr></table>" to detailhtml.

add "<h2>Supplier invoices (boxes 5 and 7)</h2>" to detailhtml.
add "<table><tr><th>Reference</th><th>Date</th><th>Supplier</th><th>Order</th><th>Status</th><th>Currency</th><th>Net</th><th>Tax</th></tr>" to detailhtml.
local purchasecount.
local purchaselast.
local k.
move length in purchaserows to purchasecount.
subtract 1 from purchasecount giving purchaselast.
perform add-purchase-row using k varying k from 0 to purchaselast.
add "<tr><th colspan=""6"">Total</th><th>" to detailhtml.
perform format-cents using purchasenet giving amounttext.
add amounttext to detailhtml.
add "</th><th>" to detailhtml.
perform format-cents using inputtax giving amounttext.
add amounttext to detailhtml.
add "</th></tr></table>" to detailhtml.

* the boxes: sales net of credit notes, output tax and the tax the
* credit notes gave back shown apart, input tax, and what is owed -
* a negative amount payable is a repayment due from the tax office
local boxcents.
add "<h2>Return for " to html.
add frommonth to html.
add " to " to html.
add tomonth to html.
add " (base currency)</h2>" to html.
add "<table>" to html.
subtract creditstandard from salesstandard giving boxcents.
perform add-box-row using "1" "Standard-rated sales, net of credit notes" boxcents.
subtract creditzero from saleszero giving boxcents.
perform add-box-row using "2" "Zero-rated sales, net of credit notes" boxcents.
perform add-box-row using "3" "Output tax charged on invoices" outputtax.
perform add-box-row using "4" "Output tax given back on credit notes" credittax.
perform add-box-row using "5" "Input tax on supplier invoices" inputtax.
subtract credittax from outputtax giving boxcents.
subtract inputtax from boxcents giving boxcents.
perform add-box-row using "6" "Net tax payable (3 less 4 less 5)" boxcents.
perform add-box-row using "7" "Purchases, net of tax" purchasenet.
add "</table>" to html.
add detailhtml to html.
add "<p><a href=""/period"">Fiscal periods</a> <a href=""/invoice"">Invoices</a> <a href=""/supplierinvoice"">Supplier invoices</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

add-box-row section using boxnumber, boxlabel, boxamount.
local amounttext.
perform format-cents using boxamount giving amounttext.
add "<tr><td>Box " to html.
add boxnumber to html.
add "</td><td>" to html.
add boxlabel to html.
add "</td><td>" to html.
add amounttext to html.
add "</td></tr>" to html.

add-invoice-row section using i.
local row.
move invoicerows(i) to row.
local standardcents.
perform to-cents using StandardBase in row giving standardcents.
local zerocents.
perform to-cents using ZeroBase in row giving zerocents.
local taxcents.
perform to-cents using TaxBase in row giving taxcents.
add standardcents to salesstandard.
add zerocents to saleszero.
add taxcents to outputtax.
add "<tr><td><a href=""/invoice/view?id=" to detailhtml.
add Id in row to detailhtml.
add """>" to detailhtml.
add DocNumber in row to detailhtml.
add "</a></td><td>" to detailhtml.
add DocDate in row to detailhtml.
add "</td><td>" to detailhtml.
local escvalue.
perform escape-html using PartyName in row giving escvalue.
add escvalue to detailhtml.
add "</td><td>" to detailhtml.
add Currency in row to detailhtml.
perform add-amount-cells using standardcents zerocents taxcents.

add-credit-row section using j.
local row.
move creditrows(j) to row.
local standardcents.
perform to-cents using StandardBase in row giving standardcents.
local zerocents.
perform to-cents using ZeroBase in row giving zerocents.
local taxcents.
perform to-cents using TaxBase in row giving taxcents.
add standardcents to creditstandard.
add zerocents to creditzero.
add taxcents to credittax.
add "<tr><td>" to detailhtml.
add DocNumber in row to detailhtml.
add "</td><td>" to detailhtml.
add DocDate in row to detailhtml.
* a rebate credit note stands against no one invoice
if InvoiceNumber in row = "" then
    add "</td><td>rebate</td><td>" to detailhtml.
else
    add "</td><td><a href=""/invoice/view?id=" to detailhtml.
    add Id in row to detailhtml.
    add """>" to detailhtml.
    add InvoiceNumber in row to detailhtml.
    add "</a></td><td>" to detailhtml.
end-if.
local escvalue.
perform escape-html using PartyName in row giving escvalue.
add escvalue to detailhtml.
add "</td><td>" to detailhtml.
add Currency in row to detailhtml.
perform add-amount-cells using standardcents zerocents taxcents.

add-purchase-row section using k.
local row.
move purchaserows(k) to row.
local netcents.
perform to-cents using NetBase in row giving netcents.
local taxcents.
perform to-cents using TaxBase in row giving taxcents.
add netcents to purchasenet.
add taxcents to inputtax.
add "<tr><td>" to detailhtml.
local escvalue.
perform escape-html using DocNumber in row giving escvalue.
add escvalue to detailhtml.
add "</td><td>" to detailhtml.
add DocDate in row to detailhtml.
add "</td><td>" to detailhtml.
local escvalue.
perform escape-html using PartyName in row giving escvalue.
add escvalue to detailhtml.
add "</td><td>" to detailhtml.
* a sister company's invoice is booked by the invoice run with no
* purchase order behind it
if Id in row = 0 then
    add "intercompany" to detailhtml.
else
    add "<a href=""/order/view?id=" to detailhtml.
    add Id in row to detailhtml.
    add """>" to detailhtml.
    add Id in row to detailhtml.
    add "</a>" to detailhtml.
end-if.
add "</td><td>" to detailhtml.
add Status in row to detailhtml.
add "</td><td>" to detailhtml.
add Currency in row to detailhtml.
add "</td><td>" to detailhtml.
local amounttext.
perform format-cents using netcents giving amounttext.
add amounttext to detailhtml.
add "</td><td>" to detailhtml.
perform format-cents using taxcents giving amounttext.
add amounttext to detailhtml.
add "</td></tr>" to detailhtml.

add-amount-cells section using standardcents, zerocents, taxcents.
local amounttext.
add "</td><td>" to detailhtml.
perform format-cents using standardcents giving amounttext.
add amounttext to detailhtml.
add "</td><td>" to detailhtml.
perform format-cents using zerocents giving amounttext.
add amounttext to detailhtml.
add "</td><td>" to detailhtml.
perform format-cents using taxcents giving amounttext.
add amounttext to detailhtml.
add "</td></tr>" to detailhtml.

to-cents section using amount.
local cents.
move amount to cents.
multiply cents by 100 giving cents.
perform round in Math using cents giving cents.
return cents.

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

copy ESCAPEHTML.
