local mysql.
perform require using "mysql" giving mysql.
global Date.
global Math.
global pool.

* month-end invoicing over the orders subsystem: every closed order
* exception report and the run CARRIES ON with the remaining groups,
* finishing with a produced-versus-failed summary in joblog.log; the
* failed groups stay eligible, so rerunning them is just running the
* job again. Stock replenishment orders are the company buying for
* its own shelves and are never billed. A branch that names a bill-to
* account on the customer page is billed through it: the chain's
* branches come together on one invoice to head office, each order
* line saying which branch it was delivered to. Each order delivered
* into one of the company's delivery zones (/zone) carries that zone's
* charge as a line of its own, unless the order reaches the zone's
* free-delivery threshold or the customer-supplier link waives it; the
* charge is standard-rated, recorded on the order, and totalled on the
* invoice as Freight so the GL extract can post it apart from sales.
* An account that trades in a foreign currency is invoiced in it: the
* base-currency order values are converted at the latest rate loaded
* on or before the run (rateImport.cob), order by order to the cent,
* and the invoice keeps the currency and rate for the ledger. An
* account with no rate loaded for its currency fails its group onto
* the exception report rather than going out at a guessed rate.
* An account on early-payment settlement terms has them copied onto
* the invoice - the percentage and the last day it may be taken - and
* the printed invoice shows the discounted amount and that date.
* An account that takes structured e-invoices gets each invoice as a
* UBL document too, once the run has billed everything; a document
* that fails its checks is held, goes on the exception report, and is
* tried again by every later run until it passes - and so is any
* credit note whose document creditNoteNew.cob had to hold.
* An account whose billing contact takes its documents by email has
* each invoice mailed to that contact with the printable file
* attached, and is left out of the post room's printing; one whose
* contact's address is missing, looks wrong or has bounced is printed
* as ever (DELIVERDOCUMENT.cpy). Each invoice file is entered in the
* document index the customer page lists copies from
* (REGISTERDOCUMENT.cpy), and so is each UBL document released.
local connection.
local groups.
local groupindex.
local invoicetaxable.
local invoicetax.
local invoicegross.
local invoicefreight.
local chargedids.
local chargedamounts.
local chargeindex.
local chargelast.
local taxrate.
local invoicecurrency.
local exchangerate.
local settlementpercent.
local settlementduedate.
local orderlines.
local newinvoiceid.
local buyercompany.
local buyersupplier.
local invoicecount.
local failedgroupcount.
local exceptiontext.
local failerror.
local runstamp.
local einvoicestate.
local einvoicerows.
local einvoiceindex.
local einvoicelast.
local einvoicerow.
local einvlines.
local einvlast.
local ordbaseall.
local ordbasestd.
local ordconvstd.
local ordconvzero.
local ordlaststd.
local ordlastzero.
local einvoicecount.
local einvoicefailcount.
local emailedcount.
local documentfailcount.
copy UBLFIELDS.
copy DOCFIELDS.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to invoicecount.
move 0 to emailedcount.
move 0 to documentfailcount.
move 0 to failedgroupcount.
move 0 to einvoicecount.
move 0 to einvoicefailcount.
move "Invoice run exceptions for " to exceptiontext.
add runstamp to exceptiontext.
add "\n\n" to exceptiontext.
find-groups section.
local datavalues.
move array to datavalues.
perform query in connection using "select orders.CompanyId as CompanyId, coalesce(customers.BillToCustomerId, customers.Id) as CustomerId from orders inner join customers on customers.Id = orders.CustomerId where orders.Status = 'closed' and orders.Invoiced = 0 and orders.OrderType = 'customer' group by orders.CompanyId, coalesce(customers.BillToCustomerId, customers.Id) order by CompanyId, CustomerId" datavalues find-groups-end.

find-groups-end section using err, result.
if err then

next-group section.
if groupindex > grouplast then
    perform find-einvoices.
else
    local grouprow.
    move groups(groupindex) to grouprow.
* invoice numbers restart from 1 in each company and grow by one per
* invoice; max+1 is safe here because the overnight run is the only
* thing writing invoices. The company's tax rate rides back in the
* same read so each group is taxed at the rate its company carries,
* and so do the account's currency and that currency's latest rate,
* and its settlement terms with the deadline they give today's date,
* and - when the account is a sister company's - the company and the
* supplier account its side of the invoice is booked to.
get-invoice-number section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcustomer.
perform push in datavalues using currentcompany.
perform query in connection using "select coalesce(max(InvoiceNumber), 0) + 1 as NextNumber, (select TaxRate from companies where Id = ?) as TaxRate, (select Currency from customers where Id = ?) as Currency, coalesce((select ExchangeRates.Rate from ExchangeRates where ExchangeRates.Currency = (select Currency from customers where Id = ?) and ExchangeRates.RateDate <= curdate() order by ExchangeRates.RateDate desc limit 1), 0) as ExchangeRate, (select SettlementDiscountPercent from customers where Id = ?) as SettlementPercent, (select date_format(date_add(curdate(), interval SettlementDiscountDays day), '%Y-%m-%d') from customers where Id = ?) as SettlementDueDate, coalesce((select BuyerCompanyId from IntercompanyLinks where SellerCustomerId = ?), 0) as BuyerCompanyId, coalesce((select BuyerSupplierId from IntercompanyLinks where SellerCustomerId = ?), 0) as BuyerSupplierId, (select InvoiceDelivery from customers where Id = ?) as InvoiceDelivery from invoices where CompanyId = ?" datavalues get-invoice-number-end.

get-invoice-number-end section using err, result.
if err then
if taxrate not = taxrate then
    move 0 to taxrate.
end-if.
move Currency in numberrow to invoicecurrency.
move 1 to exchangerate.
if invoicecurrency not = "" then
    move ExchangeRate in numberrow to exchangerate.
    multiply exchangerate by 1 giving exchangerate.
    if exchangerate = 0 then
        local rateerror.
        move "no exchange rate loaded for " to rateerror.
        add invoicecurrency to rateerror.
        perform fail-group using rateerror.
        exit program.
    end-if.
end-if.
move SettlementPercent in numberrow to settlementpercent.
multiply settlementpercent by 1 giving settlementpercent.
if settlementpercent not = settlementpercent then
    move 0 to settlementpercent.
end-if.
move "" to settlementduedate.
if settlementpercent > 0 then
    move SettlementDueDate in numberrow to settlementduedate.
end-if.
move BuyerCompanyId in numberrow to buyercompany.
multiply buyercompany by 1 giving buyercompany.
move BuyerSupplierId in numberrow to buyersupplier.
multiply buyersupplier by 1 giving buyersupplier.
move "" to einvoicestate.
if InvoiceDelivery in numberrow = "ubl" then
    move "pending" to einvoicestate.
end-if.
perform fetch-orders.

fetch-orders section.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
* the delivery zone is found from the branch's own address - where the
* van went - trying the postal-code ranges before the region zones and
* the earliest-defined zone first where they overlap, the same order
* /zone lists them in
perform query in connection using "select orders.Id as Id, billto.Name as CustomerName, customers.Id as BranchId, customers.Name as BranchName, customers.Address as BranchAddress, coalesce(sum(OrderItems.Quantity * OrderItems.Price), 0) as OrderTotal, coalesce(sum(case when SupplierProducts.TaxCategory = 'standard' then OrderItems.Quantity * OrderItems.Price else 0 end), 0) as TaxableTotal, coalesce(CustomerSuppliers.WaiveDeliveryCharge, 0) as WaiveCharge, coalesce(DeliveryZones.Name, '') as ZoneName, coalesce(DeliveryZones.Charge, 0) as ZoneCharge, coalesce(DeliveryZones.FreeThreshold, 0) as FreeThreshold from orders inner join customers on customers.Id = orders.CustomerId inner join customers billto on billto.Id = coalesce(customers.BillToCustomerId, customers.Id) left join CustomerSuppliers on CustomerSuppliers.CustomerId = orders.CustomerId and CustomerSuppliers.SupplierId = orders.SupplierId left join DeliveryZones on DeliveryZones.Id = (select zone.Id from DeliveryZones zone where zone.CompanyId = orders.CompanyId and ((zone.PostalFrom <> '' and customers.PostalCode <> '' and customers.PostalCode between zone.PostalFrom and zone.PostalTo) or (zone.PostalFrom = '' and zone.Region <> '' and zone.Region = customers.Region)) order by zone.PostalFrom = '', zone.Id limit 1) left join OrderItems on OrderItems.OrderId = orders.Id left join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where orders.Status = 'closed' and orders.Invoiced = 0 and orders.OrderType = 'customer' and orders.CompanyId = ? and coalesce(customers.BillToCustomerId, customers.Id) = ? group by orders.Id, billto.Name, customers.Id, customers.Name, customers.Address, CustomerSuppliers.WaiveDeliveryCharge, DeliveryZones.Name, DeliveryZones.Charge, DeliveryZones.FreeThreshold order by customers.Name, orders.Id" datavalues fetch-orders-end.

fetch-orders-end section using err, result.
if err then
subtract 1 from ordercount giving orderlast.
move 0 to invoicetotal.
move 0 to invoicetaxable.
move 0 to invoicefreight.
move array to chargedids.
move array to chargedamounts.
move "" to orderlines.
local k.
perform sum-order-row using k varying k from 0 to orderlast.
* tax applies to the standard-rated part of the net only; the rate is
* a percentage, and the charge is rounded to the cent the way the
* tax office rounds it
multiply invoicetaxable by taxrate giving invoicetax.
divide invoicetax by 100 giving invoicetax.
multiply invoicetax by 100 giving invoicetax.
move orderrows(k) to orderrow.
move CustomerName in orderrow to customername.
local ordertotal.
perform to-document using OrderTotal in orderrow giving ordertotal.
add ordertotal to invoicetotal.
local taxabletotal.
perform to-document using TaxableTotal in orderrow giving taxabletotal.
add taxabletotal to invoicetaxable.
add "Order " to orderlines.
add Id in orderrow to orderlines.
add "  " to orderlines.
add ordertotal to orderlines.
* a branch's order names where it went, so head office can check each
* delivery against the branch that signed for it
local branchid.
move "" to branchid.
add BranchId in orderrow to branchid.
local accountid.
move "" to accountid.
add currentcustomer to accountid.
if branchid not = accountid then
    add "  delivered to " to orderlines.
    add BranchName in orderrow to orderlines.
    add ", " to orderlines.
    add BranchAddress in orderrow to orderlines.
end-if.
add "\n" to orderlines.
local baseordertotal.
move OrderTotal in orderrow to baseordertotal.
multiply baseordertotal by 1 giving baseordertotal.
perform charge-delivery using orderrow baseordertotal.

* an order in a zone pays the zone's charge unless the link waives it
* or the order is worth at least the free-delivery threshold (a zero
* threshold never frees it); the charge joins the net and the
* standard-rated total, and is remembered so mark-orders can record
* it on the order. The zone's figures are base currency, so the
* threshold is tested against the order's base value and only the
* charge that is billed is converted.
charge-delivery section using orderrow, ordertotal.
local deliverycharge.
move ZoneCharge in orderrow to deliverycharge.
multiply deliverycharge by 1 giving deliverycharge.
if ZoneName in orderrow = "" then
    move 0 to deliverycharge.
end-if.
local waive.
move WaiveCharge in orderrow to waive.
multiply waive by 1 giving waive.
if waive = 1 then
    move 0 to deliverycharge.
end-if.
local threshold.
move FreeThreshold in orderrow to threshold.
multiply threshold by 1 giving threshold.
local shortfall.
subtract ordertotal from threshold giving shortfall.
if threshold > 0 then
    if shortfall < 0 then
        move 0 to deliverycharge.
    end-if.
    if shortfall = 0 then
        move 0 to deliverycharge.
    end-if.
end-if.
if deliverycharge > 0 then
    perform add-delivery-line using orderrow deliverycharge.
end-if.

add-delivery-line section using orderrow, deliverycharge.
local billedcharge.
perform to-document using deliverycharge giving billedcharge.
add billedcharge to invoicetotal.
add billedcharge to invoicetaxable.
add billedcharge to invoicefreight.
perform push in chargedids using Id in orderrow.
perform push in chargedamounts using deliverycharge.
add "Order " to orderlines.
add Id in orderrow to orderlines.
add "  delivery charge " to orderlines.
add billedcharge to orderlines.
add " (zone " to orderlines.
add ZoneName in orderrow to orderlines.
add ")\n" to orderlines.

* a base-currency amount in the invoice's currency, to the cent; the
* base currency itself passes straight through
to-document section using amount.
local converted.
move amount to converted.
multiply converted by 1 giving converted.
if invoicecurrency not = "" then
    divide converted by exchangerate giving converted.
    multiply converted by 100 giving converted.
    perform round in Math using converted giving converted.
    divide converted by 100 giving converted.
end-if.
return converted.

begin-invoice section.
perform beginTransaction in connection using begin-invoice-end.
perform push in datavalues using currentcustomer.
perform push in datavalues using invoicenumber.
perform push in datavalues using invoicetotal.
perform push in datavalues using invoicefreight.
perform push in datavalues using invoicetax.
perform push in datavalues using invoicetaxable.
perform push in datavalues using invoicegross.
perform push in datavalues using invoicecurrency.
perform push in datavalues using exchangerate.
perform push in datavalues using settlementpercent.
perform push in datavalues using settlementduedate.
perform push in datavalues using einvoicestate.
* Total carries the gross - the amount the customer owes and every
* balance calculation works from - with the net and tax stored
* alongside for the ledger and the printed breakdown, and the
* standard-rated part of the net for the tax return
perform query in connection using "insert invoices set CompanyId = ?, CustomerId = ?, InvoiceNumber = ?, InvoiceDate = now(), Net = ?, Freight = ?, Tax = ?, TaxableNet = ?, Total = ?, Currency = ?, ExchangeRate = ?, SettlementPercent = ?, SettlementDueDate = nullif(?, ''), EInvoice = ?" datavalues insert-invoice-end.

insert-invoice-end section using err, result.
if err then
perform push in datavalues using newinvoiceid.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcustomer.
perform query in connection using "update orders inner join customers on customers.Id = orders.CustomerId set orders.Invoiced = 1, orders.InvoiceId = ? where orders.Status = 'closed' and orders.Invoiced = 0 and orders.OrderType = 'customer' and orders.CompanyId = ? and coalesce(customers.BillToCustomerId, customers.Id) = ?" datavalues mark-orders-end.

mark-orders-end section using err, result.
if err then
    perform fail-group using err.
    exit program.
end-if.
local chargedcount.
move length in chargedids to chargedcount.
subtract 1 from chargedcount giving chargelast.
move 0 to chargeindex.
perform next-charge.

* each charged order keeps its own delivery charge, inside the same
* transaction, so the invoice screen can show it against the order
next-charge section.
if chargeindex > chargelast then
    if buyercompany > 0 then
        perform book-intercompany.
    else
        perform commit in connection using commit-invoice-end.
    end-if.
else
    local chargedamount.
    move chargedamounts(chargeindex) to chargedamount.
    local chargedid.
    move chargedids(chargeindex) to chargedid.
    local datavalues.
    move array to datavalues.
    perform push in datavalues using chargedamount.
    perform push in datavalues using chargedid.
    perform query in connection using "update orders set DeliveryCharge = ? where Id = ?" datavalues charge-order-end.
end-if.

charge-order-end section using err, result.
if err then
    perform fail-group using err.
    exit program.
end-if.
add 1 to chargeindex.
perform next-charge.

* a sister company's invoice lands on its own books as a supplier
* invoice in the same transaction, so the two sides are booked
* together or not at all. The orders were raised by the buying
* company itself, so there is no purchase order or goods receipt for
* a three-way match to find: it goes in matched, for the same gross,
* tax and currency as the seller billed, with SourceInvoiceId
* pointing back at the seller's invoice for the month-end
* reconciliation (intercompanyRecon.cob).
book-intercompany section.
local invoiceref.
move "" to invoiceref.
add invoicenumber to invoiceref.
local matchdetail.
move "intercompany invoice " to matchdetail.
add invoicenumber to matchdetail.
add " from company " to matchdetail.
add currentcompany to matchdetail.
local datavalues.
move array to datavalues.
perform push in datavalues using buyercompany.
perform push in datavalues using buyersupplier.
perform push in datavalues using invoiceref.
perform push in datavalues using invoicegross.
perform push in datavalues using invoicetax.
perform push in datavalues using invoicetotal.
perform push in datavalues using matchdetail.
perform push in datavalues using invoicecurrency.
perform push in datavalues using exchangerate.
perform push in datavalues using newinvoiceid.
perform query in connection using "insert SupplierInvoices set CompanyId = ?, SupplierId = ?, OrderId = 0, InvoiceRef = ?, InvoiceDate = now(), Total = ?, Tax = ?, ExpectedTotal = ?, Status = 'matched', MatchDetail = ?, Currency = ?, ExchangeRate = ?, EnteredBy = 'invoiceRun', CreatedAt = now(), SourceInvoiceId = ?" datavalues book-intercompany-end.

book-intercompany-end section using err, result.
if err then
    perform fail-group using err.
    exit program.
end-if.
perform commit in connection using commit-invoice-end.

commit-invoice-end section using err.
end-if.
perform write-invoice-file.
add 1 to invoicecount.
copy REGISTERDOCUMENT.

* the invoice is committed and its file written whatever happens
* from here; an index entry or a delivery that could not be recorded
* goes on the exception report for the post room to put right by hand
register-end section using err, result.
if err then
    perform document-failed using "not indexed" err.
end-if.
copy DELIVERDOCUMENT.

delivery-end section using err, result.
if err then
    perform document-failed using "delivery not recorded" err.
else
    if docchannel = "email" then
        add 1 to emailedcount.
    end-if.
end-if.
add 1 to groupindex.
perform next-group.

document-failed section using failedstep, stepfailure.
add 1 to documentfailcount.
add "invoice " to exceptiontext.
add docfile to exceptiontext.
add ": " to exceptiontext.
add failedstep to exceptiontext.
add ": " to exceptiontext.
add stepfailure to exceptiontext.
add "\n" to exceptiontext.

* one printable flat file per invoice, named by company and invoice
* number so head office can file them unambiguously
write-invoice-file section.
add "Customer: " to invoicetext.
add customername to invoicetext.
add "\n" to invoicetext.
if invoicecurrency not = "" then
    add "Currency: " to invoicetext.
    add invoicecurrency to invoicetext.
    add "\n" to invoicetext.
end-if.
local nowts.
perform now in Date giving nowts.
add "Date: " to invoicetext.
add orderlines to invoicetext.
add "\nNET    " to invoicetext.
add invoicetotal to invoicetext.
if invoicefreight > 0 then
    add "  (delivery " to invoicetext.
    add invoicefreight to invoicetext.
    add ")" to invoicetext.
end-if.
add "\nTAX    " to invoicetext.
add invoicetax to invoicetext.
add "  (rate " to invoicetext.
add ")\nTOTAL  " to invoicetext.
add invoicegross to invoicetext.
add "\n" to invoicetext.
if settlementpercent > 0 then
    local grosscents.
    multiply invoicegross by 100 giving grosscents.
    perform round in Math using grosscents giving grosscents.
    local discountcents.
    multiply invoicegross by settlementpercent giving discountcents.
    perform round in Math using discountcents giving discountcents.
    local discountedtotal.
    subtract discountcents from grosscents giving discountedtotal.
    divide discountedtotal by 100 giving discountedtotal.
    add "\nSettlement discount " to invoicetext.
    add settlementpercent to invoicetext.
    add "% if paid by " to invoicetext.
    add settlementduedate to invoicetext.
    add ": PAY " to invoicetext.
    add discountedtotal to invoicetext.
    add "\n" to invoicetext.
end-if.
local invoicefile.
move "invoice-" to invoicefile.
add currentcompany to invoicefile.
add invoicenumber to invoicefile.
add ".txt" to invoicefile.
perform writeFileSync in fs using invoicefile invoicetext.
move currentcompany to doccompany.
move currentcustomer to doccustomer.
move 0 to docsupplier.
move "invoice" to doctype.
move invoicenumber to docnumber.
move invoicefile to docfile.
move "invoiceRun" to docjob.
move invoicetext to doctext.
move "Invoice " to docsubject.
add invoicenumber to docsubject.

* a failure inside one invoice's transaction rolls that invoice back,
* records the group on the exception report, and the run carries on
perform jobdone using failerror.
exit program.

* every document waiting for its UBL file, this run's invoices and any
* held before, credit notes included - a rebate credit, against no
* invoice, among them; each row carries what UBLDOCUMENT.cpy needs,
* and an invoice's exchange rate for its lines
find-einvoices section.
local datavalues.
move array to datavalues.
perform query in connection using "select 'Invoice' as DocType, invoices.Id as Id, invoices.CompanyId as CompanyId, invoices.CustomerId as CustomerId, invoices.InvoiceNumber as Number, date_format(invoices.InvoiceDate, '%Y-%m-%d') as IssueDate, invoices.Net as Net, invoices.Tax as Tax, invoices.TaxableNet as TaxableNet, invoices.Total as Total, invoices.Currency as Currency, invoices.ExchangeRate as ExchangeRate, companies.BaseCurrency as BaseCurrency, companies.TaxRate as TaxRate, (select case when count(distinct orders.PoReference) = 1 then max(orders.PoReference) else '' end from orders where orders.InvoiceId = invoices.Id) as OrderRef, '' as BillingRef, companies.Name as CompanyName, companies.TaxNumber as CompanyTaxNumber, companies.Country as CompanyCountry, customers.Name as CustomerName, customers.TaxNumber as CustomerTaxNumber, customers.Street as Street, customers.City as City, customers.PostalCode as PostalCode, customers.Country as Country from invoices inner join companies on companies.Id = invoices.CompanyId inner join customers on customers.Id = invoices.CustomerId where invoices.EInvoice in ('pending', 'failed') union all select 'CreditNote' as DocType, CreditNotes.Id as Id, CreditNotes.CompanyId as CompanyId, CreditNotes.CustomerId as CustomerId, CreditNotes.CreditNumber as Number, date_format(CreditNotes.CreditDate, '%Y-%m-%d') as IssueDate, CreditNotes.Net as Net, CreditNotes.Tax as Tax, CreditNotes.TaxableNet as TaxableNet, CreditNotes.Total as Total, CreditNotes.Currency as Currency, CreditNotes.ExchangeRate as ExchangeRate, companies.BaseCurrency as BaseCurrency, companies.TaxRate as TaxRate, (select case when count(distinct orders.PoReference) = 1 then max(orders.PoReference) else '' end from orders where orders.InvoiceId = CreditNotes.InvoiceId) as OrderRef, coalesce(invoices.InvoiceNumber, '') as BillingRef, companies.Name as CompanyName, companies.TaxNumber as CompanyTaxNumber, companies.Country as CompanyCountry, customers.Name as CustomerName, customers.TaxNumber as CustomerTaxNumber, customers.Street as Street, customers.City as City, customers.PostalCode as PostalCode, customers.Country as Country from CreditNotes left join invoices on invoices.Id = CreditNotes.InvoiceId inner join companies on companies.Id = CreditNotes.CompanyId inner join customers on customers.Id = CreditNotes.CustomerId where CreditNotes.EInvoice in ('pending', 'failed') order by DocType desc, CompanyId, Number" datavalues find-einvoices-end.

find-einvoices-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to einvoicerows.
local einvoicetotal.
move length in einvoicerows to einvoicetotal.
subtract 1 from einvoicetotal giving einvoicelast.
move 0 to einvoiceindex.
perform next-einvoice.

next-einvoice section.
if einvoiceindex > einvoicelast then
    perform finish-run.
else
    move einvoicerows(einvoiceindex) to einvoicerow.
    perform load-ubl-header using einvoicerow.
    move Currency in einvoicerow to invoicecurrency.
    move ExchangeRate in einvoicerow to exchangerate.
    multiply exchangerate by 1 giving exchangerate.
    if ubltype = "Invoice" then
        perform fetch-einvoice-lines.
    else
        perform add-ubl-credit-lines.
        perform release-einvoice.
    end-if.
end-if.

* the invoice's order lines, and each order's delivery charge as a
* line of its own after them
fetch-einvoice-lines section.
local datavalues.
move array to datavalues.
perform push in datavalues using Id in einvoicerow.
perform push in datavalues using Id in einvoicerow.
perform query in connection using "select OrderItems.Id as LineId, OrderItems.OrderId as OrderId, orders.PoReference as PoReference, OrderItems.Quantity as Quantity, OrderItems.Price as Price, SupplierProducts.Code as Code, SupplierProducts.Description as Description, SupplierProducts.TaxCategory as TaxCategory, 0 as IsCharge from OrderItems inner join orders on orders.Id = OrderItems.OrderId inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where orders.InvoiceId = ? union all select 0 as LineId, orders.Id as OrderId, orders.PoReference as PoReference, 1 as Quantity, orders.DeliveryCharge as Price, 'DELIVERY' as Code, 'Delivery charge' as Description, 'standard' as TaxCategory, 1 as IsCharge from orders where orders.InvoiceId = ? and orders.DeliveryCharge > 0 order by OrderId, IsCharge, LineId" datavalues fetch-einvoice-lines-end.

fetch-einvoice-lines-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to einvlines.
local einvcount.
move length in einvlines to einvcount.
subtract 1 from einvcount giving einvlast.
move 0 to ordbaseall.
move 0 to ordbasestd.
move 0 to ordconvstd.
move 0 to ordconvzero.
move -1 to ordlaststd.
move -1 to ordlastzero.
local i.
perform add-einvoice-line using i varying i from 0 to einvlast.
perform release-einvoice.

* each line is converted to the invoice's currency on its own; the
* invoice converted each order's goods as a whole and its
* standard-rated part apart, so the cent or two of rounding between
* the two goes on the order's last line in each tax category and the
* lines add up to exactly what was billed
add-einvoice-line section using i.
local linerow.
move einvlines(i) to linerow.
local baseamount.
multiply Quantity in linerow by Price in linerow giving baseamount.
local docamount.
perform to-document using baseamount giving docamount.
local docprice.
perform to-document using Price in linerow giving docprice.
local docline.
move object to docline.
move "" to orderlineid in docline.
if IsCharge in linerow = 0 then
    add LineId in linerow to orderlineid in docline.
end-if.
move PoReference in linerow to orderref in docline.
move Quantity in linerow to quantity in docline.
local linecents.
perform ubl-cents using docprice giving linecents.
move linecents to unitcents in docline.
perform ubl-cents using docamount giving linecents.
move linecents to amountcents in docline.
move Code in linerow to code in docline.
move Description in linerow to description in docline.
move TaxCategory in linerow to category in docline.
perform push in ubllines using docline.
if IsCharge in linerow = 0 then
    local position.
    move length in ubllines to position.
    subtract 1 from position.
    add baseamount to ordbaseall.
    if TaxCategory in linerow = "standard" then
        add baseamount to ordbasestd.
        add amountcents in docline to ordconvstd.
        move position to ordlaststd.
    else
        add amountcents in docline to ordconvzero.
        move position to ordlastzero.
    end-if.
    local orderends.
    move 1 to orderends.
    if i < einvlast then
        local nextrow.
        local nextindex.
        move i to nextindex.
        add 1 to nextindex.
        move einvlines(nextindex) to nextrow.
        if OrderId in nextrow = OrderId in linerow then
            if IsCharge in nextrow = 0 then
                move 0 to orderends.
            end-if.
        end-if.
    end-if.
    if orderends then
        perform settle-einvoice-order.
    end-if.
end-if.

settle-einvoice-order section.
local standardtarget.
perform to-document using ordbasestd giving standardtarget.
perform ubl-cents using standardtarget giving standardtarget.
local alltarget.
perform to-document using ordbaseall giving alltarget.
perform ubl-cents using alltarget giving alltarget.
local zerotarget.
subtract standardtarget from alltarget giving zerotarget.
local adjustline.
local adjustment.
if ordlaststd > -1 then
    move ubllines(ordlaststd) to adjustline.
    subtract ordconvstd from standardtarget giving adjustment.
    add adjustment to amountcents in adjustline.
end-if.
if ordlastzero > -1 then
    move ubllines(ordlastzero) to adjustline.
    subtract ordconvzero from zerotarget giving adjustment.
    add adjustment to amountcents in adjustline.
end-if.
move 0 to ordbaseall.
move 0 to ordbasestd.
move 0 to ordconvstd.
move 0 to ordconvzero.
move -1 to ordlaststd.
move -1 to ordlastzero.

* a document that passes is written beside the printable file and
* marked released; one that does not is marked failed, to be tried
* again next run, and its reasons go on the exception report
release-einvoice section.
perform build-ubl.
local newstate.
if ublerrors = "" then
    perform writeFileSync in fs using ublfile ublxml.
    move "released" to newstate.
    add 1 to einvoicecount.
else
    move "failed" to newstate.
    add 1 to einvoicefailcount.
    add "company " to exceptiontext.
    add CompanyId in einvoicerow to exceptiontext.
    if ubltype = "Invoice" then
        add " invoice " to exceptiontext.
    else
        add " credit note " to exceptiontext.
    end-if.
    add ublnumber to exceptiontext.
    add " e-invoice held: " to exceptiontext.
    add ublerrors to exceptiontext.
    add "\n" to exceptiontext.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using newstate.
perform push in datavalues using Id in einvoicerow.
if ubltype = "Invoice" then
    perform query in connection using "update invoices set EInvoice = ? where Id = ?" datavalues release-einvoice-end.
else
    perform query in connection using "update CreditNotes set EInvoice = ? where Id = ?" datavalues release-einvoice-end.
end-if.

release-einvoice-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
if ublerrors = "" then
    perform register-einvoice.
else
    add 1 to einvoiceindex.
    perform next-einvoice.
end-if.

* a released document goes in the document index beside its printable
* file, under its own type, so it is kept as long as the printable one
* and can be reprinted from the customer page; an entry that cannot be
* made goes on the exception report like any other
register-einvoice section.
local datavalues.
move array to datavalues.
perform push in datavalues using CompanyId in einvoicerow.
if ubltype = "Invoice" then
    perform push in datavalues using "einvoice".
else
    perform push in datavalues using "ecreditnote".
end-if.
perform push in datavalues using ublnumber.
perform push in datavalues using CustomerId in einvoicerow.
perform push in datavalues using ublfile.
perform query in connection using "insert Documents set CompanyId = ?, DocumentType = ?, DocumentNumber = ?, CustomerId = ?, SupplierId = 0, DocumentDate = curdate(), ProducedBy = 'invoiceRun', FilePath = ?, CreatedAt = now() on duplicate key update DocumentNumber = values(DocumentNumber), DocumentDate = values(DocumentDate), ProducedBy = values(ProducedBy), CreatedAt = values(CreatedAt), RemovedAt = null" datavalues register-einvoice-end.

register-einvoice-end section using err, result.
if err then
    add 1 to documentfailcount.
    add "e-invoice " to exceptiontext.
    add ublfile to exceptiontext.
    add ": not indexed: " to exceptiontext.
    add err to exceptiontext.
    add "\n" to exceptiontext.
end-if.
add 1 to einvoiceindex.
perform next-einvoice.

finish-run section.
perform release in connection.
local exceptioncount.
move failedgroupcount to exceptioncount.
add einvoicefailcount to exceptioncount.
add documentfailcount to exceptioncount.
if exceptioncount > 0 then
    local exceptionfile.
    move "invoice-exceptions-" to exceptionfile.
    add runstamp to exceptionfile.
add invoicecount to summaryline.
add " failed " to summaryline.
add failedgroupcount to summaryline.
add " e-invoices " to summaryline.
add einvoicecount to summaryline.
add " held " to summaryline.
add einvoicefailcount to summaryline.
add " emailed " to summaryline.
add emailedcount to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
display "invoiceRun: " invoicecount " invoice(s) produced, " failedgroupcount " group(s) failed".
perform jobdone.

copy UBLDOCUMENT.
