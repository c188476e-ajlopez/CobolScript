local invoiceref.
local total.
local totalnumber.
local tax.
local taxnumber.

move orderid in body in request to orderid.
move invoiceref in body in request to invoiceref.
    move "" to invoiceref.
end-if.
move total in body in request to total.
* the tax printed on the supplier's invoice, included in its total;
* blank when the supplier charged none
move tax in body in request to tax.
if tax = "" then
    move "" to tax.
end-if.

local connection.
local errors.
local expectedtotal.
local matchstatus.
local matchdetail.
local invoicecurrency.
local exchangerate.
move "supplierInvoiceNew" to page.
move method in request to method.
move companyid in request to companyid.
if totalnumber < 0 then
    add "The invoice total must not be negative. " to errors.
end-if.
move 0 to taxnumber.
if tax not = "" then
    multiply tax by 1 giving taxnumber.
end-if.
if taxnumber not = taxnumber then
    add "The tax must be a number. " to errors.
    move 0 to taxnumber.
end-if.
if taxnumber < 0 then
    add "The tax must not be negative. " to errors.
end-if.
if taxnumber > totalnumber then
    add "The tax cannot be more than the invoice total. " to errors.
end-if.

if errors not = "" then
    perform reject-invoice.

* the match reads all three legs in one go: the order (via its id and
* company), the goods receipt (received quantities), and the agreed
* prices the order lines were taken at. A supplier that bills in a
* foreign currency has its invoice keyed in that currency, so the
* supplier's currency and its latest rate come back too.
fetch-order section.
copy DBCONNECT.

perform push in datavalues using orderid.
perform push in datavalues using companyid.

perform query in connection using "select orders.Id as Id, orders.SupplierId as SupplierId, orders.Received as Received, coalesce((select sum(OrderItems.ReceivedQuantity * OrderItems.Price) from OrderItems where OrderItems.OrderId = orders.Id), 0) as ExpectedTotal, suppliers.Currency as Currency, coalesce((select ExchangeRates.Rate from ExchangeRates where ExchangeRates.Currency = suppliers.Currency and ExchangeRates.RateDate <= curdate() order by ExchangeRates.RateDate desc limit 1), 0) as ExchangeRate from orders inner join suppliers on suppliers.Id = orders.SupplierId where orders.Id = ? and orders.CompanyId = ?" datavalues fetch-order-end.

fetch-order-end section using err, result.
if err then
    exit program.
end-if.
move result(0) to orderrow.
move Currency in orderrow to invoicecurrency.
move 1 to exchangerate.
if invoicecurrency not = "" then
    move ExchangeRate in orderrow to exchangerate.
    multiply exchangerate by 1 giving exchangerate.
    if exchangerate = 0 then
        move "No exchange rate has been loaded for " to errors.
        add invoicecurrency to errors.
        add "; the invoice cannot be matched until one is. " to errors.
        copy DBRELEASE.
        perform reject-invoice.
        exit program.
    end-if.
end-if.

* the classic three-way test: goods receipt posted, and the billed
* total less its tax inside one percent (never less than a cent) of
* received quantities at the agreed prices, which are net of tax.
* Anything outside lands on the discrepancy queue instead of being
* paid on trust.
move ExpectedTotal in orderrow to expectedtotal.
multiply expectedtotal by 1 giving expectedtotal.
* the order was priced in base currency; the comparison is made in the
* currency the supplier billed in, to the cent
if invoicecurrency not = "" then
    divide expectedtotal by exchangerate giving expectedtotal.
    multiply expectedtotal by 100 giving expectedtotal.
    perform round in Math using expectedtotal giving expectedtotal.
    divide expectedtotal by 100 giving expectedtotal.
end-if.
if Received in orderrow = 0 then
    move "discrepancy" to matchstatus.
    move "goods receipt not posted for the order" to matchdetail.
    if tolerance < 0.01 then
        move 0.01 to tolerance.
    end-if.
    local billednet.
    subtract taxnumber from totalnumber giving billednet.
    local difference.
    subtract expectedtotal from billednet giving difference.
    perform abs in Math using difference giving difference.
    if difference > tolerance then
        move "discrepancy" to matchstatus.
        move "invoiced " to matchdetail.
        add billednet to matchdetail.
        if taxnumber > 0 then
            add " net of tax" to matchdetail.
        end-if.
        add " against " to matchdetail.
        add expectedtotal to matchdetail.
        add " received at agreed prices" to matchdetail.
perform push in datavalues using orderid.
perform push in datavalues using invoiceref.
perform push in datavalues using totalnumber.
perform push in datavalues using taxnumber.
perform push in datavalues using expectedtotal.
perform push in datavalues using matchstatus.
perform push in datavalues using matchdetail.
perform push in datavalues using invoicecurrency.
perform push in datavalues using exchangerate.
local enteredby.
move username in request to enteredby.
perform push in datavalues using enteredby.

perform query in connection using "insert SupplierInvoices set CompanyId = ?, SupplierId = ?, OrderId = ?, InvoiceRef = ?, InvoiceDate = now(), Total = ?, Tax = ?, ExpectedTotal = ?, Status = ?, MatchDetail = ?, Currency = ?, ExchangeRate = ?, EnteredBy = ?, CreatedAt = now()" datavalues insert-end.

insert-end section using err, result.
if err then
