local mysql.

perform require using "mysql" giving mysql.
global Math.

local customerid.
local paymentdate.
local outcome.
local companyid.
local customername.
local paymentcurrency.
local paymentrate.
local invoicerows.
local allocations.
local totalallocated.
local totaldiscount.
local newpaymentid.
local allocindex.
local alloclast.
perform push in datavalues using customerid.
perform push in datavalues using companyid.

* a branch pays in its bill-to account's currency, the currency its
* invoices were raised in
perform query in connection using "select customers.Id as Id, customers.Name as Name, coalesce((select billto.Currency from customers billto where billto.Id = customers.BillToCustomerId), customers.Currency) as Currency from customers where customers.Id = ? and customers.CompanyId = ? and customers.IsDeleted = 0" datavalues fetch-customer-end.

fetch-customer-end section using err, result.
if err then
local customerrow.
move result(0) to customerrow.
move Name in customerrow to customername.
move Currency in customerrow to paymentcurrency.
move 1 to paymentrate.

* a payment dated into a closed month would move that month's
* receivables after finance reported them; today's stamp stands in
copy CHECKPERIOD.

after-period-check section.
if paymentcurrency = "" then
    perform fetch-open-invoices.
else
    perform fetch-payment-rate.
end-if.

* a foreign-currency payment is booked at the latest rate loaded on or
* before its date; with no rate there is nothing honest to book it at
fetch-payment-rate section.
local datavalues.
move array to datavalues.
perform push in datavalues using paymentcurrency.
perform push in datavalues using perioddate.

perform query in connection using "select Rate from ExchangeRates where Currency = ? and RateDate <= ? order by RateDate desc limit 1" datavalues fetch-payment-rate-end.

fetch-payment-rate-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
if length in result = 0 then
    move "No exchange rate has been loaded for " to errors.
    add paymentcurrency to errors.
    add " on or before the payment date. " to errors.
    copy DBRELEASE.
    perform reject-payment.
    exit program.
end-if.
local raterow.
move result(0) to raterow.
move Rate in raterow to paymentrate.
multiply paymentrate by 1 giving paymentrate.
perform fetch-open-invoices.

* the same open-invoice selection paymentEntry.cob showed the clerk,
* re-read at posting time so every allocation is checked against the
* balance as it is NOW, not as the form remembered it; only invoices
* in the payment's currency can be settled by it. An invoice on
* settlement terms that nothing has been paid against yet offers its
* discount when the payment is dated on or before the deadline.
fetch-open-invoices section.
local datavalues.
move array to datavalues.
perform push in datavalues using perioddate.
perform push in datavalues using companyid.
perform push in datavalues using customerid.
perform push in datavalues using paymentcurrency.

perform query in connection using "select invoices.Id as Id, invoices.InvoiceNumber as InvoiceNumber, invoices.Total as Total, invoices.ExchangeRate as ExchangeRate, coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) as Applied, coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) as Credited, coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as WrittenOff, case when invoices.SettlementPercent > 0 and invoices.SettlementDueDate >= ? and not exists (select 1 from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id) then round((invoices.Total - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0)) * invoices.SettlementPercent / 100, 2) else 0 end as DiscountAvailable from invoices where invoices.CompanyId = ? and invoices.CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and invoices.Currency = ? having Applied + Credited + WrittenOff < Total order by invoices.InvoiceNumber" datavalues fetch-open-invoices-end.

fetch-open-invoices-end section using err, result.
if err then

move array to allocations.
move 0 to totalallocated.
move 0 to totaldiscount.
local invoicecount.
local invoicelast.
local i.
perform begin-payment.

* each open invoice may carry an alloc<Id> field on the form; blank
* means none of this payment settles that invoice. The field is the
* cash put against the invoice: cash equal to the discounted balance
* while the discount is on offer settles the whole balance, the
* difference recorded on the allocation as discount taken.
collect-allocation section using i.
local invoicerow.
move invoicerows(i) to invoicerow.
    local balance.
    subtract Applied in invoicerow from Total in invoicerow giving balance.
    subtract Credited in invoicerow from balance giving balance.
    subtract WrittenOff in invoicerow from balance giving balance.
    if allocnumber > balance then
        add "An allocation may not exceed the invoice's balance. " to errors.
        move 0 to allocnumber.
    end-if.
    local applied.
    move allocnumber to applied.
    local discount.
    move 0 to discount.
    local discountavailable.
    move DiscountAvailable in invoicerow to discountavailable.
    multiply discountavailable by 1 giving discountavailable.
    if discountavailable > 0 then
        local discountedbalance.
        perform discounted-balance using balance discountavailable giving discountedbalance.
        if allocnumber = discountedbalance then
            move balance to applied.
            move discountavailable to discount.
        end-if.
    end-if.
    if allocnumber > 0 then
        local allocation.
        move object to allocation.
        move Id in invoicerow to invoiceid in allocation.
        move applied to amount in allocation.
        move discount to discount in allocation.
        add discount to totaldiscount.
        local fxgain.
        perform compute-fx-gain using allocnumber ExchangeRate in invoicerow giving fxgain.
        move fxgain to fxgain in allocation.
        perform push in allocations using allocation.
        add allocnumber to totalallocated.
    end-if.
end-if.

* the balance less the discount, worked in whole cents so the
* comparison with the keyed cash is exact
discounted-balance section using balance, discount.
local balancecents.
multiply balance by 100 giving balancecents.
perform round in Math using balancecents giving balancecents.
local discountcents.
multiply discount by 100 giving discountcents.
perform round in Math using discountcents giving discountcents.
local discounted.
subtract discountcents from balancecents giving discounted.
divide discounted by 100 giving discounted.
return discounted.

* the allocated money valued at the payment's rate and at the rate the
* invoice was raised at, each to the cent; a positive difference is a
* realised gain. In the base currency both rates are 1 and it is zero.
compute-fx-gain section using allocnumber, invoicerate.
local paidbase.
multiply allocnumber by paymentrate giving paidbase.
multiply paidbase by 100 giving paidbase.
perform round in Math using paidbase giving paidbase.
local bookedbase.
multiply allocnumber by invoicerate giving bookedbase.
multiply bookedbase by 100 giving bookedbase.
perform round in Math using bookedbase giving bookedbase.
local fxgain.
subtract bookedbase from paidbase giving fxgain.
divide fxgain by 100 giving fxgain.
return fxgain.

begin-payment section.
copy DBBEGIN.

perform push in datavalues using customerid.
perform push in datavalues using amountnumber.
perform push in datavalues using reference.
perform push in datavalues using paymentcurrency.
perform push in datavalues using paymentrate.
local enteredby.
move username in request to enteredby.
perform push in datavalues using enteredby.

if paymentdate = "" then
    perform query in connection using "insert payments set CompanyId = ?, CustomerId = ?, PaymentDate = now(), Amount = ?, Reference = ?, Currency = ?, ExchangeRate = ?, EnteredBy = ?, CreatedAt = now()" datavalues insert-payment-end.
else
    perform push in datavalues using paymentdate.
    perform query in connection using "insert payments set CompanyId = ?, CustomerId = ?, Amount = ?, Reference = ?, Currency = ?, ExchangeRate = ?, EnteredBy = ?, PaymentDate = ?, CreatedAt = now()" datavalues insert-payment-end.
end-if.

insert-payment-end section using err, result.
    perform push in datavalues using newpaymentid.
    perform push in datavalues using invoiceid in allocation.
    perform push in datavalues using amount in allocation.
    perform push in datavalues using fxgain in allocation.
    perform push in datavalues using discount in allocation.
    perform query in connection using "insert PaymentAllocations set PaymentId = ?, InvoiceId = ?, Amount = ?, FxGain = ?, Discount = ?" datavalues insert-allocation-end.
end-if.

insert-allocation-end section using err, result.
move customername to newaddress.
move "" to newnotes.
add amountnumber to newnotes.
if paymentcurrency not = "" then
    add " " to newnotes.
    add paymentcurrency to newnotes.
end-if.
if totaldiscount > 0 then
    add " discount " to newnotes.
    add totaldiscount to newnotes.
end-if.
local changedby.
move username in request to changedby.
copy AUDIT.
