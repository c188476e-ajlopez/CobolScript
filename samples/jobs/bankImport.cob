perform require using "fs" giving fs.
local mysql.
perform require using "mysql" giving mysql.
global Math.
global pool.

* unattended payment keying: bank statement files land in bankdrop/
* invoice's open balance; matched lines become payments with the
* allocation applied, unmatched lines are written to bankdrop/failed
* with their reasons in joblog.log for a human to resolve - the same
* discipline orderIntake.cob applies to order files. Amounts are in
* the invoice's own currency; a foreign-currency payment is booked at
* the latest rate loaded on or before today, and the difference from
* the rate the invoice was raised at is recorded on the allocation as
* the realised exchange gain or loss the GL extract posts.
* An invoice raised on settlement terms also matches at its discounted
* amount while the discount window is open and nothing has been paid
* against it yet; the allocation then settles the whole balance and
* records the discount taken, which the GL extract posts to DISCOUNT.
local connection.
local files.
local fileindex.
local currentamount.
local currentinvoiceid.
local currentcustomerid.
local currentcurrency.
local currentrate.
local currentfxgain.
local currentapplied.
local currentdiscount.
local newpaymentid.
local unmatchedtext.
local intxn.

* the match has to be beyond doubt before money moves on its own:
* exactly one open invoice with that number, and the amount paying
* its balance to the cent, or its discounted balance to the cent
* inside the settlement window - anything looser goes to a human
match-line section.
local datavalues.
move array to datavalues.
perform push in datavalues using bankcompanyid.
perform push in datavalues using currentreference.
perform query in connection using "select invoices.Id as Id, invoices.CustomerId as CustomerId, invoices.Total - coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as Balance, invoices.Currency as Currency, invoices.ExchangeRate as ExchangeRate, coalesce((select ExchangeRates.Rate from ExchangeRates where ExchangeRates.Currency = invoices.Currency and ExchangeRates.RateDate <= curdate() order by ExchangeRates.RateDate desc limit 1), 0) as PayRate, case when invoices.SettlementPercent > 0 and invoices.SettlementDueDate >= curdate() and not exists (select 1 from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id) then round((invoices.Total - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0)) * invoices.SettlementPercent / 100, 2) else 0 end as DiscountAvailable from invoices where invoices.CompanyId = ? and invoices.InvoiceNumber = ? having Balance > 0" datavalues match-line-end.

match-line-end section using err, result.
if err then
local balance.
move Balance in invoicerow to balance.
multiply balance by 1 giving balance.
move balance to currentapplied.
move 0 to currentdiscount.
if balance not = currentamount then
    local discountavailable.
    move DiscountAvailable in invoicerow to discountavailable.
    multiply discountavailable by 1 giving discountavailable.
    local discountedbalance.
    perform discounted-balance using balance discountavailable giving discountedbalance.
    if discountavailable = 0 then
        perform line-unmatched using matchline "amount does not equal the invoice's open balance".
        exit program.
    end-if.
    if discountedbalance not = currentamount then
        perform line-unmatched using matchline "amount equals neither the invoice's open balance nor its discounted balance".
        exit program.
    end-if.
    move discountavailable to currentdiscount.
end-if.
move Id in invoicerow to currentinvoiceid.
move CustomerId in invoicerow to currentcustomerid.
move Currency in invoicerow to currentcurrency.
move 1 to currentrate.
move 0 to currentfxgain.
if currentcurrency not = "" then
    move PayRate in invoicerow to currentrate.
    multiply currentrate by 1 giving currentrate.
    if currentrate = 0 then
        local ratereason.
        move "no exchange rate loaded for " to ratereason.
        add currentcurrency to ratereason.
        perform line-unmatched using matchline ratereason.
        exit program.
    end-if.
    perform compute-fx-gain using ExchangeRate in invoicerow.
end-if.
perform apply-line.

* the balance less the discount, worked in whole cents so the
* comparison with the statement amount is exact
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

* the same money valued at today's rate and at the invoice's rate,
* each to the cent; a positive difference is a gain. Only the cash
* moves at today's rate - a discount is valued at the invoice's
compute-fx-gain section using invoicerate.
local paidbase.
multiply currentamount by currentrate giving paidbase.
multiply paidbase by 100 giving paidbase.
perform round in Math using paidbase giving paidbase.
local bookedbase.
multiply currentamount by invoicerate giving bookedbase.
multiply bookedbase by 100 giving bookedbase.
perform round in Math using bookedbase giving bookedbase.
subtract bookedbase from paidbase giving currentfxgain.
divide currentfxgain by 100 giving currentfxgain.

apply-line section.
move 1 to intxn.
perform beginTransaction in connection using apply-line-begin-end.
perform push in datavalues using currentcustomerid.
perform push in datavalues using currentamount.
perform push in datavalues using currentreference.
perform push in datavalues using currentcurrency.
perform push in datavalues using currentrate.
perform query in connection using "insert payments set CompanyId = ?, CustomerId = ?, PaymentDate = now(), Amount = ?, Reference = ?, Currency = ?, ExchangeRate = ?, EnteredBy = 'bankimport', CreatedAt = now()" datavalues insert-payment-end.

insert-payment-end section using err, result.
if err then
move array to datavalues.
perform push in datavalues using newpaymentid.
perform push in datavalues using currentinvoiceid.
perform push in datavalues using currentapplied.
perform push in datavalues using currentfxgain.
perform push in datavalues using currentdiscount.
perform query in connection using "insert PaymentAllocations set PaymentId = ?, InvoiceId = ?, Amount = ?, FxGain = ?, Discount = ?" datavalues insert-allocation-end.

insert-allocation-end section using err, result.
if err then
add currentamount to resultline.
add " payment " to resultline.
add newpaymentid to resultline.
if currentdiscount > 0 then
    add " discount " to resultline.
    add currentdiscount to resultline.
end-if.
if currentcurrency not = "" then
    add " currency " to resultline.
    add currentcurrency to resultline.
    add " fx " to resultline.
    add currentfxgain to resultline.
end-if.
add "\n" to resultline.
perform appendFileSync in fs using "joblog.log" resultline.
add 1 to lineindex.
