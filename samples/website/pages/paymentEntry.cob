perform push in datavalues using customerid.
perform push in datavalues using companyid.

perform query in connection using "select customers.Id as Id, customers.Name as Name, coalesce((select billto.Currency from customers billto where billto.Id = customers.BillToCustomerId), customers.Currency) as Currency from customers where customers.Id = ? and customers.CompanyId = ? and customers.IsDeleted = 0" datavalues fetch-customer-end.

fetch-customer-end section using err, result.
if err then
* an invoice is open while the applied payments have not reached its
* total; the correlated sum is per invoice, so the balance column on
* the screen is exactly what paymentNew.cob will check an allocation
* against. A chain's head office pays for its branches, so the
* invoices of every branch billed through this account are listed too.
* The payment is taken in the account's currency, so only invoices in
* that currency are offered. An invoice whose settlement discount is
* still open today shows the discounted amount and its deadline;
* paying exactly that takes the discount.
fetch-open-invoices section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using customerid.
perform push in datavalues using Currency in customerrow.

perform query in connection using "select invoices.Id as Id, invoices.InvoiceNumber as InvoiceNumber, invoices.InvoiceDate as InvoiceDate, invoices.Total as Total, coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) as Applied, coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) as Credited, coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as WrittenOff, case when invoices.SettlementPercent > 0 and invoices.SettlementDueDate >= curdate() and not exists (select 1 from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id) then (invoices.Total - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0)) - round((invoices.Total - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0)) * invoices.SettlementPercent / 100, 2) else '' end as DiscountedBalance, coalesce(date_format(invoices.SettlementDueDate, '%Y-%m-%d'), '') as SettlementDueDate from invoices where invoices.CompanyId = ? and invoices.CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and invoices.Currency = ? having Applied + Credited + WrittenOff < Total order by invoices.InvoiceNumber" datavalues fetch-open-invoices-end.

fetch-open-invoices-end section using err, result.
copy DBRELEASE.
add Id in customerrow to html.
add """>" to html.
add "<p>Date (YYYY-MM-DD, blank for today): <input type=""text"" name=""paymentdate"" size=""10""></p>" to html.
add "<p>Amount: <input type=""text"" name=""amount"">" to html.
if Currency in customerrow not = "" then
    add " " to html.
    add Currency in customerrow to html.
end-if.
add "</p>" to html.
add "<p>Reference: <input type=""text"" name=""reference"" size=""30""></p>" to html.

add "<h2>Open invoices</h2>" to html.
add "<p>Enter against each invoice how much of the payment settles it; the allocations may not exceed the payment or any invoice's balance. Applying exactly the discounted amount, with the payment dated on or before its deadline, settles the whole balance and records the rest as settlement discount.</p>" to html.
add "<table><tr><th>Invoice</th><th>Date</th><th>Total</th><th>Paid</th><th>Balance</th><th>Discounted</th><th>Apply</th></tr>" to html.

local count.
local last.
local balance.
subtract Applied in row from Total in row giving balance.
subtract Credited in row from balance giving balance.
subtract WrittenOff in row from balance giving balance.
add "<tr><td>" to html.
add InvoiceNumber in row to html.
add "</td><td>" to html.
add "</td><td>" to html.
add balance to html.
add "</td><td>" to html.
if DiscountedBalance in row not = "" then
    add DiscountedBalance in row to html.
    add " by " to html.
    add SettlementDueDate in row to html.
end-if.
add "</td><td>" to html.
add "<input type=""text"" name=""alloc" to html.
add Id in row to html.
add """ size=""10"">" to html.
