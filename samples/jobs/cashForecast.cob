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

* the Monday cash-flow forecast finance used to build by hand: for
* every active company, thirteen weeks from today of expected
* receipts against supplier invoices falling due, with the net and a
* running position, written out as a report file. A customer's open
* invoices are expected at that customer's own average days-to-pay
* from invoice date, taken from its payment history (the paying
* account, so a chain's branches pay on the bill-to account's record);
* a customer with no history yet is expected on the company's
* PaymentTermsDays. Supplier invoices not yet paid fall due on the
* supplier's PaymentTermsDays, the date the payment run pays them on.
* Anything already past its expected date lands in the first week,
* anything beyond the thirteenth is left out, and every amount is in
* base currency at the rate booked on the document. The position
* starts at nil: it is the movement from today, not a bank balance.
local connection.
local companies.
local companyindex.
local companylast.
local currentcompany.
local weekrows.
local reporttext.
local positioncents.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

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
    perform find-weeks.
end-if.

* one read per company: the thirteen weeks are generated in the
* query so a quiet week still prints, and receipts and payments are
* each bucketed by whole weeks from today to their expected date
find-weeks section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform query in connection using "select weeks.Week as Week, date_format(date_add(curdate(), interval weeks.Week * 7 day), '%Y-%m-%d') as WeekStart, coalesce(receipts.Amount, 0) as Receipts, coalesce(outgoing.Amount, 0) as Payments from (select 0 as Week union all select 1 union all select 2 union all select 3 union all select 4 union all select 5 union all select 6 union all select 7 union all select 8 union all select 9 union all select 10 union all select 11 union all select 12) weeks left join (select greatest(0, floor(datediff(date_add(date(inv.InvoiceDate), interval coalesce(history.AvgDays, companies.PaymentTermsDays) day), curdate()) / 7)) as Week, sum(round(inv.Balance * inv.ExchangeRate, 2)) as Amount from (select invoices.CompanyId as CompanyId, coalesce(branch.BillToCustomerId, branch.Id) as PayerId, invoices.InvoiceDate as InvoiceDate, invoices.ExchangeRate as ExchangeRate, invoices.Total - coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as Balance from invoices inner join customers branch on branch.Id = invoices.CustomerId where invoices.CompanyId = ?) inv inner join companies on companies.Id = inv.CompanyId left join (select coalesce(branch.BillToCustomerId, branch.Id) as PayerId, round(avg(datediff(payments.PaymentDate, invoices.InvoiceDate))) as AvgDays from PaymentAllocations inner join payments on payments.Id = PaymentAllocations.PaymentId inner join invoices on invoices.Id = PaymentAllocations.InvoiceId inner join customers branch on branch.Id = invoices.CustomerId where invoices.CompanyId = ? group by coalesce(branch.BillToCustomerId, branch.Id)) history on history.PayerId = inv.PayerId where inv.Balance > 0 group by Week) receipts on receipts.Week = weeks.Week left join (select greatest(0, floor(datediff(date_add(date(SupplierInvoices.InvoiceDate), interval suppliers.PaymentTermsDays day), curdate()) / 7)) as Week, sum(round(SupplierInvoices.Total * SupplierInvoices.ExchangeRate, 2)) as Amount from SupplierInvoices inner join suppliers on suppliers.Id = SupplierInvoices.SupplierId where SupplierInvoices.CompanyId = ? and SupplierInvoices.Status <> 'paid' group by Week) outgoing on outgoing.Week = weeks.Week order by weeks.Week" datavalues find-weeks-end.

find-weeks-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to weekrows.
perform write-forecast-file.
add 1 to companyindex.
perform next-company.

write-forecast-file section.
move "Thirteen-week cash-flow forecast, company " to reporttext.
add currentcompany to reporttext.
add ", " to reporttext.
add runstamp to reporttext.
add "\nReceipts at each customer's average days-to-pay, payments at supplier terms; week 1 includes anything already overdue.\n" to reporttext.
add "\nWeek,WeekStarting,Receipts,Payments,Net,Position\n" to reporttext.

move 0 to positioncents.
local weekcount.
local weeklast.
local i.
move length in weekrows to weekcount.
subtract 1 from weekcount giving weeklast.
perform add-week-line using i varying i from 0 to weeklast.

local reportfile.
move "cashflow-" to reportfile.
add currentcompany to reportfile.
add "-" to reportfile.
add runstamp to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.

local positiontext.
perform format-cents using positioncents giving positiontext.
local summaryline.
move "cashForecast company " to summaryline.
add currentcompany to summaryline.
add " thirteen-week position " to summaryline.
add positiontext to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.

* the running position is carried in whole cents so thirteen weeks of
* additions cannot drift
add-week-line section using i.
local weekrow.
move weekrows(i) to weekrow.
local receiptcents.
move Receipts in weekrow to receiptcents.
multiply receiptcents by 100 giving receiptcents.
perform round in Math using receiptcents giving receiptcents.
local paymentcents.
move Payments in weekrow to paymentcents.
multiply paymentcents by 100 giving paymentcents.
perform round in Math using paymentcents giving paymentcents.
local netcents.
subtract paymentcents from receiptcents giving netcents.
add netcents to positioncents.
local weeknumber.
move Week in weekrow to weeknumber.
add 1 to weeknumber.
add weeknumber to reporttext.
add "," to reporttext.
add WeekStart in weekrow to reporttext.
add "," to reporttext.
local amounttext.
perform format-cents using receiptcents giving amounttext.
add amounttext to reporttext.
add "," to reporttext.
perform format-cents using paymentcents giving amounttext.
add amounttext to reporttext.
add "," to reporttext.
perform format-cents using netcents giving amounttext.
add amounttext to reporttext.
add "," to reporttext.
perform format-cents using positioncents giving amounttext.
add amounttext to reporttext.
add "\n" to reporttext.

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
perform jobdone.
