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

* the month-end commission statements, one per sales rep
* (commission-<company>-rep<id>-<month>.txt). A rep is paid on cash,
* not on sales: each payment allocation dated this month earns the
* rep the commission on that share of the invoice's goods, order by
* order, where the rep is the one the order's customer had on the
* invoice date. The goods are the order lines in base currency, so
* tax and delivery charges earn nothing, and the share is the cash
* the allocation brought in over the invoice total, so a settlement
* discount taken earns nothing either. The rate is the rep's rate for
* the order's supplier where one is set, their own rate otherwise.
* A credit note raised this month takes the commission back on as
* much of it as the customer had already paid - the part that only
* cancelled an unpaid balance was never earned and is not clawed
* back. Rebate credit notes name no invoice and are left out. A rep
* who has left gets a statement only while something still moves on
* their book.
local connection.
local reprows.
local linerows.
local reprow.
local repid.
local reporttext.
local earnedcents.
local clawbackcents.
local paidcount.
local creditcount.
local replinecount.
local linelast.
local statementcount.
local failerror.
local runstamp.
local monthstamp.

copy DATESTAMP.
move datestamp to runstamp.
perform substring in runstamp using 0 7 giving monthstamp.

move 0 to statementcount.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform fetch-reps.

fetch-reps section.
local datavalues.
move array to datavalues.
perform query in connection using "select SalesReps.Id as Id, SalesReps.CompanyId as CompanyId, companies.Name as CompanyName, SalesReps.Name as Name, SalesReps.Email as Email, SalesReps.CommissionRate as CommissionRate, SalesReps.IsActive as IsActive from SalesReps inner join companies on companies.Id = SalesReps.CompanyId where companies.IsActive = 1 order by SalesReps.CompanyId, SalesReps.Name" datavalues fetch-reps-end.

fetch-reps-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to reprows.
perform fetch-lines.

* one pass over the month for every rep: the allocations that brought
* cash in and the credit notes that took it back, each split over
* the invoice's orders in proportion to their goods. A credit's
* clawable part is what is left of it once the balance still open
* before it - the invoice total less the allocations paid by then
* and the credits before it - has been used up
fetch-lines section.
local datavalues.
move array to datavalues.
perform query in connection using "select commission.LineType as LineType, commission.RepId as RepId, commission.LineDate as LineDate, commission.DocumentNumber as DocumentNumber, commission.InvoiceNumber as InvoiceNumber, commission.CustomerName as CustomerName, commission.SupplierName as SupplierName, commission.BaseAmount as BaseAmount, coalesce(SalesRepSupplierRates.CommissionRate, SalesReps.CommissionRate) as Rate from (select 'paid' as LineType, (select CustomerReps.RepId from CustomerReps where CustomerReps.CustomerId = orders.CustomerId and CustomerReps.EffectiveFrom <= date(invoices.InvoiceDate) order by CustomerReps.EffectiveFrom desc, CustomerReps.Id desc limit 1) as RepId, orders.SupplierId as SupplierId, date_format(payments.PaymentDate, '%Y-%m-%d') as LineDate, payments.Id as DocumentNumber, invoices.InvoiceNumber as InvoiceNumber, customers.Name as CustomerName, suppliers.Name as SupplierName, round(coalesce((select sum(OrderItems.Quantity * OrderItems.Price) from OrderItems where OrderItems.OrderId = orders.Id), 0) * (PaymentAllocations.Amount - PaymentAllocations.Discount) / invoices.Total, 2) as BaseAmount from PaymentAllocations inner join payments on payments.Id = PaymentAllocations.PaymentId inner join invoices on invoices.Id = PaymentAllocations.InvoiceId inner join orders on orders.InvoiceId = invoices.Id inner join customers on customers.Id = orders.CustomerId inner join suppliers on suppliers.Id = orders.SupplierId where payments.PaymentDate >= date_format(curdate(), '%Y-%m-01') and payments.PaymentDate < date_format(curdate() + interval 1 month, '%Y-%m-01') and invoices.Total > 0 union all select 'credit' as LineType, (select CustomerReps.RepId from CustomerReps where CustomerReps.CustomerId = orders.CustomerId and CustomerReps.EffectiveFrom <= date(invoices.InvoiceDate) order by CustomerReps.EffectiveFrom desc, CustomerReps.Id desc limit 1) as RepId, orders.SupplierId as SupplierId, date_format(CreditNotes.CreditDate, '%Y-%m-%d') as LineDate, CreditNotes.CreditNumber as DocumentNumber, invoices.InvoiceNumber as InvoiceNumber, customers.Name as CustomerName, suppliers.Name as SupplierName, 0 - round(coalesce((select sum(OrderItems.Quantity * OrderItems.Price) from OrderItems where OrderItems.OrderId = orders.Id), 0) * greatest(0, CreditNotes.Total - greatest(0, invoices.Total - coalesce((select sum(PaymentAllocations.Amount) from PaymentAllocations inner join payments on payments.Id = PaymentAllocations.PaymentId where PaymentAllocations.InvoiceId = invoices.Id and payments.PaymentDate <= CreditNotes.CreditDate), 0) - coalesce((select sum(earlier.Total) from CreditNotes earlier where earlier.InvoiceId = invoices.Id and earlier.Id < CreditNotes.Id), 0))) / invoices.Total, 2) as BaseAmount from CreditNotes inner join invoices on invoices.Id = CreditNotes.InvoiceId inner join orders on orders.InvoiceId = invoices.Id inner join customers on customers.Id = orders.CustomerId inner join suppliers on suppliers.Id = orders.SupplierId where CreditNotes.CreditDate >= date_format(curdate(), '%Y-%m-01') and CreditNotes.CreditDate < date_format(curdate() + interval 1 month, '%Y-%m-01') and invoices.Total > 0) commission inner join SalesReps on SalesReps.Id = commission.RepId left join SalesRepSupplierRates on SalesRepSupplierRates.RepId = commission.RepId and SalesRepSupplierRates.SupplierId = commission.SupplierId where commission.BaseAmount <> 0 order by commission.RepId, commission.LineType desc, commission.LineDate, commission.InvoiceNumber" datavalues fetch-lines-end.

fetch-lines-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to linerows.

local repcount.
local replast.
local r.
move length in reprows to repcount.
subtract 1 from repcount giving replast.
perform write-statement using r varying r from 0 to replast.
perform finish-run.

write-statement section using r.
move reprows(r) to reprow.
move Id in reprow to repid.
local linetotal.
local l.
move length in linerows to linetotal.
subtract 1 from linetotal giving linelast.
move 0 to replinecount.
perform count-rep-line using l varying l from 0 to linelast.
local wanted.
move 0 to wanted.
if IsActive in reprow then
    move 1 to wanted.
end-if.
if replinecount > 0 then
    move 1 to wanted.
end-if.
if wanted = 1 then
    perform build-statement.
end-if.

build-statement section.
local l.
move 0 to earnedcents.
move 0 to clawbackcents.
move 0 to paidcount.
move 0 to creditcount.
move "COMMISSION STATEMENT\n\n" to reporttext.
add "Company: " to reporttext.
add CompanyName in reprow to reporttext.
add "\nRep: " to reporttext.
add Name in reprow to reporttext.
if Email in reprow not = "" then
    add " <" to reporttext.
    add Email in reprow to reporttext.
    add ">" to reporttext.
end-if.
add "\nMonth: " to reporttext.
add monthstamp to reporttext.
add "\nOwn rate: " to reporttext.
add CommissionRate in reprow to reporttext.
add "%\n\n" to reporttext.
add "Invoices paid this month (goods in base currency)\n" to reporttext.
add "Date        Payment  Invoice  Customer                        Supplier              Goods paid      Rate    Commission\n" to reporttext.
perform add-paid-line using l varying l from 0 to linelast.
if paidcount = 0 then
    add "  none\n" to reporttext.
end-if.
add "\nCredit notes clawed back\n" to reporttext.
add "Date        Credit   Invoice  Customer                        Supplier              Goods credited  Rate    Commission\n" to reporttext.
perform add-credit-line using l varying l from 0 to linelast.
if creditcount = 0 then
    add "  none\n" to reporttext.
end-if.
add "\n" to reporttext.
perform add-amount-line using "Commission earned" earnedcents.
perform add-amount-line using "Clawed back" clawbackcents.
local payablecents.
add earnedcents to clawbackcents giving payablecents.
perform add-amount-line using "Commission payable" payablecents.

local statementfile.
move "commission-" to statementfile.
add CompanyId in reprow to statementfile.
add "-rep" to statementfile.
add repid to statementfile.
add "-" to statementfile.
add monthstamp to statementfile.
add ".txt" to statementfile.
perform writeFileSync in fs using statementfile reporttext.
add 1 to statementcount.

count-rep-line section using l.
local line.
move linerows(l) to line.
if RepId in line = repid then
    add 1 to replinecount.
end-if.

add-paid-line section using l.
local line.
move linerows(l) to line.
if RepId in line = repid then
    if LineType in line = "paid" then
        local commissioncents.
        perform add-statement-line using line giving commissioncents.
        add commissioncents to earnedcents.
        add 1 to paidcount.
    end-if.
end-if.

add-credit-line section using l.
local line.
move linerows(l) to line.
if RepId in line = repid then
    if LineType in line = "credit" then
        local commissioncents.
        perform add-statement-line using line giving commissioncents.
        add commissioncents to clawbackcents.
        add 1 to creditcount.
    end-if.
end-if.

* one line of the statement, in the columns of the headings above;
* the commission is worked in cents from the goods in cents, so the
* lines add up to the totals under them
add-statement-line section using line.
local basecents.
move BaseAmount in line to basecents.
multiply basecents by 100 giving basecents.
perform round in Math using basecents giving basecents.
local rate.
move Rate in line to rate.
multiply rate by 1 giving rate.
local commissioncents.
multiply basecents by rate giving commissioncents.
divide commissioncents by 100 giving commissioncents.
perform round in Math using commissioncents giving commissioncents.

local field.
local fieldtext.
move LineDate in line to fieldtext.
perform padEnd in fieldtext using 12 giving field.
add field to reporttext.
move "" to fieldtext.
add DocumentNumber in line to fieldtext.
perform padEnd in fieldtext using 9 giving field.
add field to reporttext.
move "" to fieldtext.
add InvoiceNumber in line to fieldtext.
perform padEnd in fieldtext using 9 giving field.
add field to reporttext.
move CustomerName in line to fieldtext.
perform padEnd in fieldtext using 32 giving field.
add field to reporttext.
move SupplierName in line to fieldtext.
perform padEnd in fieldtext using 22 giving field.
add field to reporttext.
perform format-cents using basecents giving fieldtext.
perform padStart in fieldtext using 14 giving field.
add field to reporttext.
move "" to fieldtext.
add rate to fieldtext.
add "%" to fieldtext.
perform padStart in fieldtext using 8 giving field.
add field to reporttext.
perform format-cents using commissioncents giving fieldtext.
perform padStart in fieldtext using 14 giving field.
add field to reporttext.
add "\n" to reporttext.
return commissioncents.

add-amount-line section using label, amountcents.
local labelfield.
perform padEnd in label using 44 giving labelfield.
add "  " to reporttext.
add labelfield to reporttext.
local amounttext.
perform format-cents using amountcents giving amounttext.
local amountfield.
perform padStart in amounttext using 16 giving amountfield.
add amountfield to reporttext.
add "\n" to reporttext.

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
move "commissionStatements statements " to summaryline.
add statementcount to summaryline.
add " month " to summaryline.
add monthstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
