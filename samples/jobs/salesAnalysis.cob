* prior month beside each line so management sees the movement
* without hand-written SQL. The runner's month-end calendar is what
* makes it monthly; forcing it mid-month reports the month to date.
* Stock replenishment orders are purchases, not sales, and stay out.
* Alongside the company report, each sales rep gets the same analysis
* cut down to their own customers - the rep a customer had on the
* order date - in salesanalysis-<month>-rep<id>.txt.
local connection.
local analysisrows.
local reporttext.
local failerror.
local runstamp.
local monthstamp.
local currentrep.
local repfilecount.

copy DATESTAMP.
move datestamp to runstamp.
fetch-analysis section.
local datavalues.
move array to datavalues.
perform query in connection using "select orders.CompanyId as CompanyId, suppliers.Name as SupplierName, SupplierProducts.Code as Code, SupplierProducts.Description as Description, sum(case when orders.OrderDate >= date_format(now(), '%Y-%m-01') then OrderItems.Quantity else 0 end) as Qty, sum(case when orders.OrderDate >= date_format(now(), '%Y-%m-01') then OrderItems.Quantity * OrderItems.Price else 0 end) as SalesValue, sum(case when orders.OrderDate < date_format(now(), '%Y-%m-01') then OrderItems.Quantity else 0 end) as PriorQty, sum(case when orders.OrderDate < date_format(now(), '%Y-%m-01') then OrderItems.Quantity * OrderItems.Price else 0 end) as PriorValue from OrderItems inner join orders on orders.Id = OrderItems.OrderId inner join suppliers on suppliers.Id = orders.SupplierId inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where orders.Status = 'closed' and orders.OrderType = 'customer' and orders.OrderDate >= date_format(now() - interval 1 month, '%Y-%m-01') group by orders.CompanyId, suppliers.Name, SupplierProducts.Code, SupplierProducts.Description order by orders.CompanyId, suppliers.Name, SupplierProducts.Code" datavalues fetch-analysis-end.

fetch-analysis-end section using err, result.
if err then
add monthstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform fetch-rep-analysis.

* the same two-month pass, split by the rep each order's customer had
* on the order date; orders from customers with no rep then fall out
fetch-rep-analysis section.
local datavalues.
move array to datavalues.
perform query in connection using "select analysis.RepId as RepId, SalesReps.Name as RepName, analysis.CompanyId as CompanyId, analysis.SupplierName as SupplierName, analysis.Code as Code, analysis.Description as Description, sum(analysis.Qty) as Qty, sum(analysis.SalesValue) as SalesValue, sum(analysis.PriorQty) as PriorQty, sum(analysis.PriorValue) as PriorValue from (select (select CustomerReps.RepId from CustomerReps where CustomerReps.CustomerId = orders.CustomerId and CustomerReps.EffectiveFrom <= date(orders.OrderDate) order by CustomerReps.EffectiveFrom desc, CustomerReps.Id desc limit 1) as RepId, orders.CompanyId as CompanyId, suppliers.Name as SupplierName, SupplierProducts.Code as Code, SupplierProducts.Description as Description, case when orders.OrderDate >= date_format(now(), '%Y-%m-01') then OrderItems.Quantity else 0 end as Qty, case when orders.OrderDate >= date_format(now(), '%Y-%m-01') then OrderItems.Quantity * OrderItems.Price else 0 end as SalesValue, case when orders.OrderDate < date_format(now(), '%Y-%m-01') then OrderItems.Quantity else 0 end as PriorQty, case when orders.OrderDate < date_format(now(), '%Y-%m-01') then OrderItems.Quantity * OrderItems.Price else 0 end as PriorValue from OrderItems inner join orders on orders.Id = OrderItems.OrderId inner join suppliers on suppliers.Id = orders.SupplierId inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where orders.Status = 'closed' and orders.OrderType = 'customer' and orders.OrderDate >= date_format(now() - interval 1 month, '%Y-%m-01')) analysis inner join SalesReps on SalesReps.Id = analysis.RepId group by analysis.RepId, SalesReps.Name, analysis.CompanyId, analysis.SupplierName, analysis.Code, analysis.Description order by analysis.RepId, analysis.CompanyId, analysis.SupplierName, analysis.Code" datavalues fetch-rep-analysis-end.

fetch-rep-analysis-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to analysisrows.
perform write-rep-reports.

* the rows arrive sorted by rep, so a change of rep writes out the
* previous rep's file and starts the next; within a rep the company
* headings and totals work as in the company report
write-rep-reports section.
move "" to currentrep.
move 0 to repfilecount.
local rowcount.
local rowlast.
local i.
move length in analysisrows to rowcount.
subtract 1 from rowcount giving rowlast.
perform add-rep-analysis-line using i varying i from 0 to rowlast.
if currentrep not = "" then
    perform write-rep-file.
end-if.

local summaryline.
move "salesAnalysis rep reports " to summaryline.
add repfilecount to summaryline.
add " month " to summaryline.
add monthstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform finish-run.

add-rep-analysis-line section using i.
local row.
move analysisrows(i) to row.
local rowrep.
move "" to rowrep.
add RepId in row to rowrep.
if rowrep not = currentrep then
    if currentrep not = "" then
        perform write-rep-file.
    end-if.
    move rowrep to currentrep.
    move "" to currentcompany.
    move "Sales analysis for " to reporttext.
    add monthstamp to reporttext.
    add ", customers of " to reporttext.
    add RepName in row to reporttext.
    add " (prior month beside each line)\n\n" to reporttext.
    add "Supplier  Code  Description  Qty  Value  PriorQty  PriorValue\n" to reporttext.
end-if.
perform add-analysis-line using i.

write-rep-file section.
if currentcompany not = "" then
    perform add-company-total.
end-if.
local reportfile.
move "salesanalysis-" to reportfile.
add monthstamp to reportfile.
add "-rep" to reportfile.
add currentrep to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.
add 1 to repfilecount.

* the rows arrive sorted by company, so a change of company closes
* the previous company's totals and opens a new heading
add-analysis-line section using i.
