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

* the month-end budget report, one per active company
* (budget-<company>-<month>.txt), written alongside the sales
* analysis: per supplier, the month's budget as set on /budget, what
* was sold, the variance, and the same from January to the month.
* Actual is the sales analysis figure - closed customer orders by
* order date, in base currency - so the two reports agree line for
* line. The biggest shortfall against the month's budget comes first.
* The /budget page shows the same for any month without waiting for
* this run.
local connection.
local companies.
local companyindex.
local companylast.
local currentcompany.
local companyrow.
local budgetrows.
local reporttext.
local monthbudget.
local monthactual.
local ytdbudget.
local ytdactual.
local shortfalltotal.
local failerror.
local runstamp.
local monthstamp.

copy DATESTAMP.
move datestamp to runstamp.
perform substring in runstamp using 0 7 giving monthstamp.

move 0 to shortfalltotal.

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
perform query in connection using "select Id as CompanyId, Name from companies where IsActive = 1 order by Id" datavalues find-companies-end.

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
    move companies(companyindex) to companyrow.
    move CompanyId in companyrow to currentcompany.
    perform find-budget.
end-if.

* one row per supplier with a budget or a sale in the year so far,
* in cents; the period row works the month's and the year's bounds
* out once
find-budget section.
local datavalues.
move array to datavalues.
perform push in datavalues using monthstamp.
perform push in datavalues using monthstamp.
perform push in datavalues using monthstamp.
perform push in datavalues using currentcompany.
perform query in connection using "select budget.SupplierName as SupplierName, round(budget.MonthBudget * 100) as MonthBudgetCents, round(budget.MonthActual * 100) as MonthActualCents, round(budget.YtdBudget * 100) as YtdBudgetCents, round(budget.YtdActual * 100) as YtdActualCents from (select suppliers.Id as SupplierId, suppliers.Name as SupplierName, coalesce((select sum(SalesBudgets.Amount) from SalesBudgets where SalesBudgets.CompanyId = suppliers.CompanyId and SalesBudgets.SupplierId = suppliers.Id and SalesBudgets.BudgetMonth = period.MonthStart), 0) as MonthBudget, coalesce((select round(sum(OrderItems.Quantity * OrderItems.Price), 2) from OrderItems inner join orders on orders.Id = OrderItems.OrderId where orders.CompanyId = suppliers.CompanyId and orders.SupplierId = suppliers.Id and orders.Status = 'closed' and orders.OrderType = 'customer' and orders.OrderDate >= period.MonthStart and orders.OrderDate < period.MonthEnd), 0) as MonthActual, coalesce((select sum(SalesBudgets.Amount) from SalesBudgets where SalesBudgets.CompanyId = suppliers.CompanyId and SalesBudgets.SupplierId = suppliers.Id and SalesBudgets.BudgetMonth >= period.YearStart and SalesBudgets.BudgetMonth <= period.MonthStart), 0) as YtdBudget, coalesce((select round(sum(OrderItems.Quantity * OrderItems.Price), 2) from OrderItems inner join orders on orders.Id = OrderItems.OrderId where orders.CompanyId = suppliers.CompanyId and orders.SupplierId = suppliers.Id and orders.Status = 'closed' and orders.OrderType = 'customer' and orders.OrderDate >= period.YearStart and orders.OrderDate < period.MonthEnd), 0) as YtdActual from suppliers cross join (select str_to_date(concat(?, '-01'), '%Y-%m-%d') as MonthStart, makedate(year(str_to_date(concat(?, '-01'), '%Y-%m-%d')), 1) as YearStart, date_add(str_to_date(concat(?, '-01'), '%Y-%m-%d'), interval 1 month) as MonthEnd) period where suppliers.CompanyId = ?) budget where budget.MonthBudget <> 0 or budget.MonthActual <> 0 or budget.YtdBudget <> 0 or budget.YtdActual <> 0 order by budget.MonthActual - budget.MonthBudget, budget.SupplierName" datavalues find-budget-end.

find-budget-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to budgetrows.
perform write-budget-file.
add 1 to companyindex.
perform next-company.

write-budget-file section.
move "Sales budget against actual, company " to reporttext.
add currentcompany to reporttext.
add " " to reporttext.
add Name in companyrow to reporttext.
add ", " to reporttext.
add monthstamp to reporttext.
add "\nAmounts in base currency; a negative variance is a shortfall\n\n" to reporttext.

move 0 to monthbudget.
move 0 to monthactual.
move 0 to ytdbudget.
move 0 to ytdactual.
local rowcount.
local rowlast.
local i.
move length in budgetrows to rowcount.
subtract 1 from rowcount giving rowlast.
if rowcount = 0 then
    add "No budgets or sales this year.\n" to reporttext.
else
    add "Supplier                              Budget        Actual      Variance    YTD budget    YTD actual  YTD variance\n" to reporttext.
    perform add-budget-line using i varying i from 0 to rowlast.
    perform add-amount-line using "Total" monthbudget monthactual ytdbudget ytdactual.
end-if.

local reportfile.
move "budget-" to reportfile.
add currentcompany to reportfile.
add "-" to reportfile.
add monthstamp to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.

local summaryline.
move "budgetVariance company " to summaryline.
add currentcompany to summaryline.
add " suppliers " to summaryline.
add rowcount to summaryline.
add " month " to summaryline.
add monthstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.

* the cents come back as decimal strings and are made numbers as
* they are taken
add-budget-line section using i.
local row.
move budgetrows(i) to row.
local budgetcents.
move MonthBudgetCents in row to budgetcents.
multiply budgetcents by 1 giving budgetcents.
local actualcents.
move MonthActualCents in row to actualcents.
multiply actualcents by 1 giving actualcents.
local ytdbudgetcents.
move YtdBudgetCents in row to ytdbudgetcents.
multiply ytdbudgetcents by 1 giving ytdbudgetcents.
local ytdactualcents.
move YtdActualCents in row to ytdactualcents.
multiply ytdactualcents by 1 giving ytdactualcents.
add budgetcents to monthbudget.
add actualcents to monthactual.
add ytdbudgetcents to ytdbudget.
add ytdactualcents to ytdactual.
if actualcents < budgetcents then
    add 1 to shortfalltotal.
end-if.
local label.
move SupplierName in row to label.
perform add-amount-line using label budgetcents actualcents ytdbudgetcents ytdactualcents.

add-amount-line section using label, budgetcents, actualcents, ytdbudgetcents, ytdactualcents.
local labelfield.
perform substring in label using 0 30 giving labelfield.
perform padEnd in labelfield using 30 giving labelfield.
add labelfield to reporttext.
perform add-amount-field using budgetcents.
perform add-amount-field using actualcents.
local variancecents.
subtract budgetcents from actualcents giving variancecents.
perform add-amount-field using variancecents.
perform add-amount-field using ytdbudgetcents.
perform add-amount-field using ytdactualcents.
subtract ytdbudgetcents from ytdactualcents giving variancecents.
perform add-amount-field using variancecents.
add "\n" to reporttext.

add-amount-field section using amountcents.
local fieldtext.
perform format-cents using amountcents giving fieldtext.
local field.
perform padStart in fieldtext using 14 giving field.
add field to reporttext.

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
local summaryline.
move "budgetVariance companies " to summaryline.
local companytotal.
move length in companies to companytotal.
add companytotal to summaryline.
add " short of budget " to summaryline.
add shortfalltotal to summaryline.
add " month " to summaryline.
add monthstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
