data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global Math.

local month.
move month in query in request to month.
if month = "" then
    move "" to month.
end-if.

local connection.
local html.
local errors.
local monthrow.
local budgetrows.
local yearrows.
local supplierrows.
local monthbudget.
local monthactual.
local ytdbudget.
local ytdactual.
local page.
local method.
local outcome.
local companyid.
move "budgetReport" to page.
move method in request to method.
move companyid in request to companyid.

* budget against actual for one month, this month unless another is
* asked for: per supplier, the month's budget, what was sold, the
* variance, and the same from January to the month. Actual is the
* sales analysis figure - closed customer orders by order date, in
* base currency - so this page, the month-end budget report
* (budgetVariance.cob) and salesanalysis-<month>.txt agree line for
* line. The biggest shortfall against the month's budget comes first.
if month = "" then
    copy DATESTAMP.
    perform substring in datestamp using 0 7 giving month.
end-if.

move "" to errors.
local monthlength.
move length in month to monthlength.
if monthlength not = 7 then
    add "The month must be YYYY-MM. " to errors.
end-if.
if errors not = "" then
    perform reject-month.
    exit program.
end-if.

perform check-month.

reject-month section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

check-month section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using month.
perform push in datavalues using month.

perform query in connection using "select case when str_to_date(concat(?, '-01'), '%Y-%m-%d') is null then 'invalid' else '' end as MonthCheck, coalesce(year(str_to_date(concat(?, '-01'), '%Y-%m-%d')), '') as BudgetYear" datavalues check-month-end.

check-month-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result(0) to monthrow.
if MonthCheck in monthrow = "invalid" then
    add "The month must be a real month, YYYY-MM. " to errors.
    copy DBRELEASE.
    perform reject-month.
    exit program.
end-if.
perform fetch-budget.

* one row per supplier with a budget or a sale in the year so far;
* the period row works the month's and the year's bounds out once
fetch-budget section.
local datavalues.
move array to datavalues.
perform push in datavalues using month.
perform push in datavalues using month.
perform push in datavalues using month.
perform push in datavalues using companyid.

perform query in connection using "select budget.SupplierId as SupplierId, budget.SupplierName as SupplierName, budget.MonthBudget as MonthBudget, budget.MonthActual as MonthActual, budget.YtdBudget as YtdBudget, budget.YtdActual as YtdActual from (select suppliers.Id as SupplierId, suppliers.Name as SupplierName, coalesce((select sum(SalesBudgets.Amount) from SalesBudgets where SalesBudgets.CompanyId = suppliers.CompanyId and SalesBudgets.SupplierId = suppliers.Id and SalesBudgets.BudgetMonth = period.MonthStart), 0) as MonthBudget, coalesce((select round(sum(OrderItems.Quantity * OrderItems.Price), 2) from OrderItems inner join orders on orders.Id = OrderItems.OrderId where orders.CompanyId = suppliers.CompanyId and orders.SupplierId = suppliers.Id and orders.Status = 'closed' and orders.OrderType = 'customer' and orders.OrderDate >= period.MonthStart and orders.OrderDate < period.MonthEnd), 0) as MonthActual, coalesce((select sum(SalesBudgets.Amount) from SalesBudgets where SalesBudgets.CompanyId = suppliers.CompanyId and SalesBudgets.SupplierId = suppliers.Id and SalesBudgets.BudgetMonth >= period.YearStart and SalesBudgets.BudgetMonth <= period.MonthStart), 0) as YtdBudget, coalesce((select round(sum(OrderItems.Quantity * OrderItems.Price), 2) from OrderItems inner join orders on orders.Id = OrderItems.OrderId where orders.CompanyId = suppliers.CompanyId and orders.SupplierId = suppliers.Id and orders.Status = 'closed' and orders.OrderType = 'customer' and orders.OrderDate >= period.YearStart and orders.OrderDate < period.MonthEnd), 0) as YtdActual from suppliers cross join (select str_to_date(concat(?, '-01'), '%Y-%m-%d') as MonthStart, makedate(year(str_to_date(concat(?, '-01'), '%Y-%m-%d')), 1) as YearStart, date_add(str_to_date(concat(?, '-01'), '%Y-%m-%d'), interval 1 month) as MonthEnd) period where suppliers.CompanyId = ?) budget where budget.MonthBudget <> 0 or budget.MonthActual <> 0 or budget.YtdBudget <> 0 or budget.YtdActual <> 0 order by budget.MonthActual - budget.MonthBudget, budget.SupplierName" datavalues fetch-budget-end.

fetch-budget-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to budgetrows.
perform fetch-year.

* the year's budgets as entered, a month to a column, so what has
* been loaded can be checked against the spreadsheet it came from
fetch-year section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using BudgetYear in monthrow.

perform query in connection using "select suppliers.Id as SupplierId, suppliers.Name as SupplierName, sum(case when month(SalesBudgets.BudgetMonth) = 1 then SalesBudgets.Amount end) as M1, sum(case when month(SalesBudgets.BudgetMonth) = 2 then SalesBudgets.Amount end) as M2, sum(case when month(SalesBudgets.BudgetMonth) = 3 then SalesBudgets.Amount end) as M3, sum(case when month(SalesBudgets.BudgetMonth) = 4 then SalesBudgets.Amount end) as M4, sum(case when month(SalesBudgets.BudgetMonth) = 5 then SalesBudgets.Amount end) as M5, sum(case when month(SalesBudgets.BudgetMonth) = 6 then SalesBudgets.Amount end) as M6, sum(case when month(SalesBudgets.BudgetMonth) = 7 then SalesBudgets.Amount end) as M7, sum(case when month(SalesBudgets.BudgetMonth) = 8 then SalesBudgets.Amount end) as M8, sum(case when month(SalesBudgets.BudgetMonth) = 9 then SalesBudgets.Amount end) as M9, sum(case when month(SalesBudgets.BudgetMonth) = 10 then SalesBudgets.Amount end) as M10, sum(case when month(SalesBudgets.BudgetMonth) = 11 then SalesBudgets.Amount end) as M11, sum(case when month(SalesBudgets.BudgetMonth) = 12 then SalesBudgets.Amount end) as M12, sum(SalesBudgets.Amount) as YearTotal from SalesBudgets inner join suppliers on suppliers.Id = SalesBudgets.SupplierId where SalesBudgets.CompanyId = ? and year(SalesBudgets.BudgetMonth) = ? group by suppliers.Id, suppliers.Name order by suppliers.Name" datavalues fetch-year-end.

fetch-year-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to yearrows.
perform list-suppliers.

list-suppliers section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name from suppliers where CompanyId = ? and IsActive = 1 order by Name" datavalues list-suppliers-end.

list-suppliers-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to supplierrows.

move 0 to monthbudget.
move 0 to monthactual.
move 0 to ytdbudget.
move 0 to ytdactual.

move "<h1>Sales budget</h1>" to html.
copy HTMLHEAD.
add "<form method=""get"" action=""/budget"">" to html.
add "<p>Month (YYYY-MM): <input type=""text"" name=""month"" size=""7"" value=""" to html.
local escmonth.
perform escape-html using month giving escmonth.
add escmonth to html.
add """> <input type=""submit"" value=""Show""></p>" to html.
add "</form>" to html.
add "<p>Actual is closed customer orders by order date, in base currency, the same figure as the month-end sales analysis. A negative variance is a shortfall.</p>" to html.

local budgetcount.
local budgetlast.
local i.
move length in budgetrows to budgetcount.
subtract 1 from budgetcount giving budgetlast.
if budgetcount = 0 then
    add "<p>No budgets or sales for " to html.
    add escmonth to html.
    add ".</p>" to html.
else
    add "<table><tr><th>Supplier</th><th>Budget</th><th>Actual</th><th>Variance</th><th>Budget to date</th><th>Actual to date</th><th>Variance to date</th></tr>" to html.
    perform add-budget-row using i varying i from 0 to budgetlast.
    add "<tr><th>Total</th>" to html.
    perform add-amount-cells using monthbudget monthactual.
    perform add-amount-cells using ytdbudget ytdactual.
    add "</tr></table>" to html.
end-if.

add "<h2>Budgets for " to html.
add BudgetYear in monthrow to html.
add "</h2>" to html.
local yearcount.
local yearlast.
local y.
move length in yearrows to yearcount.
subtract 1 from yearcount giving yearlast.
if yearcount = 0 then
    add "<p>No budgets entered for the year.</p>" to html.
else
    add "<table><tr><th>Supplier</th><th>Jan</th><th>Feb</th><th>Mar</th><th>Apr</th><th>May</th><th>Jun</th><th>Jul</th><th>Aug</th><th>Sep</th><th>Oct</th><th>Nov</th><th>Dec</th><th>Year</th></tr>" to html.
    perform add-year-row using y varying y from 0 to yearlast.
    add "</table>" to html.
end-if.

add "<h2>Set a budget</h2>" to html.
add "<form method=""post"" action=""/budget/save"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<select name=""supplierid"">" to html.
local suppliercount.
local supplierlast.
local s.
move length in supplierrows to suppliercount.
subtract 1 from suppliercount giving supplierlast.
perform add-supplier-option using s varying s from 0 to supplierlast.
add "</select> <input type=""text"" name=""month"" size=""7"" value=""" to html.
add escmonth to html.
add """> <input type=""text"" name=""amount"" size=""12"" placeholder=""blank removes""> " to html.
add "<input type=""submit"" value=""Save budget""></form>" to html.

add "<h2>Load budgets</h2>" to html.
add "<p>One budget to a line: supplier id, month, amount - for example <code>12,2026-01,15000.00</code>. The supplier ids are shown beside the names above. A blank amount removes that month's budget. Nothing is saved unless every line is good.</p>" to html.
add "<form method=""post"" action=""/budget/save"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<textarea name=""lines"" rows=""12"" cols=""40""></textarea><br>" to html.
add "<input type=""submit"" value=""Load budgets""></form>" to html.
add "<p><a href=""/rep"">Sales reps</a> <a href=""/customer"">Back to customers</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

add-budget-row section using i.
local row.
move budgetrows(i) to row.
local budgetcents.
perform to-cents using MonthBudget in row giving budgetcents.
local actualcents.
perform to-cents using MonthActual in row giving actualcents.
add budgetcents to monthbudget.
add actualcents to monthactual.
add "<tr><td>" to html.
local escvalue.
perform escape-html using SupplierName in row giving escvalue.
add escvalue to html.
add "</td>" to html.
perform add-amount-cells using budgetcents actualcents.
perform to-cents using YtdBudget in row giving budgetcents.
perform to-cents using YtdActual in row giving actualcents.
add budgetcents to ytdbudget.
add actualcents to ytdactual.
perform add-amount-cells using budgetcents actualcents.
add "</tr>" to html.

* budget, actual, and actual less budget
add-amount-cells section using budgetcents, actualcents.
local amounttext.
add "<td>" to html.
perform format-cents using budgetcents giving amounttext.
add amounttext to html.
add "</td><td>" to html.
perform format-cents using actualcents giving amounttext.
add amounttext to html.
add "</td><td>" to html.
local variancecents.
subtract budgetcents from actualcents giving variancecents.
perform format-cents using variancecents giving amounttext.
add amounttext to html.
add "</td>" to html.

add-year-row section using y.
local row.
move yearrows(y) to row.
add "<tr><td>" to html.
local escvalue.
perform escape-html using SupplierName in row giving escvalue.
add escvalue to html.
add " (" to html.
add SupplierId in row to html.
add ")</td>" to html.
perform add-year-cell using M1 in row.
perform add-year-cell using M2 in row.
perform add-year-cell using M3 in row.
perform add-year-cell using M4 in row.
perform add-year-cell using M5 in row.
perform add-year-cell using M6 in row.
perform add-year-cell using M7 in row.
perform add-year-cell using M8 in row.
perform add-year-cell using M9 in row.
perform add-year-cell using M10 in row.
perform add-year-cell using M11 in row.
perform add-year-cell using M12 in row.
perform add-year-cell using YearTotal in row.
add "</tr>" to html.

* a month with no budget row is left empty rather than shown as 0
add-year-cell section using cellamount.
add "<td>" to html.
if cellamount then
    add cellamount to html.
end-if.
add "</td>" to html.

add-supplier-option section using s.
local row.
move supplierrows(s) to row.
add "<option value=""" to html.
add Id in row to html.
add """>" to html.
local escvalue.
perform escape-html using Name in row giving escvalue.
add escvalue to html.
add " (" to html.
add Id in row to html.
add ")</option>" to html.

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
