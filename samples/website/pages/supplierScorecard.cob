local connection.
local html.
local rows.
local page.
local method.
local outcome.
local companyid.
local builtat.
local builtday.
move "supplierScorecard" to page.
move method in request to method.
move companyid in request to companyid.

perform list-scorecard.

* counts, fill and the approved-to-delivered days come from the
* monthly figures the nightly summaryBuild job keeps, so the range
* is taken in whole months: the month the from date falls in through
* the month of the to date. Blank range bounds fall back in the SQL
* itself, so the one statement serves both uses.
list-scorecard section.
copy DBCONNECT.
copy SUMMARYBUILT.

after-summary-built section.
local datavalues.
move array to datavalues.
perform push in datavalues using fromdate.
perform push in datavalues using todate.
perform push in datavalues using companyid.

perform query in connection using "select suppliers.Id as Id, suppliers.Name as Name, coalesce(sum(SupplierMonthly.OrdersTotal), 0) as OrdersTotal, coalesce(sum(SupplierMonthly.CancelledCount), 0) as CancelledCount, coalesce(sum(SupplierMonthly.ClosedCount), 0) as ClosedCount, coalesce(sum(SupplierMonthly.ReceivedUnits), 0) as ReceivedUnits, coalesce(sum(SupplierMonthly.OrderedUnits), 0) as OrderedUnits, coalesce(sum(SupplierMonthly.LeadDaysTotal), 0) as LeadDays, coalesce(sum(SupplierMonthly.LeadCount), 0) as LeadCount from suppliers left join SupplierMonthly on SupplierMonthly.CompanyId = suppliers.CompanyId and SupplierMonthly.SupplierId = suppliers.Id and SupplierMonthly.MonthStart >= date_format(coalesce(nullif(?, ''), now() - interval 90 day), '%Y-%m-01') and SupplierMonthly.MonthStart <= coalesce(nullif(?, ''), now()) where suppliers.CompanyId = ? and suppliers.IsActive = 1 group by suppliers.Id, suppliers.Name order by suppliers.Name" datavalues list-scorecard-end.

list-scorecard-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to rows.
perform render-scorecard.

render-scorecard section.
move "<h1>Supplier scorecard</h1>" to html.
copy HTMLHEAD.
add "<p>Orders taken, cancelled and fulfilled per supplier, with the average days from approval to delivery and the fill rate of what was received against what was ordered. Figures are by the month the order was placed: the range runs from the start of the from date's month to the end of the to date's. Default range is the last ninety days.</p>" to html.
perform show-summary-built.
add "<form method=""get"" action=""/supplier/scorecard"">" to html.
add "<p>From (YYYY-MM-DD): <input type=""text"" name=""fromdate"" size=""10"" value=""" to html.
add fromdate to html.
add "</td><td>" to html.
add ClosedCount in row to html.
add "</td><td>" to html.
local leadcount.
move LeadCount in row to leadcount.
multiply leadcount by 1 giving leadcount.
if leadcount = 0 then
    add "-" to html.
else
    local avgdays.
    move LeadDays in row to avgdays.
    multiply avgdays by 10 giving avgdays.
    divide avgdays by leadcount giving avgdays.
    perform round in Math using avgdays giving avgdays.
    divide avgdays by 10 giving avgdays.
    add avgdays to html.
end-if.
add "</td><td>" to html.
