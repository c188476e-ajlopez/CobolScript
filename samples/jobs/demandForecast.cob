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

* the month-end demand forecast behind the reorder settings. For each
* catalog product of an active supplier it looks at the last twelve
* months of deliveries on customer orders and the standing
* orders now scheduled, forecasts the next three months, and
* suggests a reorder point and reorder quantity:
*   - a month's forecast is half the same month last year and half
*     the twelve-month average, so a summer line is ready for summer
*     without one odd month swinging it all the way; it is never less
*     than what the active standing orders will take in a month
*   - the reorder point covers next month's daily rate over the
*     supplier's lead time - the approved-to-delivered days the
*     scorecard measures, over the past year - plus safety stock for
*     the month-to-month swing in deliveries, about a 95% service
*     level; a supplier with no delivered orders in the year is
*     taken at 14 days
*   - the reorder quantity is a month's forecast cover, rounded up to
*     whole cases or pallets the way reorderDrafts.cob packs a draft
* A product with no deliveries and no standing orders is suggested
* 0/0, which takes a slow line off the replenishment drafts. Only
* suggestions that differ from the product's current settings are
* written; they wait on /stock/suggestions, and whatever is still
* open when the next run comes is superseded by it.
local connection.
local productrows.
local suggestions.
local suggestionindex.
local suggestionlast.
local currentsuggestion.
local supersededcount.
local failerror.
local runstamp.
local leaddaysdefault.

copy DATESTAMP.
move datestamp to runstamp.

move 14 to leaddaysdefault.
move 0 to supersededcount.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform find-products.

* demand is what the delivered customer orders took off the shelf -
* the received quantities orderStatus.cob relieves stock by - rather
* than the movement ledger's 'delivery' rows, which only begin when
* the ledger did and would leave a year of history unseen. Stock
* orders are put away, not delivered, so they are left out. An order
* counts in the month its goods came in, or the month it was placed
* when it predates goods receipt.
* Deliveries are grouped by month, month 0 being eleven months back -
* the same month last year as next month - and month 11 this one;
* the sum of squares gives the spread the safety stock is sized on.
* A weekly standing order fires on each of its delivery days, a
* fortnightly or monthly one once per period, as standingOrders.cob
* generates them
find-products section.
local datavalues.
move array to datavalues.
perform query in connection using "select suppliers.CompanyId as CompanyId, SupplierProducts.Id as ProductId, SupplierProducts.ReorderPoint as ReorderPoint, SupplierProducts.ReorderQuantity as ReorderQuantity, SupplierProducts.CaseSize as CaseSize, SupplierProducts.PalletSize as PalletSize, coalesce(demand.YearQuantity, 0) as YearQuantity, coalesce(demand.SumSquares, 0) as SumSquares, coalesce(demand.SameMonth1, 0) as SameMonth1, coalesce(demand.SameMonth2, 0) as SameMonth2, coalesce(demand.SameMonth3, 0) as SameMonth3, coalesce(standing.MonthlyQuantity, 0) as StandingQuantity, coalesce(supplierlead.LeadDays, '') as LeadDays from SupplierProducts inner join suppliers on suppliers.Id = SupplierProducts.SupplierId left join (select monthly.ProductId as ProductId, sum(monthly.Quantity) as YearQuantity, sum(monthly.Quantity * monthly.Quantity) as SumSquares, sum(case when monthly.MonthIndex = 0 then monthly.Quantity else 0 end) as SameMonth1, sum(case when monthly.MonthIndex = 1 then monthly.Quantity else 0 end) as SameMonth2, sum(case when monthly.MonthIndex = 2 then monthly.Quantity else 0 end) as SameMonth3 from (select OrderItems.ProductId as ProductId, period_diff(date_format(coalesce(orders.ReceivedAt, orders.OrderDate), '%Y%m'), date_format(curdate() - interval 11 month, '%Y%m')) as MonthIndex, sum(OrderItems.ReceivedQuantity) as Quantity from OrderItems inner join orders on orders.Id = OrderItems.OrderId where orders.Status in ('delivered', 'closed') and orders.OrderType <> 'stock' and OrderItems.ReceivedQuantity > 0 and coalesce(orders.ReceivedAt, orders.OrderDate) >= date_format(curdate() - interval 11 month, '%Y-%m-01') group by OrderItems.ProductId, MonthIndex) monthly group by monthly.ProductId) demand on demand.ProductId = SupplierProducts.Id left join (select StandingOrderItems.ProductId as ProductId, sum(StandingOrderItems.Quantity * case CustomerSuppliers.Frequency when 'weekly' then (length(CustomerSuppliers.DeliveryDays) + 1) / 3 * 52 / 12 when 'fortnightly' then 26 / 12 else 1 end) as MonthlyQuantity from StandingOrderItems inner join StandingOrders on StandingOrders.Id = StandingOrderItems.StandingOrderId inner join CustomerSuppliers on CustomerSuppliers.CustomerId = StandingOrders.CustomerId and CustomerSuppliers.SupplierId = StandingOrders.SupplierId inner join customers on customers.Id = StandingOrders.CustomerId where StandingOrders.IsActive = 1 and customers.IsDeleted = 0 and CustomerSuppliers.DeliveryDays <> '' group by StandingOrderItems.ProductId) standing on standing.ProductId = SupplierProducts.Id left join (select orders.SupplierId as SupplierId, avg(datediff(del.ChangedAt, app.ChangedAt)) as LeadDays from orders inner join AuditLog app on app.EntityType = 'Order' and app.EntityId = orders.Id and app.Action = 'status' and app.NewName = 'approved' inner join AuditLog del on del.EntityType = 'Order' and del.EntityId = orders.Id and del.Action = 'status' and del.NewName = 'delivered' where orders.OrderDate >= now() - interval 1 year group by orders.SupplierId) supplierlead on supplierlead.SupplierId = suppliers.Id where suppliers.IsActive = 1 and SupplierProducts.IsDiscontinued = 0 order by suppliers.CompanyId, SupplierProducts.Id" datavalues find-products-end.

find-products-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to productrows.
move array to suggestions.
local productcount.
local productlast.
local i.
move length in productrows to productcount.
subtract 1 from productcount giving productlast.
perform forecast-product using i varying i from 0 to productlast.
local suggestioncount.
move length in suggestions to suggestioncount.
subtract 1 from suggestioncount giving suggestionlast.
perform begin-suggestions.

forecast-product section using i.
local row.
move productrows(i) to row.
local yearquantity.
move YearQuantity in row to yearquantity.
multiply yearquantity by 1 giving yearquantity.
local sumsquares.
move SumSquares in row to sumsquares.
multiply sumsquares by 1 giving sumsquares.
local standingquantity.
move StandingQuantity in row to standingquantity.
multiply standingquantity by 1 giving standingquantity.
local average.
divide yearquantity by 12 giving average.

local suggestion.
move object to suggestion.
move CompanyId in row to companyid in suggestion.
move ProductId in row to productid in suggestion.
local samemonth.
local forecast.
move SameMonth1 in row to samemonth.
perform forecast-month using samemonth average standingquantity giving forecast.
move forecast to forecast1 in suggestion.
move SameMonth2 in row to samemonth.
perform forecast-month using samemonth average standingquantity giving forecast.
move forecast to forecast2 in suggestion.
move SameMonth3 in row to samemonth.
perform forecast-month using samemonth average standingquantity giving forecast.
move forecast to forecast3 in suggestion.
perform round in Math using standingquantity giving standingquantity.
move standingquantity to standingquantity in suggestion.

local leaddays.
move LeadDays in row to leaddays.
move 0 to leadassumed in suggestion.
if leaddays = "" then
    move leaddaysdefault to leaddays.
    move 1 to leadassumed in suggestion.
end-if.
multiply leaddays by 1 giving leaddays.
if leaddays < 0 then
    move 0 to leaddays.
end-if.
multiply leaddays by 10 giving leaddays.
perform round in Math using leaddays giving leaddays.
divide leaddays by 10 giving leaddays.
move leaddays to leaddays in suggestion.

* the spread of the twelve monthly totals, months with no deliveries
* counting as nought
local variance.
divide sumsquares by 12 giving variance.
local averagesquare.
multiply average by average giving averagesquare.
subtract averagesquare from variance.
if variance < 0 then
    move 0 to variance.
end-if.
local deviation.
perform sqrt in Math using variance giving deviation.
local leadmonths.
divide leaddays by 30 giving leadmonths.
perform sqrt in Math using leadmonths giving leadmonths.
local safety.
multiply deviation by leadmonths giving safety.
multiply safety by 1.65 giving safety.

local nextmonth.
move forecast1 in suggestion to nextmonth.
local point.
local quantity.
move 0 to point.
move 0 to quantity.
if nextmonth > 0 then
    divide nextmonth by 30 giving point.
    multiply point by leaddays giving point.
    add safety to point.
    perform ceil in Math using point giving point.
    local casesize.
    move CaseSize in row to casesize.
    local palletsize.
    move PalletSize in row to palletsize.
    perform pack-quantity using nextmonth casesize palletsize giving quantity.
end-if.
move ReorderPoint in row to currentpoint in suggestion.
move ReorderQuantity in row to currentquantity in suggestion.
move point to suggestedpoint in suggestion.
move quantity to suggestedquantity in suggestion.

local changed.
move 0 to changed.
if point not = ReorderPoint in row then
    move 1 to changed.
end-if.
if quantity not = ReorderQuantity in row then
    move 1 to changed.
end-if.
if changed then
    perform push in suggestions using suggestion.
end-if.

forecast-month section using samemonth, average, standingquantity.
local forecast.
move samemonth to forecast.
multiply forecast by 1 giving forecast.
add average to forecast.
divide forecast by 2 giving forecast.
if forecast < standingquantity then
    move standingquantity to forecast.
end-if.
perform ceil in Math using forecast giving forecast.
return forecast.

* whole cases where a case size is defined, whole pallets for a
* product only sold by the pallet, otherwise single units
pack-quantity section using needed, casesize, palletsize.
local packs.
local quantity.
move needed to quantity.
if casesize > 0 then
    divide needed by casesize giving packs.
    perform ceil in Math using packs giving packs.
    multiply packs by casesize giving quantity.
else
    if palletsize > 0 then
        divide needed by palletsize giving packs.
        perform ceil in Math using packs giving packs.
        multiply packs by palletsize giving quantity.
    end-if.
end-if.
return quantity.

* last month's open suggestions give way to this month's in the same
* transaction, so the review page never shows two for one product
begin-suggestions section.
perform beginTransaction in connection using begin-suggestions-end.

begin-suggestions-end section using err.
if err then
    perform fail-run using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform query in connection using "update ReorderSuggestions set Status = 'superseded' where Status = 'open'" datavalues supersede-end.

supersede-end section using err, result.
if err then
    perform fail-suggestions using err.
    exit program.
end-if.
move affectedRows in result to supersededcount.
move 0 to suggestionindex.
perform next-suggestion.

next-suggestion section.
if suggestionindex > suggestionlast then
    perform commit in connection using commit-suggestions-end.
else
    move suggestions(suggestionindex) to currentsuggestion.
    local datavalues.
    move array to datavalues.
    perform push in datavalues using companyid in currentsuggestion.
    perform push in datavalues using productid in currentsuggestion.
    perform push in datavalues using forecast1 in currentsuggestion.
    perform push in datavalues using forecast2 in currentsuggestion.
    perform push in datavalues using forecast3 in currentsuggestion.
    perform push in datavalues using standingquantity in currentsuggestion.
    perform push in datavalues using leaddays in currentsuggestion.
    perform push in datavalues using leadassumed in currentsuggestion.
    perform push in datavalues using currentpoint in currentsuggestion.
    perform push in datavalues using currentquantity in currentsuggestion.
    perform push in datavalues using suggestedpoint in currentsuggestion.
    perform push in datavalues using suggestedquantity in currentsuggestion.
    perform query in connection using "insert ReorderSuggestions set CompanyId = ?, ProductId = ?, Forecast1 = ?, Forecast2 = ?, Forecast3 = ?, StandingQuantity = ?, LeadDays = ?, LeadAssumed = ?, CurrentPoint = ?, CurrentQuantity = ?, SuggestedPoint = ?, SuggestedQuantity = ?, Status = 'open', CreatedAt = now()" datavalues insert-suggestion-end.
end-if.

insert-suggestion-end section using err, result.
if err then
    perform fail-suggestions using err.
    exit program.
end-if.
add 1 to suggestionindex.
perform next-suggestion.

commit-suggestions-end section using err.
if err then
    perform fail-suggestions using err.
    exit program.
end-if.
perform finish-run.

* the run is all or nothing: last month's suggestions stay open
* rather than half of this month's replacing them
fail-suggestions section using suggestionerr.
move suggestionerr to failerror.
perform rollback in connection using fail-suggestions-end.

fail-suggestions-end section using err.
perform release in connection.
perform jobdone using failerror.
exit program.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "demandForecast products " to summaryline.
local productcount.
move length in productrows to productcount.
add productcount to summaryline.
add " suggestions " to summaryline.
local suggestioncount.
move length in suggestions to suggestioncount.
add suggestioncount to summaryline.
add " superseded " to summaryline.
add supersededcount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
