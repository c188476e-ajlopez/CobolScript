data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local connection.
local html.
local rows.
local page.
local method.
local outcome.
local companyid.
move "reorderSuggestionList" to page.
move method in request to method.
move companyid in request to companyid.

perform list-suggestions.

* the open suggestions from the month-end forecast
* (demandForecast.cob), each beside the product's settings as they
* stand now - not as they stood at the run - so a setting changed by
* hand since is plain to see before the suggestion overwrites it.
* The biggest moves in the reorder point come first.
list-suggestions section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select ReorderSuggestions.Id as Id, ReorderSuggestions.ProductId as ProductId, suppliers.Name as SupplierName, SupplierProducts.Code as Code, SupplierProducts.Description as Description, SupplierProducts.StockOnHand as StockOnHand, SupplierProducts.ReorderPoint as ReorderPoint, SupplierProducts.ReorderQuantity as ReorderQuantity, ReorderSuggestions.Forecast1 as Forecast1, ReorderSuggestions.Forecast2 as Forecast2, ReorderSuggestions.Forecast3 as Forecast3, ReorderSuggestions.StandingQuantity as StandingQuantity, ReorderSuggestions.LeadDays as LeadDays, ReorderSuggestions.LeadAssumed as LeadAssumed, ReorderSuggestions.SuggestedPoint as SuggestedPoint, ReorderSuggestions.SuggestedQuantity as SuggestedQuantity, date_format(ReorderSuggestions.CreatedAt, '%Y-%m-%d') as CreatedAt from ReorderSuggestions inner join SupplierProducts on SupplierProducts.Id = ReorderSuggestions.ProductId inner join suppliers on suppliers.Id = SupplierProducts.SupplierId where ReorderSuggestions.CompanyId = ? and ReorderSuggestions.Status = 'open' order by abs(ReorderSuggestions.SuggestedPoint - SupplierProducts.ReorderPoint) desc, suppliers.Name, SupplierProducts.Code" datavalues list-suggestions-end.

list-suggestions-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to rows.

move "<h1>Reorder suggestions</h1>" to html.
copy HTMLHEAD.
add "<p>Suggested at month-end from the last twelve months of deliveries and the standing orders now scheduled. The forecast is for each of the next three months. The reorder point covers next month's demand over the supplier's lead time (approved to delivered, as on the supplier scorecard) plus safety stock for the usual swing in demand; the reorder quantity is a month's cover in whole cases or pallets. A replenishment draft orders the reorder quantity, or enough to clear the reorder point if that is more. Suggestions not accepted are replaced at the next month-end.</p>" to html.

local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.
if count = 0 then
    add "<p>No open suggestions.</p>" to html.
else
    add "<table><tr><th>Supplier</th><th>Code</th><th>Description</th><th>On hand</th><th>Forecast (next 3 months)</th><th>Standing orders a month</th><th>Lead time (days)</th><th>Reorder point now</th><th>Suggested</th><th>Reorder quantity now</th><th>Suggested</th><th></th></tr>" to html.
    perform show-suggestion-row using i varying i from 0 to last.
    add "</table>" to html.
end-if.
add "<p><a href=""/stock"">Stock on hand</a> <a href=""/replenishment"">Draft replenishment orders</a> <a href=""/supplier/scorecard"">Supplier scorecard</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-suggestion-row section using i.
local row.
move rows(i) to row.
add "<tr><td>" to html.
local escvalue.
perform escape-html using SupplierName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Code in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Description in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add StockOnHand in row to html.
add "</td><td>" to html.
add Forecast1 in row to html.
add " / " to html.
add Forecast2 in row to html.
add " / " to html.
add Forecast3 in row to html.
add "</td><td>" to html.
add StandingQuantity in row to html.
add "</td><td>" to html.
add LeadDays in row to html.
if LeadAssumed in row then
    add " (no history, assumed)" to html.
end-if.
add "</td><td>" to html.
add ReorderPoint in row to html.
add "</td><td>" to html.
add SuggestedPoint in row to html.
add "</td><td>" to html.
add ReorderQuantity in row to html.
add "</td><td>" to html.
add SuggestedQuantity in row to html.
add "</td><td>" to html.
add "<form method=""post"" action=""/stock/suggestions/accept"" style=""display:inline"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """> <input type=""submit"" value=""Accept""></form>" to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
