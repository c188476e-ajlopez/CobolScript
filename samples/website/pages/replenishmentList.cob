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
local drafts.
local items.
local currentdraftid.
local page.
local method.
local outcome.
local companyid.
move "replenishmentList" to page.
move method in request to method.
move companyid in request to companyid.

perform list-drafts.

* the buyer's worklist: every draft replenishment order the nightly
* reorderDrafts.cob run left for this company, each line with the
* stock picture it was sized from. A quantity is adjusted in place
* (zero drops the line), a whole draft is discarded, or accepted into
* an entered stock order for the normal approval on /order/view.
list-drafts section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select ReplenishmentDrafts.Id as Id, ReplenishmentDrafts.CreatedAt as CreatedAt, suppliers.Name as SupplierName from ReplenishmentDrafts inner join suppliers on suppliers.Id = ReplenishmentDrafts.SupplierId where ReplenishmentDrafts.CompanyId = ? and ReplenishmentDrafts.Status = 'draft' order by suppliers.Name, ReplenishmentDrafts.Id" datavalues list-drafts-end.

list-drafts-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to drafts.
perform list-items.

list-items section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select ReplenishmentDraftItems.Id as Id, ReplenishmentDraftItems.DraftId as DraftId, ReplenishmentDraftItems.StockOnHand as StockOnHand, ReplenishmentDraftItems.ReorderPoint as ReorderPoint, ReplenishmentDraftItems.Quantity as Quantity, ReplenishmentDraftItems.Unit as Unit, ReplenishmentDraftItems.UnitQuantity as UnitQuantity, SupplierProducts.Code as Code, SupplierProducts.Description as Description, SupplierProducts.StockOnHand as CurrentStock from ReplenishmentDraftItems inner join ReplenishmentDrafts on ReplenishmentDrafts.Id = ReplenishmentDraftItems.DraftId inner join SupplierProducts on SupplierProducts.Id = ReplenishmentDraftItems.ProductId where ReplenishmentDrafts.CompanyId = ? and ReplenishmentDrafts.Status = 'draft' order by ReplenishmentDraftItems.DraftId, SupplierProducts.Code" datavalues list-items-end.

list-items-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to items.

move "<h1>Draft replenishment orders</h1>" to html.
copy HTMLHEAD.
add "<p>Drafted each night from the products below their reorder point, one per supplier, rounded up to whole cases or pallets. Adjust a quantity (0 drops the line), discard the draft, or accept it into a stock order that then goes through the normal approval.</p>" to html.

local count.
local last.
local i.
move length in drafts to count.
subtract 1 from count giving last.

perform show-draft using i varying i from 0 to last.

if count = 0 then
    add "<p>No drafts waiting for review.</p>" to html.
end-if.
add "<p><a href=""/stock"">Stock on hand</a> <a href=""/order"">Orders</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-draft section using i.
local row.
move drafts(i) to row.
move Id in row to currentdraftid.
add "<h2>Draft " to html.
add Id in row to html.
add " - " to html.
local escvalue.
perform escape-html using SupplierName in row giving escvalue.
add escvalue to html.
add "</h2><p>Drafted " to html.
add CreatedAt in row to html.
add "</p>" to html.
add "<table><tr><th>Code</th><th>Description</th><th>On hand when drafted</th><th>On hand now</th><th>Reorder point</th><th>Quantity</th><th>Base units</th></tr>" to html.

local itemcount.
local itemlast.
local j.
move length in items to itemcount.
subtract 1 from itemcount giving itemlast.
perform show-draft-line using j varying j from 0 to itemlast.

add "</table>" to html.
add "<p><form method=""post"" action=""/replenishment/accept"" style=""display:inline"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """><input type=""submit"" value=""Accept into stock order""></form> " to html.
add "<form method=""post"" action=""/replenishment/discard"" style=""display:inline"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """><input type=""submit"" value=""Discard draft""></form></p>" to html.

* the lines of every open draft arrive in one list; each draft's
* table picks out its own
show-draft-line section using j.
local line.
move items(j) to line.
if DraftId in line = currentdraftid then
    add "<tr><td>" to html.
    local escvalue.
    perform escape-html using Code in line giving escvalue.
    add escvalue to html.
    add "</td><td>" to html.
    local escvalue.
    perform escape-html using Description in line giving escvalue.
    add escvalue to html.
    add "</td><td>" to html.
    add StockOnHand in line to html.
    add "</td><td>" to html.
    add CurrentStock in line to html.
    add "</td><td>" to html.
    add ReorderPoint in line to html.
    add "</td><td>" to html.
    add "<form method=""post"" action=""/replenishment/item/update"" style=""display:inline"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """>" to html.
    add "<input type=""hidden"" name=""id"" value=""" to html.
    add Id in line to html.
    add """>" to html.
    add "<input type=""text"" name=""quantity"" size=""6"" value=""" to html.
    add UnitQuantity in line to html.
    add """> <select name=""unit"">" to html.
    perform add-unit-option using line "each".
    perform add-unit-option using line "case".
    perform add-unit-option using line "pallet".
    add "</select> <input type=""submit"" value=""Save""></form>" to html.
    add "</td><td>" to html.
    add Quantity in line to html.
    add "</td></tr>" to html.
end-if.

add-unit-option section using line, optionvalue.
add "<option value=""" to html.
add optionvalue to html.
add """" to html.
if Unit in line = optionvalue then
    add " selected" to html.
end-if.
add ">" to html.
add optionvalue to html.
add "</option>" to html.

copy ESCAPEHTML.
