data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.

move id in body in request to id.

local connection.
local page.
local method.
local outcome.
local companyid.
local draftrow.
local neworderid.
local auditstage.
move "replenishmentAccept" to page.
move method in request to method.
move companyid in request to companyid.

perform fetch-draft.

* the company's stock account comes back with the draft: a stock
* order is an ordinary order raised against the company's own house
* customer, which /company names per subsidiary
fetch-draft section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select ReplenishmentDrafts.Id as Id, ReplenishmentDrafts.Status as Status, ReplenishmentDrafts.SupplierId as SupplierId, suppliers.Name as SupplierName, coalesce(companies.StockCustomerId, 0) as StockCustomerId, coalesce(stockcustomers.Name, '') as StockCustomerName, (select count(*) from ReplenishmentDraftItems where ReplenishmentDraftItems.DraftId = ReplenishmentDrafts.Id and ReplenishmentDraftItems.Quantity > 0) as LineCount from ReplenishmentDrafts inner join suppliers on suppliers.Id = ReplenishmentDrafts.SupplierId inner join companies on companies.Id = ReplenishmentDrafts.CompanyId left join customers as stockcustomers on stockcustomers.Id = companies.StockCustomerId where ReplenishmentDrafts.Id = ? and ReplenishmentDrafts.CompanyId = ?" datavalues fetch-draft-end.

fetch-draft-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
if length in result = 0 then
    move "notfound" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 404.
    perform write in response using "No such draft.".
    perform end in response.
    exit program.
end-if.
move result(0) to draftrow.
local refusal.
move "" to refusal.
if Status in draftrow not = "draft" then
    move "This draft has already been accepted or discarded." to refusal.
end-if.
if refusal = "" then
    if StockCustomerId in draftrow = 0 then
        move "Set this company's stock account on the company page before accepting drafts." to refusal.
    end-if.
end-if.
if refusal = "" then
    if LineCount in draftrow = 0 then
        move "Every line on this draft is zero; discard it instead." to refusal.
    end-if.
end-if.
if refusal not = "" then
    move "rejected" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 400.
    perform write in response using refusal.
    perform end in response.
    exit program.
end-if.

perform claim-draft.

* the draft is claimed first, with the old status in the where
* clause, so two buyers accepting at once raise one order between
* them; the order, its lines and the claim commit together
claim-draft section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
local reviewedby.
move username in request to reviewedby.
perform push in datavalues using reviewedby.
perform push in datavalues using id.

perform query in connection using "update ReplenishmentDrafts set Status = 'accepted', ReviewedBy = ?, ReviewedAt = now() where Id = ? and Status = 'draft'" datavalues claim-end.

claim-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if affectedRows in result = 0 then
    move "conflict" to outcome.
    copy LOG.
    perform rollback in connection using status-conflict-end.
else
    perform insert-order.
end-if.

status-conflict-end section using err.
copy DBRELEASE.
perform writeHead in response using 409.
perform write in response using "This draft was reviewed by someone else. Reload and check it.".
perform end in response.
exit program.

insert-order section.
local datavalues.
move array to datavalues.
perform push in datavalues using StockCustomerId in draftrow.
perform push in datavalues using SupplierId in draftrow.
perform push in datavalues using companyid.
local poreference.
move "replenishment " to poreference.
add id to poreference.
perform push in datavalues using poreference.

perform query in connection using "insert orders set CustomerId = ?, SupplierId = ?, CompanyId = ?, OrderDate = now(), Status = 'entered', Invoiced = 0, PoReference = ?, OrderType = 'stock'" datavalues insert-order-end.

* the lines go across at today's catalog price, the price the
* supplier will bill; zeroed lines stay behind on the draft
insert-order-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move insertId in result to neworderid.
local datavalues.
move array to datavalues.
perform push in datavalues using neworderid.
perform push in datavalues using id.

perform query in connection using "insert into OrderItems (OrderId, ProductId, Quantity, Price, Unit, UnitQuantity, PriceSource) select ?, ReplenishmentDraftItems.ProductId, ReplenishmentDraftItems.Quantity, SupplierProducts.Price, ReplenishmentDraftItems.Unit, ReplenishmentDraftItems.UnitQuantity, 'catalog' from ReplenishmentDraftItems inner join SupplierProducts on SupplierProducts.Id = ReplenishmentDraftItems.ProductId where ReplenishmentDraftItems.DraftId = ? and ReplenishmentDraftItems.Quantity > 0" datavalues insert-items-end.

insert-items-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using neworderid.
perform push in datavalues using id.

perform query in connection using "update ReplenishmentDrafts set OrderId = ? where Id = ?" datavalues link-order-end.

link-order-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move "order" to auditstage.
perform write-audit.

* two audit rows before the commit: the new order's, mapped the way
* orderNew.cob maps it, then the draft's own status change
write-audit section.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
if auditstage = "order" then
    move "Order" to entitytype.
    move neworderid to entityid.
    move "insert" to action.
    move "" to oldname.
    move "" to oldaddress.
    move "" to oldnotes.
    move "entered" to newname.
    move StockCustomerName in draftrow to newaddress.
    add " / " to newaddress.
    add SupplierName in draftrow to newaddress.
    move "replenishment " to newnotes.
    add id to newnotes.
else
    move "Replenishment" to entitytype.
    move id to entityid.
    move "status" to action.
    move "draft" to oldname.
    move "" to oldaddress.
    move "" to oldnotes.
    move "accepted" to newname.
    move SupplierName in draftrow to newaddress.
    move "order " to newnotes.
    add neworderid to newnotes.
end-if.
local changedby.
move username in request to changedby.
copy AUDIT.

audit-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if auditstage = "order" then
    move "draft" to auditstage.
    perform write-audit.
else
    perform commit in connection using commit-end.
end-if.

commit-end section using err.
if err then
    perform rollback-write.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
local location.
move "/order/view?id=" to location.
add neworderid to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
