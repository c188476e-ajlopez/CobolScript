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

* the reorder report's products, turned into work instead of a list to
* re-key: every catalog product below its reorder point is gathered
* into one draft replenishment order per company and supplier, with a
* suggested quantity that lifts the stock back above the reorder
* point - or the product's reorder quantity, where one is set and it
* is more - rounded up to whole cases where the catalog defines a case
* size (whole pallets where it defines only a pallet size). Drafts
* wait on the /replenishment page for a buyer to adjust, discard or
* accept; an accepted draft becomes an entered stock order and goes
* through the normal approval. A product already on an open draft or
* an open stock order is left alone, so a draft nobody has looked at
* yet is never doubled by the next night's run.
local connection.
local lowrows.
local groups.
local currentgroup.
local groupindex.
local grouplast.
local lineindex.
local linelast.
local newdraftid.
local draftcount.
local linecount.
local failedcount.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to draftcount.
move 0 to linecount.
move 0 to failedcount.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform find-low-stock.

find-low-stock section.
local datavalues.
move array to datavalues.
perform query in connection using "select suppliers.CompanyId as CompanyId, suppliers.Id as SupplierId, SupplierProducts.Id as ProductId, SupplierProducts.StockOnHand as StockOnHand, SupplierProducts.ReorderPoint as ReorderPoint, SupplierProducts.ReorderQuantity as ReorderQuantity, SupplierProducts.CaseSize as CaseSize, SupplierProducts.PalletSize as PalletSize from SupplierProducts inner join suppliers on suppliers.Id = SupplierProducts.SupplierId where suppliers.IsActive = 1 and SupplierProducts.IsDiscontinued = 0 and SupplierProducts.ReorderPoint > 0 and SupplierProducts.StockOnHand < SupplierProducts.ReorderPoint and not exists (select 1 from ReplenishmentDraftItems inner join ReplenishmentDrafts on ReplenishmentDrafts.Id = ReplenishmentDraftItems.DraftId where ReplenishmentDraftItems.ProductId = SupplierProducts.Id and ReplenishmentDrafts.Status = 'draft') and not exists (select 1 from OrderItems inner join orders on orders.Id = OrderItems.OrderId where OrderItems.ProductId = SupplierProducts.Id and orders.OrderType = 'stock' and (orders.Status = 'entered' or orders.Status = 'approved')) order by suppliers.CompanyId, suppliers.Id, SupplierProducts.Code" datavalues find-low-stock-end.

find-low-stock-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to lowrows.
move array to groups.
local lowcount.
local lowlast.
move length in lowrows to lowcount.
subtract 1 from lowcount giving lowlast.
local i.
perform group-low-row using i varying i from 0 to lowlast.
local groupcount.
move length in groups to groupcount.
subtract 1 from groupcount giving grouplast.
move 0 to groupindex.
perform next-group.

* the rows arrive sorted by company and supplier, so a new group
* starts wherever either changes
group-low-row section using i.
local row.
move lowrows(i) to row.
local startgroup.
move 0 to startgroup.
local groupcount.
move length in groups to groupcount.
if groupcount = 0 then
    move 1 to startgroup.
else
    local lastgroup.
    local lastindex.
    subtract 1 from groupcount giving lastindex.
    move groups(lastindex) to lastgroup.
    if companyid in lastgroup not = CompanyId in row then
        move 1 to startgroup.
    end-if.
    if supplierid in lastgroup not = SupplierId in row then
        move 1 to startgroup.
    end-if.
end-if.
if startgroup then
    local newgroup.
    move object to newgroup.
    move CompanyId in row to companyid in newgroup.
    move SupplierId in row to supplierid in newgroup.
    local grouplines.
    move array to grouplines.
    move grouplines to lines in newgroup.
    perform push in groups using newgroup.
    add 1 to groupcount.
end-if.
local line.
perform size-line using row giving line.
local targetindex.
subtract 1 from groupcount giving targetindex.
local targetgroup.
move groups(targetindex) to targetgroup.
local targetlines.
move lines in targetgroup to targetlines.
perform push in targetlines using line.

* the suggestion: enough to stand one above the reorder point, or the
* reorder quantity if that is more, in the pack the supplier ships -
* whole cases where a case size is defined, whole pallets where only a
* pallet size is, otherwise single units
size-line section using row.
local line.
move object to line.
move ProductId in row to productid in line.
move StockOnHand in row to stockonhand in line.
move ReorderPoint in row to reorderpoint in line.
local needed.
subtract StockOnHand in row from ReorderPoint in row giving needed.
add 1 to needed.
if needed < ReorderQuantity in row then
    move ReorderQuantity in row to needed.
end-if.
local casesize.
move CaseSize in row to casesize.
local palletsize.
move PalletSize in row to palletsize.
local packs.
local basequantity.
if casesize > 0 then
    divide needed by casesize giving packs.
    perform ceil in Math using packs giving packs.
    multiply packs by casesize giving basequantity.
    move "case" to unit in line.
    move packs to unitquantity in line.
    move basequantity to quantity in line.
else
    if palletsize > 0 then
        divide needed by palletsize giving packs.
        perform ceil in Math using packs giving packs.
        multiply packs by palletsize giving basequantity.
        move "pallet" to unit in line.
        move packs to unitquantity in line.
        move basequantity to quantity in line.
    else
        move "each" to unit in line.
        move needed to unitquantity in line.
        move needed to quantity in line.
    end-if.
end-if.
return line.

next-group section.
if groupindex > grouplast then
    perform finish-run.
else
    move groups(groupindex) to currentgroup.
    perform begin-draft.
end-if.

* each draft and its lines commit together, the way the standing
* order generator commits an order with its lines
begin-draft section.
perform beginTransaction in connection using begin-draft-end.

begin-draft-end section using err.
if err then
    perform fail-run using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid in currentgroup.
perform push in datavalues using supplierid in currentgroup.
perform query in connection using "insert ReplenishmentDrafts set CompanyId = ?, SupplierId = ?, Status = 'draft', CreatedAt = now()" datavalues insert-draft-end.

insert-draft-end section using err, result.
if err then
    perform fail-draft using err.
    exit program.
end-if.
move insertId in result to newdraftid.
local grouplines.
move lines in currentgroup to grouplines.
local grouplinecount.
move length in grouplines to grouplinecount.
subtract 1 from grouplinecount giving linelast.
move 0 to lineindex.
perform next-draft-line.

next-draft-line section.
if lineindex > linelast then
    perform write-draft-audit.
else
    local grouplines.
    move lines in currentgroup to grouplines.
    local line.
    move grouplines(lineindex) to line.
    local datavalues.
    move array to datavalues.
    perform push in datavalues using newdraftid.
    perform push in datavalues using productid in line.
    perform push in datavalues using stockonhand in line.
    perform push in datavalues using reorderpoint in line.
    perform push in datavalues using quantity in line.
    perform push in datavalues using unit in line.
    perform push in datavalues using unitquantity in line.
    perform query in connection using "insert ReplenishmentDraftItems set DraftId = ?, ProductId = ?, StockOnHand = ?, ReorderPoint = ?, Quantity = ?, Unit = ?, UnitQuantity = ?" datavalues insert-draft-line-end.
end-if.

insert-draft-line-end section using err, result.
if err then
    perform fail-draft using err.
    exit program.
end-if.
add 1 to lineindex.
perform next-draft-line.

write-draft-audit section.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
local changedby.
local companyid.
move "Replenishment" to entitytype.
move newdraftid to entityid.
move "insert" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move "draft" to newname.
move "supplier " to newaddress.
add supplierid in currentgroup to newaddress.
move "" to newnotes.
local grouplines.
move lines in currentgroup to grouplines.
local grouplinecount.
move length in grouplines to grouplinecount.
add grouplinecount to newnotes.
add " line(s)" to newnotes.
move "reorder" to changedby.
move companyid in currentgroup to companyid.
copy AUDIT.

audit-end section using err, result.
if err then
    perform fail-draft using err.
    exit program.
end-if.
perform commit in connection using commit-draft-end.

commit-draft-end section using err.
if err then
    perform fail-draft using err.
    exit program.
end-if.
add 1 to draftcount.
local grouplines.
move lines in currentgroup to grouplines.
local grouplinecount.
move length in grouplines to grouplinecount.
add grouplinecount to linecount.
local resultline.
move "reorderDrafts draft " to resultline.
add newdraftid to resultline.
add " company " to resultline.
add companyid in currentgroup to resultline.
add " supplier " to resultline.
add supplierid in currentgroup to resultline.
add " lines " to resultline.
add grouplinecount to resultline.
add "\n" to resultline.
perform appendFileSync in fs using "joblog.log" resultline.
add 1 to groupindex.
perform next-group.

* one supplier's draft failing rolls back only that draft; its
* products are still below their reorder points, so the next run
* drafts them again
fail-draft section using drafterr.
move drafterr to failerror.
perform rollback in connection using fail-draft-end.

fail-draft-end section using err.
add 1 to failedcount.
local exceptionline.
move "reorderDrafts draft failed company " to exceptionline.
add companyid in currentgroup to exceptionline.
add " supplier " to exceptionline.
add supplierid in currentgroup to exceptionline.
add " " to exceptionline.
add failerror to exceptionline.
add "\n" to exceptionline.
perform appendFileSync in fs using "joblog.log" exceptionline.
add 1 to groupindex.
perform next-group.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "reorderDrafts drafts " to summaryline.
add draftcount to summaryline.
add " lines " to summaryline.
add linecount to summaryline.
add " failed " to summaryline.
add failedcount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
