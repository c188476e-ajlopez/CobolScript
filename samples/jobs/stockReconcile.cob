data division.
linkage section.
01 require.
01 jobdone.
procedure division.
local fs.
perform require using "fs" giving fs.
local mysql.
perform require using "mysql" giving mysql.
global pool.

* the nightly stock reconciliation: each product's balance is rebuilt
* from its movement ledger (receipts, deliveries, returns, count
* adjustments, and the opening balance the ledger started from) and
* set against the StockOnHand the pages keep in place. A product
* whose two figures disagree was changed by something that wrote no
* movement - a hand edit in the database, or a program that forgot -
* and is listed with both figures and the difference. One file per
* night, all companies.
local connection.
local diffrows.
local reporttext.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform find-differences.

find-differences section.
local datavalues.
move array to datavalues.
perform query in connection using "select suppliers.CompanyId as CompanyId, suppliers.Name as SupplierName, SupplierProducts.Id as ProductId, SupplierProducts.Code as Code, SupplierProducts.StockOnHand as StockOnHand, coalesce(ledger.Balance, 0) as LedgerBalance, coalesce(ledger.LastMovedAt, '') as LastMovedAt from SupplierProducts inner join suppliers on suppliers.Id = SupplierProducts.SupplierId left join (select ProductId, sum(Quantity) as Balance, max(MovedAt) as LastMovedAt from StockMovements group by ProductId) ledger on ledger.ProductId = SupplierProducts.Id where SupplierProducts.StockOnHand <> coalesce(ledger.Balance, 0) order by suppliers.CompanyId, suppliers.Name, SupplierProducts.Code" datavalues find-differences-end.

find-differences-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to diffrows.
perform write-report.

write-report section.
move "Stock reconciliation for " to reporttext.
add runstamp to reporttext.
add "\n\nCompany  Supplier  Code  OnHand  Ledger  Difference  LastMovement\n" to reporttext.

local diffcount.
local difflast.
local i.
move length in diffrows to diffcount.
subtract 1 from diffcount giving difflast.
perform add-report-line using i varying i from 0 to difflast.

if diffcount = 0 then
    add "Every product's balance agrees with its movements.\n" to reporttext.
end-if.

local reportfile.
move "stockrecon-" to reportfile.
add runstamp to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.

local summaryline.
move "stockReconcile differences " to summaryline.
add diffcount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform finish-run.

add-report-line section using i.
local row.
move diffrows(i) to row.
local onhand.
move StockOnHand in row to onhand.
local ledger.
move LedgerBalance in row to ledger.
multiply ledger by 1 giving ledger.
local difference.
subtract ledger from onhand giving difference.
add CompanyId in row to reporttext.
add "  " to reporttext.
add SupplierName in row to reporttext.
add "  " to reporttext.
add Code in row to reporttext.
add "  " to reporttext.
add onhand to reporttext.
add "  " to reporttext.
add ledger to reporttext.
add "  " to reporttext.
add difference to reporttext.
add "  " to reporttext.
add LastMovedAt in row to reporttext.
add "\n" to reporttext.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
perform jobdone.
