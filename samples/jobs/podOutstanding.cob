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

* the daily list of delivery notes whose signed copy has not come
* back: every note printed before yesterday with no proof of delivery
* keyed against it, so the office chases the driver while the paper
* can still be found. A note superseded by a later one for the same
* order - the van did not get there and the order was printed again -
* is left out; only the latest note for an order is owed. Cancelled
* orders never went out and are left out too. One file per night, all
* companies, grouped by supplier route.
local connection.
local noterows.
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
perform find-open-notes.

find-open-notes section.
local datavalues.
move array to datavalues.
perform query in connection using "select DeliveryNotes.CompanyId as CompanyId, DeliveryNotes.Id as NoteId, DeliveryNotes.OrderId as OrderId, DeliveryNotes.DeliveryDay as DeliveryDay, date_format(DeliveryNotes.PrintedAt, '%Y-%m-%d') as PrintedAt, orders.Status as Status, suppliers.Name as SupplierName, customers.Name as CustomerName from DeliveryNotes inner join orders on orders.Id = DeliveryNotes.OrderId inner join suppliers on suppliers.Id = orders.SupplierId inner join customers on customers.Id = orders.CustomerId where DeliveryNotes.PrintedAt < curdate() - interval 1 day and orders.Status <> 'cancelled' and not exists (select 1 from ProofOfDelivery where ProofOfDelivery.DeliveryNoteId = DeliveryNotes.Id) and not exists (select 1 from DeliveryNotes later where later.OrderId = DeliveryNotes.OrderId and later.Id > DeliveryNotes.Id) order by DeliveryNotes.CompanyId, suppliers.Name, DeliveryNotes.PrintedAt, DeliveryNotes.Id" datavalues find-open-notes-end.

find-open-notes-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to noterows.
perform write-report.

write-report section.
move "Delivery notes not yet returned, " to reporttext.
add runstamp to reporttext.
add "\n\nCompany  Supplier / Customer  Note  Order  Day  Printed  Order status\n" to reporttext.

local notecount.
local notelast.
local i.
move length in noterows to notecount.
subtract 1 from notecount giving notelast.
perform add-note-line using i varying i from 0 to notelast.

if notecount = 0 then
    add "Every printed delivery note has its proof of delivery on file.\n" to reporttext.
end-if.

local reportfile.
move "podoutstanding-" to reportfile.
add runstamp to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.

local summaryline.
move "podOutstanding notes " to summaryline.
add notecount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform finish-run.

add-note-line section using i.
local row.
move noterows(i) to row.
add CompanyId in row to reporttext.
add "  " to reporttext.
add SupplierName in row to reporttext.
add " / " to reporttext.
add CustomerName in row to reporttext.
add "  " to reporttext.
add NoteId in row to reporttext.
add "  " to reporttext.
add OrderId in row to reporttext.
add "  " to reporttext.
add DeliveryDay in row to reporttext.
add "  " to reporttext.
add PrintedAt in row to reporttext.
add "  " to reporttext.
add Status in row to reporttext.
add "\n" to reporttext.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
perform jobdone.
