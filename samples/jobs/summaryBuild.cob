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

* the nightly build of the report summaries (schemaSetup.cob
* migration 76), so the aging, scorecard, coverage and activity pages
* read a few hundred prepared rows instead of adding up invoices,
* allocations, orders and the audit trail on every load. Each
* company's set is rebuilt in one transaction and stamped with the
* database time it was built, which the pages show; a failed build
* leaves the last good set and its older stamp in place.
*   - open invoice balances are rebuilt whole, and their age buckets
*     cut as at the build
*   - supplier months are rebuilt for the last two years; an order
*     older than that no longer moves, so earlier months stay as
*     they were built, and the approved-to-delivered days are read
*     from the archive as well, where the older status rows now live
*   - coverage is rebuilt whole
*   - audit rows are counted a day at a time up to the start of the
*     build day; each night adds the days since the last build, and
*     the activity page counts the rest live. The first build counts
*     the archive too
local connection.
local companies.
local companyindex.
local companylast.
local currentcompany.
local buildtime.
local buildday.
local windowstart.
local activityfrom.
local includearchive.
local statements.
local stmtindex.
local stmtlast.
local currentstatement.
local companyline.
local failedcount.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to failedcount.

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
perform query in connection using "select Id as CompanyId from companies where IsActive = 1 order by Id" datavalues find-companies-end.

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
    local companyrow.
    move companies(companyindex) to companyrow.
    move CompanyId in companyrow to currentcompany.
    perform read-build-state.
end-if.

* every date the build cuts on comes from the database clock in one
* read, so the stamp the pages show and the day the activity counts
* stop at agree with each other and with the live counts
read-build-state section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform query in connection using "select date_format(now(), '%Y-%m-%d %H:%i:%s') as BuildTime, date_format(now(), '%Y-%m-%d') as BuildDay, date_format(now() - interval 23 month, '%Y-%m-01') as WindowStart, coalesce((select date_format(BuiltAt, '%Y-%m-%d') from SummaryBuilds where CompanyId = ?), '') as LastBuildDay" datavalues read-build-state-end.

read-build-state-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
local staterow.
move result(0) to staterow.
move BuildTime in staterow to buildtime.
move BuildDay in staterow to buildday.
move WindowStart in staterow to windowstart.
move LastBuildDay in staterow to activityfrom.
move 0 to includearchive.
if activityfrom = "" then
    move "1000-01-01" to activityfrom.
    move 1 to includearchive.
end-if.
move "summaryBuild company " to companyline.
add currentcompany to companyline.
perform queue-statements.
perform beginTransaction in connection using begin-build-end.

queue-statements section.
move array to statements.

local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform add-statement using "delete from InvoiceBalances where CompanyId = ?" datavalues "".

* an invoice's open balance is its total less the payments applied,
* the credit notes raised and the amounts written off against it,
* kept under the account that pays it: a branch with a bill-to
* account ages under that account
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform add-statement using "insert into InvoiceBalances (CompanyId, InvoiceId, InvoiceNumber, CustomerId, AccountId, InvoiceDate, Total, Applied, Credited, WrittenOff, Balance) select inv.CompanyId, inv.Id, inv.InvoiceNumber, inv.CustomerId, inv.AccountId, inv.InvoiceDate, inv.Total, inv.Applied, inv.Credited, inv.WrittenOff, inv.Total - inv.Applied - inv.Credited - inv.WrittenOff from (select invoices.CompanyId as CompanyId, invoices.Id as Id, invoices.InvoiceNumber as InvoiceNumber, invoices.CustomerId as CustomerId, coalesce(branch.BillToCustomerId, branch.Id) as AccountId, invoices.InvoiceDate as InvoiceDate, invoices.Total as Total, coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) as Applied, coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) as Credited, coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as WrittenOff from invoices inner join customers branch on branch.Id = invoices.CustomerId where invoices.CompanyId = ?) inv where inv.Total - inv.Applied - inv.Credited - inv.WrittenOff > 0" datavalues "invoices".

local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform add-statement using "delete from CustomerBalances where CompanyId = ?" datavalues "".

local datavalues.
move array to datavalues.
perform push in datavalues using buildtime.
perform push in datavalues using buildtime.
perform push in datavalues using buildtime.
perform push in datavalues using buildtime.
perform push in datavalues using currentcompany.
perform add-statement using "insert into CustomerBalances (CompanyId, CustomerId, BucketCurrent, Bucket30, Bucket60, Bucket90, TotalOpen) select CompanyId, AccountId, sum(case when datediff(?, InvoiceDate) < 30 then Balance else 0 end), sum(case when datediff(?, InvoiceDate) between 30 and 59 then Balance else 0 end), sum(case when datediff(?, InvoiceDate) between 60 and 89 then Balance else 0 end), sum(case when datediff(?, InvoiceDate) > 89 then Balance else 0 end), sum(Balance) from InvoiceBalances where CompanyId = ? group by CompanyId, AccountId" datavalues "accounts".

local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using windowstart.
perform add-statement using "delete from SupplierMonthly where CompanyId = ? and MonthStart >= ?" datavalues "".

local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using windowstart.
perform add-statement using "insert into SupplierMonthly (CompanyId, SupplierId, MonthStart, OrdersTotal, CancelledCount, ClosedCount, ReceivedUnits, OrderedUnits) select orders.CompanyId, orders.SupplierId, date_format(orders.OrderDate, '%Y-%m-01'), count(distinct orders.Id), count(distinct case when orders.Status = 'cancelled' then orders.Id end), count(distinct case when orders.Status = 'closed' then orders.Id end), coalesce(sum(case when orders.Received = 1 then OrderItems.ReceivedQuantity else 0 end), 0), coalesce(sum(case when orders.Received = 1 then OrderItems.Quantity else 0 end), 0) from orders left join OrderItems on OrderItems.OrderId = orders.Id where orders.CompanyId = ? and orders.OrderDate >= ? group by orders.CompanyId, orders.SupplierId, date_format(orders.OrderDate, '%Y-%m-01')" datavalues "suppliermonths".

* the lead time is the days from an order's approval to its delivery,
* off the status moves the audit trail records, summed and counted
* against the month the order was placed in
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using windowstart.
perform push in datavalues using currentcompany.
perform add-statement using "update SupplierMonthly inner join (select orders.SupplierId as SupplierId, date_format(orders.OrderDate, '%Y-%m-01') as MonthStart, sum(datediff(del.ChangedAt, app.ChangedAt)) as LeadDays, count(*) as LeadCount from orders inner join (select EntityId, ChangedAt from AuditLog where CompanyId = ? and EntityType = 'Order' and Action = 'status' and NewName = 'approved' union all select EntityId, ChangedAt from AuditLogArchive where CompanyId = ? and EntityType = 'Order' and Action = 'status' and NewName = 'approved') app on app.EntityId = orders.Id inner join (select EntityId, ChangedAt from AuditLog where CompanyId = ? and EntityType = 'Order' and Action = 'status' and NewName = 'delivered' union all select EntityId, ChangedAt from AuditLogArchive where CompanyId = ? and EntityType = 'Order' and Action = 'status' and NewName = 'delivered') del on del.EntityId = orders.Id where orders.CompanyId = ? and orders.OrderDate >= ? group by orders.SupplierId, date_format(orders.OrderDate, '%Y-%m-01')) leadtimes on leadtimes.SupplierId = SupplierMonthly.SupplierId and leadtimes.MonthStart = SupplierMonthly.MonthStart set SupplierMonthly.LeadDaysTotal = leadtimes.LeadDays, SupplierMonthly.LeadCount = leadtimes.LeadCount where SupplierMonthly.CompanyId = ?" datavalues "".

local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform add-statement using "delete from SupplierCoverage where CompanyId = ?" datavalues "".

local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform add-statement using "insert into SupplierCoverage (CompanyId, SupplierId, CustomerCount) select suppliers.CompanyId, suppliers.Id, count(CustomerSuppliers.CustomerId) from suppliers left join CustomerSuppliers on CustomerSuppliers.SupplierId = suppliers.Id where suppliers.IsActive = 1 and suppliers.CompanyId = ? group by suppliers.CompanyId, suppliers.Id" datavalues "suppliers".

local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform add-statement using "delete from UnservedCustomers where CompanyId = ?" datavalues "".

local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform add-statement using "insert into UnservedCustomers (CompanyId, CustomerId) select customers.CompanyId, customers.Id from customers left join CustomerSuppliers on CustomerSuppliers.CustomerId = customers.Id where customers.IsDeleted = 0 and customers.CompanyId = ? and CustomerSuppliers.SupplierId is null" datavalues "unserved".

* a rerun on the same day recounts that day's rows from scratch, so
* nothing is counted twice
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using activityfrom.
perform add-statement using "delete from ActivityDaily where CompanyId = ? and ActivityDay >= ?" datavalues "".

local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using activityfrom.
perform push in datavalues using buildday.
perform push in datavalues using includearchive.
perform push in datavalues using currentcompany.
perform push in datavalues using buildday.
perform add-statement using "insert into ActivityDaily (CompanyId, ActivityDay, EntityType, Action, EventCount) select ?, counted.ActivityDay, counted.EntityType, counted.Action, sum(counted.EventCount) from (select date(ChangedAt) as ActivityDay, EntityType, Action, count(*) as EventCount from AuditLog where CompanyId = ? and ChangedAt >= ? and ChangedAt < ? group by date(ChangedAt), EntityType, Action union all select date(ChangedAt), EntityType, Action, count(*) from AuditLogArchive where ? = 1 and CompanyId = ? and ChangedAt < ? group by date(ChangedAt), EntityType, Action) counted group by counted.ActivityDay, counted.EntityType, counted.Action" datavalues "activitydays".

local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using buildtime.
perform add-statement using "insert into SummaryBuilds (CompanyId, BuiltAt) values (?, ?) on duplicate key update BuiltAt = values(BuiltAt)" datavalues "".

local stmtcount.
move length in statements to stmtcount.
subtract 1 from stmtcount giving stmtlast.

* countlabel names the row count the joblog line reports for the
* statement, "" for none
add-statement section using statementsql, statementvalues, countlabel.
local statement.
move object to statement.
move statementsql to statementsql in statement.
move statementvalues to statementvalues in statement.
move countlabel to countlabel in statement.
perform push in statements using statement.

begin-build-end section using err.
if err then
    perform fail-run using err.
    exit program.
end-if.
move 0 to stmtindex.
perform next-statement.

next-statement section.
if stmtindex > stmtlast then
    perform commit in connection using commit-build-end.
else
    move statements(stmtindex) to currentstatement.
    local stmtsql.
    move statementsql in currentstatement to stmtsql.
    local stmtvalues.
    move statementvalues in currentstatement to stmtvalues.
    perform query in connection using stmtsql stmtvalues statement-end.
end-if.

statement-end section using err, result.
if err then
    perform fail-build using err.
    exit program.
end-if.
if countlabel in currentstatement not = "" then
    add " " to companyline.
    add countlabel in currentstatement to companyline.
    add " " to companyline.
    add affectedRows in result to companyline.
end-if.
add 1 to stmtindex.
perform next-statement.

commit-build-end section using err.
if err then
    perform fail-build using err.
    exit program.
end-if.
add " built " to companyline.
add buildtime to companyline.
add " date " to companyline.
add runstamp to companyline.
add "\n" to companyline.
perform appendFileSync in fs using "joblog.log" companyline.
add 1 to companyindex.
perform next-company.

* the company's pages go on showing the last set that did build,
* under its own older stamp, rather than half of tonight's; the other
* companies are still built
fail-build section using builderr.
move builderr to failerror.
perform rollback in connection using fail-build-end.

fail-build-end section using err.
add 1 to failedcount.
local exceptionline.
move "summaryBuild failed company " to exceptionline.
add currentcompany to exceptionline.
add " " to exceptionline.
add failerror to exceptionline.
add "\n" to exceptionline.
perform appendFileSync in fs using "joblog.log" exceptionline.
add 1 to companyindex.
perform next-company.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "summaryBuild companies " to summaryline.
local companytotal.
move length in companies to companytotal.
add companytotal to summaryline.
add " failed " to summaryline.
add failedcount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
* a company left on stale figures is worth a morning alert
if failedcount > 0 then
    local failederror.
    move "summaries not built for " to failederror.
    add failedcount to failederror.
    add " companies, see joblog.log" to failederror.
    perform jobdone using failederror.
else
    perform jobdone.
end-if.
