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
local itemrow.
move "paymentRunExclude" to page.
move method in request to method.
move companyid in request to companyid.

perform fetch-item.

* scoped through the run to the caller's company; only a run still
* waiting for approval can be trimmed
fetch-item section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select SupplierPaymentRunItems.Id as Id, SupplierPaymentRunItems.RunId as RunId, SupplierPaymentRunItems.SupplierInvoiceId as SupplierInvoiceId, SupplierPaymentRuns.Status as Status, SupplierInvoices.InvoiceRef as InvoiceRef, SupplierInvoices.Total as Total, suppliers.Name as SupplierName from SupplierPaymentRunItems inner join SupplierPaymentRuns on SupplierPaymentRuns.Id = SupplierPaymentRunItems.RunId inner join SupplierInvoices on SupplierInvoices.Id = SupplierPaymentRunItems.SupplierInvoiceId inner join suppliers on suppliers.Id = SupplierInvoices.SupplierId where SupplierPaymentRunItems.Id = ? and SupplierPaymentRuns.CompanyId = ?" datavalues fetch-item-end.

fetch-item-end section using err, result.
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
    perform write in response using "No such payment run invoice.".
    perform end in response.
    exit program.
end-if.
move result(0) to itemrow.
if Status in itemrow not = "proposed" then
    move "rejected" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 400.
    perform write in response using "Only a run still waiting for approval can have invoices excluded.".
    perform end in response.
    exit program.
end-if.

perform exclude-item.

* the item goes and the invoice is freed in one transaction; the
* invoice is proposed again the following week if it is still due
exclude-item section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "delete SupplierPaymentRunItems from SupplierPaymentRunItems inner join SupplierPaymentRuns on SupplierPaymentRuns.Id = SupplierPaymentRunItems.RunId where SupplierPaymentRunItems.Id = ? and SupplierPaymentRuns.Status = 'proposed'" datavalues delete-end.

delete-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if affectedRows in result = 0 then
    move "conflict" to outcome.
    copy LOG.
    perform rollback in connection using exclude-conflict-end.
else
    perform release-invoice.
end-if.

exclude-conflict-end section using err.
copy DBRELEASE.
perform writeHead in response using 409.
perform write in response using "This payment run was reviewed by someone else. Reload and check it.".
perform end in response.
exit program.

release-invoice section.
local datavalues.
move array to datavalues.
perform push in datavalues using SupplierInvoiceId in itemrow.
perform push in datavalues using RunId in itemrow.

perform query in connection using "update SupplierInvoices set PaymentRunId = null where Id = ? and PaymentRunId = ?" datavalues release-end.

release-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
move "PaymentRun" to entitytype.
move RunId in itemrow to entityid.
move "exclude" to action.
move InvoiceRef in itemrow to oldname.
move SupplierName in itemrow to oldaddress.
move "" to oldnotes.
add Total in itemrow to oldnotes.
move "" to newname.
move "" to newaddress.
move "" to newnotes.
local changedby.
move username in request to changedby.
copy AUDIT.

audit-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
perform commit in connection using commit-end.

commit-end section using err.
if err then
    perform rollback-write.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
local headers.
move object to headers.
move "/payrun" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
