data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.
local cancelreason.

move id in body in request to id.
move reason in body in request to cancelreason.
if cancelreason = "" then
    move "" to cancelreason.
end-if.

local connection.
local page.
local method.
local outcome.
local companyid.
local backorderrow.
move "backorderCancel" to page.
move method in request to method.
move companyid in request to companyid.

* a customer who no longer wants the rest: the backorder closes with
* the reason on record, the same rule order cancellation keeps
if cancelreason = "" then
    move "rejected" to outcome.
    copy LOG.
    perform writeHead in response using 400.
    perform write in response using "A cancellation needs a reason.".
    perform end in response.
    exit program.
end-if.
local reasonlength.
move length in cancelreason to reasonlength.
if reasonlength > 200 then
    move "rejected" to outcome.
    copy LOG.
    perform writeHead in response using 400.
    perform write in response using "The reason must be 200 characters or fewer.".
    perform end in response.
    exit program.
end-if.

perform fetch-backorder.

fetch-backorder section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Backorders.Id as Id, Backorders.OrderId as OrderId, Backorders.Status as Status, Backorders.Quantity - Backorders.FilledQuantity as Outstanding, SupplierProducts.Code as Code from Backorders inner join SupplierProducts on SupplierProducts.Id = Backorders.ProductId where Backorders.Id = ? and Backorders.CompanyId = ?" datavalues fetch-backorder-end.

fetch-backorder-end section using err, result.
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
    perform write in response using "No such backorder.".
    perform end in response.
    exit program.
end-if.
move result(0) to backorderrow.
if Status in backorderrow not = "open" then
    move "rejected" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 400.
    perform write in response using "This backorder has already been filled or cancelled.".
    perform end in response.
    exit program.
end-if.

perform cancel-backorder.

cancel-backorder section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using cancelreason.
perform push in datavalues using id.

* the status in the where clause loses cleanly to a goods receipt
* filling the backorder at the same moment
perform query in connection using "update Backorders set Status = 'cancelled', CancelReason = ?, ClosedAt = now() where Id = ? and Status = 'open'" datavalues update-end.

update-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if affectedRows in result = 0 then
    move "conflict" to outcome.
    copy LOG.
    perform rollback in connection using status-conflict-end.
else
    perform write-audit.
end-if.

status-conflict-end section using err.
copy DBRELEASE.
perform writeHead in response using 409.
perform write in response using "This backorder was changed by someone else. Reload and check it.".
perform end in response.
exit program.

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
move "Backorder" to entitytype.
move id to entityid.
move "status" to action.
move "open" to oldname.
move "" to oldaddress.
move "" to oldnotes.
add Outstanding in backorderrow to oldnotes.
add " owed" to oldnotes.
move "cancelled" to newname.
move "order " to newaddress.
add OrderId in backorderrow to newaddress.
add " " to newaddress.
add Code in backorderrow to newaddress.
move cancelreason to newnotes.
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
move "/backorder" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
