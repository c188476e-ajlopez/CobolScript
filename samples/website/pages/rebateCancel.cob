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
local agreementrow.
move "rebateCancel" to page.
move method in request to method.
move companyid in request to companyid.

perform fetch-agreement.

* an agreement entered in error, or called off before it ends, is
* cancelled rather than deleted: the month-end accrual passes it by
* and no rebate is ever issued on it. One already settled has its
* credit note and is left alone
fetch-agreement section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select RebateAgreements.Id as Id, RebateAgreements.Status as Status, date_format(RebateAgreements.StartDate, '%Y-%m-%d') as StartDate, date_format(RebateAgreements.EndDate, '%Y-%m-%d') as EndDate, RebateAgreements.AccruedRebate as AccruedRebate, customers.Name as CustomerName from RebateAgreements inner join customers on customers.Id = RebateAgreements.CustomerId where RebateAgreements.Id = ? and RebateAgreements.CompanyId = ?" datavalues fetch-agreement-end.

fetch-agreement-end section using err, result.
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
    perform write in response using "No such rebate agreement.".
    perform end in response.
    exit program.
end-if.
move result(0) to agreementrow.
if Status in agreementrow not = "active" then
    move "rejected" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 400.
    perform write in response using "Only an active agreement can be cancelled.".
    perform end in response.
    exit program.
end-if.

perform cancel-agreement.

* the status rides in the where clause, so a month-end settlement that
* got there first wins and the cancel is refused
cancel-agreement section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "update RebateAgreements set Status = 'cancelled' where Id = ? and Status = 'active'" datavalues cancel-end.

cancel-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if affectedRows in result = 0 then
    move "conflict" to outcome.
    copy LOG.
    perform rollback in connection using cancel-conflict-end.
else
    perform write-cancel-audit.
end-if.

cancel-conflict-end section using err.
copy DBRELEASE.
perform writeHead in response using 409.
perform write in response using "This agreement was settled or cancelled by someone else. Reload and check it.".
perform end in response.
exit program.

write-cancel-audit section.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
move "RebateAgreement" to entitytype.
move id to entityid.
move "status" to action.
move "active" to oldname.
move "" to oldaddress.
move "accrued " to oldnotes.
add AccruedRebate in agreementrow to oldnotes.
move "cancelled" to newname.
move CustomerName in agreementrow to newaddress.
add " / " to newaddress.
add StartDate in agreementrow to newaddress.
add " to " to newaddress.
add EndDate in agreementrow to newaddress.
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
move "/rebate" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
