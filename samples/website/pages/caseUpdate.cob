data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global Math.

local id.
local newstatus.
local owner.
local resolution.
local returnid.
local creditnumber.

* one form on each queue row posts here; a field left blank keeps
* what the case already has, so a case can be handed on or parked
* without retyping its resolution or links
move id in body in request to id.
move status in body in request to newstatus.
move owner in body in request to owner.
if owner = "" then
    move "" to owner.
end-if.
move resolution in body in request to resolution.
if resolution = "" then
    move "" to resolution.
end-if.
perform trim in resolution giving resolution.
move returnid in body in request to returnid.
if returnid = "" then
    move "" to returnid.
end-if.
move creditnumber in body in request to creditnumber.
if creditnumber = "" then
    move "" to creditnumber.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local caserow.
local linkrow.
local supplierid.
local creditnoteid.
move "caseUpdate" to page.
move method in request to method.
move companyid in request to companyid.

move "" to errors.
local statusok.
move 0 to statusok.
if newstatus = "open" then
    move 1 to statusok.
end-if.
if newstatus = "waiting" then
    move 1 to statusok.
end-if.
if newstatus = "resolved" then
    move 1 to statusok.
end-if.
if statusok = 0 then
    add "A case is open, waiting or resolved. " to errors.
end-if.
local resolutionlength.
move length in resolution to resolutionlength.
if resolutionlength > 200 then
    add "The resolution must be 200 characters or fewer. " to errors.
end-if.
perform check-link-number using returnid "return".
perform check-link-number using creditnumber "credit note".

if errors not = "" then
    perform reject-case.
    exit program.
end-if.

perform fetch-case.

check-link-number section using linkvalue, linklabel.
if linkvalue not = "" then
    local linknumber.
    multiply linkvalue by 1 giving linknumber.
    local linkfloor.
    move 0 to linkfloor.
    if linknumber = linknumber then
        perform floor in Math using linknumber giving linkfloor.
    end-if.
    if linkfloor not = linknumber then
        add "The " to errors.
        add linklabel to errors.
        add " must be a number. " to errors.
    end-if.
end-if.

reject-case section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

fetch-case section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select ServiceCases.Id as Id, ServiceCases.CustomerId as CustomerId, ServiceCases.SupplierId as SupplierId, ServiceCases.ReturnId as ReturnId, ServiceCases.CreditNoteId as CreditNoteId, ServiceCases.Status as Status, ServiceCases.Owner as Owner, ServiceCases.Resolution as Resolution, coalesce(customers.BillToCustomerId, customers.Id) as PayerId from ServiceCases inner join customers on customers.Id = ServiceCases.CustomerId where ServiceCases.Id = ? and ServiceCases.CompanyId = ?" datavalues fetch-case-end.

fetch-case-end section using err, result.
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
    perform write in response using "No such case.".
    perform end in response.
    exit program.
end-if.
move result(0) to caserow.
if owner = "" then
    move Owner in caserow to owner.
end-if.
if resolution = "" then
    move Resolution in caserow to resolution.
end-if.
* the resolution is what the report and the next person to deal with
* the customer read; a case is not resolved without one
if newstatus = "resolved" then
    if resolution = "" then
        copy DBRELEASE.
        move "Say how the case was resolved. " to errors.
        perform reject-case.
        exit program.
    end-if.
end-if.

perform check-links.

* a return or credit note the case ended in must be this company's
* and the same paying account's, as on a new case; the credit note is
* typed as its printed number
check-links section.
local payerid.
move PayerId in caserow to payerid.
local returnkey.
move 0 to returnkey.
if returnid not = "" then
    move returnid to returnkey.
end-if.
local creditkey.
move 0 to creditkey.
if creditnumber not = "" then
    move creditnumber to creditkey.
end-if.

local datavalues.
move array to datavalues.
perform push in datavalues using returnkey.
perform push in datavalues using companyid.
perform push in datavalues using payerid.
perform push in datavalues using creditkey.
perform push in datavalues using companyid.
perform push in datavalues using payerid.
perform push in datavalues using owner.
perform push in datavalues using companyid.

perform query in connection using "select coalesce((select returns.SupplierId from returns inner join customers on customers.Id = returns.CustomerId where returns.Id = ? and returns.CompanyId = ? and coalesce(customers.BillToCustomerId, customers.Id) = ?), 0) as ReturnSupplierId, coalesce((select CreditNotes.Id from CreditNotes inner join customers on customers.Id = CreditNotes.CustomerId where CreditNotes.CreditNumber = ? and CreditNotes.CompanyId = ? and coalesce(customers.BillToCustomerId, customers.Id) = ? limit 1), 0) as CreditNoteId, (select count(*) from users where Username = ? and CompanyId = ? and IsActive = 1 and CustomerId is null) as OwnerFound" datavalues check-links-end.

check-links-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result(0) to linkrow.
if returnid not = "" then
    if ReturnSupplierId in linkrow = 0 then
        add "No such return for this customer. " to errors.
    end-if.
end-if.
if creditnumber not = "" then
    if CreditNoteId in linkrow = 0 then
        add "No such credit note for this customer. " to errors.
    end-if.
end-if.
if OwnerFound in linkrow = 0 then
    add "The owner must be an active user of this company. " to errors.
end-if.
if errors not = "" then
    copy DBRELEASE.
    perform reject-case.
    exit program.
end-if.

move SupplierId in caserow to supplierid.
if returnid = "" then
    move ReturnId in caserow to returnid.
else
    move ReturnSupplierId in linkrow to supplierid.
end-if.
move CreditNoteId in caserow to creditnoteid.
if creditnumber not = "" then
    move CreditNoteId in linkrow to creditnoteid.
end-if.

perform update-case.

update-case section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using newstatus.
perform push in datavalues using owner.
perform push in datavalues using resolution.
perform push in datavalues using returnid.
perform push in datavalues using creditnoteid.
perform push in datavalues using supplierid.
local changedby.
move username in request to changedby.
perform push in datavalues using changedby.
perform push in datavalues using id.
perform push in datavalues using Status in caserow.
perform push in datavalues using Owner in caserow.

* the old status and owner in the where clause: two people working
* the same case at once cannot overwrite each other unseen. The
* first resolve stamps who and when; reopening clears them
perform query in connection using "update ServiceCases set Status = ?, Owner = ?, Resolution = ?, ReturnId = ?, CreditNoteId = ?, SupplierId = ?, ResolvedBy = case when Status = 'resolved' then coalesce(ResolvedBy, ?) else null end, ResolvedAt = case when Status = 'resolved' then coalesce(ResolvedAt, now()) else null end where Id = ? and Status = ? and Owner = ?" datavalues update-end.

update-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if affectedRows in result = 0 then
    move "conflict" to outcome.
    copy LOG.
    perform rollback in connection using case-conflict-end.
else
    perform write-audit.
end-if.

case-conflict-end section using err.
copy DBRELEASE.
perform writeHead in response using 409.
perform write in response using "This case was changed by someone else. Reload and check it.".
perform end in response.
exit program.

* audit mapping for cases: the status in the name slots, the owner in
* the address slots, the resolution in the notes slots
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
move "Case" to entitytype.
move id to entityid.
move "update" to action.
move Status in caserow to oldname.
move Owner in caserow to oldaddress.
move Resolution in caserow to oldnotes.
move newstatus to newname.
move owner to newaddress.
move resolution to newnotes.
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
move "/case" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
