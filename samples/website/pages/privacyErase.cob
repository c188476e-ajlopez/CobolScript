data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global Math.

local contactid.
local reference.
local confirm.

move contactid in body in request to contactid.
move reference in body in request to reference.
move confirm in body in request to confirm.
if reference = "" then
    move "" to reference.
end-if.
perform trim in reference giving reference.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local contactrow.
local namepattern.
local phonepattern.
local emailpattern.
local erasevalues.
local casevalues.
local auditcount.
local archivecount.
local detail.
local erasureid.
move "privacyErase" to page.
move method in request to method.
move companyid in request to companyid.
move 0 to auditcount.
move 0 to archivecount.

move "" to errors.
local contactnumber.
multiply contactid by 1 giving contactnumber.
local contactfloor.
move 0 to contactfloor.
if contactnumber = contactnumber then
    perform floor in Math using contactnumber giving contactfloor.
end-if.
if contactfloor not = contactnumber then
    add "Choose a contact from the search. " to errors.
end-if.
if reference = "" then
    add "The request's reference is required for the compliance file. " to errors.
end-if.
local referencelength.
move length in reference to referencelength.
if referencelength > 60 then
    add "The reference must be 60 characters or fewer. " to errors.
end-if.
if confirm not = "1" then
    add "Tick the box to confirm: erasure cannot be undone. " to errors.
end-if.

if errors not = "" then
    perform reject-erase.
    exit program.
end-if.

perform fetch-contact.

reject-erase section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

fetch-contact section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using contactid.
perform push in datavalues using companyid.

perform query in connection using "select CustomerContacts.Id as Id, CustomerContacts.CustomerId as CustomerId, CustomerContacts.Name as Name, CustomerContacts.Phone as Phone, CustomerContacts.Email as Email from CustomerContacts inner join customers on customers.Id = CustomerContacts.CustomerId where CustomerContacts.Id = ? and customers.CompanyId = ?" datavalues fetch-contact-end.

fetch-contact-end section using err, result.
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
    perform write in response using "No such contact.".
    perform end in response.
    exit program.
end-if.
move result(0) to contactrow.

* the same matching privacyExport.cob uses, so erasure reaches exactly
* what an export would have shown. The replace() values are the name,
* phone and email, six times over for the six audit text columns; a
* blank phone or email replaces nothing. The text is only rewritten
* on the person's own customer and its cases: another customer's
* "Ann Lee Ltd" or a product note mentioning "Lee" is not theirs to
* erase, and a replace() run company-wide would maim it
move "%" to namepattern.
add Name in contactrow to namepattern.
add "%" to namepattern.
move namepattern to phonepattern.
if Phone in contactrow not = "" then
    move "%" to phonepattern.
    add Phone in contactrow to phonepattern.
    add "%" to phonepattern.
end-if.
move namepattern to emailpattern.
if Email in contactrow not = "" then
    move "%" to emailpattern.
    add Email in contactrow to emailpattern.
    add "%" to emailpattern.
end-if.
move array to erasevalues.
local col.
perform push-erase-values using col varying col from 1 to 6.

perform open-request.

push-erase-values section using col.
perform push in erasevalues using Name in contactrow.
perform push in erasevalues using Phone in contactrow.
perform push in erasevalues using Email in contactrow.

* everything below is one transaction: a half-erased person is worse
* than one not erased at all, because the compliance file would say
* otherwise. The compliance file row comes first, so every audit row
* the erasure rewrites can name it in ErasureId - that is what tells
* auditVerify.cob the text changed lawfully and was not tampered with
open-request section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using contactid.
perform push in datavalues using CustomerId in contactrow.
perform push in datavalues using reference.
local requestedby.
move username in request to requestedby.
perform push in datavalues using requestedby.
perform query in connection using "insert PrivacyRequests set CompanyId = ?, RequestType = 'erase', ContactId = ?, CustomerId = ?, Reference = ?, Outcome = 'erased', Detail = '', RequestedBy = ?, RequestedAt = now()" datavalues open-request-end.

open-request-end section using err, result.
if err then
    perform erase-failed.
    exit program.
end-if.
move insertId in result to erasureid.
perform erase-contact-audit.

erase-contact-audit section.
local datavalues.
move array to datavalues.
perform push in datavalues using erasureid.
perform push in datavalues using companyid.
perform push in datavalues using contactid.
perform query in connection using "update AuditLog set OldName = '[erased]', OldAddress = '[erased]', OldNotes = '[erased]', NewName = '[erased]', NewAddress = '[erased]', NewNotes = '[erased]', ErasureId = ? where CompanyId = ? and EntityType = 'Contact' and EntityId = ?" datavalues erase-contact-audit-end.

erase-contact-audit-end section using err, result.
if err then
    perform erase-failed.
    exit program.
end-if.
add affectedRows in result to auditcount.
local datavalues.
move array to datavalues.
perform push in datavalues using erasureid.
perform push in datavalues using companyid.
perform push in datavalues using contactid.
perform query in connection using "update AuditLogArchive set OldName = '[erased]', OldAddress = '[erased]', OldNotes = '[erased]', NewName = '[erased]', NewAddress = '[erased]', NewNotes = '[erased]', ErasureId = ? where CompanyId = ? and EntityType = 'Contact' and EntityId = ?" datavalues erase-contact-archive-end.

erase-contact-archive-end section using err, result.
if err then
    perform erase-failed.
    exit program.
end-if.
add affectedRows in result to archivecount.
perform scrub-audit.

* the audit rows of the customer they belong to and of its cases keep
* their history with only the person's details taken out of the text
scrub-audit section.
local wherevalues.
move array to wherevalues.
perform push in wherevalues using erasureid.
perform push in wherevalues using companyid.
perform push in wherevalues using CustomerId in contactrow.
perform push in wherevalues using CustomerId in contactrow.
perform push in wherevalues using namepattern.
perform push in wherevalues using phonepattern.
perform push in wherevalues using emailpattern.
local datavalues.
perform concat in erasevalues using wherevalues giving datavalues.
perform query in connection using "update AuditLog set OldName = replace(replace(replace(OldName, ?, '[erased]'), ?, '[erased]'), ?, '[erased]'), OldAddress = replace(replace(replace(OldAddress, ?, '[erased]'), ?, '[erased]'), ?, '[erased]'), OldNotes = replace(replace(replace(OldNotes, ?, '[erased]'), ?, '[erased]'), ?, '[erased]'), NewName = replace(replace(replace(NewName, ?, '[erased]'), ?, '[erased]'), ?, '[erased]'), NewAddress = replace(replace(replace(NewAddress, ?, '[erased]'), ?, '[erased]'), ?, '[erased]'), NewNotes = replace(replace(replace(NewNotes, ?, '[erased]'), ?, '[erased]'), ?, '[erased]'), ErasureId = ? where CompanyId = ? and ((EntityType = 'Customer' and EntityId = ?) or (EntityType = 'Case' and EntityId in (select ServiceCases.Id from ServiceCases where ServiceCases.CustomerId = ?))) and (concat_ws('|', OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes) like ? or concat_ws('|', OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes) like ? or concat_ws('|', OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes) like ?)" datavalues scrub-audit-end.

scrub-audit-end section using err, result.
if err then
    perform erase-failed.
    exit program.
end-if.
add affectedRows in result to auditcount.
local wherevalues.
move array to wherevalues.
perform push in wherevalues using erasureid.
perform push in wherevalues using companyid.
perform push in wherevalues using CustomerId in contactrow.
perform push in wherevalues using CustomerId in contactrow.
perform push in wherevalues using namepattern.
perform push in wherevalues using phonepattern.
perform push in wherevalues using emailpattern.
local datavalues.
perform concat in erasevalues using wherevalues giving datavalues.
perform query in connection using "update AuditLogArchive set OldName = replace(replace(replace(OldName, ?, '[erased]'), ?, '[erased]'), ?, '[erased]'), OldAddress = replace(replace(replace(OldAddress, ?, '[erased]'), ?, '[erased]'), ?, '[erased]'), OldNotes = replace(replace(replace(OldNotes, ?, '[erased]'), ?, '[erased]'), ?, '[erased]'), NewName = replace(replace(replace(NewName, ?, '[erased]'), ?, '[erased]'), ?, '[erased]'), NewAddress = replace(replace(replace(NewAddress, ?, '[erased]'), ?, '[erased]'), ?, '[erased]'), NewNotes = replace(replace(replace(NewNotes, ?, '[erased]'), ?, '[erased]'), ?, '[erased]'), ErasureId = ? where CompanyId = ? and ((EntityType = 'Customer' and EntityId = ?) or (EntityType = 'Case' and EntityId in (select ServiceCases.Id from ServiceCases where ServiceCases.CustomerId = ?))) and (concat_ws('|', OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes) like ? or concat_ws('|', OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes) like ? or concat_ws('|', OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes) like ?)" datavalues scrub-archive-end.

scrub-archive-end section using err, result.
if err then
    perform erase-failed.
    exit program.
end-if.
add affectedRows in result to archivecount.
move "audit " to detail.
add auditcount to detail.
add ", archive " to detail.
add archivecount to detail.
perform scrub-notes.

scrub-notes section.
local datavalues.
move array to datavalues.
perform push in datavalues using Name in contactrow.
perform push in datavalues using Phone in contactrow.
perform push in datavalues using Email in contactrow.
perform push in datavalues using companyid.
perform push in datavalues using CustomerId in contactrow.
perform push in datavalues using namepattern.
perform push in datavalues using phonepattern.
perform push in datavalues using emailpattern.
perform query in connection using "update EntityNotes set NoteText = replace(replace(replace(NoteText, ?, '[erased]'), ?, '[erased]'), ?, '[erased]') where CompanyId = ? and EntityType = 'Customer' and EntityId = ? and (NoteText like ? or NoteText like ? or NoteText like ?)" datavalues scrub-notes-end.

scrub-notes-end section using err, result.
if err then
    perform erase-failed.
    exit program.
end-if.
add ", notes " to detail.
add affectedRows in result to detail.
perform scrub-cases.

* a case's summary and resolution are typed about the customer and
* name whoever rang; the case itself stays for the complaint figures
scrub-cases section.
move array to casevalues.
local col.
perform push-case-values using col varying col from 1 to 2.
perform push in casevalues using companyid.
perform push in casevalues using CustomerId in contactrow.
perform push in casevalues using namepattern.
perform push in casevalues using phonepattern.
perform push in casevalues using emailpattern.
perform query in connection using "update ServiceCases set Summary = replace(replace(replace(Summary, ?, '[erased]'), ?, '[erased]'), ?, '[erased]'), Resolution = replace(replace(replace(Resolution, ?, '[erased]'), ?, '[erased]'), ?, '[erased]') where CompanyId = ? and CustomerId = ? and (concat_ws('|', Summary, Resolution) like ? or concat_ws('|', Summary, Resolution) like ? or concat_ws('|', Summary, Resolution) like ?)" casevalues scrub-cases-end.

scrub-cases-end section using err, result.
if err then
    perform erase-failed.
    exit program.
end-if.
add ", cases " to detail.
add affectedRows in result to detail.
perform scrub-deliveries.

push-case-values section using col.
perform push in casevalues using Name in contactrow.
perform push in casevalues using Phone in contactrow.
perform push in casevalues using Email in contactrow.

* the delivery rows stay - they prove an invoice was sent - but no
* longer say to whom
scrub-deliveries section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using contactid.
perform push in datavalues using Email in contactrow.
perform push in datavalues using Email in contactrow.
perform query in connection using "update DocumentDeliveries set Recipient = '[erased]' where CompanyId = ? and (ContactId = ? or (? <> '' and Recipient = ?))" datavalues scrub-deliveries-end.

scrub-deliveries-end section using err, result.
if err then
    perform erase-failed.
    exit program.
end-if.
add ", deliveries " to detail.
add affectedRows in result to detail.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using contactid.
perform query in connection using "delete from WebhookQueue where CompanyId = ? and EntityType = 'Contact' and EntityId = ?" datavalues delete-webhooks-end.

delete-webhooks-end section using err, result.
if err then
    perform erase-failed.
    exit program.
end-if.
add ", webhooks " to detail.
add affectedRows in result to detail.
local datavalues.
move array to datavalues.
perform push in datavalues using contactid.
perform query in connection using "delete from CustomerContacts where Id = ?" datavalues delete-contact-end.

* the audit row of the erasure itself carries no personal data: the
* contact id and the compliance file are the record of who it was
delete-contact-end section using err, result.
if err then
    perform erase-failed.
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
move "Contact" to entitytype.
move contactid to entityid.
move "erase" to action.
move "[erased]" to oldname.
move "[erased]" to oldaddress.
move "[erased]" to oldnotes.
move "" to newname.
move "" to newaddress.
move "" to newnotes.
local changedby.
move username in request to changedby.
copy AUDIT.

audit-end section using err, result.
if err then
    perform erase-failed.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using detail.
perform push in datavalues using erasureid.
perform query in connection using "update PrivacyRequests set Detail = ? where Id = ?" datavalues record-erase-end.

record-erase-end section using err, result.
if err then
    perform erase-failed.
    exit program.
end-if.
perform commit in connection using commit-end.

commit-end section using err.
if err then
    perform erase-failed.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
local headers.
move object to headers.
move "/privacy" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

* unlike DBROLLBACK.cpy's plain abort, a failed erasure is put on the
* compliance file after the rollback, outside the transaction that
* failed, so the request shows as made and not carried out
erase-failed section.
perform rollback in connection using erase-failed-rolled.

erase-failed-rolled section using err.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using contactid.
perform push in datavalues using CustomerId in contactrow.
perform push in datavalues using reference.
local requestedby.
move username in request to requestedby.
perform push in datavalues using requestedby.
perform query in connection using "insert PrivacyRequests set CompanyId = ?, RequestType = 'erase', ContactId = ?, CustomerId = ?, Reference = ?, Outcome = 'failed', Detail = 'nothing was changed; try again', RequestedBy = ?, RequestedAt = now()" datavalues erase-failed-end.

erase-failed-end section using err, result.
move "error" to outcome.
copy LOG.
copy DBRELEASE.
perform writeHead in response using 500.
perform write in response using "The erasure could not be completed and nothing was changed. It has been recorded as failed; try again.".
perform end in response.
exit program.
