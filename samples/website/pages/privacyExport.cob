data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global JSON.
global Math.

local contactid.
local reference.

move contactid in body in request to contactid.
move reference in body in request to reference.
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
local exportdoc.
local detail.
move "privacyExport" to page.
move method in request to method.
move companyid in request to companyid.

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

if errors not = "" then
    perform reject-export.
    exit program.
end-if.

perform fetch-contact.

reject-export section.
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

perform query in connection using "select CustomerContacts.Id as Id, CustomerContacts.CustomerId as CustomerId, CustomerContacts.Name as Name, CustomerContacts.Phone as Phone, CustomerContacts.Email as Email, CustomerContacts.ContactRole as ContactRole, CustomerContacts.IsBillingContact as IsBillingContact, CustomerContacts.EmailBouncedAt as EmailBouncedAt, customers.Name as CustomerName from CustomerContacts inner join customers on customers.Id = CustomerContacts.CustomerId where CustomerContacts.Id = ? and customers.CompanyId = ?" datavalues fetch-contact-end.

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

* the person's details leak into free text elsewhere - audit rows of
* the customer they belong to and its cases, notes typed about them -
* so those are found by what they contain, looking only at their own
* customer: another customer's "Ann Lee Ltd" is not this person's
* data. A blank phone or email would match everything, so the name
* stands in for it
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

move object to exportdoc.
move reference to reference in exportdoc.
move contactrow to contact in exportdoc.
perform fetch-audit.

fetch-audit section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using contactid.
perform push in datavalues using CustomerId in contactrow.
perform push in datavalues using CustomerId in contactrow.
perform push in datavalues using namepattern.
perform push in datavalues using phonepattern.
perform push in datavalues using emailpattern.
perform query in connection using "select Id, EntityType, EntityId, Action, OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes, ChangedBy, ChangedAt from AuditLog where CompanyId = ? and ((EntityType = 'Contact' and EntityId = ?) or (((EntityType = 'Customer' and EntityId = ?) or (EntityType = 'Case' and EntityId in (select ServiceCases.Id from ServiceCases where ServiceCases.CustomerId = ?))) and (concat_ws('|', OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes) like ? or concat_ws('|', OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes) like ? or concat_ws('|', OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes) like ?))) order by Id" datavalues fetch-audit-end.

fetch-audit-end section using err, result.
if err then
    perform export-failed using err.
    exit program.
end-if.
move result to auditLog in exportdoc.
move "audit " to detail.
add length in result to detail.
perform fetch-archive.

fetch-archive section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using contactid.
perform push in datavalues using CustomerId in contactrow.
perform push in datavalues using CustomerId in contactrow.
perform push in datavalues using namepattern.
perform push in datavalues using phonepattern.
perform push in datavalues using emailpattern.
perform query in connection using "select Id, EntityType, EntityId, Action, OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes, ChangedBy, ChangedAt from AuditLogArchive where CompanyId = ? and ((EntityType = 'Contact' and EntityId = ?) or (((EntityType = 'Customer' and EntityId = ?) or (EntityType = 'Case' and EntityId in (select ServiceCases.Id from ServiceCases where ServiceCases.CustomerId = ?))) and (concat_ws('|', OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes) like ? or concat_ws('|', OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes) like ? or concat_ws('|', OldName, OldAddress, OldNotes, NewName, NewAddress, NewNotes) like ?))) order by Id" datavalues fetch-archive-end.

fetch-archive-end section using err, result.
if err then
    perform export-failed using err.
    exit program.
end-if.
move result to auditLogArchive in exportdoc.
add ", archive " to detail.
add length in result to detail.
perform fetch-notes.

fetch-notes section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using CustomerId in contactrow.
perform push in datavalues using namepattern.
perform push in datavalues using phonepattern.
perform push in datavalues using emailpattern.
perform query in connection using "select Id, EntityType, EntityId, NoteText, CreatedBy, CreatedAt from EntityNotes where CompanyId = ? and EntityType = 'Customer' and EntityId = ? and (NoteText like ? or NoteText like ? or NoteText like ?) order by Id" datavalues fetch-notes-end.

fetch-notes-end section using err, result.
if err then
    perform export-failed using err.
    exit program.
end-if.
move result to entityNotes in exportdoc.
add ", notes " to detail.
add length in result to detail.
perform fetch-cases.

fetch-cases section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using CustomerId in contactrow.
perform push in datavalues using namepattern.
perform push in datavalues using phonepattern.
perform push in datavalues using emailpattern.
perform query in connection using "select Id, Category, Summary, Resolution, Status, CreatedBy, CreatedAt from ServiceCases where CompanyId = ? and CustomerId = ? and (concat_ws('|', Summary, Resolution) like ? or concat_ws('|', Summary, Resolution) like ? or concat_ws('|', Summary, Resolution) like ?) order by Id" datavalues fetch-cases-end.

fetch-cases-end section using err, result.
if err then
    perform export-failed using err.
    exit program.
end-if.
move result to serviceCases in exportdoc.
add ", cases " to detail.
add length in result to detail.
perform fetch-deliveries.

* documents emailed to them, by the contact they went to or by the
* address, which outlives a contact edited since
fetch-deliveries section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using contactid.
perform push in datavalues using Email in contactrow.
perform push in datavalues using Email in contactrow.
perform query in connection using "select Id, DocumentType, DocumentFile, Channel, Recipient, Reason, CreatedAt, BouncedAt, BounceReason from DocumentDeliveries where CompanyId = ? and (ContactId = ? or (? <> '' and Recipient = ?)) order by Id" datavalues fetch-deliveries-end.

fetch-deliveries-end section using err, result.
if err then
    perform export-failed using err.
    exit program.
end-if.
move result to documentDeliveries in exportdoc.
add ", deliveries " to detail.
add length in result to detail.
perform fetch-webhooks.

fetch-webhooks section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using contactid.
perform query in connection using "select Id, Url, EntityType, EntityId, Action, ChangedAt, Attempts, LastError, DeliveredAt from WebhookQueue where CompanyId = ? and EntityType = 'Contact' and EntityId = ? order by Id" datavalues fetch-webhooks-end.

fetch-webhooks-end section using err, result.
if err then
    perform export-failed using err.
    exit program.
end-if.
move result to webhookQueue in exportdoc.
add ", webhooks " to detail.
add length in result to detail.
perform record-export.

record-export section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using contactid.
perform push in datavalues using CustomerId in contactrow.
perform push in datavalues using reference.
perform push in datavalues using detail.
local requestedby.
move username in request to requestedby.
perform push in datavalues using requestedby.
perform query in connection using "insert PrivacyRequests set CompanyId = ?, RequestType = 'export', ContactId = ?, CustomerId = ?, Reference = ?, Outcome = 'exported', Detail = ?, RequestedBy = ?, RequestedAt = now()" datavalues record-export-end.

* no file is kept of the export itself: it goes to the administrator
* once, and the compliance file records that it did
record-export-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
local json.
perform stringify in JSON using exportdoc giving json.
local disposition.
move "attachment; filename=personal-data-" to disposition.
add contactid to disposition.
add ".json" to disposition.
local headers.
move object to headers.
move "application/json" to headers("Content-Type").
move disposition to headers("Content-Disposition").
perform writeHead in response using 200 headers.
perform write in response using json.
perform end in response.
exit program.

* a failed export is on the compliance file too, so an unanswered
* request is never mistaken for one that was never made
export-failed section using failure.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using contactid.
perform push in datavalues using CustomerId in contactrow.
perform push in datavalues using reference.
local requestedby.
move username in request to requestedby.
perform push in datavalues using requestedby.
perform query in connection using "insert PrivacyRequests set CompanyId = ?, RequestType = 'export', ContactId = ?, CustomerId = ?, Reference = ?, Outcome = 'failed', Detail = 'a lookup failed; try again', RequestedBy = ?, RequestedAt = now()" datavalues export-failed-end.

export-failed-end section using err, result.
move "error" to outcome.
copy LOG.
copy DBRELEASE.
perform writeHead in response using 500.
perform write in response using "The export could not be completed. It has been recorded as failed; try again.".
perform end in response.
exit program.
