data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.
local fs.

perform require using "mysql" giving mysql.
perform require using "fs" giving fs.

local doctype.
local id.
local month.
move type in query in request to doctype.
move id in query in request to id.
move month in query in request to month.

local connection.
local page.
local method.
local outcome.
local companyid.
local customerid.
local documentfile.
local documenttext.
local documentrow.
move "portalDownload" to page.
move method in request to method.
move companyid in request to companyid.
move customerid in request to customerid.

local knowntype.
move 0 to knowntype.
if doctype = "invoice" then
    move 1 to knowntype.
end-if.
if doctype = "creditnote" then
    move 1 to knowntype.
end-if.
if doctype = "statement" then
    move 1 to knowntype.
end-if.
if knowntype = 0 then
    move "rejected" to outcome.
    copy LOG.
    perform writeHead in response using 400.
    perform write in response using "Unknown document type.".
    perform end in response.
    exit program.
end-if.

perform find-document.

* each lookup is scoped to the account and its branches, and turns
* the document into the name of the file that was written when it was
* issued; a document that is not the account's is simply not found
find-document section.
copy DBCONNECT.

if doctype = "invoice" then
    perform find-invoice.
end-if.
if doctype = "creditnote" then
    perform find-credit-note.
end-if.
if doctype = "statement" then
    perform find-statement.
end-if.

find-invoice section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.
perform push in datavalues using customerid.

perform query in connection using "select concat('invoice-', invoices.CompanyId, '-', invoices.InvoiceNumber, '.txt') as FileName, 'Invoice' as EntityType, invoices.Id as EntityId from invoices where invoices.Id = ? and invoices.CompanyId = ? and invoices.CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?)" datavalues find-document-end.

find-credit-note section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.
perform push in datavalues using customerid.

perform query in connection using "select concat('creditnote-', CreditNotes.CompanyId, '-', CreditNotes.CreditNumber, '.txt') as FileName, 'CreditNote' as EntityType, CreditNotes.Id as EntityId from CreditNotes where CreditNotes.Id = ? and CreditNotes.CompanyId = ? and CreditNotes.CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?)" datavalues find-document-end.

* the month must be one of the last twelve, matched as text against
* the list the documents page offers, so nothing but a well-formed
* month ever reaches the file name
find-statement section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using customerid.
perform push in datavalues using customerid.
perform push in datavalues using month.

perform query in connection using "select concat('statement-', ?, '-', ?, '-', months.Month, '.txt') as FileName, 'Customer' as EntityType, ? as EntityId from (select date_format(curdate() - interval seq.N month, '%Y-%m') as Month from (select 0 as N union all select 1 union all select 2 union all select 3 union all select 4 union all select 5 union all select 6 union all select 7 union all select 8 union all select 9 union all select 10 union all select 11) seq) months where months.Month = ?" datavalues find-document-end.

find-document-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
local hasfile.
move 0 to hasfile.
if length in result > 0 then
    move result(0) to documentrow.
    move FileName in documentrow to documentfile.
    perform existsSync in fs using documentfile giving hasfile.
end-if.
if hasfile then
    perform read-document.
    exit program.
end-if.
move "notfound" to outcome.
copy LOG.
copy DBRELEASE.
perform writeHead in response using 404.
perform write in response using "No such document.".
perform end in response.
exit program.

read-document section.
perform readFileSync in fs using documentfile "utf8" giving documenttext.
local entitytype.
local entityid.
local action.
local newnotes.
move EntityType in documentrow to entitytype.
move EntityId in documentrow to entityid.
move "portaldownload" to action.
move documentfile to newnotes.
copy PORTALAUDIT.

portal-audit-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
local headers.
move object to headers.
move "text/plain" to headers("Content-Type").
local disposition.
move "attachment; filename=" to disposition.
add documentfile to disposition.
move disposition to headers("Content-Disposition").
perform writeHead in response using 200 headers.
perform write in response using documenttext.
perform end in response.
exit program.
