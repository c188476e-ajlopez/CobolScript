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

local id.
move id in query in request to id.

local connection.
local page.
local method.
local outcome.
local companyid.
local documentrow.
local documentfile.
local documenttext.
move "documentReprint" to page.
move method in request to method.
move companyid in request to companyid.

perform find-document.

* a copy of one document from the index, handed out exactly as the job
* wrote it and recorded as a reprint against the entry, so the
* customer and supplier pages can say how often one has been asked
* for again. The entry must be the caller's own company's
find-document section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, FilePath, RemovedAt is not null as Removed from Documents where Id = ? and CompanyId = ?" datavalues find-document-end.

find-document-end section using err, result.
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
    perform write in response using "No such document.".
    perform end in response.
    exit program.
end-if.
move result(0) to documentrow.
move FilePath in documentrow to documentfile.
local hasfile.
move 0 to hasfile.
if Removed in documentrow then
    move 0 to hasfile.
else
    perform existsSync in fs using documentfile giving hasfile.
end-if.
if hasfile then
    perform record-reprint.
    exit program.
end-if.
move "removed" to outcome.
copy LOG.
copy DBRELEASE.
perform writeHead in response using 404.
perform write in response using "This document's file is no longer kept: it was removed under the retention rule, or by hand.".
perform end in response.
exit program.

record-reprint section.
perform readFileSync in fs using documentfile "utf8" giving documenttext.
local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.
perform push in datavalues using username in request.
perform query in connection using "insert DocumentReprints set DocumentId = ?, CompanyId = ?, ReprintedBy = ?, ReprintedAt = now()" datavalues record-reprint-end.

record-reprint-end section using err, result.
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
* the UBL copies of invoices and credit notes go out as what they are
local isxml.
perform endsWith in documentfile using ".xml" giving isxml.
if isxml then
    move "application/xml" to headers("Content-Type").
else
    move "text/plain" to headers("Content-Type").
end-if.
local disposition.
move "attachment; filename=" to disposition.
add documentfile to disposition.
move disposition to headers("Content-Disposition").
perform writeHead in response using 200 headers.
perform write in response using documenttext.
perform end in response.
exit program.
