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

local connection.
local html.
local documentrows.
local monthrows.
local page.
local method.
local outcome.
local companyid.
local customerid.
move "portalDocuments" to page.
move method in request to method.
move companyid in request to companyid.
move customerid in request to customerid.

perform fetch-documents.

* the invoices and credit notes of the last two years billed to the
* account or its branches, newest first. The documents themselves are
* the flat files the invoice run, the credit note page and the rebate
* accrual wrote when each was raised; the portal hands those out
* unchanged, so the customer gets exactly what was issued
fetch-documents section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using customerid.
perform push in datavalues using companyid.
perform push in datavalues using customerid.

perform query in connection using "select doc.DocType as DocType, doc.Id as Id, doc.DocNumber as DocNumber, doc.DocDate as DocDate, doc.Total as Total from (select 'invoice' as DocType, invoices.Id as Id, invoices.InvoiceNumber as DocNumber, date_format(invoices.InvoiceDate, '%Y-%m-%d') as DocDate, invoices.Total as Total from invoices where invoices.CompanyId = ? and invoices.CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and invoices.InvoiceDate >= curdate() - interval 24 month union all select 'creditnote', CreditNotes.Id, CreditNotes.CreditNumber, date_format(CreditNotes.CreditDate, '%Y-%m-%d'), CreditNotes.Total from CreditNotes where CreditNotes.CompanyId = ? and CreditNotes.CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) and CreditNotes.CreditDate >= curdate() - interval 24 month) doc order by doc.DocDate desc, doc.DocType, doc.DocNumber desc" datavalues fetch-documents-end.

fetch-documents-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to documentrows.

perform fetch-months.

* the statement run writes one statement per billing account each
* month end; the portal offers the last twelve months' that exist
fetch-months section.
local datavalues.
move array to datavalues.

perform query in connection using "select date_format(curdate() - interval seq.N month, '%Y-%m') as Month from (select 0 as N union all select 1 union all select 2 union all select 3 union all select 4 union all select 5 union all select 6 union all select 7 union all select 8 union all select 9 union all select 10 union all select 11) seq order by seq.N" datavalues fetch-months-end.

fetch-months-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to monthrows.

move "<h1>Your documents</h1>" to html.
copy PORTALHEAD.

add "<h2>Statements</h2>" to html.
local statementhtml.
move "" to statementhtml.
local monthcount.
local monthlast.
local m.
move length in monthrows to monthcount.
subtract 1 from monthcount giving monthlast.
perform show-statement-link using m varying m from 0 to monthlast.
if statementhtml = "" then
    add "<p>No statements in the last twelve months.</p>" to html.
else
    add "<ul>" to html.
    add statementhtml to html.
    add "</ul>" to html.
end-if.

add "<h2>Invoices and credit notes</h2>" to html.
local count.
local last.
local i.
move length in documentrows to count.
subtract 1 from count giving last.
if count = 0 then
    add "<p>No invoices or credit notes in the last two years.</p>" to html.
else
    add "<table><tr><th>Document</th><th>Number</th><th>Date</th><th>Total</th><th></th></tr>" to html.
    perform show-document-row using i varying i from 0 to last.
    add "</table>" to html.
end-if.

perform record-view.

show-statement-link section using m.
local monthrow.
move monthrows(m) to monthrow.
local statementfile.
move "statement-" to statementfile.
add companyid to statementfile.
add "-" to statementfile.
add customerid to statementfile.
add "-" to statementfile.
add Month in monthrow to statementfile.
add ".txt" to statementfile.
local hasfile.
perform existsSync in fs using statementfile giving hasfile.
if hasfile then
    add "<li><a href=""/portal/download?type=statement&amp;month=" to statementhtml.
    add Month in monthrow to statementhtml.
    add """>Statement " to statementhtml.
    add Month in monthrow to statementhtml.
    add "</a></li>" to statementhtml.
end-if.

show-document-row section using i.
local row.
move documentrows(i) to row.
add "<tr><td>" to html.
if DocType in row = "invoice" then
    add "Invoice" to html.
else
    add "Credit note" to html.
end-if.
add "</td><td>" to html.
add DocNumber in row to html.
add "</td><td>" to html.
add DocDate in row to html.
add "</td><td>" to html.
add Total in row to html.
add "</td><td><a href=""/portal/download?type=" to html.
add DocType in row to html.
add "&amp;id=" to html.
add Id in row to html.
add """>Download</a></td></tr>" to html.

record-view section.
local entitytype.
local entityid.
local action.
local newnotes.
move "Customer" to entitytype.
move customerid to entityid.
move "portalview" to action.
move "document list" to newnotes.
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
perform write in response using html.
perform end in response.
exit program.
