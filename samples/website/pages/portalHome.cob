data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local connection.
local html.
local accountrow.
local rows.
local page.
local method.
local outcome.
local companyid.
local customerid.
move "portalHome" to page.
move method in request to method.
move companyid in request to companyid.
* the billing account the portal login belongs to, from the session;
* nothing on the portal is read for any other
move customerid in request to customerid.

perform fetch-account.

* the account's aging balance, the same buckets the aging report
* (invoiceAgingReport.cob) shows our own staff, over the invoices
* billed to the account and its branches
fetch-account section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using customerid.
perform push in datavalues using companyid.

perform query in connection using "select customers.Name as Name, customers.Currency as Currency, coalesce(sum(case when datediff(now(), inv.InvoiceDate) < 30 then inv.Balance else 0 end), 0) as BucketCurrent, coalesce(sum(case when datediff(now(), inv.InvoiceDate) between 30 and 59 then inv.Balance else 0 end), 0) as Bucket30, coalesce(sum(case when datediff(now(), inv.InvoiceDate) between 60 and 89 then inv.Balance else 0 end), 0) as Bucket60, coalesce(sum(case when datediff(now(), inv.InvoiceDate) > 89 then inv.Balance else 0 end), 0) as Bucket90, coalesce(sum(inv.Balance), 0) as TotalOpen from customers left join (select invoices.CustomerId as CustomerId, invoices.InvoiceDate as InvoiceDate, invoices.Total - coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as Balance from invoices where invoices.CompanyId = ?) inv on inv.Balance > 0 and inv.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) where customers.Id = ? and customers.CompanyId = ? group by customers.Id, customers.Name, customers.Currency" datavalues fetch-account-end.

fetch-account-end section using err, result.
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
    perform write in response using "No such account.".
    perform end in response.
    exit program.
end-if.
move result(0) to accountrow.

perform fetch-open-invoices.

fetch-open-invoices section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using customerid.

perform query in connection using "select invoices.Id as Id, invoices.InvoiceNumber as InvoiceNumber, date_format(invoices.InvoiceDate, '%Y-%m-%d') as InvoiceDate, datediff(now(), invoices.InvoiceDate) as AgeDays, invoices.Total as Total, invoices.Total - coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as Balance from invoices where invoices.CompanyId = ? and invoices.CustomerId in (select Id from customers where coalesce(BillToCustomerId, Id) = ?) having Balance > 0 order by invoices.InvoiceDate, invoices.InvoiceNumber" datavalues fetch-open-invoices-end.

fetch-open-invoices-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to rows.

move "<h1>" to html.
local escname.
perform escape-html using Name in accountrow giving escname.
add escname to html.
add "</h1>" to html.
copy PORTALHEAD.

local currencylabel.
move "" to currencylabel.
if Currency in accountrow not = "" then
    move " (" to currencylabel.
    add Currency in accountrow to currencylabel.
    add ")" to currencylabel.
end-if.
add "<h2>Balance" to html.
add currencylabel to html.
add "</h2>" to html.
add "<table><tr><th>Under 30 days</th><th>30-59 days</th><th>60-89 days</th><th>90 days and over</th><th>Total open</th></tr><tr><td>" to html.
add BucketCurrent in accountrow to html.
add "</td><td>" to html.
add Bucket30 in accountrow to html.
add "</td><td>" to html.
add Bucket60 in accountrow to html.
add "</td><td>" to html.
add Bucket90 in accountrow to html.
add "</td><td>" to html.
add TotalOpen in accountrow to html.
add "</td></tr></table>" to html.

add "<h2>Open invoices</h2>" to html.
local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.
if count = 0 then
    add "<p>Nothing is outstanding. Thank you.</p>" to html.
else
    add "<table><tr><th>Invoice</th><th>Date</th><th>Days</th><th>Total</th><th>Open</th><th></th></tr>" to html.
    perform show-invoice-row using i varying i from 0 to last.
    add "</table>" to html.
end-if.

perform record-view.

show-invoice-row section using i.
local row.
move rows(i) to row.
add "<tr><td>" to html.
add InvoiceNumber in row to html.
add "</td><td>" to html.
add InvoiceDate in row to html.
add "</td><td>" to html.
add AgeDays in row to html.
add "</td><td>" to html.
add Total in row to html.
add "</td><td>" to html.
add Balance in row to html.
add "</td><td><a href=""/portal/download?type=invoice&amp;id=" to html.
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
move "account balance" to newnotes.
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

copy ESCAPEHTML.
