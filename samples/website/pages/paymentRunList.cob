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
local runs.
local items.
local recentruns.
local currentrunid.
local currentstatus.
local page.
local method.
local outcome.
local companyid.
move "paymentRunList" to page.
move method in request to method.
move companyid in request to companyid.

perform list-runs.

* finance's worklist: the proposal the weekly paymentProposal.cob run
* drew up, invoice by invoice, to be trimmed (an excluded invoice waits
* for the next proposal), approved or rejected; and any approved run
* still waiting for tonight's bank payment file
list-runs section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select Id, Status, date_format(PayBy, '%Y-%m-%d') as PayBy, CreatedAt, coalesce(ReviewedBy, '') as ReviewedBy from SupplierPaymentRuns where CompanyId = ? and (Status = 'proposed' or Status = 'approved') order by Id" datavalues list-runs-end.

list-runs-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to runs.
perform list-items.

list-items section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select SupplierPaymentRunItems.Id as Id, SupplierPaymentRunItems.RunId as RunId, SupplierInvoices.InvoiceRef as InvoiceRef, date_format(SupplierInvoices.InvoiceDate, '%Y-%m-%d') as InvoiceDate, date_format(date_add(date(SupplierInvoices.InvoiceDate), interval suppliers.PaymentTermsDays day), '%Y-%m-%d') as DueDate, SupplierInvoices.Total as Total, SupplierInvoices.Currency as Currency, suppliers.Name as SupplierName from SupplierPaymentRunItems inner join SupplierPaymentRuns on SupplierPaymentRuns.Id = SupplierPaymentRunItems.RunId inner join SupplierInvoices on SupplierInvoices.Id = SupplierPaymentRunItems.SupplierInvoiceId inner join suppliers on suppliers.Id = SupplierInvoices.SupplierId where SupplierPaymentRuns.CompanyId = ? and (SupplierPaymentRuns.Status = 'proposed' or SupplierPaymentRuns.Status = 'approved') order by SupplierPaymentRunItems.RunId, suppliers.Name, SupplierInvoices.InvoiceDate" datavalues list-items-end.

list-items-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to items.
perform list-recent.

list-recent section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select SupplierPaymentRuns.Id as Id, SupplierPaymentRuns.Status as Status, SupplierPaymentRuns.CreatedAt as CreatedAt, coalesce(SupplierPaymentRuns.ReviewedBy, '') as ReviewedBy, coalesce(SupplierPaymentRuns.PaidAt, '') as PaidAt, SupplierPaymentRuns.PaymentFile as PaymentFile, (select count(*) from SupplierPaymentRunItems where SupplierPaymentRunItems.RunId = SupplierPaymentRuns.Id) as InvoiceCount from SupplierPaymentRuns where SupplierPaymentRuns.CompanyId = ? and SupplierPaymentRuns.Status <> 'proposed' and SupplierPaymentRuns.Status <> 'approved' order by SupplierPaymentRuns.Id desc limit 20" datavalues list-recent-end.

list-recent-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to recentruns.

move "<h1>Supplier payment runs</h1>" to html.
copy HTMLHEAD.
add "<p>Each week the matched supplier invoices falling due before the next run are proposed for payment. Exclude any invoice that should wait, then approve the run: that night's job writes the bank payment file, marks the invoices paid and sends each supplier a remittance advice. A proposal left unapproved lapses at the next weekly run and is proposed afresh. Suppliers without a bank account on their page are held back.</p>" to html.

local count.
local last.
local i.
move length in runs to count.
subtract 1 from count giving last.

perform show-run using i varying i from 0 to last.

if count = 0 then
    add "<p>No payment run is waiting for approval or payment.</p>" to html.
end-if.

add "<h2>Recent runs</h2>" to html.
add "<table><tr><th>Run</th><th>Status</th><th>Proposed</th><th>Reviewed by</th><th>Paid</th><th>Invoices</th><th>Bank file</th></tr>" to html.
local recentcount.
local recentlast.
local k.
move length in recentruns to recentcount.
subtract 1 from recentcount giving recentlast.
perform show-recent-row using k varying k from 0 to recentlast.
add "</table>" to html.
add "<p><a href=""/supplierinvoice"">Supplier invoices</a> <a href=""/supplier"">Suppliers</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-run section using i.
local row.
move runs(i) to row.
move Id in row to currentrunid.
move Status in row to currentstatus.
add "<h2>Run " to html.
add Id in row to html.
add " - " to html.
add Status in row to html.
add "</h2><p>Proposed " to html.
add CreatedAt in row to html.
add ", covering invoices due before " to html.
add PayBy in row to html.
if ReviewedBy in row not = "" then
    add ", approved by " to html.
    local escvalue.
    perform escape-html using ReviewedBy in row giving escvalue.
    add escvalue to html.
end-if.
add "</p>" to html.
add "<table><tr><th>Supplier</th><th>Invoice</th><th>Dated</th><th>Due</th><th>Amount</th><th></th></tr>" to html.

local itemcount.
local itemlast.
local j.
move length in items to itemcount.
subtract 1 from itemcount giving itemlast.
perform show-run-item using j varying j from 0 to itemlast.

add "</table>" to html.
if Status in row = "proposed" then
    add "<p><form method=""post"" action=""/payrun/status"" style=""display:inline"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """>" to html.
    add "<input type=""hidden"" name=""id"" value=""" to html.
    add Id in row to html.
    add """><input type=""hidden"" name=""status"" value=""approved""><input type=""submit"" value=""Approve for payment""></form> " to html.
    add "<form method=""post"" action=""/payrun/status"" style=""display:inline"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """>" to html.
    add "<input type=""hidden"" name=""id"" value=""" to html.
    add Id in row to html.
    add """><input type=""hidden"" name=""status"" value=""rejected""><input type=""submit"" value=""Reject run""></form></p>" to html.
else
    add "<p>Approved; the bank payment file is written tonight.</p>" to html.
end-if.

* the invoices of every open run arrive in one list; each run's
* table picks out its own
show-run-item section using j.
local line.
move items(j) to line.
if RunId in line = currentrunid then
    add "<tr><td>" to html.
    local escvalue.
    perform escape-html using SupplierName in line giving escvalue.
    add escvalue to html.
    add "</td><td>" to html.
    local escvalue.
    perform escape-html using InvoiceRef in line giving escvalue.
    add escvalue to html.
    add "</td><td>" to html.
    add InvoiceDate in line to html.
    add "</td><td>" to html.
    add DueDate in line to html.
    add "</td><td>" to html.
    add Total in line to html.
    if Currency in line not = "" then
        add " " to html.
        add Currency in line to html.
    end-if.
    add "</td><td>" to html.
    if currentstatus = "proposed" then
        add "<form method=""post"" action=""/payrun/exclude"" style=""display:inline"">" to html.
        add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
        add csrftoken in request to html.
        add """>" to html.
        add "<input type=""hidden"" name=""id"" value=""" to html.
        add Id in line to html.
        add """><input type=""submit"" value=""Exclude""></form>" to html.
    end-if.
    add "</td></tr>" to html.
end-if.

show-recent-row section using k.
local row.
move recentruns(k) to row.
add "<tr><td>" to html.
add Id in row to html.
add "</td><td>" to html.
add Status in row to html.
add "</td><td>" to html.
add CreatedAt in row to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using ReviewedBy in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add PaidAt in row to html.
add "</td><td>" to html.
add InvoiceCount in row to html.
add "</td><td>" to html.
add PaymentFile in row to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
