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
local companyrow.
local candidates.
local recentrows.
local page.
local method.
local outcome.
local companyid.
move "writeOffList" to page.
move method in request to method.
move companyid in request to companyid.

perform fetch-threshold.

* the bad-debt desk: write off one invoice's balance with a reason, or
* clear every residual under the company's threshold in one go. A
* write-off closes the balance, so the invoice leaves the aging report
* and the dunning run, and the GL extract posts it to BADDEBT
fetch-threshold section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select WriteOffThreshold from companies where Id = ?" datavalues fetch-threshold-end.

fetch-threshold-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result(0) to companyrow.
perform list-candidates.

* the selection writeOffBulk.cob takes, dated today
list-candidates section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using WriteOffThreshold in companyrow.

perform query in connection using "select invoices.Id as Id, invoices.InvoiceNumber as InvoiceNumber, date_format(invoices.InvoiceDate, '%Y-%m-%d') as InvoiceDate, invoices.Currency as Currency, invoices.ExchangeRate as ExchangeRate, customers.Name as CustomerName, invoices.Total - coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as Balance from invoices inner join customers on customers.Id = invoices.CustomerId where invoices.CompanyId = ? having Balance > 0 and round(Balance * ExchangeRate, 2) < ? order by invoices.InvoiceNumber" datavalues list-candidates-end.

list-candidates-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to candidates.
perform list-recent.

list-recent section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select WriteOffs.InvoiceId as InvoiceId, date_format(WriteOffs.WriteOffDate, '%Y-%m-%d') as WriteOffDate, WriteOffs.Amount as Amount, WriteOffs.Currency as Currency, WriteOffs.ReasonCode as ReasonCode, WriteOffs.Notes as Notes, WriteOffs.WrittenOffBy as WrittenOffBy, invoices.InvoiceNumber as InvoiceNumber, customers.Name as CustomerName from WriteOffs inner join invoices on invoices.Id = WriteOffs.InvoiceId inner join customers on customers.Id = WriteOffs.CustomerId where WriteOffs.CompanyId = ? order by WriteOffs.Id desc limit 50" datavalues list-recent-end.

list-recent-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to recentrows.

move "<h1>Write-offs</h1>" to html.
copy HTMLHEAD.
add "<p>Writing off closes what is left open on an invoice: it leaves the aging report and the dunning run, shows on the customer's statement, and posts to bad debt in the ledger. A write-off dated in a closed month is refused.</p>" to html.

add "<h2>Write off an invoice</h2>" to html.
add "<form method=""post"" action=""/writeoff/new"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<p>Invoice number: <input type=""text"" name=""invoicenumber"" size=""8""> " to html.
copy WRITEOFFREASONS.
add " Date: <input type=""text"" name=""writeoffdate"" size=""10"" placeholder=""today""> " to html.
add "Note: <input type=""text"" name=""notes"" size=""40""> " to html.
add "<input type=""submit"" value=""Write off the balance""></p>" to html.
add "</form>" to html.

add "<h2>Small balances</h2>" to html.
local threshold.
move WriteOffThreshold in companyrow to threshold.
multiply threshold by 1 giving threshold.
if threshold = 0 then
    add "<p>No small-balance threshold is set for this company, so the bulk write-off is off. An administrator sets one on the <a href=""/company"">company page</a>.</p>" to html.
else
    add "<p>Invoices with less than " to html.
    add WriteOffThreshold in companyrow to html.
    add " (base currency) left open:</p>" to html.
    add "<table><tr><th>Invoice</th><th>Date</th><th>Customer</th><th>Balance</th></tr>" to html.
    local count.
    local last.
    local i.
    move length in candidates to count.
    subtract 1 from count giving last.
    perform show-candidate-row using i varying i from 0 to last.
    add "</table>" to html.
    if count = 0 then
        add "<p>No invoice has a small balance left open.</p>" to html.
    else
        add "<form method=""post"" action=""/writeoff/bulk"">" to html.
        add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
        add csrftoken in request to html.
        add """>" to html.
        add "<p>Date: <input type=""text"" name=""writeoffdate"" size=""10"" placeholder=""today""> " to html.
        add "Note: <input type=""text"" name=""notes"" size=""40""> " to html.
        add "<input type=""submit"" value=""Write off all small balances""></p>" to html.
        add "</form>" to html.
    end-if.
end-if.

add "<h2>Recent write-offs</h2>" to html.
add "<table><tr><th>Date</th><th>Invoice</th><th>Customer</th><th>Amount</th><th>Reason</th><th>Note</th><th>By</th></tr>" to html.
local recentcount.
local recentlast.
local k.
move length in recentrows to recentcount.
subtract 1 from recentcount giving recentlast.
perform show-recent-row using k varying k from 0 to recentlast.
add "</table>" to html.
add "<p><a href=""/invoice/aging"">Aging report</a> <a href=""/refund"">Refunds</a> <a href=""/invoice"">Invoices</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-candidate-row section using i.
local row.
move candidates(i) to row.
add "<tr><td><a href=""/invoice/view?id=" to html.
add Id in row to html.
add """>" to html.
add InvoiceNumber in row to html.
add "</a></td><td>" to html.
add InvoiceDate in row to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using CustomerName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Balance in row to html.
if Currency in row not = "" then
    add " " to html.
    add Currency in row to html.
end-if.
add "</td></tr>" to html.

show-recent-row section using k.
local row.
move recentrows(k) to row.
add "<tr><td>" to html.
add WriteOffDate in row to html.
add "</td><td><a href=""/invoice/view?id=" to html.
add InvoiceId in row to html.
add """>" to html.
add InvoiceNumber in row to html.
add "</a></td><td>" to html.
local escvalue.
perform escape-html using CustomerName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Amount in row to html.
if Currency in row not = "" then
    add " " to html.
    add Currency in row to html.
end-if.
add "</td><td>" to html.
add ReasonCode in row to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Notes in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using WrittenOffBy in row giving escvalue.
add escvalue to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
