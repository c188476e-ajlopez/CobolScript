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
local creditrows.
local openrows.
local recentrows.
local page.
local method.
local outcome.
local companyid.
move "refundList" to page.
move method in request to method.
move companyid in request to companyid.

perform list-credits.

* the refunds desk: every paying account that owes us less than
* nothing - overpaid, or credited after it paid - in the account's own
* currency. A refund is issued against that credit here, approved by a
* second user, and paid by the nightly refund file; a refund not yet
* rejected already counts against the credit, so the same money cannot
* be refunded twice while one is waiting
list-credits section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select customers.Id as Id, customers.Name as Name, customers.Currency as Currency, (coalesce((select sum(invoices.Total) from invoices where invoices.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and invoices.Currency = customers.Currency), 0) - coalesce((select sum(payments.Amount + coalesce((select sum(PaymentAllocations.Discount) from PaymentAllocations where PaymentAllocations.PaymentId = payments.Id), 0)) from payments where payments.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and payments.Currency = customers.Currency), 0) - coalesce((select sum(CreditNotes.Total) from CreditNotes where CreditNotes.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and CreditNotes.Currency = customers.Currency), 0) - coalesce((select sum(WriteOffs.Amount) from WriteOffs where WriteOffs.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and WriteOffs.Currency = customers.Currency), 0) + coalesce((select sum(Refunds.Amount) from Refunds where Refunds.CustomerId = customers.Id and Refunds.Currency = customers.Currency and Refunds.Status <> 'rejected'), 0)) as Balance from customers where customers.CompanyId = ? and customers.IsDeleted = 0 and customers.BillToCustomerId is null having Balance < 0 order by Balance" datavalues list-credits-end.

list-credits-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to creditrows.
perform list-open.

list-open section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select Refunds.Id as Id, Refunds.CustomerId as CustomerId, customers.Name as CustomerName, Refunds.Amount as Amount, Refunds.Currency as Currency, Refunds.BankAccount as BankAccount, Refunds.Reason as Reason, Refunds.Status as Status, Refunds.RequestedBy as RequestedBy, date_format(Refunds.RequestedAt, '%Y-%m-%d') as RequestedAt, coalesce(Refunds.ReviewedBy, '') as ReviewedBy from Refunds inner join customers on customers.Id = Refunds.CustomerId where Refunds.CompanyId = ? and Refunds.Status in ('pending', 'approved') order by Refunds.Id" datavalues list-open-end.

list-open-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to openrows.
perform list-recent.

list-recent section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select Refunds.Id as Id, Refunds.CustomerId as CustomerId, customers.Name as CustomerName, Refunds.Amount as Amount, Refunds.Currency as Currency, Refunds.Reason as Reason, Refunds.Status as Status, coalesce(Refunds.ReviewedBy, '') as ReviewedBy, coalesce(date_format(Refunds.PaidAt, '%Y-%m-%d'), '') as PaidAt, Refunds.PaymentFile as PaymentFile from Refunds inner join customers on customers.Id = Refunds.CustomerId where Refunds.CompanyId = ? and Refunds.Status in ('paid', 'rejected') order by Refunds.Id desc limit 50" datavalues list-recent-end.

list-recent-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to recentrows.

move "<h1>Refunds</h1>" to html.
copy HTMLHEAD.
add "<p>A customer in credit can be refunded up to that credit. A refund is issued here, approved by a different user, and paid by the next refund file to the bank; it shows on the customer's statement once paid.</p>" to html.

add "<h2>Customers in credit</h2>" to html.
local creditcount.
local creditlast.
local i.
move length in creditrows to creditcount.
subtract 1 from creditcount giving creditlast.
if creditcount = 0 then
    add "<p>No customer is in credit.</p>" to html.
else
    add "<table><tr><th>Customer</th><th>Credit</th><th>Issue a refund</th></tr>" to html.
    perform show-credit-row using i varying i from 0 to creditlast.
    add "</table>" to html.
end-if.

add "<h2>Awaiting approval and payment</h2>" to html.
local opencount.
local openlast.
local j.
move length in openrows to opencount.
subtract 1 from opencount giving openlast.
if opencount = 0 then
    add "<p>No refund is waiting.</p>" to html.
else
    add "<table><tr><th>Refund</th><th>Customer</th><th>Amount</th><th>Bank account</th><th>Reason</th><th>Issued</th><th>By</th><th>Status</th><th></th></tr>" to html.
    perform show-open-row using j varying j from 0 to openlast.
    add "</table>" to html.
end-if.

add "<h2>Recent refunds</h2>" to html.
add "<table><tr><th>Refund</th><th>Customer</th><th>Amount</th><th>Reason</th><th>Status</th><th>Reviewed by</th><th>Paid</th><th>File</th></tr>" to html.
local recentcount.
local recentlast.
local k.
move length in recentrows to recentcount.
subtract 1 from recentcount giving recentlast.
perform show-recent-row using k varying k from 0 to recentlast.
add "</table>" to html.
add "<p><a href=""/invoice/aging"">Aging report</a> <a href=""/invoice"">Invoices</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

* the credit shows as a positive amount, and the form offers all of it
show-credit-row section using i.
local row.
move creditrows(i) to row.
local credit.
move Balance in row to credit.
multiply credit by -1 giving credit.
add "<tr><td><a href=""/customer/view?id=" to html.
add Id in row to html.
add """>" to html.
local escvalue.
perform escape-html using Name in row giving escvalue.
add escvalue to html.
add "</a></td><td>" to html.
add credit to html.
if Currency in row not = "" then
    add " " to html.
    add Currency in row to html.
end-if.
add "</td><td><form method=""post"" action=""/refund/new"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""customerid"" value=""" to html.
add Id in row to html.
add """>" to html.
add "Amount: <input type=""text"" name=""amount"" size=""10"" value=""" to html.
add credit to html.
add """> " to html.
add "Bank account: <input type=""text"" name=""bankaccount"" size=""24""> " to html.
add "Reason: <input type=""text"" name=""reason"" size=""30""> " to html.
add "<input type=""submit"" value=""Issue refund"">" to html.
add "</form></td></tr>" to html.

* only a pending refund can be reviewed; an approved one waits for the
* refund file
show-open-row section using j.
local row.
move openrows(j) to row.
add "<tr><td>" to html.
add Id in row to html.
add "</td><td><a href=""/customer/view?id=" to html.
add CustomerId in row to html.
add """>" to html.
local escvalue.
perform escape-html using CustomerName in row giving escvalue.
add escvalue to html.
add "</a></td><td>" to html.
add Amount in row to html.
if Currency in row not = "" then
    add " " to html.
    add Currency in row to html.
end-if.
add "</td><td>" to html.
local escvalue.
perform escape-html using BankAccount in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Reason in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add RequestedAt in row to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using RequestedBy in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Status in row to html.
if Status in row = "approved" then
    add " by " to html.
    local escvalue.
    perform escape-html using ReviewedBy in row giving escvalue.
    add escvalue to html.
end-if.
add "</td><td>" to html.
if Status in row = "pending" then
    add "<form method=""post"" action=""/refund/status"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """><input type=""hidden"" name=""id"" value=""" to html.
    add Id in row to html.
    add """><input type=""hidden"" name=""status"" value=""approved""><input type=""submit"" value=""Approve""></form> " to html.
    add "<form method=""post"" action=""/refund/status"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """><input type=""hidden"" name=""id"" value=""" to html.
    add Id in row to html.
    add """><input type=""hidden"" name=""status"" value=""rejected""><input type=""submit"" value=""Reject""></form>" to html.
end-if.
add "</td></tr>" to html.

show-recent-row section using k.
local row.
move recentrows(k) to row.
add "<tr><td>" to html.
add Id in row to html.
add "</td><td><a href=""/customer/view?id=" to html.
add CustomerId in row to html.
add """>" to html.
local escvalue.
perform escape-html using CustomerName in row giving escvalue.
add escvalue to html.
add "</a></td><td>" to html.
add Amount in row to html.
if Currency in row not = "" then
    add " " to html.
    add Currency in row to html.
end-if.
add "</td><td>" to html.
local escvalue.
perform escape-html using Reason in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Status in row to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using ReviewedBy in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add PaidAt in row to html.
add "</td><td>" to html.
add PaymentFile in row to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
