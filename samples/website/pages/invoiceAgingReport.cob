local method.
local outcome.
local companyid.
local builtat.
local builtday.
move "invoiceAgingReport" to page.
move method in request to method.
move companyid in request to companyid.

perform fetch-aging.

* both views read the open balances the nightly summaryBuild job
* keeps, so a page load no longer sums every invoice's payments,
* credits and write-offs
fetch-aging section.
copy DBCONNECT.
copy SUMMARYBUILT.

after-summary-built section.
if customerid = "" then
    perform list-aging-summary.
else

* an invoice's open balance is its total less the payments applied to
* it; the age buckets cut on days since InvoiceDate, judged by the
* database clock at the build. Balances are summed under the paying
* account: a branch with a bill-to account ages under it, invoices
* raised before the link included
list-aging-summary section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select customers.Id as Id, customers.Name as Name, CustomerBalances.BucketCurrent as BucketCurrent, CustomerBalances.Bucket30 as Bucket30, CustomerBalances.Bucket60 as Bucket60, CustomerBalances.Bucket90 as Bucket90, CustomerBalances.TotalOpen as TotalOpen from CustomerBalances inner join customers on customers.Id = CustomerBalances.CustomerId where CustomerBalances.CompanyId = ? order by CustomerBalances.TotalOpen desc" datavalues list-summary-end.

list-summary-end section using err, result.
copy DBRELEASE.

move "<h1>Receivables aging</h1>" to html.
copy HTMLHEAD.
add "<p>Open invoice balances per customer, bucketed by days since the invoice date. Click a customer for the invoices behind the numbers. Payments, credits and write-offs recorded since the figures were built show after the next night's build.</p>" to html.
perform show-summary-built.
add "<table><tr><th>Customer</th><th>Current</th><th>30+</th><th>60+</th><th>90+</th><th>Total open</th><th></th></tr>" to html.

local count.
if count = 0 then
    add "<p>Nothing is owed: every invoice is settled in full.</p>" to html.
end-if.
add "<p><a href=""/writeoff"">Write-offs</a> <a href=""/refund"">Refunds</a> <a href=""/rebate"">Rebates</a> <a href=""/customer"">Back to customers</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform push in datavalues using companyid.
perform push in datavalues using customerid.

perform query in connection using "select InvoiceId as Id, InvoiceNumber, InvoiceDate, datediff(now(), InvoiceDate) as AgeDays, Total, Applied, Credited, WrittenOff from InvoiceBalances where CompanyId = ? and AccountId = ? order by InvoiceDate" datavalues list-detail-end.

list-detail-end section using err, result.
copy DBRELEASE.

move "<h1>Open invoices</h1>" to html.
copy HTMLHEAD.
perform show-summary-built.
add "<table><tr><th>Invoice</th><th>Date</th><th>Age (days)</th><th>Total</th><th>Paid</th><th>Balance</th></tr>" to html.

local count.
local balance.
subtract Applied in row from Total in row giving balance.
subtract Credited in row from balance giving balance.
subtract WrittenOff in row from balance giving balance.
add "<tr><td><a href=""/invoice/view?id=" to html.
add Id in row to html.
add """>" to html.
