data division.
linkage section.
01 require.
01 jobdone.
procedure division.
local fs.
perform require using "fs" giving fs.
local mysql.
perform require using "mysql" giving mysql.
global pool.

* the nightly close-out of quotes nobody answered: every open quote
* whose valid-until date has passed is marked expired, one
* transaction per quote with its audit row, so the quote's history
* says when and why it closed and the win/loss report on /quote/report
* counts it. The screens refuse to accept a quote past its date even
* before this has run; this only makes the status say so.
local connection.
local quoterows.
local quoteindex.
local quotelast.
local currentquote.
local expiredcount.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.
move 0 to expiredcount.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform find-lapsed.

find-lapsed section.
local datavalues.
move array to datavalues.
perform query in connection using "select Quotes.Id as Id, Quotes.CompanyId as CompanyId, date_format(Quotes.ValidUntil, '%Y-%m-%d') as ValidUntil, customers.Name as CustomerName, suppliers.Name as SupplierName from Quotes inner join customers on customers.Id = Quotes.CustomerId inner join suppliers on suppliers.Id = Quotes.SupplierId where Quotes.Status = 'open' and Quotes.ValidUntil < curdate() order by Quotes.Id" datavalues find-lapsed-end.

find-lapsed-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to quoterows.
local quotecount.
move length in quoterows to quotecount.
subtract 1 from quotecount giving quotelast.
move 0 to quoteindex.
perform next-quote.

next-quote section.
if quoteindex > quotelast then
    local summaryline.
    move "quoteExpiry expired " to summaryline.
    add expiredcount to summaryline.
    add " date " to summaryline.
    add runstamp to summaryline.
    add "\n" to summaryline.
    perform appendFileSync in fs using "joblog.log" summaryline.
    perform finish-run.
else
    move quoterows(quoteindex) to currentquote.
    perform beginTransaction in connection using begin-expire-end.
end-if.

begin-expire-end section using err.
if err then
    perform fail-run using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using Id in currentquote.

* the status is checked again in the where clause: a quote accepted
* on the screen since the read above stays accepted
perform query in connection using "update Quotes set Status = 'expired', ClosedAt = now() where Id = ? and Status = 'open'" datavalues expire-end.

expire-end section using err, result.
if err then
    perform fail-expire using err.
    exit program.
end-if.
if affectedRows in result = 0 then
    perform commit in connection using expire-commit-end.
else
    add 1 to expiredcount.
    perform write-expiry-audit.
end-if.

write-expiry-audit section.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
local changedby.
local companyid.
move "Quote" to entitytype.
move Id in currentquote to entityid.
move "status" to action.
move "open" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move "expired" to newname.
move CustomerName in currentquote to newaddress.
add " / " to newaddress.
add SupplierName in currentquote to newaddress.
move "valid until " to newnotes.
add ValidUntil in currentquote to newnotes.
move "quoteExpiry" to changedby.
move CompanyId in currentquote to companyid.
copy AUDIT.

audit-end section using err, result.
if err then
    perform fail-expire using err.
    exit program.
end-if.
perform commit in connection using expire-commit-end.

expire-commit-end section using err.
if err then
    perform fail-expire using err.
    exit program.
end-if.
add 1 to quoteindex.
perform next-quote.

fail-expire section using expireerr.
move expireerr to failerror.
perform rollback in connection using fail-expire-end.

fail-expire-end section using err.
perform release in connection.
perform jobdone using failerror.
exit program.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
perform jobdone.
