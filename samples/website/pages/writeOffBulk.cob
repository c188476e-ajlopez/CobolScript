data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local writeoffdate.
local notes.

* blank dates the write-offs today, as on the single write-off form
move writeoffdate in body in request to writeoffdate.
if writeoffdate = "" then
    move "" to writeoffdate.
end-if.
move notes in body in request to notes.
if notes = "" then
    move "" to notes.
end-if.

local connection.
local perioddate.
local errors.
local page.
local method.
local outcome.
local companyid.
local companyrow.
local candidates.
local candidateindex.
local candidatelast.
local currentcandidate.
local newwriteoffid.
local writtencount.
move "writeOffBulk" to page.
move method in request to method.
move companyid in request to companyid.

move "" to errors.
local noteslength.
move length in notes to noteslength.
if noteslength > 200 then
    add "Notes must be 200 characters or fewer. " to errors.
end-if.

if errors not = "" then
    perform reject-bulk.
    exit program.
end-if.

perform fetch-threshold.

reject-bulk section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

* the company's threshold, and the write-off date checked the way
* writeOffNew.cob checks it
fetch-threshold section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using writeoffdate.
perform push in datavalues using writeoffdate.
perform push in datavalues using writeoffdate.
perform push in datavalues using writeoffdate.
perform push in datavalues using writeoffdate.
perform push in datavalues using writeoffdate.
perform push in datavalues using companyid.

perform query in connection using "select WriteOffThreshold, coalesce(date_format(if(? = '', curdate(), str_to_date(?, '%Y-%m-%d')), '%Y-%m-%d'), '') as WriteOffDate, case when if(? = '', curdate(), str_to_date(?, '%Y-%m-%d')) is null then 'invalid' when if(? = '', curdate(), str_to_date(?, '%Y-%m-%d')) > curdate() then 'future' else '' end as DateCheck from companies where Id = ?" datavalues fetch-threshold-end.

fetch-threshold-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result(0) to companyrow.
local threshold.
move WriteOffThreshold in companyrow to threshold.
multiply threshold by 1 giving threshold.
if threshold = 0 then
    add "No small-balance threshold is set for this company; an administrator sets one on the company page. " to errors.
end-if.
if DateCheck in companyrow = "invalid" then
    add "The write-off date must be YYYY-MM-DD. " to errors.
end-if.
if DateCheck in companyrow = "future" then
    add "A write-off cannot be dated in the future. " to errors.
end-if.
if errors not = "" then
    copy DBRELEASE.
    perform reject-bulk.
    exit program.
end-if.

move WriteOffDate in companyrow to perioddate.
perform check-period.

check-period section.
copy CHECKPERIOD.

after-period-check section.
perform fetch-candidates.

* every invoice of the company with something still open whose
* balance, at the rate it was raised at, is under the threshold - the
* same selection the /writeoff page lists - and none dated after the
* write-off itself
fetch-candidates section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using WriteOffDate in companyrow.
perform push in datavalues using WriteOffThreshold in companyrow.

perform query in connection using "select invoices.Id as Id, invoices.InvoiceNumber as InvoiceNumber, invoices.Currency as Currency, customers.Name as CustomerName, invoices.ExchangeRate as ExchangeRate, invoices.Total - coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as Balance from invoices inner join customers on customers.Id = invoices.CustomerId where invoices.CompanyId = ? and date(invoices.InvoiceDate) <= ? having Balance > 0 and round(Balance * ExchangeRate, 2) < ? order by invoices.InvoiceNumber" datavalues fetch-candidates-end.

fetch-candidates-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move result to candidates.
local candidatecount.
move length in candidates to candidatecount.
subtract 1 from candidatecount giving candidatelast.
move 0 to candidateindex.
move 0 to writtencount.
perform next-candidate.

next-candidate section.
if candidateindex > candidatelast then
    perform commit in connection using commit-end.
else
    move candidates(candidateindex) to currentcandidate.
    perform insert-writeoff.
end-if.

* the same balance-in-the-where-clause guard as a single write-off;
* an invoice paid since the read is simply left alone
insert-writeoff section.
local datavalues.
move array to datavalues.
perform push in datavalues using WriteOffDate in companyrow.
perform push in datavalues using Balance in currentcandidate.
perform push in datavalues using notes.
local writtenoffby.
move username in request to writtenoffby.
perform push in datavalues using writtenoffby.
perform push in datavalues using Id in currentcandidate.
perform push in datavalues using Balance in currentcandidate.

perform query in connection using "insert into WriteOffs (CompanyId, CustomerId, InvoiceId, WriteOffDate, Amount, Currency, ExchangeRate, ReasonCode, Notes, WrittenOffBy, CreatedAt) select invoices.CompanyId, invoices.CustomerId, invoices.Id, ?, ?, invoices.Currency, invoices.ExchangeRate, 'smallbalance', ?, ?, now() from invoices where invoices.Id = ? and invoices.Total - coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) = ?" datavalues insert-end.

insert-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if affectedRows in result = 0 then
    add 1 to candidateindex.
    perform next-candidate.
else
    move insertId in result to newwriteoffid.
    add 1 to writtencount.
    perform write-writeoff-audit.
end-if.

* one audit row per invoice written off, mapped as writeOffNew.cob
* maps a single one
write-writeoff-audit section.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
move "WriteOff" to entitytype.
move newwriteoffid to entityid.
move "writeoff" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move "invoice " to newname.
add InvoiceNumber in currentcandidate to newname.
move CustomerName in currentcandidate to newaddress.
move "smallbalance / " to newnotes.
add Balance in currentcandidate to newnotes.
if Currency in currentcandidate not = "" then
    add " " to newnotes.
    add Currency in currentcandidate to newnotes.
end-if.
add " / " to newnotes.
add WriteOffDate in companyrow to newnotes.
if notes not = "" then
    add " / " to newnotes.
    add notes to newnotes.
end-if.
local changedby.
move username in request to changedby.
copy AUDIT.

audit-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
add 1 to candidateindex.
perform next-candidate.

commit-end section using err.
if err then
    perform rollback-write.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
local headers.
move object to headers.
move "/writeoff" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
