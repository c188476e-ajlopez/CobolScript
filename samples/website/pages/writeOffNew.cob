data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local invoicenumber.
local reasoncode.
local writeoffdate.
local notes.

move invoicenumber in body in request to invoicenumber.
if invoicenumber = "" then
    move "" to invoicenumber.
end-if.
move reasoncode in body in request to reasoncode.
if reasoncode = "" then
    move "" to reasoncode.
end-if.
* blank dates the write-off today; finance may date it back to the
* month it belongs in, as long as that month is still open
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
local invoicerow.
local newwriteoffid.
move "writeOffNew" to page.
move method in request to method.
move companyid in request to companyid.

* the reason codes the bad-debt review reports on; "other" has to say
* what it is. Notes mirror the column (Notes varchar(200))
move "" to errors.
if invoicenumber = "" then
    add "The invoice number is required. " to errors.
end-if.
local reasonok.
move 0 to reasonok.
if reasoncode = "smallbalance" then
    move 1 to reasonok.
end-if.
if reasoncode = "insolvency" then
    move 1 to reasonok.
end-if.
if reasoncode = "untraceable" then
    move 1 to reasonok.
end-if.
if reasoncode = "dispute" then
    move 1 to reasonok.
end-if.
if reasoncode = "other" then
    move 1 to reasonok.
    if notes = "" then
        add "A write-off for another reason needs a note saying what it is. " to errors.
    end-if.
end-if.
if reasonok = 0 then
    add "Choose a reason for the write-off. " to errors.
end-if.
local noteslength.
move length in notes to noteslength.
if noteslength > 200 then
    add "Notes must be 200 characters or fewer. " to errors.
end-if.

if errors not = "" then
    perform reject-writeoff.
    exit program.
end-if.

perform fetch-invoice.

reject-writeoff section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

* the open balance as it stands now, and the write-off date checked
* by the database that will store it: a real date, not in the future,
* not before the invoice it closes
fetch-invoice section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using writeoffdate.
perform push in datavalues using writeoffdate.
perform push in datavalues using writeoffdate.
perform push in datavalues using writeoffdate.
perform push in datavalues using writeoffdate.
perform push in datavalues using writeoffdate.
perform push in datavalues using writeoffdate.
perform push in datavalues using writeoffdate.
perform push in datavalues using invoicenumber.
perform push in datavalues using companyid.

perform query in connection using "select invoices.Id as Id, invoices.InvoiceNumber as InvoiceNumber, invoices.CustomerId as CustomerId, invoices.Currency as Currency, customers.Name as CustomerName, invoices.Total - coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as Balance, coalesce(date_format(if(? = '', curdate(), str_to_date(?, '%Y-%m-%d')), '%Y-%m-%d'), '') as WriteOffDate, case when if(? = '', curdate(), str_to_date(?, '%Y-%m-%d')) is null then 'invalid' when if(? = '', curdate(), str_to_date(?, '%Y-%m-%d')) > curdate() then 'future' when if(? = '', curdate(), str_to_date(?, '%Y-%m-%d')) < date(invoices.InvoiceDate) then 'early' else '' end as DateCheck from invoices inner join customers on customers.Id = invoices.CustomerId where invoices.InvoiceNumber = ? and invoices.CompanyId = ?" datavalues fetch-invoice-end.

fetch-invoice-end section using err, result.
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
    perform write in response using "No such invoice.".
    perform end in response.
    exit program.
end-if.
move result(0) to invoicerow.
local balance.
move Balance in invoicerow to balance.
multiply balance by 1 giving balance.
local isopen.
move 0 to isopen.
if balance > 0 then
    move 1 to isopen.
end-if.
if isopen = 0 then
    add "Nothing is left open on this invoice to write off. " to errors.
end-if.
if DateCheck in invoicerow = "invalid" then
    add "The write-off date must be YYYY-MM-DD. " to errors.
end-if.
if DateCheck in invoicerow = "future" then
    add "A write-off cannot be dated in the future. " to errors.
end-if.
if DateCheck in invoicerow = "early" then
    add "A write-off cannot be dated before the invoice it closes. " to errors.
end-if.
if errors not = "" then
    copy DBRELEASE.
    perform reject-writeoff.
    exit program.
end-if.

* the write-off posts in the month it is dated; once finance has
* closed that month it stays closed
move WriteOffDate in invoicerow to perioddate.
perform check-period.

check-period section.
copy CHECKPERIOD.

after-period-check section.
perform insert-writeoff.

* the balance rides in the where clause: a payment or credit that
* landed since the read leaves a different balance, the insert finds
* nothing, and the clerk is asked to look again rather than writing
* off money that has since been paid
insert-writeoff section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using WriteOffDate in invoicerow.
perform push in datavalues using Balance in invoicerow.
perform push in datavalues using reasoncode.
perform push in datavalues using notes.
local writtenoffby.
move username in request to writtenoffby.
perform push in datavalues using writtenoffby.
perform push in datavalues using Id in invoicerow.
perform push in datavalues using Balance in invoicerow.

perform query in connection using "insert into WriteOffs (CompanyId, CustomerId, InvoiceId, WriteOffDate, Amount, Currency, ExchangeRate, ReasonCode, Notes, WrittenOffBy, CreatedAt) select invoices.CompanyId, invoices.CustomerId, invoices.Id, ?, ?, invoices.Currency, invoices.ExchangeRate, ?, ?, ?, now() from invoices where invoices.Id = ? and invoices.Total - coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) = ?" datavalues insert-end.

insert-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if affectedRows in result = 0 then
    move "conflict" to outcome.
    copy LOG.
    perform rollback in connection using writeoff-conflict-end.
else
    move insertId in result to newwriteoffid.
    perform write-writeoff-audit.
end-if.

writeoff-conflict-end section using err.
copy DBRELEASE.
perform writeHead in response using 409.
perform write in response using "The invoice's balance changed while you were looking at it. Reload the invoice and check it.".
perform end in response.
exit program.

* audit mapping for write-offs: the invoice number in the name slot,
* the customer in the address slot, the reason, amount and note in
* the notes slot
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
add InvoiceNumber in invoicerow to newname.
move CustomerName in invoicerow to newaddress.
move reasoncode to newnotes.
add " / " to newnotes.
add Balance in invoicerow to newnotes.
if Currency in invoicerow not = "" then
    add " " to newnotes.
    add Currency in invoicerow to newnotes.
end-if.
add " / " to newnotes.
add WriteOffDate in invoicerow to newnotes.
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
perform commit in connection using commit-end.

commit-end section using err.
if err then
    perform rollback-write.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
local location.
move "/invoice/view?id=" to location.
add Id in invoicerow to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
