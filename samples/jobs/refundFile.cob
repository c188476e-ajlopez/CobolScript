data division.
linkage section.
01 require.
01 jobdone.
procedure division.
local fs.
perform require using "fs" giving fs.
local mysql.
perform require using "mysql" giving mysql.
global Math.
global pool.

* pays the customer refunds a second user approved on /refund: each
* company's approved refunds become one bank file, in the supplier
* payment file layout paymentFile.cob writes (see there), so the bank
* portal takes it the same way. Each refund is marked paid one at a
* time, with the rate on the day for a foreign-currency account, so a
* refund approved while the job runs simply waits for the next night.
* The company's refunds are marked paid in one transaction, and the
* file is written after the commit; a rerun finds nothing approved
* left to pay. Within the layout:
*   H  the lowest refund id the night took up stands in for the run
*      id, so the file name (bankrefund-<company>-<refund>.txt) never
*      repeats
*   P  one per refund, keyed by the paying customer's id
*   R  one per refund, referencing "REFUND <id>", dated today
local connection.
local companies.
local companyindex.
local companylast.
local currentcompany.
local refundrows.
local refundindex.
local refundlast.
local currentrefund.
local paidrefunds.
local paymentfile.
local filetext.
local paymentcount.
local paymenttotal.
local remitcount.
local remittotal.
local paidcount.
local failedcount.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to paidcount.
move 0 to failedcount.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform find-companies.

find-companies section.
local datavalues.
move array to datavalues.
perform query in connection using "select distinct CompanyId from Refunds where Status = 'approved' order by CompanyId" datavalues find-companies-end.

find-companies-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to companies.
local companycount.
move length in companies to companycount.
subtract 1 from companycount giving companylast.
move 0 to companyindex.
perform next-company.

next-company section.
if companyindex > companylast then
    perform finish-run.
else
    local companyrow.
    move companies(companyindex) to companyrow.
    move CompanyId in companyrow to currentcompany.
    perform begin-company.
end-if.

begin-company section.
perform beginTransaction in connection using begin-company-end.

begin-company-end section using err.
if err then
    perform fail-run using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform query in connection using "select Refunds.Id as Id, Refunds.CustomerId as CustomerId, customers.Name as CustomerName, Refunds.Amount as Amount, Refunds.Currency as Currency, Refunds.BankAccount as BankAccount from Refunds inner join customers on customers.Id = Refunds.CustomerId where Refunds.CompanyId = ? and Refunds.Status = 'approved' order by Refunds.Id for update" datavalues fetch-refunds-end.

fetch-refunds-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
move result to refundrows.
move array to paidrefunds.
local refundcount.
move length in refundrows to refundcount.
subtract 1 from refundcount giving refundlast.
move "" to paymentfile.
if refundcount > 0 then
    local firstrow.
    move refundrows(0) to firstrow.
    move "bankrefund-" to paymentfile.
    add currentcompany to paymentfile.
    add "-" to paymentfile.
    add Id in firstrow to paymentfile.
    add ".txt" to paymentfile.
end-if.
move 0 to refundindex.
perform next-refund.

next-refund section.
if refundindex > refundlast then
    perform commit in connection using commit-company-end.
else
    move refundrows(refundindex) to currentrefund.
    perform mark-refund.
end-if.

* still approved, or it is left alone; the rate is the latest on or
* before today, as the invoice run takes it, and 1 for base currency
mark-refund section.
local datavalues.
move array to datavalues.
perform push in datavalues using paymentfile.
perform push in datavalues using Id in currentrefund.
perform query in connection using "update Refunds set Status = 'paid', PaidAt = now(), PaymentFile = ?, ExchangeRate = coalesce((select ExchangeRates.Rate from ExchangeRates where ExchangeRates.Currency = Refunds.Currency and ExchangeRates.RateDate <= curdate() order by ExchangeRates.RateDate desc limit 1), 1) where Id = ? and Status = 'approved'" datavalues mark-refund-end.

mark-refund-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
if affectedRows in result = 0 then
    add 1 to refundindex.
    perform next-refund.
else
    perform push in paidrefunds using currentrefund.
    perform write-refund-audit.
end-if.

write-refund-audit section.
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
move "Refund" to entitytype.
move Id in currentrefund to entityid.
move "status" to action.
move "approved" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move "paid" to newname.
move paymentfile to newaddress.
move CustomerName in currentrefund to newnotes.
add " / " to newnotes.
add Amount in currentrefund to newnotes.
if Currency in currentrefund not = "" then
    add " " to newnotes.
    add Currency in currentrefund to newnotes.
end-if.
move "refundfile" to changedby.
move currentcompany to companyid.
copy AUDIT.

audit-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
add 1 to refundindex.
perform next-refund.

commit-company-end section using err.
if err then
    perform fail-company using err.
    exit program.
end-if.
local companypaid.
move length in paidrefunds to companypaid.
if companypaid > 0 then
    perform write-refund-file.
end-if.
add companypaid to paidcount.
local resultline.
move "refundFile company " to resultline.
add currentcompany to resultline.
if companypaid > 0 then
    add " file " to resultline.
    add paymentfile to resultline.
    add " refunds " to resultline.
    add companypaid to resultline.
else
    add " nothing left to pay" to resultline.
end-if.
add "\n" to resultline.
perform appendFileSync in fs using "joblog.log" resultline.
add 1 to companyindex.
perform next-company.

write-refund-file section.
local fieldtext.
move 0 to paymentcount.
move 0 to paymenttotal.
move 0 to remitcount.
move 0 to remittotal.
move "H" to filetext.
perform pad-number using currentcompany 5 giving fieldtext.
add fieldtext to filetext.
local firstrefund.
move refundrows(0) to firstrefund.
perform pad-number using Id in firstrefund 9 giving fieldtext.
add fieldtext to filetext.
add runstamp to filetext.
add "\n" to filetext.
local paidtotal.
local paidlast.
move length in paidrefunds to paidtotal.
subtract 1 from paidtotal giving paidlast.
local r.
perform add-refund-records using r varying r from 0 to paidlast.
add "T" to filetext.
perform pad-number using paymentcount 7 giving fieldtext.
add fieldtext to filetext.
perform pad-number using paymenttotal 15 giving fieldtext.
add fieldtext to filetext.
perform pad-number using remitcount 7 giving fieldtext.
add fieldtext to filetext.
perform pad-number using remittotal 15 giving fieldtext.
add fieldtext to filetext.
add "\n" to filetext.
perform writeFileSync in fs using paymentfile filetext.

* a P record and its single R record per refund, in whole cents
add-refund-records section using r.
local row.
move paidrefunds(r) to row.
local refundcents.
move Amount in row to refundcents.
multiply refundcents by 100 giving refundcents.
perform round in Math using refundcents giving refundcents.
local fieldtext.
add "P" to filetext.
perform pad-number using CustomerId in row 9 giving fieldtext.
add fieldtext to filetext.
perform pad-text using CustomerName in row 35 giving fieldtext.
add fieldtext to filetext.
perform pad-text using BankAccount in row 34 giving fieldtext.
add fieldtext to filetext.
perform pad-text using Currency in row 3 giving fieldtext.
add fieldtext to filetext.
perform pad-number using refundcents 13 giving fieldtext.
add fieldtext to filetext.
perform pad-number using 1 5 giving fieldtext.
add fieldtext to filetext.
add "\n" to filetext.
add 1 to paymentcount.
add refundcents to paymenttotal.
local reference.
move "REFUND " to reference.
add Id in row to reference.
add "R" to filetext.
perform pad-number using CustomerId in row 9 giving fieldtext.
add fieldtext to filetext.
perform pad-text using reference 40 giving fieldtext.
add fieldtext to filetext.
perform pad-text using runstamp 10 giving fieldtext.
add fieldtext to filetext.
perform pad-number using refundcents 13 giving fieldtext.
add fieldtext to filetext.
add "\n" to filetext.
add 1 to remitcount.
add refundcents to remittotal.

pad-text section using value, width.
local astext.
move "" to astext.
add value to astext.
local clipped.
perform substring in astext using 0 width giving clipped.
local padded.
perform padEnd in clipped using width giving padded.
return padded.

pad-number section using value, width.
local astext.
move "" to astext.
add value to astext.
local padded.
perform padStart in astext using width "0" giving padded.
return padded.

* one company failing rolls back only that company's refunds; they
* stay approved and the next night's job pays them
fail-company section using companyerr.
move companyerr to failerror.
perform rollback in connection using fail-company-end.

fail-company-end section using err.
add 1 to failedcount.
local exceptionline.
move "refundFile failed company " to exceptionline.
add currentcompany to exceptionline.
add " " to exceptionline.
add failerror to exceptionline.
add "\n" to exceptionline.
perform appendFileSync in fs using "joblog.log" exceptionline.
add 1 to companyindex.
perform next-company.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "refundFile refunds " to summaryline.
add paidcount to summaryline.
add " failed " to summaryline.
add failedcount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
