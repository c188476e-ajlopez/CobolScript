* letter - gentle at 30 days unpaid, firm at 60, final notice at 90 -
* one file per letter and one line per letter in joblog.log, so
* credit control can see each morning exactly what went out.
* A letter to an account whose billing contact takes its documents by
* email is mailed there instead of printed (DELIVERDOCUMENT.cpy).
* Each letter is entered in the document index the customer page lists
* copies from (REGISTERDOCUMENT.cpy).
local connection.
local overduerows.
local overdueindex.
local lettercount.
local failerror.
local runstamp.
local emailedcount.
copy DOCFIELDS.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to lettercount.
move 0 to emailedcount.

perform getConnection in pool using connect-end.


* one pass over every active company's invoices: open balance, age in
* days, and the terms the invoice is judged against all come back in
* the same read. The letter is addressed to whoever pays - a branch's
* invoice goes to its bill-to account
find-overdue section.
local datavalues.
move array to datavalues.
perform query in connection using "select invoices.Id as Id, invoices.CompanyId as CompanyId, invoices.InvoiceNumber as InvoiceNumber, invoices.InvoiceDate as InvoiceDate, invoices.Total as Total, invoices.Total - coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as Balance, datediff(now(), invoices.InvoiceDate) as AgeDays, companies.PaymentTermsDays as TermsDays, customers.Id as CustomerId, customers.Name as CustomerName, customers.Address as CustomerAddress from invoices inner join companies on companies.Id = invoices.CompanyId inner join customers branch on branch.Id = invoices.CustomerId inner join customers on customers.Id = coalesce(branch.BillToCustomerId, branch.Id) where companies.IsActive = 1 and customers.IsDeleted = 0 and datediff(now(), invoices.InvoiceDate) > companies.PaymentTermsDays having Balance > 0 order by invoices.CompanyId, invoices.InvoiceNumber" datavalues find-overdue-end.

find-overdue-end section using err, result.
if err then
add "\n" to resultline.
perform appendFileSync in fs using "joblog.log" resultline.

move CompanyId in row to doccompany.
move CustomerId in row to doccustomer.
move "dunning" to doctype.
move letterfile to docfile.
move lettertext to doctext.
move "Payment reminder for invoice " to docsubject.
add InvoiceNumber in row to docsubject.
move "" to docnumber.
add InvoiceNumber in row to docnumber.
add " " to docnumber.
add level to docnumber.
move "dunningLetters" to docjob.
copy REGISTERDOCUMENT.

register-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
copy DELIVERDOCUMENT.

delivery-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
if docchannel = "email" then
    add 1 to emailedcount.
end-if.
add 1 to overdueindex.
perform next-letter.

add lettercount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add " emailed " to summaryline.
add emailedcount to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
