end-if.

* the same selection the aging page runs: open balance per invoice,
* bucketed by days since the invoice date, summed per customer - the
* paying customer, so a chain's branches age under their bill-to
* account
find-aging section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform query in connection using "select customers.Id as Id, customers.Name as Name, sum(case when datediff(now(), inv.InvoiceDate) < 30 then inv.Balance else 0 end) as BucketCurrent, sum(case when datediff(now(), inv.InvoiceDate) between 30 and 59 then inv.Balance else 0 end) as Bucket30, sum(case when datediff(now(), inv.InvoiceDate) between 60 and 89 then inv.Balance else 0 end) as Bucket60, sum(case when datediff(now(), inv.InvoiceDate) > 89 then inv.Balance else 0 end) as Bucket90, sum(inv.Balance) as TotalOpen from (select invoices.Id as Id, invoices.CustomerId as CustomerId, invoices.InvoiceDate as InvoiceDate, invoices.Total - coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) - coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) - coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as Balance from invoices where invoices.CompanyId = ?) inv inner join customers branch on branch.Id = inv.CustomerId inner join customers on customers.Id = coalesce(branch.BillToCustomerId, branch.Id) where inv.Balance > 0 group by customers.Id, customers.Name order by TotalOpen desc" datavalues find-aging-end.

find-aging-end section using err, result.
if err then
