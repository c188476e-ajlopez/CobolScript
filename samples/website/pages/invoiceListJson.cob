
perform list-invoices-json.

* each invoice carries its applied, credited and written-off totals,
* so the caller can compute the open balance without a second request
list-invoices-json section.
copy DBCONNECT.

move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select invoices.Id as Id, invoices.InvoiceNumber as InvoiceNumber, invoices.InvoiceDate as InvoiceDate, invoices.Net as Net, invoices.Tax as Tax, invoices.Total as Total, coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) as Applied, coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) as Credited, coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as WrittenOff, invoices.CustomerId as CustomerId, customers.Name as CustomerName from invoices inner join customers on customers.Id = invoices.CustomerId where invoices.CompanyId = ? order by invoices.InvoiceNumber desc" datavalues list-end.

list-end section using err, result.
copy DBRELEASE.
