perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select invoices.Id as Id, invoices.InvoiceNumber as InvoiceNumber, invoices.InvoiceDate as InvoiceDate, invoices.Net as Net, invoices.Tax as Tax, invoices.Total as Total, coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) as Applied, coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) as Credited, coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as WrittenOff, invoices.CustomerId as CustomerId, customers.Name as CustomerName from invoices inner join customers on customers.Id = invoices.CustomerId where invoices.Id = ? and invoices.CompanyId = ?" datavalues view-end.

view-end section using err, result.
if err then
