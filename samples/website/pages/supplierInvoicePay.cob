perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, InvoiceRef, Total, Status, coalesce(PaymentRunId, 0) as PaymentRunId from SupplierInvoices where Id = ? and CompanyId = ?" datavalues fetch-invoice-end.

fetch-invoice-end section using err, result.
if err then
    perform end in response.
    exit program.
end-if.
* an invoice on a payment run is paid by the run's bank file; paying
* it by hand as well would pay it twice
if PaymentRunId in invoicerow not = 0 then
    move "rejected" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 400.
    perform write in response using "This invoice is on a payment run; exclude it from the run on /payrun first.".
    perform end in response.
    exit program.
end-if.

perform pay-invoice.

move array to datavalues.
perform push in datavalues using id.

perform query in connection using "update SupplierInvoices set Status = 'paid' where Id = ? and Status = 'matched' and PaymentRunId is null" datavalues pay-end.

pay-end section using err, result.
if err then
