move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select SupplierInvoices.Id as Id, SupplierInvoices.OrderId as OrderId, SupplierInvoices.InvoiceRef as InvoiceRef, SupplierInvoices.InvoiceDate as InvoiceDate, SupplierInvoices.Total as Total, SupplierInvoices.Tax as Tax, SupplierInvoices.ExpectedTotal as ExpectedTotal, SupplierInvoices.Currency as Currency, SupplierInvoices.Status as Status, SupplierInvoices.MatchDetail as MatchDetail, suppliers.Name as SupplierName from SupplierInvoices inner join suppliers on suppliers.Id = SupplierInvoices.SupplierId where SupplierInvoices.CompanyId = ? order by SupplierInvoices.Status, SupplierInvoices.CreatedAt desc" datavalues list-end.

list-end section using err, result.
copy DBRELEASE.
move "<h1>Supplier invoices</h1>" to html.
copy HTMLHEAD.
add "<p>Each keyed invoice is three-way matched against the order and the goods receipt. A discrepancy needs a supervisor's approval before it can be paid.</p>" to html.
add "<table><tr><th>Supplier</th><th>Reference</th><th>Order</th><th>Date</th><th>Invoiced</th><th>Tax</th><th>Expected</th><th>Status</th><th>Detail</th><th></th></tr>" to html.

local count.
local last.
add """>" to html.
add "<p>Order id: <input type=""text"" name=""orderid"" size=""8""> " to html.
add "Reference: <input type=""text"" name=""invoiceref"" size=""20""> " to html.
add "Total, in the supplier's currency: <input type=""text"" name=""total"" size=""10""> " to html.
add "of which tax: <input type=""text"" name=""tax"" size=""8"" placeholder=""none""> " to html.
add "<input type=""submit"" value=""Key invoice""></p>" to html.
add "</form>" to html.
add "<p><a href=""/order"">Orders</a> <a href=""/supplier"">Suppliers</a> <a href=""/payrun"">Payment runs</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform escape-html using InvoiceRef in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
* a sister company's invoice is booked by the invoice run with no
* purchase order behind it
if OrderId in row = 0 then
    add "intercompany" to html.
else
    add "<a href=""/order/view?id=" to html.
    add OrderId in row to html.
    add """>" to html.
    add OrderId in row to html.
    add "</a>" to html.
end-if.
add "</td><td>" to html.
add InvoiceDate in row to html.
add "</td><td>" to html.
add Total in row to html.
add "</td><td>" to html.
add Tax in row to html.
add "</td><td>" to html.
add ExpectedTotal in row to html.
if Currency in row not = "" then
    add " " to html.
    add Currency in row to html.
end-if.
add "</td><td>" to html.
add Status in row to html.
add "</td><td>" to html.
