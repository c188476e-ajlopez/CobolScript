move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select invoices.Id as Id, invoices.InvoiceNumber as InvoiceNumber, invoices.InvoiceDate as InvoiceDate, invoices.Total as Total, invoices.Currency as Currency, coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) as Applied, coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) as Credited, coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as WrittenOff, invoices.CustomerId as CustomerId, customers.Name as CustomerName from invoices inner join customers on customers.Id = invoices.CustomerId where invoices.CompanyId = ? order by invoices.InvoiceNumber desc" datavalues list-end.

list-end section using err, result.
copy DBRELEASE.

move "<h1>Invoices</h1>" to html.
copy HTMLHEAD.
add "<p>Invoices are raised by the overnight billing run over closed orders. <a href=""/invoice/aging"">Aging report</a> <a href=""/zone"">Delivery zones</a></p>" to html.
add "<table><tr><th>Number</th><th>Date</th><th>Customer</th><th>Total</th><th>Paid</th><th>Status</th><th></th></tr>" to html.

local count.
move Credited in row to credited.
multiply credited by 1 giving credited.
add credited to applied.
local writtenoff.
move WrittenOff in row to writtenoff.
multiply writtenoff by 1 giving writtenoff.
add writtenoff to applied.
add "<tr><td>" to html.
add InvoiceNumber in row to html.
add "</td><td>" to html.
add escvalue to html.
add "</td><td>" to html.
add Total in row to html.
if Currency in row not = "" then
    add " " to html.
    add Currency in row to html.
end-if.
add "</td><td>" to html.
add Applied in row to html.
add "</td><td>" to html.
    if applied < total then
        add "part paid" to html.
    else
        if writtenoff > 0 then
            add "written off" to html.
        else
            add "paid" to html.
        end-if.
    end-if.
end-if.
add "</td><td>" to html.
