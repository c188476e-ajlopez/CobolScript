local linerows.
local paymentrows.
local creditrows.
local writeoffrows.
local page.
local method.
local outcome.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select invoices.Id as Id, invoices.InvoiceNumber as InvoiceNumber, invoices.InvoiceDate as InvoiceDate, invoices.Net as Net, invoices.Freight as Freight, invoices.Tax as Tax, invoices.Total as Total, invoices.Currency as Currency, invoices.ExchangeRate as ExchangeRate, invoices.EInvoice as EInvoice, invoices.SettlementPercent as SettlementPercent, coalesce(date_format(invoices.SettlementDueDate, '%Y-%m-%d'), '') as SettlementDueDate, invoices.Total - round(invoices.Total * invoices.SettlementPercent / 100, 2) as SettlementTotal, coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) as Applied, coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) as Credited, coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0) as WrittenOff, invoices.CustomerId as CustomerId, customers.Name as CustomerName from invoices inner join customers on customers.Id = invoices.CustomerId where invoices.Id = ? and invoices.CompanyId = ?" datavalues view-end.

view-end section using err, result.
if err then

* the orders the billing run swept into this invoice still point back
* at it through orders.InvoiceId, so the detail the run printed and
* threw away is recoverable here. Order values are kept in base
* currency and come back converted at the invoice's rate, the way the
* run printed them
view-orders section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select orders.Id as Id, orders.OrderDate as OrderDate, orders.CustomerId as BranchId, customers.Name as BranchName, round(orders.DeliveryCharge / invoices.ExchangeRate, 2) as DeliveryCharge, round(coalesce(sum(OrderItems.Quantity * OrderItems.Price), 0) / invoices.ExchangeRate, 2) as OrderTotal, coalesce((select concat(date_format(ProofOfDelivery.DeliveredAt, '%Y-%m-%d %H:%i'), ' and signed by ', ProofOfDelivery.SignedBy) from ProofOfDelivery where ProofOfDelivery.OrderId = orders.Id order by ProofOfDelivery.DeliveredAt desc, ProofOfDelivery.Id desc limit 1), '') as Pod, coalesce((select ProofOfDelivery.DeliveryNoteId from ProofOfDelivery where ProofOfDelivery.OrderId = orders.Id order by ProofOfDelivery.DeliveredAt desc, ProofOfDelivery.Id desc limit 1), '') as PodNoteId from orders inner join customers on customers.Id = orders.CustomerId inner join invoices on invoices.Id = orders.InvoiceId left join OrderItems on OrderItems.OrderId = orders.Id where orders.InvoiceId = ? group by orders.Id, orders.OrderDate, orders.CustomerId, customers.Name, orders.DeliveryCharge, invoices.ExchangeRate order by orders.Id" datavalues view-orders-end.

view-orders-end section using err, result.
if err then
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select OrderItems.Id as ItemId, OrderItems.OrderId as OrderId, OrderItems.Quantity as Quantity, round(OrderItems.Price / invoices.ExchangeRate, 2) as Price, SupplierProducts.Code as Code, SupplierProducts.Description as Description, SupplierProducts.Unit as Unit, coalesce((select sum(CreditNoteLines.Quantity) from CreditNoteLines where CreditNoteLines.OrderItemId = OrderItems.Id), 0) as CreditedQuantity from OrderItems inner join orders on orders.Id = OrderItems.OrderId inner join invoices on invoices.Id = orders.InvoiceId inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where orders.InvoiceId = ? order by OrderItems.OrderId, OrderItems.Id" datavalues view-lines-end.

view-lines-end section using err, result.
if err then
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select payments.PaymentDate as PaymentDate, payments.Reference as Reference, PaymentAllocations.Amount as Amount, PaymentAllocations.Discount as Discount from PaymentAllocations inner join payments on payments.Id = PaymentAllocations.PaymentId where PaymentAllocations.InvoiceId = ? order by payments.PaymentDate" datavalues view-payments-end.

view-payments-end section using err, result.
if err then
perform query in connection using "select CreditNumber, CreditDate, Total, Reason, RaisedBy from CreditNotes where InvoiceId = ? order by CreditNumber" datavalues view-credits-end.

view-credits-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to creditrows.
perform view-writeoffs.

view-writeoffs section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select date_format(WriteOffDate, '%Y-%m-%d') as WriteOffDate, Amount, ReasonCode, Notes, WrittenOffBy from WriteOffs where InvoiceId = ? order by Id" datavalues view-writeoffs-end.

view-writeoffs-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to writeoffrows.
perform render-invoice.

render-invoice section.
add " <a href=""/customer/view?id=" to html.
add CustomerId in row to html.
add """>View</a></p>" to html.
if Currency in row not = "" then
    add "<p>Currency: " to html.
    add Currency in row to html.
    add " at " to html.
    add ExchangeRate in row to html.
    add "</p>" to html.
end-if.
* where the structured UBL copy of the invoice stands; a held one
* goes out with the next invoice run once what held it is put right
if EInvoice in row not = "" then
    add "<p>UBL e-invoice: " to html.
    if EInvoice in row = "failed" then
        add "held - see the invoice run's exception report" to html.
    else
        add EInvoice in row to html.
    end-if.
    add "</p>" to html.
end-if.

local total.
move Total in row to total.
local settled.
move applied to settled.
add credited to settled.
local writtenoff.
move WrittenOff in row to writtenoff.
multiply writtenoff by 1 giving writtenoff.
add writtenoff to settled.
local balance.
subtract settled from total giving balance.
add "<p>Net: " to html.
add Net in row to html.
* the net includes the zone delivery charges the run added
local freight.
move Freight in row to freight.
multiply freight by 1 giving freight.
if freight > 0 then
    add " (delivery " to html.
    add Freight in row to html.
    add ")" to html.
end-if.
add " | Tax: " to html.
add Tax in row to html.
add " | Total: " to html.
add Applied in row to html.
add " | Credited: " to html.
add Credited in row to html.
if writtenoff > 0 then
    add " | Written off: " to html.
    add WrittenOff in row to html.
end-if.
add " | Balance: " to html.
add balance to html.
add " | Status: " to html.
    if settled < total then
        add "part paid" to html.
    else
        if writtenoff > 0 then
            add "written off" to html.
        else
            add "paid" to html.
        end-if.
    end-if.
end-if.
add "</p>" to html.
* the terms as printed on the invoice: the discount on the full total
* and the date it must be paid by
local settlementpercent.
move SettlementPercent in row to settlementpercent.
multiply settlementpercent by 1 giving settlementpercent.
if settlementpercent > 0 then
    add "<p>Settlement discount: " to html.
    add settlementpercent to html.
    add "% if paid by " to html.
    add SettlementDueDate in row to html.
    add " - pay " to html.
    add SettlementTotal in row to html.
    add "</p>" to html.
end-if.

add "<h2>Orders billed</h2>" to html.
add "<table><tr><th>Order</th><th>Date</th><th>Delivered to</th><th>Order total</th><th>Delivery charge</th><th>Proof of delivery</th></tr>" to html.
local ordercount.
local orderlast.
local i.
    add "<p>No credit notes have been raised against this invoice.</p>" to html.
end-if.

* whatever is left open can be written off from here (an
* administrator's action - the route refuses anyone else)
local writeoffcount.
local writeofflast.
local w.
move length in writeoffrows to writeoffcount.
subtract 1 from writeoffcount giving writeofflast.
if writeoffcount > 0 then
    add "<h2>Written off</h2>" to html.
    add "<table><tr><th>Date</th><th>Amount</th><th>Reason</th><th>Note</th><th>By</th></tr>" to html.
    perform show-writeoff-row using w varying w from 0 to writeofflast.
    add "</table>" to html.
end-if.
if balance > 0 then
    add "<form method=""post"" action=""/writeoff/new"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """>" to html.
    add "<input type=""hidden"" name=""invoicenumber"" value=""" to html.
    add InvoiceNumber in row to html.
    add """>" to html.
    add "<p>" to html.
    copy WRITEOFFREASONS.
    add " Date: <input type=""text"" name=""writeoffdate"" size=""10"" placeholder=""today""> " to html.
    add "Note: <input type=""text"" name=""notes"" size=""30""> " to html.
    add "<input type=""submit"" value=""Write off the balance""></p>" to html.
    add "</form>" to html.
end-if.

add "<h2>Payments applied</h2>" to html.
add "<table><tr><th>Date</th><th>Reference</th><th>Amount</th><th>Of which discount</th></tr>" to html.
local paymentcount.
local paymentlast.
local k.
add "</a></td><td>" to html.
add OrderDate in orderrow to html.
add "</td><td>" to html.
* a chain's invoice carries its branches' orders; each names the
* branch it was delivered to
add "<a href=""/customer/view?id=" to html.
add BranchId in orderrow to html.
add """>" to html.
local escvalue.
perform escape-html using BranchName in orderrow giving escvalue.
add escvalue to html.
add "</a></td><td>" to html.
add OrderTotal in orderrow to html.
add "</td><td>" to html.
add DeliveryCharge in orderrow to html.
add "</td><td>" to html.
* a disputed invoice is answered from here: when the goods arrived
* and who signed for them
if Pod in orderrow not = "" then
    add "delivered " to html.
    local escvalue.
    perform escape-html using Pod in orderrow giving escvalue.
    add escvalue to html.
    add " (<a href=""/pod?note=" to html.
    add PodNoteId in orderrow to html.
    add """>note " to html.
    add PodNoteId in orderrow to html.
    add "</a>)" to html.
else
    add "not yet returned" to html.
end-if.
add "</td></tr>" to html.

show-line-row section using j.
add escvalue to html.
add "</td></tr>" to html.

show-writeoff-row section using w.
local writeoffrow.
move writeoffrows(w) to writeoffrow.
add "<tr><td>" to html.
add WriteOffDate in writeoffrow to html.
add "</td><td>" to html.
add Amount in writeoffrow to html.
add "</td><td>" to html.
add ReasonCode in writeoffrow to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Notes in writeoffrow giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using WrittenOffBy in writeoffrow giving escvalue.
add escvalue to html.
add "</td></tr>" to html.

show-payment-row section using k.
local paymentrow.
move paymentrows(k) to paymentrow.
add escvalue to html.
add "</td><td>" to html.
add Amount in paymentrow to html.
add "</td><td>" to html.
local discount.
move Discount in paymentrow to discount.
multiply discount by 1 giving discount.
if discount > 0 then
    add Discount in paymentrow to html.
end-if.
add "</td></tr>" to html.

copy ESCAPEHTML.
