data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.
local targetstatus.
local reason.
local poreference.

move id in body in request to id.
move status in body in request to targetstatus.
move reason in body in request to reason.
if reason = "" then
    move "" to reason.
end-if.
* the customer's purchase order number, when they send one with the
* acceptance; it goes onto the order exactly as orderNew.cob stores it
move poreference in body in request to poreference.
if poreference = "" then
    move "" to poreference.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local quoterow.
local neworderid.
local auditstage.
move "quoteStatus" to page.
move method in request to method.
move companyid in request to companyid.

* an open quote closes one of two ways from the screen: the customer
* accepts it, or it is lost - always with a reason, so the win/loss
* report can say why. Expiry is the nightly quoteExpiry job's to set
move "" to errors.
if targetstatus not = "accepted" then
    if targetstatus not = "lost" then
        add "Status must be accepted or lost. " to errors.
    end-if.
end-if.
if targetstatus = "lost" then
    if reason = "" then
        add "A lost quote needs a reason. " to errors.
    end-if.
    local reasonlength.
    move length in reason to reasonlength.
    if reasonlength > 200 then
        add "The reason must be 200 characters or fewer. " to errors.
    end-if.
end-if.
if errors not = "" then
    perform reject-status.
    exit program.
end-if.

perform fetch-quote.

reject-status section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

* the link is read again here: a supplier unlinked since the quote
* was written cannot be ordered from, whatever the quote says
fetch-quote section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Quotes.Id as Id, Quotes.Status as Status, Quotes.CustomerId as CustomerId, Quotes.SupplierId as SupplierId, date_format(Quotes.ValidUntil, '%Y-%m-%d') as ValidUntil, if(Quotes.ValidUntil < curdate(), 1, 0) as PastExpiry, customers.Name as CustomerName, suppliers.Name as SupplierName, (select count(*) from QuoteItems where QuoteItems.QuoteId = Quotes.Id) as LineCount, (select count(*) from CustomerSuppliers where CustomerSuppliers.CustomerId = Quotes.CustomerId and CustomerSuppliers.SupplierId = Quotes.SupplierId) as LinkCount from Quotes inner join customers on customers.Id = Quotes.CustomerId inner join suppliers on suppliers.Id = Quotes.SupplierId where Quotes.Id = ? and Quotes.CompanyId = ?" datavalues fetch-quote-end.

fetch-quote-end section using err, result.
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
    perform write in response using "No such quote.".
    perform end in response.
    exit program.
end-if.
move result(0) to quoterow.
if Status in quoterow not = "open" then
    move "This quote is already " to errors.
    add Status in quoterow to errors.
    add "." to errors.
end-if.
if targetstatus = "accepted" then
    if errors = "" then
        if PastExpiry in quoterow = 1 then
            move "This quote expired on " to errors.
            add ValidUntil in quoterow to errors.
            add "; write a new quote at today's prices." to errors.
        end-if.
    end-if.
    if errors = "" then
        if LineCount in quoterow = 0 then
            move "This quote has no lines to order." to errors.
        end-if.
    end-if.
    if errors = "" then
        if LinkCount in quoterow = 0 then
            move "This supplier is no longer linked to this customer; link it again first." to errors.
        end-if.
    end-if.
end-if.
if errors not = "" then
    copy DBRELEASE.
    perform reject-status.
    exit program.
end-if.

perform claim-quote.

* claimed first, with the old status in the where clause, the way
* replenishmentAccept.cob claims a draft: two clerks pressing accept
* at once raise one order between them, and the order, its lines and
* the claim commit together
claim-quote section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using targetstatus.
perform push in datavalues using reason.
perform push in datavalues using id.

perform query in connection using "update Quotes set Status = ?, LostReason = ?, ClosedAt = now() where Id = ? and Status = 'open'" datavalues claim-end.

claim-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if affectedRows in result = 0 then
    move "conflict" to outcome.
    copy LOG.
    perform rollback in connection using status-conflict-end.
else
    if targetstatus = "accepted" then
        perform insert-order.
    else
        move "quote" to auditstage.
        perform write-audit.
    end-if.
end-if.

status-conflict-end section using err.
copy DBRELEASE.
perform writeHead in response using 409.
perform write in response using "This quote was closed by someone else. Reload and check it.".
perform end in response.
exit program.

insert-order section.
local datavalues.
move array to datavalues.
perform push in datavalues using CustomerId in quoterow.
perform push in datavalues using SupplierId in quoterow.
perform push in datavalues using companyid.
local porefclipped.
perform substring in poreference using 0 30 giving porefclipped.
perform push in datavalues using porefclipped.

perform query in connection using "insert orders set CustomerId = ?, SupplierId = ?, CompanyId = ?, OrderDate = now(), Status = 'entered', Invoiced = 0, PoReference = ?" datavalues insert-order-end.

* the lines go across at the quoted prices, not today's: that was the
* point of quoting. PriceSource 'quote' tells orderView.cob's reader
* why a line does not match the catalog
insert-order-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move insertId in result to neworderid.
local datavalues.
move array to datavalues.
perform push in datavalues using neworderid.
perform push in datavalues using id.

perform query in connection using "insert into OrderItems (OrderId, ProductId, Quantity, Price, Unit, UnitQuantity, PriceSource) select ?, QuoteItems.ProductId, QuoteItems.Quantity, QuoteItems.Price, QuoteItems.Unit, QuoteItems.UnitQuantity, 'quote' from QuoteItems where QuoteItems.QuoteId = ? order by QuoteItems.Id" datavalues insert-items-end.

insert-items-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using neworderid.
perform push in datavalues using id.

perform query in connection using "update Quotes set OrderId = ? where Id = ?" datavalues link-order-end.

link-order-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move "order" to auditstage.
perform write-audit.

* an accepted quote writes two audit rows: the new order's, mapped
* the way orderNew.cob maps it, then the quote's own status change;
* audit-end walks from the first to the second before the commit
write-audit section.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
if auditstage = "order" then
    move "Order" to entitytype.
    move neworderid to entityid.
    move "insert" to action.
    move "" to oldname.
    move "" to oldaddress.
    move "" to oldnotes.
    move "entered" to newname.
    move CustomerName in quoterow to newaddress.
    add " / " to newaddress.
    add SupplierName in quoterow to newaddress.
    move "quote " to newnotes.
    add id to newnotes.
else
    move "Quote" to entitytype.
    move id to entityid.
    move "status" to action.
    move "open" to oldname.
    move "" to oldaddress.
    move "" to oldnotes.
    move targetstatus to newname.
    move CustomerName in quoterow to newaddress.
    add " / " to newaddress.
    add SupplierName in quoterow to newaddress.
    if targetstatus = "accepted" then
        move "order " to newnotes.
        add neworderid to newnotes.
    else
        move reason to newnotes.
    end-if.
end-if.
local changedby.
move username in request to changedby.
copy AUDIT.

audit-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if auditstage = "order" then
    move "quote" to auditstage.
    perform write-audit.
else
    perform commit in connection using commit-end.
end-if.

commit-end section using err.
if err then
    perform rollback-write.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
local location.
if targetstatus = "accepted" then
    move "/order/view?id=" to location.
    add neworderid to location.
else
    move "/quote/view?id=" to location.
    add id to location.
end-if.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
