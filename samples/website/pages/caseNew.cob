data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global Math.

local customerid.
local category.
local summary.
local owner.
local orderid.
local invoicenumber.
local returnid.

move customerid in body in request to customerid.
move category in body in request to category.
move summary in body in request to summary.
if summary = "" then
    move "" to summary.
end-if.
perform trim in summary giving summary.
* a case nobody is named on is a case nobody works, so it lands in
* the opener's own queue unless they hand it to someone
move owner in body in request to owner.
if owner = "" then
    move username in request to owner.
end-if.
move orderid in body in request to orderid.
if orderid = "" then
    move "" to orderid.
end-if.
move invoicenumber in body in request to invoicenumber.
if invoicenumber = "" then
    move "" to invoicenumber.
end-if.
move returnid in body in request to returnid.
if returnid = "" then
    move "" to returnid.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local casecategories.
local targetdays.
local customerrow.
local linkrow.
local supplierid.
local invoiceid.
local newcaseid.
move "caseNew" to page.
move method in request to method.
move companyid in request to companyid.

copy CASECATEGORIES.

move "" to errors.
move 0 to targetdays.
local categorycount.
local categorylast.
local k.
move length in casecategories to categorycount.
subtract 1 from categorycount giving categorylast.
perform match-category using k varying k from 0 to categorylast.
if targetdays = 0 then
    add "Choose a case category. " to errors.
end-if.
if summary = "" then
    add "Say what the customer is complaining about. " to errors.
end-if.
local summarylength.
move length in summary to summarylength.
if summarylength > 200 then
    add "The summary must be 200 characters or fewer. " to errors.
end-if.
perform check-link-number using orderid "order".
perform check-link-number using invoicenumber "invoice".
perform check-link-number using returnid "return".

if errors not = "" then
    perform reject-case.
    exit program.
end-if.

perform fetch-customer.

match-category section using k.
local categoryrow.
move casecategories(k) to categoryrow.
if code in categoryrow = category then
    move targetdays in categoryrow to targetdays.
end-if.

* the order, invoice and return are each optional; one that is given
* must be a whole number before it is looked up
check-link-number section using linkvalue, linklabel.
if linkvalue not = "" then
    local linknumber.
    multiply linkvalue by 1 giving linknumber.
    local linkfloor.
    move 0 to linkfloor.
    if linknumber = linknumber then
        perform floor in Math using linknumber giving linkfloor.
    end-if.
    if linkfloor not = linknumber then
        add "The " to errors.
        add linklabel to errors.
        add " must be a number. " to errors.
    end-if.
end-if.

reject-case section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

* the case is opened against the customer the caller saw; the paying
* account decides which orders, invoices and returns it may name, as
* a branch's invoices are raised to its bill-to account
fetch-customer section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using customerid.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name, coalesce(BillToCustomerId, Id) as PayerId from customers where Id = ? and CompanyId = ? and IsDeleted = 0" datavalues fetch-customer-end.

fetch-customer-end section using err, result.
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
    perform write in response using "No such customer.".
    perform end in response.
    exit program.
end-if.
move result(0) to customerrow.

perform check-links.

* one round trip answers every question about what was typed in: each
* link that does not belong to this company and paying account comes
* back 0, and the owner must be an active user of this company
check-links section.
local payerid.
move PayerId in customerrow to payerid.
local orderkey.
move 0 to orderkey.
if orderid not = "" then
    move orderid to orderkey.
end-if.
local invoicekey.
move 0 to invoicekey.
if invoicenumber not = "" then
    move invoicenumber to invoicekey.
end-if.
local returnkey.
move 0 to returnkey.
if returnid not = "" then
    move returnid to returnkey.
end-if.

local datavalues.
move array to datavalues.
perform push in datavalues using orderkey.
perform push in datavalues using companyid.
perform push in datavalues using payerid.
perform push in datavalues using invoicekey.
perform push in datavalues using companyid.
perform push in datavalues using payerid.
perform push in datavalues using returnkey.
perform push in datavalues using companyid.
perform push in datavalues using payerid.
perform push in datavalues using owner.
perform push in datavalues using companyid.

perform query in connection using "select coalesce((select orders.SupplierId from orders inner join customers on customers.Id = orders.CustomerId where orders.Id = ? and orders.CompanyId = ? and coalesce(customers.BillToCustomerId, customers.Id) = ?), 0) as OrderSupplierId, coalesce((select invoices.Id from invoices inner join customers on customers.Id = invoices.CustomerId where invoices.InvoiceNumber = ? and invoices.CompanyId = ? and coalesce(customers.BillToCustomerId, customers.Id) = ? limit 1), 0) as InvoiceId, coalesce((select returns.SupplierId from returns inner join customers on customers.Id = returns.CustomerId where returns.Id = ? and returns.CompanyId = ? and coalesce(customers.BillToCustomerId, customers.Id) = ?), 0) as ReturnSupplierId, (select count(*) from users where Username = ? and CompanyId = ? and IsActive = 1 and CustomerId is null) as OwnerFound" datavalues check-links-end.

check-links-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result(0) to linkrow.
if orderid not = "" then
    if OrderSupplierId in linkrow = 0 then
        add "No such order for this customer. " to errors.
    end-if.
end-if.
if invoicenumber not = "" then
    if InvoiceId in linkrow = 0 then
        add "No such invoice for this customer. " to errors.
    end-if.
end-if.
if returnid not = "" then
    if ReturnSupplierId in linkrow = 0 then
        add "No such return for this customer. " to errors.
    end-if.
end-if.
if OwnerFound in linkrow = 0 then
    add "The owner must be an active user of this company. " to errors.
end-if.
if errors not = "" then
    copy DBRELEASE.
    perform reject-case.
    exit program.
end-if.

* the supplier a complaint comes down to is the one who supplied the
* goods: the return's if there is one, else the order's
move 0 to supplierid.
if OrderSupplierId in linkrow not = 0 then
    move OrderSupplierId in linkrow to supplierid.
end-if.
if ReturnSupplierId in linkrow not = 0 then
    move ReturnSupplierId in linkrow to supplierid.
end-if.
move InvoiceId in linkrow to invoiceid.
if orderid = "" then
    move 0 to orderid.
end-if.
if returnid = "" then
    move 0 to returnid.
end-if.

perform insert-case.

insert-case section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using customerid.
perform push in datavalues using supplierid.
perform push in datavalues using orderid.
perform push in datavalues using invoiceid.
perform push in datavalues using returnid.
perform push in datavalues using category.
perform push in datavalues using summary.
perform push in datavalues using owner.
perform push in datavalues using targetdays.
local createdby.
move username in request to createdby.
perform push in datavalues using createdby.

perform query in connection using "insert ServiceCases set CompanyId = ?, CustomerId = ?, SupplierId = ?, OrderId = ?, InvoiceId = ?, ReturnId = ?, Category = ?, Summary = ?, Owner = ?, Status = 'open', TargetDate = curdate() + interval ? day, CreatedBy = ?, CreatedAt = now()" datavalues insert-case-end.

insert-case-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move insertId in result to newcaseid.

* audit mapping for cases: the customer in the name slot, the
* category and owner in the address slot, the summary in the notes
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
move "Case" to entitytype.
move newcaseid to entityid.
move "insert" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move Name in customerrow to newname.
move category to newaddress.
add ", owner " to newaddress.
add owner to newaddress.
move summary to newnotes.
local changedby.
move username in request to changedby.
copy AUDIT.

audit-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
perform commit in connection using commit-end.

commit-end section using err.
if err then
    perform rollback-write.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
local location.
move "/case?customerid=" to location.
add customerid to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
