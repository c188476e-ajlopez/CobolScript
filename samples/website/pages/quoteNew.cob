data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local customerid.
local supplierid.
local validuntil.

move customerid in body in request to customerid.
move supplierid in body in request to supplierid.
* how long the offer stands; left blank, a quote is good for thirty
* days, which is what the sales desk tells customers on the phone
move validuntil in body in request to validuntil.
if validuntil = "" then
    move "" to validuntil.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local customername.
local suppliername.
local newquoteid.
move "quoteNew" to page.
move method in request to method.
move companyid in request to companyid.

copy DATESTAMP.
move "" to errors.
if validuntil not = "" then
    local untillength.
    move length in validuntil to untillength.
    if untillength not = 10 then
        add "Valid until must be YYYY-MM-DD. " to errors.
    end-if.
    if validuntil < datestamp then
        add "Valid until must not be in the past. " to errors.
    end-if.
end-if.
if errors not = "" then
    move "rejected" to outcome.
    copy LOG.
    perform writeHead in response using 400.
    perform write in response using errors.
    perform end in response.
    exit program.
end-if.

perform validate-tenant.

* the same guards as orderNew.cob: both ends in the caller's own
* company, and a supplier that actually serves this customer - a quote
* is an order waiting to happen, and has to be able to become one
validate-tenant section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using customerid.
perform push in datavalues using companyid.
perform push in datavalues using supplierid.
perform push in datavalues using companyid.

perform query in connection using "select customers.Name as CustomerName, suppliers.Name as SupplierName from customers, suppliers where customers.Id = ? and customers.CompanyId = ? and suppliers.Id = ? and suppliers.CompanyId = ?" datavalues validate-tenant-end.

validate-tenant-end section using err, result.
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
    perform write in response using "No such customer or supplier.".
    perform end in response.
    exit program.
end-if.
local namesrow.
move result(0) to namesrow.
move CustomerName in namesrow to customername.
move SupplierName in namesrow to suppliername.

perform check-link.

check-link section.
local datavalues.
move array to datavalues.
perform push in datavalues using customerid.
perform push in datavalues using supplierid.

perform query in connection using "select CustomerId from CustomerSuppliers where CustomerId = ? and SupplierId = ?" datavalues check-link-end.

check-link-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
if length in result = 0 then
    move "rejected" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 400.
    perform write in response using "This supplier is not linked to this customer; link it first.".
    perform end in response.
    exit program.
end-if.

perform insert-quote.

insert-quote section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using customerid.
perform push in datavalues using supplierid.
perform push in datavalues using validuntil.
perform push in datavalues using username in request.

perform query in connection using "insert Quotes set CompanyId = ?, CustomerId = ?, SupplierId = ?, QuoteDate = now(), ValidUntil = coalesce(nullif(?, ''), curdate() + interval 30 day), Status = 'open', CreatedBy = ?" datavalues insert-end.

* audit mapping for quotes, shared with quoteStatus.cob and the item
* pages: the same shape as the order rows - status in the name slots,
* the customer/supplier pairing in the address slot
insert-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move insertId in result to newquoteid.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
move "Quote" to entitytype.
move newquoteid to entityid.
move "insert" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move "open" to newname.
move customername to newaddress.
add " / " to newaddress.
add suppliername to newaddress.
move "valid until " to newnotes.
if validuntil = "" then
    add "(30 days)" to newnotes.
else
    add validuntil to newnotes.
end-if.
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
move "/quote/view?id=" to location.
add newquoteid to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
