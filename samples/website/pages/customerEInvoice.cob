data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.
local invoicedelivery.
local taxnumber.

move id in body in request to id.
* print sends the printable file only; ubl sends a structured UBL
* document beside it, which the receiving side will only take with
* its tax number on it
move invoicedelivery in body in request to invoicedelivery.
if invoicedelivery = "" then
    move "print" to invoicedelivery.
end-if.
move taxnumber in body in request to taxnumber.
if taxnumber = "" then
    move "" to taxnumber.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local customerrow.
move "customerEInvoice" to page.
move method in request to method.
move companyid in request to companyid.

move "" to errors.
if invoicedelivery not = "print" then
    if invoicedelivery not = "ubl" then
        add "Invoice delivery must be print or ubl. " to errors.
    end-if.
end-if.
local taxnumberlength.
move length in taxnumber to taxnumberlength.
if taxnumberlength > 30 then
    add "The tax number must be 30 characters or fewer. " to errors.
end-if.
if invoicedelivery = "ubl" then
    if taxnumber = "" then
        add "Structured e-invoices need the customer's tax number. " to errors.
    end-if.
end-if.

if errors not = "" then
    perform reject-einvoice using errors.
    exit program.
end-if.

perform fetch-customer.

reject-einvoice section using refusal.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using refusal.
perform end in response.

fetch-customer section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name, InvoiceDelivery, TaxNumber, coalesce(BillToCustomerId, '') as BillToCustomerId from customers where Id = ? and CompanyId = ?" datavalues fetch-customer-end.

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

* a branch's orders are invoiced to its bill-to account, so that is
* the account whose preference the invoice run reads
if BillToCustomerId in customerrow not = "" then
    copy DBRELEASE.
    perform reject-einvoice using "This customer is billed through another account; set invoice delivery on that account.".
    exit program.
end-if.

perform update-einvoice.

update-einvoice section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using invoicedelivery.
perform push in datavalues using taxnumber.
perform push in datavalues using id.

perform query in connection using "update customers set InvoiceDelivery = ?, TaxNumber = ?, Version = Version + 1, UpdatedAt = now() where Id = ?" datavalues update-end.

update-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
move "Customer" to entitytype.
move id to entityid.
move "einvoice" to action.
move Name in customerrow to oldname.
move "" to oldaddress.
move "invoices by " to oldnotes.
add InvoiceDelivery in customerrow to oldnotes.
add ", tax number " to oldnotes.
add TaxNumber in customerrow to oldnotes.
move Name in customerrow to newname.
move "" to newaddress.
move "invoices by " to newnotes.
add invoicedelivery to newnotes.
add ", tax number " to newnotes.
add taxnumber to newnotes.
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
move "/customer/view?id=" to location.
add id to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
