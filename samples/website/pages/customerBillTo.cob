data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.
local billtoid.

move id in body in request to id.
* the customer that pays for this one; blank puts the customer back
* to paying for itself
move billtoid in body in request to billtoid.
if billtoid = "" then
    move "" to billtoid.
end-if.

local connection.
local page.
local method.
local outcome.
local companyid.
local customerrow.
local billtoname.
move "customerBillTo" to page.
move method in request to method.
move companyid in request to companyid.

perform fetch-customer.

fetch-customer section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select customers.Id as Id, customers.Name as Name, coalesce(customers.BillToCustomerId, '') as OldBillToId, coalesce((select billto.Name from customers billto where billto.Id = customers.BillToCustomerId), '') as OldBillToName, (select count(*) from customers branch where branch.BillToCustomerId = customers.Id) as BranchCount from customers where customers.Id = ? and customers.CompanyId = ?" datavalues fetch-customer-end.

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
move "" to billtoname.
if billtoid = "" then
    perform update-billto.
else
    perform fetch-billto.
end-if.

* one level only: the bill-to account pays for itself, and a customer
* that already pays for branches cannot become a branch - otherwise
* the invoice run would have to walk a chain of chains to find out who
* gets the bill
fetch-billto section.
local refusal.
move "" to refusal.
local selfid.
move "" to selfid.
add Id in customerrow to selfid.
if billtoid = selfid then
    move "A customer cannot be its own bill-to account." to refusal.
end-if.
if refusal = "" then
    if BranchCount in customerrow > 0 then
        move "This customer pays for branches of its own, so it cannot be billed through another account." to refusal.
    end-if.
end-if.
if refusal not = "" then
    perform reject-billto using refusal.
    exit program.
end-if.

local datavalues.
move array to datavalues.
perform push in datavalues using billtoid.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name, IsDeleted, coalesce(BillToCustomerId, '') as BillToCustomerId from customers where Id = ? and CompanyId = ?" datavalues fetch-billto-end.

fetch-billto-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
if length in result = 0 then
    perform reject-billto using "No such bill-to customer.".
    exit program.
end-if.
local billtorow.
move result(0) to billtorow.
if IsDeleted in billtorow then
    perform reject-billto using "The bill-to customer has been deleted.".
    exit program.
end-if.
if BillToCustomerId in billtorow not = "" then
    perform reject-billto using "The bill-to customer is itself billed through another account; name that account instead.".
    exit program.
end-if.
move Name in billtorow to billtoname.
perform update-billto.

reject-billto section using refusal.
move "rejected" to outcome.
copy LOG.
copy DBRELEASE.
perform writeHead in response using 400.
perform write in response using refusal.
perform end in response.

update-billto section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using billtoid.
perform push in datavalues using id.

perform query in connection using "update customers set BillToCustomerId = nullif(?, ''), Version = Version + 1, UpdatedAt = now() where Id = ?" datavalues update-end.

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
move "billto" to action.
move Name in customerrow to oldname.
move "" to oldaddress.
move "bill to " to oldnotes.
if OldBillToId in customerrow = "" then
    add "self" to oldnotes.
else
    add OldBillToName in customerrow to oldnotes.
end-if.
move Name in customerrow to newname.
move "" to newaddress.
move "bill to " to newnotes.
if billtoid = "" then
    add "self" to newnotes.
else
    add billtoname to newnotes.
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
move "/customer/view?id=" to location.
add id to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
