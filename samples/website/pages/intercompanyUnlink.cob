data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.
move id in body in request to id.

local connection.
local page.
local method.
local outcome.
local companyid.
local oldrow.
move "intercompanyUnlink" to page.
move method in request to method.
move companyid in request to companyid.

perform fetch-link.

* unlinking only stops the invoice run booking the buyer's side from
* now on; supplier invoices it has already booked stay where they
* are, to be paid or reconciled as before
fetch-link section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select IntercompanyLinks.Id as Id, IntercompanyLinks.SellerCompanyId as SellerCompanyId, IntercompanyLinks.SellerCustomerId as SellerCustomerId, customers.Name as CustomerName, IntercompanyLinks.BuyerCompanyId as BuyerCompanyId, IntercompanyLinks.BuyerSupplierId as BuyerSupplierId, suppliers.Name as SupplierName from IntercompanyLinks inner join customers on customers.Id = IntercompanyLinks.SellerCustomerId inner join suppliers on suppliers.Id = IntercompanyLinks.BuyerSupplierId where IntercompanyLinks.Id = ?" datavalues fetch-link-end.

fetch-link-end section using err, result.
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
    perform write in response using "No such link.".
    perform end in response.
    exit program.
end-if.
move result(0) to oldrow.

perform delete-link.

delete-link section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "delete from IntercompanyLinks where Id = ?" datavalues delete-end.

delete-end section using err, result.
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
move "Company" to entitytype.
move SellerCompanyId in oldrow to entityid.
move "intercompany" to action.
move "customer " to oldname.
add SellerCustomerId in oldrow to oldname.
add " " to oldname.
add CustomerName in oldrow to oldname.
move "company " to oldaddress.
add BuyerCompanyId in oldrow to oldaddress.
add " supplier " to oldaddress.
add BuyerSupplierId in oldrow to oldaddress.
add " " to oldaddress.
add SupplierName in oldrow to oldaddress.
move "linked" to oldnotes.
move "" to newname.
move "" to newaddress.
move "unlinked" to newnotes.
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
local headers.
move object to headers.
move "/company/intercompany" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
