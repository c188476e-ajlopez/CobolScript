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
local customernumber.
local suppliernumber.

move customerid in body in request to customerid.
move supplierid in body in request to supplierid.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local linkrow.
move "intercompanyLink" to page.
move method in request to method.
move companyid in request to companyid.

move "" to errors.
multiply customerid by 1 giving customernumber.
if customerid = "" then
    move 0 to customernumber.
end-if.
if customernumber not = customernumber then
    move 0 to customernumber.
end-if.
if customernumber < 1 then
    add "The customer id is required. " to errors.
end-if.
multiply supplierid by 1 giving suppliernumber.
if supplierid = "" then
    move 0 to suppliernumber.
end-if.
if suppliernumber not = suppliernumber then
    move 0 to suppliernumber.
end-if.
if suppliernumber < 1 then
    add "The supplier id is required. " to errors.
end-if.

if errors not = "" then
    perform reject-link.
    exit program.
end-if.

perform fetch-accounts.

reject-link section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

* the two companies are the ones owning the accounts, so a link can
* only ever pair two different companies of the group, and each
* account may carry one link at most
fetch-accounts section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using customernumber.
perform push in datavalues using suppliernumber.
perform push in datavalues using customernumber.
perform push in datavalues using suppliernumber.

perform query in connection using "select coalesce(customers.CompanyId, 0) as SellerCompanyId, coalesce(customers.Name, '') as CustomerName, coalesce(customers.Currency, '') as CustomerCurrency, coalesce(customers.IsDeleted, 0) as CustomerDeleted, coalesce(suppliers.CompanyId, 0) as BuyerCompanyId, coalesce(suppliers.Name, '') as SupplierName, coalesce(suppliers.Currency, '') as SupplierCurrency, coalesce(suppliers.IsActive, 0) as SupplierActive, (select count(*) from IntercompanyLinks where SellerCustomerId = ?) as CustomerLinked, (select count(*) from IntercompanyLinks where BuyerSupplierId = ?) as SupplierLinked from (select 1 as Probe) probe left join customers on customers.Id = ? left join suppliers on suppliers.Id = ?" datavalues fetch-accounts-end.

fetch-accounts-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result(0) to linkrow.
local sellercompany.
move SellerCompanyId in linkrow to sellercompany.
local buyercompany.
move BuyerCompanyId in linkrow to buyercompany.
if sellercompany = 0 then
    move 0 to buyercompany.
end-if.
if buyercompany = 0 then
    move "notfound" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 404.
    perform write in response using "No such customer or supplier.".
    perform end in response.
    exit program.
end-if.
if sellercompany = buyercompany then
    add "The customer and the supplier belong to the same company. " to errors.
end-if.
if CustomerDeleted in linkrow = 1 then
    add "The customer has been deleted. " to errors.
end-if.
if SupplierActive in linkrow = 0 then
    add "The supplier has been deactivated. " to errors.
end-if.
* the buyer's side is booked in the currency the seller billed, so
* the two accounts must be in the same one
if CustomerCurrency in linkrow not = SupplierCurrency in linkrow then
    add "The customer and the supplier are in different currencies. " to errors.
end-if.
if CustomerLinked in linkrow > 0 then
    add "The customer is already linked. " to errors.
end-if.
if SupplierLinked in linkrow > 0 then
    add "The supplier is already linked. " to errors.
end-if.
if errors not = "" then
    copy DBRELEASE.
    perform reject-link.
    exit program.
end-if.

perform insert-link.

insert-link section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using SellerCompanyId in linkrow.
perform push in datavalues using customernumber.
perform push in datavalues using BuyerCompanyId in linkrow.
perform push in datavalues using suppliernumber.
local createdby.
move username in request to createdby.
perform push in datavalues using createdby.

perform query in connection using "insert IntercompanyLinks set SellerCompanyId = ?, SellerCustomerId = ?, BuyerCompanyId = ?, BuyerSupplierId = ?, CreatedBy = ?, CreatedAt = now()" datavalues insert-end.

* audited against the selling company, the customer account in the
* name slot and the supplier account in the address slot
insert-end section using err, result.
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
move SellerCompanyId in linkrow to entityid.
move "intercompany" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move "customer " to newname.
add customernumber to newname.
add " " to newname.
add CustomerName in linkrow to newname.
move "company " to newaddress.
add BuyerCompanyId in linkrow to newaddress.
add " supplier " to newaddress.
add suppliernumber to newaddress.
add " " to newaddress.
add SupplierName in linkrow to newaddress.
move "linked" to newnotes.
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
