data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global Math.

local deliverto.
local poreference.
move customerid in body in request to deliverto.
multiply deliverto by 1 giving deliverto.
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
local customerid.
local delivername.
local pricerows.
local orderlines.
local lineindex.
local linelast.
local currentsupplier.
local neworderid.
move "portalOrderNew" to page.
move method in request to method.
move companyid in request to companyid.
move customerid in request to customerid.

move "" to errors.
move array to orderlines.

perform fetch-deliver-to.

reject-order section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

* the delivery customer must be the account or one of its live
* branches, the same list the order form offers
fetch-deliver-to section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using deliverto.
perform push in datavalues using companyid.
perform push in datavalues using customerid.

perform query in connection using "select Name from customers where Id = ? and CompanyId = ? and coalesce(BillToCustomerId, Id) = ? and IsDeleted = 0" datavalues fetch-deliver-to-end.

fetch-deliver-to-end section using err, result.
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
    perform write in response using "No such delivery address.".
    perform end in response.
    exit program.
end-if.
local deliverrow.
move result(0) to deliverrow.
move Name in deliverrow to delivername.

perform fetch-prices.

* the price list is read again rather than trusted from the form, so
* only products on it can be ordered and only at its prices; the
* query is portalOrderForm.cob's, ordered by supplier so each
* supplier's lines come together
fetch-prices section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using deliverto.

perform query in connection using "select SupplierProducts.Id as ProductId, SupplierProducts.Code as Code, suppliers.Id as SupplierId, suppliers.Name as SupplierName, ContractPrices.Price as Price from ContractPrices inner join SupplierProducts on SupplierProducts.Id = ContractPrices.ProductId inner join suppliers on suppliers.Id = SupplierProducts.SupplierId inner join CustomerSuppliers on CustomerSuppliers.CustomerId = ContractPrices.CustomerId and CustomerSuppliers.SupplierId = suppliers.Id where ContractPrices.CompanyId = ? and ContractPrices.CustomerId = ? and ContractPrices.ValidFrom <= curdate() and ContractPrices.ValidTo >= curdate() and SupplierProducts.IsDiscontinued = 0 and suppliers.IsActive = 1 and suppliers.CompanyId = ContractPrices.CompanyId and not exists (select 1 from ContractPrices later where later.CompanyId = ContractPrices.CompanyId and later.CustomerId = ContractPrices.CustomerId and later.ProductId = ContractPrices.ProductId and later.ValidFrom <= curdate() and later.ValidTo >= curdate() and (later.ValidFrom > ContractPrices.ValidFrom or (later.ValidFrom = ContractPrices.ValidFrom and later.Id > ContractPrices.Id))) order by suppliers.Id, SupplierProducts.Code" datavalues fetch-prices-end.

fetch-prices-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to pricerows.

local pricecount.
local pricelast.
local i.
move length in pricerows to pricecount.
subtract 1 from pricecount giving pricelast.
perform collect-line using i varying i from 0 to pricelast.
if errors = "" then
    if length in orderlines = 0 then
        move "Enter a quantity against at least one product. " to errors.
    end-if.
end-if.
if errors not = "" then
    copy DBRELEASE.
    perform reject-order.
    exit program.
end-if.

perform insert-orders.

* each product on the list may carry a q<ProductId> field; blank or
* nought means none, anything else must be a sane whole quantity, the
* limits orderItemAdd.cob puts on a clerk
collect-line section using i.
local pricerow.
move pricerows(i) to pricerow.
local qtykey.
move "q" to qtykey.
add ProductId in pricerow to qtykey.
local bodyobj.
move body in request to bodyobj.
local qtytext.
move bodyobj(qtykey) to qtytext.
if qtytext = "" then
    move "0" to qtytext.
end-if.
local qtynumber.
multiply qtytext by 1 giving qtynumber.
if qtynumber not = qtynumber then
    add "Quantity for " to errors.
    add Code in pricerow to errors.
    add " must be a number. " to errors.
    move 0 to qtynumber.
end-if.
local qtyfloor.
perform floor in Math using qtynumber giving qtyfloor.
if qtyfloor not = qtynumber then
    add "Quantity for " to errors.
    add Code in pricerow to errors.
    add " must be a whole number. " to errors.
    move 0 to qtynumber.
end-if.
if qtynumber < 0 then
    add "Quantity for " to errors.
    add Code in pricerow to errors.
    add " must not be negative. " to errors.
    move 0 to qtynumber.
end-if.
if qtynumber > 99999 then
    add "Quantity for " to errors.
    add Code in pricerow to errors.
    add " must be 99999 or fewer. " to errors.
    move 0 to qtynumber.
end-if.
if qtynumber > 0 then
    local orderline.
    move object to orderline.
    move ProductId in pricerow to productid in orderline.
    move SupplierId in pricerow to supplierid in orderline.
    move SupplierName in pricerow to suppliername in orderline.
    move Price in pricerow to price in orderline.
    move qtynumber to quantity in orderline.
    perform push in orderlines using orderline.
end-if.

* one order per supplier, all in one transaction: each arrives as
* entered, the same as one keyed by the office through orderNew.cob,
* and waits for approval on orderStatus.cob
insert-orders section.
copy DBBEGIN.

local linecount.
move length in orderlines to linecount.
subtract 1 from linecount giving linelast.
move 0 to lineindex.
move 0 to currentsupplier.
perform next-line.

next-line section.
if lineindex > linelast then
    perform commit in connection using commit-end.
else
    local orderline.
    move orderlines(lineindex) to orderline.
    if supplierid in orderline = currentsupplier then
        perform insert-item.
    else
        perform insert-order using orderline.
    end-if.
end-if.

insert-order section using orderline.
move supplierid in orderline to currentsupplier.
local datavalues.
move array to datavalues.
perform push in datavalues using deliverto.
perform push in datavalues using currentsupplier.
perform push in datavalues using companyid.
local porefclipped.
perform substring in poreference using 0 30 giving porefclipped.
perform push in datavalues using porefclipped.

perform query in connection using "insert orders set CustomerId = ?, SupplierId = ?, CompanyId = ?, OrderDate = now(), Status = 'entered', Invoiced = 0, PoReference = ?" datavalues insert-order-end.

* audited as orderNew.cob audits an order, under the portal login,
* with where it came from in the notes
insert-order-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move insertId in result to neworderid.
local orderline.
move orderlines(lineindex) to orderline.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
move "Order" to entitytype.
move neworderid to entityid.
move "insert" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move "entered" to newname.
move delivername to newaddress.
add " / " to newaddress.
add suppliername in orderline to newaddress.
move "placed on the customer portal" to newnotes.
local changedby.
move username in request to changedby.
copy AUDIT.

audit-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
perform insert-item.

* the contract price is copied onto the line as orderItemAdd.cob
* copies it, ordered in the base unit
insert-item section.
local orderline.
move orderlines(lineindex) to orderline.
local datavalues.
move array to datavalues.
perform push in datavalues using neworderid.
perform push in datavalues using productid in orderline.
perform push in datavalues using quantity in orderline.
perform push in datavalues using price in orderline.
perform push in datavalues using quantity in orderline.

perform query in connection using "insert OrderItems set OrderId = ?, ProductId = ?, Quantity = ?, Price = ?, Unit = 'each', UnitQuantity = ?, PriceSource = 'contract'" datavalues insert-item-end.

insert-item-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
add 1 to lineindex.
perform next-line.

commit-end section using err.
if err then
    perform rollback-write.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
local headers.
move object to headers.
move "/portal/orders" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
