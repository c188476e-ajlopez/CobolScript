data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global Math.

local quoteid.
local productid.
local quantity.
local qtynumber.
local unit.
local packfactor.
local basequantity.
local lineprice.
local pricesource.

move quoteid in body in request to quoteid.
move productid in body in request to productid.
move quantity in body in request to quantity.
* keyed in the same units as an order line, and converted to the
* base unit here for the same reason orderItemAdd.cob does it
move unit in body in request to unit.
if unit = "" then
    move "each" to unit.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local quoterow.
local productrow.
move "quoteItemAdd" to page.
move method in request to method.
move companyid in request to companyid.

move "" to errors.
multiply quantity by 1 giving qtynumber.
if qtynumber not = qtynumber then
    add "Quantity must be a number. " to errors.
    move 0 to qtynumber.
end-if.
local qtyfloor.
perform floor in Math using qtynumber giving qtyfloor.
if qtyfloor not = qtynumber then
    add "Quantity must be a whole number. " to errors.
end-if.
if qtynumber < 1 then
    add "Quantity must be at least 1. " to errors.
end-if.
if qtynumber > 99999 then
    add "Quantity must be 99999 or fewer. " to errors.
end-if.
if unit not = "each" then
    if unit not = "case" then
        if unit not = "pallet" then
            add "Unit must be each, case or pallet. " to errors.
        end-if.
    end-if.
end-if.

if errors not = "" then
    perform reject-item.
    exit program.
end-if.

perform fetch-quote.

reject-item section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

fetch-quote section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using quoteid.
perform push in datavalues using companyid.

perform query in connection using "select Id, SupplierId, CustomerId, Status from Quotes where Id = ? and CompanyId = ?" datavalues fetch-quote-end.

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
    move "Lines can only be added while the quote is open." to errors.
    copy DBRELEASE.
    perform reject-item.
    exit program.
end-if.

perform fetch-product.

fetch-product section.
local datavalues.
move array to datavalues.
perform push in datavalues using productid.
perform push in datavalues using SupplierId in quoterow.

perform query in connection using "select SupplierProducts.Id as Id, SupplierProducts.Code as Code, SupplierProducts.Price as Price, SupplierProducts.CaseSize as CaseSize, SupplierProducts.PalletSize as PalletSize, SupplierProducts.IsDiscontinued as IsDiscontinued, SupplierProducts.ReplacementProductId as ReplacementProductId from SupplierProducts where SupplierProducts.Id = ? and SupplierProducts.SupplierId = ?" datavalues fetch-product-end.

fetch-product-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
if length in result = 0 then
    move "This product is not in the quote's supplier catalog." to errors.
    copy DBRELEASE.
    perform reject-item.
    exit program.
end-if.
move result(0) to productrow.
if IsDiscontinued in productrow then
    move "This product is discontinued" to errors.
    if ReplacementProductId in productrow then
        add "; offer product " to errors.
        add ReplacementProductId in productrow to errors.
        add " instead" to errors.
    end-if.
    add "." to errors.
    copy DBRELEASE.
    perform reject-item.
    exit program.
end-if.

move 1 to packfactor.
if unit = "case" then
    move CaseSize in productrow to packfactor.
    if packfactor = 0 then
        move "This product is not sold by the case." to errors.
    end-if.
end-if.
if unit = "pallet" then
    move PalletSize in productrow to packfactor.
    if packfactor = 0 then
        move "This product is not sold by the pallet." to errors.
    end-if.
end-if.
if errors not = "" then
    copy DBRELEASE.
    perform reject-item.
    exit program.
end-if.
multiply qtynumber by packfactor giving basequantity.

move Price in productrow to lineprice.
move "catalog" to pricesource.
perform price-contract.

* priced by the same rules an order line is (orderItemAdd.cob): a
* live contract price first, then the supplier's tier for the
* quantity, then the catalog - so what the customer is quoted is what
* the order would have cost the day the quote was written
price-contract section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using CustomerId in quoterow.
perform push in datavalues using productid.

perform query in connection using "select Price from ContractPrices where CompanyId = ? and CustomerId = ? and ProductId = ? and ValidFrom <= curdate() and ValidTo >= curdate() order by ValidFrom desc limit 1" datavalues price-contract-end.

price-contract-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
if length in result > 0 then
    local contractrow.
    move result(0) to contractrow.
    move Price in contractrow to lineprice.
    move "contract" to pricesource.
    perform insert-item.
else
    perform price-item.
end-if.

price-item section.
local datavalues.
move array to datavalues.
perform push in datavalues using productid.
perform push in datavalues using basequantity.

perform query in connection using "select Price from ProductPriceBreaks where ProductId = ? and MinQuantity <= ? order by MinQuantity desc limit 1" datavalues price-item-end.

price-item-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
if length in result > 0 then
    local tierrow.
    move result(0) to tierrow.
    move Price in tierrow to lineprice.
    move "tier" to pricesource.
end-if.

perform insert-item.

* the price is fixed on the line now; accepting the quote carries it
* onto the order unchanged, whatever the catalog says by then
insert-item section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using quoteid.
perform push in datavalues using productid.
perform push in datavalues using basequantity.
perform push in datavalues using lineprice.
perform push in datavalues using unit.
perform push in datavalues using qtynumber.
perform push in datavalues using pricesource.

perform query in connection using "insert QuoteItems set QuoteId = ?, ProductId = ?, Quantity = ?, Price = ?, Unit = ?, UnitQuantity = ?, PriceSource = ?" datavalues insert-end.

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
move "Quote" to entitytype.
move quoteid to entityid.
move "itemadd" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move Code in productrow to newname.
move "" to newaddress.
move "" to newnotes.
add qtynumber to newnotes.
add " " to newnotes.
add unit to newnotes.
add " at " to newnotes.
add lineprice to newnotes.
add " (" to newnotes.
add pricesource to newnotes.
add ")" to newnotes.
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
add quoteid to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
