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
local itemrow.
move "quoteItemRemove" to page.
move method in request to method.
move companyid in request to companyid.

perform fetch-item.

* scoped to the caller's company through the quote, and only an open
* quote can still be changed
fetch-item section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select QuoteItems.Id as Id, QuoteItems.QuoteId as QuoteId, QuoteItems.UnitQuantity as UnitQuantity, QuoteItems.Unit as Unit, Quotes.Status as Status, SupplierProducts.Code as Code from QuoteItems inner join Quotes on Quotes.Id = QuoteItems.QuoteId inner join SupplierProducts on SupplierProducts.Id = QuoteItems.ProductId where QuoteItems.Id = ? and Quotes.CompanyId = ?" datavalues fetch-item-end.

fetch-item-end section using err, result.
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
    perform write in response using "No such quote line.".
    perform end in response.
    exit program.
end-if.
move result(0) to itemrow.
if Status in itemrow not = "open" then
    move "rejected" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 400.
    perform write in response using "Lines can only be removed while the quote is open.".
    perform end in response.
    exit program.
end-if.

perform delete-item.

delete-item section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "delete from QuoteItems where Id = ?" datavalues delete-end.

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
move "Quote" to entitytype.
move QuoteId in itemrow to entityid.
move "itemremove" to action.
move Code in itemrow to oldname.
move "" to oldaddress.
move "" to oldnotes.
add UnitQuantity in itemrow to oldnotes.
add " " to oldnotes.
add Unit in itemrow to oldnotes.
move Code in itemrow to newname.
move "" to newaddress.
move "" to newnotes.
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
add QuoteId in itemrow to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
