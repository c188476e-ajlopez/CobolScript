data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.
local connection.
local page.
local method.
local outcome.
local companyid.
local row.
local items.
local products.
local html.
local quotetotal.
move "quoteView" to page.
move method in request to method.
move companyid in request to companyid.

move id in query in request to id.

perform view-quote.

view-quote section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Quotes.Id as Id, Quotes.Status as Status, date_format(Quotes.QuoteDate, '%Y-%m-%d') as QuoteDate, date_format(Quotes.ValidUntil, '%Y-%m-%d') as ValidUntil, if(Quotes.ValidUntil < curdate(), 1, 0) as PastExpiry, Quotes.LostReason as LostReason, coalesce(Quotes.OrderId, '') as OrderId, Quotes.CreatedBy as CreatedBy, coalesce(date_format(Quotes.ClosedAt, '%Y-%m-%d'), '') as ClosedAt, Quotes.CustomerId as CustomerId, Quotes.SupplierId as SupplierId, customers.Name as CustomerName, suppliers.Name as SupplierName from Quotes inner join customers on customers.Id = Quotes.CustomerId inner join suppliers on suppliers.Id = Quotes.SupplierId where Quotes.Id = ? and Quotes.CompanyId = ?" datavalues view-end.

view-end section using err, result.
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
move result(0) to row.

perform view-items.

view-items section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select QuoteItems.Id as Id, QuoteItems.Quantity as Quantity, QuoteItems.Unit as QuoteUnit, QuoteItems.UnitQuantity as UnitQuantity, QuoteItems.PriceSource as PriceSource, QuoteItems.Price as Price, SupplierProducts.Code as Code, SupplierProducts.Description as Description, SupplierProducts.Unit as Unit from QuoteItems inner join SupplierProducts on SupplierProducts.Id = QuoteItems.ProductId where QuoteItems.QuoteId = ? order by QuoteItems.Id" datavalues view-items-end.

view-items-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to items.

perform view-products.

* the supplier's catalog, as on the order screen, while lines can
* still be added
view-products section.
local datavalues.
move array to datavalues.
perform push in datavalues using SupplierId in row.

perform query in connection using "select SupplierProducts.Id as Id, SupplierProducts.Code as Code, SupplierProducts.Description as Description, SupplierProducts.Unit as Unit, SupplierProducts.Price as Price, SupplierProducts.CaseSize as CaseSize, SupplierProducts.PalletSize as PalletSize from SupplierProducts where SupplierProducts.SupplierId = ? and SupplierProducts.IsDiscontinued = 0 order by SupplierProducts.Code" datavalues view-products-end.

view-products-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to products.
perform render-quote.

render-quote section.
move "<h1>Quote</h1>" to html.
copy HTMLHEAD.
add "<p>Id: " to html.
add Id in row to html.
add "</p>" to html.
add "<p>Customer: " to html.
local escvalue.
perform escape-html using CustomerName in row giving escvalue.
add escvalue to html.
add " <a href=""/customer/view?id=" to html.
add CustomerId in row to html.
add """>View</a></p>" to html.
add "<p>Supplier: " to html.
local escvalue.
perform escape-html using SupplierName in row giving escvalue.
add escvalue to html.
add " <a href=""/supplier/view?id=" to html.
add SupplierId in row to html.
add """>View</a></p>" to html.
add "<p>Quoted: " to html.
add QuoteDate in row to html.
add " by " to html.
local escvalue.
perform escape-html using CreatedBy in row giving escvalue.
add escvalue to html.
add ", valid until " to html.
add ValidUntil in row to html.
add "</p>" to html.
add "<p>Status: " to html.
add Status in row to html.
if Status in row = "open" then
    if PastExpiry in row = 1 then
        add " (past its date - expires tonight)" to html.
    end-if.
end-if.
if Status in row = "lost" then
    add " - " to html.
    local escvalue.
    perform escape-html using LostReason in row giving escvalue.
    add escvalue to html.
end-if.
if ClosedAt in row not = "" then
    add ", closed " to html.
    add ClosedAt in row to html.
end-if.
if OrderId in row not = "" then
    add ", became order <a href=""/order/view?id=" to html.
    add OrderId in row to html.
    add """>" to html.
    add OrderId in row to html.
    add "</a>" to html.
end-if.
add "</p>" to html.

add "<h2>Lines</h2>" to html.
add "<table><tr><th>Code</th><th>Description</th><th>Unit</th><th>Quantity</th><th>Price</th><th>Line total</th><th></th></tr>" to html.
move 0 to quotetotal.
local count.
local last.
local i.
move length in items to count.
subtract 1 from count giving last.
perform add-item-row using i varying i from 0 to last.
add "</table>" to html.
add "<p>Quote total: " to html.
add quotetotal to html.
add "</p>" to html.

if Status in row = "open" then
    perform add-open-forms.
end-if.

add "<p><a href=""/quote"">Back to quotes</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

* an open quote takes lines and closes from here; a quote already
* past its date can still be edited but not accepted - quoteStatus.cob
* refuses it - so the accept button is left off
add-open-forms section.
if PastExpiry in row = 0 then
    add "<p><form method=""post"" action=""/quote/status"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """>" to html.
    add "<input type=""hidden"" name=""id"" value=""" to html.
    add Id in row to html.
    add """>" to html.
    add "<input type=""hidden"" name=""status"" value=""accepted"">" to html.
    add "Customer PO: <input type=""text"" name=""poreference"" size=""20""> " to html.
    add "<input type=""submit"" value=""Accept - raise the order""></form></p>" to html.
end-if.
add "<p><form method=""post"" action=""/quote/status"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """>" to html.
add "<input type=""hidden"" name=""status"" value=""lost"">" to html.
add "Reason: <input type=""text"" name=""reason"" size=""30""> " to html.
add "<input type=""submit"" value=""Mark lost""></form></p>" to html.

add "<form method=""post"" action=""/quote/item/add"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""quoteid"" value=""" to html.
add Id in row to html.
add """>" to html.
add "<input type=""text"" name=""productid"" placeholder=""Product Id"">" to html.
add "<input type=""text"" name=""quantity"" placeholder=""Quantity"">" to html.
add "<input type=""text"" name=""unit"" placeholder=""Unit (each/case/pallet)"">" to html.
add "<input type=""submit"" value=""Add line""></form>" to html.
add "<h2>Supplier catalog</h2>" to html.
add "<table><tr><th>Id</th><th>Code</th><th>Description</th><th>Unit</th><th>Price</th><th>Case of</th><th>Pallet of</th></tr>" to html.
local productcount.
local productlast.
local j.
move length in products to productcount.
subtract 1 from productcount giving productlast.
perform add-catalog-row using j varying j from 0 to productlast.
add "</table>" to html.

add-item-row section using i.
local itemrow.
move items(i) to itemrow.
local itemquantity.
move Quantity in itemrow to itemquantity.
local itemprice.
move Price in itemrow to itemprice.
local linetotal.
multiply itemquantity by itemprice giving linetotal.
add linetotal to quotetotal.
add "<tr><td>" to html.
local escvalue.
perform escape-html using Code in itemrow giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Description in itemrow giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Unit in itemrow giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Quantity in itemrow to html.
if QuoteUnit in itemrow not = "each" then
    add " (" to html.
    add UnitQuantity in itemrow to html.
    add " " to html.
    add QuoteUnit in itemrow to html.
    add ")" to html.
end-if.
add "</td><td>" to html.
add Price in itemrow to html.
if PriceSource in itemrow not = "catalog" then
    add " (" to html.
    add PriceSource in itemrow to html.
    add ")" to html.
end-if.
add "</td><td>" to html.
add linetotal to html.
add "</td><td>" to html.
if Status in row = "open" then
    add "<form method=""post"" action=""/quote/item/remove"" style=""display:inline"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """>" to html.
    add "<input type=""hidden"" name=""id"" value=""" to html.
    add Id in itemrow to html.
    add """>" to html.
    add "<input type=""submit"" value=""Remove""></form>" to html.
end-if.
add "</td></tr>" to html.

add-catalog-row section using j.
local productrow.
move products(j) to productrow.
add "<tr><td>" to html.
add Id in productrow to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Code in productrow giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Description in productrow giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Unit in productrow giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Price in productrow to html.
add "</td><td>" to html.
add CaseSize in productrow to html.
add "</td><td>" to html.
add PalletSize in productrow to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
