data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local connection.
local html.
local rows.
local page.
local method.
local outcome.
local companyid.
move "intercompanyList" to page.
move method in request to method.
move companyid in request to companyid.

perform list-links.

* the group's trading links, across every company like the company
* page itself: each pairs the customer account a selling company
* bills a sister company on with the supplier account that sister
* company pays it through. The invoice run books the buyer's side of
* every invoice raised on a linked account, and the month-end
* reconciliation (intercompanyRecon.cob) compares the two.
list-links section.
copy DBCONNECT.

local datavalues.
move array to datavalues.

perform query in connection using "select IntercompanyLinks.Id as Id, IntercompanyLinks.SellerCompanyId as SellerCompanyId, seller.Name as SellerCompanyName, IntercompanyLinks.SellerCustomerId as SellerCustomerId, customers.Name as CustomerName, IntercompanyLinks.BuyerCompanyId as BuyerCompanyId, buyer.Name as BuyerCompanyName, IntercompanyLinks.BuyerSupplierId as BuyerSupplierId, suppliers.Name as SupplierName, customers.Currency as Currency, IntercompanyLinks.CreatedBy as CreatedBy, date_format(IntercompanyLinks.CreatedAt, '%Y-%m-%d') as CreatedAt from IntercompanyLinks inner join companies seller on seller.Id = IntercompanyLinks.SellerCompanyId inner join companies buyer on buyer.Id = IntercompanyLinks.BuyerCompanyId inner join customers on customers.Id = IntercompanyLinks.SellerCustomerId inner join suppliers on suppliers.Id = IntercompanyLinks.BuyerSupplierId order by IntercompanyLinks.SellerCompanyId, IntercompanyLinks.BuyerCompanyId" datavalues list-end.

list-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to rows.

move "<h1>Intercompany trading</h1>" to html.
copy HTMLHEAD.
add "<p>When a company invoices a sister company on a linked customer account, the overnight invoice run books the same invoice on the sister company's supplier account, matched and ready to pay. The month-end reconciliation compares what each side holds against the other.</p>" to html.

local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.
if count = 0 then
    add "<p>No companies are linked for trading.</p>" to html.
else
    add "<table><tr><th>Selling company</th><th>Bills on customer</th><th>Buying company</th><th>Pays through supplier</th><th>Currency</th><th>Linked</th><th></th></tr>" to html.
    perform show-link-row using i varying i from 0 to last.
    add "</table>" to html.
end-if.

add "<h2>Link two companies</h2>" to html.
add "<p>The customer account is the selling company's account for the sister company; the supplier account is the sister company's account for the seller. Both must bill in the same currency.</p>" to html.
add "<form method=""post"" action=""/company/intercompany/link"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<p>Customer id: <input type=""text"" name=""customerid"" size=""8""> " to html.
add "Supplier id: <input type=""text"" name=""supplierid"" size=""8""> " to html.
add "<input type=""submit"" value=""Link""></p>" to html.
add "</form>" to html.
add "<p><a href=""/company"">Companies</a> <a href=""/supplierinvoice"">Supplier invoices</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-link-row section using i.
local row.
move rows(i) to row.
add "<tr><td>" to html.
add SellerCompanyId in row to html.
add " " to html.
local escvalue.
perform escape-html using SellerCompanyName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add SellerCustomerId in row to html.
add " " to html.
local escvalue.
perform escape-html using CustomerName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add BuyerCompanyId in row to html.
add " " to html.
local escvalue.
perform escape-html using BuyerCompanyName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add BuyerSupplierId in row to html.
add " " to html.
local escvalue.
perform escape-html using SupplierName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
if Currency in row = "" then
    add "base" to html.
else
    add Currency in row to html.
end-if.
add "</td><td>" to html.
add CreatedAt in row to html.
add " " to html.
local escvalue.
perform escape-html using CreatedBy in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add "<form method=""post"" action=""/company/intercompany/unlink"" style=""display:inline"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """><input type=""submit"" value=""Unlink""></form>" to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
