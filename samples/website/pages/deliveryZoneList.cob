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
move "deliveryZoneList" to page.
move method in request to method.
move companyid in request to companyid.

perform list-zones.

* the company's delivery zones, postal-code ranges first and region
* zones after them - the order the invoice run tries them in
list-zones section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name, PostalFrom, PostalTo, Region, Charge, FreeThreshold from DeliveryZones where CompanyId = ? order by PostalFrom = '', PostalFrom, Region, Id" datavalues list-end.

list-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to rows.

move "<h1>Delivery zones</h1>" to html.
copy HTMLHEAD.
add "<p>The invoice run adds the zone's charge to each order delivered into it, taxed at the company tax rate, unless the order is worth at least the free-delivery threshold (zero means never free) or the customer-supplier link waives the charge. A customer's postal code is matched against the ranges first; a customer in no range falls back to a zone for its region. Where zones overlap, the one added first wins.</p>" to html.
add "<table><tr><th>Zone</th><th>Postal codes</th><th>Region</th><th>Charge</th><th>Free from</th><th></th></tr>" to html.

local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.

perform show-zone-row using i varying i from 0 to last.

add "</table>" to html.
if count = 0 then
    add "<p>No delivery zones: every delivery goes uncharged.</p>" to html.
end-if.

add "<h2>Add zone</h2>" to html.
add "<form method=""post"" action=""/zone/new"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<p>Name: <input type=""text"" name=""name"" size=""30""></p>" to html.
add "<p>Postal codes from <input type=""text"" name=""postalfrom"" size=""10""> to <input type=""text"" name=""postalto"" size=""10""> or region <input type=""text"" name=""region"" size=""20""></p>" to html.
add "<p>Charge per delivery: <input type=""text"" name=""charge"" size=""8""> " to html.
add "Free from order value: <input type=""text"" name=""freethreshold"" size=""8"" value=""0""> " to html.
add "<input type=""submit"" value=""Add zone""></p>" to html.
add "</form>" to html.
add "<p><a href=""/customer"">Customers</a> <a href=""/invoice"">Invoices</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-zone-row section using i.
local row.
move rows(i) to row.
add "<tr><td>" to html.
local escvalue.
perform escape-html using Name in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
if PostalFrom in row not = "" then
    local escvalue.
    perform escape-html using PostalFrom in row giving escvalue.
    add escvalue to html.
    add " - " to html.
    local escvalue.
    perform escape-html using PostalTo in row giving escvalue.
    add escvalue to html.
end-if.
add "</td><td>" to html.
local escvalue.
perform escape-html using Region in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Charge in row to html.
add "</td><td>" to html.
local threshold.
move FreeThreshold in row to threshold.
multiply threshold by 1 giving threshold.
if threshold > 0 then
    add threshold to html.
else
    add "never" to html.
end-if.
add "</td><td>" to html.
add "<form method=""post"" action=""/zone/delete"" style=""display:inline"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """>" to html.
add "<input type=""submit"" value=""Remove""></form>" to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
