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
local reprows.
local raterows.
local supplierrows.
local page.
local method.
local outcome.
local companyid.
move "salesRepList" to page.
move method in request to method.
move companyid in request to companyid.

perform list-reps.

* the company's sales reps, each with the customers assigned to them
* today. A rep is paid at month-end (commissionStatements.cob) on
* what those customers paid in the month, at the rep's own rate or
* at the rate set here for the supplier the goods came from
list-reps section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using companyid.

perform query in connection using "select SalesReps.Id as Id, SalesReps.Name as Name, SalesReps.Email as Email, SalesReps.CommissionRate as CommissionRate, SalesReps.IsActive as IsActive, (select count(*) from customers where customers.CompanyId = ? and customers.IsDeleted = 0 and (select CustomerReps.RepId from CustomerReps where CustomerReps.CustomerId = customers.Id and CustomerReps.EffectiveFrom <= curdate() order by CustomerReps.EffectiveFrom desc, CustomerReps.Id desc limit 1) = SalesReps.Id) as CustomerCount from SalesReps where SalesReps.CompanyId = ? order by SalesReps.IsActive desc, SalesReps.Name" datavalues list-reps-end.

list-reps-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to reprows.
perform list-rates.

list-rates section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select SalesRepSupplierRates.RepId as RepId, SalesRepSupplierRates.SupplierId as SupplierId, suppliers.Name as SupplierName, SalesRepSupplierRates.CommissionRate as CommissionRate from SalesRepSupplierRates inner join SalesReps on SalesReps.Id = SalesRepSupplierRates.RepId inner join suppliers on suppliers.Id = SalesRepSupplierRates.SupplierId where SalesReps.CompanyId = ? order by SalesRepSupplierRates.RepId, suppliers.Name" datavalues list-rates-end.

list-rates-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to raterows.
perform list-suppliers.

list-suppliers section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name from suppliers where CompanyId = ? and IsActive = 1 order by Name" datavalues list-suppliers-end.

list-suppliers-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to supplierrows.

move "<h1>Sales reps</h1>" to html.
copy HTMLHEAD.
add "<p>Commission is a percentage of the goods value of invoices as they are paid, before tax and delivery charges, in base currency; a credit note raised against a paid invoice takes it back. A customer's rep is assigned, with the date it takes effect, on the customer's page. One statement per rep is written at each month-end.</p>" to html.

local repcount.
local replast.
local i.
move length in reprows to repcount.
subtract 1 from repcount giving replast.
if repcount = 0 then
    add "<p>No sales reps on record.</p>" to html.
else
    add "<table><tr><th>Rep</th><th>Customers</th><th>Supplier rates</th></tr>" to html.
    perform show-rep-row using i varying i from 0 to replast.
    add "</table>" to html.
end-if.

add "<h2>Add rep</h2>" to html.
add "<form method=""post"" action=""/rep/new"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""text"" name=""name"" placeholder=""Name""> " to html.
add "<input type=""text"" name=""email"" placeholder=""Email""> " to html.
add "<input type=""text"" name=""commissionrate"" size=""5"" placeholder=""Rate"">% " to html.
add "<input type=""submit"" value=""Add rep""></form>" to html.

if repcount > 0 then
    add "<h2>Rate for one supplier</h2>" to html.
    add "<form method=""post"" action=""/rep/rate"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """>" to html.
    add "<select name=""repid"">" to html.
    perform show-rep-option using i varying i from 0 to replast.
    add "</select> on <select name=""supplierid"">" to html.
    local suppliercount.
    local supplierlast.
    local s.
    move length in supplierrows to suppliercount.
    subtract 1 from suppliercount giving supplierlast.
    perform show-supplier-option using s varying s from 0 to supplierlast.
    add "</select> <input type=""text"" name=""commissionrate"" size=""5"" placeholder=""blank removes"">% " to html.
    add "<input type=""submit"" value=""Save rate""></form>" to html.
end-if.
add "<p><a href=""/customer"">Customers</a> <a href=""/budget"">Sales budget</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

* each rep is one small prefilled form, saved in place, with the
* supplier rates that override their own rate listed beside it
show-rep-row section using i.
local row.
move reprows(i) to row.
add "<tr><td><form method=""post"" action=""/rep/update"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """><input type=""text"" name=""name"" value=""" to html.
local escvalue.
perform escape-html using Name in row giving escvalue.
add escvalue to html.
add """> <input type=""text"" name=""email"" value=""" to html.
local escvalue.
perform escape-html using Email in row giving escvalue.
add escvalue to html.
add """> <input type=""text"" name=""commissionrate"" size=""5"" value=""" to html.
add CommissionRate in row to html.
add """>% <label><input type=""checkbox"" name=""isactive"" value=""1""" to html.
if IsActive in row then
    add " checked" to html.
end-if.
add "> active</label> <input type=""submit"" value=""Save""></form></td><td><a href=""/customer?rep=" to html.
add Id in row to html.
add """>" to html.
add CustomerCount in row to html.
add "</a></td><td>" to html.
local repid.
move Id in row to repid.
local ratecount.
local ratelast.
local r.
move length in raterows to ratecount.
subtract 1 from ratecount giving ratelast.
perform show-rate using r varying r from 0 to ratelast.
add "</td></tr>" to html.

* the rates come back for every rep in one list; each row shows its
* own
show-rate section using r.
local rate.
move raterows(r) to rate.
if RepId in rate = repid then
    local escvalue.
    perform escape-html using SupplierName in rate giving escvalue.
    add escvalue to html.
    add ": " to html.
    add CommissionRate in rate to html.
    add "%<br>" to html.
end-if.

show-rep-option section using i.
local row.
move reprows(i) to row.
add "<option value=""" to html.
add Id in row to html.
add """>" to html.
local escvalue.
perform escape-html using Name in row giving escvalue.
add escvalue to html.
add "</option>" to html.

show-supplier-option section using s.
local row.
move supplierrows(s) to row.
add "<option value=""" to html.
add Id in row to html.
add """>" to html.
local escvalue.
perform escape-html using Name in row giving escvalue.
add escvalue to html.
add "</option>" to html.

copy ESCAPEHTML.
