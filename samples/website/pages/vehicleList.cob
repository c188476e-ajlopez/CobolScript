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
local suppliers.
local selectedsupplier.
local page.
local method.
local outcome.
local companyid.
move "vehicleList" to page.
move method in request to method.
move companyid in request to companyid.

perform list-vehicles.

* the company's vans with what each carries and the supplier route it
* runs; the load plan adds an active route's vehicles together
list-vehicles section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select Vehicles.Id as Id, Vehicles.Name as Name, coalesce(Vehicles.SupplierId, '') as SupplierId, Vehicles.MaxWeight as MaxWeight, Vehicles.MaxVolume as MaxVolume, Vehicles.IsActive as IsActive from Vehicles where Vehicles.CompanyId = ? order by Vehicles.Name" datavalues list-end.

list-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to rows.
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
move result to suppliers.

move "<h1>Vehicles</h1>" to html.
copy HTMLHEAD.
add "<p>Capacity is in kilograms and cubic metres, the units the catalog's unit weight and volume are kept in. A supplier's route sheet and the nightly load plan check each delivery day against the active vehicles on that route.</p>" to html.
local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.

perform show-vehicle-row using i varying i from 0 to last.

if count = 0 then
    add "<p>No vehicles on record.</p>" to html.
end-if.

add "<h2>Add vehicle</h2>" to html.
add "<form method=""post"" action=""/vehicle/new"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""text"" name=""name"" placeholder=""Name or registration""> " to html.
move "" to selectedsupplier.
perform add-supplier-select.
add " <input type=""text"" name=""maxweight"" size=""8"" placeholder=""Max kg""> " to html.
add "<input type=""text"" name=""maxvolume"" size=""8"" placeholder=""Max m3""> " to html.
add "<input type=""submit"" value=""Add vehicle""></form>" to html.
add "<p><a href=""/supplier"">Suppliers</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

* each vehicle is one small prefilled form, saved in place
show-vehicle-row section using i.
local row.
move rows(i) to row.
add "<form method=""post"" action=""/vehicle/update"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """><input type=""text"" name=""name"" value=""" to html.
local escvalue.
perform escape-html using Name in row giving escvalue.
add escvalue to html.
add """> route " to html.
move "" to selectedsupplier.
add SupplierId in row to selectedsupplier.
perform add-supplier-select.
add " <input type=""text"" name=""maxweight"" size=""8"" value=""" to html.
add MaxWeight in row to html.
add """> kg <input type=""text"" name=""maxvolume"" size=""8"" value=""" to html.
add MaxVolume in row to html.
add """> m3 <label><input type=""checkbox"" name=""isactive"" value=""1""" to html.
if IsActive in row then
    add " checked" to html.
end-if.
add "> active</label> <input type=""submit"" value=""Save""></form>" to html.

* the supplier picker, with "not assigned" first and the vehicle's
* current route selected
add-supplier-select section.
add "<select name=""supplierid""><option value="""">not assigned</option>" to html.
local suppliercount.
local supplierlast.
local s.
move length in suppliers to suppliercount.
subtract 1 from suppliercount giving supplierlast.
perform add-supplier-option using s varying s from 0 to supplierlast.
add "</select>" to html.

add-supplier-option section using s.
local supplierrow.
move suppliers(s) to supplierrow.
local optionvalue.
move "" to optionvalue.
add Id in supplierrow to optionvalue.
add "<option value=""" to html.
add optionvalue to html.
add """" to html.
if optionvalue = selectedsupplier then
    add " selected" to html.
end-if.
add ">" to html.
local escvalue.
perform escape-html using Name in supplierrow giving escvalue.
add escvalue to html.
add "</option>" to html.

copy ESCAPEHTML.
