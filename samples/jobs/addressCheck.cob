data division.
linkage section.
01 require.
01 jobdone.
procedure division.
local fs.
perform require using "fs" giving fs.
local mysql.
perform require using "mysql" giving mysql.
global pool.

* the nightly address check, one report per active company
* (address-exceptions-<company>-<date>.txt): every live customer and
* active supplier whose address fails the postal reference the way
* CHECKPOSTAL.cpy would refuse it on the page today. Records keyed
* before the reference was loaded, or before the check existed, are
* the ones this finds; the first run after a country is loaded is the
* clean-up list, and every run after it shows what is left. Each line
* carries a suggested correction: the place the reference gives the
* postal code, or, for a code it does not know, the first few codes
* it has for the city keyed. Countries with no reference loaded are
* not checked.
local connection.
local companies.
local companyindex.
local companylast.
local currentcompany.
local currenttype.
local failrows.
local reporttext.
local failtotal.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to failtotal.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform find-companies.

find-companies section.
local datavalues.
move array to datavalues.
perform query in connection using "select Id as CompanyId from companies where IsActive = 1 order by Id" datavalues find-companies-end.

find-companies-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to companies.
local companycount.
move length in companies to companycount.
subtract 1 from companycount giving companylast.
move 0 to companyindex.
perform next-company.

next-company section.
if companyindex > companylast then
    perform finish-run.
else
    local companyrow.
    move companies(companyindex) to companyrow.
    move CompanyId in companyrow to currentcompany.
    perform find-failures.
end-if.

* customers and suppliers share the address layout, so one select
* serves both with the table swapped; the match is the one
* CHECKPOSTAL.cpy makes, run row by row in the database
find-failures section.
local checksql.
move "select count(*) from PostalCodes where PostalCodes.Country = addr.Country and PostalCodes.PostalKey = upper(replace(addr.PostalCode, ' ', ''))) as Found, (select count(*) from PostalCodes where PostalCodes.Country = addr.Country and PostalCodes.PostalKey = upper(replace(addr.PostalCode, ' ', '')) and upper(PostalCodes.City) = upper(trim(addr.City)) and (trim(addr.Region) = '' or PostalCodes.Region = '' or upper(PostalCodes.Region) = upper(trim(addr.Region)))) as Matched, coalesce((select cast(group_concat(distinct concat(PostalCodes.City, if(PostalCodes.Region = '', '', concat(', ', PostalCodes.Region))) order by PostalCodes.City separator '; ') as char) from PostalCodes where PostalCodes.Country = addr.Country and PostalCodes.PostalKey = upper(replace(addr.PostalCode, ' ', ''))), '') as PlaceSuggestion, coalesce((select substring_index(cast(group_concat(distinct PostalCodes.PostalCode order by PostalCodes.PostalCode separator ' ') as char), ' ', 5) from PostalCodes where PostalCodes.Country = addr.Country and upper(PostalCodes.City) = upper(trim(addr.City))), '') as CodeSuggestion" to checksql.
local sql.
move "select checked.* from (select 'Customer' as EntityType, addr.Id as Id, addr.Name as Name, addr.Street as Street, addr.City as City, addr.Region as Region, addr.PostalCode as PostalCode, addr.Country as Country, (" to sql.
add checksql to sql.
add " from customers addr inner join PostalCountries on PostalCountries.Country = addr.Country where addr.CompanyId = ? and addr.IsDeleted = 0 union all select 'Supplier', addr.Id, addr.Name, addr.Street, addr.City, addr.Region, addr.PostalCode, addr.Country, (" to sql.
add checksql to sql.
add " from suppliers addr inner join PostalCountries on PostalCountries.Country = addr.Country where addr.CompanyId = ? and addr.IsActive = 1) checked where checked.Matched = 0 order by checked.EntityType, checked.Name" to sql.

local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform query in connection using sql datavalues find-failures-end.

find-failures-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to failrows.
perform write-exception-file.
add 1 to companyindex.
perform next-company.

write-exception-file section.
move "Address exceptions, company " to reporttext.
add currentcompany to reporttext.
add ", " to reporttext.
add runstamp to reporttext.
add "\nCustomers and suppliers whose address fails the postal reference, with the suggested correction\n" to reporttext.

move "" to currenttype.
local rowcount.
local rowlast.
local i.
move length in failrows to rowcount.
subtract 1 from rowcount giving rowlast.
if rowcount = 0 then
    add "\nNone.\n" to reporttext.
else
    perform add-exception-line using i varying i from 0 to rowlast.
end-if.
add rowcount to failtotal.

local reportfile.
move "address-exceptions-" to reportfile.
add currentcompany to reportfile.
add "-" to reportfile.
add runstamp to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.

local summaryline.
move "addressCheck company " to summaryline.
add currentcompany to summaryline.
add " exceptions " to summaryline.
add rowcount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.

* customers come first, then suppliers, each under its own heading
add-exception-line section using i.
local row.
move failrows(i) to row.
if EntityType in row not = currenttype then
    move EntityType in row to currenttype.
    add "\n" to reporttext.
    add currenttype to reporttext.
    add "s\n" to reporttext.
end-if.
add "\n  " to reporttext.
add Name in row to reporttext.
add " (" to reporttext.
add EntityType in row to reporttext.
add " " to reporttext.
add Id in row to reporttext.
add ")\n    keyed: " to reporttext.
add Street in row to reporttext.
add ", " to reporttext.
add City in row to reporttext.
if Region in row not = "" then
    add ", " to reporttext.
    add Region in row to reporttext.
end-if.
add ", " to reporttext.
add PostalCode in row to reporttext.
add ", " to reporttext.
add Country in row to reporttext.
add "\n    " to reporttext.
if Found in row > 0 then
    add "postal code belongs to " to reporttext.
    add PlaceSuggestion in row to reporttext.
    add " - correct the city and region to that, or the postal code to the right one" to reporttext.
else
    add "postal code not in the reference" to reporttext.
    if CodeSuggestion in row = "" then
        add "; the city is not in it either - check both" to reporttext.
    else
        add "; codes for that city include " to reporttext.
        add CodeSuggestion in row to reporttext.
    end-if.
end-if.
add "\n" to reporttext.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "addressCheck companies " to summaryline.
local companytotal.
move length in companies to companytotal.
add companytotal to summaryline.
add " exceptions " to summaryline.
add failtotal to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
