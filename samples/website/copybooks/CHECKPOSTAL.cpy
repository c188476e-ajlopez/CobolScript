* CHECKPOSTAL - check a structured address against the postal
* reference file the postalImport job loads (PostalCodes). This is
* the half of VALIDATECUSTOMER.cpy's address checks that needs the
* database, so it runs once the page holds a borrowed connection:
* the postal code must exist for the country, and the city - and the
* region, where one is keyed and the reference has one - must be the
* ones the reference gives it. A country with no reference file
* loaded (no PostalCountries row) is not checked at all. Caller sets
* postalcode, city, region and country (already through
* VALIDATECUSTOMER.cpy) and must declare postalerror as a top-level
* local; this sets it to the problem found, with the reference's own
* city and region as the suggested correction, or to "" when the
* address passes. Continues in after-postal-check, which the
* including page defines - the same continuation shape CHECKPERIOD.cpy
* uses - and which decides how to refuse.
local postalvalues.
move array to postalvalues.
perform push in postalvalues using city.
perform push in postalvalues using region.
perform push in postalvalues using region.
perform push in postalvalues using postalcode.
perform push in postalvalues using country.

* the key is the code upper-cased with its spaces taken out, so
* "sw1a 1aa" finds "SW1A 1AA"; one code can serve several places,
* and any one of them matching passes
perform query in connection using "select count(PostalCountries.Country) as Covered, count(PostalCodes.Id) as Found, cast(coalesce(sum(upper(PostalCodes.City) = upper(trim(?)) and (trim(?) = '' or PostalCodes.Region = '' or upper(PostalCodes.Region) = upper(trim(?)))), 0) as signed) as Matched, coalesce(cast(group_concat(distinct concat(PostalCodes.City, if(PostalCodes.Region = '', '', concat(', ', PostalCodes.Region))) order by PostalCodes.City separator '; ') as char), '') as Suggestion from PostalCountries left join PostalCodes on PostalCodes.Country = PostalCountries.Country and PostalCodes.PostalKey = upper(replace(?, ' ', '')) where PostalCountries.Country = ?" postalvalues checkpostal-end.

checkpostal-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move "" to postalerror.
local postalrow.
move result(0) to postalrow.
if Covered in postalrow > 0 then
    if Found in postalrow = 0 then
        move "Postal code " to postalerror.
        add postalcode to postalerror.
        add " is not in the postal reference for " to postalerror.
        add country to postalerror.
        add ". " to postalerror.
    else
        if Matched in postalrow = 0 then
            move "Postal code " to postalerror.
            add postalcode to postalerror.
            add " belongs to " to postalerror.
            add Suggestion in postalrow to postalerror.
            add ", not the city and region keyed. " to postalerror.
        end-if.
    end-if.
end-if.

perform after-postal-check.
