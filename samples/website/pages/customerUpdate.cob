local outcome.
local companyid.
local errors.
local postalerror.
local oldname.
local oldaddress.
local oldnotes.
* this same update shape)
fetch-old section.
copy DBCONNECT.
copy CHECKPOSTAL.

after-postal-check section.
if postalerror not = "" then
    move postalerror to errors.
    copy DBRELEASE.
    perform reject-customer.
    exit program.
end-if.
if role in request = "admin" then
    perform read-old-direct.
else
