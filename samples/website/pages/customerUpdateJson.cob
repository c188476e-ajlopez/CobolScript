local outcome.
local companyid.
local errors.
local postalerror.
local oldname.
local oldaddress.
local oldnotes.

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
perform read-old.

read-old section.
copy READOLD replacing ==TABLE== by ==customers==.

after-readold section.
