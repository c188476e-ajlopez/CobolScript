
local connection.
local errors.
local postalerror.
local page.
local method.
local outcome.
* supervisor's approval on the /pending page
fetch-old section.
copy DBCONNECT.
copy CHECKPOSTAL.

after-postal-check section.
if postalerror not = "" then
    move postalerror to errors.
    copy DBRELEASE.
    perform reject-supplier.
    exit program.
end-if.
if role in request = "admin" then
    perform read-old-direct.
else
