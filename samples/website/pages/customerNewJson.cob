
local connection.
local errors.
local postalerror.
local page.
local method.
local outcome.
end-if.

perform format-address.
perform check-postal.

validate-customer section.
copy VALIDATECUSTOMER.
perform write in response using json.
perform end in response.

check-postal section.
copy DBCONNECT.
copy CHECKPOSTAL.

after-postal-check section.
if postalerror not = "" then
    move postalerror to errors.
    copy DBRELEASE.
    perform reject-customer.
    exit program.
end-if.
perform check-duplicate.

check-duplicate section.
local datavalues.
move array to datavalues.
perform push in datavalues using name.
