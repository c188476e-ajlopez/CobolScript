
local connection.
local errors.
local postalerror.
local page.
local method.
local outcome.
    exit program.
end-if.
perform format-address.
perform check-postal.

validate-pending section.
copy VALIDATECUSTOMER.

* the postal reference may have been reloaded since the change was
* queued, so the address is checked again at the moment it applies
check-postal section.
copy CHECKPOSTAL.

after-postal-check section.
if postalerror not = "" then
    move postalerror to errors.
    copy DBRELEASE.
    perform reject-apply.
    exit program.
end-if.
if EntityType in pendingrow = "Customer" then
    perform fetch-old-customer.
else
    perform fetch-old-supplier.
end-if.

format-address section.
copy FORMATADDRESS.

