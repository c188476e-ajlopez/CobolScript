local phone.
local email.
local contactrole.
local billingcontact.

* a form posted with a field missing hands over nothing at all; the
* length checks need strings to measure, so blank the optional ones.
if contactrole = "" then
    move "" to contactrole.
end-if.
* the billing checkbox posts 1 when ticked and nothing when not
move billingcontact in body in request to billingcontact.
if billingcontact = "1" then
    move 1 to billingcontact.
else
    move 0 to billingcontact.
end-if.

local connection.
local errors.
perform push in datavalues using phone.
perform push in datavalues using email.
perform push in datavalues using contactrole.
perform push in datavalues using billingcontact.

perform query in connection using "insert CustomerContacts set CustomerId = ?, Name = ?, Phone = ?, Email = ?, ContactRole = ?, IsBillingContact = ?" datavalues insert-end.

* the audit row reuses the three value slots AUDIT.cpy already has:
* the contact's name in the name slot, phone in the address slot and
move name to newname.
move phone to newaddress.
move email to newnotes.
if billingcontact = 1 then
    add " (billing)" to newnotes.
end-if.
local changedby.
move username in request to changedby.
copy AUDIT.
