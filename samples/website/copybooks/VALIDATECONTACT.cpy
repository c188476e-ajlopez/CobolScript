* VALIDATECONTACT - shared field checks for the CustomerContacts
* table. Caller sets name, phone, email, contactrole and billingcontact
* (1 when the contact takes the customer's documents by email, else
* 0) first; this sets
* errors to the problems found (empty string if none). Length limits
* mirror the column sizes (Name varchar(100), Phone varchar(40),
* Email varchar(100), ContactRole varchar(50)).
        add "Email must contain an @. " to errors.
    end-if.
end-if.
* the documents are mailed to this address, so a billing contact
* without one would quietly go back to paper
if billingcontact = 1 then
    if email = "" then
        add "A billing contact needs an email address. " to errors.
    end-if.
end-if.
local contactrolelength.
move length in contactrole to contactrolelength.
if contactrolelength > 50 then
