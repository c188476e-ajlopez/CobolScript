local phone.
local email.
local contactrole.
local billingcontact.

move id in body in request to id.
move customerid in body in request to customerid.
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
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select CustomerContacts.Id as Id, CustomerContacts.Name as Name, CustomerContacts.Phone as Phone, CustomerContacts.Email as Email, CustomerContacts.IsBillingContact as IsBillingContact from CustomerContacts inner join customers on customers.Id = CustomerContacts.CustomerId where CustomerContacts.Id = ? and customers.CompanyId = ?" datavalues fetch-old-end.

fetch-old-end section using err, result.
if err then

local datavalues.
move array to datavalues.
perform push in datavalues using email.
perform push in datavalues using name.
perform push in datavalues using phone.
perform push in datavalues using email.
perform push in datavalues using contactrole.
perform push in datavalues using billingcontact.
perform push in datavalues using id.

* a bounced address stays marked until the address itself changes;
* the bounce mark is set first, while Email still holds the old one
perform query in connection using "update CustomerContacts set EmailBouncedAt = if(Email = ?, EmailBouncedAt, null), Name = ?, Phone = ?, Email = ?, ContactRole = ?, IsBillingContact = ? where Id = ?" datavalues update-end.

update-end section using err, result.
if err then
move Name in oldrow to oldname.
move Phone in oldrow to oldaddress.
move Email in oldrow to oldnotes.
if IsBillingContact in oldrow then
    add " (billing)" to oldnotes.
end-if.
move name to newname.
move phone to newaddress.
move email to newnotes.
if billingcontact = 1 then
    add " (billing)" to newnotes.
end-if.
local changedby.
move username in request to changedby.
copy AUDIT.
