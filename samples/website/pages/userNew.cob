if targetcompanyid = "" then
    move companyid in request to targetcompanyid.
end-if.
* a customer login belongs to one billing account of the target
* company and sees only that account and its branches on the portal;
* staff logins carry no account
local portalcustomerid.
move customerid in body in request to portalcustomerid.
if portalcustomerid = "" then
    move "" to portalcustomerid.
end-if.
local portalcustomernumber.
move 0 to portalcustomernumber.

local connection.
local errors.
if role not = "viewer" then
    if role not = "editor" then
        if role not = "admin" then
            if role not = "customer" then
                add "Role must be viewer, editor, admin or customer. " to errors.
            end-if.
        end-if.
    end-if.
end-if.
if role = "customer" then
    multiply portalcustomerid by 1 giving portalcustomernumber.
    if portalcustomerid = "" then
        move 0 to portalcustomernumber.
    end-if.
    if portalcustomernumber not = portalcustomernumber then
        move 0 to portalcustomernumber.
    end-if.
    if portalcustomernumber < 1 then
        add "A customer login needs the customer id of its account. " to errors.
    end-if.
else
    if portalcustomerid not = "" then
        add "Only a customer login is tied to a customer account. " to errors.
    end-if.
end-if.
local emaillength.
move length in email to emaillength.
if emaillength > 100 then
    exit program.
end-if.

perform check-portal-account.

* the account must be a live billing account of the company the login
* is created in; a branch is reached through its bill-to parent, so
* the login goes on the parent
check-portal-account section.
if portalcustomernumber = 0 then
    perform insert-user.
else
    local datavalues.
    move array to datavalues.
    perform push in datavalues using portalcustomernumber.
    perform push in datavalues using targetcompanyid.
    perform query in connection using "select Id, BillToCustomerId from customers where Id = ? and CompanyId = ? and IsDeleted = 0" datavalues check-portal-account-end.
end-if.

check-portal-account-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
if length in result = 0 then
    move "The customer must be a live customer of the user's company." to errors.
    copy DBRELEASE.
    perform reject-user.
    exit program.
end-if.
local accountrow.
move result(0) to accountrow.
if BillToCustomerId in accountrow then
    move "The customer is a branch; give the login to its bill-to account " to errors.
    add BillToCustomerId in accountrow to errors.
    add "." to errors.
    copy DBRELEASE.
    perform reject-user.
    exit program.
end-if.

perform insert-user.

insert-user section.
perform push in datavalues using role.
perform push in datavalues using targetcompanyid.
perform push in datavalues using email.
perform push in datavalues using portalcustomernumber.

perform query in connection using "insert users set Username = ?, PasswordHash = ?, Salt = ?, Role = ?, CompanyId = ?, Email = ?, CustomerId = nullif(?, 0), IsActive = 1, CreatedAt = now()" datavalues insert-end.

insert-end section using err, result.
if err then
move username to newname.
move "" to newaddress.
move "" to newnotes.
if portalcustomernumber > 0 then
    move "customer " to newnotes.
    add portalcustomernumber to newnotes.
end-if.
* the audit row belongs to the company the account was created IN,
* so that subsidiary's own dashboard shows its new user
move targetcompanyid to companyid.
