local matched.
local usercompanyid.
local userrole.
local usercustomerid.
local companyid.
local token.


* the join to companies is what deactivating a subsidiary means in
* practice: its people simply stop being able to log in, the same
* way a disabled account does. A customer's portal login goes the
* same way when its account is deleted.
perform query in connection using "select users.Id as Id, users.Username as Username, users.PasswordHash as PasswordHash, users.Salt as Salt, users.CompanyId as CompanyId, users.Role as Role, coalesce(users.CustomerId, 0) as CustomerId, users.FailedLogins as FailedLogins, users.TotpSecret as TotpSecret, users.BackupCodes as BackupCodes, (users.LockedUntil > now()) as IsLocked from users inner join companies on companies.Id = users.CompanyId left join customers portalaccount on portalaccount.Id = users.CustomerId where users.Username = ? and users.IsActive = 1 and companies.IsActive = 1 and coalesce(portalaccount.IsDeleted, 0) = 0" datavalues find-user-end.

find-user-end section using err, result.
if err then
if passwordhash = PasswordHash in userrow then
    move CompanyId in userrow to usercompanyid.
    move Role in userrow to userrole.
    move CustomerId in userrow to usercustomerid.
    perform check-second-factor.
else
    perform record-failure.
        if password = authpassword then
            move authcompanyid to usercompanyid.
            move "admin" to userrole.
            move 0 to usercustomerid.
            perform create-session.
            exit program.
        end-if.
move username to username in sessioninfo.
move usercompanyid to companyid in sessioninfo.
move userrole to role in sessioninfo.
move usercustomerid to customerid in sessioninfo.
move csrftokenvalue to csrftoken in sessioninfo.
move nowts to lastactivity in sessioninfo.
move sessioninfo to sessions(token).
perform push in datavalues using username.
perform push in datavalues using usercompanyid.
perform push in datavalues using userrole.
perform push in datavalues using usercustomerid.
perform push in datavalues using csrftokenvalue.

perform query in connection using "insert sessions set Token = ?, Username = ?, CompanyId = ?, Role = ?, CustomerId = nullif(?, 0), CsrfToken = ?, LastActivity = now()" datavalues create-session-end.

create-session-end section using err, result.
copy DBRELEASE.
    add "; Secure" to cookievalue.
end-if.
move cookievalue to headers("Set-Cookie").
* a customer's login lands on its own portal, everyone else on the
* customer list
if userrole = "customer" then
    move "/portal" to headers("Location").
else
    move "/customer" to headers("Location").
end-if.
move "ok" to outcome.
copy LOG.
perform writeHead in response using 302 headers.
