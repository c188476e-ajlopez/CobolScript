move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select users.Id as Id, users.Username as Username, users.Role as Role, users.IsActive as IsActive, users.FailedLogins as FailedLogins, (users.LockedUntil > now()) as IsLocked, coalesce(users.CustomerId, 0) as CustomerId, coalesce(customers.Name, '') as CustomerName from users left join customers on customers.Id = users.CustomerId where users.CompanyId = ? order by users.Username" datavalues list-end.

list-end section using err, result.
if err then
add "<p>Username: <input type=""text"" name=""username""></p>" to html.
add "<p>Password: <input type=""password"" name=""password""></p>" to html.
add "<p>Email (for password resets): <input type=""text"" name=""email"" size=""40""></p>" to html.
add "<p>Role: <select name=""role""><option value=""viewer"">viewer</option><option value=""editor"">editor</option><option value=""admin"">admin</option><option value=""customer"">customer</option></select></p>" to html.
add "<p>Customer id (customer logins only: the bill-to account the login sees on the portal): <input type=""text"" name=""customerid"" size=""8""></p>" to html.
add "<p>Company: <select name=""companyid"">" to html.
local companycount.
local companylast.
add escvalue to html.
add "</td><td>" to html.
add Role in row to html.
if CustomerId in row > 0 then
    add " of <a href=""/customer/view?id=" to html.
    add CustomerId in row to html.
    add """>" to html.
    local escname.
    perform escape-html using CustomerName in row giving escname.
    add escname to html.
    add "</a>" to html.
end-if.
add "</td><td>" to html.
if IsActive in row then
    add "active" to html.
