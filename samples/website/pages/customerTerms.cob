data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global Math.

local id.
local discountpercent.
local discountdays.
local percentnumber.
local daysnumber.

move id in body in request to id.
* early-payment settlement terms: "2% if paid within 10 days" is a
* percentage of 2 and 10 days; a percentage of 0 takes the account
* off settlement terms
move discountpercent in body in request to discountpercent.
if discountpercent = "" then
    move 0 to discountpercent.
end-if.
move discountdays in body in request to discountdays.
if discountdays = "" then
    move 0 to discountdays.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local customerrow.
move "customerTerms" to page.
move method in request to method.
move companyid in request to companyid.

move "" to errors.
multiply discountpercent by 1 giving percentnumber.
if percentnumber not = percentnumber then
    add "The discount must be a number. " to errors.
    move 0 to percentnumber.
end-if.
if percentnumber < 0 then
    add "The discount must not be negative. " to errors.
end-if.
if percentnumber > 99 then
    add "The discount must be below 100 percent. " to errors.
end-if.
multiply discountdays by 1 giving daysnumber.
if daysnumber not = daysnumber then
    add "The days must be a number. " to errors.
    move 0 to daysnumber.
end-if.
if daysnumber < 0 then
    add "The days must not be negative. " to errors.
end-if.
local daysfloor.
perform floor in Math using daysnumber giving daysfloor.
if daysfloor not = daysnumber then
    add "The days must be a whole number. " to errors.
end-if.
if percentnumber > 0 then
    if daysnumber = 0 then
        add "A discount needs the number of days it may be taken within. " to errors.
    end-if.
else
    move 0 to daysnumber.
end-if.

if errors not = "" then
    perform reject-terms using errors.
    exit program.
end-if.

perform fetch-customer.

reject-terms section using refusal.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using refusal.
perform end in response.

* the old terms for the audit row, and whether the customer is a
* branch - terms, like the currency, belong to the paying account
fetch-customer section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name, SettlementDiscountPercent, SettlementDiscountDays, coalesce(BillToCustomerId, '') as BillToCustomerId from customers where Id = ? and CompanyId = ?" datavalues fetch-customer-end.

fetch-customer-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
if length in result = 0 then
    move "notfound" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 404.
    perform write in response using "No such customer.".
    perform end in response.
    exit program.
end-if.
move result(0) to customerrow.

* a branch is invoiced through its bill-to account and takes that
* account's terms; invoices already raised keep the terms they were
* printed with
if BillToCustomerId in customerrow not = "" then
    copy DBRELEASE.
    perform reject-terms using "This customer is billed through another account; set the terms on that account.".
    exit program.
end-if.

perform update-terms.

update-terms section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using percentnumber.
perform push in datavalues using daysnumber.
perform push in datavalues using id.

perform query in connection using "update customers set SettlementDiscountPercent = ?, SettlementDiscountDays = ?, Version = Version + 1, UpdatedAt = now() where Id = ?" datavalues update-end.

update-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
move "Customer" to entitytype.
move id to entityid.
move "terms" to action.
move Name in customerrow to oldname.
move "" to oldaddress.
move "settlement " to oldnotes.
add SettlementDiscountPercent in customerrow to oldnotes.
add "% " to oldnotes.
add SettlementDiscountDays in customerrow to oldnotes.
add " days" to oldnotes.
move Name in customerrow to newname.
move "" to newaddress.
move "settlement " to newnotes.
add percentnumber to newnotes.
add "% " to newnotes.
add daysnumber to newnotes.
add " days" to newnotes.
local changedby.
move username in request to changedby.
copy AUDIT.

audit-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
perform commit in connection using commit-end.

commit-end section using err.
if err then
    perform rollback-write.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
local location.
move "/customer/view?id=" to location.
add id to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
