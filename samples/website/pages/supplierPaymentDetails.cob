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
local paymenttermsdays.
local bankaccount.
local remittanceemail.
local termsnumber.

move id in body in request to id.
* how many days after its date a supplier invoice falls due, the
* account the payment file pays into, and where remittance advices
* go (blank: the post room prints and posts them)
move paymenttermsdays in body in request to paymenttermsdays.
if paymenttermsdays = "" then
    move "" to paymenttermsdays.
end-if.
move bankaccount in body in request to bankaccount.
if bankaccount = "" then
    move "" to bankaccount.
end-if.
move remittanceemail in body in request to remittanceemail.
if remittanceemail = "" then
    move "" to remittanceemail.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local supplierrow.
move "supplierPaymentDetails" to page.
move method in request to method.
move companyid in request to companyid.

* the lengths mirror the suppliers columns (BankAccount varchar(34),
* the longest account number the bank file carries; RemittanceEmail
* varchar(100))
move "" to errors.
multiply paymenttermsdays by 1 giving termsnumber.
if paymenttermsdays = "" then
    add "The payment terms are required. " to errors.
    move 0 to termsnumber.
end-if.
if termsnumber not = termsnumber then
    add "The payment terms must be a number of days. " to errors.
    move 0 to termsnumber.
end-if.
local termsfloor.
perform floor in Math using termsnumber giving termsfloor.
if termsfloor not = termsnumber then
    add "The payment terms must be a whole number of days. " to errors.
end-if.
if termsnumber < 0 then
    add "The payment terms must not be negative. " to errors.
end-if.
local accountlength.
move length in bankaccount to accountlength.
if accountlength > 34 then
    add "The bank account must be 34 characters or fewer. " to errors.
end-if.
local emaillength.
move length in remittanceemail to emaillength.
if emaillength > 100 then
    add "The remittance email must be 100 characters or fewer. " to errors.
end-if.
if remittanceemail not = "" then
    local emailatidx.
    perform indexOf in remittanceemail using "@" giving emailatidx.
    if emailatidx = -1 then
        add "The remittance email must contain an @. " to errors.
    end-if.
end-if.

if errors not = "" then
    perform reject-details.
    exit program.
end-if.

perform fetch-supplier.

reject-details section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

* the old values come back for the audit row, scoped to the caller's
* company
fetch-supplier section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name, PaymentTermsDays, BankAccount, RemittanceEmail from suppliers where Id = ? and CompanyId = ?" datavalues fetch-supplier-end.

fetch-supplier-end section using err, result.
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
    perform write in response using "No such supplier.".
    perform end in response.
    exit program.
end-if.
move result(0) to supplierrow.

perform update-details.

update-details section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using termsnumber.
perform push in datavalues using bankaccount.
perform push in datavalues using remittanceemail.
perform push in datavalues using id.

perform query in connection using "update suppliers set PaymentTermsDays = ?, BankAccount = ?, RemittanceEmail = ? where Id = ?" datavalues update-end.

* the audit mapping for payment details: the bank account in the
* address slot, the terms and remittance address in the notes slot
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
move "Supplier" to entitytype.
move id to entityid.
move "payment" to action.
move Name in supplierrow to oldname.
move BankAccount in supplierrow to oldaddress.
move "terms " to oldnotes.
add PaymentTermsDays in supplierrow to oldnotes.
add " days remit " to oldnotes.
add RemittanceEmail in supplierrow to oldnotes.
move Name in supplierrow to newname.
move bankaccount to newaddress.
move "terms " to newnotes.
add termsnumber to newnotes.
add " days remit " to newnotes.
add remittanceemail to newnotes.
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
move "/supplier/view?id=" to location.
add id to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
