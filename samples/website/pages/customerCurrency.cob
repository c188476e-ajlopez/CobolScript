data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local id.
local currency.
local currencyok.

move id in body in request to id.
* the three-letter code the customer is invoiced in; blank puts the
* customer back on the base currency
move currency in body in request to currency.
if currency = "" then
    move "" to currency.
end-if.
perform toUpperCase in currency giving currency.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local customerrow.
move "customerCurrency" to page.
move method in request to method.
move companyid in request to companyid.

move "" to errors.
move 1 to currencyok.
if currency not = "" then
    local currencylength.
    move length in currency to currencylength.
    if currencylength not = 3 then
        move 0 to currencyok.
    else
        local ci.
        perform check-currency-letter using ci varying ci from 0 to 2.
    end-if.
end-if.
if currencyok = 0 then
    add "The currency must be a three-letter code, or blank for the base currency. " to errors.
end-if.

if errors not = "" then
    perform reject-currency using errors.
    exit program.
end-if.

perform fetch-customer.

check-currency-letter section using ci.
local letterend.
move ci to letterend.
add 1 to letterend.
local letter.
perform substring in currency using ci letterend giving letter.
local lowerletter.
perform toLowerCase in letter giving lowerletter.
if letter = lowerletter then
    move 0 to currencyok.
end-if.

reject-currency section using refusal.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using refusal.
perform end in response.

* the old currency, whether the customer is a branch, how much is
* still open across the account and whether the new currency has a
* rate at all, in one read
fetch-customer section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using currency.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select customers.Id as Id, customers.Name as Name, customers.Currency as OldCurrency, coalesce(customers.BillToCustomerId, '') as BillToCustomerId, (select count(*) from invoices where invoices.CustomerId in (select branch.Id from customers branch where coalesce(branch.BillToCustomerId, branch.Id) = customers.Id) and invoices.Total > coalesce((select sum(Amount) from PaymentAllocations where PaymentAllocations.InvoiceId = invoices.Id), 0) + coalesce((select sum(Total) from CreditNotes where CreditNotes.InvoiceId = invoices.Id), 0) + coalesce((select sum(Amount) from WriteOffs where WriteOffs.InvoiceId = invoices.Id), 0)) as OpenInvoices, (select count(*) from ExchangeRates where ExchangeRates.Currency = ?) as RateCount from customers where customers.Id = ? and customers.CompanyId = ?" datavalues fetch-customer-end.

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

* a branch is invoiced in its bill-to account's currency, so that is
* where the currency is set. Open invoices stay in the currency they
* were raised in, and a statement or payment in a second currency
* could not be set against them - they are settled first. And a
* currency with no rate loaded would fail the account at the next
* invoice run.
local refusal.
move "" to refusal.
if BillToCustomerId in customerrow not = "" then
    move "This customer is billed through another account; set the currency on that account." to refusal.
end-if.
if refusal = "" then
    if currency not = OldCurrency in customerrow then
        if OpenInvoices in customerrow > 0 then
            move "The account has open invoices in its current currency; settle or credit them before changing it." to refusal.
        end-if.
    end-if.
end-if.
if refusal = "" then
    if currency not = "" then
        if RateCount in customerrow = 0 then
            move "No exchange rate has been loaded for that currency yet." to refusal.
        end-if.
    end-if.
end-if.
if refusal not = "" then
    copy DBRELEASE.
    perform reject-currency using refusal.
    exit program.
end-if.

perform update-currency.

update-currency section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using currency.
perform push in datavalues using id.

perform query in connection using "update customers set Currency = ?, Version = Version + 1, UpdatedAt = now() where Id = ?" datavalues update-end.

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
move "currency" to action.
move Name in customerrow to oldname.
move "" to oldaddress.
move "currency " to oldnotes.
if OldCurrency in customerrow = "" then
    add "base" to oldnotes.
else
    add OldCurrency in customerrow to oldnotes.
end-if.
move Name in customerrow to newname.
move "" to newaddress.
move "currency " to newnotes.
if currency = "" then
    add "base" to newnotes.
else
    add currency to newnotes.
end-if.
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
