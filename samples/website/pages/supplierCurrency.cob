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
* the three-letter code the supplier bills in; blank puts the supplier
* back on the base currency
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
local supplierrow.
move "supplierCurrency" to page.
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

perform fetch-supplier.

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

* the old currency, how many of the supplier's invoices are still
* waiting to be paid and whether the new currency has a rate at all,
* in one read
fetch-supplier section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using currency.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select suppliers.Id as Id, suppliers.Name as Name, suppliers.Currency as OldCurrency, (select count(*) from SupplierInvoices where SupplierInvoices.SupplierId = suppliers.Id and SupplierInvoices.Status <> 'paid') as OpenInvoices, (select count(*) from ExchangeRates where ExchangeRates.Currency = ?) as RateCount from suppliers where suppliers.Id = ? and suppliers.CompanyId = ?" datavalues fetch-supplier-end.

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

* an unpaid supplier invoice was keyed and matched in the old
* currency and is paid in it; the change waits until they are paid.
* A currency with no rate loaded could not be matched at all.
local refusal.
move "" to refusal.
if currency not = OldCurrency in supplierrow then
    if OpenInvoices in supplierrow > 0 then
        move "The supplier has unpaid invoices in its current currency; pay them before changing it." to refusal.
    end-if.
end-if.
if refusal = "" then
    if currency not = "" then
        if RateCount in supplierrow = 0 then
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

perform query in connection using "update suppliers set Currency = ? where Id = ?" datavalues update-end.

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
move "currency" to action.
move Name in supplierrow to oldname.
move "" to oldaddress.
move "currency " to oldnotes.
if OldCurrency in supplierrow = "" then
    add "base" to oldnotes.
else
    add OldCurrency in supplierrow to oldnotes.
end-if.
move Name in supplierrow to newname.
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
move "/supplier/view?id=" to location.
add id to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
