if paymenttermsdays = "" then
    move 30 to paymenttermsdays.
end-if.
* the residual balance (base currency) under which the bulk
* small-balance write-off takes an invoice (writeOffBulk.cob); zero
* leaves the bulk option off
local writeoffthreshold.
local thresholdnumber.
move writeoffthreshold in body in request to writeoffthreshold.
if writeoffthreshold = "" then
    move 0 to writeoffthreshold.
end-if.
* the gross margin percentage under which the month-end margin report
* flags a line sold (marginReport.cob); zero flags only sales below
* cost
local marginfloor.
local floornumber.
move marginfloorpercent in body in request to marginfloor.
if marginfloor = "" then
    move 0 to marginfloor.
end-if.
* the house customer account replenishment orders are raised against
* (see replenishmentAccept.cob); blank means none set yet
local stockcustomerid.
local stockcustomernumber.
move stockcustomerid in body in request to stockcustomerid.
if stockcustomerid = "" then
    move "" to stockcustomerid.
end-if.
* what the company's structured e-invoices say about it: its own tax
* number, the currency code of the base-currency amounts it keeps and
* the two-letter country of its address. Blank leaves them unset, and
* an e-invoice the company sends is held back until they are set
local taxnumber.
move taxnumber in body in request to taxnumber.
if taxnumber = "" then
    move "" to taxnumber.
end-if.
local basecurrency.
move basecurrency in body in request to basecurrency.
if basecurrency = "" then
    move "" to basecurrency.
end-if.
perform toUpperCase in basecurrency giving basecurrency.
local country.
move country in body in request to country.
if country = "" then
    move "" to country.
end-if.
perform toUpperCase in country giving country.

local connection.
local errors.
if termsnumber < 1 then
    add "The payment terms must be at least 1 day. " to errors.
end-if.
multiply writeoffthreshold by 1 giving thresholdnumber.
if thresholdnumber not = thresholdnumber then
    add "The write-off threshold must be an amount. " to errors.
    move 0 to thresholdnumber.
end-if.
if thresholdnumber < 0 then
    add "The write-off threshold must not be negative. " to errors.
end-if.
multiply marginfloor by 1 giving floornumber.
if floornumber not = floornumber then
    add "The margin floor must be a number. " to errors.
    move 0 to floornumber.
end-if.
if floornumber < 0 then
    add "The margin floor must not be negative. " to errors.
end-if.
if floornumber > 99 then
    add "The margin floor must be below 100 percent. " to errors.
end-if.
move 0 to stockcustomernumber.
if stockcustomerid not = "" then
    multiply stockcustomerid by 1 giving stockcustomernumber.
    if stockcustomernumber not = stockcustomernumber then
        add "The stock account must be a customer id. " to errors.
        move 0 to stockcustomernumber.
    end-if.
end-if.

local taxnumberlength.
move length in taxnumber to taxnumberlength.
if taxnumberlength > 30 then
    add "The tax number must be 30 characters or fewer. " to errors.
end-if.
local basecurrencylength.
move length in basecurrency to basecurrencylength.
if basecurrencylength not = 0 then
    if basecurrencylength not = 3 then
        add "The base currency must be a three-letter code. " to errors.
    end-if.
end-if.
local countrylength.
move length in country to countrylength.
if countrylength not = 0 then
    if countrylength not = 2 then
        add "The country must be a two-letter code. " to errors.
    end-if.
end-if.

if errors not = "" then
    perform reject-company.

local datavalues.
move array to datavalues.
perform push in datavalues using stockcustomernumber.
perform push in datavalues using id.

perform query in connection using "select Id, Name, StaleCutoffDays, TaxRate, PaymentTermsDays, WriteOffThreshold, MarginFloorPercent, coalesce(StockCustomerId, 0) as StockCustomerId, TaxNumber, BaseCurrency, Country, (select count(*) from customers where customers.Id = ? and customers.CompanyId = companies.Id) as StockCustomerFound from companies where Id = ?" datavalues fetch-company-end.

fetch-company-end section using err, result.
if err then
    exit program.
end-if.
move result(0) to oldrow.
* the stock account has to be one of this company's own customers
if stockcustomernumber > 0 then
    if StockCustomerFound in oldrow = 0 then
        move "The stock account must be one of this company's customers. " to errors.
        copy DBRELEASE.
        perform reject-company.
        exit program.
    end-if.
end-if.

perform update-company.

perform push in datavalues using cutoffnumber.
perform push in datavalues using taxratenumber.
perform push in datavalues using termsnumber.
perform push in datavalues using thresholdnumber.
perform push in datavalues using floornumber.
perform push in datavalues using stockcustomernumber.
perform push in datavalues using taxnumber.
perform push in datavalues using basecurrency.
perform push in datavalues using country.
perform push in datavalues using id.

perform query in connection using "update companies set Name = ?, StaleCutoffDays = ?, TaxRate = ?, PaymentTermsDays = ?, WriteOffThreshold = ?, MarginFloorPercent = ?, StockCustomerId = nullif(?, 0), TaxNumber = ?, BaseCurrency = ?, Country = ? where Id = ?" datavalues update-end.

update-end section using err, result.
if err then
add TaxRate in oldrow to oldnotes.
add ", terms " to oldnotes.
add PaymentTermsDays in oldrow to oldnotes.
add ", write-off under " to oldnotes.
add WriteOffThreshold in oldrow to oldnotes.
add ", margin floor " to oldnotes.
add MarginFloorPercent in oldrow to oldnotes.
add ", stock account " to oldnotes.
add StockCustomerId in oldrow to oldnotes.
add ", tax number " to oldnotes.
add TaxNumber in oldrow to oldnotes.
add ", base " to oldnotes.
add BaseCurrency in oldrow to oldnotes.
add ", country " to oldnotes.
add Country in oldrow to oldnotes.
move name to newname.
move "" to newaddress.
move "" to newnotes.
add taxratenumber to newnotes.
add ", terms " to newnotes.
add termsnumber to newnotes.
add ", write-off under " to newnotes.
add thresholdnumber to newnotes.
add ", margin floor " to newnotes.
add floornumber to newnotes.
add ", stock account " to newnotes.
add stockcustomernumber to newnotes.
add ", tax number " to newnotes.
add taxnumber to newnotes.
add ", base " to newnotes.
add basecurrency to newnotes.
add ", country " to newnotes.
add country to newnotes.
local changedby.
move username in request to changedby.
copy AUDIT.
