data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local customerid.
local supplierid.
local startdate.
local enddate.

move customerid in body in request to customerid.
move supplierid in body in request to supplierid.
if supplierid = "" then
    move "" to supplierid.
end-if.
move startdate in body in request to startdate.
if startdate = "" then
    move "" to startdate.
end-if.
move enddate in body in request to enddate.
if enddate = "" then
    move "" to enddate.
end-if.
local threshold1.
local percent1.
local threshold2.
local percent2.
local threshold3.
local percent3.
move threshold1 in body in request to threshold1.
move percent1 in body in request to percent1.
move threshold2 in body in request to threshold2.
move percent2 in body in request to percent2.
move threshold3 in body in request to threshold3.
move percent3 in body in request to percent3.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local tiers.
local lastthreshold.
local agreementrow.
local newagreementid.
local tierindex.
local tierlast.
move "rebateNew" to page.
move method in request to method.
move companyid in request to companyid.

* the dates in the form the contract dates use; up to three tiers, a
* blank one skipped, each threshold above the one before it so the
* tier reached is never in doubt
move "" to errors.
local datelength.
move length in startdate to datelength.
if datelength not = 10 then
    add "The start date must be YYYY-MM-DD. " to errors.
end-if.
move length in enddate to datelength.
if datelength not = 10 then
    add "The end date must be YYYY-MM-DD. " to errors.
end-if.
move array to tiers.
move -1 to lastthreshold.
perform take-tier using threshold1 percent1.
perform take-tier using threshold2 percent2.
perform take-tier using threshold3 percent3.
local tiercount.
move length in tiers to tiercount.
if tiercount = 0 then
    add "At least one tier is required. " to errors.
end-if.

if errors not = "" then
    perform reject-agreement.
    exit program.
end-if.

perform fetch-customer.

take-tier section using threshold, percent.
local thresholdtext.
move threshold to thresholdtext.
if thresholdtext = "" then
    move "" to thresholdtext.
end-if.
local percenttext.
move percent to percenttext.
if percenttext = "" then
    move "" to percenttext.
end-if.
local tiergiven.
move 0 to tiergiven.
if thresholdtext not = "" then
    move 1 to tiergiven.
end-if.
if percenttext not = "" then
    move 1 to tiergiven.
end-if.
if tiergiven = 1 then
    local thresholdnumber.
    multiply thresholdtext by 1 giving thresholdnumber.
    if thresholdtext = "" then
        move 0 to thresholdnumber.
    end-if.
    local percentnumber.
    multiply percenttext by 1 giving percentnumber.
    if thresholdnumber not = thresholdnumber then
        add "Each tier's threshold must be a number. " to errors.
        move 0 to thresholdnumber.
    end-if.
    if thresholdnumber < 0 then
        add "A tier's threshold must not be negative. " to errors.
    end-if.
    if thresholdnumber > lastthreshold then
        move thresholdnumber to lastthreshold.
    else
        add "Each tier's threshold must be above the tier before it. " to errors.
    end-if.
    local percentok.
    move 0 to percentok.
    if percentnumber > 0 then
        if percentnumber < 100 then
            move 1 to percentok.
        end-if.
    end-if.
    if percentok = 0 then
        add "Each tier's percentage must be more than 0 and less than 100. " to errors.
    end-if.
    local tier.
    move object to tier.
    move thresholdnumber to threshold in tier.
    move percentnumber to percent in tier.
    perform push in tiers using tier.
end-if.

reject-agreement section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

* the customer must be a paying account of this company and the
* supplier, if one is named, this company's; the dates must be real
* and in order
fetch-customer section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using supplierid.
perform push in datavalues using supplierid.
perform push in datavalues using companyid.
perform push in datavalues using supplierid.
perform push in datavalues using startdate.
perform push in datavalues using enddate.
perform push in datavalues using startdate.
perform push in datavalues using enddate.
perform push in datavalues using customerid.
perform push in datavalues using companyid.

perform query in connection using "select customers.Id as Id, customers.Name as Name, coalesce(customers.BillToCustomerId, '') as BillToCustomerId, case when ? = '' then '' else coalesce((select suppliers.Name from suppliers where suppliers.Id = ? and suppliers.CompanyId = ?), '') end as SupplierName, case when ? = '' then 0 else 1 end as SupplierGiven, case when str_to_date(?, '%Y-%m-%d') is null or str_to_date(?, '%Y-%m-%d') is null then 'invalid' when str_to_date(?, '%Y-%m-%d') >= str_to_date(?, '%Y-%m-%d') then 'order' else '' end as DateCheck from customers where customers.Id = ? and customers.CompanyId = ? and customers.IsDeleted = 0" datavalues fetch-customer-end.

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
move result(0) to agreementrow.
if BillToCustomerId in agreementrow not = "" then
    add "This customer is billed through another account; make the agreement with that account. " to errors.
end-if.
if SupplierGiven in agreementrow = 1 then
    if SupplierName in agreementrow = "" then
        add "No such supplier. " to errors.
    end-if.
end-if.
if DateCheck in agreementrow = "invalid" then
    add "The dates must be real dates, YYYY-MM-DD. " to errors.
end-if.
if DateCheck in agreementrow = "order" then
    add "The agreement must end after it starts. " to errors.
end-if.
if errors not = "" then
    copy DBRELEASE.
    perform reject-agreement.
    exit program.
end-if.

perform insert-agreement.

insert-agreement section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using customerid.
perform push in datavalues using supplierid.
perform push in datavalues using startdate.
perform push in datavalues using enddate.
local createdby.
move username in request to createdby.
perform push in datavalues using createdby.

perform query in connection using "insert RebateAgreements set CompanyId = ?, CustomerId = ?, SupplierId = nullif(?, ''), StartDate = ?, EndDate = ?, Status = 'active', CreatedBy = ?, CreatedAt = now()" datavalues insert-agreement-end.

insert-agreement-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move insertId in result to newagreementid.
local tiertotal.
move length in tiers to tiertotal.
subtract 1 from tiertotal giving tierlast.
move 0 to tierindex.
perform next-tier.

next-tier section.
if tierindex > tierlast then
    perform write-agreement-audit.
else
    local tier.
    move tiers(tierindex) to tier.
    local datavalues.
    move array to datavalues.
    perform push in datavalues using newagreementid.
    perform push in datavalues using threshold in tier.
    perform push in datavalues using percent in tier.
    perform query in connection using "insert RebateTiers set AgreementId = ?, Threshold = ?, Percent = ?" datavalues insert-tier-end.
end-if.

insert-tier-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
add 1 to tierindex.
perform next-tier.

* audit mapping for rebate agreements: the customer in the name slot,
* the supplier and dates in the address slot, the tiers in the notes
* slot
write-agreement-audit section.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
move "RebateAgreement" to entitytype.
move newagreementid to entityid.
move "insert" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move Name in agreementrow to newname.
if SupplierName in agreementrow = "" then
    move "all suppliers" to newaddress.
else
    move SupplierName in agreementrow to newaddress.
end-if.
add " / " to newaddress.
add startdate to newaddress.
add " to " to newaddress.
add enddate to newaddress.
move "" to newnotes.
local t.
perform add-tier-note using t varying t from 0 to tierlast.
local changedby.
move username in request to changedby.
copy AUDIT.

add-tier-note section using t.
local tier.
move tiers(t) to tier.
if newnotes not = "" then
    add ", " to newnotes.
end-if.
add "over " to newnotes.
add threshold in tier to newnotes.
add " " to newnotes.
add percent in tier to newnotes.
add "%" to newnotes.

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
local headers.
move object to headers.
move "/rebate" to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
