data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local connection.
local html.
local agreementrows.
local tierrows.
local customerrows.
local supplierrows.
local page.
local method.
local outcome.
local companyid.
move "rebateList" to page.
move method in request to method.
move companyid in request to companyid.

perform list-agreements.

* the volume rebate agreements: a paying account earns a percentage
* back on its invoiced purchases between two dates, at the highest
* tier whose threshold its purchases have passed, on the whole of
* them. The month-end rebate accrual (rebateAccrual.cob) fills in the
* qualifying purchases, tier and rebate so far, and issues the rebate
* as a credit note once the agreement has ended
list-agreements section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select RebateAgreements.Id as Id, RebateAgreements.CustomerId as CustomerId, customers.Name as CustomerName, coalesce(suppliers.Name, '') as SupplierName, date_format(RebateAgreements.StartDate, '%Y-%m-%d') as StartDate, date_format(RebateAgreements.EndDate, '%Y-%m-%d') as EndDate, RebateAgreements.Status as Status, RebateAgreements.QualifyingSales as QualifyingSales, RebateAgreements.TierPercent as TierPercent, RebateAgreements.AccruedRebate as AccruedRebate, coalesce(date_format(RebateAgreements.AccruedAt, '%Y-%m-%d'), '') as AccruedAt, coalesce(CreditNotes.CreditNumber, '') as CreditNumber from RebateAgreements inner join customers on customers.Id = RebateAgreements.CustomerId left join suppliers on suppliers.Id = RebateAgreements.SupplierId left join CreditNotes on CreditNotes.Id = RebateAgreements.CreditNoteId where RebateAgreements.CompanyId = ? order by RebateAgreements.Status = 'active' desc, RebateAgreements.EndDate desc, RebateAgreements.Id desc" datavalues list-agreements-end.

list-agreements-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to agreementrows.
perform list-tiers.

list-tiers section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select RebateTiers.AgreementId as AgreementId, RebateTiers.Threshold as Threshold, RebateTiers.Percent as Percent from RebateTiers inner join RebateAgreements on RebateAgreements.Id = RebateTiers.AgreementId where RebateAgreements.CompanyId = ? order by RebateTiers.AgreementId, RebateTiers.Threshold" datavalues list-tiers-end.

list-tiers-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to tierrows.
perform list-customers.

* only a paying account can hold an agreement; its branches' purchases
* count towards it
list-customers section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name from customers where CompanyId = ? and IsDeleted = 0 and BillToCustomerId is null order by Name" datavalues list-customers-end.

list-customers-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to customerrows.
perform list-suppliers.

list-suppliers section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name from suppliers where CompanyId = ? and IsActive = 1 order by Name" datavalues list-suppliers-end.

list-suppliers-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to supplierrows.

move "<h1>Volume rebates</h1>" to html.
copy HTMLHEAD.
add "<p>A customer on a rebate agreement earns the tier's percentage back on all of its invoiced purchases between the agreement's dates, net of anything credited, once they pass the tier's threshold; only one supplier's products count when the agreement names a supplier. Thresholds and rebates are in base currency. The figures below are as at the last month-end accrual; the month-end after an agreement ends issues the rebate earned as a credit note.</p>" to html.

local agreementcount.
local agreementlast.
local i.
move length in agreementrows to agreementcount.
subtract 1 from agreementcount giving agreementlast.
if agreementcount = 0 then
    add "<p>No rebate agreements.</p>" to html.
else
    add "<table><tr><th>Agreement</th><th>Customer</th><th>Supplier</th><th>From</th><th>To</th><th>Tiers</th><th>Qualifying purchases</th><th>Tier reached</th><th>Rebate</th><th>As at</th><th>Status</th><th></th></tr>" to html.
    perform show-agreement-row using i varying i from 0 to agreementlast.
    add "</table>" to html.
end-if.

add "<h2>New agreement</h2>" to html.
add "<form method=""post"" action=""/rebate/new"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<p>Customer: <select name=""customerid"">" to html.
local customercount.
local customerlast.
local c.
move length in customerrows to customercount.
subtract 1 from customercount giving customerlast.
perform show-customer-option using c varying c from 0 to customerlast.
add "</select> " to html.
add "Supplier: <select name=""supplierid""><option value="""">all suppliers</option>" to html.
local suppliercount.
local supplierlast.
local p.
move length in supplierrows to suppliercount.
subtract 1 from suppliercount giving supplierlast.
perform show-supplier-option using p varying p from 0 to supplierlast.
add "</select></p>" to html.
add "<p>From <input type=""text"" name=""startdate"" size=""10"" placeholder=""YYYY-MM-DD""> to <input type=""text"" name=""enddate"" size=""10"" placeholder=""YYYY-MM-DD""></p>" to html.
add "<p>Tier 1: purchases over <input type=""text"" name=""threshold1"" size=""10""> earn <input type=""text"" name=""percent1"" size=""5"">%</p>" to html.
add "<p>Tier 2: purchases over <input type=""text"" name=""threshold2"" size=""10""> earn <input type=""text"" name=""percent2"" size=""5"">%</p>" to html.
add "<p>Tier 3: purchases over <input type=""text"" name=""threshold3"" size=""10""> earn <input type=""text"" name=""percent3"" size=""5"">%</p>" to html.
add "<p><input type=""submit"" value=""Add agreement""></p>" to html.
add "</form>" to html.
add "<p><a href=""/customer"">Customers</a> <a href=""/invoice"">Invoices</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-agreement-row section using i.
local row.
move agreementrows(i) to row.
add "<tr><td>" to html.
add Id in row to html.
add "</td><td><a href=""/customer/view?id=" to html.
add CustomerId in row to html.
add """>" to html.
local escvalue.
perform escape-html using CustomerName in row giving escvalue.
add escvalue to html.
add "</a></td><td>" to html.
if SupplierName in row = "" then
    add "all" to html.
else
    local escvalue.
    perform escape-html using SupplierName in row giving escvalue.
    add escvalue to html.
end-if.
add "</td><td>" to html.
add StartDate in row to html.
add "</td><td>" to html.
add EndDate in row to html.
add "</td><td>" to html.
local agreementid.
move Id in row to agreementid.
local tiercount.
local tierlast.
local t.
move length in tierrows to tiercount.
subtract 1 from tiercount giving tierlast.
perform show-tier using t varying t from 0 to tierlast.
add "</td><td>" to html.
add QualifyingSales in row to html.
add "</td><td>" to html.
local tierpercent.
move TierPercent in row to tierpercent.
multiply tierpercent by 1 giving tierpercent.
if tierpercent > 0 then
    add tierpercent to html.
    add "%" to html.
else
    add "none yet" to html.
end-if.
add "</td><td>" to html.
add AccruedRebate in row to html.
add "</td><td>" to html.
add AccruedAt in row to html.
add "</td><td>" to html.
add Status in row to html.
if CreditNumber in row not = "" then
    add ", credit note " to html.
    add CreditNumber in row to html.
end-if.
add "</td><td>" to html.
if Status in row = "active" then
    add "<form method=""post"" action=""/rebate/cancel"">" to html.
    add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
    add csrftoken in request to html.
    add """><input type=""hidden"" name=""id"" value=""" to html.
    add Id in row to html.
    add """><input type=""submit"" value=""Cancel""></form>" to html.
end-if.
add "</td></tr>" to html.

* the tiers come back for every agreement in one list; each row shows
* its own
show-tier section using t.
local tier.
move tierrows(t) to tier.
if AgreementId in tier = agreementid then
    add "over " to html.
    add Threshold in tier to html.
    add ": " to html.
    add Percent in tier to html.
    add "%<br>" to html.
end-if.

show-customer-option section using c.
local row.
move customerrows(c) to row.
add "<option value=""" to html.
add Id in row to html.
add """>" to html.
local escvalue.
perform escape-html using Name in row giving escvalue.
add escvalue to html.
add "</option>" to html.

show-supplier-option section using p.
local row.
move supplierrows(p) to row.
add "<option value=""" to html.
add Id in row to html.
add """>" to html.
local escvalue.
perform escape-html using Name in row giving escvalue.
add escvalue to html.
add "</option>" to html.

copy ESCAPEHTML.
