local companyid.
local search.
local searchpattern.
local repfilter.
local filtersql.
local reprows.
local pagenumber.
local pagesize.
local offset.
add search to searchpattern.
add "%" to searchpattern.

* the rep filter keeps the customers a rep has today - the latest
* assignment effective on or before today (customerRep.cob)
move rep in query in request to repfilter.
if repfilter = "" then
    move "" to repfilter.
end-if.

* both queries share the one where clause, grown one placeholder per
* filter in use, the way the audit search builds its own
move " from customers where IsDeleted = 0 and CompanyId = ?" to filtersql.
if search not = "" then
    add " and (Name like ? or Address like ?)" to filtersql.
end-if.
if repfilter not = "" then
    add " and (select CustomerReps.RepId from CustomerReps where CustomerReps.CustomerId = customers.Id and CustomerReps.EffectiveFrom <= curdate() order by CustomerReps.EffectiveFrom desc, CustomerReps.Id desc limit 1) = ?" to filtersql.
end-if.

perform count-customers.

* two queries: the total matching count first (for "N found" and the

local datavalues.
move array to datavalues.
perform push-filter-values using datavalues.
local sql.
move "select count(*) as Total" to sql.
add filtersql to sql.
perform query in connection using sql datavalues count-end.

count-end section using err, result.
if err then
list-customers section.
local datavalues.
move array to datavalues.
perform push-filter-values using datavalues.
perform push in datavalues using pagesize.
perform push in datavalues using offset.
local sql.
move "select Id, Name, Address, Notes" to sql.
add filtersql to sql.
add " order by Name limit ? offset ?" to sql.
perform query in connection using sql datavalues list-end.

list-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to rows.
perform list-reps.

* every rep, leavers included, so a leaver's remaining customers can
* still be found and handed on
list-reps section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform query in connection using "select Id, Name, IsActive from SalesReps where CompanyId = ? order by IsActive desc, Name" datavalues list-reps-end.

list-reps-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to reprows.

move "<h1>Customers</h1>" to html.
copy HTMLHEAD.
add "<p><a href=""/customer/new"">New customer</a> <a href=""/customer/export"">Export CSV</a> <a href=""/customer/stale"">Stale addresses</a> <a href=""/customer/duplicates"">Possible duplicates</a> <a href=""/activity"">Recent activity</a> <a href=""/order"">Orders</a> <a href=""/rep"">Sales reps</a> <a href=""/budget"">Sales budget</a></p>" to html.

add "<form method=""get"" action=""/customer"">" to html.
add "<input type=""text"" name=""q"" placeholder=""Name or address"" value=""" to html.
local escvalue.
perform escape-html using search giving escvalue.
add escvalue to html.
add """> <select name=""rep""><option value="""">any rep</option>" to html.
local repcount.
local replast.
local k.
move length in reprows to repcount.
subtract 1 from repcount giving replast.
perform add-rep-option using k varying k from 0 to replast.
add "</select> <input type=""submit"" value=""Search"">" to html.
local filtered.
move 0 to filtered.
if search not = "" then
    move 1 to filtered.
end-if.
if repfilter not = "" then
    move 1 to filtered.
end-if.
if filtered = 1 then
    add " <a href=""/customer"">Clear</a>" to html.
end-if.
add "</form>" to html.
perform end in response.
exit program.

* previous/next carry the search text and rep along so paging stays
* inside the same result set; escaped so a search like "a&b" survives
* the round trip through the query string.
add-paging-links section.
local searchescaped.
perform escape in querystring using search giving searchescaped.
local repescaped.
perform escape in querystring using repfilter giving repescaped.
add "<p>" to html.
if pagenumber > 1 then
    local prevpage.
    subtract 1 from pagenumber giving prevpage.
    add "<a href=""/customer?q=" to html.
    add searchescaped to html.
    add "&rep=" to html.
    add repescaped to html.
    add "&p=" to html.
    add prevpage to html.
    add """>Previous</a> " to html.
    add 1 to pagenumber giving nextpage.
    add "<a href=""/customer?q=" to html.
    add searchescaped to html.
    add "&rep=" to html.
    add repescaped to html.
    add "&p=" to html.
    add nextpage to html.
    add """>Next</a>" to html.
end-if.
add "</p>" to html.

* the where clause's values, in the order filtersql names them
push-filter-values section using datavalues.
perform push in datavalues using companyid.
if search not = "" then
    perform push in datavalues using searchpattern.
    perform push in datavalues using searchpattern.
end-if.
if repfilter not = "" then
    perform push in datavalues using repfilter.
end-if.

add-rep-option section using k.
local reprow.
move reprows(k) to reprow.
local optionvalue.
move "" to optionvalue.
add Id in reprow to optionvalue.
add "<option value=""" to html.
add optionvalue to html.
add """" to html.
if optionvalue = repfilter then
    add " selected" to html.
end-if.
add ">" to html.
local escvalue.
perform escape-html using Name in reprow giving escvalue.
add escvalue to html.
if IsActive in reprow = 0 then
    add " (left)" to html.
end-if.
add "</option>" to html.

show-customer-row section using i.
local row.
move rows(i) to row.
