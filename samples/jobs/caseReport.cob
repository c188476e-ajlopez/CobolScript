data division.
linkage section.
01 require.
01 jobdone.
procedure division.
local fs.
perform require using "fs" giving fs.
local mysql.
perform require using "mysql" giving mysql.
global pool.

* the weekly service case report, one per active company
* (cases-<company>-<date>.txt), for the Monday meeting. Three cuts of
* the same cases:
*   - by category and by supplier: cases open now and how many of
*     those are past their target, cases opened and resolved in the
*     last week, and what the last twelve months' cases cost - how
*     many ended in a return, and the credit notes they ended in, in
*     base currency;
*   - by age: the open cases in bands of days since they were opened,
*     so the ones nobody is moving stand out.
* A case with no order or return behind it has no supplier and is
* counted under "no supplier". Category labels come from the same
* list the case pages use.
local connection.
local companies.
local companyindex.
local companylast.
local currentcompany.
local currentgroup.
local casecategories.
local categorylabel.
local rowcategory.
local caserows.
local reporttext.
local companyopen.
local companyoverdue.
local opentotal.
local overduetotal.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.
copy CASECATEGORIES.

move 0 to opentotal.
move 0 to overduetotal.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform find-companies.

find-companies section.
local datavalues.
move array to datavalues.
perform query in connection using "select Id as CompanyId from companies where IsActive = 1 order by Id" datavalues find-companies-end.

find-companies-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to companies.
local companycount.
move length in companies to companycount.
subtract 1 from companycount giving companylast.
move 0 to companyindex.
perform next-company.

next-company section.
if companyindex > companylast then
    perform finish-run.
else
    local companyrow.
    move companies(companyindex) to companyrow.
    move CompanyId in companyrow to currentcompany.
    perform find-cases.
end-if.

* one pass per company: the cases that matter this week - open ones,
* and any opened in the last twelve months or resolved in the last
* week - flagged once in the inner select, then summed three ways and
* stacked with a GroupOrder so the report can open a heading each time
* it changes
find-cases section.
local casesql.
move "(select ServiceCases.Category as Category, ServiceCases.SupplierId as SupplierId, ServiceCases.Status <> 'resolved' as IsOpen, ServiceCases.Status <> 'resolved' and ServiceCases.TargetDate < curdate() as IsOverdue, ServiceCases.CreatedAt >= curdate() - interval 7 day as OpenedWeek, coalesce(ServiceCases.ResolvedAt >= curdate() - interval 7 day, 0) as ResolvedWeek, datediff(curdate(), date(ServiceCases.CreatedAt)) as AgeDays, ServiceCases.CreatedAt >= curdate() - interval 12 month as InYear, ServiceCases.ReturnId <> 0 as HasReturn, ServiceCases.CreditNoteId <> 0 as HasCredit, coalesce(CreditNotes.Total * CreditNotes.ExchangeRate, 0) as CreditBase from ServiceCases left join CreditNotes on CreditNotes.Id = ServiceCases.CreditNoteId where ServiceCases.CompanyId = ? and (ServiceCases.Status <> 'resolved' or ServiceCases.CreatedAt >= curdate() - interval 12 month or ServiceCases.ResolvedAt >= curdate() - interval 7 day)) cases" to casesql.
local sumsql.
move "cast(sum(cases.IsOpen) as signed) as OpenCount, cast(sum(cases.IsOverdue) as signed) as OverdueCount, cast(sum(cases.OpenedWeek) as signed) as OpenedWeek, cast(sum(cases.ResolvedWeek) as signed) as ResolvedWeek, cast(sum(cases.InYear and cases.HasReturn) as signed) as ReturnCount, cast(sum(cases.InYear and cases.HasCredit) as signed) as CreditCount, round(sum(case when cases.InYear then cases.CreditBase else 0 end), 2) as CreditCost" to sumsql.
local sql.
move "select 1 as GroupOrder, cases.Category as Label, 0 as SortKey, " to sql.
add sumsql to sql.
add " from " to sql.
add casesql to sql.
add " group by cases.Category union all select 2, coalesce(suppliers.Name, 'no supplier'), cases.SupplierId = 0, " to sql.
add sumsql to sql.
add " from " to sql.
add casesql to sql.
add " left join suppliers on suppliers.Id = cases.SupplierId group by coalesce(suppliers.Name, 'no supplier'), cases.SupplierId = 0 union all select 3, case when cases.AgeDays <= 7 then 'up to 7 days' when cases.AgeDays <= 14 then '8 to 14 days' when cases.AgeDays <= 30 then '15 to 30 days' else 'over 30 days' end, case when cases.AgeDays <= 7 then 1 when cases.AgeDays <= 14 then 2 when cases.AgeDays <= 30 then 3 else 4 end, " to sql.
add sumsql to sql.
add " from " to sql.
add casesql to sql.
add " where cases.IsOpen group by 2, 3 order by GroupOrder, SortKey, OpenCount desc, Label" to sql.

local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform push in datavalues using currentcompany.
perform query in connection using sql datavalues find-cases-end.

find-cases-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to caserows.
perform write-case-file.
add 1 to companyindex.
perform next-company.

write-case-file section.
move "Service cases, company " to reporttext.
add currentcompany to reporttext.
add ", " to reporttext.
add runstamp to reporttext.
add "\nOpen and overdue cases as of today; opened and resolved in the last seven days; returns and credit notes for cases opened in the last twelve months, in base currency\n" to reporttext.

move 0 to currentgroup.
move 0 to companyopen.
move 0 to companyoverdue.
local rowcount.
local rowlast.
local i.
move length in caserows to rowcount.
subtract 1 from rowcount giving rowlast.
if rowcount = 0 then
    add "\nNo cases this week.\n" to reporttext.
else
    perform add-case-line using i varying i from 0 to rowlast.
end-if.

local reportfile.
move "cases-" to reportfile.
add currentcompany to reportfile.
add "-" to reportfile.
add runstamp to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.

* the age cut counts each open case once, so its rows give the
* company's open and overdue totals
local summaryline.
move "caseReport company " to summaryline.
add currentcompany to summaryline.
add " open " to summaryline.
add companyopen to summaryline.
add " overdue " to summaryline.
add companyoverdue to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
add companyopen to opentotal.
add companyoverdue to overduetotal.

add-case-line section using i.
local row.
move caserows(i) to row.
if GroupOrder in row not = currentgroup then
    move GroupOrder in row to currentgroup.
    if currentgroup = 1 then
        add "\nBy category\n" to reporttext.
    end-if.
    if currentgroup = 2 then
        add "\nBy supplier\n" to reporttext.
    end-if.
    if currentgroup = 3 then
        add "\nOpen cases by age\n" to reporttext.
    end-if.
end-if.
move Label in row to categorylabel.
if currentgroup = 1 then
    move Label in row to rowcategory.
    local categorycount.
    local categorylast.
    local k.
    move length in casecategories to categorycount.
    subtract 1 from categorycount giving categorylast.
    perform find-category-label using k varying k from 0 to categorylast.
end-if.
add "  " to reporttext.
add categorylabel to reporttext.
add ": open " to reporttext.
add OpenCount in row to reporttext.
add ", overdue " to reporttext.
add OverdueCount in row to reporttext.
if currentgroup = 3 then
    add OpenCount in row to companyopen.
    add OverdueCount in row to companyoverdue.
else
    add "; this week opened " to reporttext.
    add OpenedWeek in row to reporttext.
    add ", resolved " to reporttext.
    add ResolvedWeek in row to reporttext.
    add "; twelve months returns " to reporttext.
    add ReturnCount in row to reporttext.
    add ", credit notes " to reporttext.
    add CreditCount in row to reporttext.
    add " costing " to reporttext.
    add CreditCost in row to reporttext.
end-if.
add "\n" to reporttext.

find-category-label section using k.
local categoryrow.
move casecategories(k) to categoryrow.
if code in categoryrow = rowcategory then
    move label in categoryrow to categorylabel.
end-if.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "caseReport companies " to summaryline.
local companytotal.
move length in companies to companytotal.
add companytotal to summaryline.
add " open " to summaryline.
add opentotal to summaryline.
add " overdue " to summaryline.
add overduetotal to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
