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

* the weekly lapsed-customer report, one per active company
* (lapsed-<company>-<date>.txt), for sales to phone round before a
* customer is gone. customerStaleReport.cob looks at addresses; this
* looks at ordering, against each customer's own history of the last
* two years (cancelled orders left out). A customer is listed when
* either
*   - they have gone three of their usual gaps without ordering - a
*     weekly customer silent for three weeks - counted only for a
*     customer with at least four order days to take a cadence from,
*     and never under two weeks, so a daily customer's long weekend
*     does not ring the alarm; or
*   - their last three months' order value is less than half the
*     same three months a year before.
* A customer whose last order is more than a year old has already
* gone and is left to the account managers. Each is listed with their
* last order, their usual cadence, their first contact on file and
* their rep today, grouped by rep so each rep has their own list.
local connection.
local companies.
local companyindex.
local companylast.
local currentcompany.
local currentrep.
local lapsedrows.
local reporttext.
local lapsedtotal.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to lapsedtotal.

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
    perform find-lapsed.
end-if.

* one pass per company over two years of orders: the cadence is the
* span from first to last order day over the gaps between them, and
* the two values are this quarter's and the same quarter last year's
* order lines in base currency. The most overdue come first within
* each rep.
find-lapsed section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform query in connection using "select stats.CustomerId as CustomerId, stats.Name as Name, date_format(stats.LastOrder, '%Y-%m-%d') as LastOrder, stats.DaysSince as DaysSince, stats.OrderDays as OrderDays, round(stats.UsualGap) as UsualGap, round(stats.RecentValue, 2) as RecentValue, round(stats.PriorValue, 2) as PriorValue, case when stats.OrderDays >= 4 and stats.DaysSince >= greatest(3 * stats.UsualGap, 14) then 1 else 0 end as Overdue, case when stats.PriorValue > 0 and stats.RecentValue * 2 < stats.PriorValue then 1 else 0 end as ValueDrop, coalesce(contact.Name, '') as ContactName, coalesce(contact.ContactRole, '') as ContactRole, coalesce(contact.Phone, '') as ContactPhone, coalesce(contact.Email, '') as ContactEmail, coalesce(SalesReps.Name, '') as RepName from (select customers.Id as CustomerId, customers.Name as Name, max(orders.OrderDate) as LastOrder, datediff(curdate(), date(max(orders.OrderDate))) as DaysSince, count(distinct date(orders.OrderDate)) as OrderDays, datediff(date(max(orders.OrderDate)), date(min(orders.OrderDate))) / nullif(count(distinct date(orders.OrderDate)) - 1, 0) as UsualGap, coalesce(sum(case when orders.OrderDate >= curdate() - interval 3 month then OrderItems.Quantity * OrderItems.Price end), 0) as RecentValue, coalesce(sum(case when orders.OrderDate >= curdate() - interval 15 month and orders.OrderDate < curdate() - interval 12 month then OrderItems.Quantity * OrderItems.Price end), 0) as PriorValue from customers inner join orders on orders.CustomerId = customers.Id and orders.OrderType = 'customer' and orders.Status <> 'cancelled' and orders.OrderDate >= curdate() - interval 2 year left join OrderItems on OrderItems.OrderId = orders.Id where customers.CompanyId = ? and customers.IsDeleted = 0 group by customers.Id, customers.Name) stats left join CustomerContacts contact on contact.Id = (select min(CustomerContacts.Id) from CustomerContacts where CustomerContacts.CustomerId = stats.CustomerId) left join SalesReps on SalesReps.Id = (select CustomerReps.RepId from CustomerReps where CustomerReps.CustomerId = stats.CustomerId and CustomerReps.EffectiveFrom <= curdate() order by CustomerReps.EffectiveFrom desc, CustomerReps.Id desc limit 1) where stats.DaysSince <= 365 and ((stats.OrderDays >= 4 and stats.DaysSince >= greatest(3 * stats.UsualGap, 14)) or (stats.PriorValue > 0 and stats.RecentValue * 2 < stats.PriorValue)) order by coalesce(SalesReps.Name, '') = '', coalesce(SalesReps.Name, ''), stats.DaysSince / greatest(stats.UsualGap, 1) desc, stats.Name" datavalues find-lapsed-end.

find-lapsed-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to lapsedrows.
perform write-lapsed-file.
add 1 to companyindex.
perform next-company.

write-lapsed-file section.
move "Lapsed customers, company " to reporttext.
add currentcompany to reporttext.
add ", " to reporttext.
add runstamp to reporttext.
add "\nCustomers ordering well below their own norm; values in base currency\n" to reporttext.

move "-" to currentrep.
local rowcount.
local rowlast.
local i.
move length in lapsedrows to rowcount.
subtract 1 from rowcount giving rowlast.
if rowcount = 0 then
    add "\nNone this week.\n" to reporttext.
else
    perform add-lapsed-customer using i varying i from 0 to rowlast.
end-if.
add rowcount to lapsedtotal.

local reportfile.
move "lapsed-" to reportfile.
add currentcompany to reportfile.
add "-" to reportfile.
add runstamp to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.

local summaryline.
move "lapsedCustomers company " to summaryline.
add currentcompany to summaryline.
add " customers " to summaryline.
add rowcount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.

* the rows arrive sorted by rep, customers with no rep last, so a
* change of rep opens the next rep's heading
add-lapsed-customer section using i.
local row.
move lapsedrows(i) to row.
if RepName in row not = currentrep then
    move RepName in row to currentrep.
    if currentrep = "" then
        add "\nNo rep\n" to reporttext.
    else
        add "\nRep: " to reporttext.
        add currentrep to reporttext.
        add "\n" to reporttext.
    end-if.
end-if.
add "\n  " to reporttext.
add Name in row to reporttext.
add " (customer " to reporttext.
add CustomerId in row to reporttext.
add ")\n    last order " to reporttext.
add LastOrder in row to reporttext.
add ", " to reporttext.
add DaysSince in row to reporttext.
add " days ago" to reporttext.
if OrderDays in row > 1 then
    add "; usually orders every " to reporttext.
    add UsualGap in row to reporttext.
    add " days" to reporttext.
end-if.
if Overdue in row then
    add " - overdue" to reporttext.
end-if.
add "\n    last three months " to reporttext.
add RecentValue in row to reporttext.
add " against " to reporttext.
add PriorValue in row to reporttext.
add " the same months last year" to reporttext.
if ValueDrop in row then
    add " - down by more than half" to reporttext.
end-if.
add "\n    contact: " to reporttext.
if ContactName in row = "" then
    add "none on file" to reporttext.
else
    add ContactName in row to reporttext.
    if ContactRole in row not = "" then
        add " (" to reporttext.
        add ContactRole in row to reporttext.
        add ")" to reporttext.
    end-if.
    if ContactPhone in row not = "" then
        add "  " to reporttext.
        add ContactPhone in row to reporttext.
    end-if.
    if ContactEmail in row not = "" then
        add "  " to reporttext.
        add ContactEmail in row to reporttext.
    end-if.
end-if.
add "\n" to reporttext.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "lapsedCustomers companies " to summaryline.
local companytotal.
move length in companies to companytotal.
add companytotal to summaryline.
add " customers " to summaryline.
add lapsedtotal to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
