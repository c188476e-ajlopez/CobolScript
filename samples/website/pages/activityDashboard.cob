local connection.
local html.
local rows.
local dailyrows.
local page.
local method.
local outcome.
local companyid.
local limitcount.
local builtat.
local builtday.
move "activityDashboard" to page.
move method in request to method.
move companyid in request to companyid.

perform list-activity.

* changes counted per day over the last two weeks: the days the
* nightly summaryBuild job has counted come from ActivityDaily, and
* everything from the start of the build day on is counted live off
* AuditLog's (CompanyId, ChangedAt) index - today always, and any
* night the build did not run
list-activity section.
copy DBCONNECT.
copy SUMMARYBUILT.

after-summary-built section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using builtday.
perform push in datavalues using companyid.
perform push in datavalues using builtday.

perform query in connection using "select date_format(ActivityDay, '%Y-%m-%d') as ActivityDay, EntityType, Action, EventCount from ActivityDaily where CompanyId = ? and ActivityDay >= curdate() - interval 13 day and ActivityDay < coalesce(cast(nullif(?, '') as date), curdate() - interval 13 day) union all select date_format(ChangedAt, '%Y-%m-%d'), EntityType, Action, count(*) from AuditLog where CompanyId = ? and ChangedAt >= greatest(coalesce(cast(nullif(?, '') as date), curdate() - interval 13 day), curdate() - interval 13 day) group by date_format(ChangedAt, '%Y-%m-%d'), EntityType, Action order by ActivityDay desc, EntityType, Action" datavalues list-daily-end.

list-daily-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to dailyrows.
perform list-recent.

* the most recent customer and supplier create/update/delete events
* for this company, newest first, so a manager can see "what changed
* today" without writing SQL against the AuditLog table directly.
* The same index serves it, so it reads fifty rows, not the table.
list-recent section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

move "<h1>Recent activity</h1>" to html.
copy HTMLHEAD.
perform show-summary-built.
add "<h2>Changes per day</h2>" to html.
add "<p>The last two weeks; today's counts are live.</p>" to html.
add "<table><tr><th>Day</th><th>Type</th><th>Action</th><th>Changes</th></tr>" to html.

local dailycount.
local dailylast.
local d.
move length in dailyrows to dailycount.
subtract 1 from dailycount giving dailylast.

perform show-daily-row using d varying d from 0 to dailylast.

add "</table>" to html.
if dailycount = 0 then
    add "<p>No changes in the last two weeks.</p>" to html.
end-if.

add "<h2>Latest changes</h2>" to html.
add "<p>Most recent customer and supplier changes.</p>" to html.
add "<table><tr><th>When</th><th>Type</th><th>Action</th><th>Id</th><th>Name</th><th>User</th></tr>" to html.

perform show-activity-row using i varying i from 0 to last.

add "</table>" to html.
add "<p><a href=""/customer"">Customers</a> <a href=""/supplier"">Suppliers</a> <a href=""/audit"">Search the audit trail</a> <a href=""/privacy"">Personal data requests</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform end in response.
exit program.

show-daily-row section using d.
local row.
move dailyrows(d) to row.
add "<tr><td>" to html.
add ActivityDay in row to html.
add "</td><td>" to html.
add EntityType in row to html.
add "</td><td>" to html.
add Action in row to html.
add "</td><td>" to html.
add EventCount in row to html.
add "</td></tr>" to html.

show-activity-row section using i.
local row.
move rows(i) to row.
