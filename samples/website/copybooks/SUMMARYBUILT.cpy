* SUMMARYBUILT - read when the nightly summaryBuild job last built
* this company's report summaries, for the report pages that read
* them. Leaves builtat ("YYYY-MM-DD HH:MM") and builtday
* ("YYYY-MM-DD", the day of the build: the activity counts stop at
* its start, so a page counts anything from it on live), both ""
* before the first build. The caller declares both as top-level
* locals, must hold a borrowed connection, and continues in
* after-summary-built, which the including page defines - the same
* continuation shape CHECKPERIOD.cpy uses. show-summary-built then
* adds the "figures built" line to html.
local builtvalues.
move array to builtvalues.
perform push in builtvalues using companyid.

perform query in connection using "select date_format(BuiltAt, '%Y-%m-%d %H:%i') as BuiltAt, date_format(BuiltAt, '%Y-%m-%d') as BuiltDay from SummaryBuilds where CompanyId = ?" builtvalues summarybuilt-end.

summarybuilt-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move "" to builtat.
move "" to builtday.
if length in result > 0 then
    local builtrow.
    move result(0) to builtrow.
    move BuiltAt in builtrow to builtat.
    move BuiltDay in builtrow to builtday.
end-if.

perform after-summary-built.

show-summary-built section.
if builtat = "" then
    add "<p><em>These figures have not been built yet: they appear after the first night's summary build.</em></p>" to html.
else
    add "<p><em>Figures built " to html.
    add builtat to html.
    add ".</em></p>" to html.
end-if.
