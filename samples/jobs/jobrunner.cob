copy DBCONFIG.
perform createPool in mysql using options giving pool.

* the jobs this driver knows about, in priority order, each with the
* name of the job it depends on ("" for none) and its run calendar.
* Jobs run side by side, up to maxparallel at once: a job starts as
* soon as its predecessor has finished, and one whose predecessor did
* not finish is skipped rather than run against half-made input - the
* same rule a COND parameter enforces between JCL steps. Where a job
* only has to come after others - it reads what they write, but
* their failure should not stop it - a run-after line says so; list
* order alone no longer sequences anything. The calendar is "daily",
* "monthend" (the last night of a month), "weekdays:MO,WE,..."
* (two-letter codes), or "manual" (only ever run by the force
* override). Any calendar but manual can end in ";noholidays" to sit
* out a public holiday - a day on the Holidays calendar of every
* active company, since one overnight run serves them all. A
* "force=jobname" argument on the command line runs that job tonight
* regardless of its calendar. Add a push-job line here as each new
* overnight program comes online; the factorial batch was the first
* one registered.
local jobs.
move array to jobs.
local afterjobs.
move object to afterjobs.
perform push-job using "dbBackup" "" "daily".
perform push-job using "factorial" "" "daily".
perform push-job using "orderIntake" "dbBackup" "daily".
perform push-job using "rateImport" "dbBackup" "daily".
perform push-job using "bankImport" "dbBackup" "daily".
* everything that converts at "the latest rate up to today" waits for
* tonight's rates to be in, so a run never converts at yesterday's
* rate one night and today's the next by timing alone; a failed rate
* import leaves yesterday's, which is what they would use anyway
perform run-after using "bankImport" "rateImport".
perform push-job using "priceImport" "dbBackup" "daily".
perform push-job using "standingOrders" "dbBackup" "daily".
* EDI suppliers: yesterday's dispatch advice is read before tonight's
* approved orders go out
perform push-job using "ediDispatch" "dbBackup" "daily".
perform push-job using "ediOrders" "dbBackup" "daily".
* the load plan and pick lists cover the same orders as tomorrow's
* notes and run first: an overloaded route is re-planned and the goods
* are staged before the notes come off the printer. The notes are
* recorded and indexed as they print, so like every mutating job they
* wait on the verified backup
perform push-job using "loadPlan" "" "daily".
perform push-job using "pickLists" "" "daily".
perform push-job using "deliveryNotes" "dbBackup" "daily".
perform run-after using "pickLists" "loadPlan".
perform run-after using "deliveryNotes" "loadPlan,pickLists".
perform push-job using "invoiceRun" "dbBackup" "monthend".
perform run-after using "invoiceRun" "rateImport".
perform push-job using "agingReport" "invoiceRun" "daily".
perform push-job using "customerStatements" "invoiceRun" "monthend".
* what the aged list, the statements and the letters say is owed must
* already take off what last night's bank file paid, and the statement
* carries any rebate credit note raised the same night
perform run-after using "agingReport" "bankImport".
perform run-after using "customerStatements" "bankImport,rebateAccrual".
* rebates are accrued on the month's invoices, so after the run; an
* ended agreement's credit note lands in the month it ended
perform push-job using "rebateAccrual" "invoiceRun" "monthend".
perform push-job using "dunningLetters" "invoiceRun" "daily".
perform run-after using "dunningLetters" "bankImport".
* the delivery report covers the documents the jobs above have just
* sent, so it comes after the last of them; it also records the
* bounces it reads, so it waits on the verified backup
perform push-job using "documentDeliveries" "dbBackup" "daily".
perform run-after using "documentDeliveries" "invoiceRun,customerStatements,rebateAccrual,dunningLetters".
* glExtract flips the GlPosted flags, so like every mutating job it
* waits on the verified backup, and it posts only after the invoice
* run, the rebate credit notes and the night's payments are in
perform push-job using "glExtract" "dbBackup" "daily".
perform run-after using "glExtract" "invoiceRun,rebateAccrual,bankImport".
* the reconciliation holds the subledger against what the extract has
* just sent, so it waits on that
perform push-job using "glReconcile" "glExtract" "daily".
perform push-job using "salesAnalysis" "" "monthend".
perform push-job using "budgetVariance" "" "monthend".
* the forecast reads the month's deliveries; accepted suggestions
* feed the nightly replenishment drafts from the next night on. It
* writes the suggestions, so it waits on the verified backup
perform push-job using "demandForecast" "dbBackup" "monthend".
* commission is earned on cash, so the statements wait on the last
* night's bank import having allocated it
perform push-job using "commissionStatements" "bankImport" "monthend".
* the margin report costs the month's invoices, so it follows the run
perform push-job using "marginReport" "invoiceRun" "monthend".
* the intercompany reconciliation compares both sides of the invoices
* the run has just booked
perform push-job using "intercompanyRecon" "invoiceRun" "monthend".
perform push-job using "shortShipmentReport" "" "daily".
perform push-job using "podOutstanding" "" "daily".
perform push-job using "quoteExpiry" "dbBackup" "daily".
* approved supplier payment runs are paid every night; the proposal
* for finance is drawn up once a week, and covers what falls due
* before the next one
perform push-job using "paymentFile" "dbBackup" "daily".
perform push-job using "paymentProposal" "dbBackup" "weekdays:TH".
* approved customer refunds go to the bank the same night, in a file
* of their own
perform push-job using "refundFile" "dbBackup" "daily".
perform run-after using "refundFile" "rateImport".
* the Monday forecast reads the payments the bank import has just
* allocated, so it waits on that
perform push-job using "cashForecast" "bankImport" "weekdays:MO".
* the lapsed-customer list is on the reps' desks for Monday's calls,
* and the service case report on the table for Monday's meeting
perform push-job using "lapsedCustomers" "" "weekdays:MO".
perform push-job using "caseReport" "" "weekdays:MO".
* the drafts are written before the report so each low product's
* line can name the draft it landed on; the report only reads, so a
* night the drafts are skipped it still goes out
perform push-job using "reorderDrafts" "dbBackup" "daily".
perform push-job using "reorderReport" "" "daily".
perform run-after using "reorderReport" "reorderDrafts".
perform push-job using "stockReconcile" "" "daily".
* a new postal reference edition is loaded before the addresses are
* checked against it, and both before tonight's letters go out
perform push-job using "postalImport" "dbBackup" "daily".
perform push-job using "addressCheck" "postalImport" "daily".
* the letters are archived in the document index as they are
* written, so they wait on the verified backup
perform push-job using "staleLetters" "dbBackup" "daily".
perform push-job using "staleEmail" "" "daily".
perform run-after using "staleLetters" "addressCheck".
perform run-after using "staleEmail" "addressCheck".
perform push-job using "retentionSweep" "dbBackup" "daily".
* the audit chain is verified after the night's archive move, across
* both tables; it only reads, so a failed sweep does not stop it
perform push-job using "auditVerify" "" "daily".
perform run-after using "auditVerify" "retentionSweep".
* the report summaries are built from what the night's jobs have
* invoiced, allocated, ordered, linked and archived; they only
* rebuild derived tables, so a failed job ahead of them leaves last
* night's set for nothing better, and they run regardless
perform push-job using "summaryBuild" "" "daily".
perform run-after using "summaryBuild" "invoiceRun,rebateAccrual,bankImport,orderIntake,standingOrders,ediDispatch,reorderDrafts,retentionSweep,masterDataImport".
* the webhooks queued by tonight's changing jobs go out tonight
perform push-job using "webhookDeliver" "" "daily".
perform run-after using "webhookDeliver" "orderIntake,standingOrders,ediDispatch,rebateAccrual,quoteExpiry,paymentFile,paymentProposal,refundFile,reorderDrafts,retentionSweep,masterDataImport".
perform push-job using "masterDataImport" "dbBackup" "daily".
* the mainframe gets the customers and suppliers as tonight's master
* data import has left them
perform push-job using "mainframeExtract" "" "daily".
perform run-after using "mainframeExtract" "masterDataImport".
perform push-job using "trainingExtract" "" "manual".
perform push-job using "logRotate" "" "daily".
perform push-job using "accessReport" "logRotate" "daily".
move object to finishedjobs.
local forcedjobs.
move object to forcedjobs.
* how many jobs may run at once. Each running job borrows at least
* one pooled connection (webhookDeliver up to its own cap of four),
* so the default stays well inside the pool's ten; a month-end night
* is bounded by its longest chain - dbBackup, invoiceRun, then the
* monthend reports - instead of the sum of every job
local maxparallel.
move 4 to maxparallel.
local loglines.
local args.
move argv in process to args.
move length in jobs to count.
subtract 1 from count giving last.

local currentjob.
local currentdependson.
local currentschedule.
local currentafter.
local outcomes.
move object to outcomes.
local startedat.
move object to startedat.
local runningcount.
move 0 to runningcount.
local pendingcount.
local predecessorok.
local afternames.
local strandedname.
local strandedkind.
local strandeddetails.
move object to strandeddetails.
local scanning.
move 0 to scanning.
local scanchanged.
local runnerdone.
move 0 to runnerdone.
local crasherror.

* a job that raises instead of reporting through its callback would
* otherwise take the whole runner down with no "failed" record; this
* turns the crash into a failed outcome and carries on to whatever
* the failure does not block. With several jobs in flight the crash
* cannot be pinned on one of them, so every job running at that
* moment is failed - their dependants are skipped rather than run
* against output that may be half made, and a restart reruns them.
perform on in process using "uncaughtException" job-crashed.

local runstartts.
perform now in Date giving runstartts.
perform write-job-log using "runner" "started" runstartts "".

* alerting (ALERTCONFIG.cpy): a failed job, or one skipped behind a
* failure, raises its alert the moment the runner hears of it. A
* watchdog looks in once a minute for a job running well past its own
* JobHistory average and for a run still going at the end of the
* batch window; each of those alerts once a night. The alert itself
* - mail to the on-call list and a POST to monitoring - goes out from
* a CALLed jobAlert.cob, so a slow monitoring endpoint never holds up
* the run.
local alertrecipients.
local alertwebhookurl.
local overrunfactor.
local overrunminimumms.
local overrunminimumruns.
local batchdeadline.
copy ALERTCONFIG.
local jobaverages.
move object to jobaverages.
local averagerows.
local overrunalerted.
move object to overrunalerted.
local deadlinealerted.
move 0 to deadlinealerted.
local watchts.
local runninglist.
local waitinglist.
global setInterval.
global clearInterval.
local watchdog.

* the deadline is the next batchdeadline after the run started, so a
* run begun before midnight is held to the next morning's
local deadlinets.
local deadlinehours.
perform substring in batchdeadline using 0 2 giving deadlinehours.
local deadlineminutes.
perform substring in batchdeadline using 3 5 giving deadlineminutes.
multiply deadlinehours by 3600000 giving deadlinets.
local deadlineminutems.
multiply deadlineminutes by 60000 giving deadlineminutems.
add deadlineminutems to deadlinets.
local rundayts.
divide runstartts by 86400000 giving rundayts.
perform floor in Math using rundayts giving rundayts.
multiply rundayts by 86400000 giving rundayts.
add rundayts to deadlinets.
if deadlinets not > runstartts then
    add 86400000 to deadlinets.
end-if.

* the overnight run owns the database while it lasts: the flag file
* puts webserver.cob into maintenance mode (mutating pages answer
* 503) until runner-finished takes it down again. After a crash the
* administrator clears a leftover flag from the /maintenance page.
perform writeFileSync in fs using "maintenance.flag" "overnight run".

* is tonight a public holiday, for the ";noholidays" calendars; a
* failed lookup counts as a working day, so the run never stalls on it
local todayisholiday.
move 0 to todayisholiday.
local holidayvalues.
move array to holidayvalues.
perform push in holidayvalues using datestamp.
perform query in pool using "select (select count(*) from companies where IsActive = 1) as Companies, (select count(distinct Holidays.CompanyId) from Holidays inner join companies on companies.Id = Holidays.CompanyId where companies.IsActive = 1 and Holidays.HolidayDate = ?) as HolidayCompanies" holidayvalues holiday-check-end.

holiday-check-end section using err, result.
if err then
    move 0 to todayisholiday.
else
    local holidayrow.
    move result(0) to holidayrow.
    if Companies in holidayrow > 0 then
        if HolidayCompanies in holidayrow = Companies in holidayrow then
            move 1 to todayisholiday.
        end-if.
    end-if.
end-if.
perform load-averages.

* each job's usual duration, from its recent finished runs; a job
* with too few of them has no average and is never called overrunning.
* A failed lookup only means no overrun alerts tonight
load-averages section.
local averagevalues.
move array to averagevalues.
perform push in averagevalues using overrunminimumruns.
perform query in pool using "select JobName, cast(avg(DurationMs) as signed) as AvgMs from JobHistory where Outcome = 'finished' and StartedAt > date_sub(now(), interval 60 day) group by JobName having count(*) >= ?" averagevalues load-averages-end.

load-averages-end section using err, result.
if err then
    move object to jobaverages.
else
    move result to averagerows.
    local averagecount.
    local averagelast.
    move length in averagerows to averagecount.
    subtract 1 from averagecount giving averagelast.
    local ri.
    perform keep-average using ri varying ri from 0 to averagelast.
end-if.
perform setInterval using watchdog-tick 60000 giving watchdog.
perform dispatch-jobs.

keep-average section using ri.
local averagerow.
move averagerows(ri) to averagerow.
local averagejob.
move JobName in averagerow to averagejob.
move AvgMs in averagerow to jobaverages(averagejob).

push-job section using jobname, dependson, schedule.
local jobentry.
move schedule to schedule in jobentry.
perform push in jobs using jobentry.

* names, comma-separated, of the jobs this one must wait for - to
* have ended, however they ended - before it starts
run-after section using jobname, afterlist.
move afterlist to afterjobs(jobname).

* a "force=jobname" argument overrides that job's calendar tonight -
* the operator's on-demand run without editing the source; a
* "parallel=N" argument sets tonight's concurrency limit the same way
read-force-arg section using ai.
local argtext.
move args(ai) to argtext.
    perform substring in argtext using 6 giving forcedname.
    move 1 to forcedjobs(forcedname).
end-if.
local parallelidx.
perform indexOf in argtext using "parallel=" giving parallelidx.
if parallelidx = 0 then
    local paralleltext.
    perform substring in argtext using 9 giving paralleltext.
    local parallelnumber.
    multiply paralleltext by 1 giving parallelnumber.
    if parallelnumber > 0 then
        perform floor in Math using parallelnumber giving maxparallel.
    end-if.
end-if.

read-old-joblog section.
local hasjoblog.
    end-if.
end-if.

* the dispatcher. Jobs complete through a callback rather than by
* returning, because the database jobs are genuinely async; each time
* anything changes - the run starting, a job reporting in - the whole
* list is walked again in order and every job that can be decided is:
* restart skips, calendar skips, dependency skips, and a start for
* each job whose predecessor has finished, while fewer than
* maxparallel are running. List order is the priority when slots are
* short, so the long month-end chains listed first start first. A
* walk that decided anything walks again, so a skip cascades to its
* dependants straight away; the run ends when nothing is running and
* nothing is left waiting.
dispatch-jobs section.
move 1 to scanning.
move 0 to pendingcount.
move 0 to scanchanged.
local ji.
perform consider-job using ji varying ji from 0 to last.
move 0 to scanning.
if scanchanged then
    perform dispatch-jobs.
else
    if runningcount = 0 then
        if pendingcount > 0 then
            perform find-stranded using ji varying ji from 0 to last.
            perform skip-stranded using ji varying ji from 0 to last.
        end-if.
        perform finish-runner.
    end-if.
end-if.

finish-runner section.
if runnerdone = 0 then
    move 1 to runnerdone.
    perform end in pool using runner-finished.
end-if.

* nothing running and jobs still waiting means they wait on a name
* that never ran - a misspelt predecessor or run-after job - so they
* are skipped the way the one-at-a-time runner skipped them. Which
* name each one waits on is settled for all of them first, before any
* is marked skipped, so a job stranded behind another stranded job
* names that job rather than whatever the first one waited on
find-stranded section using ji.
local jobentry.
move jobs(ji) to jobentry.
local strandedjob.
move jobname in jobentry to strandedjob.
local decided.
move outcomes(strandedjob) to decided.
local undecided.
move 1 to undecided.
if decided then
    move 0 to undecided.
end-if.
if undecided then
    move "" to strandedname.
    move "" to strandedkind.
    local waitdependson.
    move dependson in jobentry to waitdependson.
    if waitdependson not = "" then
        local dependsoutcome.
        move outcomes(waitdependson) to dependsoutcome.
        local dependsmissing.
        move 1 to dependsmissing.
        if dependsoutcome then
            move 0 to dependsmissing.
        end-if.
        if dependsmissing then
            move waitdependson to strandedname.
            move "predecessor " to strandedkind.
        end-if.
    end-if.
    if strandedname = "" then
        local waitafter.
        move afterjobs(strandedjob) to waitafter.
        if waitafter then
            perform split in waitafter using "," giving afternames.
            local aftercount.
            local afterlast.
            move length in afternames to aftercount.
            subtract 1 from aftercount giving afterlast.
            local ni.
            perform find-stranded-after using ni varying ni from 0 to afterlast.
        end-if.
    end-if.
    local strandeddetail.
    if strandedname = "" then
        move "waiting on a job that never ran" to strandeddetail.
    else
        move strandedkind to strandeddetail.
        add strandedname to strandeddetail.
        add " never ran" to strandeddetail.
    end-if.
    move strandeddetail to strandeddetails(strandedjob).
end-if.

find-stranded-after section using ni.
if strandedname = "" then
    local aftername.
    move afternames(ni) to aftername.
    local afteroutcome.
    move outcomes(aftername) to afteroutcome.
    local aftermissing.
    move 1 to aftermissing.
    if afteroutcome then
        move 0 to aftermissing.
    end-if.
    if aftermissing then
        move aftername to strandedname.
        move "run-after job " to strandedkind.
    end-if.
end-if.

skip-stranded section using ji.
local jobentry.
move jobs(ji) to jobentry.
local strandedjob.
move jobname in jobentry to strandedjob.
local decided.
move outcomes(strandedjob) to decided.
local undecided.
move 1 to undecided.
if decided then
    move 0 to undecided.
end-if.
if undecided then
    move "skipped" to outcomes(strandedjob).
    local nowts.
    perform now in Date giving nowts.
    local skipdetail.
    move strandeddetails(strandedjob) to skipdetail.
    move strandedjob to currentjob.
    perform write-job-log using strandedjob "skipped" nowts skipdetail.
    perform record-history-skip using skipdetail.
    perform raise-alert using "skipped" strandedjob skipdetail.
end-if.

consider-job section using ji.
local jobentry.
move jobs(ji) to jobentry.
move jobname in jobentry to currentjob.
move dependson in jobentry to currentdependson.
move schedule in jobentry to currentschedule.
move afterjobs(currentjob) to currentafter.
local decided.
move outcomes(currentjob) to decided.
local undecided.
move 1 to undecided.
if decided then
    move 0 to undecided.
end-if.
if undecided then
    perform consider-restart.
end-if.

consider-restart section.
local nowts.
perform now in Date giving nowts.
local alreadyfinished.
end-if.
if alreadyfinished then
    move "finished" to outcomes(currentjob).
    move 1 to scanchanged.
    perform write-job-log using currentjob "skipped" nowts "already finished before the restart".
else
    perform check-schedule.
end-if.
check-schedule section.
local scheduled.
move 0 to scheduled.
local basecalendar.
move currentschedule to basecalendar.
local noholidayidx.
perform indexOf in currentschedule using ";noholidays" giving noholidayidx.
if noholidayidx not = -1 then
    perform substring in currentschedule using 0 noholidayidx giving basecalendar.
end-if.
if basecalendar = "daily" then
    move 1 to scheduled.
end-if.
if basecalendar = "monthend" then
    if ismonthend then
        move 1 to scheduled.
    end-if.
end-if.
local weekdayidx.
perform indexOf in basecalendar using "weekdays:" giving weekdayidx.
if weekdayidx = 0 then
    local daylist.
    perform substring in basecalendar using 9 giving daylist.
    local todayidx.
    perform indexOf in daylist using todaycode giving todayidx.
    if todayidx not = -1 then
        move 1 to scheduled.
    end-if.
end-if.
if noholidayidx not = -1 then
    if todayisholiday = 1 then
        move 0 to scheduled.
    end-if.
end-if.
local forced.
move forcedjobs(currentjob) to forced.
if forced then
    perform check-dependency.
else
    move "notscheduled" to outcomes(currentjob).
    move 1 to scanchanged.
    local nowts.
    perform now in Date giving nowts.
    local skipdetail.
    add ")" to skipdetail.
    perform write-job-log using currentjob "skipped" nowts skipdetail.
    perform record-history-skip using skipdetail.
end-if.

* predecessorok: 1 go, 0 skip (the predecessor failed or was itself
* skipped), 2 wait (it has not run yet, or is running now)
check-dependency section.
move 1 to predecessorok.
if currentdependson not = "" then
    local predoutcome.
    move outcomes(currentdependson) to predoutcome.
    if predoutcome then
        if predoutcome = "running" then
            move 2 to predecessorok.
        else
            if predoutcome not = "finished" then
                if predoutcome not = "notscheduled" then
                    move 0 to predecessorok.
                end-if.
            end-if.
        end-if.
    else
        move 2 to predecessorok.
    end-if.
end-if.
if predecessorok = 1 then
    if currentafter then
        perform split in currentafter using "," giving afternames.
        local aftercount.
        local afterlast.
        move length in afternames to aftercount.
        subtract 1 from aftercount giving afterlast.
        local ni.
        perform check-after-job using ni varying ni from 0 to afterlast.
    end-if.
end-if.
local nowts.
perform now in Date giving nowts.
if predecessorok = 1 then
    if runningcount < maxparallel then
        perform start-job.
    else
        add 1 to pendingcount.
    end-if.
end-if.
if predecessorok = 2 then
    add 1 to pendingcount.
end-if.
if predecessorok = 0 then
    move "skipped" to outcomes(currentjob).
    move 1 to scanchanged.
    local skipdetail.
    move "predecessor " to skipdetail.
    add currentdependson to skipdetail.
    add " did not finish" to skipdetail.
    perform write-job-log using currentjob "skipped" nowts skipdetail.
    perform record-history-skip using skipdetail.
    perform raise-alert using "skipped" currentjob skipdetail.
end-if.

* a run-after job only has to have ended, however it ended: it is
* an ordering, not a dependency
check-after-job section using ni.
local aftername.
move afternames(ni) to aftername.
local afteroutcome.
move outcomes(aftername) to afteroutcome.
if afteroutcome then
    if afteroutcome = "running" then
        move 2 to predecessorok.
    end-if.
else
    move 2 to predecessorok.
end-if.

* each job runs inside its own jobSlot.cob instance, which keeps the
* job's JobHistory row and reports back with the job's name - the
* runner's own locals can only follow one job at a time, the same
* reason webhookDeliver.cob CALLs one webhookDeliverUrl.cob per group
start-job section.
move "running" to outcomes(currentjob).
add 1 to runningcount.
move 1 to scanchanged.
local nowts.
perform now in Date giving nowts.
move nowts to startedat(currentjob).
perform write-job-log using currentjob "started" nowts "".
local slotrequire.
move object to slotrequire.
local slotprogram.
move "jobSlot" to slotprogram.
call slotprogram using slotrequire currentjob slot-complete.

* fire-and-forget bookkeeping, like every history write: a lost row
* costs one line of trend data, never the run

record-history-noop section using err, result.

* only a job the runner still counts as running can report in; a
* stray late callback - from a job already failed by a crash, or one
* that called jobdone twice - is ignored. A job reporting in during a
* walk (one whose work finished synchronously) is picked up by the
* walk going round again instead of starting a walk of its own
slot-complete section using err, jobname.
local wasrunning.
move outcomes(jobname) to wasrunning.
if wasrunning = "running" then
    perform job-ended using err jobname.
    if scanning then
        move 1 to scanchanged.
    else
        perform dispatch-jobs.
    end-if.
end-if.

job-ended section using err, jobname.
subtract 1 from runningcount.
local endts.
perform now in Date giving endts.
if err then
    move "failed" to outcomes(jobname).
    local errtext.
    move "" to errtext.
    add err to errtext.
    perform write-job-log using jobname "failed" endts errtext.
    perform raise-alert using "failed" jobname errtext.
else
    move "finished" to outcomes(jobname).
    perform write-job-log using jobname "finished" endts "".
end-if.

job-crashed section using err.
move err to crasherror.
if runningcount > 0 then
    local ji.
    perform fail-crashed-job using ji varying ji from 0 to last.
    perform dispatch-jobs.
end-if.

* the crashed job's slot never reports in, so its JobHistory row is
* closed here
fail-crashed-job section using ji.
local jobentry.
move jobs(ji) to jobentry.
local crashedjob.
move jobname in jobentry to crashedjob.
local crashoutcome.
move outcomes(crashedjob) to crashoutcome.
if crashoutcome = "running" then
    perform job-ended using crasherror crashedjob.
    local historyvalues.
    move array to historyvalues.
    local crashtext.
    move "" to crashtext.
    add crasherror to crashtext.
    local crashclipped.
    perform substring in crashtext using 0 200 giving crashclipped.
    perform push in historyvalues using crashclipped.
    perform push in historyvalues using crashedjob.
    perform query in pool using "update JobHistory set EndedAt = now(), DurationMs = timestampdiff(microsecond, StartedAt, now()) div 1000, Outcome = 'failed', Detail = ? where JobName = ? and Outcome = 'running'" historyvalues record-history-noop.
end-if.

* the once-a-minute look at the night so far
watchdog-tick section.
perform now in Date giving watchts.
local ji.
perform check-overrun using ji varying ji from 0 to last.
if deadlinealerted = 0 then
    if watchts > deadlinets then
        move 1 to deadlinealerted.
        move "" to runninglist.
        move "" to waitinglist.
        perform list-unfinished using ji varying ji from 0 to last.
        if runninglist = "" then
            move "none" to runninglist.
        end-if.
        if waitinglist = "" then
            move "none" to waitinglist.
        end-if.
        local deadlinedetail.
        move "the run has not finished by " to deadlinedetail.
        add batchdeadline to deadlinedetail.
        add " UTC; still running: " to deadlinedetail.
        add runninglist to deadlinedetail.
        add "; still to run: " to deadlinedetail.
        add waitinglist to deadlinedetail.
        perform raise-alert using "deadline" "run" deadlinedetail.
    end-if.
end-if.

* overrunning means past overrunfactor times the job's average and at
* least overrunminimumms past it
check-overrun section using ji.
local jobentry.
move jobs(ji) to jobentry.
local watchedjob.
move jobname in jobentry to watchedjob.
local watchedoutcome.
move outcomes(watchedjob) to watchedoutcome.
if watchedoutcome = "running" then
    local averagems.
    move jobaverages(watchedjob) to averagems.
    local alreadyalerted.
    move overrunalerted(watchedjob) to alreadyalerted.
    local judged.
    move 0 to judged.
    if averagems then
        move 1 to judged.
    end-if.
    if alreadyalerted then
        move 0 to judged.
    end-if.
    if judged then
        local limitms.
        multiply averagems by overrunfactor giving limitms.
        local floorms.
        add overrunminimumms to averagems giving floorms.
        if limitms < floorms then
            move floorms to limitms.
        end-if.
        local jobstartts.
        move startedat(watchedjob) to jobstartts.
        local elapsedms.
        subtract jobstartts from watchts giving elapsedms.
        if elapsedms > limitms then
            move 1 to overrunalerted(watchedjob).
            local elapsedminutes.
            divide elapsedms by 60000 giving elapsedminutes.
            perform floor in Math using elapsedminutes giving elapsedminutes.
            local averageminutes.
            divide averagems by 60000 giving averageminutes.
            perform floor in Math using averageminutes giving averageminutes.
            local overrundetail.
            move "running for " to overrundetail.
            add elapsedminutes to overrundetail.
            add " minutes; it usually takes " to overrundetail.
            add averageminutes to overrundetail.
            add " minutes" to overrundetail.
            perform raise-alert using "overrun" watchedjob overrundetail.
        end-if.
    end-if.
end-if.

list-unfinished section using ji.
local jobentry.
move jobs(ji) to jobentry.
local listedjob.
move jobname in jobentry to listedjob.
local listedoutcome.
move outcomes(listedjob) to listedoutcome.
if listedoutcome then
    if listedoutcome = "running" then
        if runninglist not = "" then
            add ", " to runninglist.
        end-if.
        add listedjob to runninglist.
    end-if.
else
    if waitinglist not = "" then
        add ", " to waitinglist.
    end-if.
    add listedjob to waitinglist.
end-if.

raise-alert section using alertkind, alertjob, alertdetail.
local alertrequire.
move object to alertrequire.
local alertprogram.
move "jobAlert" to alertprogram.
call alertprogram using alertrequire alertkind alertjob alertdetail.

runner-finished section.
perform clearInterval using watchdog.
local flagleft.
perform existsSync in fs using "maintenance.flag" giving flagleft.
if flagleft then
