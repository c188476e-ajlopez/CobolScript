data division.
linkage section.
01 require.
01 jobname.
01 slotdone.
procedure division.
global pool.

* one overnight job's run, on behalf of jobrunner.cob. The runner
* CALLs one instance of this per job it starts and lets several run
* at once; each instance is its own program with its own locals, so
* it can keep the job's JobHistory row - opened as the job starts,
* closed with its outcome and real duration when it reports in - and
* hand the runner back (err, jobname) through slotdone, which the
* runner's own locals could not do for more than one job at a time.
local historyid.
local joberror.
move 0 to historyid.
move "" to joberror.

local historyvalues.
move array to historyvalues.
perform push in historyvalues using jobname.
perform query in pool using "insert JobHistory set JobName = ?, StartedAt = now(), Outcome = 'running'" historyvalues history-start-end.

* a lost history row costs one line of trend data, never the run
history-start-end section using err, result.
if err then
    move 0 to historyid.
else
    move insertId in result to historyid.
end-if.
local jobrequire.
move object to jobrequire.
call jobname using jobrequire job-complete.

job-complete section using err.
local outcome.
move "finished" to outcome.
if err then
    move "failed" to outcome.
    add err to joberror.
end-if.
if historyid then
    local historyvalues.
    move array to historyvalues.
    perform push in historyvalues using outcome.
    local detailclipped.
    perform substring in joberror using 0 200 giving detailclipped.
    perform push in historyvalues using detailclipped.
    perform push in historyvalues using historyid.
    perform query in pool using "update JobHistory set EndedAt = now(), DurationMs = timestampdiff(microsecond, StartedAt, now()) div 1000, Outcome = ?, Detail = ? where Id = ?" historyvalues history-finish-end.
else
    perform report-back.
end-if.

history-finish-end section using err, result.
perform report-back.

* an empty error is a clean finish, as it is from any job
report-back section.
perform slotdone using joberror jobname.
