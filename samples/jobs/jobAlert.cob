data division.
linkage section.
01 require.
01 alertkind.
01 alertjob.
01 alertdetail.
procedure division.
local fs.
perform require using "fs" giving fs.
local http.
perform require using "http" giving http.
local https.
perform require using "https" giving https.
local url.
perform require using "url" giving url.
global JSON.
global Date.

* one alert from the job runner to the people on call. jobrunner.cob
* CALLs one instance per alert and does not wait for it: the alert is
* an email queued in mailout/ for the operations mail transport, the
* same way staleEmail.cob queues its reports, and a JSON POST to the
* monitoring system's webhook. alertkind is "failed", "skipped",
* "overrun" or "deadline"; alertjob names the job ("run" for the
* whole night); alertdetail is the reason. Every alert leaves a line
* in joblog.log, and so does a POST the monitoring system did not
* take, so a missed page can still be traced in the morning.
local alertrecipients.
local alertwebhookurl.
local overrunfactor.
local overrunminimumms.
local overrunminimumruns.
local batchdeadline.
copy ALERTCONFIG.

* a monitoring endpoint that accepts the connection and then says
* nothing must not hold the runner's process open past the night
local requesttimeoutms.
move 10000 to requesttimeoutms.

local alertts.
perform now in Date giving alertts.
local posted.
move 0 to posted.
local currentreq.

local headline.
move "" to headline.
if alertkind = "failed" then
    move "Batch job failed: " to headline.
end-if.
if alertkind = "skipped" then
    move "Batch job skipped: " to headline.
end-if.
if alertkind = "overrun" then
    move "Batch job running long: " to headline.
end-if.
if alertkind = "deadline" then
    move "Batch window in danger: " to headline.
end-if.
add alertjob to headline.

perform queue-mail.
perform log-alert.
if alertwebhookurl not = "" then
    perform post-alert.
end-if.

queue-mail section.
local hasdir.
perform existsSync in fs using "mailout" giving hasdir.
local needed.
move 1 to needed.
if hasdir then
    move 0 to needed.
end-if.
if needed then
    perform mkdirSync in fs using "mailout".
end-if.
local mailtext.
move "To: " to mailtext.
add alertrecipients to mailtext.
add "\nSubject: " to mailtext.
add headline to mailtext.
add "\n\n" to mailtext.
add headline to mailtext.
add "\n\n" to mailtext.
add alertdetail to mailtext.
add "\n\nRaised by the overnight job runner at " to mailtext.
add alertts to mailtext.
add " (epoch ms, the joblog.log clock). See /jobhistory and joblog.log for the run so far.\n" to mailtext.
local mailfile.
move "mailout/alert-" to mailfile.
add alertjob to mailfile.
add "-" to mailfile.
add alertkind to mailfile.
add "-" to mailfile.
add alertts to mailfile.
add ".eml" to mailfile.
perform writeFileSync in fs using mailfile mailtext.

log-alert section.
local alertline.
move "alert " to alertline.
add alertkind to alertline.
add " " to alertline.
add alertts to alertline.
add " " to alertline.
add alertjob to alertline.
add " " to alertline.
add alertdetail to alertline.
add "\n" to alertline.
perform appendFileSync in fs using "joblog.log" alertline.

post-alert section.
local payload.
move object to payload.
move "jobrunner" to source in payload.
move alertkind to kind in payload.
move alertjob to job in payload.
move alertdetail to detail in payload.
move alertts to raisedAt in payload.
local bodyjson.
perform stringify in JSON using payload giving bodyjson.
local parsedurl.
perform parse in url using alertwebhookurl giving parsedurl.
local requestheaders.
move object to requestheaders.
move "application/json" to requestheaders("Content-Type").
move "close" to requestheaders("Connection").
local bodylength.
move length in bodyjson to bodylength.
move bodylength to requestheaders("Content-Length").
local requestoptions.
move object to requestoptions.
move hostname in parsedurl to hostname in requestoptions.
move port in parsedurl to port in requestoptions.
move path in parsedurl to path in requestoptions.
move "POST" to method in requestoptions.
move requestheaders to headers in requestoptions.
local reqobj.
if protocol in parsedurl = "https:" then
    perform request in https using requestoptions handle-response giving reqobj.
else
    perform request in http using requestoptions handle-response giving reqobj.
end-if.
move reqobj to currentreq.
perform setTimeout in reqobj using requesttimeoutms handle-request-timeout.
perform on in reqobj using "error" handle-request-error.
perform write in reqobj using bodyjson.
perform end in reqobj.

* as in webhookDeliverUrl.cob, whichever of response, error and
* timeout lands first is the only one that counts
handle-response section using res.
perform resume in res.
if posted = 0 then
    move 1 to posted.
    local status.
    move statusCode in res to status.
    if status > 299 then
        local reason.
        move "HTTP " to reason.
        add status to reason.
        perform log-post-failure using reason.
    end-if.
end-if.

handle-request-error section using err.
if posted = 0 then
    move 1 to posted.
    local reason.
    move "" to reason.
    add err to reason.
    perform log-post-failure using reason.
end-if.

handle-request-timeout section.
if posted = 0 then
    move 1 to posted.
    perform destroy in currentreq.
    perform log-post-failure using "timed out".
end-if.

log-post-failure section using reason.
local failureline.
move "alert webhook-failed " to failureline.
add alertts to failureline.
add " " to failureline.
add alertjob to failureline.
add " " to failureline.
add reason to failureline.
add "\n" to failureline.
perform appendFileSync in fs using "joblog.log" failureline.
