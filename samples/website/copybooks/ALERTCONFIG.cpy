* ALERTCONFIG - who hears about a bad night, and when. The job runner
* (jobrunner.cob) raises an alert when a job fails, when one is
* skipped because its predecessor did not finish, when a job is still
* running well past its usual time, and when the run as a whole has
* not finished by the end of the batch window. Each alert is an email
* queued in mailout/ to alertrecipients (the on-call list, as a To:
* line) and a POST to alertwebhookurl, the monitoring system's
* endpoint ("" sends none). A job is overrunning once it has run
* overrunfactor times its average finished duration in JobHistory, and
* at least overrunminimumms longer than that average, so a job that
* normally takes seconds does not page anyone for taking a minute; a
* job needs overrunminimumruns finished runs before it is judged.
* batchdeadline is the end of the batch window, "HH:MM" UTC - the
* frame joblog.log is written in.
move "oncall@example.com" to alertrecipients.
move "http://monitoring.example.com/hooks/batch" to alertwebhookurl.
move 2 to overrunfactor.
move 600000 to overrunminimumms.
move 3 to overrunminimumruns.
move "06:00" to batchdeadline.
