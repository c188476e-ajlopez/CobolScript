* history without leaking another tenant's changes. ChangedBy is the
* logged-in username require-session put on the request - pages set
* changedby from there - so the audit search page (auditSearch.cob)
* can answer "who did this". The row's place in the company's hash
* chain is filled in by the database as it lands (the AuditLogChain
* trigger), so nothing here computes a hash and no writer can skip it;
* auditVerify.cob checks the chain every night.
local auditvalues.
move array to auditvalues.
perform push in auditvalues using entitytype.
