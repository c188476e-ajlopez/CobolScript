* PORTALAUDIT - record in AuditLog what a customer's portal login
* looked at or downloaded, under the portal username, so the account
* manager can answer "did they see it" from the audit search page
* (auditSearch.cob). Caller sets entitytype, entityid, action and
* newnotes before copying this in, and continues in portal-audit-end
* (using err, result), which the including page defines. A read
* changes nothing, so unlike AUDIT.cpy nothing is queued for the
* webhook subscribers. What a portal login changes - an order it
* places - goes through AUDIT.cpy like any other change.
local portalauditvalues.
move array to portalauditvalues.
perform push in portalauditvalues using entitytype.
perform push in portalauditvalues using entityid.
perform push in portalauditvalues using action.
perform push in portalauditvalues using newnotes.
local portaluser.
move username in request to portaluser.
perform push in portalauditvalues using portaluser.
perform push in portalauditvalues using companyid.

perform query in connection using "insert AuditLog set EntityType = ?, EntityId = ?, Action = ?, OldName = '', OldAddress = '', OldNotes = '', NewName = '', NewAddress = '', NewNotes = left(?, 500), ChangedBy = ?, CompanyId = ?, ChangedAt = now()" portalauditvalues portal-audit-end.
