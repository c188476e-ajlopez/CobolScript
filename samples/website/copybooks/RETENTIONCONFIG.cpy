* auditkeepdays move from AuditLog into AuditLogArchive, which keeps
* the activity dashboard's table lean without losing history; soft-
* deleted customers and deactivated suppliers older than
* purgekeepdays are purged for good. Document files in the document
* index are deleted once older than their keep window: the financial
* ones - invoices and credit notes, printed or UBL, statements,
* remittances - after financialkeepdays, which the tax records rule sets at seven years,
* and the rest - letters, delivery notes, purchase orders - after
* documentkeepdays. Change the numbers here once instead of in the
* job.
move 730 to auditkeepdays.
move 365 to purgekeepdays.
move 2557 to financialkeepdays.
move 730 to documentkeepdays.
