* CHECKPERIOD - refuse a mutation dated inside a closed fiscal
* period. An administrator closes a month on the /period page
* (periodClose.cob); after that, changes dated in it - order moves
* and line edits, payments, credits against that month's invoices,
* write-offs - answer 400 instead of shifting reported numbers under
* finance's feet. Caller sets perioddate (a date value or
* 'YYYY-MM-DD' text) first, must hold a borrowed connection, and
* continues in after-period-check, which the including page defines -
* the same continuation shape READOLD.cpy uses.
local periodvalues.
move array to periodvalues.
perform push in periodvalues using companyid.
