* VALIDATESALESREP - shared field checks for the SalesReps table.
* Caller sets name, email, commissionrate first; this sets errors to
* the problems found (empty string if none) and leaves the rate as a
* number in commissionratenumber for the insert/update. Length limits
* mirror the column sizes (Name varchar(60), Email varchar(100)).
move "" to errors.
if name = "" then
    add "Rep name is required. " to errors.
end-if.
local namelength.
move length in name to namelength.
if namelength > 60 then
    add "Rep name must be 60 characters or fewer. " to errors.
end-if.
local emaillength.
move length in email to emaillength.
if emaillength > 100 then
    add "Email must be 100 characters or fewer. " to errors.
end-if.
if email not = "" then
    local emailatidx.
    perform indexOf in email using "@" giving emailatidx.
    if emailatidx = -1 then
        add "Email must contain an @. " to errors.
    end-if.
end-if.
* a percentage of the goods value paid for, before tax; 0 is allowed
* for a rep paid only on the supplier rates set against them
multiply commissionrate by 1 giving commissionratenumber.
if commissionratenumber not = commissionratenumber then
    add "Commission rate must be a number. " to errors.
    move 0 to commissionratenumber.
end-if.
if commissionratenumber < 0 then
    add "Commission rate must not be negative. " to errors.
end-if.
if commissionratenumber > 99 then
    add "Commission rate must be below 100%. " to errors.
end-if.
