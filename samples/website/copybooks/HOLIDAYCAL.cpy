* HOLIDAYCAL - the company holiday calendars, for the overnight jobs
* that work off tomorrow's delivery day. Caller declares a top-level
* holidaycal local, has the pooled connection in connection, copies
* this in as the last statement of a section, and continues in
* holidays-ready (using err), which the including job defines. After
* that, holiday-due (using the company id, the link's DeliveryDays and
* its HolidayRule) gives 1 when the link delivers tomorrow, else 0:
* - never when tomorrow is a holiday for the link's company;
* - on the link's own day code otherwise;
* - and, for a link whose rule is "next", also on the day codes of
*   the holidays just before tomorrow, when tomorrow is the first
*   working day (Monday to Friday, not a holiday) after them - the
*   delivery the holiday stopped is made on the next working day.
* Everything lives in holidaycal under string keys, since the
* sections below cannot see each other's locals: "T:<company>" is 1
* when tomorrow is a holiday, "M:<company>" lists the day codes moved
* onto tomorrow, "H:<company>:<day>" marks each holiday by epoch day.
* A fortnight back is the longest closure the moves look over.
global Date.
global Math.
move object to holidaycal.
local hcts.
perform now in Date giving hcts.
add 86400000 to hcts.
local hctomorrow.
divide hcts by 86400000 giving hctomorrow.
perform floor in Math using hctomorrow giving hctomorrow.
move hctomorrow to holidaycal("tomorrow").
local hctomorrowcode.
perform holiday-day-code using hctomorrow giving hctomorrowcode.
move hctomorrowcode to holidaycal("tomorrowcode").
local hccompanies.
move array to hccompanies.
move hccompanies to holidaycal("companies").
local hcfrom.
subtract 14 from hctomorrow giving hcfrom.
local hcvalues.
move array to hcvalues.
perform push in hcvalues using hcfrom.
perform push in hcvalues using hctomorrow.
perform query in connection using "select CompanyId, datediff(HolidayDate, '1970-01-01') as EpochDay from Holidays where HolidayDate between date_add('1970-01-01', interval ? day) and date_add('1970-01-01', interval ? day)" hcvalues holiday-calendar-end.

holiday-calendar-end section using err, result.
if err then
    perform holidays-ready using err.
else
    move result to holidaycal("rows").
    local hcrowcount.
    local hcrowlast.
    local hi.
    move length in result to hcrowcount.
    subtract 1 from hcrowcount giving hcrowlast.
    perform index-holiday using hi varying hi from 0 to hcrowlast.
    local hccompanies.
    move holidaycal("companies") to hccompanies.
    local hccompanycount.
    local hccompanylast.
    local ci.
    move length in hccompanies to hccompanycount.
    subtract 1 from hccompanycount giving hccompanylast.
    perform plan-holiday-moves using ci varying ci from 0 to hccompanylast.
    perform holidays-ready.
end-if.

index-holiday section using hi.
local hcrows.
move holidaycal("rows") to hcrows.
local hcrow.
move hcrows(hi) to hcrow.
local companykey.
move "" to companykey.
add CompanyId in hcrow to companykey.
local daykey.
move "H:" to daykey.
add companykey to daykey.
add ":" to daykey.
add EpochDay in hcrow to daykey.
move 1 to holidaycal(daykey).
local seenkey.
move "C:" to seenkey.
add companykey to seenkey.
local seen.
move holidaycal(seenkey) to seen.
if seen not = 1 then
    move 1 to holidaycal(seenkey).
    local hccompanies.
    move holidaycal("companies") to hccompanies.
    perform push in hccompanies using companykey.
end-if.

* a company with no holidays in the fortnight never gets here, and
* every link of it delivers on its own day code as before
plan-holiday-moves section using ci.
local hccompanies.
move holidaycal("companies") to hccompanies.
local companykey.
move hccompanies(ci) to companykey.
local tomorrow.
move holidaycal("tomorrow") to tomorrow.
local isholiday.
perform holiday-on using companykey tomorrow giving isholiday.
local tomorrowkey.
move "T:" to tomorrowkey.
add companykey to tomorrowkey.
local movedkey.
move "M:" to movedkey.
add companykey to movedkey.
move "" to holidaycal(movedkey).
if isholiday = 1 then
    move 1 to holidaycal(tomorrowkey).
else
    move 0 to holidaycal(tomorrowkey).
    local tomorrowcode.
    move holidaycal("tomorrowcode") to tomorrowcode.
    if tomorrowcode not = "SA" then
        if tomorrowcode not = "SU" then
            move companykey to holidaycal("current").
            move 1 to holidaycal("walking").
            local k.
            perform walk-back-day using k varying k from 1 to 14.
        end-if.
    end-if.
end-if.

* walking back from tomorrow over the closed days before it: each
* holiday passed hands its day code on to tomorrow, a weekend is
* stepped over, and the first working day ends the walk
walk-back-day section using k.
local walking.
move holidaycal("walking") to walking.
if walking = 1 then
    local companykey.
    move holidaycal("current") to companykey.
    local backday.
    move holidaycal("tomorrow") to backday.
    subtract k from backday.
    local backcode.
    perform holiday-day-code using backday giving backcode.
    local isholiday.
    perform holiday-on using companykey backday giving isholiday.
    if isholiday = 1 then
        local movedkey.
        move "M:" to movedkey.
        add companykey to movedkey.
        local moved.
        move holidaycal(movedkey) to moved.
        add backcode to moved.
        add " " to moved.
        move moved to holidaycal(movedkey).
    else
        if backcode not = "SA" then
            if backcode not = "SU" then
                move 0 to holidaycal("walking").
            end-if.
        end-if.
    end-if.
end-if.

holiday-on section using companykey, epochday.
local daykey.
move "H:" to daykey.
add companykey to daykey.
add ":" to daykey.
add epochday to daykey.
local found.
move holidaycal(daykey) to found.
if found = 1 then
    return 1.
end-if.
return 0.

* the two-letter code of an epoch day: day zero was a Thursday, hence
* the plus four, and index zero is Sunday
holiday-day-code section using epochday.
local weekday.
add 4 to epochday giving weekday.
local weekquot.
divide weekday by 7 giving weekquot.
perform floor in Math using weekquot giving weekquot.
multiply weekquot by 7 giving weekquot.
subtract weekquot from weekday.
local codestart.
multiply weekday by 2 giving codestart.
local codeend.
add 2 to codestart giving codeend.
local codes.
move "SUMOTUWETHFRSA" to codes.
local daycode.
perform substring in codes using codestart codeend giving daycode.
return daycode.

holiday-due section using duecompany, duedays, duerule.
local companykey.
move "" to companykey.
add duecompany to companykey.
local days.
move duedays to days.
if days = "" then
    move "" to days.
end-if.
local due.
move 0 to due.
local tomorrowkey.
move "T:" to tomorrowkey.
add companykey to tomorrowkey.
local tomorrowholiday.
move holidaycal(tomorrowkey) to tomorrowholiday.
if tomorrowholiday not = 1 then
    local tomorrowcode.
    move holidaycal("tomorrowcode") to tomorrowcode.
    local dayidx.
    perform indexOf in days using tomorrowcode giving dayidx.
    if dayidx not = -1 then
        move 1 to due.
    end-if.
    if duerule = "next" then
        local movedkey.
        move "M:" to movedkey.
        add companykey to movedkey.
        local moved.
        move holidaycal(movedkey) to moved.
        if moved = "" then
            move "" to moved.
        end-if.
        if moved not = "" then
            local movedcodes.
            perform split in moved using " " giving movedcodes.
            move days to holidaycal("duedays").
            move 0 to holidaycal("movedhit").
            local movedcount.
            local movedlast.
            local mi.
            move length in movedcodes to movedcount.
            subtract 1 from movedcount giving movedlast.
            move movedcodes to holidaycal("movedcodes").
            perform check-moved-code using mi varying mi from 0 to movedlast.
            local movedhit.
            move holidaycal("movedhit") to movedhit.
            if movedhit = 1 then
                move 1 to due.
            end-if.
        end-if.
    end-if.
end-if.
return due.

check-moved-code section using mi.
local movedcodes.
move holidaycal("movedcodes") to movedcodes.
local movedcode.
move movedcodes(mi) to movedcode.
if movedcode not = "" then
    local days.
    move holidaycal("duedays") to days.
    local codeidx.
    perform indexOf in days using movedcode giving codeidx.
    if codeidx not = -1 then
        move 1 to holidaycal("movedhit").
    end-if.
end-if.
