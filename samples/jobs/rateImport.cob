data division.
linkage section.
01 require.
01 jobdone.
procedure division.
local fs.
perform require using "fs" giving fs.
local mysql.
perform require using "mysql" giving mysql.
global pool.

* the daily exchange-rate load: the bank's rate files land in
* ratedrop/ and this sweep writes each good file into ExchangeRates.
* A file is one day's fixing: the first line is the rate date
* (YYYY-MM-DD), every further line is "currency,rate" - the
* three-letter currency code and how many base-currency units one
* unit of it buys. A file loads whole or not at all, in one
* transaction, and a second file for the same date replaces that
* date's rates rather than failing. Files move to ratedrop/processed
* or ratedrop/failed with a per-file line in joblog.log, the same
* discipline priceImport.cob applies to price files. The invoice run,
* payment matching and supplier invoice entry all take the latest
* rate dated on or before the document, so a missed day falls back
* to the previous fixing.
local connection.
local files.
local fileindex.
local filelast.
local currentfile.
local filelines.
local ratedate.
local ratelist.
local parseerrors.
local rateindex.
local ratelast.
local currencycode.
local currencyok.
local intxn.
local okcount.
local failcount.
local ratecount.
local currentreason.
local failerror.

move 0 to okcount.
move 0 to failcount.
move 0 to ratecount.
move 0 to intxn.

perform ensure-dirs.

local hasdrop.
perform existsSync in fs using "ratedrop" giving hasdrop.
if hasdrop then
    perform readdirSync in fs using "ratedrop" giving files.
else
    move array to files.
end-if.
local filecount.
move length in files to filecount.
subtract 1 from filecount giving filelast.
move 0 to fileindex.

perform getConnection in pool using connect-end.

ensure-dirs section.
local hasdir.
perform existsSync in fs using "ratedrop" giving hasdir.
if hasdir then
    perform ensure-one-dir using "ratedrop/processed".
    perform ensure-one-dir using "ratedrop/failed".
end-if.

ensure-one-dir section using dirpath.
local hasit.
perform existsSync in fs using dirpath giving hasit.
local needed.
move 1 to needed.
if hasit then
    move 0 to needed.
end-if.
if needed then
    perform mkdirSync in fs using dirpath.
end-if.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform next-file.

next-file section.
if fileindex > filelast then
    perform finish-run.
else
    move files(fileindex) to currentfile.
    if currentfile = "processed" then
        perform advance-file.
    else
        if currentfile = "failed" then
            perform advance-file.
        else
            perform process-file.
        end-if.
    end-if.
end-if.

advance-file section.
add 1 to fileindex.
perform next-file.

process-file section.
local filepath.
move "ratedrop/" to filepath.
add currentfile to filepath.
local filetext.
perform readFileSync in fs using filepath "utf8" giving filetext.
local crparts.
perform split in filetext using "\r" giving crparts.
perform join in crparts using "" giving filetext.
perform split in filetext using "\n" giving filelines.

move filelines(0) to ratedate.
move "" to parseerrors.
move array to ratelist.

local datelength.
move length in ratedate to datelength.
if datelength not = 10 then
    add "first line must be the rate date, YYYY-MM-DD. " to parseerrors.
end-if.

local linecount.
local linelast.
move length in filelines to linecount.
subtract 1 from linecount giving linelast.
local li.
perform parse-rate-line using li varying li from 1 to linelast.

if parseerrors not = "" then
    perform file-failed using parseerrors.
    exit program.
end-if.
local parsedcount.
move length in ratelist to parsedcount.
if parsedcount = 0 then
    perform file-failed using "no rate lines".
    exit program.
end-if.

local listcount.
move length in ratelist to listcount.
subtract 1 from listcount giving ratelast.
move 0 to rateindex.
move 1 to intxn.
perform beginTransaction in connection using begin-rates-end.

* the currency is three capital letters, as the bank prints it; the
* rate must be above zero - a zero rate would turn every invoice into
* a division by nothing
parse-rate-line section using li.
local rateline.
move filelines(li) to rateline.
if rateline not = "" then
    local parts.
    perform split in rateline using "," giving parts.
    local partcount.
    move length in parts to partcount.
    if partcount not = 2 then
        add "rate lines must be currency,rate. " to parseerrors.
    else
        move parts(0) to currencycode.
        move 1 to currencyok.
        local currencylength.
        move length in currencycode to currencylength.
        if currencylength not = 3 then
            move 0 to currencyok.
        else
            local ci.
            perform check-currency-letter using ci varying ci from 0 to 2.
        end-if.
        if currencyok = 0 then
            add "each currency must be a three-letter upper-case code. " to parseerrors.
        end-if.
        local ratetext.
        move parts(1) to ratetext.
        local ratenumber.
        multiply ratetext by 1 giving ratenumber.
        local rateok.
        move 1 to rateok.
        if ratenumber not = ratenumber then
            move 0 to rateok.
        end-if.
        if ratenumber < 0 then
            move 0 to rateok.
        end-if.
        if ratenumber = 0 then
            move 0 to rateok.
        end-if.
        if rateok = 0 then
            add "each rate must be a number above zero. " to parseerrors.
        end-if.
        if currencyok = 1 then
            if rateok = 1 then
                local entry.
                move object to entry.
                move currencycode to currency in entry.
                move ratenumber to rate in entry.
                perform push in ratelist using entry.
            end-if.
        end-if.
    end-if.
end-if.

* a letter is a character whose upper and lower case differ, and the
* upper-case one is what was sent
check-currency-letter section using ci.
local letterend.
move ci to letterend.
add 1 to letterend.
local letter.
perform substring in currencycode using ci letterend giving letter.
local upperletter.
perform toUpperCase in letter giving upperletter.
local lowerletter.
perform toLowerCase in letter giving lowerletter.
if letter not = upperletter then
    move 0 to currencyok.
end-if.
if upperletter = lowerletter then
    move 0 to currencyok.
end-if.

begin-rates-end section using err.
if err then
    perform fail-run using err.
    exit program.
end-if.
perform next-rate.

next-rate section.
if rateindex > ratelast then
    perform commit in connection using commit-rates-end.
else
    local entry.
    move ratelist(rateindex) to entry.
    local datavalues.
    move array to datavalues.
    perform push in datavalues using ratedate.
    perform push in datavalues using currency in entry.
    perform push in datavalues using rate in entry.
    perform push in datavalues using rate in entry.
    perform query in connection using "insert ExchangeRates set RateDate = ?, Currency = ?, Rate = ?, LoadedAt = now() on duplicate key update Rate = ?, LoadedAt = now()" datavalues insert-rate-end.
end-if.

insert-rate-end section using err, result.
if err then
    perform fail-rates using err.
    exit program.
end-if.
add 1 to rateindex.
perform next-rate.

commit-rates-end section using err.
if err then
    perform fail-rates using err.
    exit program.
end-if.
move 0 to intxn.
local filerates.
move length in ratelist to filerates.
add filerates to ratecount.
local srcpath.
move "ratedrop/" to srcpath.
add currentfile to srcpath.
local dstpath.
move "ratedrop/processed/" to dstpath.
add currentfile to dstpath.
perform renameSync in fs using srcpath dstpath.
add 1 to okcount.
local resultline.
move "rateImport file " to resultline.
add currentfile to resultline.
add " ok date " to resultline.
add ratedate to resultline.
add " rates " to resultline.
add filerates to resultline.
add "\n" to resultline.
perform appendFileSync in fs using "joblog.log" resultline.
perform advance-file.

* a bad file is that file's problem, never the run's: whatever was
* in flight for it is rolled back, the file moves to failed/ with
* its reason in the job log, and the sweep carries on
fail-rates section using reason.
move "" to currentreason.
add reason to currentreason.
perform rollback in connection using fail-rates-rolled.

fail-rates-rolled section using err.
move 0 to intxn.
perform file-failed-move.

file-failed section using reason.
move reason to currentreason.
if intxn then
    perform rollback in connection using fail-rates-rolled.
else
    perform file-failed-move.
end-if.

file-failed-move section.
local srcpath.
move "ratedrop/" to srcpath.
add currentfile to srcpath.
local dstpath.
move "ratedrop/failed/" to dstpath.
add currentfile to dstpath.
perform renameSync in fs using srcpath dstpath.
add 1 to failcount.
local resultline.
move "rateImport file " to resultline.
add currentfile to resultline.
add " failed " to resultline.
add currentreason to resultline.
add "\n" to resultline.
perform appendFileSync in fs using "joblog.log" resultline.
perform advance-file.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "rateImport files " to summaryline.
add okcount to summaryline.
add " failed " to summaryline.
add failcount to summaryline.
add " rates " to summaryline.
add ratecount to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
