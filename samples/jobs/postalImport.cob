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

* the postal reference load. Operations drop the postal authority's
* download, converted to our layout, into postaldrop/ whenever a new
* edition comes out; most nights there is nothing there and the job
* just logs that. A file is one country's complete list: the first
* line is the two-letter country code, every further line is
* "postalcode,city,region" (region may be left empty). A good file
* replaces that country's reference outright, inside one transaction,
* so CHECKPOSTAL.cpy never sees a half-loaded country. Files move to
* postaldrop/processed or postaldrop/failed with a line in joblog.log,
* the same way priceImport.cob handles its drop. A bad line fails the
* whole file: a reference with holes in it would refuse good
* addresses.
local connection.
local files.
local fileindex.
local filelast.
local currentfile.
local filelines.
local postalcountry.
local batches.
local currentbatch.
local parseerrors.
local batchindex.
local batchlast.
local filerows.
local intxn.
local okcount.
local failcount.
local loadedrows.
local currentreason.
local failerror.

move 0 to okcount.
move 0 to failcount.
move 0 to loadedrows.
move 0 to intxn.

perform ensure-dirs.

local hasdrop.
perform existsSync in fs using "postaldrop" giving hasdrop.
if hasdrop then
    perform readdirSync in fs using "postaldrop" giving files.
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
perform existsSync in fs using "postaldrop" giving hasdir.
if hasdir then
    perform ensure-one-dir using "postaldrop/processed".
    perform ensure-one-dir using "postaldrop/failed".
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

* the rows are parsed into batches of 500 before anything touches the
* table, so a bad line is found before the old reference is deleted
process-file section.
local filepath.
move "postaldrop/" to filepath.
add currentfile to filepath.
local filetext.
perform readFileSync in fs using filepath "utf8" giving filetext.
local crparts.
perform split in filetext using "\r" giving crparts.
perform join in crparts using "" giving filetext.
perform split in filetext using "\n" giving filelines.

move filelines(0) to postalcountry.
perform trim in postalcountry giving postalcountry.
perform toUpperCase in postalcountry giving postalcountry.
move "" to parseerrors.
move array to batches.
move array to currentbatch.
move 0 to filerows.

local countrylength.
move length in postalcountry to countrylength.
if countrylength not = 2 then
    perform file-failed using "first line must be the two-letter country code".
    exit program.
end-if.

local linecount.
local linelast.
move length in filelines to linecount.
subtract 1 from linecount giving linelast.
if linelast > 0 then
    local li.
    perform parse-postal-line using li varying li from 1 to linelast.
end-if.
local openrows.
move length in currentbatch to openrows.
if openrows > 0 then
    perform push in batches using currentbatch.
end-if.

if parseerrors not = "" then
    perform file-failed using parseerrors.
    exit program.
end-if.
if filerows = 0 then
    perform file-failed using "no postal code lines".
    exit program.
end-if.

local batchcount.
move length in batches to batchcount.
subtract 1 from batchcount giving batchlast.
move 0 to batchindex.
move 1 to intxn.
perform beginTransaction in connection using begin-load-end.

* only the first bad line is reported: a file with one systematic
* fault would otherwise write a line of joblog for every row in it
parse-postal-line section using li.
local postalline.
move filelines(li) to postalline.
if postalline not = "" then
    local parts.
    perform split in postalline using "," giving parts.
    local partcount.
    move length in parts to partcount.
    local lineok.
    move 1 to lineok.
    local codetext.
    local citytext.
    local regiontext.
    move "" to codetext.
    move "" to citytext.
    move "" to regiontext.
    if partcount < 2 then
        move 0 to lineok.
    else
        if partcount > 3 then
            move 0 to lineok.
        else
            move parts(0) to codetext.
            perform trim in codetext giving codetext.
            move parts(1) to citytext.
            perform trim in citytext giving citytext.
            if partcount = 3 then
                move parts(2) to regiontext.
                perform trim in regiontext giving regiontext.
            end-if.
        end-if.
    end-if.
    local codelength.
    move length in codetext to codelength.
    if codelength = 0 then
        move 0 to lineok.
    end-if.
    if codelength > 10 then
        move 0 to lineok.
    end-if.
    local citylength.
    move length in citytext to citylength.
    if citylength = 0 then
        move 0 to lineok.
    end-if.
    if citylength > 50 then
        move 0 to lineok.
    end-if.
    local regionlength.
    move length in regiontext to regionlength.
    if regionlength > 50 then
        move 0 to lineok.
    end-if.
    if lineok then
        local keytext.
        perform toUpperCase in codetext giving keytext.
        local keyparts.
        perform split in keytext using " " giving keyparts.
        perform join in keyparts using "" giving keytext.
        local postalrow.
        move array to postalrow.
        perform push in postalrow using postalcountry.
        perform push in postalrow using codetext.
        perform push in postalrow using keytext.
        perform push in postalrow using citytext.
        perform push in postalrow using regiontext.
        perform push in currentbatch using postalrow.
        add 1 to filerows.
        local batchrows.
        move length in currentbatch to batchrows.
        if batchrows = 500 then
            perform push in batches using currentbatch.
            move array to currentbatch.
        end-if.
    else
        if parseerrors = "" then
            move "line " to parseerrors.
            local linenumber.
            add 1 to li giving linenumber.
            add linenumber to parseerrors.
            add " must be postalcode,city,region with a code of up to 10 characters and a city and region of up to 50" to parseerrors.
        end-if.
    end-if.
end-if.

begin-load-end section using err.
if err then
    perform fail-run using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using postalcountry.
perform query in connection using "delete from PostalCodes where Country = ?" datavalues clear-country-end.

clear-country-end section using err, result.
if err then
    perform fail-load using err.
    exit program.
end-if.
perform next-batch.

next-batch section.
if batchindex > batchlast then
    perform mark-country.
else
    local batch.
    move batches(batchindex) to batch.
    local datavalues.
    move array to datavalues.
    perform push in datavalues using batch.
    perform query in connection using "insert into PostalCodes (Country, PostalCode, PostalKey, City, Region) values ?" datavalues insert-batch-end.
end-if.

insert-batch-end section using err, result.
if err then
    perform fail-load using err.
    exit program.
end-if.
add 1 to batchindex.
perform next-batch.

mark-country section.
local datavalues.
move array to datavalues.
perform push in datavalues using postalcountry.
perform push in datavalues using filerows.
perform push in datavalues using currentfile.
perform query in connection using "insert PostalCountries set Country = ?, PostalRows = ?, SourceFile = ?, LoadedAt = now() on duplicate key update PostalRows = values(PostalRows), SourceFile = values(SourceFile), LoadedAt = values(LoadedAt)" datavalues mark-country-end.

mark-country-end section using err, result.
if err then
    perform fail-load using err.
    exit program.
end-if.
perform commit in connection using commit-load-end.

commit-load-end section using err.
if err then
    perform fail-load using err.
    exit program.
end-if.
move 0 to intxn.
add filerows to loadedrows.
local srcpath.
move "postaldrop/" to srcpath.
add currentfile to srcpath.
local dstpath.
move "postaldrop/processed/" to dstpath.
add currentfile to dstpath.
perform renameSync in fs using srcpath dstpath.
add 1 to okcount.
local resultline.
move "postalImport file " to resultline.
add currentfile to resultline.
add " ok country " to resultline.
add postalcountry to resultline.
add " codes " to resultline.
add filerows to resultline.
add "\n" to resultline.
perform appendFileSync in fs using "joblog.log" resultline.
perform advance-file.

* a bad file is that file's problem, never the run's: the country
* keeps the reference it had, the file moves to failed/ with its
* reason in the job log, and the sweep carries on
fail-load section using reason.
move "" to currentreason.
add reason to currentreason.
perform rollback in connection using fail-load-rolled.

fail-load-rolled section using err.
move 0 to intxn.
perform file-failed-move.

file-failed section using reason.
move reason to currentreason.
if intxn then
    perform rollback in connection using fail-load-rolled.
else
    perform file-failed-move.
end-if.

file-failed-move section.
local srcpath.
move "postaldrop/" to srcpath.
add currentfile to srcpath.
local dstpath.
move "postaldrop/failed/" to dstpath.
add currentfile to dstpath.
perform renameSync in fs using srcpath dstpath.
add 1 to failcount.
local resultline.
move "postalImport file " to resultline.
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
move "postalImport files " to summaryline.
add okcount to summaryline.
add " failed " to summaryline.
add failcount to summaryline.
add " codes " to summaryline.
add loadedrows to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
