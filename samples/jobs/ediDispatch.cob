data division.
linkage section.
01 require.
01 jobdone.
procedure division.
local fs.
perform require using "fs" giving fs.
local mysql.
perform require using "mysql" giving mysql.
global Math.
global pool.

* the dispatch advice sweep for the EDI suppliers: each supplier's
* mailbox drops its advice files into edidispatch/<supplierid>/ and
* this turns each good file into what the supplier has confirmed
* against one of the orders ediOrders.cob sent it. A file is one
* order, fields separated by "|":
*   DA|<order id>|<expected delivery YYYY-MM-DD>|<their reference>
*   LN|<line id>|<confirmed quantity>|<substitute product code>
* the reference and the substitute code being optional. Quantities
* are in the base unit the order was sent in; a line of the order the
* advice does not mention is taken as not coming (confirmed 0). The
* confirmed quantities prefill the goods receipt on the order page,
* and every line that differs from the order - short, substituted or
* left off - goes on the night's exception report
* (dispatch-exceptions-<date>.txt). Files move to processed/ or
* failed/ beside where they landed, with a per-file line in
* joblog.log, the way orderIntake.cob handles its drop.
local connection.
local supplierrows.
local scandir.
local scannames.
local scansupplier.
local files.
local fileindex.
local filelast.
local currentfile.
local filelines.
local adviceorderid.
local expecteddate.
local advicereference.
local advicelines.
local seenlines.
local parseerrors.
local companyid.
local orderrow.
local orderlines.
local orderlinelast.
local adviceindex.
local advicelast.
local currentadvice.
local currentorderline.
local lineconfirmed.
local linesubstitute.
local fullcount.
local intxn.
local okcount.
local failcount.
local exceptioncount.
local reporttext.
local currentreason.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to okcount.
move 0 to failcount.
move 0 to exceptioncount.
move 0 to intxn.
move array to files.
move "Dispatch advice exceptions for " to reporttext.
add runstamp to reporttext.
add "\n\nCompany  Supplier / Order  Expected  Code  Ordered  Confirmed  Difference\n" to reporttext.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform find-suppliers.

find-suppliers section.
local datavalues.
move array to datavalues.
perform query in connection using "select Id from suppliers where EdiEnabled = 1 order by Id" datavalues find-suppliers-end.

find-suppliers-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to supplierrows.
perform ensure-one-dir using "edidispatch".
local suppliercount.
local supplierlast.
local s.
move length in supplierrows to suppliercount.
subtract 1 from suppliercount giving supplierlast.
perform scan-supplier using s varying s from 0 to supplierlast.

local filecount.
move length in files to filecount.
subtract 1 from filecount giving filelast.
move 0 to fileindex.
perform next-file.

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

* each EDI supplier gets its own drop, so a file can only ever speak
* for orders placed with the supplier whose mailbox delivered it
scan-supplier section using s.
local supplierrow.
move supplierrows(s) to supplierrow.
move Id in supplierrow to scansupplier.
move "edidispatch/" to scandir.
add scansupplier to scandir.
perform ensure-one-dir using scandir.
local processeddir.
move scandir to processeddir.
add "/processed" to processeddir.
perform ensure-one-dir using processeddir.
local faileddir.
move scandir to faileddir.
add "/failed" to faileddir.
perform ensure-one-dir using faileddir.
perform readdirSync in fs using scandir giving scannames.
local namecount.
local namelast.
local n.
move length in scannames to namecount.
subtract 1 from namecount giving namelast.
perform add-scan-file using n varying n from 0 to namelast.

add-scan-file section using n.
local filename.
move scannames(n) to filename.
local wanted.
move 1 to wanted.
if filename = "processed" then
    move 0 to wanted.
end-if.
if filename = "failed" then
    move 0 to wanted.
end-if.
if wanted then
    local dropfile.
    move object to dropfile.
    move scansupplier to supplierid in dropfile.
    move scandir to dir in dropfile.
    move filename to name in dropfile.
    perform push in files using dropfile.
end-if.

next-file section.
if fileindex > filelast then
    perform finish-run.
else
    move files(fileindex) to currentfile.
    perform process-file.
end-if.

advance-file section.
add 1 to fileindex.
perform next-file.

process-file section.
local filepath.
move dir in currentfile to filepath.
add "/" to filepath.
add name in currentfile to filepath.
local filetext.
perform readFileSync in fs using filepath "utf8" giving filetext.
local crparts.
perform split in filetext using "\r" giving crparts.
perform join in crparts using "" giving filetext.
perform split in filetext using "\n" giving filelines.

move "" to parseerrors.
move array to advicelines.
move object to seenlines.

local headerline.
move filelines(0) to headerline.
local headerparts.
perform split in headerline using "|" giving headerparts.
local headercount.
move length in headerparts to headercount.
local headerok.
move 0 to headerok.
if headercount = 3 then
    move 1 to headerok.
end-if.
if headercount = 4 then
    move 1 to headerok.
end-if.
if headerok then
    if headerparts(0) not = "DA" then
        move 0 to headerok.
    end-if.
end-if.
if headerok = 0 then
    perform file-failed using "first line must be DA|orderid|expected date or DA|orderid|expected date|reference".
    exit program.
end-if.
local orderidtext.
move headerparts(1) to orderidtext.
multiply orderidtext by 1 giving adviceorderid.
if adviceorderid not = adviceorderid then
    move 0 to adviceorderid.
end-if.
if adviceorderid < 1 then
    perform file-failed using "order id must be a number".
    exit program.
end-if.
move headerparts(2) to expecteddate.
move "" to advicereference.
if headercount = 4 then
    move headerparts(3) to advicereference.
    perform substring in advicereference using 0 30 giving advicereference.
end-if.

local linecount.
local linelast.
move length in filelines to linecount.
subtract 1 from linecount giving linelast.
local li.
perform parse-advice-line using li varying li from 1 to linelast.

if parseerrors not = "" then
    perform file-failed using parseerrors.
    exit program.
end-if.
local parsedcount.
move length in advicelines to parsedcount.
if parsedcount = 0 then
    perform file-failed using "no advice lines".
    exit program.
end-if.
subtract 1 from parsedcount giving advicelast.

perform fetch-order.

parse-advice-line section using li.
local adviceline.
move filelines(li) to adviceline.
if adviceline not = "" then
    local lineparts.
    perform split in adviceline using "|" giving lineparts.
    local partcount.
    move length in lineparts to partcount.
    local partsok.
    move 0 to partsok.
    if partcount = 3 then
        move 1 to partsok.
    end-if.
    if partcount = 4 then
        move 1 to partsok.
    end-if.
    if partsok then
        if lineparts(0) not = "LN" then
            move 0 to partsok.
        end-if.
    end-if.
    if partsok = 0 then
        add "advice lines must be LN|lineid|quantity or LN|lineid|quantity|substitute code. " to parseerrors.
    else
        local lineidtext.
        move lineparts(1) to lineidtext.
        local lineid.
        multiply lineidtext by 1 giving lineid.
        if lineid not = lineid then
            move 0 to lineid.
        end-if.
        if lineid < 1 then
            add "line id must be a number. " to parseerrors.
        end-if.
        local qtytext.
        move lineparts(2) to qtytext.
        local qtynumber.
        multiply qtytext by 1 giving qtynumber.
        local qtyok.
        move 1 to qtyok.
        if qtytext = "" then
            move 0 to qtyok.
        end-if.
        if qtynumber not = qtynumber then
            move 0 to qtyok.
        end-if.
        local qtyfloor.
        perform floor in Math using qtynumber giving qtyfloor.
        if qtyfloor not = qtynumber then
            move 0 to qtyok.
        end-if.
        if qtynumber < 0 then
            move 0 to qtyok.
        end-if.
        if qtynumber > 99999 then
            move 0 to qtyok.
        end-if.
        if qtyok = 0 then
            add "confirmed quantity must be a whole number from 0 to 99999. " to parseerrors.
        end-if.
        local substitutecode.
        move "" to substitutecode.
        if partcount = 4 then
            move lineparts(3) to substitutecode.
        end-if.
        if seenlines(lineid) = 1 then
            add "line " to parseerrors.
            add lineidtext to parseerrors.
            add " is advised twice. " to parseerrors.
        end-if.
        move 1 to seenlines(lineid).
        local advice.
        move object to advice.
        move lineid to lineid in advice.
        move qtynumber to quantity in advice.
        move substitutecode to substitutecode in advice.
        move 0 to substituteid in advice.
        perform push in advicelines using advice.
    end-if.
end-if.

* the order has to be one sent to this supplier by EDI and still
* waiting for its goods; the date is checked in the same read
fetch-order section.
local datavalues.
move array to datavalues.
perform push in datavalues using expecteddate.
perform push in datavalues using expecteddate.
perform push in datavalues using adviceorderid.
perform push in datavalues using supplierid in currentfile.
perform query in connection using "select orders.Id as Id, orders.CompanyId as CompanyId, orders.Status as Status, orders.Received as Received, orders.EdiSentAt is not null as Sent, suppliers.Name as SupplierName, coalesce(length(?) = 10 and str_to_date(?, '%Y-%m-%d') is not null, 0) as DateOk from orders inner join suppliers on suppliers.Id = orders.SupplierId where orders.Id = ? and orders.SupplierId = ?" datavalues fetch-order-end.

fetch-order-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
if length in result = 0 then
    perform file-failed using "no such order for this supplier".
    exit program.
end-if.
move result(0) to orderrow.
move CompanyId in orderrow to companyid.
local refusal.
move "" to refusal.
if Sent in orderrow = 0 then
    move "order was not sent by EDI" to refusal.
end-if.
if Received in orderrow then
    move "goods receipt already posted for the order" to refusal.
end-if.
if Status in orderrow not = "approved" then
    move "order is no longer approved" to refusal.
end-if.
if DateOk in orderrow = 0 then
    move "expected delivery must be a date, YYYY-MM-DD" to refusal.
end-if.
if refusal not = "" then
    perform file-failed using refusal.
    exit program.
end-if.
perform fetch-order-lines.

fetch-order-lines section.
local datavalues.
move array to datavalues.
perform push in datavalues using adviceorderid.
perform query in connection using "select OrderItems.Id as LineId, OrderItems.Quantity as Quantity, SupplierProducts.Code as Code from OrderItems inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where OrderItems.OrderId = ? order by OrderItems.Id" datavalues fetch-order-lines-end.

fetch-order-lines-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to orderlines.
local orderlinecount.
move length in orderlines to orderlinecount.
subtract 1 from orderlinecount giving orderlinelast.
local a.
perform check-advice-line using a varying a from 0 to advicelast.
if parseerrors not = "" then
    perform file-failed using parseerrors.
    exit program.
end-if.
move 0 to adviceindex.
perform next-substitute.

* every advised line must be a line of this order, and no supplier
* confirms more than was ordered - the receipt could not take it
check-advice-line section using a.
move advicelines(a) to currentadvice.
move -1 to orderedquantity in currentadvice.
local j.
perform match-order-line using j varying j from 0 to orderlinelast.
if orderedquantity in currentadvice = -1 then
    add "line " to parseerrors.
    add lineid in currentadvice to parseerrors.
    add " is not on the order. " to parseerrors.
else
    if quantity in currentadvice > orderedquantity in currentadvice then
        add "line " to parseerrors.
        add lineid in currentadvice to parseerrors.
        add " confirms more than was ordered. " to parseerrors.
    end-if.
end-if.

match-order-line section using j.
local orderline.
move orderlines(j) to orderline.
if LineId in orderline = lineid in currentadvice then
    move Quantity in orderline to orderedquantity in currentadvice.
end-if.

* a substitute is named by the supplier's own catalog code and must
* be a product it still sells
next-substitute section.
if adviceindex > advicelast then
    perform begin-advice.
else
    local advice.
    move advicelines(adviceindex) to advice.
    if substitutecode in advice = "" then
        add 1 to adviceindex.
        perform next-substitute.
    else
        local datavalues.
        move array to datavalues.
        perform push in datavalues using substitutecode in advice.
        perform push in datavalues using supplierid in currentfile.
        perform query in connection using "select Id from SupplierProducts where Code = ? and SupplierId = ? and IsDiscontinued = 0" datavalues resolve-substitute-end.
    end-if.
end-if.

resolve-substitute-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
local advice.
move advicelines(adviceindex) to advice.
if length in result = 0 then
    local reason.
    move "substitute product code not in the supplier's catalog: " to reason.
    add substitutecode in advice to reason.
    perform file-failed using reason.
    exit program.
end-if.
local productrow.
move result(0) to productrow.
move Id in productrow to substituteid in advice.
add 1 to adviceindex.
perform next-substitute.

begin-advice section.
move 1 to intxn.
perform beginTransaction in connection using begin-advice-end.

begin-advice-end section using err.
if err then
    perform fail-run using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using expecteddate.
perform push in datavalues using adviceorderid.
perform query in connection using "update orders set ExpectedDelivery = ?, DispatchAdviceAt = now() where Id = ?" datavalues update-order-end.

* a later advice for the same order replaces the earlier one whole,
* so every line starts again from nothing confirmed
update-order-end section using err, result.
if err then
    perform fail-advice using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using adviceorderid.
perform query in connection using "update OrderItems set ConfirmedQuantity = 0, SubstituteProductId = null where OrderId = ?" datavalues reset-lines-end.

reset-lines-end section using err, result.
if err then
    perform fail-advice using err.
    exit program.
end-if.
move 0 to adviceindex.
move 0 to fullcount.
perform next-advice-update.

next-advice-update section.
if adviceindex > advicelast then
    perform write-advice-audit.
else
    local advice.
    move advicelines(adviceindex) to advice.
    if quantity in advice = orderedquantity in advice then
        if substituteid in advice = 0 then
            add 1 to fullcount.
        end-if.
    end-if.
    local datavalues.
    move array to datavalues.
    perform push in datavalues using quantity in advice.
    perform push in datavalues using substituteid in advice.
    perform push in datavalues using lineid in advice.
    perform push in datavalues using adviceorderid.
    perform query in connection using "update OrderItems set ConfirmedQuantity = ?, SubstituteProductId = nullif(?, 0) where Id = ? and OrderId = ?" datavalues advice-update-end.
end-if.

advice-update-end section using err, result.
if err then
    perform fail-advice using err.
    exit program.
end-if.
add 1 to adviceindex.
perform next-advice-update.

write-advice-audit section.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
local changedby.
move "Order" to entitytype.
move adviceorderid to entityid.
move "dispatchadvice" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move "approved" to newname.
move SupplierName in orderrow to newaddress.
move name in currentfile to newnotes.
if advicereference not = "" then
    add " ref " to newnotes.
    add advicereference to newnotes.
end-if.
add ": expected " to newnotes.
add expecteddate to newnotes.
add ", " to newnotes.
add fullcount to newnotes.
add " of " to newnotes.
local orderlinetotal.
move length in orderlines to orderlinetotal.
add orderlinetotal to newnotes.
add " lines confirmed in full" to newnotes.
move "ediDispatch" to changedby.
copy AUDIT.

audit-end section using err, result.
if err then
    perform fail-advice using err.
    exit program.
end-if.
perform commit in connection using commit-advice-end.

commit-advice-end section using err.
if err then
    perform fail-advice using err.
    exit program.
end-if.
move 0 to intxn.
perform file-ok.

file-ok section.
local o.
perform add-exception-line using o varying o from 0 to orderlinelast.
local srcpath.
move dir in currentfile to srcpath.
add "/" to srcpath.
add name in currentfile to srcpath.
local dstpath.
move dir in currentfile to dstpath.
add "/processed/" to dstpath.
add name in currentfile to dstpath.
perform renameSync in fs using srcpath dstpath.
add 1 to okcount.
local resultline.
move "ediDispatch file " to resultline.
add name in currentfile to resultline.
add " ok order " to resultline.
add adviceorderid to resultline.
add "\n" to resultline.
perform appendFileSync in fs using "joblog.log" resultline.
perform advance-file.

* one report line per order line the supplier is not sending exactly
* as ordered
add-exception-line section using o.
move orderlines(o) to currentorderline.
local orderline.
move currentorderline to orderline.
move -1 to lineconfirmed.
move "" to linesubstitute.
local a.
perform find-advice-for-line using a varying a from 0 to advicelast.
local confirmed.
move lineconfirmed to confirmed.
local substitutecode.
move linesubstitute to substitutecode.
local difference.
move "" to difference.
if confirmed = -1 then
    move 0 to confirmed.
    move "not on the advice" to difference.
else
    if confirmed < Quantity in orderline then
        local shortfall.
        subtract confirmed from Quantity in orderline giving shortfall.
        move "short " to difference.
        add shortfall to difference.
    end-if.
    if substitutecode not = "" then
        if difference not = "" then
            add ", " to difference.
        end-if.
        add "substituted by " to difference.
        add substitutecode to difference.
    end-if.
end-if.
if difference not = "" then
    add CompanyId in orderrow to reporttext.
    add "  " to reporttext.
    add SupplierName in orderrow to reporttext.
    add " / order " to reporttext.
    add adviceorderid to reporttext.
    add "  " to reporttext.
    add expecteddate to reporttext.
    add "  " to reporttext.
    add Code in orderline to reporttext.
    add "  " to reporttext.
    add Quantity in orderline to reporttext.
    add "  " to reporttext.
    add confirmed to reporttext.
    add "  " to reporttext.
    add difference to reporttext.
    add "\n" to reporttext.
    add 1 to exceptioncount.
end-if.

find-advice-for-line section using a.
local advice.
move advicelines(a) to advice.
if lineid in advice = LineId in currentorderline then
    move quantity in advice to lineconfirmed.
    move substitutecode in advice to linesubstitute.
end-if.

* a bad file is that file's problem, never the run's: whatever was
* in flight for it is rolled back, the file moves to failed/ with its
* reason in the job log, and the sweep carries on
file-failed section using reason.
move reason to currentreason.
if intxn then
    perform rollback in connection using file-failed-rolled.
else
    perform file-failed-move.
end-if.

file-failed-rolled section using err.
move 0 to intxn.
perform file-failed-move.

file-failed-move section.
local srcpath.
move dir in currentfile to srcpath.
add "/" to srcpath.
add name in currentfile to srcpath.
local dstpath.
move dir in currentfile to dstpath.
add "/failed/" to dstpath.
add name in currentfile to dstpath.
perform renameSync in fs using srcpath dstpath.
add 1 to failcount.
local resultline.
move "ediDispatch file " to resultline.
add name in currentfile to resultline.
add " failed " to resultline.
add currentreason to resultline.
add "\n" to resultline.
perform appendFileSync in fs using "joblog.log" resultline.
perform advance-file.

fail-advice section using adviceerr.
move "" to currentreason.
add adviceerr to currentreason.
perform file-failed using currentreason.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
if exceptioncount = 0 then
    add "No exceptions.\n" to reporttext.
end-if.
local reportfile.
move "dispatch-exceptions-" to reportfile.
add runstamp to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.
local summaryline.
move "ediDispatch processed " to summaryline.
add okcount to summaryline.
add " failed " to summaryline.
add failcount to summaryline.
add " exceptions " to summaryline.
add exceptioncount to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
