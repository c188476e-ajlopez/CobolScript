data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global Math.

local id.

move id in body in request to id.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local countrow.
local linerows.
local entries.
local enteredcount.
local entryindex.
local entrylast.
move "stockCountEnter" to page.
move method in request to method.
move companyid in request to companyid.

perform fetch-count.

fetch-count section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using id.
perform push in datavalues using companyid.

perform query in connection using "select Id, Status from StockCounts where Id = ? and CompanyId = ?" datavalues fetch-count-end.

fetch-count-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
if length in result = 0 then
    move "notfound" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 404.
    perform write in response using "No such stock count.".
    perform end in response.
    exit program.
end-if.
move result(0) to countrow.
* counted figures can be corrected until the variances are approved;
* after that the adjustment has posted and the count stands
move "" to errors.
local statusok.
move 0 to statusok.
if Status in countrow = "open" then
    move 1 to statusok.
end-if.
if Status in countrow = "counted" then
    move 1 to statusok.
end-if.
if statusok = 0 then
    move "This count has already been approved or cancelled." to errors.
    copy DBRELEASE.
    perform reject-entry.
    exit program.
end-if.

perform fetch-lines.

reject-entry section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

fetch-lines section.
local datavalues.
move array to datavalues.
perform push in datavalues using id.

perform query in connection using "select Id from StockCountLines where CountId = ? order by Id" datavalues fetch-lines-end.

fetch-lines-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to linerows.

move array to entries.
move 0 to enteredcount.
local linecount.
local linelast.
local i.
move length in linerows to linecount.
subtract 1 from linecount giving linelast.
perform collect-entry using i varying i from 0 to linelast.

if errors not = "" then
    copy DBRELEASE.
    perform reject-entry.
    exit program.
end-if.

perform begin-entry.

* each line carries a countqty<Id> field; blank means the line was
* not counted and stays uncounted (no adjustment at approval)
collect-entry section using i.
local linerow.
move linerows(i) to linerow.
local qtykey.
move "countqty" to qtykey.
add Id in linerow to qtykey.
local bodyobj.
move body in request to bodyobj.
local qtytext.
move bodyobj(qtykey) to qtytext.
if qtytext = "" then
    move "" to qtytext.
end-if.
local counted.
move 1 to counted.
if qtytext = "" then
    move 0 to counted.
end-if.
local qtynumber.
move 0 to qtynumber.
if counted then
    multiply qtytext by 1 giving qtynumber.
    if qtynumber not = qtynumber then
        add "Each counted quantity must be a number. " to errors.
        move 0 to qtynumber.
    end-if.
    local qtyfloor.
    perform floor in Math using qtynumber giving qtyfloor.
    if qtyfloor not = qtynumber then
        add "Each counted quantity must be a whole number. " to errors.
        move 0 to qtynumber.
    end-if.
    if qtynumber < 0 then
        add "A counted quantity must not be negative. " to errors.
        move 0 to qtynumber.
    end-if.
    add 1 to enteredcount.
end-if.
local entry.
move object to entry.
move Id in linerow to lineid in entry.
move counted to counted in entry.
move qtynumber to quantity in entry.
perform push in entries using entry.

begin-entry section.
copy DBBEGIN.
local entrycount.
move length in entries to entrycount.
subtract 1 from entrycount giving entrylast.
move 0 to entryindex.
perform next-entry.

next-entry section.
if entryindex > entrylast then
    perform mark-counted.
else
    local entry.
    move entries(entryindex) to entry.
    local datavalues.
    move array to datavalues.
    perform push in datavalues using counted in entry.
    perform push in datavalues using quantity in entry.
    perform push in datavalues using lineid in entry.
    perform query in connection using "update StockCountLines set CountedQuantity = if(? = 1, ?, null) where Id = ?" datavalues update-entry-end.
end-if.

update-entry-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
add 1 to entryindex.
perform next-entry.

mark-counted section.
local datavalues.
move array to datavalues.
local countedby.
move username in request to countedby.
perform push in datavalues using countedby.
perform push in datavalues using id.

* the status in the where clause keeps an approval that landed
* while this form was open from being reopened underneath it
perform query in connection using "update StockCounts set Status = 'counted', CountedBy = ?, CountedAt = now() where Id = ? and (Status = 'open' or Status = 'counted')" datavalues mark-counted-end.

mark-counted-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if affectedRows in result = 0 then
    move "conflict" to outcome.
    copy LOG.
    perform rollback in connection using entry-conflict-end.
else
    perform write-audit.
end-if.

entry-conflict-end section using err.
copy DBRELEASE.
perform writeHead in response using 409.
perform write in response using "This count was approved by someone else. Reload and check it.".
perform end in response.
exit program.

write-audit section.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
move "StockCount" to entitytype.
move id to entityid.
move "count" to action.
move Status in countrow to oldname.
move "" to oldaddress.
move "" to oldnotes.
move "counted" to newname.
move "" to newaddress.
move "" to newnotes.
add enteredcount to newnotes.
add " line(s) counted" to newnotes.
local changedby.
move username in request to changedby.
copy AUDIT.

audit-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
perform commit in connection using commit-end.

commit-end section using err.
if err then
    perform rollback-write.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
local location.
move "/stockcount/variance?id=" to location.
add id to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
