data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local rawlines.
local supplierid.
local month.
local amount.

* the budgets come either pasted from the year's spreadsheet, one
* "supplier id,YYYY-MM,amount" per line, or as the one budget the
* entry form on /budget sets; the form's fields are read as a single
* line of the same layout, so both go through the same checks
move lines in body in request to rawlines.
if rawlines = "" then
    move "" to rawlines.
end-if.
move supplierid in body in request to supplierid.
if supplierid = "" then
    move "" to supplierid.
end-if.
move month in body in request to month.
if month = "" then
    move "" to month.
end-if.
move amount in body in request to amount.
if amount = "" then
    move "" to amount.
end-if.
if rawlines = "" then
    move supplierid to rawlines.
    add "," to rawlines.
    add month to rawlines.
    add "," to rawlines.
    add amount to rawlines.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local records.
local supplierrows.
local budgetrows.
local record.
local recordindex.
local recordlast.
move "budgetSave" to page.
move method in request to method.
move companyid in request to companyid.

move "" to errors.
move array to records.
local lines.
perform split in rawlines using "\n" giving lines.
local linecount.
local linelast.
move length in lines to linecount.
subtract 1 from linecount giving linelast.
local li.
perform parse-budget-line using li varying li from 0 to linelast.

local recordcount.
move length in records to recordcount.
if recordcount = 0 then
    add "No budgets given. " to errors.
end-if.
if errors not = "" then
    perform reject-budgets.
    exit program.
end-if.
subtract 1 from recordcount giving recordlast.

perform list-suppliers.

reject-budgets section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

* a line is supplier id, month and amount, in that order. A blank
* amount takes the month's budget away; blank lines are passed over.
* Every line is checked before any is saved, and one bad line turns
* the whole paste back with its line number, so a budget is never
* left half loaded
parse-budget-line section using li.
local line.
move lines(li) to line.
perform trim in line giving line.
if line not = "" then
    local lineno.
    add 1 to li giving lineno.
    local fields.
    perform split in line using "," giving fields.
    local fieldcount.
    move length in fields to fieldcount.
    if fieldcount not = 3 then
        add "Line " to errors.
        add lineno to errors.
        add ": expected supplier id, month and amount. " to errors.
    else
        perform parse-budget-fields using fields lineno.
    end-if.
end-if.

parse-budget-fields section using fields, lineno.
local lineerrors.
move "" to lineerrors.
local idtext.
move fields(0) to idtext.
perform trim in idtext giving idtext.
local idnumber.
multiply idtext by 1 giving idnumber.
if idtext = "" then
    add "the supplier id is missing. " to lineerrors.
else
    if idnumber not = idnumber then
        add "the supplier id must be a number. " to lineerrors.
    end-if.
end-if.
local monthtext.
move fields(1) to monthtext.
perform trim in monthtext giving monthtext.
local monthok.
perform check-month using monthtext giving monthok.
if monthok = 0 then
    add "the month must be YYYY-MM. " to lineerrors.
end-if.
local amounttext.
move fields(2) to amounttext.
perform trim in amounttext giving amounttext.
local amountnumber.
move 0 to amountnumber.
local removes.
move 1 to removes.
if amounttext not = "" then
    move 0 to removes.
    multiply amounttext by 1 giving amountnumber.
    if amountnumber not = amountnumber then
        add "the amount must be a number. " to lineerrors.
        move 0 to amountnumber.
    end-if.
    if amountnumber < 0 then
        add "the amount must not be negative. " to lineerrors.
    end-if.
end-if.
if lineerrors not = "" then
    add "Line " to errors.
    add lineno to errors.
    add ": " to errors.
    add lineerrors to errors.
else
    local budget.
    move object to budget.
    move idnumber to supplierid in budget.
    move monthtext to month in budget.
    move amountnumber to amount in budget.
    move removes to removes in budget.
    move lineno to lineno in budget.
    move "" to suppliername in budget.
    move "" to oldamount in budget.
    perform push in records using budget.
end-if.

* four digits, a dash, and a month from 01 to 12
check-month section using monthtext.
local monthok.
move 1 to monthok.
local monthlength.
move length in monthtext to monthlength.
if monthlength not = 7 then
    move 0 to monthok.
else
    local yeartext.
    perform substring in monthtext using 0 4 giving yeartext.
    local yearnumber.
    multiply yeartext by 1 giving yearnumber.
    if yearnumber not = yearnumber then
        move 0 to monthok.
    end-if.
    local dash.
    perform substring in monthtext using 4 5 giving dash.
    if dash not = "-" then
        move 0 to monthok.
    end-if.
    local monthpart.
    perform substring in monthtext using 5 7 giving monthpart.
    local monthnumber.
    multiply monthpart by 1 giving monthnumber.
    if monthnumber not = monthnumber then
        move 0 to monthok.
        move 0 to monthnumber.
    end-if.
    if monthnumber < 1 then
        move 0 to monthok.
    end-if.
    if monthnumber > 12 then
        move 0 to monthok.
    end-if.
end-if.
return monthok.

* every supplier named must be this company's; the budgets already
* held come back with them so the audit rows show what was replaced
list-suppliers section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select Id, Name from suppliers where CompanyId = ? order by Id" datavalues list-suppliers-end.

list-suppliers-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to supplierrows.
perform list-budgets.

list-budgets section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select SupplierId, date_format(BudgetMonth, '%Y-%m') as BudgetMonth, Amount from SalesBudgets where CompanyId = ?" datavalues list-budgets-end.

list-budgets-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to budgetrows.

local r.
perform match-record using r varying r from 0 to recordlast.
if errors not = "" then
    copy DBRELEASE.
    perform reject-budgets.
    exit program.
end-if.

copy DBBEGIN.
move 0 to recordindex.
perform save-next-record.

match-record section using r.
move records(r) to record.
local suppliercount.
local supplierlast.
local s.
move length in supplierrows to suppliercount.
subtract 1 from suppliercount giving supplierlast.
perform match-supplier using s varying s from 0 to supplierlast.
if suppliername in record = "" then
    add "Line " to errors.
    add lineno in record to errors.
    add ": no such supplier. " to errors.
end-if.
local budgetcount.
local budgetlast.
local b.
move length in budgetrows to budgetcount.
subtract 1 from budgetcount giving budgetlast.
perform match-budget using b varying b from 0 to budgetlast.

match-supplier section using s.
local row.
move supplierrows(s) to row.
if Id in row = supplierid in record then
    move Name in row to suppliername in record.
end-if.

match-budget section using b.
local row.
move budgetrows(b) to row.
if SupplierId in row = supplierid in record then
    if BudgetMonth in row = month in record then
        move Amount in row to oldamount in record.
    end-if.
end-if.

* one budget at a time: the month's row goes and the new amount, if
* there is one, goes in, all in the one transaction
save-next-record section.
if recordindex > recordlast then
    perform commit in connection using commit-end.
else
    move records(recordindex) to record.
    perform clear-budget.
end-if.

clear-budget section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using supplierid in record.
perform push in datavalues using month in record.

perform query in connection using "delete from SalesBudgets where CompanyId = ? and SupplierId = ? and BudgetMonth = str_to_date(concat(?, '-01'), '%Y-%m-%d')" datavalues clear-budget-end.

clear-budget-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
if removes in record then
    perform write-budget-audit.
else
    perform insert-budget.
end-if.

insert-budget section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using supplierid in record.
perform push in datavalues using month in record.
perform push in datavalues using amount in record.
local updatedby.
move username in request to updatedby.
perform push in datavalues using updatedby.

perform query in connection using "insert SalesBudgets set CompanyId = ?, SupplierId = ?, BudgetMonth = str_to_date(concat(?, '-01'), '%Y-%m-%d'), Amount = ?, UpdatedBy = ?, UpdatedAt = now()" datavalues insert-budget-end.

insert-budget-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
perform write-budget-audit.

* audit mapping for budgets: the supplier is the entity, the month
* rides in the address slot and the amount in the notes slot, blank
* when there is none
write-budget-audit section.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
move "Supplier" to entitytype.
move supplierid in record to entityid.
move "budget" to action.
move suppliername in record to oldname.
move month in record to oldaddress.
move "" to oldnotes.
add oldamount in record to oldnotes.
move suppliername in record to newname.
move month in record to newaddress.
move "" to newnotes.
if removes in record = 0 then
    add amount in record to newnotes.
end-if.
local changedby.
move username in request to changedby.
copy AUDIT.

audit-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
add 1 to recordindex.
perform save-next-record.

commit-end section using err.
if err then
    perform rollback-write.
    exit program.
end-if.
move "ok" to outcome.
copy LOG.
move records(0) to record.
local location.
move "/budget?month=" to location.
add month in record to location.
local headers.
move object to headers.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
