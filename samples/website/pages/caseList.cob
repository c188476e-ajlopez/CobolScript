data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.

local connection.
local html.
local rows.
local userrows.
local casecategories.
local page.
local method.
local outcome.
local companyid.
local ownerfilter.
local customerid.
local filtersql.
local rowowner.
local categorylabel.
local rowcategory.
move "caseList" to page.
move method in request to method.
move companyid in request to companyid.

copy CASECATEGORIES.

* two views of the one list. With a customer it is that customer's
* cases, resolved ones included, for whoever is on the phone to them.
* Without, it is a work queue of unresolved cases, soonest target
* first: the caller's own unless another owner, or all, is picked
move customerid in query in request to customerid.
if customerid = "" then
    move "" to customerid.
end-if.
move owner in query in request to ownerfilter.
if ownerfilter = "" then
    move username in request to ownerfilter.
end-if.

move " from ServiceCases inner join customers on customers.Id = ServiceCases.CustomerId left join suppliers on suppliers.Id = ServiceCases.SupplierId left join invoices on invoices.Id = ServiceCases.InvoiceId left join CreditNotes on CreditNotes.Id = ServiceCases.CreditNoteId where ServiceCases.CompanyId = ?" to filtersql.
if customerid not = "" then
    add " and ServiceCases.CustomerId = ?" to filtersql.
else
    add " and ServiceCases.Status <> 'resolved'" to filtersql.
    if ownerfilter not = "all" then
        add " and ServiceCases.Owner = ?" to filtersql.
    end-if.
end-if.

perform list-cases.

list-cases section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
if customerid not = "" then
    perform push in datavalues using customerid.
else
    if ownerfilter not = "all" then
        perform push in datavalues using ownerfilter.
    end-if.
end-if.
local sql.
move "select ServiceCases.Id as Id, ServiceCases.CustomerId as CustomerId, customers.Name as CustomerName, coalesce(suppliers.Name, '') as SupplierName, ServiceCases.Category as Category, ServiceCases.Summary as Summary, ServiceCases.OrderId as OrderId, ServiceCases.InvoiceId as InvoiceId, coalesce(invoices.InvoiceNumber, '') as InvoiceNumber, ServiceCases.ReturnId as ReturnId, coalesce(CreditNotes.CreditNumber, '') as CreditNumber, coalesce(CreditNotes.Total, 0) as CreditTotal, ServiceCases.Owner as Owner, ServiceCases.Status as Status, ServiceCases.Resolution as Resolution, date_format(ServiceCases.CreatedAt, '%Y-%m-%d') as Opened, date_format(ServiceCases.TargetDate, '%Y-%m-%d') as TargetDate, ServiceCases.Status <> 'resolved' and ServiceCases.TargetDate < curdate() as Overdue, datediff(coalesce(ServiceCases.ResolvedAt, now()), ServiceCases.CreatedAt) as AgeDays" to sql.
add filtersql to sql.
add " order by ServiceCases.Status = 'resolved', ServiceCases.TargetDate, ServiceCases.Id limit 500" to sql.
perform query in connection using sql datavalues list-end.

list-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to rows.
perform list-users.

* the owner pickers offer the company's active staff; a case whose
* owner has since left still shows them until it is handed on
list-users section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform query in connection using "select Username from users where CompanyId = ? and IsActive = 1 and CustomerId is null order by Username" datavalues list-users-end.

list-users-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to userrows.

local usercount.
local userlast.
local u.
move length in userrows to usercount.
subtract 1 from usercount giving userlast.

if customerid not = "" then
    move "<h1>Service cases for one customer</h1>" to html.
else
    move "<h1>Open service cases</h1>" to html.
end-if.
copy HTMLHEAD.
add "<p>Cases are opened from the customer's page. Each category has its own target for resolution; a case past its target is marked overdue until it is resolved. A case that ends in a return or credit note should name it, so the weekly case report can count what complaints cost.</p>" to html.

add "<form method=""get"" action=""/case"">Owner: <select name=""owner"">" to html.
move ownerfilter to rowowner.
add "<option value=""all""" to html.
if ownerfilter = "all" then
    add " selected" to html.
end-if.
add ">everyone</option>" to html.
perform add-owner-option using u varying u from 0 to userlast.
add "</select> <input type=""submit"" value=""Show queue""></form>" to html.

add "<table><tr><th>Id</th><th>Opened</th><th>Customer</th><th>Category</th><th>Summary</th><th>Supplier</th><th>Linked to</th><th>Owner</th><th>Target</th><th>Age (days)</th><th>Status</th><th></th></tr>" to html.

local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.
perform show-case-row using i varying i from 0 to last.

add "</table>" to html.
if count = 0 then
    add "<p>No cases.</p>" to html.
end-if.
add "<p><a href=""/customer"">Customers</a> <a href=""/return"">Returns</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

add-owner-option section using u.
local userrow.
move userrows(u) to userrow.
local escvalue.
perform escape-html using Username in userrow giving escvalue.
add "<option value=""" to html.
add escvalue to html.
add """" to html.
if Username in userrow = rowowner then
    add " selected" to html.
end-if.
add ">" to html.
add escvalue to html.
add "</option>" to html.

find-category-label section using k.
local categoryrow.
move casecategories(k) to categoryrow.
if code in categoryrow = rowcategory then
    move label in categoryrow to categorylabel.
end-if.

show-case-row section using i.
local row.
move rows(i) to row.
add "<tr><td>" to html.
add Id in row to html.
add "</td><td>" to html.
add Opened in row to html.
add "</td><td><a href=""/customer/view?id=" to html.
add CustomerId in row to html.
add """>" to html.
local escvalue.
perform escape-html using CustomerName in row giving escvalue.
add escvalue to html.
add "</a></td><td>" to html.
move Category in row to rowcategory.
move Category in row to categorylabel.
local categorycount.
local categorylast.
local k.
move length in casecategories to categorycount.
subtract 1 from categorycount giving categorylast.
perform find-category-label using k varying k from 0 to categorylast.
add categorylabel to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Summary in row giving escvalue.
add escvalue to html.
if Resolution in row not = "" then
    add "<br>Resolution: " to html.
    local escvalue.
    perform escape-html using Resolution in row giving escvalue.
    add escvalue to html.
end-if.
add "</td><td>" to html.
local escvalue.
perform escape-html using SupplierName in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
if OrderId in row not = 0 then
    add "order <a href=""/order/view?id=" to html.
    add OrderId in row to html.
    add """>" to html.
    add OrderId in row to html.
    add "</a> " to html.
end-if.
if InvoiceId in row not = 0 then
    add "invoice <a href=""/invoice/view?id=" to html.
    add InvoiceId in row to html.
    add """>" to html.
    add InvoiceNumber in row to html.
    add "</a> " to html.
end-if.
if ReturnId in row not = 0 then
    add "return " to html.
    add ReturnId in row to html.
    add " " to html.
end-if.
if CreditNumber in row not = "" then
    add "credit note " to html.
    add CreditNumber in row to html.
    add " (" to html.
    add CreditTotal in row to html.
    add ")" to html.
end-if.
add "</td><td>" to html.
local escvalue.
perform escape-html using Owner in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add TargetDate in row to html.
if Overdue in row then
    add " <strong>overdue</strong>" to html.
end-if.
add "</td><td>" to html.
add AgeDays in row to html.
add "</td><td>" to html.
add Status in row to html.
add "</td><td>" to html.
add "<form method=""post"" action=""/case/update"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """>" to html.
add "<select name=""status"">" to html.
perform add-status-option using row "open".
perform add-status-option using row "waiting".
perform add-status-option using row "resolved".
* blank keeps the owner the case has, who may have left since
add "</select> <select name=""owner""><option value="""">keep owner</option>" to html.
move "" to rowowner.
local usercount.
local userlast.
local u.
move length in userrows to usercount.
subtract 1 from usercount giving userlast.
perform add-owner-option using u varying u from 0 to userlast.
add "</select> <input type=""text"" name=""resolution"" size=""30"" placeholder=""Resolution"">" to html.
add " <input type=""text"" name=""returnid"" size=""6"" placeholder=""Return Id"">" to html.
add " <input type=""text"" name=""creditnumber"" size=""6"" placeholder=""Credit no."">" to html.
add " <input type=""submit"" value=""Update""></form>" to html.
add "</td></tr>" to html.

add-status-option section using row, optionvalue.
add "<option value=""" to html.
add optionvalue to html.
add """" to html.
if Status in row = optionvalue then
    add " selected" to html.
end-if.
add ">" to html.
add optionvalue to html.
add "</option>" to html.

copy ESCAPEHTML.
