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
local requestrows.
local page.
local method.
local outcome.
local companyid.
local search.
local searchpattern.
move "privacyList" to page.
move method in request to method.
move companyid in request to companyid.

* the administrator's desk for a data-subject request: find the
* contact person by name, email or phone, then export what is held
* about them or erase it (privacyExport.cob, privacyErase.cob). Below
* the search sits the compliance file of past requests
move q in query in request to search.
if search = "" then
    move "" to search.
end-if.
perform trim in search giving search.
move "%" to searchpattern.
add search to searchpattern.
add "%" to searchpattern.

perform find-contacts.

find-contacts section.
copy DBCONNECT.
if search = "" then
    move array to rows.
    perform list-requests.
else
    local datavalues.
    move array to datavalues.
    perform push in datavalues using companyid.
    perform push in datavalues using searchpattern.
    perform push in datavalues using searchpattern.
    perform push in datavalues using searchpattern.
    perform query in connection using "select CustomerContacts.Id as Id, CustomerContacts.Name as Name, CustomerContacts.Phone as Phone, CustomerContacts.Email as Email, CustomerContacts.ContactRole as ContactRole, customers.Id as CustomerId, customers.Name as CustomerName from CustomerContacts inner join customers on customers.Id = CustomerContacts.CustomerId where customers.CompanyId = ? and (CustomerContacts.Name like ? or CustomerContacts.Email like ? or CustomerContacts.Phone like ?) order by CustomerContacts.Name, customers.Name limit 100" datavalues find-contacts-end.
end-if.

find-contacts-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to rows.
perform list-requests.

list-requests section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform query in connection using "select Id, RequestType, ContactId, CustomerId, Reference, Outcome, Detail, RequestedBy, date_format(RequestedAt, '%Y-%m-%d %H:%i') as RequestedAt from PrivacyRequests where CompanyId = ? order by Id desc limit 100" datavalues list-requests-end.

list-requests-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to requestrows.

move "<h1>Personal data requests</h1>" to html.
copy HTMLHEAD.
add "<p>Find the contact person the request is about. Export downloads everything held about them: the contact record, and the audit history (current and archived), notes and service cases of their own customer, document deliveries and queued webhooks that mention or concern them. Erase removes the contact and replaces their name, phone and email with [erased] in all of those places; orders, invoices and other business records are kept. Both need the reference of the request, for the compliance file below.</p>" to html.
add "<form method=""get"" action=""/privacy""><input type=""text"" name=""q"" placeholder=""Name, email or phone"" value=""" to html.
local escvalue.
perform escape-html using search giving escvalue.
add escvalue to html.
add """> <input type=""submit"" value=""Find""></form>" to html.

local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.
if search not = "" then
    add "<table><tr><th>Contact</th><th>Customer</th><th>Phone</th><th>Email</th><th>Role</th><th></th></tr>" to html.
    perform show-contact-row using i varying i from 0 to last.
    add "</table>" to html.
    if count = 0 then
        add "<p>No contact matches.</p>" to html.
    end-if.
end-if.

add "<h2>Compliance file</h2>" to html.
add "<table><tr><th>Id</th><th>When</th><th>Type</th><th>Contact</th><th>Customer</th><th>Reference</th><th>Outcome</th><th>Detail</th><th>By</th></tr>" to html.
local requestcount.
local requestlast.
local r.
move length in requestrows to requestcount.
subtract 1 from requestcount giving requestlast.
perform show-request-row using r varying r from 0 to requestlast.
add "</table>" to html.
if requestcount = 0 then
    add "<p>No requests on file.</p>" to html.
end-if.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-contact-row section using i.
local row.
move rows(i) to row.
add "<tr><td>" to html.
local escvalue.
perform escape-html using Name in row giving escvalue.
add escvalue to html.
add "</td><td><a href=""/customer/view?id=" to html.
add CustomerId in row to html.
add """>" to html.
local escvalue.
perform escape-html using CustomerName in row giving escvalue.
add escvalue to html.
add "</a></td><td>" to html.
local escvalue.
perform escape-html using Phone in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Email in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using ContactRole in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add "<form method=""post"" action=""/privacy/export"" style=""display:inline"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""contactid"" value=""" to html.
add Id in row to html.
add """><input type=""text"" name=""reference"" size=""12"" placeholder=""Reference"">" to html.
add " <input type=""submit"" value=""Export""></form> " to html.
add "<form method=""post"" action=""/privacy/erase"" style=""display:inline"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""contactid"" value=""" to html.
add Id in row to html.
add """><input type=""text"" name=""reference"" size=""12"" placeholder=""Reference"">" to html.
add " <label><input type=""checkbox"" name=""confirm"" value=""1""> cannot be undone</label>" to html.
add " <input type=""submit"" value=""Erase""></form>" to html.
add "</td></tr>" to html.

show-request-row section using r.
local row.
move requestrows(r) to row.
add "<tr><td>" to html.
add Id in row to html.
add "</td><td>" to html.
add RequestedAt in row to html.
add "</td><td>" to html.
add RequestType in row to html.
add "</td><td>" to html.
add ContactId in row to html.
add "</td><td>" to html.
add CustomerId in row to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Reference in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Outcome in row to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Detail in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using RequestedBy in row giving escvalue.
add escvalue to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
