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
local page.
local method.
local outcome.
local companyid.
move "holidayList" to page.
move method in request to method.
move companyid in request to companyid.

perform list-holidays.

* the company's public holidays, from thirty days back on; the
* overnight delivery jobs skip or move each link's delivery off these
* days by the link's holiday rule, set on the customer page
list-holidays section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select Id, date_format(HolidayDate, '%Y-%m-%d') as HolidayDate, date_format(HolidayDate, '%a') as DayName, Name from Holidays where CompanyId = ? and HolidayDate >= curdate() - interval 30 day order by HolidayDate" datavalues list-end.

list-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to rows.

move "<h1>Public holidays</h1>" to html.
copy HTMLHEAD.
add "<p>No deliveries are made on these days. A customer-supplier link whose delivery falls on one either skips it or has it moved to the next working day (Monday to Friday, not a holiday), as set on the link. An overnight job calendar ending in ;noholidays also sits these days out.</p>" to html.
add "<table><tr><th>Date</th><th>Day</th><th>Holiday</th><th></th></tr>" to html.

local count.
local last.
local i.
move length in rows to count.
subtract 1 from count giving last.

perform show-holiday-row using i varying i from 0 to last.

add "</table>" to html.
if count = 0 then
    add "<p>No holidays on the calendar.</p>" to html.
end-if.

add "<h2>Add holiday</h2>" to html.
add "<form method=""post"" action=""/holiday/new"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<p>Date (YYYY-MM-DD): <input type=""text"" name=""holidaydate"" size=""10""> " to html.
add "Name: <input type=""text"" name=""name"" size=""30""> " to html.
add "<input type=""submit"" value=""Add holiday""></p>" to html.
add "</form>" to html.
add "<p><a href=""/customer"">Customers</a> <a href=""/supplier"">Suppliers</a></p>" to html.

move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.
exit program.

show-holiday-row section using i.
local row.
move rows(i) to row.
add "<tr><td>" to html.
add HolidayDate in row to html.
add "</td><td>" to html.
add DayName in row to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Name in row giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add "<form method=""post"" action=""/holiday/delete"" style=""display:inline"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""id"" value=""" to html.
add Id in row to html.
add """>" to html.
add "<input type=""submit"" value=""Remove""></form>" to html.
add "</td></tr>" to html.

copy ESCAPEHTML.
