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
local noterow.
local podrow.
local linerows.
local noteid.
local podfound.
local linelast.
local page.
local method.
local outcome.
local companyid.
move "podEntry" to page.
move method in request to method.
move companyid in request to companyid.

* the signed delivery notes come back from the drivers in a stack:
* the clerk keys the note number printed at the top, and either sees
* the proof of delivery already on file or gets the form to record it
move note in query in request to noteid.
if noteid = "" then
    move "" to noteid.
end-if.

move "<h1>Proof of delivery</h1>" to html.
copy HTMLHEAD.
add "<form method=""get"" action=""/pod"">Delivery note: <input type=""text"" name=""note"" size=""8"" value=""" to html.
local escvalue.
perform escape-html using noteid giving escvalue.
add escvalue to html.
add """> <input type=""submit"" value=""Find""></form>" to html.

if noteid = "" then
    perform finish-page.
    exit program.
end-if.

perform fetch-note.

finish-page section.
add "<p><a href=""/order"">Orders</a></p>" to html.
move "ok" to outcome.
copy LOG.
perform write in response using html.
perform end in response.

fetch-note section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using noteid.
perform push in datavalues using companyid.

perform query in connection using "select DeliveryNotes.Id as Id, DeliveryNotes.OrderId as OrderId, DeliveryNotes.DeliveryDay as DeliveryDay, date_format(DeliveryNotes.PrintedAt, '%Y-%m-%d %H:%i') as PrintedAt, orders.Status as Status, customers.Name as CustomerName, suppliers.Name as SupplierName from DeliveryNotes inner join orders on orders.Id = DeliveryNotes.OrderId inner join customers on customers.Id = orders.CustomerId inner join suppliers on suppliers.Id = orders.SupplierId where DeliveryNotes.Id = ? and DeliveryNotes.CompanyId = ?" datavalues fetch-note-end.

fetch-note-end section using err, result.
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
    perform write in response using "No such delivery note.".
    perform end in response.
    exit program.
end-if.
move result(0) to noterow.
perform fetch-pod.

fetch-pod section.
local datavalues.
move array to datavalues.
perform push in datavalues using noteid.

perform query in connection using "select Id, date_format(DeliveredAt, '%Y-%m-%d %H:%i') as DeliveredAt, SignedBy, Notes, RecordedBy, date_format(RecordedAt, '%Y-%m-%d %H:%i') as RecordedAt from ProofOfDelivery where DeliveryNoteId = ?" datavalues fetch-pod-end.

fetch-pod-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move 0 to podfound.
if length in result > 0 then
    move result(0) to podrow.
    move 1 to podfound.
end-if.
perform fetch-lines.

* the note's lines as printed, with whatever exception was recorded
* against each one once the proof of delivery is on file
fetch-lines section.
local datavalues.
move array to datavalues.
perform push in datavalues using noteid.
perform push in datavalues using OrderId in noterow.

perform query in connection using "select OrderItems.Id as Id, OrderItems.Quantity as Quantity, OrderItems.Unit as Unit, SupplierProducts.Code as Code, SupplierProducts.Description as Description, coalesce(PodExceptions.ExceptionType, '') as ExceptionType, coalesce(PodExceptions.Quantity, '') as ExceptionQuantity from OrderItems inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId left join PodExceptions on PodExceptions.OrderItemId = OrderItems.Id and PodExceptions.PodId = (select ProofOfDelivery.Id from ProofOfDelivery where ProofOfDelivery.DeliveryNoteId = ?) where OrderItems.OrderId = ? order by OrderItems.Id" datavalues fetch-lines-end.

fetch-lines-end section using err, result.
copy DBRELEASE.
if err then
    move "error" to outcome.
    copy LOG.
    exit program.
end-if.
move result to linerows.

add "<h2>Delivery note " to html.
add Id in noterow to html.
add "</h2>" to html.
add "<p>Order <a href=""/order/view?id=" to html.
add OrderId in noterow to html.
add """>" to html.
add OrderId in noterow to html.
add "</a> (" to html.
add Status in noterow to html.
add ") for " to html.
local escvalue.
perform escape-html using CustomerName in noterow giving escvalue.
add escvalue to html.
add ", supplier route " to html.
local escvalue.
perform escape-html using SupplierName in noterow giving escvalue.
add escvalue to html.
add ", delivery day " to html.
add DeliveryDay in noterow to html.
add ", printed " to html.
add PrintedAt in noterow to html.
add ".</p>" to html.

local linecount.
move length in linerows to linecount.
subtract 1 from linecount giving linelast.

if podfound = 1 then
    perform show-pod.
else
    perform show-pod-form.
end-if.
perform finish-page.
exit program.

show-pod section.
add "<p>Delivered " to html.
add DeliveredAt in podrow to html.
add ", signed by <strong>" to html.
local escvalue.
perform escape-html using SignedBy in podrow giving escvalue.
add escvalue to html.
add "</strong>. Recorded by " to html.
local escvalue.
perform escape-html using RecordedBy in podrow giving escvalue.
add escvalue to html.
add " on " to html.
add RecordedAt in podrow to html.
add ".</p>" to html.
if Notes in podrow not = "" then
    add "<p>Notes: " to html.
    local escvalue.
    perform escape-html using Notes in podrow giving escvalue.
    add escvalue to html.
    add "</p>" to html.
end-if.
add "<table><tr><th>Code</th><th>Description</th><th>Quantity</th><th>Unit</th><th>Exception</th></tr>" to html.
local i.
perform show-line-row using i varying i from 0 to linelast.
add "</table>" to html.

show-line-row section using i.
local linerow.
move linerows(i) to linerow.
add "<tr><td>" to html.
local escvalue.
perform escape-html using Code in linerow giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Description in linerow giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Quantity in linerow to html.
add "</td><td>" to html.
add Unit in linerow to html.
add "</td><td>" to html.
if ExceptionType in linerow not = "" then
    add ExceptionType in linerow to html.
    add " " to html.
    add ExceptionQuantity in linerow to html.
end-if.
add "</td></tr>" to html.

* delivered time defaults to now when left blank - most notes are
* keyed the afternoon the van comes back. Each line takes an
* optional exception: what the customer refused, found damaged, or
* was short at the door, and how many
show-pod-form section.
add "<form method=""post"" action=""/pod/new"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
add """>" to html.
add "<input type=""hidden"" name=""noteid"" value=""" to html.
add Id in noterow to html.
add """>" to html.
add "<p>Delivered at: <input type=""text"" name=""deliveredat"" size=""16"" placeholder=""YYYY-MM-DD HH:MM""> " to html.
add "Signed by: <input type=""text"" name=""signedby"" size=""30""></p>" to html.
add "<table><tr><th>Code</th><th>Description</th><th>Quantity</th><th>Unit</th><th>Exception</th><th>Qty</th></tr>" to html.
local i.
perform show-form-row using i varying i from 0 to linelast.
add "</table>" to html.
add "<p>Notes: <input type=""text"" name=""notes"" size=""60""></p>" to html.
add "<p><input type=""submit"" value=""Record proof of delivery""></p></form>" to html.

show-form-row section using i.
local linerow.
move linerows(i) to linerow.
add "<tr><td>" to html.
local escvalue.
perform escape-html using Code in linerow giving escvalue.
add escvalue to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using Description in linerow giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add Quantity in linerow to html.
add "</td><td>" to html.
add Unit in linerow to html.
add "</td><td><select name=""exctype" to html.
add Id in linerow to html.
add """><option value="""">delivered</option><option value=""refused"">refused</option><option value=""damaged"">damaged</option><option value=""short"">short at door</option></select></td>" to html.
add "<td><input type=""text"" name=""excqty" to html.
add Id in linerow to html.
add """ size=""5""></td></tr>" to html.

copy ESCAPEHTML.
