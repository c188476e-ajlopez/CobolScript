data division.
linkage section.
01 require.
01 request.
01 response.
procedure division.
local mysql.

perform require using "mysql" giving mysql.
global Math.

local noteid.
local deliveredat.
local signedby.
local notes.

move noteid in body in request to noteid.
if noteid = "" then
    move "" to noteid.
end-if.
move deliveredat in body in request to deliveredat.
if deliveredat = "" then
    move "" to deliveredat.
end-if.
move signedby in body in request to signedby.
if signedby = "" then
    move "" to signedby.
end-if.
move notes in body in request to notes.
if notes = "" then
    move "" to notes.
end-if.

local connection.
local errors.
local page.
local method.
local outcome.
local companyid.
local noterow.
local itemrows.
local exceptions.
local exceptionindex.
local exceptionlast.
local exceptiontext.
local podid.
move "podNew" to page.
move method in request to method.
move companyid in request to companyid.

* the signature is the point of the exercise; delivered time may be
* left blank for now, and is otherwise the YYYY-MM-DD HH:MM the
* driver wrote on the note
move "" to errors.
if noteid = "" then
    add "Delivery note number is required. " to errors.
end-if.
if signedby = "" then
    add "Who signed is required. " to errors.
end-if.
local signedlength.
move length in signedby to signedlength.
if signedlength > 100 then
    add "Who signed must be 100 characters or fewer. " to errors.
end-if.
local noteslength.
move length in notes to noteslength.
if noteslength > 200 then
    add "Notes must be 200 characters or fewer. " to errors.
end-if.
if deliveredat not = "" then
    local deliveredlength.
    move length in deliveredat to deliveredlength.
    if deliveredlength not = 16 then
        add "Delivered at must be YYYY-MM-DD HH:MM. " to errors.
    end-if.
end-if.
if errors not = "" then
    perform reject-pod.
    exit program.
end-if.

perform fetch-note.

reject-pod section.
move "rejected" to outcome.
copy LOG.
perform writeHead in response using 400.
perform write in response using errors.
perform end in response.

fetch-note section.
copy DBCONNECT.

local datavalues.
move array to datavalues.
perform push in datavalues using noteid.
perform push in datavalues using companyid.

perform query in connection using "select DeliveryNotes.Id as Id, DeliveryNotes.OrderId as OrderId, (select count(*) from ProofOfDelivery where ProofOfDelivery.DeliveryNoteId = DeliveryNotes.Id) as PodCount from DeliveryNotes where DeliveryNotes.Id = ? and DeliveryNotes.CompanyId = ?" datavalues fetch-note-end.

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
* one signed copy per note; a second keying of the same paper is
* refused rather than quietly replacing the first
if PodCount in noterow > 0 then
    move "conflict" to outcome.
    copy LOG.
    copy DBRELEASE.
    perform writeHead in response using 409.
    perform write in response using "Proof of delivery is already on file for this delivery note.".
    perform end in response.
    exit program.
end-if.
perform fetch-items.

fetch-items section.
local datavalues.
move array to datavalues.
perform push in datavalues using OrderId in noterow.

perform query in connection using "select OrderItems.Id as Id, OrderItems.Quantity as Quantity, SupplierProducts.Code as Code from OrderItems inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where OrderItems.OrderId = ? order by OrderItems.Id" datavalues fetch-items-end.

fetch-items-end section using err, result.
if err then
    move "error" to outcome.
    copy LOG.
    copy DBRELEASE.
    exit program.
end-if.
move result to itemrows.

move array to exceptions.
move "" to exceptiontext.
local itemcount.
local itemlast.
local i.
move length in itemrows to itemcount.
subtract 1 from itemcount giving itemlast.
perform collect-exception using i varying i from 0 to itemlast.

if errors not = "" then
    copy DBRELEASE.
    perform reject-pod.
    exit program.
end-if.

perform insert-pod.

* each line carries exctype<Id> and excqty<Id>; a blank type means
* the line was delivered as printed. An exception needs a quantity,
* no more than the note carried for that line
collect-exception section using i.
local itemrow.
move itemrows(i) to itemrow.
local bodyobj.
move body in request to bodyobj.
local typekey.
move "exctype" to typekey.
add Id in itemrow to typekey.
local exctype.
move bodyobj(typekey) to exctype.
if exctype = "" then
    move "" to exctype.
end-if.
local qtykey.
move "excqty" to qtykey.
add Id in itemrow to qtykey.
local qtytext.
move bodyobj(qtykey) to qtytext.
if qtytext = "" then
    move "" to qtytext.
end-if.
if exctype = "" then
    if qtytext not = "" then
        add "A line with an exception quantity needs an exception type. " to errors.
    end-if.
else
    if exctype not = "refused" then
        if exctype not = "damaged" then
            if exctype not = "short" then
                add "Exception type must be refused, damaged or short. " to errors.
            end-if.
        end-if.
    end-if.
    local qtynumber.
    multiply qtytext by 1 giving qtynumber.
    if qtytext = "" then
        move 0 to qtynumber.
    end-if.
    if qtynumber not = qtynumber then
        move 0 to qtynumber.
    end-if.
    local qtyfloor.
    perform floor in Math using qtynumber giving qtyfloor.
    if qtyfloor not = qtynumber then
        move 0 to qtynumber.
    end-if.
    if qtynumber < 1 then
        add "Each exception needs a whole quantity of at least 1. " to errors.
    end-if.
    if qtynumber > Quantity in itemrow then
        add "An exception quantity may not exceed the quantity on the note. " to errors.
    end-if.
    local exceptionentry.
    move object to exceptionentry.
    move Id in itemrow to itemid in exceptionentry.
    move exctype to exctype in exceptionentry.
    move qtynumber to quantity in exceptionentry.
    perform push in exceptions using exceptionentry.
    add Code in itemrow to exceptiontext.
    add " " to exceptiontext.
    add exctype to exceptiontext.
    add " " to exceptiontext.
    add qtynumber to exceptiontext.
    add "; " to exceptiontext.
end-if.

insert-pod section.
copy DBBEGIN.

local datavalues.
move array to datavalues.
perform push in datavalues using companyid.
perform push in datavalues using noteid.
perform push in datavalues using OrderId in noterow.
perform push in datavalues using deliveredat.
perform push in datavalues using signedby.
perform push in datavalues using notes.
perform push in datavalues using username in request.

perform query in connection using "insert ProofOfDelivery set CompanyId = ?, DeliveryNoteId = ?, OrderId = ?, DeliveredAt = coalesce(nullif(?, ''), now()), SignedBy = ?, Notes = ?, RecordedBy = ?, RecordedAt = now()" datavalues insert-pod-end.

insert-pod-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
move insertId in result to podid.
local exceptioncount.
move length in exceptions to exceptioncount.
subtract 1 from exceptioncount giving exceptionlast.
move 0 to exceptionindex.
perform next-exception.

next-exception section.
if exceptionindex > exceptionlast then
    perform write-audit.
else
    local exceptionentry.
    move exceptions(exceptionindex) to exceptionentry.
    local datavalues.
    move array to datavalues.
    perform push in datavalues using podid.
    perform push in datavalues using itemid in exceptionentry.
    perform push in datavalues using exctype in exceptionentry.
    perform push in datavalues using quantity in exceptionentry.
    perform query in connection using "insert PodExceptions set PodId = ?, OrderItemId = ?, ExceptionType = ?, Quantity = ?" datavalues insert-exception-end.
end-if.

insert-exception-end section using err, result.
if err then
    perform rollback-write.
    exit program.
end-if.
add 1 to exceptionindex.
perform next-exception.

* recorded against the order, so it shows in the order's history
* beside the approval and delivery
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
move "Order" to entitytype.
move OrderId in noterow to entityid.
move "pod" to action.
move "" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move signedby to newname.
move "delivery note " to newaddress.
add noteid to newaddress.
move "delivered " to newnotes.
if deliveredat = "" then
    add "(now)" to newnotes.
else
    add deliveredat to newnotes.
end-if.
if exceptiontext not = "" then
    add "; exceptions: " to newnotes.
    add exceptiontext to newnotes.
end-if.
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
local headers.
move object to headers.
local location.
move "/pod?note=" to location.
add noteid to location.
move location to headers("Location").
perform writeHead in response using 302 headers.
copy DBRELEASE.
exit program.

copy DBROLLBACK.
