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

* the nightly account of how the customer documents went out. First
* the bounces: the mail transport drops a file in mailbounce/ for each
* message it could not deliver, named after the message it queued
* from mailout/ and holding the reason it was given. Each one marks
* its DocumentDeliveries row bounced and the billing contact's address
* bounced, so that customer's documents go back to paper until the
* address is corrected on the customer page (a bounce for an address
* already changed marks nothing on the contact). Processed files move
* to mailbounce/processed. Then the report, document-deliveries-
* <date>.txt, of the last day's documents: those emailed, those that
* bounced - which the post room now prints and posts - and those that
* went to print in the first place, with the reason each was not
* emailed.
local connection.
local files.
local fileindex.
local filelast.
local currentfile.
local bouncereason.
local matchedcount.
local unmatchedcount.
local deliveryrows.
local emailedtext.
local bouncedtext.
local printtext.
local emailedcount.
local bouncedcount.
local printcount.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to matchedcount.
move 0 to unmatchedcount.
move 0 to emailedcount.
move 0 to bouncedcount.
move 0 to printcount.
move "" to emailedtext.
move "" to bouncedtext.
move "" to printtext.

perform ensure-one-dir using "mailbounce".
perform ensure-one-dir using "mailbounce/processed".
perform readdirSync in fs using "mailbounce" giving files.
local filecount.
move length in files to filecount.
subtract 1 from filecount giving filelast.
move 0 to fileindex.

perform getConnection in pool using connect-end.

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
    perform find-deliveries.
else
    move files(fileindex) to currentfile.
    if currentfile = "processed" then
        perform advance-file.
    else
        perform process-bounce.
    end-if.
end-if.

advance-file section.
add 1 to fileindex.
perform next-file.

* the reason is the first line of the bounce, cut to the column; the
* latest delivery of a message by that name is the one that bounced
process-bounce section.
local filepath.
move "mailbounce/" to filepath.
add currentfile to filepath.
local filetext.
perform readFileSync in fs using filepath "utf8" giving filetext.
local filelines.
perform split in filetext using "\n" giving filelines.
move filelines(0) to bouncereason.
perform trim in bouncereason giving bouncereason.
perform substring in bouncereason using 0 200 giving bouncereason.

local datavalues.
move array to datavalues.
perform push in datavalues using bouncereason.
perform push in datavalues using currentfile.
perform query in connection using "update DocumentDeliveries set BouncedAt = now(), BounceReason = ? where MailFile = ? and Channel = 'email' and BouncedAt is null order by Id desc limit 1" datavalues mark-delivery-end.

mark-delivery-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
if affectedRows in result = 0 then
    add 1 to unmatchedcount.
    local unmatchedline.
    move "documentDeliveries bounce matches no emailed document " to unmatchedline.
    add currentfile to unmatchedline.
    add "\n" to unmatchedline.
    perform appendFileSync in fs using "joblog.log" unmatchedline.
    perform bounce-done.
else
    add 1 to matchedcount.
    perform mark-contact.
end-if.

* only while the contact still has the address that bounced: one
* corrected since the message went is left alone
mark-contact section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentfile.
perform query in connection using "update CustomerContacts inner join DocumentDeliveries on DocumentDeliveries.ContactId = CustomerContacts.Id set CustomerContacts.EmailBouncedAt = coalesce(CustomerContacts.EmailBouncedAt, now()) where DocumentDeliveries.MailFile = ? and DocumentDeliveries.Channel = 'email' and CustomerContacts.Email = DocumentDeliveries.Recipient" datavalues mark-contact-end.

mark-contact-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
perform bounce-done.

bounce-done section.
local srcpath.
move "mailbounce/" to srcpath.
add currentfile to srcpath.
local dstpath.
move "mailbounce/processed/" to dstpath.
add currentfile to dstpath.
perform renameSync in fs using srcpath dstpath.
perform advance-file.

* everything sent in the last day, and everything that bounced in it
* whenever it was sent
find-deliveries section.
local datavalues.
move array to datavalues.
perform query in connection using "select DocumentDeliveries.CompanyId as CompanyId, DocumentDeliveries.DocumentType as DocumentType, DocumentDeliveries.DocumentFile as DocumentFile, DocumentDeliveries.Channel as Channel, DocumentDeliveries.Recipient as Recipient, DocumentDeliveries.Reason as Reason, DocumentDeliveries.BounceReason as BounceReason, coalesce(DocumentDeliveries.BouncedAt > now() - interval 1 day, 0) as BouncedToday, DocumentDeliveries.CreatedAt > now() - interval 1 day as SentToday, customers.Name as CustomerName from DocumentDeliveries inner join customers on customers.Id = DocumentDeliveries.CustomerId where DocumentDeliveries.CreatedAt > now() - interval 1 day or DocumentDeliveries.BouncedAt > now() - interval 1 day order by DocumentDeliveries.CompanyId, DocumentDeliveries.DocumentFile" datavalues find-deliveries-end.

find-deliveries-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to deliveryrows.
local deliverycount.
local deliverylast.
move length in deliveryrows to deliverycount.
subtract 1 from deliverycount giving deliverylast.
if deliverycount > 0 then
    local i.
    perform add-report-line using i varying i from 0 to deliverylast.
end-if.
perform write-report.

* a document that bounced is listed with the bounces only: the copy
* the customer did not get is the one that matters now
add-report-line section using i.
local row.
move deliveryrows(i) to row.
local reportline.
move "  company " to reportline.
add CompanyId in row to reportline.
add "  " to reportline.
add DocumentFile in row to reportline.
add "  " to reportline.
add CustomerName in row to reportline.
if BouncedToday in row then
    add "  " to reportline.
    add Recipient in row to reportline.
    add ": " to reportline.
    add BounceReason in row to reportline.
    add "\n" to reportline.
    add reportline to bouncedtext.
    add 1 to bouncedcount.
else
    if SentToday in row then
        if Channel in row = "email" then
            add "  to " to reportline.
            add Recipient in row to reportline.
            add "\n" to reportline.
            add reportline to emailedtext.
            add 1 to emailedcount.
        else
            add "  (" to reportline.
            add Reason in row to reportline.
            add ")\n" to reportline.
            add reportline to printtext.
            add 1 to printcount.
        end-if.
    end-if.
end-if.

write-report section.
if emailedtext = "" then
    move "  (none)\n" to emailedtext.
end-if.
if bouncedtext = "" then
    move "  (none)\n" to bouncedtext.
end-if.
if printtext = "" then
    move "  (none)\n" to printtext.
end-if.
local reporttext.
move "Document deliveries " to reporttext.
add runstamp to reporttext.
add "\n\nEmailed: " to reporttext.
add emailedcount to reporttext.
add "\n" to reporttext.
add emailedtext to reporttext.
add "\nBounced - print and post: " to reporttext.
add bouncedcount to reporttext.
add "\n" to reporttext.
add bouncedtext to reporttext.
add "\nTo print and post: " to reporttext.
add printcount to reporttext.
add "\n" to reporttext.
add printtext to reporttext.
local reportfile.
move "document-deliveries-" to reportfile.
add runstamp to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.
perform finish-run.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "documentDeliveries emailed " to summaryline.
add emailedcount to summaryline.
add " bounced " to summaryline.
add bouncedcount to summaryline.
add " printed " to summaryline.
add printcount to summaryline.
add " unmatched bounces " to summaryline.
add unmatchedcount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
