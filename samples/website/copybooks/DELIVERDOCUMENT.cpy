* DELIVERDOCUMENT - send one customer document the way the customer
* takes it: by email to the account's billing contact when it has one
* with a usable address, otherwise on paper. Caller copies DOCFIELDS
* in among its top-level locals, fills the document fields it names
* and copies this in once, inline; the program continues in
* delivery-end (using err, result), which it defines. Either way a
* DocumentDeliveries row records how the document went, which is what
* the nightly delivery report (documentDeliveries.cob) tells the post
* room to print from. An address is usable when it looks like one
* and the mail transport has not bounced it; a contact whose address
* bounced is back on paper until someone corrects the address on the
* customer page.
local docvalues.
move array to docvalues.
perform push in docvalues using doccustomer.
perform query in connection using "select Id, Email, (Email like '_%@_%._%' and Email not like '% %' and Email not like '%@%@%') as EmailValid, EmailBouncedAt is not null as EmailBounced from CustomerContacts where CustomerId = ? and IsBillingContact = 1 order by (Email like '_%@_%._%' and Email not like '% %' and Email not like '%@%@%' and EmailBouncedAt is null) desc, Id" docvalues deliver-document-contact.

deliver-document-contact section using err, result.
if err then
    perform delivery-end using err result.
else
    move "print" to docchannel.
    move "" to docrecipient.
    move 0 to doccontact.
    move "" to docmailfile.
    move "no billing contact" to docreason.
    if length in result > 0 then
        local contactrow.
        move result(0) to contactrow.
        move Id in contactrow to doccontact.
        move Email in contactrow to docrecipient.
        if EmailBounced in contactrow then
            move "billing email bounced" to docreason.
        else
            if EmailValid in contactrow then
                move "email" to docchannel.
                move "" to docreason.
            else
                move "billing email not valid" to docreason.
            end-if.
        end-if.
    end-if.
    if docchannel = "email" then
        perform queue-document-mail.
    end-if.
    local deliveryvalues.
    move array to deliveryvalues.
    perform push in deliveryvalues using doccompany.
    perform push in deliveryvalues using doccustomer.
    perform push in deliveryvalues using doctype.
    perform push in deliveryvalues using docfile.
    perform push in deliveryvalues using docchannel.
    perform push in deliveryvalues using docrecipient.
    perform push in deliveryvalues using doccontact.
    perform push in deliveryvalues using docmailfile.
    perform push in deliveryvalues using docreason.
    perform query in connection using "insert DocumentDeliveries set CompanyId = ?, CustomerId = ?, DocumentType = ?, DocumentFile = ?, Channel = ?, Recipient = ?, ContactId = ?, MailFile = ?, Reason = ?, CreatedAt = now()" deliveryvalues delivery-end.
end-if.

* one message per document in mailout/, the same drop the operations
* mail transport already sweeps, with the printable file attached. The
* message is named after the document, so a bounce that comes back
* quoting it finds its way to the right row
queue-document-mail section.
local hasmailout.
perform existsSync in fs using "mailout" giving hasmailout.
local needsmailout.
move 1 to needsmailout.
if hasmailout then
    move 0 to needsmailout.
end-if.
if needsmailout then
    perform mkdirSync in fs using "mailout".
end-if.
local docfilelength.
move length in docfile to docfilelength.
subtract 4 from docfilelength giving docfilelength.
perform substring in docfile using 0 docfilelength giving docmailfile.
add ".eml" to docmailfile.
local mailtext.
move "From: " to mailtext.
add docfrom to mailtext.
add "\nTo: " to mailtext.
add docrecipient to mailtext.
add "\nSubject: " to mailtext.
add docsubject to mailtext.
add "\nMIME-Version: 1.0" to mailtext.
add "\nContent-Type: multipart/mixed; boundary=""=_document_part_=""" to mailtext.
add "\n\n--=_document_part_=\nContent-Type: text/plain; charset=utf-8\n\n" to mailtext.
add "Please find attached: " to mailtext.
add docsubject to mailtext.
add ".\n\nThis was sent to the billing contact on your account. To have your documents posted instead, reply to this message.\n" to mailtext.
add "\n--=_document_part_=\nContent-Type: text/plain; charset=utf-8; name=""" to mailtext.
add docfile to mailtext.
add """\nContent-Disposition: attachment; filename=""" to mailtext.
add docfile to mailtext.
add """\n\n" to mailtext.
add doctext to mailtext.
add "\n--=_document_part_=--\n" to mailtext.
local mailpath.
move "mailout/" to mailpath.
add docmailfile to mailpath.
perform writeFileSync in fs using mailpath mailtext.
