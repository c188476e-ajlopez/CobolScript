* DOCFIELDS - the working fields of one customer or supplier document
* on its way out, for a job to copy in among its own top-level locals
* when it also copies REGISTERDOCUMENT.cpy or DELIVERDOCUMENT.cpy in.
* The caller fills doccompany, doctype (invoice, statement, dunning,
* deliverynote, purchaseorder ...), docnumber, docfile (the file
* already written), docjob (the job that wrote it) and whichever of
* doccustomer (the paying account) and docsupplier the document is
* for, 0 for the other; for delivery, doctext (the file's contents)
* and docsubject too. DELIVERDOCUMENT fills the rest.
local doccompany.
local doccustomer.
local docsupplier.
local doctype.
local docnumber.
local docfile.
local docjob.
local doctext.
local docsubject.
local docchannel.
local docrecipient.
local doccontact.
local docreason.
local docmailfile.
local docfrom.

move 0 to doccustomer.
move 0 to docsupplier.

* the address the customer's documents are sent from, and the one
* their replies come back to
move "accounts@example.com" to docfrom.
