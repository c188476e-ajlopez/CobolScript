* DOCUMENTLIST - the render-documents section, for the customer and
* supplier pages to copy in at the bottom beside ESCAPEHTML.cpy. Adds
* a Documents list to html from documentrows - the latest hundred
* entries of the document index for the account (Id, DocumentType,
* DocumentNumber, DocumentDate, ProducedBy, Removed, Reprints) -
* each with a link for a fresh copy (documentReprint.cob), or saying
* the file has gone under the retention rule.
render-documents section.
add "<h2>Documents</h2>" to html.
local documentcount.
local documentlast.
move length in documentrows to documentcount.
subtract 1 from documentcount giving documentlast.
if documentcount = 0 then
    add "<p>No documents on file.</p>" to html.
else
    add "<table><tr><th>Date</th><th>Document</th><th>Number</th><th>Produced by</th><th>Reprints</th><th></th></tr>" to html.
    local d.
    perform add-document-row using d varying d from 0 to documentlast.
    add "</table>" to html.
end-if.

add-document-row section using d.
local documentrow.
move documentrows(d) to documentrow.
add "<tr><td>" to html.
add DocumentDate in documentrow to html.
add "</td><td>" to html.
add DocumentType in documentrow to html.
add "</td><td>" to html.
local escvalue.
perform escape-html using DocumentNumber in documentrow giving escvalue.
add escvalue to html.
add "</td><td>" to html.
add ProducedBy in documentrow to html.
add "</td><td>" to html.
add Reprints in documentrow to html.
add "</td><td>" to html.
if Removed in documentrow then
    add "removed under the retention rule" to html.
else
    add "<a href=""/document/reprint?id=" to html.
    add Id in documentrow to html.
    add """>Reprint</a>" to html.
end-if.
add "</td></tr>" to html.
