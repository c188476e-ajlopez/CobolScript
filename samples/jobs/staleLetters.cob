* - active customers whose address nobody has confirmed in over a
* year - run for every company and written out as a letter-merge
* file, one per company per night, so the mailing goes out without
* anyone remembering to open the page and retype it. Each customer on
* the file gets an entry in the document index pointing at it, so the
* letter shows among that customer's documents.
local connection.
local companies.
local companyindex.
local currentcompany.
local stalerows.
local lettertext.
local letterfile.
local failerror.
local runstamp.

end-if.
move result to stalerows.
perform write-letter-file.
perform register-letters.

* the same selection the file was just written from, so the customers
* entered are the customers on the file
register-letters section.
local datavalues.
move array to datavalues.
perform push in datavalues using runstamp.
perform push in datavalues using letterfile.
perform push in datavalues using currentcompany.
perform query in connection using "insert into Documents (CompanyId, DocumentType, DocumentNumber, CustomerId, SupplierId, DocumentDate, ProducedBy, FilePath, CreatedAt) select customers.CompanyId, 'staleletter', ?, customers.Id, 0, curdate(), 'staleLetters', ?, now() from customers inner join companies on companies.Id = customers.CompanyId where customers.IsDeleted = 0 and customers.CompanyId = ? and customers.UpdatedAt < now() - interval companies.StaleCutoffDays day on duplicate key update DocumentDate = values(DocumentDate), CreatedAt = values(CreatedAt), RemovedAt = null" datavalues register-letters-end.

register-letters-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
add 1 to companyindex.
perform next-company.

subtract 1 from stalecount giving stalelast.
perform add-letter-line using i varying i from 0 to stalelast.

move "staleletters-" to letterfile.
add currentcompany to letterfile.
add "-" to letterfile.
