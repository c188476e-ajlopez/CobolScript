* REGISTERDOCUMENT - enter one document file in the Documents index,
* the list the customer and supplier pages offer copies from. Caller
* copies DOCFIELDS in among its top-level locals, fills the fields it
* names once the file is written, and copies this in once, inline;
* the program continues in register-end (using err, result), which it
* defines. A file written again under the same name - a rerun -
* refreshes its row rather than adding a second.
local registervalues.
move array to registervalues.
perform push in registervalues using doccompany.
perform push in registervalues using doctype.
perform push in registervalues using docnumber.
perform push in registervalues using doccustomer.
perform push in registervalues using docsupplier.
perform push in registervalues using docjob.
perform push in registervalues using docfile.
perform query in connection using "insert Documents set CompanyId = ?, DocumentType = ?, DocumentNumber = ?, CustomerId = ?, SupplierId = ?, DocumentDate = curdate(), ProducedBy = ?, FilePath = ?, CreatedAt = now() on duplicate key update DocumentNumber = values(DocumentNumber), DocumentDate = values(DocumentDate), ProducedBy = values(ProducedBy), CreatedAt = values(CreatedAt), RemovedAt = null" registervalues register-end.
