local address.
local notes.
local errors.
local postalerror.
move "customerImport" to page.
move method in request to method.
move companyid in request to companyid.
            perform import-next-line.
        else
            perform format-import-address.
            perform check-import-postal.
        end-if.
    end-if.
end-if.
format-import-address section.
copy FORMATADDRESS.

* a line whose address the postal reference refuses is skipped, the
* same as one that fails the field checks
check-import-postal section.
copy CHECKPOSTAL.

after-postal-check section.
if postalerror not = "" then
    add 1 to lineindex.
    perform import-next-line.
else
    perform insert-import-line.
end-if.

insert-import-line section.
local datavalues.
move array to datavalues.
perform push in datavalues using name.
perform push in datavalues using address.
perform push in datavalues using street.
perform push in datavalues using city.
perform push in datavalues using region.
perform push in datavalues using postalcode.
perform push in datavalues using country.
perform push in datavalues using notes.
perform push in datavalues using companyid.

perform query in connection using "insert customers set Name = ?, Address = ?, Street = ?, City = ?, Region = ?, PostalCode = ?, Country = ?, Notes = ?, CompanyId = ?" datavalues import-insert-end.

import-insert-end section using err, result.
if err then
    perform rollback-write.
