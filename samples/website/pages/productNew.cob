local casesizenumber.
local palletsize.
local palletsizenumber.
local unitweight.
local unitweightnumber.
local unitvolume.
local unitvolumenumber.

* a form posted with a field missing hands over nothing at all; the
* checks need strings to measure, so blank the optional ones first.
if palletsize = "" then
    move 0 to palletsize.
end-if.
move unitweight in body in request to unitweight.
if unitweight = "" then
    move 0 to unitweight.
end-if.
move unitvolume in body in request to unitvolume.
if unitvolume = "" then
    move 0 to unitvolume.
end-if.

local connection.
local errors.
perform push in datavalues using taxcategory.
perform push in datavalues using casesizenumber.
perform push in datavalues using palletsizenumber.
perform push in datavalues using unitweightnumber.
perform push in datavalues using unitvolumenumber.

perform query in connection using "insert SupplierProducts set SupplierId = ?, Code = ?, Description = ?, Unit = ?, Price = ?, TaxCategory = ?, CaseSize = ?, PalletSize = ?, UnitWeight = ?, UnitVolume = ?" datavalues insert-end.

* the audit row reuses AUDIT.cpy's three value slots: product code in
* the name slot, description in the address slot and the price in
