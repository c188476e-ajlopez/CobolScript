local casesizenumber.
local palletsize.
local palletsizenumber.
local unitweight.
local unitweightnumber.
local unitvolume.
local unitvolumenumber.

move id in body in request to id.
move supplierid in body in request to supplierid.
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
perform push in datavalues using id.

perform query in connection using "update SupplierProducts set Code = ?, Description = ?, Unit = ?, Price = ?, TaxCategory = ?, CaseSize = ?, PalletSize = ?, UnitWeight = ?, UnitVolume = ? where Id = ?" datavalues update-end.

update-end section using err, result.
if err then
