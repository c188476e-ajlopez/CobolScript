* VALIDATEPRODUCT - shared field checks for the SupplierProducts
* table. Caller sets code, description, unit, price, taxcategory,
* casesize, palletsize, unitweight, unitvolume first; this sets
* errors to the problems found (empty string if none) and leaves the
* numeric form of the price in pricenumber for the insert/update.
* Length limits mirror the column sizes (Code varchar(20),
if palletsizenumber < 0 then
    add "Pallet size must not be negative. " to errors.
end-if.
* weight in kilograms and volume in cubic metres of one base unit,
* what the load plan adds up against a vehicle's capacity; zero means
* not yet measured. The numeric forms land in unitweightnumber and
* unitvolumenumber.
multiply unitweight by 1 giving unitweightnumber.
if unitweightnumber not = unitweightnumber then
    add "Unit weight must be a number. " to errors.
    move 0 to unitweightnumber.
end-if.
if unitweightnumber < 0 then
    add "Unit weight must not be negative. " to errors.
end-if.
multiply unitvolume by 1 giving unitvolumenumber.
if unitvolumenumber not = unitvolumenumber then
    add "Unit volume must be a number. " to errors.
    move 0 to unitvolumenumber.
end-if.
if unitvolumenumber < 0 then
    add "Unit volume must not be negative. " to errors.
end-if.
* the price arrives as form text; one multiply coerces it, and a
* value that was not a number at all comes out as the one value that
* does not equal itself
