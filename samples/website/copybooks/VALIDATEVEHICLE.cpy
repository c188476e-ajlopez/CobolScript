* VALIDATEVEHICLE - shared field checks for the Vehicles table.
* Caller sets name, supplierid, maxweight, maxvolume first; this sets
* errors to the problems found (empty string if none) and leaves the
* numeric capacities in maxweightnumber/maxvolumenumber for the
* insert/update. A blank supplier id leaves the vehicle unassigned;
* the caller checks an assigned supplier belongs to its company.
* Length limit mirrors the column size (Name varchar(60)).
move "" to errors.
if name = "" then
    add "Vehicle name is required. " to errors.
end-if.
local namelength.
move length in name to namelength.
if namelength > 60 then
    add "Vehicle name must be 60 characters or fewer. " to errors.
end-if.
if supplierid not = "" then
    local supplieridnumber.
    multiply supplierid by 1 giving supplieridnumber.
    if supplieridnumber not = supplieridnumber then
        add "Supplier must be a supplier id. " to errors.
    end-if.
end-if.
* capacity in kilograms and cubic metres, the units the catalog's
* unit weight and volume are kept in
multiply maxweight by 1 giving maxweightnumber.
if maxweightnumber not = maxweightnumber then
    add "Maximum weight must be a number. " to errors.
    move 0 to maxweightnumber.
end-if.
if maxweightnumber < 0 then
    add "Maximum weight must not be negative. " to errors.
end-if.
multiply maxvolume by 1 giving maxvolumenumber.
if maxvolumenumber not = maxvolumenumber then
    add "Maximum volume must be a number. " to errors.
    move 0 to maxvolumenumber.
end-if.
if maxvolumenumber < 0 then
    add "Maximum volume must not be negative. " to errors.
end-if.
