* CASECATEGORIES - the service case categories and how many days each
* is given to be resolved, for the case pages and the weekly case
* report to share. Caller declares casecategories; this fills it with
* one object per category (code, label, targetdays), in the order the
* pickers list them. A new category goes here and nowhere else.
local casecategory.
move array to casecategories.
move object to casecategory.
move "late" to code in casecategory.
move "Late delivery" to label in casecategory.
move 2 to targetdays in casecategory.
perform push in casecategories using casecategory.
move object to casecategory.
move "wronggoods" to code in casecategory.
move "Wrong or missing goods" to label in casecategory.
move 3 to targetdays in casecategory.
perform push in casecategories using casecategory.
move object to casecategory.
move "damaged" to code in casecategory.
move "Damaged goods" to label in casecategory.
move 3 to targetdays in casecategory.
perform push in casecategories using casecategory.
move object to casecategory.
move "pricing" to code in casecategory.
move "Pricing or invoice error" to label in casecategory.
move 5 to targetdays in casecategory.
perform push in casecategories using casecategory.
move object to casecategory.
move "service" to code in casecategory.
move "Driver or staff conduct" to label in casecategory.
move 5 to targetdays in casecategory.
perform push in casecategories using casecategory.
move object to casecategory.
move "other" to code in casecategory.
move "Other" to label in casecategory.
move 10 to targetdays in casecategory.
perform push in casecategories using casecategory.
