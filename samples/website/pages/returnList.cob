
move "<h1>Returns</h1>" to html.
copy HTMLHEAD.
add "<p>Returns are created from a delivered order's page. Accepting a return puts its goods back into stock; an accepted return on a billed order feeds the customer's next credit note.</p>" to html.
add "<table><tr><th>Id</th><th>Order</th><th>Customer</th><th>Supplier</th><th>Created</th><th>Reason</th><th>Status</th><th></th></tr>" to html.

local count.
