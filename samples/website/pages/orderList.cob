perform show-order-row using i varying i from 0 to last.

add "</table>" to html.
add "<p><a href=""/customer"">Customers</a> <a href=""/supplier"">Suppliers</a> <a href=""/pod"">Proof of delivery</a> <a href=""/quote"">Quotes</a></p>" to html.

move "ok" to outcome.
copy LOG.
