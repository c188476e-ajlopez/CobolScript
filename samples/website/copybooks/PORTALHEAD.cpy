* PORTALHEAD - the portal pages' counterpart of HTMLHEAD.cpy: the
* shared stylesheet and double-submit guard, and the portal's own
* menu in place of the staff search box, which would search far more
* than one customer's account. The caller must declare html as a
* top-level local and have already moved its opening markup into it
* before copying this in, since this only appends.
add "<link rel=""stylesheet"" href=""/static/style.css"">" to html.
add "<script src=""/static/app.js""></script>" to html.
add "<p><a href=""/portal"">Account</a> <a href=""/portal/orders"">Orders</a> <a href=""/portal/order/new"">Place an order</a> <a href=""/portal/documents"">Invoices and statements</a> <a href=""/password"">Change password</a> <a href=""/logout"">Log out</a></p>" to html.
