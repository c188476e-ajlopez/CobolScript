move method in request to method.

move "<h1>Change password</h1>" to html.
* a portal user reaches this page from the portal menu and gets that
* menu here, not the staff search box
if role in request = "customer" then
    copy PORTALHEAD.
else
    copy HTMLHEAD.
end-if.
add "<form method=""post"" action=""/password"">" to html.
add "<input type=""hidden"" name=""csrftoken"" value=""" to html.
add csrftoken in request to html.
    add "<p><input type=""submit"" value=""Enrol two-factor""></p>" to html.
    add "</form>" to html.
end-if.
if role in request = "customer" then
    add "<p><a href=""/portal"">Back to your account</a></p>" to html.
else
    add "<p><a href=""/customer"">Back to customers</a></p>" to html.
end-if.

move "ok" to outcome.
copy LOG.
