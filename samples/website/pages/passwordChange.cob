copy LOG.
local html.
move "<h1>Password changed</h1>" to html.
if role in request = "customer" then
    copy PORTALHEAD.
else
    copy HTMLHEAD.
end-if.
add "<p>Your password has been changed.</p>" to html.
if role in request = "customer" then
    add "<p><a href=""/portal"">Back to your account</a></p>" to html.
else
    add "<p><a href=""/customer"">Back to customers</a></p>" to html.
end-if.
perform write in response using html.
perform end in response.
copy DBRELEASE.
