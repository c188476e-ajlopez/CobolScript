add "<p>Month (YYYY-MM): <input type=""text"" name=""periodmonth"" size=""7""> " to html.
add "<input type=""submit"" value=""Close period""></p>" to html.
add "</form>" to html.
add "<p><a href=""/tax/return"">Sales tax return</a> <a href=""/invoice"">Invoices</a> <a href=""/customer"">Back to customers</a></p>" to html.

move "ok" to outcome.
copy LOG.
