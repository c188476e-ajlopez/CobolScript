local datavalues.
move array to datavalues.

perform query in connection using "select Id, Name, IsActive, StaleCutoffDays, TaxRate, PaymentTermsDays, WriteOffThreshold, MarginFloorPercent, coalesce(StockCustomerId, '') as StockCustomerId, TaxNumber, BaseCurrency, Country from companies order by Id" datavalues list-end.

list-end section using err, result.
copy DBRELEASE.

move "<h1>Companies</h1>" to html.
copy HTMLHEAD.
add "<table><tr><th>Id</th><th>Name / stale cutoff / tax / terms / write-off threshold / margin floor % / stock account / tax number / base currency / country</th><th>Status</th><th></th></tr>" to html.

local count.
local last.
add "<p>Payment terms (days before dunning): <input type=""text"" name=""paymenttermsdays"" size=""5"" value=""30""></p>" to html.
add "<p><input type=""submit"" value=""Add company""></p>" to html.
add "</form>" to html.
add "<p><a href=""/user"">Users</a> <a href=""/company/intercompany"">Intercompany trading</a> <a href=""/customer"">Back to customers</a></p>" to html.

move "ok" to outcome.
copy LOG.
add TaxRate in row to html.
add """> <input type=""text"" name=""paymenttermsdays"" size=""5"" value=""" to html.
add PaymentTermsDays in row to html.
add """> <input type=""text"" name=""writeoffthreshold"" size=""6"" value=""" to html.
add WriteOffThreshold in row to html.
add """> <input type=""text"" name=""marginfloorpercent"" size=""5"" value=""" to html.
add MarginFloorPercent in row to html.
add """> <input type=""text"" name=""stockcustomerid"" size=""5"" value=""" to html.
add StockCustomerId in row to html.
add """> <input type=""text"" name=""taxnumber"" size=""14"" value=""" to html.
local escvalue.
perform escape-html using TaxNumber in row giving escvalue.
add escvalue to html.
add """> <input type=""text"" name=""basecurrency"" size=""3"" value=""" to html.
add BaseCurrency in row to html.
add """> <input type=""text"" name=""country"" size=""2"" value=""" to html.
add Country in row to html.
add """> <input type=""submit"" value=""Save""></form>" to html.
add "</td><td>" to html.
if IsActive in row then
