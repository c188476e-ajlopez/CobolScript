local method.
local outcome.
local companyid.
local builtat.
local builtday.
move "supplierCoverageReport" to page.
move method in request to method.
move companyid in request to companyid.

* every active supplier with how many customers hang off it, busiest
* first - the big counts are the single points of failure, the zero
* counts the candidates to drop. The counts are the nightly
* summaryBuild job's, unlinked suppliers included; a supplier
* deactivated since drops out at once, one added since shows from
* the next build.
list-coverage section.
copy DBCONNECT.
copy SUMMARYBUILT.

after-summary-built section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select suppliers.Id as Id, suppliers.Name as Name, SupplierCoverage.CustomerCount as CustomerCount from SupplierCoverage inner join suppliers on suppliers.Id = SupplierCoverage.SupplierId where suppliers.IsActive = 1 and SupplierCoverage.CompanyId = ? order by SupplierCoverage.CustomerCount desc, suppliers.Name" datavalues list-coverage-end.

list-coverage-end section using err, result.
if err then
perform list-orphans.

* the mirror image: live customers no supplier is linked to, who
* presumably are not being served at all, as of the same build
list-orphans section.
local datavalues.
move array to datavalues.
perform push in datavalues using companyid.

perform query in connection using "select customers.Id as Id, customers.Name as Name from UnservedCustomers inner join customers on customers.Id = UnservedCustomers.CustomerId where customers.IsDeleted = 0 and UnservedCustomers.CompanyId = ? order by customers.Name" datavalues list-orphans-end.

list-orphans-end section using err, result.
copy DBRELEASE.
render-coverage section.
move "<h1>Supplier coverage</h1>" to html.
copy HTMLHEAD.
add "<p>Active suppliers by how many customers they serve. Heavy counts are a risk if that supplier fails us; zero counts are candidates to drop. Links made or removed since the figures were built show after the next night's build.</p>" to html.
perform show-summary-built.
add "<table><tr><th>Supplier</th><th>Customers served</th><th></th></tr>" to html.

local count.
