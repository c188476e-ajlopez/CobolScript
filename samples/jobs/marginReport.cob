data division.
linkage section.
01 require.
01 jobdone.
procedure division.
local fs.
perform require using "fs" giving fs.
local mysql.
perform require using "mysql" giving mysql.
global Math.
global pool.

* the month-end gross margin report, one per active company
* (margin-<company>-<month>.txt): what was invoiced this month beside
* what it cost us, by customer, by supplier and by product. Revenue is
* the order line in base currency. Cost comes from the supplier's
* invoice for the same order once it has passed the three-way match,
* converted at the supplier invoice's rate, net of its tax and spread
* over the order's lines in proportion to their received value; an
* order filled from stock has no supplier invoice of its own and takes
* the product's unit cost from the latest matched supplier invoice
* that carried it. A line with neither has no known cost: its revenue
* is shown apart and kept out of the margins. Lines sold below cost,
* or under the company's margin floor (set on /company), are listed,
* and so are live contract prices a supplier price rise has left
* below the catalog price we now pay.
local connection.
local companies.
local companyindex.
local companylast.
local currentcompany.
local companyrow.
local customerrows.
local supplierrows.
local productrows.
local flaggedrows.
local contractrows.
local marginsql.
local reporttext.
local revenuetotal.
local costtotal.
local uncostedtotal.
local flaggedtotal.
local contracttotal.
local failerror.
local runstamp.
local monthstamp.

copy DATESTAMP.
move datestamp to runstamp.
perform substring in runstamp using 0 7 giving monthstamp.

move 0 to flaggedtotal.
move 0 to contracttotal.

* one row per order line invoiced this month with its revenue and its
* cost, null where no cost is known. Every grouping below is a sum
* over this, so the sections of the report add to the same totals
move "(select invoices.InvoiceNumber as InvoiceNumber, customers.Name as CustomerName, suppliers.Name as SupplierName, SupplierProducts.Code as Code, SupplierProducts.Description as Description, OrderItems.Quantity as Quantity, OrderItems.Quantity * OrderItems.Price as Revenue, OrderItems.Quantity * coalesce(OrderItems.Price * (select sum((SupplierInvoices.Total - SupplierInvoices.Tax) * SupplierInvoices.ExchangeRate) from SupplierInvoices where SupplierInvoices.OrderId = orders.Id and SupplierInvoices.Status in ('matched', 'paid')) / nullif((select sum(received.ReceivedQuantity * received.Price) from OrderItems received where received.OrderId = orders.Id), 0), (select bought.Price * (SupplierInvoices.Total - SupplierInvoices.Tax) * SupplierInvoices.ExchangeRate / nullif((select sum(received.ReceivedQuantity * received.Price) from OrderItems received where received.OrderId = SupplierInvoices.OrderId), 0) from SupplierInvoices inner join OrderItems bought on bought.OrderId = SupplierInvoices.OrderId where bought.ProductId = OrderItems.ProductId and bought.ReceivedQuantity > 0 and SupplierInvoices.Status in ('matched', 'paid') and SupplierInvoices.InvoiceDate < date_add(date(invoices.InvoiceDate), interval 1 day) order by SupplierInvoices.InvoiceDate desc, SupplierInvoices.Id desc limit 1)) as Cost from OrderItems inner join orders on orders.Id = OrderItems.OrderId inner join invoices on invoices.Id = orders.InvoiceId inner join customers on customers.Id = orders.CustomerId inner join suppliers on suppliers.Id = orders.SupplierId inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where invoices.CompanyId = ? and orders.OrderType = 'customer' and invoices.InvoiceDate >= date_format(curdate(), '%Y-%m-01') and invoices.InvoiceDate < date_format(curdate() + interval 1 month, '%Y-%m-01')) margin" to marginsql.

perform getConnection in pool using connect-end.

connect-end section using err, conn.
if err then
    perform jobdone using err.
    exit program.
end-if.
move conn to connection.
perform find-companies.

find-companies section.
local datavalues.
move array to datavalues.
perform query in connection using "select Id as CompanyId, Name, MarginFloorPercent from companies where IsActive = 1 order by Id" datavalues find-companies-end.

find-companies-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to companies.
local companycount.
move length in companies to companycount.
subtract 1 from companycount giving companylast.
move 0 to companyindex.
perform next-company.

next-company section.
if companyindex > companylast then
    perform finish-run.
else
    move companies(companyindex) to companyrow.
    move CompanyId in companyrow to currentcompany.
    perform find-by-customer.
end-if.

find-by-customer section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
local sql.
move "select margin.CustomerName as Label, round(sum(case when margin.Cost is null then 0 else margin.Revenue end) * 100) as RevenueCents, round(sum(coalesce(margin.Cost, 0)) * 100) as CostCents, round(sum(case when margin.Cost is null then margin.Revenue else 0 end) * 100) as UncostedCents from " to sql.
add marginsql to sql.
add " group by margin.CustomerName order by margin.CustomerName" to sql.
perform query in connection using sql datavalues find-by-customer-end.

find-by-customer-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to customerrows.
perform find-by-supplier.

find-by-supplier section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
local sql.
move "select margin.SupplierName as Label, round(sum(case when margin.Cost is null then 0 else margin.Revenue end) * 100) as RevenueCents, round(sum(coalesce(margin.Cost, 0)) * 100) as CostCents, round(sum(case when margin.Cost is null then margin.Revenue else 0 end) * 100) as UncostedCents from " to sql.
add marginsql to sql.
add " group by margin.SupplierName order by margin.SupplierName" to sql.
perform query in connection using sql datavalues find-by-supplier-end.

find-by-supplier-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to supplierrows.
perform find-by-product.

find-by-product section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
local sql.
move "select concat(margin.SupplierName, ' ', margin.Code, ' ', margin.Description) as Label, round(sum(case when margin.Cost is null then 0 else margin.Revenue end) * 100) as RevenueCents, round(sum(coalesce(margin.Cost, 0)) * 100) as CostCents, round(sum(case when margin.Cost is null then margin.Revenue else 0 end) * 100) as UncostedCents from " to sql.
add marginsql to sql.
add " group by margin.SupplierName, margin.Code, margin.Description order by margin.SupplierName, margin.Code" to sql.
perform query in connection using sql datavalues find-by-product-end.

find-by-product-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to productrows.
perform find-flagged.

* a line is flagged below cost when it cost more than it sold for,
* and under the floor when its margin, though positive, is less than
* the company's floor percentage of what it sold for; worst first
find-flagged section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using MarginFloorPercent in companyrow.
local sql.
move "select margin.InvoiceNumber as InvoiceNumber, margin.CustomerName as CustomerName, margin.SupplierName as SupplierName, margin.Code as Code, margin.Quantity as Quantity, round(margin.Revenue * 100) as RevenueCents, round(margin.Cost * 100) as CostCents, case when margin.Revenue < margin.Cost then 'below cost' else 'under floor' end as Flag from " to sql.
add marginsql to sql.
add " where margin.Cost is not null and (margin.Revenue < margin.Cost or margin.Revenue - margin.Cost < margin.Revenue * ? / 100) order by margin.Revenue - margin.Cost, margin.InvoiceNumber" to sql.
perform query in connection using sql datavalues find-flagged-end.

find-flagged-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to flaggedrows.
perform find-contracts.

* a contract price still in force that is now under the supplier's
* catalog price, which priceImport.cob keeps at what the supplier
* charges; every unit sold on it loses the difference
find-contracts section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform query in connection using "select customers.Name as CustomerName, suppliers.Name as SupplierName, SupplierProducts.Code as Code, SupplierProducts.Description as Description, ContractPrices.Price as ContractPrice, SupplierProducts.Price as CatalogPrice, date_format(ContractPrices.ValidTo, '%Y-%m-%d') as ValidTo from ContractPrices inner join customers on customers.Id = ContractPrices.CustomerId inner join SupplierProducts on SupplierProducts.Id = ContractPrices.ProductId inner join suppliers on suppliers.Id = SupplierProducts.SupplierId where ContractPrices.CompanyId = ? and ContractPrices.ValidFrom <= curdate() and ContractPrices.ValidTo >= curdate() and ContractPrices.Price < SupplierProducts.Price order by SupplierProducts.Price - ContractPrices.Price desc, customers.Name" datavalues find-contracts-end.

find-contracts-end section using err, result.
if err then
    perform fail-run using err.
    exit program.
end-if.
move result to contractrows.
perform write-margin-file.
add 1 to companyindex.
perform next-company.

write-margin-file section.
move "Gross margin report, company " to reporttext.
add currentcompany to reporttext.
add " " to reporttext.
add Name in companyrow to reporttext.
add ", " to reporttext.
add monthstamp to reporttext.
add "\nMargin floor " to reporttext.
add MarginFloorPercent in companyrow to reporttext.
add "%; amounts in base currency\n" to reporttext.

move 0 to revenuetotal.
move 0 to costtotal.
move 0 to uncostedtotal.
local rowcount.
local rowlast.
local i.
move length in customerrows to rowcount.
subtract 1 from rowcount giving rowlast.
perform add-total using i varying i from 0 to rowlast.
add "\n" to reporttext.
perform add-heading using "Company".
perform add-margin-line using "All sales with a known cost" revenuetotal costtotal.
if uncostedtotal not = 0 then
    local uncostedtext.
    perform format-cents using uncostedtotal giving uncostedtext.
    add "Sales with no matched supplier invoice to cost them, left out above: " to reporttext.
    add uncostedtext to reporttext.
    add "\n" to reporttext.
end-if.

add "\nBy customer\n" to reporttext.
perform add-heading using "Customer".
perform add-customer-line using i varying i from 0 to rowlast.

add "\nBy supplier\n" to reporttext.
perform add-heading using "Supplier".
move length in supplierrows to rowcount.
subtract 1 from rowcount giving rowlast.
perform add-supplier-line using i varying i from 0 to rowlast.

add "\nBy product\n" to reporttext.
perform add-heading using "Product".
move length in productrows to rowcount.
subtract 1 from rowcount giving rowlast.
perform add-product-line using i varying i from 0 to rowlast.

add "\nLines below cost or under the margin floor\n" to reporttext.
local flaggedcount.
move length in flaggedrows to flaggedcount.
if flaggedcount = 0 then
    add "  none\n" to reporttext.
else
    add "Invoice  Customer                        Supplier              Code        Qty       Revenue          Cost   Margin%  Flag\n" to reporttext.
    subtract 1 from flaggedcount giving rowlast.
    perform add-flagged-line using i varying i from 0 to rowlast.
    add flaggedcount to flaggedtotal.
end-if.

add "\nContract prices now below the catalog price\n" to reporttext.
local contractcount.
move length in contractrows to contractcount.
if contractcount = 0 then
    add "  none\n" to reporttext.
else
    add "Customer                        Supplier              Code        Contract   Catalog   Short by  Valid to\n" to reporttext.
    subtract 1 from contractcount giving rowlast.
    perform add-contract-line using i varying i from 0 to rowlast.
    add contractcount to contracttotal.
end-if.

local reportfile.
move "margin-" to reportfile.
add currentcompany to reportfile.
add "-" to reportfile.
add monthstamp to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.

local summaryline.
move "marginReport company " to summaryline.
add currentcompany to summaryline.
add " flagged " to summaryline.
add flaggedcount to summaryline.
add " contracts " to summaryline.
add contractcount to summaryline.
add " month " to summaryline.
add monthstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.

* the company totals are the customer lines added up; the sums come
* back as decimal strings and are made numbers as they are taken
add-total section using i.
local row.
move customerrows(i) to row.
local cents.
move RevenueCents in row to cents.
multiply cents by 1 giving cents.
add cents to revenuetotal.
move CostCents in row to cents.
multiply cents by 1 giving cents.
add cents to costtotal.
move UncostedCents in row to cents.
multiply cents by 1 giving cents.
add cents to uncostedtotal.

add-heading section using label.
local labelfield.
perform padEnd in label using 44 giving labelfield.
add labelfield to reporttext.
add "       Revenue          Cost        Margin   Margin%\n" to reporttext.

add-customer-line section using i.
local row.
move customerrows(i) to row.
perform add-margin-row using row.

add-supplier-line section using i.
local row.
move supplierrows(i) to row.
perform add-margin-row using row.

add-product-line section using i.
local row.
move productrows(i) to row.
perform add-margin-row using row.

* a grouped line: only its costed sales count towards its margin; a
* group sold wholly from uncosted lines says so instead
add-margin-row section using row.
local revenuecents.
move RevenueCents in row to revenuecents.
multiply revenuecents by 1 giving revenuecents.
local costcents.
move CostCents in row to costcents.
multiply costcents by 1 giving costcents.
local uncostedcents.
move UncostedCents in row to uncostedcents.
multiply uncostedcents by 1 giving uncostedcents.
local label.
move Label in row to label.
local costed.
move 1 to costed.
if revenuecents = 0 then
    if costcents = 0 then
        if uncostedcents not = 0 then
            move 0 to costed.
        end-if.
    end-if.
end-if.
if costed = 1 then
    perform add-margin-line using label revenuecents costcents.
else
    local labelfield.
    perform padEnd in label using 44 giving labelfield.
    add labelfield to reporttext.
    local uncostedtext.
    perform format-cents using uncostedcents giving uncostedtext.
    add "  no cost known for sales of " to reporttext.
    add uncostedtext to reporttext.
    add "\n" to reporttext.
end-if.

add-margin-line section using label, revenuecents, costcents.
local labelfield.
perform padEnd in label using 44 giving labelfield.
add labelfield to reporttext.
local margincents.
subtract costcents from revenuecents giving margincents.
local field.
local fieldtext.
perform format-cents using revenuecents giving fieldtext.
perform padStart in fieldtext using 14 giving field.
add field to reporttext.
perform format-cents using costcents giving fieldtext.
perform padStart in fieldtext using 14 giving field.
add field to reporttext.
perform format-cents using margincents giving fieldtext.
perform padStart in fieldtext using 14 giving field.
add field to reporttext.
perform margin-percent using revenuecents margincents giving fieldtext.
perform padStart in fieldtext using 10 giving field.
add field to reporttext.
add "\n" to reporttext.

add-flagged-line section using i.
local row.
move flaggedrows(i) to row.
local field.
local fieldtext.
move "" to fieldtext.
add InvoiceNumber in row to fieldtext.
perform padEnd in fieldtext using 9 giving field.
add field to reporttext.
move CustomerName in row to fieldtext.
perform padEnd in fieldtext using 32 giving field.
add field to reporttext.
move SupplierName in row to fieldtext.
perform padEnd in fieldtext using 22 giving field.
add field to reporttext.
move Code in row to fieldtext.
perform padEnd in fieldtext using 10 giving field.
add field to reporttext.
move "" to fieldtext.
add Quantity in row to fieldtext.
perform padStart in fieldtext using 5 giving field.
add field to reporttext.
local revenuecents.
move RevenueCents in row to revenuecents.
multiply revenuecents by 1 giving revenuecents.
local costcents.
move CostCents in row to costcents.
multiply costcents by 1 giving costcents.
local margincents.
subtract costcents from revenuecents giving margincents.
perform format-cents using revenuecents giving fieldtext.
perform padStart in fieldtext using 14 giving field.
add field to reporttext.
perform format-cents using costcents giving fieldtext.
perform padStart in fieldtext using 14 giving field.
add field to reporttext.
perform margin-percent using revenuecents margincents giving fieldtext.
perform padStart in fieldtext using 10 giving field.
add field to reporttext.
add "  " to reporttext.
add Flag in row to reporttext.
add "\n" to reporttext.

add-contract-line section using i.
local row.
move contractrows(i) to row.
local field.
local fieldtext.
move CustomerName in row to fieldtext.
perform padEnd in fieldtext using 32 giving field.
add field to reporttext.
move SupplierName in row to fieldtext.
perform padEnd in fieldtext using 22 giving field.
add field to reporttext.
move Code in row to fieldtext.
perform padEnd in fieldtext using 10 giving field.
add field to reporttext.
local contractcents.
move ContractPrice in row to contractcents.
multiply contractcents by 100 giving contractcents.
perform round in Math using contractcents giving contractcents.
local catalogcents.
move CatalogPrice in row to catalogcents.
multiply catalogcents by 100 giving catalogcents.
perform round in Math using catalogcents giving catalogcents.
local shortcents.
subtract contractcents from catalogcents giving shortcents.
perform format-cents using contractcents giving fieldtext.
perform padStart in fieldtext using 10 giving field.
add field to reporttext.
perform format-cents using catalogcents giving fieldtext.
perform padStart in fieldtext using 10 giving field.
add field to reporttext.
perform format-cents using shortcents giving fieldtext.
perform padStart in fieldtext using 11 giving field.
add field to reporttext.
add "  " to reporttext.
add ValidTo in row to reporttext.
add "\n" to reporttext.

* the margin as a percentage of revenue to one decimal place; nothing
* sold means no percentage to give
margin-percent section using revenuecents, margincents.
local percenttext.
if revenuecents = 0 then
    move "n/a" to percenttext.
else
    local tenths.
    multiply margincents by 1000 giving tenths.
    divide tenths by revenuecents giving tenths.
    perform round in Math using tenths giving tenths.
    local percent.
    divide tenths by 10 giving percent.
    move "" to percenttext.
    add percent to percenttext.
end-if.
return percenttext.

format-cents section using amountcents.
local sign.
move "" to sign.
local magnitude.
move amountcents to magnitude.
if magnitude < 0 then
    move "-" to sign.
    multiply magnitude by -1 giving magnitude.
end-if.
local whole.
divide magnitude by 100 giving whole.
perform floor in Math using whole giving whole.
local fraction.
multiply whole by 100 giving fraction.
subtract fraction from magnitude giving fraction.
local formatted.
move sign to formatted.
add whole to formatted.
add "." to formatted.
if fraction < 10 then
    add "0" to formatted.
end-if.
add fraction to formatted.
return formatted.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "marginReport companies " to summaryline.
local companytotal.
move length in companies to companytotal.
add companytotal to summaryline.
add " flagged " to summaryline.
add flaggedtotal to summaryline.
add " contracts " to summaryline.
add contracttotal to summaryline.
add " month " to summaryline.
add monthstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
