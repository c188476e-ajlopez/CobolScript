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

* the month-end volume rebate accrual, after the invoice run so the
* month's last invoices count. For every active agreement that has
* started (rebateList.cob), the paying account's qualifying purchases
* so far are rebuilt from its invoiced orders - its branches' too,
* only the named supplier's when the agreement names one, net of
* anything since credited on those lines, all in base currency - and
* the tier reached and the rebate earned on them are stored on the
* agreement and listed in rebates-<company>-<date>.txt for finance to
* accrue. Once an agreement has ended, the earned rebate is issued as
* a credit note in the customer's currency, numbered in the company's
* credit note sequence the way creditNoteNew.cob numbers them, with
* the tax on its standard-rated part given back at the company's tax
* rate, and the agreement is settled. The credit note is raised
* against no one invoice (InvoiceId 0): it stands on the account as
* credit, the way an unallocated payment does. Each company's
* agreements are updated in one transaction; the credit note files
* are written after the commit, under the names the document index
* was given for them inside it.
local connection.
local companies.
local companyindex.
local companylast.
local currentcompany.
local agreementrows.
local agreementindex.
local agreementlast.
local currentagreement.
local tierrows.
local agreementid.
local sales.
local standardsales.
local tierpercent.
local rebatecents.
local rate.
local creditnumber.
local newcreditid.
local creditnet.
local credittax.
local credittaxable.
local credittotal.
local creditreason.
local statusnote.
local issuedcredits.
local reporttext.
local settledcount.
local creditcount.
local failedcount.
local failerror.
local runstamp.

copy DATESTAMP.
move datestamp to runstamp.

move 0 to settledcount.
move 0 to creditcount.
move 0 to failedcount.

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
perform query in connection using "select distinct CompanyId from RebateAgreements where Status = 'active' and StartDate <= curdate() order by CompanyId" datavalues find-companies-end.

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
    local companyrow.
    move companies(companyindex) to companyrow.
    move CompanyId in companyrow to currentcompany.
    perform begin-company.
end-if.

begin-company section.
perform beginTransaction in connection using begin-company-end.

* an agreement has ended once its last day is today or earlier: the
* invoice run has already billed today. The rate is the latest on or
* before today, as the invoice run takes it, and 1 for base currency
begin-company-end section using err.
if err then
    perform fail-run using err.
    exit program.
end-if.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform query in connection using "select RebateAgreements.Id as Id, RebateAgreements.CustomerId as CustomerId, customers.Name as CustomerName, customers.Currency as Currency, customers.InvoiceDelivery as InvoiceDelivery, coalesce(suppliers.Name, '') as SupplierName, date_format(RebateAgreements.StartDate, '%Y-%m-%d') as StartDate, date_format(RebateAgreements.EndDate, '%Y-%m-%d') as EndDate, case when RebateAgreements.EndDate <= curdate() then 1 else 0 end as Ended, companies.TaxRate as TaxRate, case when customers.Currency = '' then 1 else coalesce((select ExchangeRates.Rate from ExchangeRates where ExchangeRates.Currency = customers.Currency and ExchangeRates.RateDate <= curdate() order by ExchangeRates.RateDate desc limit 1), 0) end as ExchangeRate, coalesce((select sum(OrderItems.Quantity * OrderItems.Price - coalesce((select sum(CreditNoteLines.Amount) from CreditNoteLines where CreditNoteLines.OrderItemId = OrderItems.Id), 0) * invoices.ExchangeRate) from OrderItems inner join orders on orders.Id = OrderItems.OrderId inner join invoices on invoices.Id = orders.InvoiceId inner join customers branch on branch.Id = orders.CustomerId where orders.CompanyId = RebateAgreements.CompanyId and coalesce(branch.BillToCustomerId, branch.Id) = RebateAgreements.CustomerId and (RebateAgreements.SupplierId is null or orders.SupplierId = RebateAgreements.SupplierId) and invoices.InvoiceDate >= RebateAgreements.StartDate and invoices.InvoiceDate < date_add(RebateAgreements.EndDate, interval 1 day)), 0) as QualifyingSales, coalesce((select sum(OrderItems.Quantity * OrderItems.Price - coalesce((select sum(CreditNoteLines.Amount) from CreditNoteLines where CreditNoteLines.OrderItemId = OrderItems.Id), 0) * invoices.ExchangeRate) from OrderItems inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId inner join orders on orders.Id = OrderItems.OrderId inner join invoices on invoices.Id = orders.InvoiceId inner join customers branch on branch.Id = orders.CustomerId where SupplierProducts.TaxCategory = 'standard' and orders.CompanyId = RebateAgreements.CompanyId and coalesce(branch.BillToCustomerId, branch.Id) = RebateAgreements.CustomerId and (RebateAgreements.SupplierId is null or orders.SupplierId = RebateAgreements.SupplierId) and invoices.InvoiceDate >= RebateAgreements.StartDate and invoices.InvoiceDate < date_add(RebateAgreements.EndDate, interval 1 day)), 0) as StandardSales from RebateAgreements inner join customers on customers.Id = RebateAgreements.CustomerId inner join companies on companies.Id = RebateAgreements.CompanyId left join suppliers on suppliers.Id = RebateAgreements.SupplierId where RebateAgreements.CompanyId = ? and RebateAgreements.Status = 'active' and RebateAgreements.StartDate <= curdate() order by RebateAgreements.Id for update" datavalues fetch-agreements-end.

fetch-agreements-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
move result to agreementrows.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform query in connection using "select RebateTiers.AgreementId as AgreementId, RebateTiers.Threshold as Threshold, RebateTiers.Percent as Percent from RebateTiers inner join RebateAgreements on RebateAgreements.Id = RebateTiers.AgreementId where RebateAgreements.CompanyId = ? and RebateAgreements.Status = 'active' order by RebateTiers.AgreementId, RebateTiers.Threshold" datavalues fetch-tiers-end.

fetch-tiers-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
move result to tierrows.
move array to issuedcredits.
move "Volume rebate accrual, company " to reporttext.
add currentcompany to reporttext.
add ", " to reporttext.
add runstamp to reporttext.
add "\n\nAgreement  Customer  Supplier  From  To  Qualifying  Tier%  Rebate  Status\n" to reporttext.
local agreementcount.
move length in agreementrows to agreementcount.
subtract 1 from agreementcount giving agreementlast.
move 0 to agreementindex.
perform next-agreement.

* the tier reached is the highest whose threshold the purchases have
* passed, and its percentage applies to all of them
next-agreement section.
if agreementindex > agreementlast then
    perform commit in connection using commit-company-end.
else
    move agreementrows(agreementindex) to currentagreement.
    move Id in currentagreement to agreementid.
    move QualifyingSales in currentagreement to sales.
    multiply sales by 1 giving sales.
    move StandardSales in currentagreement to standardsales.
    multiply standardsales by 1 giving standardsales.
    move 0 to tierpercent.
    local tiercount.
    local tierlast.
    local t.
    move length in tierrows to tiercount.
    subtract 1 from tiercount giving tierlast.
    perform find-tier using t varying t from 0 to tierlast.
    multiply sales by tierpercent giving rebatecents.
    perform round in Math using rebatecents giving rebatecents.
    move "accrued" to statusnote.
    perform update-accrual.
end-if.

find-tier section using t.
local tier.
move tierrows(t) to tier.
if AgreementId in tier = agreementid then
    local threshold.
    move Threshold in tier to threshold.
    multiply threshold by 1 giving threshold.
    local passed.
    move 1 to passed.
    if sales < threshold then
        move 0 to passed.
    end-if.
    if passed = 1 then
        move Percent in tier to tierpercent.
        multiply tierpercent by 1 giving tierpercent.
    end-if.
end-if.

update-accrual section.
local datavalues.
move array to datavalues.
local salestotal.
move sales to salestotal.
multiply salestotal by 100 giving salestotal.
perform round in Math using salestotal giving salestotal.
divide salestotal by 100 giving salestotal.
perform push in datavalues using salestotal.
perform push in datavalues using tierpercent.
local rebate.
divide rebatecents by 100 giving rebate.
perform push in datavalues using rebate.
perform push in datavalues using agreementid.
perform query in connection using "update RebateAgreements set QualifyingSales = ?, TierPercent = ?, AccruedRebate = ?, AccruedAt = curdate() where Id = ? and Status = 'active'" datavalues update-accrual-end.

update-accrual-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
if Ended in currentagreement = 1 then
    perform settle-agreement.
else
    perform next-agreement-advance.
end-if.

* nothing earned settles the agreement with no credit note; a foreign
* customer with no rate loaded waits for the next month-end rather
* than being credited at a guess
settle-agreement section.
move "" to newcreditid.
if rebatecents > 0 then
    move ExchangeRate in currentagreement to rate.
    multiply rate by 1 giving rate.
    if rate = 0 then
        move "ended, waiting for an exchange rate for " to statusnote.
        add Currency in currentagreement to statusnote.
        perform next-agreement-advance.
    else
        perform get-credit-number.
    end-if.
else
    move "settled, nothing earned" to statusnote.
    perform mark-settled.
end-if.

* the same sequence creditNoteNew.cob takes its numbers from, read
* inside this transaction
get-credit-number section.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform query in connection using "select coalesce(max(CreditNumber), 0) + 1 as NextNumber from CreditNotes where CompanyId = ?" datavalues get-credit-number-end.

get-credit-number-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
local numberrow.
move result(0) to numberrow.
move NextNumber in numberrow to creditnumber.
perform insert-credit.

* the rebate is a discount on what was bought, so it gives back the
* tax charged on its standard-rated part, at the company's rate; each
* part is converted to the customer's currency on its own, to the cent
insert-credit section.
local taxablecents.
multiply standardsales by tierpercent giving taxablecents.
perform round in Math using taxablecents giving taxablecents.
if taxablecents > rebatecents then
    move rebatecents to taxablecents.
end-if.
local taxrate.
move TaxRate in currentagreement to taxrate.
multiply taxrate by 1 giving taxrate.
if taxrate not = taxrate then
    move 0 to taxrate.
end-if.
local taxcents.
multiply taxablecents by taxrate giving taxcents.
divide taxcents by 100 giving taxcents.
perform round in Math using taxcents giving taxcents.
local netdoccents.
divide rebatecents by rate giving netdoccents.
perform round in Math using netdoccents giving netdoccents.
local taxdoccents.
divide taxcents by rate giving taxdoccents.
perform round in Math using taxdoccents giving taxdoccents.
local taxabledoccents.
divide taxablecents by rate giving taxabledoccents.
perform round in Math using taxabledoccents giving taxabledoccents.
local totaldoccents.
add netdoccents to taxdoccents giving totaldoccents.
divide netdoccents by 100 giving creditnet.
divide taxdoccents by 100 giving credittax.
divide taxabledoccents by 100 giving credittaxable.
divide totaldoccents by 100 giving credittotal.
move "Volume rebate, agreement " to creditreason.
add agreementid to creditreason.
add ", " to creditreason.
add StartDate in currentagreement to creditreason.
add " to " to creditreason.
add EndDate in currentagreement to creditreason.
local datavalues.
move array to datavalues.
perform push in datavalues using currentcompany.
perform push in datavalues using CustomerId in currentagreement.
perform push in datavalues using creditnumber.
perform push in datavalues using credittotal.
perform push in datavalues using creditnet.
perform push in datavalues using credittax.
perform push in datavalues using credittaxable.
perform push in datavalues using Currency in currentagreement.
perform push in datavalues using rate.
perform push in datavalues using creditreason.
* an account that takes structured e-invoices gets its rebate credit
* the same way: the next invoice run builds and releases it, as it
* does for a credit note raised on the credit note page
local einvoicestate.
move "" to einvoicestate.
if InvoiceDelivery in currentagreement = "ubl" then
    move "pending" to einvoicestate.
end-if.
perform push in datavalues using einvoicestate.
perform query in connection using "insert CreditNotes set CompanyId = ?, CustomerId = ?, InvoiceId = 0, CreditNumber = ?, CreditDate = now(), Total = ?, Net = ?, Tax = ?, TaxableNet = ?, Currency = ?, ExchangeRate = ?, Reason = ?, RaisedBy = 'rebateaccrual', EInvoice = ?" datavalues insert-credit-end.

insert-credit-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
move insertId in result to newcreditid.
move "settled, credit note " to statusnote.
add creditnumber to statusnote.
local issued.
move object to issued.
move creditnumber to documentnumber in issued.
move CustomerName in currentagreement to customername in issued.
move Currency in currentagreement to currency in issued.
move creditreason to reason in issued.
move credittotal to total in issued.
move credittax to tax in issued.
perform push in issuedcredits using issued.
perform register-credit.

* entered in the document index inside the company's transaction, so
* a credit note and its index entry commit or roll back together
register-credit section.
local datavalues.
move array to datavalues.
perform push in datavalues using newcreditid.
perform query in connection using "insert into Documents (CompanyId, DocumentType, DocumentNumber, CustomerId, SupplierId, DocumentDate, ProducedBy, FilePath, CreatedAt) select CompanyId, 'creditnote', CreditNumber, CustomerId, 0, curdate(), 'rebateAccrual', concat('creditnote-', CompanyId, '-', CreditNumber, '.txt'), now() from CreditNotes where Id = ? on duplicate key update DocumentNumber = values(DocumentNumber), DocumentDate = values(DocumentDate), ProducedBy = values(ProducedBy), CreatedAt = values(CreatedAt), RemovedAt = null" datavalues register-credit-end.

register-credit-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
perform mark-settled.

mark-settled section.
local datavalues.
move array to datavalues.
perform push in datavalues using newcreditid.
perform push in datavalues using agreementid.
perform query in connection using "update RebateAgreements set Status = 'settled', SettledAt = now(), CreditNoteId = nullif(?, '') where Id = ? and Status = 'active'" datavalues mark-settled-end.

mark-settled-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
add 1 to settledcount.
perform write-settle-audit.

* audit mapping for a settlement: the customer and dates in the
* address slot, the credit note and rebate in the notes slot
write-settle-audit section.
local entitytype.
local entityid.
local action.
local oldname.
local oldaddress.
local oldnotes.
local newname.
local newaddress.
local newnotes.
local changedby.
local companyid.
move "RebateAgreement" to entitytype.
move agreementid to entityid.
move "status" to action.
move "active" to oldname.
move "" to oldaddress.
move "" to oldnotes.
move "settled" to newname.
move CustomerName in currentagreement to newaddress.
add " / " to newaddress.
add StartDate in currentagreement to newaddress.
add " to " to newaddress.
add EndDate in currentagreement to newaddress.
move statusnote to newnotes.
add " / rebate " to newnotes.
local rebate.
divide rebatecents by 100 giving rebate.
add rebate to newnotes.
move "rebateaccrual" to changedby.
move currentcompany to companyid.
copy AUDIT.

audit-end section using err, result.
if err then
    perform fail-company using err.
    exit program.
end-if.
perform next-agreement-advance.

next-agreement-advance section.
perform add-report-line.
add 1 to agreementindex.
perform next-agreement.

add-report-line section.
add agreementid to reporttext.
add "  " to reporttext.
add CustomerName in currentagreement to reporttext.
add "  " to reporttext.
if SupplierName in currentagreement = "" then
    add "all" to reporttext.
else
    add SupplierName in currentagreement to reporttext.
end-if.
add "  " to reporttext.
add StartDate in currentagreement to reporttext.
add "  " to reporttext.
add EndDate in currentagreement to reporttext.
add "  " to reporttext.
local salestotal.
move sales to salestotal.
multiply salestotal by 100 giving salestotal.
perform round in Math using salestotal giving salestotal.
divide salestotal by 100 giving salestotal.
add salestotal to reporttext.
add "  " to reporttext.
add tierpercent to reporttext.
add "  " to reporttext.
local rebate.
divide rebatecents by 100 giving rebate.
add rebate to reporttext.
add "  " to reporttext.
add statusnote to reporttext.
add "\n" to reporttext.

commit-company-end section using err.
if err then
    perform fail-company using err.
    exit program.
end-if.
local issuedtotal.
local issuedlast.
local c.
move length in issuedcredits to issuedtotal.
subtract 1 from issuedtotal giving issuedlast.
perform write-credit-file using c varying c from 0 to issuedlast.
add issuedtotal to creditcount.
local reportfile.
move "rebates-" to reportfile.
add currentcompany to reportfile.
add "-" to reportfile.
add runstamp to reportfile.
add ".txt" to reportfile.
perform writeFileSync in fs using reportfile reporttext.
local resultline.
move "rebateAccrual company " to resultline.
add currentcompany to resultline.
add " agreements " to resultline.
local agreementtotal.
move length in agreementrows to agreementtotal.
add agreementtotal to resultline.
add " credit notes " to resultline.
add issuedtotal to resultline.
add "\n" to resultline.
perform appendFileSync in fs using "joblog.log" resultline.
add 1 to companyindex.
perform next-company.

* one printable flat file per credit note, in the layout and under the
* name creditNoteNew.cob gives its own
write-credit-file section using c.
local issued.
move issuedcredits(c) to issued.
local credittext.
move "CREDIT NOTE " to credittext.
add documentnumber in issued to credittext.
add "\n" to credittext.
add "Company " to credittext.
add currentcompany to credittext.
add "\n" to credittext.
add "Customer: " to credittext.
add customername in issued to credittext.
add "\n" to credittext.
if currency in issued not = "" then
    add "Currency: " to credittext.
    add currency in issued to credittext.
    add "\n" to credittext.
end-if.
add "Reason: " to credittext.
add reason in issued to credittext.
add "\n\nCREDIT TOTAL  " to credittext.
add total in issued to credittext.
add "\nOF WHICH TAX  " to credittext.
add tax in issued to credittext.
add "\n" to credittext.
local creditfile.
move "creditnote-" to creditfile.
add currentcompany to creditfile.
add "-" to creditfile.
add documentnumber in issued to creditfile.
add ".txt" to creditfile.
perform writeFileSync in fs using creditfile credittext.

* one company failing rolls back only that company's accruals and
* settlements; next month-end takes them up again
fail-company section using companyerr.
move companyerr to failerror.
perform rollback in connection using fail-company-end.

fail-company-end section using err.
add 1 to failedcount.
local exceptionline.
move "rebateAccrual failed company " to exceptionline.
add currentcompany to exceptionline.
add " " to exceptionline.
add failerror to exceptionline.
add "\n" to exceptionline.
perform appendFileSync in fs using "joblog.log" exceptionline.
add 1 to companyindex.
perform next-company.

fail-run section using runerr.
move runerr to failerror.
perform release in connection.
perform jobdone using failerror.
exit program.

finish-run section.
perform release in connection.
local summaryline.
move "rebateAccrual settled " to summaryline.
add settledcount to summaryline.
add " credit notes " to summaryline.
add creditcount to summaryline.
add " failed " to summaryline.
add failedcount to summaryline.
add " date " to summaryline.
add runstamp to summaryline.
add "\n" to summaryline.
perform appendFileSync in fs using "joblog.log" summaryline.
perform jobdone.
