* UBLDOCUMENT - structured e-invoices and credit notes in OASIS UBL
* 2.1 to the EN 16931 core, for the accounts whose InvoiceDelivery is
* ubl. Copy it in at the bottom, with UBLFIELDS.cpy among the locals
* and Math global. load-ubl-header takes one document row read with
* the column names below; the caller then puts the lines in ubllines
* (add-ubl-credit-lines does it for a credit note) and performs
* build-ubl. Nothing is built unless the checks pass: both tax
* numbers present, a currency and our country stated, every line in
* a tax category the standard has a code for, the lines adding up to
* the net and the standard-rated lines to the taxable net, the tax
* right for that net at the rate to within rounding, and net plus
* tax making the total - a document the customer's gateway would
* bounce is held here instead, with the reasons in ublerrors.
*
* Row columns: DocType (Invoice or CreditNote), CompanyId, Number,
* IssueDate (YYYY-MM-DD), Net, Tax, TaxableNet, Total, Currency,
* BaseCurrency, TaxRate, OrderRef, BillingRef, CompanyName,
* CompanyTaxNumber, CompanyCountry, CustomerName, CustomerTaxNumber,
* Street, City, PostalCode, Country.
load-ubl-header section using docrow.
move DocType in docrow to ubltype.
if ubltype = "Invoice" then
    move "Invoice" to ubldoctag.
    move "InvoiceLine" to ubllinetag.
    move "InvoicedQuantity" to ublqtytag.
    move "invoice-" to ublfile.
else
    move "CreditNote" to ubldoctag.
    move "CreditNoteLine" to ubllinetag.
    move "CreditedQuantity" to ublqtytag.
    move "creditnote-" to ublfile.
end-if.
add CompanyId in docrow to ublfile.
add "-" to ublfile.
add Number in docrow to ublfile.
add ".xml" to ublfile.
move "" to ublnumber.
add Number in docrow to ublnumber.
move IssueDate in docrow to ubldate.
* a document in the base currency states the company's own code
move Currency in docrow to ublcurrency.
if ublcurrency = "" then
    move BaseCurrency in docrow to ublcurrency.
end-if.
move CompanyName in docrow to ublsellername.
move CompanyTaxNumber in docrow to ublsellertax.
move CompanyCountry in docrow to ublsellercountry.
move CustomerName in docrow to ublbuyername.
move CustomerTaxNumber in docrow to ublbuyertax.
move Street in docrow to ublbuyerstreet.
move City in docrow to ublbuyercity.
move PostalCode in docrow to ublbuyerpostalcode.
move Country in docrow to ublbuyercountry.
move OrderRef in docrow to ublorderref.
move BillingRef in docrow to ublbillingref.
move TaxRate in docrow to ubltaxrate.
multiply ubltaxrate by 1 giving ubltaxrate.
perform ubl-cents using Net in docrow giving ublnetcents.
perform ubl-cents using TaxableNet in docrow giving ubltaxablecents.
perform ubl-cents using Tax in docrow giving ubltaxcents.
perform ubl-cents using Total in docrow giving ubltotalcents.
move array to ubllines.

* a credit note is booked as a share of its invoice's net and tax
* (creditNoteNew.cob), so its lines are that share by tax category:
* the standard-rated part of the net and the rest. A rebate credit
* (rebateAccrual.cob) is against no one invoice: it has no billing
* reference and is described as a credit to the account
add-ubl-credit-lines section.
local zerocents.
subtract ubltaxablecents from ublnetcents giving zerocents.
local creditdescription.
if ublbillingref = "" then
    move "Credit to account" to creditdescription.
else
    move "Credit against invoice " to creditdescription.
    add ublbillingref to creditdescription.
end-if.
if ubltaxablecents > 0 then
    local standardline.
    move object to standardline.
    move "" to orderlineid in standardline.
    move "" to orderref in standardline.
    move 1 to quantity in standardline.
    move ubltaxablecents to unitcents in standardline.
    move ubltaxablecents to amountcents in standardline.
    move "CREDIT" to code in standardline.
    move creditdescription to description in standardline.
    move "standard" to category in standardline.
    perform push in ubllines using standardline.
end-if.
if zerocents > 0 then
    local zeroline.
    move object to zeroline.
    move "" to orderlineid in zeroline.
    move "" to orderref in zeroline.
    move 1 to quantity in zeroline.
    move zerocents to unitcents in zeroline.
    move zerocents to amountcents in zeroline.
    move "CREDIT" to code in zeroline.
    move creditdescription to description in zeroline.
    move "zero" to category in zeroline.
    perform push in ubllines using zeroline.
end-if.

build-ubl section.
move "" to ublerrors.
move "" to ublxml.
if ublsellertax = "" then
    add "our tax number is not set on the company. " to ublerrors.
end-if.
if ublbuyertax = "" then
    add "the customer's tax number is not set. " to ublerrors.
end-if.
local currencylength.
move length in ublcurrency to currencylength.
if currencylength not = 3 then
    add "no currency code: the company's base currency is not set. " to ublerrors.
end-if.
local countrylength.
move length in ublsellercountry to countrylength.
if countrylength not = 2 then
    add "our country is not set on the company. " to ublerrors.
end-if.
local ublcount.
move length in ubllines to ublcount.
if ublcount = 0 then
    add "the document has no lines. " to ublerrors.
end-if.
move 0 to ublsumcents.
move 0 to ublstandardcents.
local ubllast.
subtract 1 from ublcount giving ubllast.
local u.
perform check-ubl-line using u varying u from 0 to ubllast.
if ublsumcents not = ublnetcents then
    add "the lines add up to " to ublerrors.
    local sumtext.
    perform ubl-amount using ublsumcents giving sumtext.
    add sumtext to ublerrors.
    add ", not the net " to ublerrors.
    local nettext.
    perform ubl-amount using ublnetcents giving nettext.
    add nettext to ublerrors.
    add ". " to ublerrors.
end-if.
if ublstandardcents not = ubltaxablecents then
    add "the standard-rated lines do not add up to the taxable net. " to ublerrors.
end-if.
local expectedtax.
multiply ubltaxablecents by ubltaxrate giving expectedtax.
divide expectedtax by 100 giving expectedtax.
perform round in Math using expectedtax giving expectedtax.
local taxdifference.
subtract expectedtax from ubltaxcents giving taxdifference.
if taxdifference > 2 then
    add "the tax is not the rate on the taxable net. " to ublerrors.
end-if.
if taxdifference < -2 then
    add "the tax is not the rate on the taxable net. " to ublerrors.
end-if.
local grosscents.
move ublnetcents to grosscents.
add ubltaxcents to grosscents.
if grosscents not = ubltotalcents then
    add "net and tax do not make the total. " to ublerrors.
end-if.
if ublerrors = "" then
    perform write-ubl-document.
end-if.

check-ubl-line section using u.
local checkline.
move ubllines(u) to checkline.
add amountcents in checkline to ublsumcents.
if category in checkline = "standard" then
    add amountcents in checkline to ublstandardcents.
else
    if category in checkline not = "zero" then
        add "a line is in tax category " to ublerrors.
        add category in checkline to ublerrors.
        add ", which has no UBL code. " to ublerrors.
    end-if.
end-if.
if quantity in checkline < 1 then
    add "a line has no quantity. " to ublerrors.
end-if.

write-ubl-document section.
move "<?xml version=""1.0"" encoding=""UTF-8""?>\n<" to ublxml.
add ubldoctag to ublxml.
add " xmlns=""urn:oasis:names:specification:ubl:schema:xsd:" to ublxml.
add ubldoctag to ublxml.
add "-2"" xmlns:cac=""urn:oasis:names:specification:ubl:schema:xsd:CommonAggregateComponents-2"" xmlns:cbc=""urn:oasis:names:specification:ubl:schema:xsd:CommonBasicComponents-2"">\n" to ublxml.
add "<cbc:UBLVersionID>2.1</cbc:UBLVersionID>\n" to ublxml.
add "<cbc:CustomizationID>urn:cen.eu:en16931:2017</cbc:CustomizationID>\n" to ublxml.
add "<cbc:ID>" to ublxml.
add ublnumber to ublxml.
add "</cbc:ID>\n<cbc:IssueDate>" to ublxml.
add ubldate to ublxml.
add "</cbc:IssueDate>\n" to ublxml.
if ubltype = "Invoice" then
    add "<cbc:InvoiceTypeCode>380</cbc:InvoiceTypeCode>\n" to ublxml.
else
    add "<cbc:CreditNoteTypeCode>381</cbc:CreditNoteTypeCode>\n" to ublxml.
end-if.
add "<cbc:DocumentCurrencyCode>" to ublxml.
add ublcurrency to ublxml.
add "</cbc:DocumentCurrencyCode>\n" to ublxml.
local escvalue.
if ublorderref not = "" then
    add "<cac:OrderReference><cbc:ID>" to ublxml.
    perform escape-xml using ublorderref giving escvalue.
    add escvalue to ublxml.
    add "</cbc:ID></cac:OrderReference>\n" to ublxml.
end-if.
if ublbillingref not = "" then
    add "<cac:BillingReference><cac:InvoiceDocumentReference><cbc:ID>" to ublxml.
    add ublbillingref to ublxml.
    add "</cbc:ID></cac:InvoiceDocumentReference></cac:BillingReference>\n" to ublxml.
end-if.
add "<cac:AccountingSupplierParty>" to ublxml.
perform ubl-party using ublsellername ublsellertax "" "" "" ublsellercountry.
add "</cac:AccountingSupplierParty>\n<cac:AccountingCustomerParty>" to ublxml.
perform ubl-party using ublbuyername ublbuyertax ublbuyerstreet ublbuyercity ublbuyerpostalcode ublbuyercountry.
add "</cac:AccountingCustomerParty>\n" to ublxml.

add "<cac:TaxTotal><cbc:TaxAmount currencyID=""" to ublxml.
add ublcurrency to ublxml.
add """>" to ublxml.
local amounttext.
perform ubl-amount using ubltaxcents giving amounttext.
add amounttext to ublxml.
add "</cbc:TaxAmount>\n" to ublxml.
local zerocents.
subtract ubltaxablecents from ublnetcents giving zerocents.
local nozerotax.
move 0 to nozerotax.
if ubltaxablecents > 0 then
    perform add-ubl-tax-subtotal using ubltaxablecents ubltaxcents "S" ubltaxrate.
end-if.
if zerocents > 0 then
    perform add-ubl-tax-subtotal using zerocents nozerotax "Z" nozerotax.
end-if.
if ublnetcents = 0 then
    perform add-ubl-tax-subtotal using nozerotax nozerotax "Z" nozerotax.
end-if.
add "</cac:TaxTotal>\n" to ublxml.

add "<cac:LegalMonetaryTotal>" to ublxml.
perform ubl-amount using ublnetcents giving amounttext.
add "<cbc:LineExtensionAmount currencyID=""" to ublxml.
add ublcurrency to ublxml.
add """>" to ublxml.
add amounttext to ublxml.
add "</cbc:LineExtensionAmount><cbc:TaxExclusiveAmount currencyID=""" to ublxml.
add ublcurrency to ublxml.
add """>" to ublxml.
add amounttext to ublxml.
add "</cbc:TaxExclusiveAmount>" to ublxml.
perform ubl-amount using ubltotalcents giving amounttext.
add "<cbc:TaxInclusiveAmount currencyID=""" to ublxml.
add ublcurrency to ublxml.
add """>" to ublxml.
add amounttext to ublxml.
add "</cbc:TaxInclusiveAmount><cbc:PayableAmount currencyID=""" to ublxml.
add ublcurrency to ublxml.
add """>" to ublxml.
add amounttext to ublxml.
add "</cbc:PayableAmount></cac:LegalMonetaryTotal>\n" to ublxml.

local ublcount.
local ubllast.
local u.
move length in ubllines to ublcount.
subtract 1 from ublcount giving ubllast.
perform add-ubl-line using u varying u from 0 to ubllast.
add "</" to ublxml.
add ubldoctag to ublxml.
add ">\n" to ublxml.

* a party as the standard wants it: name, address (the country at
* least), tax number under the VAT scheme and legal name
ubl-party section using partyname, partytax, partystreet, partycity, partypostalcode, partycountry.
local escvalue.
add "<cac:Party><cac:PartyName><cbc:Name>" to ublxml.
perform escape-xml using partyname giving escvalue.
add escvalue to ublxml.
add "</cbc:Name></cac:PartyName><cac:PostalAddress>" to ublxml.
if partystreet not = "" then
    add "<cbc:StreetName>" to ublxml.
    perform escape-xml using partystreet giving escvalue.
    add escvalue to ublxml.
    add "</cbc:StreetName>" to ublxml.
end-if.
if partycity not = "" then
    add "<cbc:CityName>" to ublxml.
    perform escape-xml using partycity giving escvalue.
    add escvalue to ublxml.
    add "</cbc:CityName>" to ublxml.
end-if.
if partypostalcode not = "" then
    add "<cbc:PostalZone>" to ublxml.
    perform escape-xml using partypostalcode giving escvalue.
    add escvalue to ublxml.
    add "</cbc:PostalZone>" to ublxml.
end-if.
add "<cac:Country><cbc:IdentificationCode>" to ublxml.
add partycountry to ublxml.
add "</cbc:IdentificationCode></cac:Country></cac:PostalAddress><cac:PartyTaxScheme><cbc:CompanyID>" to ublxml.
perform escape-xml using partytax giving escvalue.
add escvalue to ublxml.
add "</cbc:CompanyID><cac:TaxScheme><cbc:ID>VAT</cbc:ID></cac:TaxScheme></cac:PartyTaxScheme><cac:PartyLegalEntity><cbc:RegistrationName>" to ublxml.
perform escape-xml using partyname giving escvalue.
add escvalue to ublxml.
add "</cbc:RegistrationName></cac:PartyLegalEntity></cac:Party>" to ublxml.

add-ubl-tax-subtotal section using taxablecents, taxcents, categorycode, percent.
local amounttext.
add "<cac:TaxSubtotal><cbc:TaxableAmount currencyID=""" to ublxml.
add ublcurrency to ublxml.
add """>" to ublxml.
perform ubl-amount using taxablecents giving amounttext.
add amounttext to ublxml.
add "</cbc:TaxableAmount><cbc:TaxAmount currencyID=""" to ublxml.
add ublcurrency to ublxml.
add """>" to ublxml.
perform ubl-amount using taxcents giving amounttext.
add amounttext to ublxml.
add "</cbc:TaxAmount><cac:TaxCategory><cbc:ID>" to ublxml.
add categorycode to ublxml.
add "</cbc:ID><cbc:Percent>" to ublxml.
add percent to ublxml.
add "</cbc:Percent><cac:TaxScheme><cbc:ID>VAT</cbc:ID></cac:TaxScheme></cac:TaxCategory></cac:TaxSubtotal>\n" to ublxml.

* lines are numbered from 1 in the order given; an order line keeps
* its own id and its order's PO as the reference back to the order
add-ubl-line section using u.
local docline.
move ubllines(u) to docline.
local linenumber.
move u to linenumber.
add 1 to linenumber.
local escvalue.
local amounttext.
add "<cac:" to ublxml.
add ubllinetag to ublxml.
add "><cbc:ID>" to ublxml.
add linenumber to ublxml.
add "</cbc:ID><cbc:" to ublxml.
add ublqtytag to ublxml.
add " unitCode=""C62"">" to ublxml.
add quantity in docline to ublxml.
add "</cbc:" to ublxml.
add ublqtytag to ublxml.
add "><cbc:LineExtensionAmount currencyID=""" to ublxml.
add ublcurrency to ublxml.
add """>" to ublxml.
perform ubl-amount using amountcents in docline giving amounttext.
add amounttext to ublxml.
add "</cbc:LineExtensionAmount>" to ublxml.
if orderlineid in docline not = "" then
    add "<cac:OrderLineReference><cbc:LineID>" to ublxml.
    add orderlineid in docline to ublxml.
    add "</cbc:LineID>" to ublxml.
    if orderref in docline not = "" then
        add "<cac:OrderReference><cbc:ID>" to ublxml.
        perform escape-xml using orderref in docline giving escvalue.
        add escvalue to ublxml.
        add "</cbc:ID></cac:OrderReference>" to ublxml.
    end-if.
    add "</cac:OrderLineReference>" to ublxml.
end-if.
add "<cac:Item><cbc:Name>" to ublxml.
perform escape-xml using description in docline giving escvalue.
add escvalue to ublxml.
add "</cbc:Name><cac:SellersItemIdentification><cbc:ID>" to ublxml.
perform escape-xml using code in docline giving escvalue.
add escvalue to ublxml.
add "</cbc:ID></cac:SellersItemIdentification><cac:ClassifiedTaxCategory>" to ublxml.
if category in docline = "standard" then
    add "<cbc:ID>S</cbc:ID><cbc:Percent>" to ublxml.
    add ubltaxrate to ublxml.
else
    add "<cbc:ID>Z</cbc:ID><cbc:Percent>0" to ublxml.
end-if.
add "</cbc:Percent><cac:TaxScheme><cbc:ID>VAT</cbc:ID></cac:TaxScheme></cac:ClassifiedTaxCategory></cac:Item><cac:Price><cbc:PriceAmount currencyID=""" to ublxml.
add ublcurrency to ublxml.
add """>" to ublxml.
perform ubl-amount using unitcents in docline giving amounttext.
add amounttext to ublxml.
add "</cbc:PriceAmount></cac:Price></cac:" to ublxml.
add ubllinetag to ublxml.
add ">\n" to ublxml.

* an amount to whole cents, rounded the way the tax office rounds
ubl-cents section using amount.
local cents.
move amount to cents.
multiply cents by 100 giving cents.
perform round in Math using cents giving cents.
return cents.

* whole cents as the decimal amount UBL carries, two places always
ubl-amount section using amountcents.
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

* the five characters XML reserves, ampersand first as ESCAPEHTML.cpy
* does it
escape-xml section using value.
local escaped.
move "" to escaped.
add value to escaped.
local escparts.
perform split in escaped using "&" giving escparts.
perform join in escparts using "&amp;" giving escaped.
perform split in escaped using "<" giving escparts.
perform join in escparts using "&lt;" giving escaped.
perform split in escaped using ">" giving escparts.
perform join in escparts using "&gt;" giving escaped.
perform split in escaped using """" giving escparts.
perform join in escparts using "&quot;" giving escaped.
perform split in escaped using "'" giving escparts.
perform join in escparts using "&apos;" giving escaped.
return escaped.
