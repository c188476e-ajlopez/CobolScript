* UBLFIELDS - the working fields of a structured e-invoice, for a
* program to copy in among its own locals when it also copies
* UBLDOCUMENT.cpy at the bottom. load-ubl-header fills the document
* fields from one row, ubllines holds the lines as objects (lineid,
* quantity, unitcents, amountcents, code, description, category,
* orderref, orderlineid), and build-ubl leaves the document in ublxml
* with ublerrors blank - or says in ublerrors why it may not go out.
* Amounts are whole cents of the document's currency throughout.
local ubltype.
local ubldoctag.
local ubllinetag.
local ublqtytag.
local ublfile.
local ublnumber.
local ubldate.
local ublcurrency.
local ublsellername.
local ublsellertax.
local ublsellercountry.
local ublbuyername.
local ublbuyertax.
local ublbuyerstreet.
local ublbuyercity.
local ublbuyerpostalcode.
local ublbuyercountry.
local ublorderref.
local ublbillingref.
local ubltaxrate.
local ubllines.
local ublnetcents.
local ubltaxablecents.
local ubltaxcents.
local ubltotalcents.
local ublsumcents.
local ublstandardcents.
local ublerrors.
local ublxml.
