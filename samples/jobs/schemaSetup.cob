perform add-migration using 41.
perform add-statement using "alter table CustomerSuppliers add column MinOrderValue decimal(10,2) not null default 0".

* ------------------------------------------------------------------
* 42: draft replenishment orders - the nightly reorder step writes a
*     draft per supplier for the low-stock products, a buyer adjusts
*     or discards it, and an accepted draft becomes an entered stock
*     order raised against the company's own stock account. OrderType
*     tells those apart from customer orders, which every existing
*     order backfills as.
* ------------------------------------------------------------------
perform add-migration using 42.
perform add-statement using "create table if not exists ReplenishmentDrafts (Id int not null auto_increment primary key, CompanyId int not null, SupplierId int not null, Status varchar(10) not null default 'draft', OrderId int null, CreatedAt datetime not null, ReviewedBy varchar(60) null, ReviewedAt datetime null)".
perform add-statement using "create table if not exists ReplenishmentDraftItems (Id int not null auto_increment primary key, DraftId int not null, ProductId int not null, StockOnHand int not null default 0, ReorderPoint int not null default 0, Quantity int not null, Unit varchar(10) not null default 'each', UnitQuantity int not null default 0)".
perform add-statement using "alter table orders add column OrderType varchar(10) not null default 'customer'".
perform add-statement using "alter table companies add column StockCustomerId int null".

* ------------------------------------------------------------------
* 43: physical stock counts - a count snapshots the system quantity
*     of every product in one supplier's catalog or one aisle, the
*     warehouse keys what it found on a blind sheet, and a supervisor
*     approves the variances into stock. BinLocation (aisle-bay, e.g.
*     A03-02) is what the per-aisle sheets select on.
* ------------------------------------------------------------------
perform add-migration using 43.
perform add-statement using "alter table SupplierProducts add column BinLocation varchar(20) not null default ''".
perform add-statement using "create table if not exists StockCounts (Id int not null auto_increment primary key, CompanyId int not null, SupplierId int null, Aisle varchar(20) not null default '', Status varchar(10) not null default 'open', CreatedBy varchar(60) not null, CreatedAt datetime not null, CountedBy varchar(60) null, CountedAt datetime null, ApprovedBy varchar(60) null, ApprovedAt datetime null)".
perform add-statement using "create table if not exists StockCountLines (Id int not null auto_increment primary key, CountId int not null, ProductId int not null, SystemQuantity int not null, CountedQuantity int null, UnitPrice decimal(10,2) not null default 0, Adjustment int not null default 0)".

* ------------------------------------------------------------------
* 44: the stock movement ledger - every change to StockOnHand is also
*     written as a dated, signed movement naming its source document
*     and user, so a balance can be rebuilt and explained. Each
*     product's balance at this migration opens its ledger.
* ------------------------------------------------------------------
perform add-migration using 44.
perform add-statement using "create table if not exists StockMovements (Id int not null auto_increment primary key, CompanyId int not null, ProductId int not null, MovementType varchar(12) not null, Quantity int not null, OrderId int null, ReturnId int null, CountId int null, ChangedBy varchar(60) not null, MovedAt datetime not null, index (ProductId))".
perform add-statement using "insert into StockMovements (CompanyId, ProductId, MovementType, Quantity, ChangedBy, MovedAt) select suppliers.CompanyId, SupplierProducts.Id, 'opening', SupplierProducts.StockOnHand, 'schemaSetup', now() from SupplierProducts inner join suppliers on suppliers.Id = SupplierProducts.SupplierId where SupplierProducts.StockOnHand <> 0".

* ------------------------------------------------------------------
* 45: stock reservations - an approved customer order holds its
*     base-unit quantities against the shelf until it is delivered or
*     cancelled, so available stock is on hand less what approved
*     orders have already promised. Orders standing approved today
*     take their reservation now.
* ------------------------------------------------------------------
perform add-migration using 45.
perform add-statement using "alter table OrderItems add column ReservedQuantity int not null default 0".
perform add-statement using "update OrderItems set ReservedQuantity = Quantity where OrderId in (select Id from orders where Status = 'approved' and OrderType = 'customer')".

* ------------------------------------------------------------------
* 46: backorders - the shortfall on a short-received customer order
*     line stays owed to the customer until a later receipt from the
*     same supplier fills it (each fill becomes its own approved,
*     received order) or someone cancels it with a reason. Lines
*     already received short on orders not yet closed are owed now.
* ------------------------------------------------------------------
perform add-migration using 46.
perform add-statement using "create table if not exists Backorders (Id int not null auto_increment primary key, CompanyId int not null, OrderId int not null, OrderItemId int not null, CustomerId int not null, SupplierId int not null, ProductId int not null, Quantity int not null, Price decimal(10,2) not null, FilledQuantity int not null default 0, Status varchar(10) not null default 'open', CancelReason varchar(200) not null default '', CreatedAt datetime not null, ClosedAt datetime null, index (SupplierId), index (OrderId))".
perform add-statement using "create table if not exists BackorderFills (Id int not null auto_increment primary key, BackorderId int not null, OrderId int not null, ReceiptOrderId int not null, Quantity int not null, FilledBy varchar(60) not null, FilledAt datetime not null, index (BackorderId))".
perform add-statement using "insert into Backorders (CompanyId, OrderId, OrderItemId, CustomerId, SupplierId, ProductId, Quantity, Price, CreatedAt) select orders.CompanyId, orders.Id, OrderItems.Id, orders.CustomerId, orders.SupplierId, OrderItems.ProductId, OrderItems.Quantity - OrderItems.ReceivedQuantity, OrderItems.Price, now() from OrderItems inner join orders on orders.Id = OrderItems.OrderId where orders.Received = 1 and orders.OrderType = 'customer' and (orders.Status = 'approved' or orders.Status = 'delivered') and OrderItems.ReceivedQuantity < OrderItems.Quantity".

* ------------------------------------------------------------------
* 47: lots and best-before dates - the warehouse keys the supplier's
*     lot and best-before date per received line (StockLots); delivery
*     records which lot went out on which order and delivery note
*     (DeliveryLots), so a recall can be traced to every customer.
*     DeliveryNotes numbers each printed note.
* ------------------------------------------------------------------
perform add-migration using 47.
perform add-statement using "create table if not exists DeliveryNotes (Id int not null auto_increment primary key, CompanyId int not null, OrderId int not null, DeliveryDay varchar(2) not null, PrintedAt datetime not null, index (OrderId))".
perform add-statement using "create table if not exists StockLots (Id int not null auto_increment primary key, CompanyId int not null, ProductId int not null, LotNumber varchar(30) not null default '', BestBefore date null, Quantity int not null, OrderId int not null, OrderItemId int null, ReceivedBy varchar(60) not null, ReceivedAt datetime not null, index (ProductId), index (OrderId))".
perform add-statement using "create table if not exists DeliveryLots (Id int not null auto_increment primary key, LotId int not null, OrderId int not null, DeliveryNoteId int null, Quantity int not null, DeliveredAt datetime not null, index (LotId), index (OrderId))".

* ------------------------------------------------------------------
* 48: vehicle load planning - weight (kg) and volume (cubic metres)
*     per base unit of each catalog product, so a case or pallet
*     weighs its pack size times the unit, and the vehicles that run
*     each supplier's route with what they can carry.
* ------------------------------------------------------------------
perform add-migration using 48.
perform add-statement using "alter table SupplierProducts add column UnitWeight decimal(10,3) not null default 0, add column UnitVolume decimal(10,4) not null default 0".
perform add-statement using "create table if not exists Vehicles (Id int not null auto_increment primary key, CompanyId int not null, SupplierId int null, Name varchar(60) not null, MaxWeight decimal(10,2) not null default 0, MaxVolume decimal(10,3) not null default 0, IsActive tinyint not null default 1)".

* ------------------------------------------------------------------
* 49: proof of delivery - the signed delivery note comes back from
*     the driver and is keyed against its note number: when it was
*     delivered, who signed, and any line the customer refused, found
*     damaged or was short at the door.
* ------------------------------------------------------------------
perform add-migration using 49.
perform add-statement using "create table if not exists ProofOfDelivery (Id int not null auto_increment primary key, CompanyId int not null, DeliveryNoteId int not null, OrderId int not null, DeliveredAt datetime not null, SignedBy varchar(100) not null, Notes varchar(200) not null default '', RecordedBy varchar(60) not null, RecordedAt datetime not null, unique key (DeliveryNoteId), index (OrderId))".
perform add-statement using "create table if not exists PodExceptions (Id int not null auto_increment primary key, PodId int not null, OrderItemId int not null, ExceptionType varchar(10) not null, Quantity int not null, index (PodId))".

* ------------------------------------------------------------------
* 50: public holidays - each company keeps its own calendar of days
*     nobody delivers, and each customer-supplier link says what
*     happens to a delivery that falls on one: 'skip' it, or move it
*     to the 'next' working day.
* ------------------------------------------------------------------
perform add-migration using 50.
perform add-statement using "create table if not exists Holidays (Id int not null auto_increment primary key, CompanyId int not null, HolidayDate date not null, Name varchar(60) not null, unique key (CompanyId, HolidayDate))".
perform add-statement using "alter table CustomerSuppliers add column HolidayRule varchar(4) not null default 'skip'".

* ------------------------------------------------------------------
* 51: customer quotations - a priced offer per customer and supplier
*     with an expiry date, that either turns into an entered order at
*     the quoted prices or closes as lost or expired.
* ------------------------------------------------------------------
perform add-migration using 51.
perform add-statement using "create table if not exists Quotes (Id int not null auto_increment primary key, CompanyId int not null, CustomerId int not null, SupplierId int not null, QuoteDate datetime not null, ValidUntil date not null, Status varchar(10) not null default 'open', LostReason varchar(200) not null default '', OrderId int null, CreatedBy varchar(60) not null, ClosedAt datetime null, index (CompanyId, Status), index (CustomerId))".
perform add-statement using "create table if not exists QuoteItems (Id int not null auto_increment primary key, QuoteId int not null, ProductId int not null, Quantity int not null, Price decimal(10,2) not null, Unit varchar(10) not null default 'each', UnitQuantity int not null, PriceSource varchar(10) not null default 'catalog', index (QuoteId))".

* ------------------------------------------------------------------
* 52: bill-to accounts for chains - a branch customer may name the
*     head-office customer that pays for it. Orders and delivery
*     notes stay with the branch; invoices, statements, aging and
*     dunning go to the bill-to account.
* ------------------------------------------------------------------
perform add-migration using 52.
perform add-statement using "alter table customers add column BillToCustomerId int null, add index (BillToCustomerId)".

* ------------------------------------------------------------------
* 53: delivery charges by zone - a zone is a postal-code range or a
*     region with a charge per delivered order and a free-delivery
*     threshold on order value; a customer-supplier link can waive
*     it. The invoice run records the charge per order and the
*     freight total per invoice, which the GL extract posts to its
*     own account.
* ------------------------------------------------------------------
perform add-migration using 53.
perform add-statement using "create table if not exists DeliveryZones (Id int not null auto_increment primary key, CompanyId int not null, Name varchar(60) not null, PostalFrom varchar(10) not null default '', PostalTo varchar(10) not null default '', Region varchar(50) not null default '', Charge decimal(10,2) not null, FreeThreshold decimal(10,2) not null default 0, index (CompanyId))".
perform add-statement using "alter table CustomerSuppliers add column WaiveDeliveryCharge tinyint not null default 0".
perform add-statement using "alter table orders add column DeliveryCharge decimal(10,2) not null default 0".
perform add-statement using "alter table invoices add column Freight decimal(10,2) not null default 0".

* ------------------------------------------------------------------
* 54: foreign-currency trading - a currency on customers and
*     suppliers (blank is the base currency every amount was kept in
*     until now), daily exchange rates loaded from a file as base
*     units per one unit of the currency, and the currency and rate
*     each document was raised at. Invoice, credit note and payment
*     amounts are held in the document's own currency; the GL extract
*     converts at the stored rate. PaymentAllocations.FxGain is the
*     realised gain (negative: loss) in base currency when a payment
*     settles an invoice at a different rate.
* ------------------------------------------------------------------
perform add-migration using 54.
perform add-statement using "create table if not exists ExchangeRates (Id int not null auto_increment primary key, RateDate date not null, Currency char(3) not null, Rate decimal(18,8) not null, LoadedAt datetime not null, unique key (Currency, RateDate))".
perform add-statement using "alter table customers add column Currency char(3) not null default ''".
perform add-statement using "alter table suppliers add column Currency char(3) not null default ''".
perform add-statement using "alter table invoices add column Currency char(3) not null default '', add column ExchangeRate decimal(18,8) not null default 1".
perform add-statement using "alter table CreditNotes add column Currency char(3) not null default '', add column ExchangeRate decimal(18,8) not null default 1".
perform add-statement using "alter table payments add column Currency char(3) not null default '', add column ExchangeRate decimal(18,8) not null default 1".
perform add-statement using "alter table PaymentAllocations add column FxGain decimal(10,2) not null default 0".
perform add-statement using "alter table SupplierInvoices add column Currency char(3) not null default '', add column ExchangeRate decimal(18,8) not null default 1".

* ------------------------------------------------------------------
* 55: early-payment settlement discount - a percentage and a number
*     of days per paying account, copied onto each invoice when it is
*     raised (the percentage, and the last day it may be taken) so a
*     later change of terms never rewrites an invoice already sent.
*     PaymentAllocations.Discount is the part of an allocation's
*     Amount settled by discount rather than by cash, in the
*     invoice's currency.
* ------------------------------------------------------------------
perform add-migration using 55.
perform add-statement using "alter table customers add column SettlementDiscountPercent decimal(5,2) not null default 0, add column SettlementDiscountDays int not null default 0".
perform add-statement using "alter table invoices add column SettlementPercent decimal(5,2) not null default 0, add column SettlementDueDate date null".
perform add-statement using "alter table PaymentAllocations add column Discount decimal(12,2) not null default 0".

* ------------------------------------------------------------------
* 56: supplier payment runs - payment terms, the bank account to pay
*     and the address remittance advices go to, per supplier; a
*     weekly proposal of the matched supplier invoices falling due
*     before the next run, approved (or rejected) by finance on
*     /payrun, then paid by the bank payment file. An invoice on a
*     proposal or an approved run carries its PaymentRunId so it
*     cannot also be paid by hand.
* ------------------------------------------------------------------
perform add-migration using 56.
perform add-statement using "alter table suppliers add column PaymentTermsDays int not null default 30, add column BankAccount varchar(34) not null default '', add column RemittanceEmail varchar(100) not null default ''".
perform add-statement using "create table if not exists SupplierPaymentRuns (Id int not null auto_increment primary key, CompanyId int not null, Status varchar(10) not null default 'proposed', PayBy date not null, CreatedAt datetime not null, ReviewedBy varchar(60) null, ReviewedAt datetime null, PaidAt datetime null, PaymentFile varchar(100) not null default '', index (CompanyId, Status))".
perform add-statement using "create table if not exists SupplierPaymentRunItems (Id int not null auto_increment primary key, RunId int not null, SupplierInvoiceId int not null, index (RunId))".
perform add-statement using "alter table SupplierInvoices add column PaymentRunId int null".

* ------------------------------------------------------------------
* 57: bad-debt and small-balance write-off - a write-off closes what
*     is left open on one invoice, in the invoice's currency and at
*     its rate, with a reason code; every open-balance sum subtracts
*     it alongside payments and credit notes, and the GL extract
*     posts it to BADDEBT. WriteOffThreshold is the residual (in base
*     currency) below which the bulk small-balance write-off takes an
*     invoice; zero leaves the bulk option off.
* ------------------------------------------------------------------
perform add-migration using 57.
perform add-statement using "create table if not exists WriteOffs (Id int not null auto_increment primary key, CompanyId int not null, CustomerId int not null, InvoiceId int not null, WriteOffDate date not null, Amount decimal(12,2) not null, Currency char(3) not null default '', ExchangeRate decimal(18,8) not null default 1, ReasonCode varchar(20) not null, Notes varchar(200) not null default '', WrittenOffBy varchar(60) not null, CreatedAt datetime not null, GlPosted tinyint not null default 0, index (InvoiceId), index (CompanyId, WriteOffDate))".
perform add-statement using "alter table companies add column WriteOffThreshold decimal(12,2) not null default 0".

* ------------------------------------------------------------------
* 58: refunds of customer credit balances - a refund is issued
*     against a paying account's net credit in the account's
*     currency, approved by a second user, then paid by the nightly
*     refund file in the bank payment file layout. ExchangeRate is the
*     rate on the day it was paid, which the GL extract posts at.
* ------------------------------------------------------------------
perform add-migration using 58.
perform add-statement using "create table if not exists Refunds (Id int not null auto_increment primary key, CompanyId int not null, CustomerId int not null, Amount decimal(12,2) not null, Currency char(3) not null default '', ExchangeRate decimal(18,8) not null default 1, BankAccount varchar(34) not null, Reason varchar(200) not null default '', Status varchar(10) not null default 'pending', RequestedBy varchar(60) not null, RequestedAt datetime not null, ReviewedBy varchar(60) null, ReviewedAt datetime null, PaidAt datetime null, PaymentFile varchar(100) not null default '', GlPosted tinyint not null default 0, index (CompanyId, Status), index (CustomerId))".

* ------------------------------------------------------------------
* 59: the sales tax return - an invoice records how much of its net
*     was standard-rated, a credit note records the net, tax and
*     standard-rated part it reverses (in proportion to its invoice),
*     and a supplier invoice records the tax included in its total.
*     Existing invoices take their standard-rated part from their
*     order lines and delivery charge, existing credit notes theirs
*     from their invoice.
* ------------------------------------------------------------------
perform add-migration using 59.
perform add-statement using "alter table invoices add column TaxableNet decimal(12,2) not null default 0".
perform add-statement using "update invoices set TaxableNet = least(Net, round(coalesce((select sum(OrderItems.Quantity * OrderItems.Price) from OrderItems inner join orders on orders.Id = OrderItems.OrderId inner join SupplierProducts on SupplierProducts.Id = OrderItems.ProductId where orders.InvoiceId = invoices.Id and SupplierProducts.TaxCategory = 'standard'), 0) / ExchangeRate, 2) + Freight) where Tax > 0".
perform add-statement using "alter table CreditNotes add column Net decimal(12,2) not null default 0, add column Tax decimal(12,2) not null default 0, add column TaxableNet decimal(12,2) not null default 0".
perform add-statement using "update CreditNotes inner join invoices on invoices.Id = CreditNotes.InvoiceId set CreditNotes.Tax = round(CreditNotes.Total * invoices.Tax / invoices.Total, 2), CreditNotes.TaxableNet = round(CreditNotes.Total * invoices.TaxableNet / invoices.Total, 2) where invoices.Total > 0".
perform add-statement using "update CreditNotes set Net = Total - Tax".
perform add-statement using "alter table SupplierInvoices add column Tax decimal(12,2) not null default 0".

* ------------------------------------------------------------------
* 60: the receivables journal - one row per document the GL extract
*     has posted to receivables, with the signed base-currency cents
*     it posted (debit positive), so the nightly reconciliation can
*     hold the subledger against what the ledger was actually sent.
*     Documents posted before the journal was kept are entered at
*     the amounts the extract posts for them, with no extract date.
* ------------------------------------------------------------------
perform add-migration using 60.
perform add-statement using "create table if not exists GlArPostings (Id int not null auto_increment primary key, CompanyId int not null, SourceType varchar(8) not null, SourceId int not null, AmountCents bigint not null, ExtractDate date null, index (CompanyId, SourceType, SourceId))".
perform add-statement using "insert into GlArPostings (CompanyId, SourceType, SourceId, AmountCents) select CompanyId, 'INVOICE', Id, round((Net - Freight) * ExchangeRate * 100) + round(Freight * ExchangeRate * 100) + round(Tax * ExchangeRate * 100) from invoices where GlPosted = 1".
perform add-statement using "insert into GlArPostings (CompanyId, SourceType, SourceId, AmountCents) select CompanyId, 'CREDIT', Id, 0 - round(Total * ExchangeRate * 100) from CreditNotes where GlPosted = 1".
perform add-statement using "insert into GlArPostings (CompanyId, SourceType, SourceId, AmountCents) select payments.CompanyId, 'PAYMENT', payments.Id, 0 - (round(payments.Amount * payments.ExchangeRate * 100) - round(coalesce((select sum(PaymentAllocations.FxGain) from PaymentAllocations where PaymentAllocations.PaymentId = payments.Id), 0) * 100) + round(coalesce((select sum(round(PaymentAllocations.Discount * invoices.ExchangeRate, 2)) from PaymentAllocations inner join invoices on invoices.Id = PaymentAllocations.InvoiceId where PaymentAllocations.PaymentId = payments.Id), 0) * 100)) from payments where payments.GlPosted = 1".
perform add-statement using "insert into GlArPostings (CompanyId, SourceType, SourceId, AmountCents) select CompanyId, 'WRITEOFF', Id, 0 - round(Amount * ExchangeRate * 100) from WriteOffs where GlPosted = 1".
perform add-statement using "insert into GlArPostings (CompanyId, SourceType, SourceId, AmountCents) select CompanyId, 'REFUND', Id, round(Amount * ExchangeRate * 100) from Refunds where Status = 'paid' and GlPosted = 1".

* ------------------------------------------------------------------
* 61: volume rebate agreements - a paying account earns a percentage
*     back on its invoiced purchases over the agreement's dates (from
*     one supplier only when SupplierId is set), at the highest tier
*     whose threshold it has passed. Thresholds and the accrual are in
*     base currency; the month-end job keeps the accrual current and
*     issues the earned rebate as a credit note once the agreement
*     ends. A credit note raised against no one invoice has
*     InvoiceId 0.
* ------------------------------------------------------------------
perform add-migration using 61.
perform add-statement using "create table if not exists RebateAgreements (Id int not null auto_increment primary key, CompanyId int not null, CustomerId int not null, SupplierId int null, StartDate date not null, EndDate date not null, Status varchar(10) not null default 'active', QualifyingSales decimal(14,2) not null default 0, TierPercent decimal(5,2) not null default 0, AccruedRebate decimal(12,2) not null default 0, AccruedAt date null, CreditNoteId int null, CreatedBy varchar(60) not null, CreatedAt datetime not null, SettledAt datetime null, index (CompanyId, Status), index (CustomerId))".
perform add-statement using "create table if not exists RebateTiers (Id int not null auto_increment primary key, AgreementId int not null, Threshold decimal(14,2) not null, Percent decimal(5,2) not null, index (AgreementId))".

* ------------------------------------------------------------------
* 62: sales representatives. A rep earns a percentage on what their
*     customers pay, at the rep's own rate or, where one is set, the
*     rate for the supplier the goods came from. Assignments are
*     dated: the rep a customer had on a date is the latest row
*     effective on or before it, and a row with no RepId leaves the
*     customer unassigned from that date.
* ------------------------------------------------------------------
perform add-migration using 62.
perform add-statement using "create table if not exists SalesReps (Id int not null auto_increment primary key, CompanyId int not null, Name varchar(60) not null, Email varchar(100) not null default '', CommissionRate decimal(5,2) not null default 0, IsActive tinyint not null default 1, index (CompanyId))".
perform add-statement using "create table if not exists SalesRepSupplierRates (Id int not null auto_increment primary key, RepId int not null, SupplierId int not null, CommissionRate decimal(5,2) not null, unique (RepId, SupplierId))".
perform add-statement using "create table if not exists CustomerReps (Id int not null auto_increment primary key, CompanyId int not null, CustomerId int not null, RepId int null, EffectiveFrom date not null, AssignedBy varchar(60) not null, AssignedAt datetime not null, index (CustomerId, EffectiveFrom), index (RepId))".

* ------------------------------------------------------------------
* 63: the margin floor - the gross margin percentage under which a
*     line sold is flagged on the month-end margin report; 0 flags
*     only sales below cost
* ------------------------------------------------------------------
perform add-migration using 63.
perform add-statement using "alter table companies add column MarginFloorPercent decimal(5,2) not null default 0".

* ------------------------------------------------------------------
* 64: sales budgets - the target for one company's sales of one
*     supplier's goods in one month, in base currency. BudgetMonth
*     is the first of the month; a month with no row has no budget.
* ------------------------------------------------------------------
perform add-migration using 64.
perform add-statement using "create table if not exists SalesBudgets (Id int not null auto_increment primary key, CompanyId int not null, SupplierId int not null, BudgetMonth date not null, Amount decimal(14,2) not null, UpdatedBy varchar(60) not null, UpdatedAt datetime not null, unique (CompanyId, SupplierId, BudgetMonth))".

* ------------------------------------------------------------------
* 65: demand-based reorder settings. ReorderQuantity is what a
*     replenishment draft orders once stock falls below the reorder
*     point (0 keeps the old top-up to just above it). The month-end
*     forecast leaves one open suggestion per product for a buyer to
*     accept or let lapse; the next run supersedes what is left.
* ------------------------------------------------------------------
perform add-migration using 65.
perform add-statement using "alter table SupplierProducts add column ReorderQuantity int not null default 0".
perform add-statement using "create table if not exists ReorderSuggestions (Id int not null auto_increment primary key, CompanyId int not null, ProductId int not null, Forecast1 int not null, Forecast2 int not null, Forecast3 int not null, StandingQuantity int not null default 0, LeadDays decimal(5,1) not null, LeadAssumed tinyint not null default 0, CurrentPoint int not null, CurrentQuantity int not null, SuggestedPoint int not null, SuggestedQuantity int not null, Status varchar(10) not null default 'open', CreatedAt datetime not null, ReviewedBy varchar(60) null, ReviewedAt datetime null, index (CompanyId, Status), index (ProductId))".

* ------------------------------------------------------------------
* 66: intercompany trading. A link says one company's customer
*     account is another company of the group, and names the supplier
*     account that company buys through; the overnight invoice run
*     books the buyer's side of every invoice on a linked account,
*     and SourceInvoiceId ties that supplier invoice back to the
*     seller's invoice it mirrors. A customer or supplier account
*     belongs to at most one link.
* ------------------------------------------------------------------
perform add-migration using 66.
perform add-statement using "create table if not exists IntercompanyLinks (Id int not null auto_increment primary key, SellerCompanyId int not null, SellerCustomerId int not null, BuyerCompanyId int not null, BuyerSupplierId int not null, CreatedBy varchar(60) not null, CreatedAt datetime not null, unique (SellerCustomerId), unique (BuyerSupplierId))".
perform add-statement using "alter table SupplierInvoices add column SourceInvoiceId int null, add index (SourceInvoiceId)".

* ------------------------------------------------------------------
* 67: the customer portal. A user with Role 'customer' is a login of
*     one of our customers, tied to its billing account by CustomerId
*     (null for staff); the session carries the account with it so
*     every portal page can scope its reads to it.
* ------------------------------------------------------------------
perform add-migration using 67.
perform add-statement using "alter table users add column CustomerId int null".
perform add-statement using "alter table sessions add column CustomerId int null".

* ------------------------------------------------------------------
* 68: supplier EDI. A supplier with EdiEnabled set is sent each
*     approved order as a file (EdiSentAt records when), and its
*     dispatch advice files come back with the date it expects to
*     deliver and, per line, the quantity it confirms and any product
*     it substitutes. The goods receipt form starts from the confirmed
*     quantity.
* ------------------------------------------------------------------
perform add-migration using 68.
perform add-statement using "alter table suppliers add column EdiEnabled tinyint not null default 0".
perform add-statement using "alter table orders add column EdiSentAt datetime null, add column ExpectedDelivery date null, add column DispatchAdviceAt datetime null".
perform add-statement using "alter table OrderItems add column ConfirmedQuantity int null, add column SubstituteProductId int null".

* ------------------------------------------------------------------
* 69: structured e-invoices. A billing account whose InvoiceDelivery
*     is 'ubl' is sent each invoice and credit note as a UBL XML
*     document beside the printable file, carrying both sides' tax
*     numbers; the company's BaseCurrency and Country are the codes
*     the document states for amounts kept in base currency and for
*     our own address. EInvoice on the document is '' (printed only),
*     'pending', 'released' or 'failed' (held back by the checks and
*     retried by the next invoice run).
* ------------------------------------------------------------------
perform add-migration using 69.
perform add-statement using "alter table companies add column TaxNumber varchar(30) not null default '', add column BaseCurrency char(3) not null default '', add column Country char(2) not null default ''".
perform add-statement using "alter table customers add column TaxNumber varchar(30) not null default '', add column InvoiceDelivery varchar(10) not null default 'print'".
perform add-statement using "alter table invoices add column EInvoice varchar(10) not null default ''".
perform add-statement using "alter table CreditNotes add column EInvoice varchar(10) not null default ''".

* ------------------------------------------------------------------
* 70: documents by email. A contact with IsBillingContact set is
*     where the customer's invoices, statements and dunning letters
*     are emailed instead of posted; EmailBouncedAt marks an address
*     the mail transport has bounced, which sends the customer back
*     to paper until the address is corrected. DocumentDeliveries
*     records how each document went - email or print, to whom, and
*     why not by email - for the nightly delivery report.
* ------------------------------------------------------------------
perform add-migration using 70.
perform add-statement using "alter table CustomerContacts add column IsBillingContact tinyint not null default 0, add column EmailBouncedAt datetime null".
perform add-statement using "create table if not exists DocumentDeliveries (Id int not null auto_increment primary key, CompanyId int not null, CustomerId int not null, DocumentType varchar(20) not null, DocumentFile varchar(100) not null, Channel varchar(10) not null, Recipient varchar(100) not null default '', ContactId int not null default 0, MailFile varchar(100) not null default '', Reason varchar(100) not null default '', CreatedAt datetime not null, BouncedAt datetime null, BounceReason varchar(200) not null default '', index (MailFile), index (CreatedAt))".

* ------------------------------------------------------------------
* 71: the outgoing document index. Every file a batch job writes for
*     a customer or supplier - invoices, credit notes, statements,
*     dunning letters, delivery notes, stale-address letters,
*     purchase orders, remittance advices - gets a Documents row
*     saying what it is, whose it is and where the file is, so a copy
*     is found from the customer or supplier page instead of by
*     searching folders. One file can serve several customers (the
*     stale-address merge file), hence the three-part key; a rerun
*     that rewrites a file refreshes its row. RemovedAt is set when
*     the retention sweep deletes the file. DocumentReprints records
*     each copy taken from the index. Invoices and credit notes
*     already on file are indexed from their tables.
* ------------------------------------------------------------------
perform add-migration using 71.
perform add-statement using "create table if not exists Documents (Id int not null auto_increment primary key, CompanyId int not null, DocumentType varchar(20) not null, DocumentNumber varchar(60) not null, CustomerId int not null default 0, SupplierId int not null default 0, DocumentDate date not null, ProducedBy varchar(40) not null, FilePath varchar(200) not null, CreatedAt datetime not null, RemovedAt datetime null, unique key DocumentFileParty (FilePath, CustomerId, SupplierId), index (CustomerId), index (SupplierId), index (DocumentDate))".
perform add-statement using "create table if not exists DocumentReprints (Id int not null auto_increment primary key, DocumentId int not null, CompanyId int not null, ReprintedBy varchar(100) not null, ReprintedAt datetime not null, index (DocumentId))".
perform add-statement using "insert ignore into Documents (CompanyId, DocumentType, DocumentNumber, CustomerId, SupplierId, DocumentDate, ProducedBy, FilePath, CreatedAt) select CompanyId, 'invoice', InvoiceNumber, CustomerId, 0, date(InvoiceDate), 'invoiceRun', concat('invoice-', CompanyId, '-', InvoiceNumber, '.txt'), now() from invoices".
perform add-statement using "insert ignore into Documents (CompanyId, DocumentType, DocumentNumber, CustomerId, SupplierId, DocumentDate, ProducedBy, FilePath, CreatedAt) select CompanyId, 'creditnote', CreditNumber, CustomerId, 0, date(CreditDate), if(RaisedBy = 'rebateaccrual', 'rebateAccrual', 'creditNoteNew'), concat('creditnote-', CompanyId, '-', CreditNumber, '.txt'), now() from CreditNotes".

* ------------------------------------------------------------------
* 72: service cases - a customer complaint or query kept as a record
*     with an owner and a status until it is resolved, instead of a
*     line in EntityNotes. A case may name the order, invoice or
*     return it is about (0 when it names none), and the supplier it
*     comes down to, taken from that order or return. ReturnId and
*     CreditNoteId also record what the case ended in, which is how
*     the weekly case report counts what complaints cost. TargetDate
*     is set from the category's target days when the case is opened.
* ------------------------------------------------------------------
perform add-migration using 72.
perform add-statement using "create table if not exists ServiceCases (Id int not null auto_increment primary key, CompanyId int not null, CustomerId int not null, SupplierId int not null default 0, OrderId int not null default 0, InvoiceId int not null default 0, ReturnId int not null default 0, CreditNoteId int not null default 0, Category varchar(20) not null, Summary varchar(200) not null, Owner varchar(50) not null, Status varchar(10) not null default 'open', Resolution varchar(200) not null default '', TargetDate date not null, CreatedBy varchar(50) not null, CreatedAt datetime not null, ResolvedBy varchar(50) null, ResolvedAt datetime null, index (CompanyId, Status), index (Owner, Status), index (CustomerId), index (ReturnId))".

* ------------------------------------------------------------------
* 73: postal reference - the postal authority's list of codes, loaded
*     a country at a time by the postalImport job and read by
*     CHECKPOSTAL.cpy and the nightly addressCheck report. PostalKey
*     is the code upper-cased without spaces, the form lookups use.
*     PostalCountries says which countries have a reference loaded,
*     and when; a country without one is not checked.
* ------------------------------------------------------------------
perform add-migration using 73.
perform add-statement using "create table if not exists PostalCodes (Id int not null auto_increment primary key, Country char(2) not null, PostalCode varchar(10) not null, PostalKey varchar(10) not null, City varchar(50) not null, Region varchar(50) not null default '', index (Country, PostalKey), index (Country, City))".
perform add-statement using "create table if not exists PostalCountries (Country char(2) not null primary key, PostalRows int not null, SourceFile varchar(200) not null, LoadedAt datetime not null)".

* ------------------------------------------------------------------
* 74: personal data requests - the compliance file of every export
*     and erasure of a contact person's data, made on the /privacy
*     page. It names the contact by Id and the requester's own
*     reference (their ticket or letter), never by the person's
*     details: an erasure that kept the name here would not be one.
*     Detail holds what was found or changed in each table.
* ------------------------------------------------------------------
perform add-migration using 74.
perform add-statement using "create table if not exists PrivacyRequests (Id int not null auto_increment primary key, CompanyId int not null, RequestType varchar(10) not null, ContactId int not null, CustomerId int not null default 0, Reference varchar(60) not null, Outcome varchar(10) not null, Detail varchar(300) not null default '', RequestedBy varchar(50) not null, RequestedAt datetime not null, index (CompanyId, RequestedAt))".

* ------------------------------------------------------------------
* 75: the tamper-evident audit trail. Every audit row carries a hash
*     chained to the company's previous row: ContentHash covers the
*     six text columns, RowHash covers the previous row's hash, the
*     row's place in the chain (ChainSeq), who, what, when and the
*     ContentHash. The chain is kept by a trigger, so no writer -
*     AUDIT.cpy, PORTALAUDIT.cpy or a hand-typed insert - can add a
*     row outside it; AuditChainHeads holds each company's last link,
*     and its row lock orders concurrent writers. Rows written before
*     the chain began are marked ChainSeq 0; a row the trigger never
*     saw has none at all. ErasureId names the PrivacyRequests erasure
*     that legitimately rewrote a row's text - its ContentHash is left
*     as it was, so the chain still verifies. retentionSweep carries
*     all of it into the archive, and the nightly auditVerify job
*     walks both tables.
* ------------------------------------------------------------------
perform add-migration using 75.
perform add-statement using "alter table AuditLog add column ChainSeq bigint null, add column PrevHash char(64) not null default '', add column ContentHash char(64) not null default '', add column RowHash char(64) not null default '', add column ErasureId int not null default 0, add index (CompanyId, ChainSeq)".
perform add-statement using "alter table AuditLogArchive add column ChainSeq bigint null, add column PrevHash char(64) not null default '', add column ContentHash char(64) not null default '', add column RowHash char(64) not null default '', add column ErasureId int not null default 0, add index (CompanyId, ChainSeq)".
perform add-statement using "update AuditLog set ChainSeq = 0".
perform add-statement using "update AuditLogArchive set ChainSeq = 0".
perform add-statement using "create table if not exists AuditChainHeads (CompanyId int not null primary key, LastSeq bigint not null default 0, LastHash char(64) not null default '', UpdatedAt datetime null)".
perform add-statement using "drop trigger if exists AuditLogChain".
perform add-statement using "create trigger AuditLogChain before insert on AuditLog for each row begin declare prevseq bigint; declare prevhash char(64); insert into AuditChainHeads (CompanyId, LastSeq, LastHash) values (new.CompanyId, 0, '') on duplicate key update LastSeq = LastSeq; select LastSeq, LastHash into prevseq, prevhash from AuditChainHeads where CompanyId = new.CompanyId for update; set new.ChainSeq = prevseq + 1; set new.PrevHash = prevhash; set new.ErasureId = 0; set new.ContentHash = sha2(concat_ws('|', coalesce(new.OldName, ''), coalesce(new.OldAddress, ''), coalesce(new.OldNotes, ''), coalesce(new.NewName, ''), coalesce(new.NewAddress, ''), coalesce(new.NewNotes, '')), 256); set new.RowHash = sha2(concat_ws('|', new.PrevHash, new.ChainSeq, new.CompanyId, new.EntityType, new.EntityId, new.Action, coalesce(new.ChangedBy, ''), new.ChangedAt, new.ContentHash), 256); update AuditChainHeads set LastSeq = new.ChainSeq, LastHash = new.RowHash, UpdatedAt = now() where CompanyId = new.CompanyId; end".

* ------------------------------------------------------------------
* 76: report summaries - the figures the aging, scorecard, coverage
*     and activity pages used to add up from the raw tables on every
*     load, built each night by the summaryBuild job. InvoiceBalances
*     holds every invoice with a balance still open, under the
*     account that pays it; CustomerBalances its age buckets per
*     account; SupplierMonthly each supplier's orders, fill and
*     approved-to-delivered days by order month (the days summed and
*     counted, so any run of months averages correctly);
*     SupplierCoverage and UnservedCustomers the two halves of the
*     coverage report; ActivityDaily the audit rows counted by day,
*     entity and action. SummaryBuilds says when a company's set was
*     last built - the pages show it, and the activity page counts
*     the audit rows since then live, by the new ChangedAt index.
* ------------------------------------------------------------------
perform add-migration using 76.
perform add-statement using "create table if not exists InvoiceBalances (CompanyId int not null, InvoiceId int not null primary key, InvoiceNumber int not null, CustomerId int not null, AccountId int not null, InvoiceDate datetime not null, Total decimal(12,2) not null, Applied decimal(12,2) not null, Credited decimal(12,2) not null, WrittenOff decimal(12,2) not null, Balance decimal(12,2) not null, index (CompanyId, AccountId))".
perform add-statement using "create table if not exists CustomerBalances (CompanyId int not null, CustomerId int not null, BucketCurrent decimal(12,2) not null, Bucket30 decimal(12,2) not null, Bucket60 decimal(12,2) not null, Bucket90 decimal(12,2) not null, TotalOpen decimal(12,2) not null, primary key (CompanyId, CustomerId))".
perform add-statement using "create table if not exists SupplierMonthly (CompanyId int not null, SupplierId int not null, MonthStart date not null, OrdersTotal int not null, CancelledCount int not null, ClosedCount int not null, ReceivedUnits int not null, OrderedUnits int not null, LeadDaysTotal int not null default 0, LeadCount int not null default 0, primary key (CompanyId, SupplierId, MonthStart))".
perform add-statement using "create table if not exists SupplierCoverage (CompanyId int not null, SupplierId int not null, CustomerCount int not null, primary key (CompanyId, SupplierId))".
perform add-statement using "create table if not exists UnservedCustomers (CompanyId int not null, CustomerId int not null, primary key (CompanyId, CustomerId))".
perform add-statement using "create table if not exists ActivityDaily (CompanyId int not null, ActivityDay date not null, EntityType varchar(20) not null, Action varchar(20) not null, EventCount int not null, primary key (CompanyId, ActivityDay, EntityType, Action))".
perform add-statement using "create table if not exists SummaryBuilds (CompanyId int not null primary key, BuiltAt datetime not null)".
perform add-statement using "alter table AuditLog add index (CompanyId, ChangedAt)".

local migcount.
local miglast.
move length in migrations to migcount.
