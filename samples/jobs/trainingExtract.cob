* what makes the copy worth practising on. Accounts, sessions, api
* keys, reset tokens and the audit trail are left out entirely: the
* training box starts from the bootstrap login and an empty history.
* Webhooks, pending approvals and the job history go the same way,
* and the postal reference is public data postalImport loads there
* like anywhere else. The nightly summaries come across as built, so
* the report pages read the same until the box's own first build.
* A table added to schemaSetup.cob belongs here too, every column
* of it, masked if a person could be read from it.
* Registered with the "manual" calendar - it only runs when an
* operator forces it.
local connection.
local extracts.
move array to extracts.
perform push-extract using "companies" "select Id, concat('Company ', Id) as Name, IsActive, StaleCutoffDays, PaymentTermsDays, TaxRate, coalesce(StockCustomerId, 'NULL') as StockCustomerId, WriteOffThreshold, MarginFloorPercent, case when TaxNumber = '' then '' else concat('TX', lpad(Id, 9, '0')) end as TaxNumber, BaseCurrency, Country from companies".
perform push-extract using "ExchangeRates" "select Id, date_format(RateDate, '%Y-%m-%d') as RateDate, Currency, Rate, date_format(LoadedAt, '%Y-%m-%d %H:%i:%s') as LoadedAt from ExchangeRates".
perform push-extract using "Holidays" "select Id, CompanyId, date_format(HolidayDate, '%Y-%m-%d') as HolidayDate, Name from Holidays".
perform push-extract using "DeliveryZones" "select Id, CompanyId, Name, PostalFrom, PostalTo, Region, Charge, FreeThreshold from DeliveryZones".
perform push-extract using "FiscalPeriods" "select Id, CompanyId, PeriodMonth, Status, 'training' as ClosedBy, date_format(ClosedAt, '%Y-%m-%d %H:%i:%s') as ClosedAt, case when ReopenedBy is null then 'NULL' else 'training' end as ReopenedBy, coalesce(date_format(ReopenedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as ReopenedAt from FiscalPeriods".
perform push-extract using "customers" "select Id, concat('Customer ', Id) as Name, concat(Id, ' Training Street, Testville, 00000, ', Country) as Address, '' as Notes, CompanyId, Version, coalesce(date_format(UpdatedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as UpdatedAt, IsDeleted, coalesce(date_format(DeletedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as DeletedAt, concat(Id, ' Training Street') as Street, 'Testville' as City, '' as Region, '00000' as PostalCode, Country, CreditLimit, coalesce(BillToCustomerId, 'NULL') as BillToCustomerId, Currency, SettlementDiscountPercent, SettlementDiscountDays, case when TaxNumber = '' then '' else concat('TC', lpad(Id, 9, '0')) end as TaxNumber, InvoiceDelivery from customers".
perform push-extract using "suppliers" "select Id, concat('Supplier ', Id) as Name, concat(Id, ' Training Road, Testville, 00000, ', Country) as Address, '' as Notes, CompanyId, IsActive, coalesce(date_format(DeactivatedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as DeactivatedAt, concat(Id, ' Training Road') as Street, 'Testville' as City, '' as Region, '00000' as PostalCode, Country, Currency, PaymentTermsDays, case when BankAccount = '' then '' else concat('GB00TRAIN', lpad(Id, 8, '0')) end as BankAccount, case when RemittanceEmail = '' then '' else concat('supplier', Id, '@example.com') end as RemittanceEmail, EdiEnabled from suppliers".
perform push-extract using "CustomerSuppliers" "select CustomerId, SupplierId, DeliveryDays, Frequency, MinOrderValue, HolidayRule, WaiveDeliveryCharge from CustomerSuppliers".
perform push-extract using "CustomerContacts" "select Id, CustomerId, concat('Contact ', Id) as Name, '555-0100' as Phone, concat('contact', Id, '@example.com') as Email, ContactRole, IsBillingContact, coalesce(date_format(EmailBouncedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as EmailBouncedAt from CustomerContacts".
perform push-extract using "Vehicles" "select Id, CompanyId, coalesce(SupplierId, 'NULL') as SupplierId, concat('Vehicle ', Id) as Name, MaxWeight, MaxVolume, IsActive from Vehicles".
perform push-extract using "SupplierProducts" "select Id, SupplierId, Code, Description, Unit, Price, TaxCategory, StockOnHand, ReorderPoint, ReorderQuantity, CaseSize, PalletSize, IsDiscontinued, coalesce(ReplacementProductId, 'NULL') as ReplacementProductId, BinLocation, UnitWeight, UnitVolume from SupplierProducts".
perform push-extract using "ProductPriceBreaks" "select Id, ProductId, MinQuantity, Price from ProductPriceBreaks".
perform push-extract using "ContractPrices" "select Id, CompanyId, CustomerId, ProductId, Price, coalesce(date_format(ValidFrom, '%Y-%m-%d'), 'NULL') as ValidFrom, coalesce(date_format(ValidTo, '%Y-%m-%d'), 'NULL') as ValidTo from ContractPrices".
perform push-extract using "orders" "select Id, CustomerId, SupplierId, CompanyId, coalesce(date_format(OrderDate, '%Y-%m-%d %H:%i:%s'), 'NULL') as OrderDate, Status, Invoiced, coalesce(InvoiceId, 'NULL') as InvoiceId, Received, coalesce(date_format(ReceivedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as ReceivedAt, case when CancelReason = '' then '' else 'Training cancellation' end as CancelReason, case when PoReference = '' then '' else concat('PO-', Id) end as PoReference, OrderType, DeliveryCharge, coalesce(date_format(EdiSentAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as EdiSentAt, coalesce(date_format(ExpectedDelivery, '%Y-%m-%d'), 'NULL') as ExpectedDelivery, coalesce(date_format(DispatchAdviceAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as DispatchAdviceAt from orders".
perform push-extract using "OrderItems" "select Id, OrderId, ProductId, Quantity, Price, ReceivedQuantity, Unit, UnitQuantity, PriceSource, ReservedQuantity, coalesce(ConfirmedQuantity, 'NULL') as ConfirmedQuantity, coalesce(SubstituteProductId, 'NULL') as SubstituteProductId from OrderItems".
perform push-extract using "Quotes" "select Id, CompanyId, CustomerId, SupplierId, date_format(QuoteDate, '%Y-%m-%d %H:%i:%s') as QuoteDate, date_format(ValidUntil, '%Y-%m-%d') as ValidUntil, Status, case when LostReason = '' then '' else 'Training reason' end as LostReason, coalesce(OrderId, 'NULL') as OrderId, 'training' as CreatedBy, coalesce(date_format(ClosedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as ClosedAt from Quotes".
perform push-extract using "QuoteItems" "select Id, QuoteId, ProductId, Quantity, Price, Unit, UnitQuantity, PriceSource from QuoteItems".
perform push-extract using "Backorders" "select Id, CompanyId, OrderId, OrderItemId, CustomerId, SupplierId, ProductId, Quantity, Price, FilledQuantity, Status, case when CancelReason = '' then '' else 'Training cancellation' end as CancelReason, date_format(CreatedAt, '%Y-%m-%d %H:%i:%s') as CreatedAt, coalesce(date_format(ClosedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as ClosedAt from Backorders".
perform push-extract using "BackorderFills" "select Id, BackorderId, OrderId, ReceiptOrderId, Quantity, 'training' as FilledBy, date_format(FilledAt, '%Y-%m-%d %H:%i:%s') as FilledAt from BackorderFills".
perform push-extract using "StockMovements" "select Id, CompanyId, ProductId, MovementType, Quantity, coalesce(OrderId, 'NULL') as OrderId, coalesce(ReturnId, 'NULL') as ReturnId, coalesce(CountId, 'NULL') as CountId, 'training' as ChangedBy, date_format(MovedAt, '%Y-%m-%d %H:%i:%s') as MovedAt from StockMovements".
perform push-extract using "StockLots" "select Id, CompanyId, ProductId, LotNumber, coalesce(date_format(BestBefore, '%Y-%m-%d'), 'NULL') as BestBefore, Quantity, OrderId, coalesce(OrderItemId, 'NULL') as OrderItemId, 'training' as ReceivedBy, date_format(ReceivedAt, '%Y-%m-%d %H:%i:%s') as ReceivedAt from StockLots".
perform push-extract using "StockCounts" "select Id, CompanyId, coalesce(SupplierId, 'NULL') as SupplierId, Aisle, Status, 'training' as CreatedBy, date_format(CreatedAt, '%Y-%m-%d %H:%i:%s') as CreatedAt, case when CountedBy is null then 'NULL' else 'training' end as CountedBy, coalesce(date_format(CountedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as CountedAt, case when ApprovedBy is null then 'NULL' else 'training' end as ApprovedBy, coalesce(date_format(ApprovedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as ApprovedAt from StockCounts".
perform push-extract using "StockCountLines" "select Id, CountId, ProductId, SystemQuantity, coalesce(CountedQuantity, 'NULL') as CountedQuantity, UnitPrice, Adjustment from StockCountLines".
perform push-extract using "DeliveryNotes" "select Id, CompanyId, OrderId, DeliveryDay, date_format(PrintedAt, '%Y-%m-%d %H:%i:%s') as PrintedAt from DeliveryNotes".
perform push-extract using "DeliveryLots" "select Id, LotId, OrderId, coalesce(DeliveryNoteId, 'NULL') as DeliveryNoteId, Quantity, date_format(DeliveredAt, '%Y-%m-%d %H:%i:%s') as DeliveredAt from DeliveryLots".
perform push-extract using "ProofOfDelivery" "select Id, CompanyId, DeliveryNoteId, OrderId, date_format(DeliveredAt, '%Y-%m-%d %H:%i:%s') as DeliveredAt, concat('Signatory ', Id) as SignedBy, case when Notes = '' then '' else 'Training note' end as Notes, 'training' as RecordedBy, date_format(RecordedAt, '%Y-%m-%d %H:%i:%s') as RecordedAt from ProofOfDelivery".
perform push-extract using "PodExceptions" "select Id, PodId, OrderItemId, ExceptionType, Quantity from PodExceptions".
perform push-extract using "ReplenishmentDrafts" "select Id, CompanyId, SupplierId, Status, coalesce(OrderId, 'NULL') as OrderId, date_format(CreatedAt, '%Y-%m-%d %H:%i:%s') as CreatedAt, case when ReviewedBy is null then 'NULL' else 'training' end as ReviewedBy, coalesce(date_format(ReviewedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as ReviewedAt from ReplenishmentDrafts".
perform push-extract using "ReplenishmentDraftItems" "select Id, DraftId, ProductId, StockOnHand, ReorderPoint, Quantity, Unit, UnitQuantity from ReplenishmentDraftItems".
perform push-extract using "StandingOrders" "select Id, CompanyId, CustomerId, SupplierId, IsActive, coalesce(date_format(LastGeneratedOn, '%Y-%m-%d'), 'NULL') as LastGeneratedOn, 'training' as CreatedBy, coalesce(date_format(CreatedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as CreatedAt from StandingOrders".
perform push-extract using "StandingOrderItems" "select Id, StandingOrderId, ProductId, Quantity, Unit, UnitQuantity from StandingOrderItems".
perform push-extract using "returns" "select Id, CompanyId, OrderId, CustomerId, SupplierId, Status, 'Training reason' as Reason, Credited, 'training' as CreatedBy, coalesce(date_format(CreatedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as CreatedAt, 'NULL' as ReviewedBy, coalesce(date_format(ReviewedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as ReviewedAt from returns".
perform push-extract using "ReturnItems" "select Id, ReturnId, OrderItemId, Quantity from ReturnItems".
perform push-extract using "invoices" "select Id, CompanyId, CustomerId, InvoiceNumber, coalesce(date_format(InvoiceDate, '%Y-%m-%d %H:%i:%s'), 'NULL') as InvoiceDate, Total, Net, Tax, TaxableNet, GlPosted, Freight, Currency, ExchangeRate, SettlementPercent, coalesce(date_format(SettlementDueDate, '%Y-%m-%d'), 'NULL') as SettlementDueDate, EInvoice from invoices".
perform push-extract using "payments" "select Id, CompanyId, CustomerId, coalesce(date_format(PaymentDate, '%Y-%m-%d %H:%i:%s'), 'NULL') as PaymentDate, Amount, concat('REF-', Id) as Reference, 'training' as EnteredBy, coalesce(date_format(CreatedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as CreatedAt, GlPosted, Currency, ExchangeRate from payments".
perform push-extract using "PaymentAllocations" "select Id, PaymentId, InvoiceId, Amount, FxGain, Discount from PaymentAllocations".
perform push-extract using "CreditNotes" "select Id, CompanyId, CustomerId, InvoiceId, CreditNumber, coalesce(date_format(CreditDate, '%Y-%m-%d %H:%i:%s'), 'NULL') as CreditDate, Total, Net, Tax, TaxableNet, 'Training reason' as Reason, 'training' as RaisedBy, GlPosted, Currency, ExchangeRate, EInvoice from CreditNotes".
perform push-extract using "CreditNoteLines" "select Id, CreditNoteId, OrderItemId, Quantity, Amount from CreditNoteLines".
perform push-extract using "WriteOffs" "select Id, CompanyId, CustomerId, InvoiceId, date_format(WriteOffDate, '%Y-%m-%d') as WriteOffDate, Amount, Currency, ExchangeRate, ReasonCode, '' as Notes, 'training' as WrittenOffBy, coalesce(date_format(CreatedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as CreatedAt, GlPosted from WriteOffs".
perform push-extract using "Refunds" "select Id, CompanyId, CustomerId, Amount, Currency, ExchangeRate, concat('GB00TRAIN', lpad(Id, 8, '0')) as BankAccount, 'Training reason' as Reason, Status, 'training' as RequestedBy, coalesce(date_format(RequestedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as RequestedAt, 'NULL' as ReviewedBy, 'NULL' as ReviewedAt, coalesce(date_format(PaidAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as PaidAt, PaymentFile, GlPosted from Refunds".
perform push-extract using "GlArPostings" "select Id, CompanyId, SourceType, SourceId, AmountCents, coalesce(date_format(ExtractDate, '%Y-%m-%d'), 'NULL') as ExtractDate from GlArPostings".
perform push-extract using "RebateAgreements" "select Id, CompanyId, CustomerId, coalesce(SupplierId, 'NULL') as SupplierId, date_format(StartDate, '%Y-%m-%d') as StartDate, date_format(EndDate, '%Y-%m-%d') as EndDate, Status, QualifyingSales, TierPercent, AccruedRebate, coalesce(date_format(AccruedAt, '%Y-%m-%d'), 'NULL') as AccruedAt, coalesce(CreditNoteId, 'NULL') as CreditNoteId, 'training' as CreatedBy, coalesce(date_format(CreatedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as CreatedAt, coalesce(date_format(SettledAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as SettledAt from RebateAgreements".
perform push-extract using "RebateTiers" "select Id, AgreementId, Threshold, Percent from RebateTiers".
perform push-extract using "SalesReps" "select Id, CompanyId, concat('Rep ', Id) as Name, concat('rep', Id, '@example.com') as Email, CommissionRate, IsActive from SalesReps".
perform push-extract using "SalesRepSupplierRates" "select Id, RepId, SupplierId, CommissionRate from SalesRepSupplierRates".
perform push-extract using "CustomerReps" "select Id, CompanyId, CustomerId, coalesce(RepId, 'NULL') as RepId, date_format(EffectiveFrom, '%Y-%m-%d') as EffectiveFrom, 'training' as AssignedBy, date_format(AssignedAt, '%Y-%m-%d %H:%i:%s') as AssignedAt from CustomerReps".
perform push-extract using "SalesBudgets" "select Id, CompanyId, SupplierId, date_format(BudgetMonth, '%Y-%m-%d') as BudgetMonth, Amount, 'training' as UpdatedBy, date_format(UpdatedAt, '%Y-%m-%d %H:%i:%s') as UpdatedAt from SalesBudgets".
perform push-extract using "ReorderSuggestions" "select Id, CompanyId, ProductId, Forecast1, Forecast2, Forecast3, StandingQuantity, LeadDays, LeadAssumed, CurrentPoint, CurrentQuantity, SuggestedPoint, SuggestedQuantity, Status, date_format(CreatedAt, '%Y-%m-%d %H:%i:%s') as CreatedAt, case when ReviewedBy is null then 'NULL' else 'training' end as ReviewedBy, coalesce(date_format(ReviewedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as ReviewedAt from ReorderSuggestions".
perform push-extract using "SupplierInvoices" "select Id, CompanyId, SupplierId, OrderId, concat('SI-', Id) as InvoiceRef, coalesce(date_format(InvoiceDate, '%Y-%m-%d %H:%i:%s'), 'NULL') as InvoiceDate, Total, Tax, ExpectedTotal, Status, '' as MatchDetail, 'training' as EnteredBy, coalesce(date_format(CreatedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as CreatedAt, 'NULL' as ReviewedBy, coalesce(date_format(ReviewedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as ReviewedAt, coalesce(SourceInvoiceId, 'NULL') as SourceInvoiceId, Currency, ExchangeRate, coalesce(PaymentRunId, 'NULL') as PaymentRunId from SupplierInvoices".
perform push-extract using "SupplierPaymentRuns" "select Id, CompanyId, Status, date_format(PayBy, '%Y-%m-%d') as PayBy, date_format(CreatedAt, '%Y-%m-%d %H:%i:%s') as CreatedAt, case when ReviewedBy is null then 'NULL' else 'training' end as ReviewedBy, coalesce(date_format(ReviewedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as ReviewedAt, coalesce(date_format(PaidAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as PaidAt, PaymentFile from SupplierPaymentRuns".
perform push-extract using "SupplierPaymentRunItems" "select Id, RunId, SupplierInvoiceId from SupplierPaymentRunItems".
perform push-extract using "IntercompanyLinks" "select Id, SellerCompanyId, SellerCustomerId, BuyerCompanyId, BuyerSupplierId, 'training' as CreatedBy, date_format(CreatedAt, '%Y-%m-%d %H:%i:%s') as CreatedAt from IntercompanyLinks".
perform push-extract using "EntityNotes" "select Id, CompanyId, EntityType, EntityId, concat('Training note ', Id) as NoteText, 'training' as CreatedBy, coalesce(date_format(CreatedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as CreatedAt from EntityNotes".
perform push-extract using "ServiceCases" "select Id, CompanyId, CustomerId, SupplierId, OrderId, InvoiceId, ReturnId, CreditNoteId, Category, concat('Training case ', Id) as Summary, 'training' as Owner, Status, case when Resolution = '' then '' else 'Training resolution' end as Resolution, date_format(TargetDate, '%Y-%m-%d') as TargetDate, 'training' as CreatedBy, date_format(CreatedAt, '%Y-%m-%d %H:%i:%s') as CreatedAt, case when ResolvedBy is null then 'NULL' else 'training' end as ResolvedBy, coalesce(date_format(ResolvedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as ResolvedAt from ServiceCases".
perform push-extract using "Documents" "select Id, CompanyId, DocumentType, DocumentNumber, CustomerId, SupplierId, date_format(DocumentDate, '%Y-%m-%d') as DocumentDate, ProducedBy, FilePath, date_format(CreatedAt, '%Y-%m-%d %H:%i:%s') as CreatedAt, coalesce(date_format(RemovedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as RemovedAt from Documents".
perform push-extract using "DocumentReprints" "select Id, DocumentId, CompanyId, 'training' as ReprintedBy, date_format(ReprintedAt, '%Y-%m-%d %H:%i:%s') as ReprintedAt from DocumentReprints".
perform push-extract using "DocumentDeliveries" "select Id, CompanyId, CustomerId, DocumentType, DocumentFile, Channel, case when Recipient = '' then '' else concat('contact', ContactId, '@example.com') end as Recipient, ContactId, MailFile, Reason, date_format(CreatedAt, '%Y-%m-%d %H:%i:%s') as CreatedAt, coalesce(date_format(BouncedAt, '%Y-%m-%d %H:%i:%s'), 'NULL') as BouncedAt, case when BounceReason = '' then '' else 'Training bounce' end as BounceReason from DocumentDeliveries".
perform push-extract using "PrivacyRequests" "select Id, CompanyId, RequestType, ContactId, CustomerId, concat('REQ-', Id) as Reference, Outcome, Detail, 'training' as RequestedBy, date_format(RequestedAt, '%Y-%m-%d %H:%i:%s') as RequestedAt from PrivacyRequests".
perform push-extract using "InvoiceBalances" "select CompanyId, InvoiceId, InvoiceNumber, CustomerId, AccountId, date_format(InvoiceDate, '%Y-%m-%d %H:%i:%s') as InvoiceDate, Total, Applied, Credited, WrittenOff, Balance from InvoiceBalances".
perform push-extract using "CustomerBalances" "select CompanyId, CustomerId, BucketCurrent, Bucket30, Bucket60, Bucket90, TotalOpen from CustomerBalances".
perform push-extract using "SupplierMonthly" "select CompanyId, SupplierId, date_format(MonthStart, '%Y-%m-%d') as MonthStart, OrdersTotal, CancelledCount, ClosedCount, ReceivedUnits, OrderedUnits, LeadDaysTotal, LeadCount from SupplierMonthly".
perform push-extract using "SupplierCoverage" "select CompanyId, SupplierId, CustomerCount from SupplierCoverage".
perform push-extract using "UnservedCustomers" "select CompanyId, CustomerId from UnservedCustomers".
perform push-extract using "ActivityDaily" "select CompanyId, date_format(ActivityDay, '%Y-%m-%d') as ActivityDay, EntityType, Action, EventCount from ActivityDaily".
perform push-extract using "SummaryBuilds" "select CompanyId, date_format(BuiltAt, '%Y-%m-%d %H:%i:%s') as BuiltAt from SummaryBuilds".

local extractindex.
local extractlast.
