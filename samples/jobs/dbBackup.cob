perform push in tables using "JobHistory".
perform push in tables using "PasswordResets".
perform push in tables using "FiscalPeriods".
perform push in tables using "ReplenishmentDrafts".
perform push in tables using "ReplenishmentDraftItems".
perform push in tables using "StockCounts".
perform push in tables using "StockCountLines".
perform push in tables using "StockMovements".
perform push in tables using "Backorders".
perform push in tables using "BackorderFills".
perform push in tables using "DeliveryNotes".
perform push in tables using "StockLots".
perform push in tables using "DeliveryLots".
perform push in tables using "Vehicles".
perform push in tables using "ProofOfDelivery".
perform push in tables using "PodExceptions".
perform push in tables using "Holidays".
perform push in tables using "Quotes".
perform push in tables using "QuoteItems".
perform push in tables using "DeliveryZones".
perform push in tables using "ExchangeRates".
perform push in tables using "SupplierPaymentRuns".
perform push in tables using "SupplierPaymentRunItems".
perform push in tables using "WriteOffs".
perform push in tables using "Refunds".
perform push in tables using "GlArPostings".
perform push in tables using "RebateAgreements".
perform push in tables using "RebateTiers".
perform push in tables using "SalesReps".
perform push in tables using "SalesRepSupplierRates".
perform push in tables using "CustomerReps".
perform push in tables using "SalesBudgets".
perform push in tables using "ReorderSuggestions".
perform push in tables using "IntercompanyLinks".
perform push in tables using "DocumentDeliveries".
perform push in tables using "Documents".
perform push in tables using "DocumentReprints".
perform push in tables using "ServiceCases".
perform push in tables using "PostalCodes".
perform push in tables using "PostalCountries".
perform push in tables using "PrivacyRequests".
perform push in tables using "AuditChainHeads".
* the report summaries (InvoiceBalances, CustomerBalances,
* SupplierMonthly, SupplierCoverage, UnservedCustomers, ActivityDaily)
* are left out: summaryBuild.cob makes them again from the tables
* above. So is SummaryBuilds, deliberately - a restore without it
* makes the next build count the activity days over from the start,
* archive included, rather than trust counts that were never
* restored.

local connection.
local tableindex.
