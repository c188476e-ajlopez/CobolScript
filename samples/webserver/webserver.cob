move "orderItemRemove" to routes("POST /order/item/remove").
move "orderStatus" to routes("POST /order/status").
move "goodsReceipt" to routes("POST /order/receive").
move "backorderList" to routes("GET /backorder").
move "backorderCancel" to routes("POST /backorder/cancel").
move "lotTrace" to routes("GET /lot/trace").
move "lotExpiry" to routes("GET /lot/expiring").
move "vehicleList" to routes("GET /vehicle").
move "vehicleNew" to routes("POST /vehicle/new").
move "vehicleUpdate" to routes("POST /vehicle/update").
move "podEntry" to routes("GET /pod").
move "podNew" to routes("POST /pod/new").
move "holidayList" to routes("GET /holiday").
move "holidayNew" to routes("POST /holiday/new").
move "holidayDelete" to routes("POST /holiday/delete").
move "quoteList" to routes("GET /quote").
move "quoteReport" to routes("GET /quote/report").
move "quoteView" to routes("GET /quote/view").
move "quoteNew" to routes("POST /quote/new").
move "quoteItemAdd" to routes("POST /quote/item/add").
move "quoteItemRemove" to routes("POST /quote/item/remove").
move "quoteStatus" to routes("POST /quote/status").
move "customerBillTo" to routes("POST /customer/billto").
move "deliveryZoneList" to routes("GET /zone").
move "deliveryZoneNew" to routes("POST /zone/new").
move "deliveryZoneDelete" to routes("POST /zone/delete").
move "customerCurrency" to routes("POST /customer/currency").
move "customerEInvoice" to routes("POST /customer/einvoice").
move "supplierCurrency" to routes("POST /supplier/currency").
move "customerTerms" to routes("POST /customer/terms").
move "supplierPaymentDetails" to routes("POST /supplier/payment").
move "supplierEdi" to routes("POST /supplier/edi").
move "paymentRunList" to routes("GET /payrun").
move "paymentRunStatus" to routes("POST /payrun/status").
move "paymentRunExclude" to routes("POST /payrun/exclude").
move "writeOffList" to routes("GET /writeoff").
move "writeOffNew" to routes("POST /writeoff/new").
move "writeOffBulk" to routes("POST /writeoff/bulk").
move "refundList" to routes("GET /refund").
move "refundNew" to routes("POST /refund/new").
move "refundStatus" to routes("POST /refund/status").
move "taxReturn" to routes("GET /tax/return").
move "rebateList" to routes("GET /rebate").
move "rebateNew" to routes("POST /rebate/new").
move "rebateCancel" to routes("POST /rebate/cancel").
move "salesRepList" to routes("GET /rep").
move "salesRepNew" to routes("POST /rep/new").
move "salesRepUpdate" to routes("POST /rep/update").
move "salesRepRate" to routes("POST /rep/rate").
move "customerRep" to routes("POST /customer/rep").
move "budgetReport" to routes("GET /budget").
move "budgetSave" to routes("POST /budget/save").
move "invoiceList" to routes("GET /invoice").
move "invoiceView" to routes("GET /invoice/view").
move "invoiceAgingReport" to routes("GET /invoice/aging").
move "returnList" to routes("GET /return").
move "returnNew" to routes("POST /return/new").
move "returnStatus" to routes("POST /return/status").
move "caseList" to routes("GET /case").
move "caseNew" to routes("POST /case/new").
move "caseUpdate" to routes("POST /case/update").
move "privacyList" to routes("GET /privacy").
move "privacyExport" to routes("POST /privacy/export").
move "privacyErase" to routes("POST /privacy/erase").
move "supplierInvoiceList" to routes("GET /supplierinvoice").
move "supplierInvoiceNew" to routes("POST /supplierinvoice/new").
move "supplierInvoiceApprove" to routes("POST /supplierinvoice/approve").
move "supplierInvoicePay" to routes("POST /supplierinvoice/pay").
move "stockInquiry" to routes("GET /stock").
move "reorderPointSet" to routes("POST /stock/reorderpoint").
move "reorderSuggestionList" to routes("GET /stock/suggestions").
move "reorderSuggestionAccept" to routes("POST /stock/suggestions/accept").
move "binLocationSet" to routes("POST /stock/bin").
move "stockCountList" to routes("GET /stockcount").
move "stockCountNew" to routes("POST /stockcount/new").
move "stockCountSheet" to routes("GET /stockcount/sheet").
move "stockCountEnter" to routes("POST /stockcount/enter").
move "stockCountVariance" to routes("GET /stockcount/variance").
move "stockCountApprove" to routes("POST /stockcount/approve").
move "replenishmentList" to routes("GET /replenishment").
move "replenishmentItemUpdate" to routes("POST /replenishment/item/update").
move "replenishmentDiscard" to routes("POST /replenishment/discard").
move "replenishmentAccept" to routes("POST /replenishment/accept").
move "productPricing" to routes("GET /product/pricing").
move "priceBreakNew" to routes("POST /product/pricebreak/new").
move "priceBreakDelete" to routes("POST /product/pricebreak/delete").
move "standingOrderItemAdd" to routes("POST /standing/item/add").
move "standingOrderToggle" to routes("POST /standing/toggle").
move "entityHistory" to routes("GET /history").
move "documentReprint" to routes("GET /document/reprint").
move "auditSearch" to routes("GET /audit").
move "webhookList" to routes("GET /webhook").
move "webhookNew" to routes("POST /webhook/new").
move "companyUpdate" to routes("POST /company/update").
move "companyDeactivate" to routes("POST /company/deactivate").
move "companyReactivate" to routes("POST /company/reactivate").
move "intercompanyList" to routes("GET /company/intercompany").
move "intercompanyLink" to routes("POST /company/intercompany/link").
move "intercompanyUnlink" to routes("POST /company/intercompany/unlink").
move "userList" to routes("GET /user").
move "userNew" to routes("POST /user/new").
move "userDisable" to routes("POST /user/disable").
move "passwordResetRequest" to routes("POST /password/reset/request").
move "passwordResetConfirm" to routes("POST /password/reset").
move "totpEnroll" to routes("POST /password/twofactor").
* the customer portal: the only routes a customer's own login
* reaches, and routes no staff login does (see check-role)
move "portalHome" to routes("GET /portal").
move "portalOrders" to routes("GET /portal/orders").
move "portalOrderView" to routes("GET /portal/order").
move "portalOrderForm" to routes("GET /portal/order/new").
move "portalOrderNew" to routes("POST /portal/order/new").
move "portalDocuments" to routes("GET /portal/documents").
move "portalDownload" to routes("GET /portal/download").

* minimum role per route. Anything not listed here only needs a
* logged-in session (viewer); mutating routes need editor, and the
move "editor" to routeroles("POST /order/item/remove").
move "editor" to routeroles("POST /order/status").
move "editor" to routeroles("POST /order/receive").
move "editor" to routeroles("POST /backorder/cancel").
move "editor" to routeroles("POST /vehicle/new").
move "editor" to routeroles("POST /vehicle/update").
move "editor" to routeroles("POST /pod/new").
move "editor" to routeroles("POST /holiday/new").
move "editor" to routeroles("POST /holiday/delete").
move "editor" to routeroles("POST /quote/new").
move "editor" to routeroles("POST /quote/item/add").
move "editor" to routeroles("POST /quote/item/remove").
move "editor" to routeroles("POST /quote/status").
move "editor" to routeroles("POST /customer/billto").
move "editor" to routeroles("POST /zone/new").
move "editor" to routeroles("POST /zone/delete").
move "editor" to routeroles("POST /customer/currency").
move "editor" to routeroles("POST /customer/einvoice").
move "editor" to routeroles("POST /supplier/currency").
move "editor" to routeroles("POST /customer/terms").
move "admin" to routeroles("POST /supplier/payment").
move "editor" to routeroles("POST /supplier/edi").
move "admin" to routeroles("GET /payrun").
move "admin" to routeroles("POST /payrun/status").
move "admin" to routeroles("POST /payrun/exclude").
move "admin" to routeroles("GET /writeoff").
move "admin" to routeroles("POST /writeoff/new").
move "admin" to routeroles("POST /writeoff/bulk").
move "editor" to routeroles("GET /refund").
move "editor" to routeroles("POST /refund/new").
move "admin" to routeroles("POST /refund/status").
move "admin" to routeroles("GET /tax/return").
move "editor" to routeroles("GET /rebate").
move "admin" to routeroles("POST /rebate/new").
move "admin" to routeroles("POST /rebate/cancel").
move "editor" to routeroles("GET /rep").
move "admin" to routeroles("POST /rep/new").
move "admin" to routeroles("POST /rep/update").
move "admin" to routeroles("POST /rep/rate").
move "editor" to routeroles("POST /customer/rep").
move "editor" to routeroles("GET /budget").
move "admin" to routeroles("POST /budget/save").
move "editor" to routeroles("GET /payment/entry").
move "editor" to routeroles("POST /payment/new").
move "editor" to routeroles("POST /creditnote/new").
move "editor" to routeroles("POST /return/new").
move "editor" to routeroles("POST /return/status").
move "editor" to routeroles("POST /case/new").
move "editor" to routeroles("POST /case/update").
move "editor" to routeroles("POST /supplierinvoice/new").
move "admin" to routeroles("POST /supplierinvoice/approve").
move "editor" to routeroles("POST /supplierinvoice/pay").
move "editor" to routeroles("POST /stock/reorderpoint").
move "editor" to routeroles("POST /stock/suggestions/accept").
move "editor" to routeroles("POST /stock/bin").
move "editor" to routeroles("POST /stockcount/new").
move "editor" to routeroles("POST /stockcount/enter").
* variances post to stock only on a supervisor's approval
move "admin" to routeroles("POST /stockcount/approve").
move "editor" to routeroles("POST /replenishment/item/update").
move "editor" to routeroles("POST /replenishment/discard").
move "editor" to routeroles("POST /replenishment/accept").
move "editor" to routeroles("POST /product/pricebreak/new").
move "editor" to routeroles("POST /product/pricebreak/delete").
move "editor" to routeroles("POST /contract/new").
move "editor" to routeroles("POST /standing/new").
move "editor" to routeroles("POST /standing/item/add").
move "editor" to routeroles("POST /standing/toggle").
move "editor" to routeroles("GET /document/reprint").
move "editor" to routeroles("POST /supplier/new").
move "editor" to routeroles("GET /supplier/new").
move "editor" to routeroles("GET /supplier/update").
move "admin" to routeroles("POST /company/update").
move "admin" to routeroles("POST /company/deactivate").
move "admin" to routeroles("POST /company/reactivate").
move "admin" to routeroles("GET /company/intercompany").
move "admin" to routeroles("POST /company/intercompany/link").
move "admin" to routeroles("POST /company/intercompany/unlink").
move "admin" to routeroles("GET /user").
move "admin" to routeroles("POST /user/new").
move "admin" to routeroles("POST /user/disable").
move "admin" to routeroles("POST /session/kill").
move "admin" to routeroles("POST /password/twofactor").
move "admin" to routeroles("GET /audit").
move "admin" to routeroles("GET /privacy").
move "admin" to routeroles("POST /privacy/export").
move "admin" to routeroles("POST /privacy/erase").
move "admin" to routeroles("GET /webhook").
move "admin" to routeroles("POST /webhook/new").
move "admin" to routeroles("POST /webhook/delete").
    perform touch-session.
    move username in sessioninfo to username in request.
    move companyid in sessioninfo to companyid in request.
    move customerid in sessioninfo to customerid in request.
    move csrftoken in sessioninfo to csrftoken in request.
    local sessionrole.
    move role in sessioninfo to sessionrole.
move array to tokenvalues.
perform push in tokenvalues using sessionidleminutes.
perform push in tokenvalues using sessiontoken in request.
perform query in pool using "select Token, Username, CompanyId, Role, coalesce(CustomerId, 0) as CustomerId, CsrfToken, (LastActivity < date_sub(now(), interval ? minute)) as IsExpired from sessions where Token = ?" tokenvalues load-session-end.

* this callback reads request/response program-level state the same
* way serve-static-end does; unlike the per-hit pages it only runs on
            move Username in row to username in sessioninfo.
            move CompanyId in row to companyid in sessioninfo.
            move Role in row to role in sessioninfo.
            move CustomerId in row to customerid in sessioninfo.
            move CsrfToken in row to csrftoken in sessioninfo.
            move nowts to lastactivity in sessioninfo.
            local loadedtoken.
            perform touch-session.
            move username in sessioninfo to username in request.
            move companyid in sessioninfo to companyid in request.
            move customerid in sessioninfo to customerid in request.
            move csrftoken in sessioninfo to csrftoken in request.
            local sessionrole.
            move role in sessioninfo to sessionrole.

* every logged-in session may read; the route table above names the
* routes that need more. A session from before roles existed carries
* none and counts as viewer, the safe floor. A customer's portal
* login is walled off on its own: it reaches the /portal routes and
* is turned back to them from anywhere else, while no staff login
* reaches them at all - a portal page scopes everything it reads to
* the session's customer account, which a staff session has none of.
check-role section.
local userrole.
move role in request to userrole.
local rolepath.
move pathname in request to rolepath.
local portalidx.
perform indexOf in rolepath using "/portal" giving portalidx.
* a portal user keeps their own password like anyone else: the change
* password form and its post are the one way out of the portal
if userrole = "customer" then
    if portalidx = 0 then
        perform route-to-page.
    else
        if rolepath = "/password" then
            perform route-to-page.
        else
            perform redirect-to-portal.
        end-if.
    end-if.
else
    if portalidx = 0 then
        perform send-not-permitted.
    else
        perform check-role-rank.
    end-if.
end-if.

check-role-rank section.
local userrole.
move role in request to userrole.
local requiredrole.
move requiredrole in request to requiredrole.
if requiredrole = "" then
perform write in response using "<h1>Not permitted</h1><p>Your account does not have permission for this action. Ask an administrator if you need access.</p><p><a href=""/customer"">Back to customers</a></p>".
perform end in response.

redirect-to-portal section.
local headers.
move object to headers.
move "/portal" to headers("Location").
perform writeHead in response using 302 headers.
perform end in response.

redirect-to-login section.
local headers.
move object to headers.
