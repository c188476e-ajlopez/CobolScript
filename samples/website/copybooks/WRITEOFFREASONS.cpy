* WRITEOFFREASONS - the reason-code picker on every form that posts
* to /writeoff/new (writeOffList.cob, invoiceView.cob). The codes are
* the ones writeOffNew.cob accepts; add a code there and here
* together. The caller must already have opened the form in html,
* since this only appends.
add "Reason: <select name=""reasoncode"">" to html.
add "<option value="""">(choose)</option>" to html.
add "<option value=""smallbalance"">Small balance</option>" to html.
add "<option value=""insolvency"">Customer insolvent</option>" to html.
add "<option value=""untraceable"">Customer untraceable</option>" to html.
add "<option value=""dispute"">Dispute not worth pursuing</option>" to html.
add "<option value=""other"">Other (say in the note)</option>" to html.
add "</select>" to html.
