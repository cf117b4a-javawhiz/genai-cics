      * CD-ITEM-COST on CATXDMP) exceeds the charge department's
      * DM-APPR-LIMIT: the order is held here instead of being sent
      * to the placeOrder service. A department approver lists,
      * approves or rejects pending orders online; only a user listed
      * on APPRMST for the department (or their current delegate),
      * with an approval limit covering PD-ORDER-VALUE, may decide a
      * hold. Approval replays the held details through the normal
      * place-order path and deletes the record, rejection just
      * deletes it; either way the decision and the held details are
      * kept on the APPRLOG decision log. PD-SORT-DATE carries the
      * held date as YYYYMMDD so the daily aged-pending report can
      * age the holds.
      *****************************************************************
           03 PD-KEY.
              05 PD-CHARGE-DEPT      PIC X(6).
