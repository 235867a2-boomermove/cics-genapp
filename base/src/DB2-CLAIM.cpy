      *    makes the payout re-runnable, so a mandate captured later
      *    can never trigger a second payout
       05  DB2-CLAIM-PAIDDATE          PIC X(10).
      *    Recovery position kept by LGARCV01 across the claim's
      *    CLAIM_RECOVERY rows: RECOVERY_STATUS is null with none
      *    registered, 'O' while any is still open or part received,
      *    'C' once all are closed or written off; RECOVERED is the
      *    total received back - what LGLOSSR1, LGRSVRP1 and LGRIBRD1
      *    take off the gross to report claims net of recovery
       05  DB2-CLAIM-RECSTATUS         PIC X(1).
       05  DB2-CLAIM-RECOVERED         PIC S9(6)V99 COMP-3.
      *    Catastrophe event the loss belongs to (CAT_EVENT) - null
      *    for an ordinary claim. CAT_EVENT_SOURCE is 'S' when
      *    LGACLM01 suggested the event from the loss date and risk
      *    postcode, 'C' once the handler has confirmed it or coded
      *    it by hand (01CEVT); only confirmed claims count towards
      *    the event total LGCATAG1 recovers under the cat XL treaty
       05  DB2-CLAIM-CATEVENT          PIC X(8).
       05  DB2-CLAIM-CATSOURCE         PIC X(1).
      *    Settlement authority (CLAIM_AUTHORITY, maintained under
      *    dual control by LGCAUT01). A handler settling within their
      *    own limit settles at once and is both requester and
      *    approver; above it LGUCLM01 leaves the claim assessed 'A'
      *    with SETTLE_STATUS 'P' awaiting a second handler whose
      *    limit covers SETTLE_AMOUNT. SETTLE_STATUS is null until a
      *    settlement is asked for, 'P' referred, 'A' approved (the
      *    only settlements LGCLMPY1 pays - claims settled before the
      *    limits came in were set to 'A' when the column was added),
      *    'D' declined or withdrawn, leaving the claim assessed
       05  DB2-CLAIM-SETTLESTATUS      PIC X(1).
       05  DB2-CLAIM-SETTLEAMOUNT      PIC S9(6)V99 COMP-3.
       05  DB2-CLAIM-SETTLEREQBY       PIC X(8).
       05  DB2-CLAIM-SETTLEAPPBY       PIC X(8).
      *    Reopening (01UCLM, 'S' or 'J' back to 'A' with a reason
      *    and a new reserve): REOPEN_COUNT is how many times the
      *    claim has been reopened (0 never) and REOPENED_DATE when it
      *    last was. A reopen clears PAID_DATE and SETTLE_STATUS, so
      *    the further settlement goes through the settlement limits
      *    again and LGCLMPY1 pays it as a top-up - RESERVE stays the
      *    claim's whole incurred cost, and only what is above the
      *    amount already paid goes out, under reference 'GENC' +
      *    claim number + 'R' + the two-digit reopen count
       05  DB2-CLAIM-REOPENCOUNT       PIC S9(4) COMP.
       05  DB2-CLAIM-REOPENDATE        PIC X(10).
      *    Specified item the loss is to - the ITEMNUMBER of the
      *    house policy's SPECIFIED_ITEM row, checked by LGACLM01 at
      *    registration; null for a claim on the general cover
       05  DB2-CLAIM-SPECITEM          PIC S9(4) COMP.
