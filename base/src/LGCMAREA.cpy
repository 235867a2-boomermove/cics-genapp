      *            login, flag policies for the bereavement team      *
      *   01IPAY - inquire payment history (paged like the policy     *
      *            list)                                              *
      *   01ASUP - register/maintain a claims supplier (modulus       *
      *            check on its bank details)                         *
      *   01ASIV - register/approve/reject a supplier invoice against *
      *            a claim                                            *
      *   01ARCV - register a claim recovery, post a receipt against  *
      *            it or write off its balance                        *
      *   01VCUS - inquire/set/remove the vulnerable customer marker  *
      *   01SURR - quote/confirm the surrender of an endowment        *
      *   01GCUS - inquire/set/clear the gone-away (returned mail)    *
      *            marker                                             *
      *   01CDOC - list/add/receive/waive the evidence on a claim's   *
      *            document register                                  *
      *   01CEVT - open/inquire/close a catastrophe event, add its    *
      *            affected areas, code a claim to it or uncode it    *
      *   01ISLG - inquire a policy's sub-ledger account statement    *
      *            (paged like the payment history)                   *
      *   01LAYU - lay up a motor policy (fire and theft cover only)  *
      *            or reactivate it, crediting the laid-up days       *
      *   01IRAT - explain a policy's price: two of its ratings side  *
      *            by side, factor by factor                          *
      *   01JPTY - add/remove/inquire the joint policyholder on a     *
      *            policy                                             *
      *----------------------------------------------------------------*
       05  CA-REQUEST-ID               PIC X(6).
       05  CA-RETURN-CODE              PIC X(2).
           10  CA-DECEASED-FLAG        PIC X(1).
               88  CA-DECEASED         VALUE 'Y'.
           10  CA-DECEASED-DATE        PIC X(10).
      *    Document delivery preference - paperless customers get
      *    their letters by email ('E') or SMS ('S') when the
      *    matching consent and address are held, print otherwise
           10  CA-DELIVERY-PREF        PIC X(1).
               88  CA-DELIVER-BY-PRINT VALUE 'P' ' '.
               88  CA-DELIVER-BY-EMAIL VALUE 'E'.
               88  CA-DELIVER-BY-SMS   VALUE 'S'.
      *    Date of birth protected at rest (LGFLDENC layout), carved
      *    from the filler. KSDSCUST holds the date of birth only
      *    here - CA-DOB is written as spaces, and on the way in it
      *    is the clear value the caller supplies for LGACDB01 or
      *    LGUPVS01 to protect.
           10  CA-DOB-PROTECTED        PIC X(18).
           10  CA-CUSTOMER-FILLER      PIC X(2).

      *----------------------------------------------------------------*
      * Policy list - paged so a customer with more policies than     *
      * Policy maintenance - used by the 01APOL/01UPOL/01DPOL requests *
      * (LGAPDB01/LGUPDB01/LGDPDB01). CA-P-DETAIL carries the per-type *
      * cover fields as a REDEFINES union selected by CA-P-POLICY-TYPE *
      * (same E/H/M/C domain as PR-POLICY-TYPE in LGPOLICY).           *
      *----------------------------------------------------------------*
       05  CA-POLICY-REQUEST.
           10  CA-P-POLICY-NUM         PIC X(10).
               88  CA-P-ENDOWMENT      VALUE 'E'.
               88  CA-P-HOUSE          VALUE 'H'.
               88  CA-P-MOTOR          VALUE 'M'.
               88  CA-P-COMMERCIAL     VALUE 'C'.
           10  CA-P-EFFECTIVE-DATE     PIC X(10).
           10  CA-P-EXPIRY-DATE        PIC X(10).
           10  CA-P-STATUS             PIC X(1).
      *        maturity batch - distinct from lapsed and cancelled
      *        so the MI does not count maturities as lost business
               88  CA-P-MATURED        VALUE 'X'.
      *        Surrendered ('S') is set by the 01SURR request when
      *        the policyholder cashes in an endowment before
      *        maturity - reported apart from lapses and cancellations
               88  CA-P-SURRENDERED    VALUE 'S'.
           10  CA-P-PREMIUM            PIC 9(6)V99.
           10  CA-P-DETAIL             PIC X(100).
           10  CA-P-ENDOW-DETAIL REDEFINES CA-P-DETAIL.
               15  CA-P-E-WITH-PROFITS PIC X(1).
               15  CA-P-E-FUND-NAME    PIC X(10).
               15  CA-P-E-LIFE-ASSURED PIC X(30).
      *            Returned by 01IPOL only - attached by the annual
      *            bonus declaration, never keyed
               15  CA-P-E-ACCRUED-BONUS PIC 9(9)V99.
               15  FILLER              PIC X(38).
           10  CA-P-HOUSE-DETAIL REDEFINES CA-P-DETAIL.
               15  CA-P-H-PROPERTY-TYPE PIC X(15).
               15  CA-P-H-BEDROOMS     PIC 9(3).
               15  CA-P-M-CC           PIC 9(4).
               15  CA-P-M-MANUFACTURED PIC X(10).
               15  CA-P-M-ACCIDENTS    PIC 9(2).
      *            Returned by 01IPOL only - 'C' full cover, 'F' fire
      *            and theft while laid up (01LAYU), from the date
               15  CA-P-M-COVER-LEVEL  PIC X(1).
               15  CA-P-M-LAYUP-START  PIC X(10).
               15  FILLER              PIC X(20).
      *        Commercial property (small-business shop and office
      *        cover): the trade/occupancy code rates the risk through
      *        the 'TRADECLS' RATING_FACTOR rows; the buildings and
      *        stock sums insured together are the cover amount
           10  CA-P-COMMERCIAL-DETAIL REDEFINES CA-P-DETAIL.
               15  CA-P-C-TRADE-CODE   PIC X(5).
               15  CA-P-C-BUILDINGS-SI PIC 9(8).
               15  CA-P-C-STOCK-SI     PIC 9(8).
               15  CA-P-C-EMPLOYEES    PIC 9(4).
               15  CA-P-C-PREMISES-NAME PIC X(20).
               15  CA-P-C-PREMISES-NUM PIC X(4).
               15  CA-P-C-POSTCODE     PIC X(8).
               15  FILLER              PIC X(43).

      *----------------------------------------------------------------*
      * Claims - used by the 01ACLM/01UCLM/01ICLM requests            *
      * 01IPAY (LGIPAY01). Payment status is 'C' collected,           *
      * 'R' returned/failed, 'P' claim settlement paid out by         *
      * LGCLMPY1, 'F' cancellation refund pending, 'G' refund paid    *
      * by the LGREFND1 batch, 'B' recovery of written-off bad debt.  *
      * Return and re-presentation detail for each entry is in        *
      * CA-PAYMENT-REPRESENT-TABLE.                                    *
      *----------------------------------------------------------------*
       05  CA-BANK-REQUEST.
           10  CA-B-SORT-CODE          PIC X(6).
      * handler's open claims oldest-first into CA-CLAIM-TABLE,       *
      * paged through CA-CLAIM-START-KEY/CA-CLAIM-MORE-FLAG the same  *
      * way 01ICLM pages (start key = last claim number returned).    *
      * On 01UCLM it names the handler acting, whose settlement       *
      * limit (CLAIM_AUTHORITY) decides whether a settlement goes     *
      * through or is referred to a second handler; it is required    *
      * to settle a claim or to approve or decline a referral.        *
      *----------------------------------------------------------------*
       05  CA-HANDLER-ID               PIC X(8).

      * marked collected, and POLICY.ARREARS_SINCE comes off when     *
      * the arrears are covered - so a paid-up customer can never be  *
      * lapsed by the LGLAPS01 sweep. CA-PP-REFERENCE spaces lets     *
      * LGPPAY01 build the posting reference itself. Bank transfers   *
      * ('T') are posted by the LGBKSTM1 statement import and by      *
      * 01USUS allocations out of suspense, with the bank's own       *
      * transaction reference.                                         *
      *----------------------------------------------------------------*
       05  CA-POST-PAYMENT.
           10  CA-PP-POLICY-NUM        PIC X(10).
           10  CA-PP-METHOD            PIC X(1).
               88  CA-PP-CHEQUE        VALUE 'Q'.
               88  CA-PP-BRANCH-CASH   VALUE 'B'.
               88  CA-PP-BANK-TRANSFER VALUE 'T'.
           10  CA-PP-REFERENCE         PIC X(18).

      *----------------------------------------------------------------*
               88  CA-CM-RESOLVED      VALUE 'V'.
               88  CA-CM-REFERRED      VALUE 'F'.
           10  CA-CM-DESCRIPTION       PIC X(60).

      *----------------------------------------------------------------*
      * Policy excess - the compulsory excess the insurer sets and    *
      * the voluntary excess the customer chose, captured on 01APOL   *
      * (spaces = none), amended on 01UPOL (spaces = unchanged) and   *
      * returned by 01IPOL. LGCLMPY1 deducts both from a settled      *
      * claim before paying it out and LGDOCPR1 prints them on the    *
      * policy schedule.                                               *
      *----------------------------------------------------------------*
       05  CA-P-EXCESS.
           10  CA-P-COMPULSORY-EXCESS  PIC 9(6)V99.
           10  CA-P-VOLUNTARY-EXCESS   PIC 9(6)V99.

      *----------------------------------------------------------------*
      * Claims suppliers - used by the 01ASUP request (LGASUP01) to   *
      * register a repairer, loss adjuster or contractor              *
      * (CA-S-SUPPLIER-NUM spaces = new, number allocated and         *
      * returned) or maintain one already registered - its bank       *
      * details pass the same modulus check as a 01ABNK mandate, and  *
      * CA-S-ACTIVE 'N' stops it taking invoices or being paid.       *
      *----------------------------------------------------------------*
       05  CA-SUPPLIER-REQUEST.
           10  CA-S-SUPPLIER-NUM       PIC X(10).
           10  CA-S-NAME               PIC X(30).
           10  CA-S-TYPE               PIC X(1).
               88  CA-S-REPAIRER       VALUE 'R'.
               88  CA-S-LOSS-ADJUSTER  VALUE 'L'.
               88  CA-S-CONTRACTOR     VALUE 'C'.
               88  CA-S-OTHER          VALUE 'O'.
           10  CA-S-ACTIVE             PIC X(1).
               88  CA-S-IS-ACTIVE      VALUE 'Y'.
               88  CA-S-IS-INACTIVE    VALUE 'N'.
           10  CA-S-SORT-CODE          PIC X(6).
           10  CA-S-ACCOUNT-NUM        PIC X(8).
           10  CA-S-ACCOUNT-NAME       PIC X(18).

      *----------------------------------------------------------------*
      * Supplier invoices - used by the 01ASIV request (LGASIV01).    *
      * 'R' registers CA-I-AMOUNT from CA-I-SUPPLIER-NUM against the  *
      * open claim in CA-I-CLAIM-NUM (number allocated and returned), *
      * taking it off the claim reserve; 'A' approves a registered    *
      * invoice for the nightly LGSUPY1 payment run; 'J' rejects it   *
      * and puts the amount back on the reserve.                      *
      *----------------------------------------------------------------*
       05  CA-INVOICE-REQUEST.
           10  CA-I-FUNCTION           PIC X(1).
               88  CA-I-REGISTER       VALUE 'R'.
               88  CA-I-APPROVE        VALUE 'A'.
               88  CA-I-REJECT         VALUE 'J'.
           10  CA-I-INVOICE-NUM        PIC X(10).
           10  CA-I-SUPPLIER-NUM       PIC X(10).
           10  CA-I-CLAIM-NUM          PIC X(10).
           10  CA-I-SUPPLIER-REF       PIC X(18).
           10  CA-I-AMOUNT             PIC 9(6)V99.
           10  CA-I-STATUS             PIC X(1).
               88  CA-I-REGISTERED     VALUE 'R'.
               88  CA-I-APPROVED       VALUE 'A'.
               88  CA-I-REJECTED       VALUE 'J'.
               88  CA-I-PAID           VALUE 'P'.

      *----------------------------------------------------------------*
      * Claim recoveries - used by the 01ARCV request (LGARCV01).     *
      * 'R' registers a subrogation, salvage or other recovery of     *
      * CA-RV-EXPECTED from CA-RV-COUNTERPARTY against the assessed   *
      * or settled claim in CA-RV-CLAIM-NUM (number allocated and     *
      * returned); 'P' posts a receipt of CA-RV-AMOUNT against the    *
      * recovery in CA-RV-RECOVERY-NUM; 'W' writes off the balance    *
      * still expected. The total received and the recovery status    *
      * come back in CA-RV-RECEIVED and CA-RV-STATUS.                 *
      *----------------------------------------------------------------*
       05  CA-RECOVERY-REQUEST.
           10  CA-RV-FUNCTION          PIC X(1).
               88  CA-RV-REGISTER      VALUE 'R'.
               88  CA-RV-RECEIPT       VALUE 'P'.
               88  CA-RV-WRITE-OFF     VALUE 'W'.
           10  CA-RV-RECOVERY-NUM      PIC X(10).
           10  CA-RV-CLAIM-NUM         PIC X(10).
           10  CA-RV-TYPE              PIC X(1).
               88  CA-RV-SUBROGATION   VALUE 'S'.
               88  CA-RV-SALVAGE       VALUE 'V'.
               88  CA-RV-OTHER         VALUE 'O'.
           10  CA-RV-COUNTERPARTY      PIC X(30).
           10  CA-RV-EXPECTED          PIC 9(6)V99.
           10  CA-RV-AMOUNT            PIC 9(6)V99.
           10  CA-RV-RECEIVED          PIC 9(6)V99.
           10  CA-RV-STATUS            PIC X(1).
               88  CA-RV-OPEN          VALUE 'O'.
               88  CA-RV-PART-RECEIVED VALUE 'P'.
               88  CA-RV-CLOSED        VALUE 'C'.
               88  CA-RV-WRITTEN-OFF   VALUE 'W'.

      *----------------------------------------------------------------*
      * Named drivers on a motor policy - captured on 01APOL,         *
      * replaced as a whole on 01UPOL (CA-D-DRIVER-COUNT spaces =     *
      * the drivers on file stand) and returned by 01IPOL. Each       *
      * driver carries the motoring convictions declared for them -   *
      * the DVLA offence code, conviction date and penalty points.    *
      * LGRATE01 rates on the youngest and least experienced driver   *
      * and the points held; a driver whose convictions exceed the    *
      * LGUWRUL limits puts the policy to pending underwriting 'P'.   *
      *----------------------------------------------------------------*
       05  CA-DRIVER-REQUEST.
           10  CA-D-DRIVER-COUNT       PIC 9(1).
           10  CA-D-DRIVER OCCURS 5 TIMES
                           INDEXED BY CA-D-IDX.
               15  CA-D-NAME           PIC X(30).
               15  CA-D-DOB            PIC X(10).
               15  CA-D-LICENCE-TYPE   PIC X(1).
                   88  CA-D-LICENCE-FULL        VALUE 'F'.
                   88  CA-D-LICENCE-PROVISIONAL VALUE 'P'.
                   88  CA-D-LICENCE-EU          VALUE 'E'.
                   88  CA-D-LICENCE-INTL        VALUE 'I'.
               15  CA-D-YEARS-HELD     PIC 9(2).
               15  CA-D-RELATIONSHIP   PIC X(1).
                   88  CA-D-POLICYHOLDER        VALUE 'H'.
                   88  CA-D-SPOUSE-PARTNER      VALUE 'S'.
                   88  CA-D-CHILD               VALUE 'C'.
                   88  CA-D-EMPLOYEE            VALUE 'E'.
                   88  CA-D-OTHER               VALUE 'O'.
               15  CA-D-CONVICTION-COUNT PIC 9(1).
               15  CA-D-CONVICTION OCCURS 4 TIMES
                                   INDEXED BY CA-DV-IDX.
                   20  CA-D-CV-CODE    PIC X(4).
                   20  CA-D-CV-DATE    PIC X(10).
                   20  CA-D-CV-POINTS  PIC 9(2).

      *----------------------------------------------------------------*
      * Direct debit re-presentation, returned by 01IPAY alongside    *
      * CA-PAYMENT-TABLE entry for entry. A returned collection shows *
      * the bank's reason and, where it is being re-presented, 'Q'    *
      * with the business day LGDDREP1 will collect it again, 'D'     *
      * once re-presented or 'X' if it could not be; the              *
      * re-presentation itself shows the date of the collection it    *
      * re-presents. Spaces on every other entry.                     *
      *----------------------------------------------------------------*
       05  CA-PAYMENT-REPRESENT-TABLE.
           10  CA-PAYMENT-REPRESENT OCCURS 10 TIMES
                                   INDEXED BY CA-PAY-REP-IDX.
               15  CA-PAY-RETURN-REASON PIC X(4).
               15  CA-PAY-REP-STATUS   PIC X(1).
                   88  CA-PAY-REP-QUEUED    VALUE 'Q'.
                   88  CA-PAY-REP-DONE      VALUE 'D'.
                   88  CA-PAY-REP-DROPPED   VALUE 'X'.
               15  CA-PAY-REP-DATE     PIC X(10).
               15  CA-PAY-REP-FROM     PIC X(10).

      *----------------------------------------------------------------*
      * Unallocated cash suspense - used by the 01USUS request        *
      * (LGSUSP01). Bank credits LGBKSTM1 could not match to a policy *
      * wait on SUSPENSE_CASH at status 'U'. CA-SU-FUNCTION 'I'       *
      * returns the item in CA-SU-SUSPENSE-ID; 'A' allocates it to    *
      * the policy in CA-SU-POLICY-NUM, posting it through LGPPAY01;  *
      * 'R' marks it for return to the payer with CA-SU-NOTE. The     *
      * item as it stands after the call comes back in CA-SU-ITEM.    *
      *----------------------------------------------------------------*
       05  CA-SUSPENSE-REQUEST.
           10  CA-SU-FUNCTION          PIC X(1).
               88  CA-SU-INQUIRE       VALUE 'I'.
               88  CA-SU-ALLOCATE      VALUE 'A'.
               88  CA-SU-RETURN        VALUE 'R'.
           10  CA-SU-SUSPENSE-ID       PIC 9(9).
           10  CA-SU-POLICY-NUM        PIC X(10).
           10  CA-SU-NOTE              PIC X(30).
           10  CA-SU-ITEM.
               15  CA-SU-STATUS        PIC X(1).
                   88  CA-SU-UNALLOCATED    VALUE 'U'.
                   88  CA-SU-ALLOCATED      VALUE 'A'.
                   88  CA-SU-FOR-RETURN     VALUE 'R'.
               15  CA-SU-REASON        PIC X(4).
               15  CA-SU-RECEIVED-DATE PIC X(10).
               15  CA-SU-AMOUNT        PIC 9(7)V99.
               15  CA-SU-BANK-REF      PIC X(18).
               15  CA-SU-PAYER-NAME    PIC X(18).
               15  CA-SU-PAYER-REF     PIC X(18).
               15  CA-SU-ALLOC-POLICY  PIC X(10).
               15  CA-SU-ACTION-DATE   PIC X(10).

      *----------------------------------------------------------------*
      * Vulnerable customer marker - used by the 01VCUS request       *
      * (LGVUL01). CA-VU-FUNCTION 'I' returns the marker held for     *
      * CA-CUSTOMER-NUM (category spaces when there is none); 'S'     *
      * records or changes it with CA-VU-CATEGORY and                 *
      * CA-VU-REVIEW-DATE, the recorded date being today; 'R' takes   *
      * it off. Dates are YYYY-MM-DD. While a marker is held the      *
      * arrears batches (LGDUNLT1, LGLAPS01) refer the customer to    *
      * the specialist queue rather than acting automatically.        *
      *----------------------------------------------------------------*
       05  CA-VULNERABLE-REQUEST.
           10  CA-VU-FUNCTION          PIC X(1).
               88  CA-VU-INQUIRE       VALUE 'I'.
               88  CA-VU-SET           VALUE 'S'.
               88  CA-VU-REMOVE        VALUE 'R'.
           10  CA-VU-CATEGORY          PIC X(1).
               88  CA-VU-BEREAVED      VALUE 'B'.
               88  CA-VU-SERIOUSLY-ILL VALUE 'I'.
               88  CA-VU-FINANCIAL     VALUE 'F'.
               88  CA-VU-COGNITIVE     VALUE 'C'.
               88  CA-VU-VALID-CATEGORY VALUE 'B' 'I' 'F' 'C'.
           10  CA-VU-RECORDED-DATE     PIC X(10).
           10  CA-VU-REVIEW-DATE       PIC X(10).

      *----------------------------------------------------------------*
      * Endowment surrender - used by the 01SURR request (LGSURR01)   *
      * for the policy in CA-P-POLICY-NUM owned by CA-CUSTOMER-NUM.   *
      * CA-SR-FUNCTION 'Q' prices the surrender and changes nothing:  *
      * net premiums paid on PAYMENT, completed years of the term and *
      * the PC-SURR-PENALTY-PCT kept back come back with the value.   *
      * 'C' confirms it - the value is priced again and must equal    *
      * the CA-SR-SURRENDER-VALUE quoted, then the policy moves to    *
      * surrendered 'S', its scheduled installments come off and the  *
      * value posts to PAYMENT for LGREFND1 to pay by BACS credit.    *
      * CA-SR-MANDATE-HELD 'N' warns that the customer has no bank    *
      * mandate, so the accounts team will pay it by hand.            *
      *----------------------------------------------------------------*
       05  CA-SURRENDER-REQUEST.
           10  CA-SR-FUNCTION          PIC X(1).
               88  CA-SR-QUOTE         VALUE 'Q'.
               88  CA-SR-CONFIRM       VALUE 'C'.
           10  CA-SR-QUOTE-DATE        PIC X(10).
           10  CA-SR-TERM-YEARS        PIC 9(2).
           10  CA-SR-YEARS-ELAPSED     PIC 9(2).
           10  CA-SR-PREMIUMS-PAID     PIC 9(7)V99.
           10  CA-SR-PENALTY-PCT       PIC 9(3).
           10  CA-SR-SURRENDER-VALUE   PIC 9(7)V99.
           10  CA-SR-MANDATE-HELD      PIC X(1).
               88  CA-SR-PAID-BY-BACS  VALUE 'Y'.

      *----------------------------------------------------------------*
      * Gone-away marker - used by the 01GCUS request (LGGAW01).      *
      * CA-GA-FUNCTION 'I' returns the marker held for                *
      * CA-CUSTOMER-NUM (CA-GA-FLAG space when there is none); 'S'    *
      * records that post to the customer's address came back, on     *
      * CA-GA-RETURNED-DATE (today when left blank) for the document  *
      * type in CA-GA-DOC-TYPE; 'C' clears it. Dates are YYYY-MM-DD.  *
      * While it is held the print batches post nothing to the        *
      * customer; an address change through 01UCUS clears it.         *
      *----------------------------------------------------------------*
       05  CA-GONE-AWAY-REQUEST.
           10  CA-GA-FUNCTION          PIC X(1).
               88  CA-GA-INQUIRE       VALUE 'I'.
               88  CA-GA-SET           VALUE 'S'.
               88  CA-GA-CLEAR         VALUE 'C'.
           10  CA-GA-FLAG              PIC X(1).
               88  CA-GA-GONE-AWAY     VALUE 'Y'.
           10  CA-GA-RETURNED-DATE     PIC X(10).
           10  CA-GA-DOC-TYPE          PIC X(8).

      *----------------------------------------------------------------*
      * Claim document register - used by the 01CDOC request          *
      * (LGCDOC01) on the claim in CA-CD-CLAIM-NUM. CA-CD-FUNCTION    *
      * 'I' lists the evidence asked for; 'A' adds CA-CD-DOC-CODE     *
      * (CA-CD-MANDATORY 'Y' = the claim may not settle without it,   *
      * CA-CD-DUE-DATE blank = the standard reply period); 'R' marks  *
      * it received today; 'W' waives it. Every function returns the  *
      * refreshed register in CA-CD-TABLE (status 'O' outstanding,    *
      * 'R' received, 'W' waived) and the mandatory items still       *
      * outstanding in CA-CD-OUTSTANDING. Dates are YYYY-MM-DD.       *
      *----------------------------------------------------------------*
       05  CA-CLAIM-DOC-REQUEST.
           10  CA-CD-FUNCTION          PIC X(1).
               88  CA-CD-INQUIRE       VALUE 'I'.
               88  CA-CD-ADD           VALUE 'A'.
               88  CA-CD-RECEIVE       VALUE 'R'.
               88  CA-CD-WAIVE         VALUE 'W'.
           10  CA-CD-CLAIM-NUM         PIC X(10).
           10  CA-CD-DOC-CODE          PIC X(8).
           10  CA-CD-MANDATORY         PIC X(1).
           10  CA-CD-DUE-DATE          PIC X(10).
           10  CA-CD-OUTSTANDING       PIC 9(2).
           10  CA-CD-COUNT             PIC 9(2).
           10  CA-CD-TABLE OCCURS 12 TIMES
                           INDEXED BY CA-CD-IDX.
               15  CA-CD-T-DOC-CODE    PIC X(8).
               15  CA-CD-T-MANDATORY   PIC X(1).
               15  CA-CD-T-STATUS      PIC X(1).
               15  CA-CD-T-DUE-DATE    PIC X(10).
               15  CA-CD-T-RECEIVED    PIC X(10).

      *----------------------------------------------------------------*
      * Catastrophe event register - used by the 01CEVT request       *
      * (LGCEVT01) on the event in CA-CE-EVENT-CODE. CA-CE-FUNCTION   *
      * 'O' opens the event (peril, description, start date and an    *
      * optional end date, blank while it is still running); 'A'      *
      * adds CA-CE-AREA, a postcode district or sector it affected;   *
      * 'C' closes it (end date defaults to today); 'T' codes the     *
      * claim in CA-CE-CLAIM-NUM to it, or confirms a suggested code; *
      * 'U' uncodes that claim; 'I' only inquires. Every function     *
      * returns the event, its areas and the claims coded to it       *
      * (confirmed and still only suggested). On 01ACLM the caller    *
      * may put an event code here to code the new claim directly;    *
      * left blank, LGACLM01 returns the open event the loss date and *
      * risk postcode fall in, if any, with CA-CE-SOURCE 'S'.         *
      * Dates are YYYY-MM-DD.                                          *
      *----------------------------------------------------------------*
       05  CA-CAT-EVENT-REQUEST.
           10  CA-CE-FUNCTION          PIC X(1).
               88  CA-CE-INQUIRE       VALUE 'I'.
               88  CA-CE-OPEN          VALUE 'O'.
               88  CA-CE-ADD-AREA      VALUE 'A'.
               88  CA-CE-CLOSE         VALUE 'C'.
               88  CA-CE-TAG-CLAIM     VALUE 'T'.
               88  CA-CE-UNTAG-CLAIM   VALUE 'U'.
           10  CA-CE-EVENT-CODE        PIC X(8).
           10  CA-CE-PERIL             PIC X(10).
           10  CA-CE-DESCRIPTION       PIC X(40).
           10  CA-CE-START-DATE        PIC X(10).
           10  CA-CE-END-DATE          PIC X(10).
           10  CA-CE-STATUS            PIC X(1).
               88  CA-CE-EVENT-OPEN    VALUE 'O'.
               88  CA-CE-EVENT-CLOSED  VALUE 'C'.
           10  CA-CE-SOURCE            PIC X(1).
               88  CA-CE-SUGGESTED     VALUE 'S'.
               88  CA-CE-CONFIRMED     VALUE 'C'.
           10  CA-CE-AREA              PIC X(6).
           10  CA-CE-CLAIM-NUM         PIC X(10).
           10  CA-CE-CONFIRMED-COUNT   PIC 9(5).
           10  CA-CE-SUGGESTED-COUNT   PIC 9(5).
           10  CA-CE-AREA-COUNT        PIC 9(2).
           10  CA-CE-AREA-TABLE OCCURS 20 TIMES
                                INDEXED BY CA-CE-IDX.
               15  CA-CE-T-AREA        PIC X(6).

      *----------------------------------------------------------------*
      * Claims and Underwriting Exchange check - returned by 01AQUO   *
      * and 01CQUO on a motor or house quote. CA-CU-FOUND is the      *
      * prior claims the exchange holds (CUE_HISTORY, loaded nightly  *
      * by LGCUELD1) for the person or the vehicle registration over  *
      * the lookback years, CA-CU-DECLARED the accidents the customer *
      * declared in CA-P-M-ACCIDENTS (none is asked on a house        *
      * quote) and CA-CU-UNDISCLOSED the claims beyond that, with     *
      * CA-CU-FLAG 'Y' when there are any. The quote keeps the count  *
      * and conversion carries it to the POLICY row, where LGACLM01   *
      * scores it when a claim is registered.                         *
      *----------------------------------------------------------------*
       05  CA-CUE-RESULT.
           10  CA-CU-FOUND             PIC 9(2).
           10  CA-CU-DECLARED          PIC 9(2).
           10  CA-CU-UNDISCLOSED       PIC 9(2).
           10  CA-CU-FLAG              PIC X(1).
               88  CA-CU-UNDISCLOSED-CLAIMS VALUE 'Y'.

      *----------------------------------------------------------------*
      * Policy account statement - used by the 01ISLG request         *
      * (LGISLG01) on the policy in CA-LG-POLICY-NUM, which must      *
      * belong to CA-CUSTOMER-NUM. CA-LG-BALANCE is the running       *
      * balance after the latest POLICY_LEDGER entry (dated           *
      * CA-LG-AS-AT), CA-LG-BALANCE-SIDE 'D' owed to us or 'C' owed   *
      * to the policyholder. CA-LG-TABLE returns ten entries per      *
      * call, most recent first, each with the balance after it;      *
      * further pages are walked by passing the last entry's          *
      * sequence back in CA-LG-START-SEQ (zero = first page). Entry   *
      * types are those DB2-LEDGER documents. Dates are YYYY-MM-DD.   *
      *----------------------------------------------------------------*
       05  CA-LEDGER-REQUEST.
           10  CA-LG-POLICY-NUM        PIC X(10).
           10  CA-LG-START-SEQ         PIC 9(9).
           10  CA-LG-AS-AT             PIC X(10).
           10  CA-LG-BALANCE           PIC 9(9)V99.
           10  CA-LG-BALANCE-SIDE      PIC X(1).
               88  CA-LG-IN-DEBIT      VALUE 'D'.
               88  CA-LG-IN-CREDIT     VALUE 'C'.
           10  CA-LG-COUNT             PIC 9(2).
           10  CA-LG-MORE-FLAG         PIC X(1).
               88  CA-LG-MORE-DATA     VALUE 'Y'.
               88  CA-LG-NO-MORE-DATA  VALUE 'N'.
           10  CA-LG-TABLE OCCURS 10 TIMES
                           INDEXED BY CA-LG-IDX.
               15  CA-LG-T-SEQ         PIC 9(9).
               15  CA-LG-T-DATE        PIC X(10).
               15  CA-LG-T-TYPE        PIC X(2).
               15  CA-LG-T-DEBIT-CREDIT PIC X(1).
               15  CA-LG-T-AMOUNT      PIC 9(7)V99.
               15  CA-LG-T-BALANCE     PIC 9(9)V99.
               15  CA-LG-T-BAL-SIDE    PIC X(1).
               15  CA-LG-T-REFERENCE   PIC X(18).

      *----------------------------------------------------------------*
      * Claim reopening - on 01UCLM asking for assessed 'A' on a      *
      * settled or rejected claim reopens it. The reason is required  *
      * and written to CLAIM_HISTORY; CA-C-RESERVE carries the new    *
      * reserve - the claim's whole incurred cost, which on a settled *
      * claim must be above what it settled at - and CA-HANDLER-ID    *
      * the handler reopening it.                                     *
      *----------------------------------------------------------------*
       05  CA-C-REOPEN-REASON          PIC X(40).

      *----------------------------------------------------------------*
      * Motor lay-up - used by the 01LAYU request (LGLAYU01) for the  *
      * motor policy in CA-P-POLICY-NUM owned by CA-CUSTOMER-NUM.     *
      * CA-LU-FUNCTION 'L' lays the vehicle up: cover drops to fire   *
      * and theft from CA-LU-START-DATE (today or later, spaces for   *
      * today) and the policy stays in force. 'R' reactivates it -    *
      * full cover returns today and the laid-up days are credited    *
      * at the premium less PC-LAYUP-RATE-PCT, the fire and theft     *
      * rate still charged. The credit comes off the scheduled        *
      * installments, soonest due first, and whatever they cannot     *
      * absorb is refunded through LGREFND1. Dates are YYYY-MM-DD.    *
      *----------------------------------------------------------------*
       05  CA-LAYUP-REQUEST.
           10  CA-LU-FUNCTION          PIC X(1).
               88  CA-LU-LAY-UP        VALUE 'L'.
               88  CA-LU-REACTIVATE    VALUE 'R'.
           10  CA-LU-START-DATE        PIC X(10).
           10  CA-LU-END-DATE          PIC X(10).
           10  CA-LU-DAYS              PIC 9(3).
           10  CA-LU-RATE-PCT          PIC 9(3).
           10  CA-LU-CREDIT            PIC 9(7)V99.
           10  CA-LU-INSTALLMENT-CREDIT PIC 9(7)V99.
           10  CA-LU-REFUND            PIC 9(7)V99.

      *----------------------------------------------------------------*
      * Rating comparison - used by the 01IRAT request (LGIRAT01) for *
      * the policy in CA-P-POLICY-NUM owned by CA-CUSTOMER-NUM. Two   *
      * of the ratings kept on RATING_BREAKDOWN come back side by     *
      * side: CA-RC-RATING(2) the later, by default the latest held,  *
      * and CA-RC-RATING(1) the earlier, by default the one before    *
      * it. CA-RC-FROM-AT/CA-RC-TO-AT pick ratings by their RATED_AT  *
      * instead, and CA-RC-SOURCE-FILTER limits both to one source -  *
      * 'R' sets this year's renewal beside last year's. The premium  *
      * is the cover amount in thousands times the base rate times    *
      * each factor, so every one of those ten terms is returned and  *
      * CA-RC-MOVED-MOST names the one whose change moved the premium *
      * furthest (1 cover amount, 2 base rate, 3 age, 4 postcode,     *
      * 5 household, 6 NCD, 7 trade, 8 driver age, 9 driver           *
      * experience, 10 convictions; 0 = nothing changed), with        *
      * CA-RC-MOVED-PCT the change that term alone made.              *
      *----------------------------------------------------------------*
       05  CA-RATING-COMPARE.
           10  CA-RC-SOURCE-FILTER     PIC X(1).
           10  CA-RC-FROM-AT           PIC X(26).
           10  CA-RC-TO-AT             PIC X(26).
           10  CA-RC-RATINGS-HELD      PIC 9(3).
           10  CA-RC-RATING OCCURS 2 TIMES.
               15  CA-RC-SOURCE        PIC X(1).
               15  CA-RC-RATED-AT      PIC X(26).
               15  CA-RC-RATING-DATE   PIC X(10).
               15  CA-RC-RATE-SET      PIC 9(9).
               15  CA-RC-PREMIUM       PIC 9(6)V99.
               15  CA-RC-RISK-UNITS    PIC 9(4).
               15  CA-RC-CUSTOMER-AGE  PIC 9(3).
               15  CA-RC-NCD-YEARS     PIC 9(2).
               15  CA-RC-DRIVER-AGE    PIC 9(3).
               15  CA-RC-TERM OCCURS 10 TIMES
                                       PIC 9(8)V9(4).
           10  CA-RC-PREMIUM-CHANGE    PIC S9(6)V99.
           10  CA-RC-MOVED-MOST        PIC 9(2).
           10  CA-RC-MOVED-NAME        PIC X(16).
           10  CA-RC-MOVED-PCT         PIC S9(3)V99.

      *----------------------------------------------------------------*
      * Quote capture channel - set by the caller of 01AQUO and held  *
      * on the QUOTE row for the LGQFUNL1 conversion funnel: 'A'      *
      * aggregator web service (LGQUOWS), 'G' agent, 'B' branch or    *
      * call centre staff, 'M' partner MQ. Spaces lets LGAQUO01 take  *
      * 'G' when a selling agent is keyed in CA-AGENT-NUM and 'B'     *
      * otherwise.                                                    *
      *----------------------------------------------------------------*
       05  CA-Q-CHANNEL                PIC X(1).
           88  CA-Q-AGGREGATOR         VALUE 'A'.
           88  CA-Q-AGENT              VALUE 'G'.
           88  CA-Q-BRANCH             VALUE 'B'.
           88  CA-Q-PARTNER-MQ         VALUE 'M'.
           88  CA-Q-CHANNEL-VALID      VALUE 'A' 'G' 'B' 'M'.

      *----------------------------------------------------------------*
      * Payment value date - set by the caller of 01PPAY (LGPPAY01)   *
      * to the day the money was actually received, YYYY-MM-DD - the  *
      * date on a cheque banked late, say. Spaces means today, as     *
      * LGBKSTM1 and LGSUSP01 leave it. A payment received in a month *
      * finance is closing or has closed posts today instead, the     *
      * value date kept on MOVED_POSTING (LGPERPRC).                  *
      *----------------------------------------------------------------*
       05  CA-PP-VALUE-DATE            PIC X(10).

      *----------------------------------------------------------------*
      * Joint policyholder - used by the 01JPTY request (LGJPTY01)    *
      * for the policy in CA-P-POLICY-NUM, asked for by either of its *
      * policyholders in CA-CUSTOMER-NUM. CA-JP-FUNCTION 'A' names    *
      * the customer in CA-JP-CUSTOMER-NUM as the policy's second     *
      * policyholder, 'R' takes the joint policyholder off and 'I'    *
      * only inquires. Every function returns the first-named and     *
      * joint policyholders and the date the joint one was added      *
      * (YYYY-MM-DD), spaces/zeros when there is none.                *
      *----------------------------------------------------------------*
       05  CA-JOINT-REQUEST.
           10  CA-JP-FUNCTION          PIC X(1).
               88  CA-JP-ADD           VALUE 'A'.
               88  CA-JP-REMOVE        VALUE 'R'.
               88  CA-JP-INQUIRE       VALUE 'I'.
           10  CA-JP-CUSTOMER-NUM      PIC X(10).
           10  CA-JP-FIRST-NAMED-NUM   PIC X(10).
           10  CA-JP-ADDED-DATE        PIC X(10).

      *----------------------------------------------------------------*
      * Specified high-value items on a house policy - the jewellery, *
      * watches, art and bicycles each worth more than the contents   *
      * single-item limit, listed with a description, category, value *
      * in whole pounds and the date on the valuation certificate     *
      * (YYYY-MM-DD). Captured on 01APOL, replaced as a whole on      *
      * 01UPOL (CA-SI-ITEM-COUNT spaces = the items on file stand)    *
      * and returned by 01IPOL. LGRATE01 charges for them by          *
      * category; an item over the LGUWRUL limit puts the policy to   *
      * pending underwriting 'P'.                                     *
      *----------------------------------------------------------------*
       05  CA-SPEC-ITEM-REQUEST.
           10  CA-SI-ITEM-COUNT        PIC 9(2).
           10  CA-SI-ITEM OCCURS 10 TIMES
                          INDEXED BY CA-SI-IDX.
               15  CA-SI-DESCRIPTION   PIC X(30).
               15  CA-SI-CATEGORY      PIC X(1).
                   88  CA-SI-JEWELLERY          VALUE 'J'.
                   88  CA-SI-WATCHES            VALUE 'W'.
                   88  CA-SI-ART                VALUE 'A'.
                   88  CA-SI-BICYCLES           VALUE 'B'.
               15  CA-SI-VALUE         PIC 9(8).
               15  CA-SI-VALUATION-DATE PIC X(10).

      *----------------------------------------------------------------*
      * Specified item claimed for - set by the caller of 01ACLM      *
      * (LGACLM01) to the number of the item on the house policy's    *
      * schedule the loss is to (the CA-SI-ITEM occurrence 01IPOL     *
      * returns it in). Zeros or spaces = not a specified item.       *
      *----------------------------------------------------------------*
       05  CA-C-SPEC-ITEM-NUM          PIC 9(2).

      *----------------------------------------------------------------*
      * Customer session - set by a customer self-service caller of   *
      * a sensitive request (01ABNK, 01XPOL) to the customer's        *
      * LGAUTH01 session token, and on the repeat of a request        *
      * refused for step-up to the verification code sent to the      *
      * customer. The session must be valid, and its last strong      *
      * authentication inside the step-up window or re-proved with    *
      * the code, before the change is made: return code 15 step-up   *
      * required (a code has been sent), 16 code wrong or expired,    *
      * 17 session invalid or expired. Spaces = a staff caller, whose *
      * authority is the CICS transaction security on the screens.    *
      *----------------------------------------------------------------*
       05  CA-SESSION-TOKEN            PIC X(64).
       05  CA-STEPUP-MFA-CODE          PIC X(10).
