           SELECT ARCH-SORT-FILE
               ASSIGN TO "ARSORTWK".

           SELECT ESCHEAT-SORT-FILE
               ASSIGN TO "ESSORTWK".

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPAGE-STATUS.

           SELECT RETURN-EXCEPTION-FILE
               ASSIGN TO "RTNEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNEXC-STATUS.

           SELECT POSTING-JOURNAL
               ASSIGN TO "POSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RUNH-STATUS.

           SELECT DISPUTE-FILE
               ASSIGN TO "DISPUTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-STATUS.

           SELECT LOCKBOX-FILE
               ASSIGN TO "LOCKBOX"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LBX-STATUS.

           SELECT UNAPPLIED-CASH-FILE
               ASSIGN TO "UNAPPLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UNAP-STATUS.

           SELECT LOCKBOX-REPORT
               ASSIGN TO "LBXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBXRPT-STATUS.

           SELECT REFUND-FILE
               ASSIGN TO "REFUNDS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RFND-STATUS.

           SELECT ESCHEAT-FILE
               ASSIGN TO "UNCLAIMD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESCH-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO "PENDAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PND-STATUS.

           SELECT MAINT-AUDIT-REPORT
               ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT FRAUD-HOLD-FILE
               ASSIGN TO "FRDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-KEY
               FILE STATUS IS WS-FRHOLD-STATUS.

           SELECT FRAUD-DECISION-FILE
               ASSIGN TO "FRAUDDEC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FRDEC-STATUS.

           SELECT FRAUD-REPORT
               ASSIGN TO "FRDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRRPT-STATUS.

           SELECT BUREAU-FILE
               ASSIGN TO "BUREAU"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUR-STATUS.

           SELECT BUREAU-LOG-FILE
               ASSIGN TO "BURLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-REPORT-MONTH
               FILE STATUS IS WS-BURLOG-STATUS.

           SELECT BUREAU-EXCEPTION-REPORT
               ASSIGN TO "BUREXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUREXC-STATUS.

       I-O-CONTROL.
           APPLY WRITE-ONLY ON REPORT-FILE.

      ******************************************************************
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 10 RECORDS
           DATA RECORD IS CUSTOMER-RECORD.

               88  CUST-ACTIVE         VALUE "A".
               88  CUST-INACTIVE       VALUE "I".
               88  CUST-SUSPENDED      VALUE "S".
               88  CUST-CHARGED-OFF    VALUE "C".
           05  CUST-CREATED-DATE       PIC 9(8).
           05  CUST-LAST-ACTIVITY-DATE PIC 9(8).
      * Collections tracking. CUST-SUSPEND-DATE is set only when the
      * touch.
           05  CUST-OVER-LIMIT-CYCLES  PIC 9(2).
           05  CUST-SUSPEND-DATE       PIC 9(8).
      * Payment terms from the last statement cut for the account.
      * The statement run sets the minimum and due date and opens the
      * late-fee switch; the late-fee cycle closes it once the due date
      * has passed, either as met or as assessed, so a fee is charged
      * at most once per statement. Records converted before these
      * fields existed carry spaces and are skipped until their next
      * statement.
           05  CUST-STMT-DATE          PIC 9(8).
           05  CUST-MIN-PAYMENT-DUE    PIC S9(7)V99 COMP-3.
           05  CUST-PAYMENT-DUE-DATE   PIC 9(8).
           05  CUST-LATE-FEE-SW        PIC X(1).
               88  CUST-LATE-FEE-OPEN      VALUE "N".
               88  CUST-LATE-FEE-ASSESSED  VALUE "Y".
               88  CUST-MINIMUM-MET        VALUE "P".
      * Total of the customer's open billing disputes. It stays inside
      * CUST-BALANCE - the customer still owes it until the case is
      * decided - but is held out of the finance charge, the minimum
      * payment, aging, dunning, and the over-limit tests. Only the
      * dispute maintenance cards move it. Converted records carry
      * spaces and are normalized to zero on first touch.
           05  CUST-DISPUTED-AMOUNT    PIC S9(7)V99 COMP-3.
      * Charge-off. Set once by the CHARGEOFF run: the date and the
      * balance written off, which stays on the account for good.
      * Payments that arrive afterward are recoveries and accumulate
      * beside it; they never touch CUST-BALANCE.
           05  CUST-CHGOFF-DATE        PIC 9(8).
           05  CUST-CHGOFF-AMOUNT      PIC S9(7)V99 COMP-3.
           05  CUST-RECOVERED-AMOUNT   PIC S9(7)V99 COMP-3.
      * Billing cycle the account's statement, finance charge and aging
      * fall in, set on the add and moved only by a change card. Zero
      * (or spaces on a record converted before cycles) means none was
      * assigned; such an account bills in the cycle its account number
      * falls in until one is.
           05  CUST-CYCLE-CODE         PIC 9(2).
           05  FILLER                  PIC X(1).

       FD  TRANSACTION-FILE
               88  TRANS-REFUND        VALUE "R".
               88  TRANS-ADJUSTMENT    VALUE "J".
               88  TRANS-CHARGEBACK    VALUE "C".
               88  TRANS-RETURNED-PMT  VALUE "N".
      * System-generated only - never accepted from TRANSACT.
               88  TRANS-WRITE-OFF     VALUE "W".
               88  TRANS-RECOVERY      VALUE "V".
               88  TRANS-RECOVERY-RETURN VALUE "X".
               88  TRANS-REFUND-CHECK  VALUE "K".
               88  TRANS-ESCHEAT       VALUE "E".
           05  TRANS-AMOUNT            PIC S9(7)V99.
           05  TRANS-DATE              PIC 9(8).
           05  TRANS-TIME              PIC 9(6).
           05  TRANS-DESC              PIC X(50).
      * A returned payment names the payment it reverses in the first
      * ten bytes of the description; the bank's return reason follows.
           05  TRANS-RETURN-DESC REDEFINES TRANS-DESC.
               10  TRANS-RTN-ORIG-ID   PIC 9(10).
               10  TRANS-RTN-REASON    PIC X(40).
           05  FILLER                  PIC X(8).

      * File-level control records bracketing the detail: the bank's
               88  REJECT-OVER-LIMIT       VALUE "L".
               88  REJECT-UNKNOWN-STATUS   VALUE "U".
               88  REJECT-BAD-MAINT        VALUE "M".
               88  REJECT-SYSTEM-TYPE      VALUE "T".
               88  REJECT-CHARGED-OFF      VALUE "O".
               88  REJECT-FRAUD-DECLINED   VALUE "F".
           05  REJECT-RUN-DATE         PIC 9(8).
      * On a purchase the fraud desk declined, the screening rule that
      * held it.
           05  REJECT-FRAUD-RULE       PIC X(1).
           05  FILLER                  PIC X(2).

      * Run-control card. One card per run (with its continuation
      * card) supplies every operational
      * knob that used to be compiled in, and the business run date -
      * which is what makes a prior-date rerun possible without the
      * cutoff math and reject stamps carrying the wrong day.
           05  PARM-FINANCE-RATE       PIC 9(2)V9(4).
           05  PARM-MINIMUM-CHARGE     PIC 9(3)V99.
           05  PARM-GRACE-DAYS         PIC 9(3).
           05  PARM-LATE-FEE           PIC 9(3)V99.
           05  PARM-DUE-DAYS           PIC 9(3).
           05  PARM-MIN-PAY-PCT        PIC 9(2)V99.
           05  PARM-MIN-PAY-FLOOR      PIC 9(3)V99.
           05  PARM-RETURN-FEE         PIC 9(3)V99.
           05  PARM-RETURN-WINDOW      PIC 9(3).
           05  PARM-RETURN-LIMIT       PIC 9(2).
           05  PARM-CHGOFF-AGE-DAYS    PIC 9(3).
           05  PARM-CHGOFF-SUSP-DAYS   PIC 9(3).
           05  PARM-CHGOFF-RETAIN-YRS  PIC 9(2).
           05  PARM-REFUND-MINIMUM     PIC 9(3)V99.
           05  FILLER                  PIC X(6).

      * Continuation card, read second and marked "P2" in columns 1-2.
      * The first card is full; the knobs added since ride here.
       01  PARAMETER-CONT-RECORD.
           05  PARM-CONT-CARD-ID       PIC X(2).
               88  PARM-CONT-CARD      VALUE "P2".
           05  PARM-DC-LIMIT-INCREASE  PIC 9(7)V99.
           05  PARM-PEND-EXPIRE-DAYS   PIC 9(3).
      * Purchase screening. A zero velocity limit, multiple or dormancy
      * length switches that rule off.
           05  PARM-FR-VELOCITY-MAX    PIC 9(2).
           05  PARM-FR-AMOUNT-MULT     PIC 9(2).
           05  PARM-FR-AMOUNT-FLOOR    PIC 9(5)V99.
           05  PARM-FR-LOOKBACK-DAYS   PIC 9(3).
           05  PARM-FR-DORMANT-DAYS    PIC 9(3).
      * Billing cycles: how many are in use for new accounts, and up to
      * five that today's run closes. No cycle named means the whole
      * master bills together at month end.
           05  PARM-CYCLE-COUNT        PIC 9(2).
           05  PARM-CLOSE-CYCLE        PIC 9(2) OCCURS 5 TIMES.
           05  FILLER                  PIC X(37).

       FD  CUST-MAINT-FILE
           RECORD CONTAINS 200 CHARACTERS.
               88  MAINT-CHANGE        VALUE "C".
               88  MAINT-STATUS-SET    VALUE "S".
               88  MAINT-MERGE         VALUE "M".
               88  MAINT-DISPUTE-OPEN  VALUE "D".
               88  MAINT-DISPUTE-CLOSE VALUE "X".
               88  MAINT-APPROVE       VALUE "V".
           05  MAINT-CUST-ID           PIC 9(8).
           05  MAINT-NAME              PIC X(30).
      * On a dispute card ("D" opens a case, "X" closes one) the name
      * area names the disputed item by its history TRANS-ID. An open
      * may dispute part of the item; a blank amount disputes all of
      * it. A close carries the decision: "F" found for the customer,
      * "A" found against.
           05  MAINT-DISPUTE-DATA REDEFINES MAINT-NAME.
               10  MAINT-DSP-TRANS-ID  PIC 9(10).
               10  MAINT-DSP-AMOUNT    PIC 9(7)V99.
               10  MAINT-DSP-AMOUNT-X REDEFINES MAINT-DSP-AMOUNT
                                       PIC X(9).
               10  MAINT-DSP-RESOLUTION PIC X(1).
                   88  MAINT-DSP-FOR-CUSTOMER  VALUE "F".
                   88  MAINT-DSP-AGAINST-CUST  VALUE "A".
               10  FILLER              PIC X(10).
      * On an approval card ("V") the name area names the pending item
      * by the run date it was submitted and its card number on that
      * day's file, as printed on the maintenance audit report, and
      * carries the decision: "A" approve, "D" decline.
           05  MAINT-APPROVAL-DATA REDEFINES MAINT-NAME.
               10  MAINT-APV-SUBMIT-DATE PIC 9(8).
               10  MAINT-APV-SEQUENCE  PIC 9(5).
               10  MAINT-APV-DECISION  PIC X(1).
                   88  MAINT-APV-APPROVED      VALUE "A".
                   88  MAINT-APV-DECLINED      VALUE "D".
               10  FILLER              PIC X(16).
           05  MAINT-STREET            PIC X(40).
           05  MAINT-CITY              PIC X(20).
           05  MAINT-STATE             PIC X(2).
      * On a merge card ("M") MAINT-CUST-ID names the surviving
      * account and this field the duplicate being folded into it.
           05  MAINT-MERGE-FROM-ID     PIC 9(8).
      * The operator who keyed the card. Every card must carry one.
           05  MAINT-OPERATOR-ID       PIC X(8).
      * Billing cycle. Optional on an add (blank takes the cycle the
      * account number falls in); on a change, blank means no change.
           05  MAINT-CYCLE-CODE        PIC 9(2).
           05  MAINT-CYCLE-CODE-X REDEFINES MAINT-CYCLE-CODE
                                       PIC X(2).
           05  FILLER                  PIC X(6).

      * Suspense items carry the full 100-byte TRANSACTION-RECORD image
      * plus the reason the posting failed and how many runs have now
               88  SUSP-UNKNOWN-CUST   VALUE "U".
               88  SUSP-REWRITE-FAIL   VALUE "W".
               88  SUSP-ACCT-SUSPENDED VALUE "S".
               88  SUSP-RETURN-UNMATCHED VALUE "R".
               88  SUSP-DISPUTE-CREDIT VALUE "D".
               88  SUSP-LOCKBOX-PAYMENT VALUE "L".
               88  SUSP-FRAUD-RELEASE  VALUE "F".
           05  SUSP-ATTEMPT-COUNT      PIC 9(2).
           05  FILLER                  PIC X(5).


       01  SUSPENSE-AGE-LINE           PIC X(132).

      * Collections' list of customers whose payments keep coming back:
      * one line the first time in a run that a return brings the
      * customer to the repeat limit inside the rolling window.
       FD  RETURN-EXCEPTION-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  RETURN-EXCEPTION-LINE       PIC X(132).

      * The auditors' paper trail for posting: one line per posted
      * movement with the balance before and after, in the customer
      * order the posting pass itself runs in, with customer subtotals
      * maintenance change card. The credit manager strikes the
      * proposals not approved and presents the remainder back as
      * CUSTMNT, so an accepted change passes through the same
      * maintenance edits and audit trail as a hand-keyed one. Each
      * proposal is signed "LIMITREV" as its submitting operator, so
      * a raise over the dual-control threshold still waits for a
      * person's approval.
       FD  LIMIT-REVIEW-FILE
           RECORD CONTAINS 200 CHARACTERS.

           05  FILLER                  PIC X(157).
           05  PROP-CREDIT-LIMIT       PIC 9(7)V99.
           05  PROP-NEW-STATUS         PIC X(1).
           05  FILLER                  PIC X(8).
           05  PROP-OPERATOR-ID        PIC X(8).
           05  FILLER                  PIC X(8).

      * Machine-readable feed for the letter shop: one record per
      * customer whose receivable has aged past current, with the
           05  HIST-TIME               PIC 9(6).
           05  HIST-DESC               PIC X(50).
           05  HIST-BALANCE-AFTER      PIC S9(9)V99.
      * Set on a payment once a returned-payment item has reversed it,
      * so the same payment can never be reversed twice.
           05  HIST-RETURN-SW          PIC X(1).
               88  HIST-RETURNED       VALUE "R".
           05  FILLER                  PIC X(6).

      * Flat sequential images of the indexed masters, portable
      * enough to ship off-site and reload into a freshly defined
      * success. Detail records open with a numeric key, so "TR" in
      * the first two bytes cannot collide with data - the same
      * convention the bank's transaction file uses.
      * The customer image is the full 250-byte CUSTOMER-RECORD,
      * packed and binary fields included; a shorter image would
      * shear off the collections and payment-terms fields.
       FD  CUST-BACKUP-FILE
           RECORD CONTAINS 255 CHARACTERS.

       01  CUST-BACKUP-RECORD.
           05  CBKP-DATA               PIC X(250).
           05  FILLER                  PIC X(5).

       01  CUST-BACKUP-TRAILER.
           05  CBKP-TRL-TYPE           PIC X(2).
           05  CBKP-TRL-COUNT          PIC 9(9).
           05  CBKP-TRL-HASH           PIC 9(13)V99.
           05  FILLER                  PIC X(229).

       FD  HIST-BACKUP-FILE
           RECORD CONTAINS 120 CHARACTERS.
      * count, which is what the receivers balance to. Detail
      * records carry "D" in byte one, so trailer and detail cannot
      * be confused.
      * The images are 250 bytes - the full CUSTOMER-RECORD including
      * its packed and binary fields; anything shorter would truncate
      * CUST-SUSPEND-DATE, the one field the collections events exist
      * to report, and the payment terms behind it. Each event also
      * names the operator who submitted the change and, for a change
      * that needed a second pair of eyes, the operator who approved
      * it; events the system raises on its own carry "SYSTEM".
       FD  CUST-DELTA-FILE
           RECORD CONTAINS 536 CHARACTERS.

       01  DELTA-RECORD.
           05  DLT-RECORD-TYPE         PIC X(1).
               88  DLT-ARCHIVE-DELETE  VALUE "AD".
               88  DLT-ARCH-RESTORE    VALUE "RS".
               88  DLT-MERGE           VALUE "MG".
               88  DLT-DISPUTE-OPEN    VALUE "DO".
               88  DLT-DISPUTE-CLOSE   VALUE "DC".
               88  DLT-CHARGE-OFF      VALUE "CO".
           05  DLT-CUST-ID             PIC 9(8).
           05  DLT-RUN-DATE            PIC 9(8).
           05  DLT-BEFORE-IMAGE        PIC X(250).
           05  DLT-AFTER-IMAGE         PIC X(250).
           05  DLT-SUBMIT-OPERATOR     PIC X(8).
           05  DLT-APPROVE-OPERATOR    PIC X(8).
           05  FILLER                  PIC X(1).

       01  DELTA-TRAILER-RECORD.
           05  DLTT-RECORD-TYPE        PIC X(1).
           05  DLTT-DELTA-COUNT        PIC 9(9).
           05  DLTT-RUN-DATE           PIC 9(8).
           05  FILLER                  PIC X(518).

      * What each run's TERMINATE used to scroll past as DISPLAY lines
      * in the job log, made permanent: one record per business date
           05  RH-KEY.
               10  RH-RUN-DATE         PIC 9(8).
               10  RH-ACTION           PIC X(10).
                   88  RH-ASSESSMENT-RUN   VALUE "FINCHARGE"
                                                 "LATEFEE"
                                                 "CHARGEOFF"
                                                 "CREDITBAL".
           05  RH-RECORDS-PROCESSED    PIC 9(7).
           05  RH-ERROR-COUNT          PIC 9(5).
           05  RH-OVER-LIMIT-COUNT     PIC 9(5).
               88  RH-FILE-POSTED      VALUE "N".
           05  FILLER                  PIC X(23).

      * Billing-dispute case master, one record per disputed history
      * item, keyed by customer and the item's TRANS-ID. Cases are
      * opened and closed only by maintenance cards and are never
      * deleted, so the file is also the record that each dispute was
      * answered and how. A case decided for the customer carries its
      * credit as pending until the next posting run releases it into
      * the posting sort.
       FD  DISPUTE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  DISPUTE-RECORD.
           05  DSP-KEY.
               10  DSP-CUST-ID         PIC 9(8).
               10  DSP-TRANS-ID        PIC 9(10).
           05  DSP-TRANS-DATE          PIC 9(8).
           05  DSP-TRANS-TYPE          PIC X(1).
           05  DSP-AMOUNT              PIC S9(7)V99.
           05  DSP-STATUS              PIC X(1).
               88  DSP-OPEN            VALUE "O".
               88  DSP-CLOSED-FOR-CUST VALUE "F".
               88  DSP-CLOSED-AGAINST  VALUE "A".
           05  DSP-OPEN-DATE           PIC 9(8).
           05  DSP-CLOSE-DATE          PIC 9(8).
           05  DSP-CREDIT-SW           PIC X(1).
               88  DSP-NO-CREDIT       VALUE "N".
               88  DSP-CREDIT-PENDING  VALUE "P".
               88  DSP-CREDIT-RELEASED VALUE "R".
           05  DSP-CREDIT-TRANS-ID     PIC 9(10).
           05  FILLER                  PIC X(16).

      * The bank's lockbox remittance file: one or more deposit
      * batches, each opened by a "BH" header carrying the deposit
      * amount and closed by a "BT" trailer carrying the item count
      * and total, with one "DT" detail per check. The account number
      * is keyed at the bank off the payment coupon and is not to be
      * trusted blindly, so it is carried alphanumeric; the remitter
      * name and ZIP are the bank's capture of the check itself.
       FD  LOCKBOX-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  LOCKBOX-DETAIL-RECORD.
           05  LBD-RECORD-TYPE         PIC X(2).
           05  LBD-ITEM-SEQ            PIC 9(4).
           05  LBD-ACCOUNT-NO          PIC X(8).
           05  LBD-ACCOUNT-N REDEFINES LBD-ACCOUNT-NO
                                       PIC 9(8).
           05  LBD-AMOUNT              PIC 9(7)V99.
           05  LBD-CHECK-NO            PIC X(10).
           05  LBD-REMIT-NAME          PIC X(30).
           05  LBD-REMIT-ZIP           PIC X(5).
           05  LBD-REMIT-ZIP-N REDEFINES LBD-REMIT-ZIP
                                       PIC 9(5).
           05  FILLER                  PIC X(12).

       01  LOCKBOX-HEADER-RECORD.
           05  LBH-RECORD-TYPE         PIC X(2).
           05  LBH-LOCKBOX-NO          PIC 9(6).
           05  LBH-BATCH-NO            PIC 9(4).
           05  LBH-DEPOSIT-DATE        PIC 9(8).
           05  LBH-DEPOSIT-AMOUNT      PIC 9(9)V99.
           05  FILLER                  PIC X(49).

       01  LOCKBOX-TRAILER-RECORD.
           05  LBT-RECORD-TYPE         PIC X(2).
           05  LBT-ITEM-COUNT          PIC 9(5).
           05  LBT-BATCH-TOTAL         PIC 9(9)V99.
           05  FILLER                  PIC X(62).

      * Remittances the intake could not put to an account, for cash
      * applications to research and key by hand: the bank's item as
      * received, where it came from, and why it was left unapplied.
       FD  UNAPPLIED-CASH-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  UNAPPLIED-CASH-RECORD.
           05  UNA-LOCKBOX-NO          PIC 9(6).
           05  UNA-BATCH-NO            PIC 9(4).
           05  UNA-ITEM-SEQ            PIC 9(4).
           05  UNA-DEPOSIT-DATE        PIC 9(8).
           05  UNA-ACCOUNT-NO          PIC X(8).
           05  UNA-AMOUNT              PIC 9(7)V99.
           05  UNA-CHECK-NO            PIC X(10).
           05  UNA-REMIT-NAME          PIC X(30).
           05  UNA-REMIT-ZIP           PIC X(5).
           05  UNA-REASON              PIC X(1).
               88  UNA-NO-MATCH        VALUE "N".
               88  UNA-AMBIGUOUS       VALUE "A".
               88  UNA-ZERO-AMOUNT     VALUE "Z".
           05  UNA-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(7).

       FD  LOCKBOX-REPORT
           RECORD CONTAINS 132 CHARACTERS.

       01  LOCKBOX-REPORT-LINE         PIC X(132).

      * Refund checks for accounts payable to cut: one record per
      * credit balance refunded, carrying the payee and mailing
      * address as they stood on the master when the refund posted,
      * and the TRANS-ID of the refund movement in history, so every
      * check traces to the posting that zeroed the balance.
       FD  REFUND-FILE
           RECORD CONTAINS 150 CHARACTERS.

       01  REFUND-RECORD.
           05  RFD-CUST-ID             PIC 9(8).
           05  RFD-PAYEE-NAME          PIC X(30).
           05  RFD-STREET              PIC X(40).
           05  RFD-CITY                PIC X(20).
           05  RFD-STATE               PIC X(2).
           05  RFD-ZIP                 PIC 9(5).
           05  RFD-AMOUNT              PIC 9(7)V99.
           05  RFD-TRANS-ID            PIC 9(10).
           05  RFD-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(18).

      * Unclaimed-property holder report in the states' standard
      * layout: for each state, an "H" header, one "D" owner record per
      * dormant credit balance turned over, and a "T" trailer with the
      * owner count and dollar total the state balances the remittance
      * to. The state is the owner's last known address on the master.
       FD  ESCHEAT-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01  ESCHEAT-HEADER-RECORD.
           05  ESH-RECORD-TYPE         PIC X(1).
           05  ESH-STATE               PIC X(2).
           05  ESH-REPORT-DATE         PIC 9(8).
           05  ESH-DORMANCY-YEARS      PIC 9(2).
           05  FILLER                  PIC X(187).

       01  ESCHEAT-DETAIL-RECORD.
           05  ESD-RECORD-TYPE         PIC X(1).
           05  ESD-STATE               PIC X(2).
           05  ESD-OWNER-ID            PIC 9(8).
           05  ESD-OWNER-NAME          PIC X(30).
           05  ESD-OWNER-STREET        PIC X(40).
           05  ESD-OWNER-CITY          PIC X(20).
           05  ESD-OWNER-STATE         PIC X(2).
           05  ESD-OWNER-ZIP           PIC 9(5).
           05  ESD-PROPERTY-TYPE       PIC X(4).
           05  ESD-AMOUNT              PIC 9(7)V99.
           05  ESD-LAST-ACTIVITY-DATE  PIC 9(8).
           05  ESD-TRANS-ID            PIC 9(10).
           05  FILLER                  PIC X(61).

       01  ESCHEAT-TRAILER-RECORD.
           05  EST-RECORD-TYPE         PIC X(1).
           05  EST-STATE               PIC X(2).
           05  EST-OWNER-COUNT         PIC 9(5).
           05  EST-AMOUNT-TOTAL        PIC 9(9)V99.
           05  FILLER                  PIC X(181).

      * Maintenance held for a second operator: limit increases over
      * the run-control threshold, status-sets that lift a suspension,
      * and merges. Each item keeps the whole card as keyed, keyed by
      * customer, the run date it was submitted, and its card number
      * in that day's file. Items are never deleted - the decision,
      * who made it and when stay on the record as the audit trail.
       FD  PENDING-FILE
           RECORD CONTAINS 250 CHARACTERS.

       01  PENDING-RECORD.
           05  PND-KEY.
               10  PND-CUST-ID         PIC 9(8).
               10  PND-SUBMIT-DATE     PIC 9(8).
               10  PND-SEQUENCE        PIC 9(5).
           05  PND-ACTION              PIC X(1).
           05  PND-REASON              PIC X(1).
               88  PND-LIMIT-INCREASE  VALUE "L".
               88  PND-SUSPENSION-LIFT VALUE "S".
               88  PND-ACCOUNT-MERGE   VALUE "M".
           05  PND-STATUS              PIC X(1).
               88  PND-AWAITING        VALUE "P".
               88  PND-APPLIED         VALUE "A".
               88  PND-DECLINED        VALUE "D".
               88  PND-EXPIRED         VALUE "E".
               88  PND-APPLY-FAILED    VALUE "F".
           05  PND-SUBMIT-OPERATOR     PIC X(8).
           05  PND-DECIDE-OPERATOR     PIC X(8).
           05  PND-DECIDE-DATE         PIC 9(8).
           05  PND-MAINT-IMAGE         PIC X(200).
           05  FILLER                  PIC X(2).

      * The day's maintenance audit: one line per card read - who
      * keyed it, who approved it where a second operator was needed,
      * and what became of it - plus one line per pending item that
      * expired unapproved.
       FD  MAINT-AUDIT-REPORT
           RECORD CONTAINS 132 CHARACTERS.

       01  MAINT-AUDIT-LINE            PIC X(132).

      * Purchases held by the screening in posting for the fraud desk,
      * keyed by customer and TRANS-ID, with the whole sort-record
      * image so a released item re-enters posting exactly as it came
      * in. Items stay on file once decided, marked with who decided
      * them and when.
       FD  FRAUD-HOLD-FILE
           RECORD CONTAINS 180 CHARACTERS.

       01  FRAUD-HOLD-RECORD.
           05  FH-KEY.
               10  FH-CUST-ID          PIC 9(8).
               10  FH-TRANS-ID         PIC 9(10).
           05  FH-RULE                 PIC X(1).
               88  FH-RULE-VELOCITY    VALUE "V".
               88  FH-RULE-DORMANT     VALUE "D".
               88  FH-RULE-AMOUNT      VALUE "A".
           05  FH-STATUS               PIC X(1).
               88  FH-HELD             VALUE "H".
               88  FH-RELEASED         VALUE "R".
               88  FH-DECLINED         VALUE "D".
           05  FH-HOLD-DATE            PIC 9(8).
           05  FH-DECIDE-DATE          PIC 9(8).
           05  FH-DECIDE-OPERATOR      PIC X(8).
           05  FH-RULE-TEXT            PIC X(30).
           05  FH-SORT-IMAGE           PIC X(95).
           05  FILLER                  PIC X(11).

      * The fraud desk's decisions on held purchases, one card each:
      * "R" releases the item into the next posting run, "D" declines
      * it to the reject file. The file is optional, like CUSTMNT.
       FD  FRAUD-DECISION-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  FRAUD-DECISION-RECORD.
           05  FDC-CUST-ID             PIC 9(8).
           05  FDC-TRANS-ID            PIC 9(10).
           05  FDC-DECISION            PIC X(1).
               88  FDC-RELEASE         VALUE "R".
               88  FDC-DECLINE         VALUE "D".
           05  FDC-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(53).

      * The fraud desk's report of the day: every purchase held, with
      * the rule it tripped, and every decision applied.
       FD  FRAUD-REPORT
           RECORD CONTAINS 132 CHARACTERS.

       01  FRAUD-REPORT-LINE           PIC X(132).

      * The monthly credit bureau file in the Metro 2 character layout:
      * a header, one base segment per reportable account, and a
      * trailer, each 426 bytes and led by its own record length.
      * Dates go out month-day-year and amounts in whole dollars, as
      * the bureaus read them.
       FD  BUREAU-FILE
           RECORD CONTAINS 426 CHARACTERS.

       01  BUREAU-HEADER-RECORD.
           05  M2H-RDW                 PIC 9(4).
           05  M2H-RECORD-ID           PIC X(6).
           05  M2H-CYCLE-ID            PIC X(2).
           05  M2H-INNOVIS-ID          PIC X(10).
           05  M2H-EQUIFAX-ID          PIC X(10).
           05  M2H-EXPERIAN-ID         PIC X(5).
           05  M2H-TRANSUNION-ID       PIC X(10).
           05  M2H-ACTIVITY-DATE       PIC 9(8).
           05  M2H-CREATED-DATE        PIC 9(8).
           05  FILLER                  PIC X(16).
           05  M2H-REPORTER-NAME       PIC X(40).
           05  M2H-REPORTER-ADDRESS    PIC X(96).
           05  M2H-REPORTER-PHONE      PIC 9(10).
      * "C" when the file re-reports a month already sent.
           05  M2H-CORRECTION-IND      PIC X(1).
           05  FILLER                  PIC X(200).

       01  BUREAU-BASE-RECORD.
           05  M2B-RDW                 PIC 9(4).
           05  M2B-PROCESSING-IND      PIC X(1).
           05  M2B-TIME-STAMP.
               10  M2B-STAMP-DATE      PIC 9(8).
               10  M2B-STAMP-TIME      PIC 9(6).
           05  M2B-CORRECTION-IND      PIC X(1).
           05  M2B-IDENT-NUMBER        PIC X(20).
           05  M2B-CYCLE-ID            PIC X(2).
           05  M2B-ACCOUNT-NUMBER      PIC X(30).
           05  M2B-PORTFOLIO-TYPE      PIC X(1).
           05  M2B-ACCOUNT-TYPE        PIC X(2).
           05  M2B-DATE-OPENED         PIC 9(8).
           05  M2B-CREDIT-LIMIT        PIC 9(9).
           05  M2B-HIGHEST-CREDIT      PIC 9(9).
           05  M2B-TERMS-DURATION      PIC X(3).
           05  M2B-TERMS-FREQUENCY     PIC X(1).
           05  M2B-SCHEDULED-PAYMENT   PIC 9(9).
           05  M2B-ACTUAL-PAYMENT      PIC 9(9).
           05  M2B-ACCOUNT-STATUS      PIC X(2).
           05  M2B-PAYMENT-RATING      PIC X(1).
           05  M2B-PAYMENT-HISTORY     PIC X(24).
           05  M2B-SPECIAL-COMMENT     PIC X(2).
           05  M2B-COMPLIANCE-CODE     PIC X(2).
           05  M2B-CURRENT-BALANCE     PIC 9(9).
           05  M2B-AMOUNT-PAST-DUE     PIC 9(9).
           05  M2B-CHGOFF-AMOUNT       PIC 9(9).
           05  M2B-ACCOUNT-INFO-DATE   PIC 9(8).
           05  M2B-FIRST-DELINQ-DATE   PIC 9(8).
           05  M2B-DATE-CLOSED         PIC 9(8).
           05  M2B-LAST-PAYMENT-DATE   PIC 9(8).
           05  M2B-INTEREST-TYPE       PIC X(1).
           05  FILLER                  PIC X(16).
           05  M2B-NAME.
               10  M2B-SURNAME         PIC X(25).
               10  M2B-FIRST-NAME      PIC X(20).
               10  M2B-MIDDLE-NAME     PIC X(20).
           05  M2B-GENERATION          PIC X(1).
           05  M2B-SSN                 PIC 9(9).
           05  M2B-BIRTH-DATE          PIC 9(8).
           05  M2B-PHONE               PIC 9(10).
           05  M2B-ECOA-CODE           PIC X(1).
           05  M2B-CONSUMER-INFO       PIC X(2).
           05  M2B-COUNTRY             PIC X(2).
           05  M2B-ADDRESS-1           PIC X(32).
           05  M2B-ADDRESS-2           PIC X(32).
           05  M2B-CITY                PIC X(20).
           05  M2B-STATE               PIC X(2).
           05  M2B-POSTAL-CODE         PIC X(9).
           05  M2B-ADDRESS-IND         PIC X(1).
           05  M2B-RESIDENCE-CODE      PIC X(1).
           05  FILLER                  PIC X(1).

       01  BUREAU-TRAILER-RECORD.
           05  M2T-RDW                 PIC 9(4).
           05  M2T-RECORD-ID           PIC X(7).
           05  M2T-BASE-COUNT          PIC 9(9).
           05  M2T-STATUS-TOTALS       OCCURS 11 TIMES.
               10  M2T-STATUS-CODE     PIC X(2).
               10  M2T-STATUS-COUNT    PIC 9(9).
           05  M2T-BALANCE-TOTAL       PIC 9(11).
           05  M2T-PAST-DUE-TOTAL      PIC 9(11).
           05  FILLER                  PIC X(263).

      * One record per month reported to the bureaus, keyed by the
      * month: the date the accounts were reported as of, when the
      * file was sent, the file's control totals, and how often and
      * when the month was last sent again as a correction.
       FD  BUREAU-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  BUREAU-LOG-RECORD.
           05  BL-REPORT-MONTH         PIC 9(6).
           05  BL-ACTIVITY-DATE        PIC 9(8).
           05  BL-SENT-DATE            PIC 9(8).
           05  BL-CORRECTION-COUNT     PIC 9(3).
           05  BL-CORRECTED-DATE       PIC 9(8).
           05  BL-BASE-COUNT           PIC 9(7).
           05  BL-EXCEPTION-COUNT      PIC 9(7).
           05  BL-BALANCE-TOTAL        PIC 9(11).
           05  BL-PAST-DUE-TOTAL       PIC 9(11).
           05  FILLER                  PIC X(31).

      * Accounts held back from the bureau file because their
      * identifying data fails the edits, with the reason.
       FD  BUREAU-EXCEPTION-REPORT
           RECORD CONTAINS 132 CHARACTERS.

       01  BUREAU-EXCEPTION-LINE       PIC X(132).

       FD  CUSTOMER-ARCHIVE
           RECORD CONTAINS 258 CHARACTERS.

       01  ARCHIVE-RECORD.
           05  ARCH-CUSTOMER-DATA      PIC X(250).
           05  ARCH-RUN-DATE           PIC 9(8).

       SD  SORT-FILE
           05  TS-TRANS-ID             PIC 9(10).
           05  TS-TIME                 PIC 9(6).
           05  TS-DESC                 PIC X(50).
           05  TS-RETURN-DESC REDEFINES TS-DESC.
               10  TS-RTN-ORIG-ID      PIC 9(10).
               10  TS-RTN-REASON       PIC X(40).
           05  TS-ATTEMPT              PIC 9(2).
           05  TS-REASON               PIC X(1).

       SD  ARCH-SORT-FILE
           RECORD CONTAINS 258 CHARACTERS.

       01  ARCH-SORT-RECORD.
           05  AS-CUSTOMER-DATA        PIC X(250).
           05  AS-RUN-DATE             PIC 9(8).

      * Dormant credit balances already turned over in the credit-
      * balance sweep, re-sequenced by owner state for the holder
      * report.
       SD  ESCHEAT-SORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  ESCHEAT-SORT-RECORD.
           05  ES-STATE                PIC X(2).
           05  ES-CUST-ID              PIC 9(8).
           05  ES-CUST-NAME            PIC X(30).
           05  ES-STREET               PIC X(40).
           05  ES-CITY                 PIC X(20).
           05  ES-ZIP                  PIC 9(5).
           05  ES-AMOUNT               PIC 9(7)V99.
           05  ES-LAST-ACTIVITY-DATE   PIC 9(8).
           05  ES-TRANS-ID             PIC 9(10).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
           05  WS-TOTAL-REFUNDS        PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-ADJUSTMENTS    PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-CHARGEBACKS    PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-RETURNED       PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-WRITE-OFFS     PIC S9(11)V99 VALUE ZERO.
      * Recoveries move cash, not the receivable - they are carried
      * outside WS-TOTAL-DEBITS and WS-TOTAL-CREDITS.
           05  WS-TOTAL-RECOVERIES     PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-RECOV-RETURNED PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-REFUND-CHECKS  PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-ESCHEATED      PIC S9(11)V99 VALUE ZERO.

       01  WS-POSTING-FIELDS.
           05  WS-EXPECTED-BALANCE     PIC S9(9)V99 VALUE ZERO.
           05  WS-POSTING-DELTA        PIC S9(7)V99 VALUE ZERO.
           05  WS-POST-SW              PIC X VALUE "N".
               88  WS-POST-PERSISTED   VALUE "Y".
               88  WS-POST-BACKED-OUT  VALUE "N".
           05  WS-BREAK-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-RECONCILE-FIELDS.
           88  WS-SUSPAGE-OK           VALUE "00".
           88  WS-SUSPAGE-NOT-FOUND    VALUE "35".

       01  WS-RTNEXC-STATUS            PIC XX.
           88  WS-RTNEXC-OK            VALUE "00".
           88  WS-RTNEXC-NOT-FOUND     VALUE "35".

       01  WS-STMT-STATUS              PIC XX.
           88  WS-STMT-OK              VALUE "00".
           88  WS-STMT-NOT-FOUND       VALUE "35".
       01  WS-GL-ACCOUNTS.
           05  WS-GL-ACCT-RECEIVABLE   PIC 9(8) VALUE 12000100.
           05  WS-GL-ACCT-CASH         PIC 9(8) VALUE 10100000.
           05  WS-GL-ACCT-RETURNED     PIC 9(8) VALUE 10150000.
           05  WS-GL-ACCT-SALES        PIC 9(8) VALUE 40100000.
           05  WS-GL-ACCT-REFUNDS      PIC 9(8) VALUE 40200000.
           05  WS-GL-ACCT-ADJUSTMENTS  PIC 9(8) VALUE 40300000.
           05  WS-GL-ACCT-CHARGEBACKS  PIC 9(8) VALUE 40400000.
           05  WS-GL-ACCT-ALLOWANCE    PIC 9(8) VALUE 12900000.
           05  WS-GL-ACCT-RECOVERIES   PIC 9(8) VALUE 42500000.
           05  WS-GL-ACCT-BAD-DEBT     PIC 9(8) VALUE 61500000.
           05  WS-GL-ACCT-REFUND-PAY   PIC 9(8) VALUE 21500000.
           05  WS-GL-ACCT-UNCLAIMED    PIC 9(8) VALUE 21700000.

       01  WS-GL-FIELDS.
           05  WS-GL-BALANCED-SW       PIC X VALUE "Y".
           05  WS-RESTORE-FOUND-SW     PIC X VALUE "N".
               88  WS-RESTORE-FOUND    VALUE "Y".
               88  WS-RESTORE-NOT-FOUND VALUE "N".
           05  WS-RESTORE-DATA         PIC X(250).
           05  WS-RESTORE-ARCH-DATE    PIC 9(8) VALUE ZERO.
           05  WS-ARCHLIST-COUNT       PIC 9(5) VALUE ZERO.

           05  WS-FC-COUNT             PIC 9(5) VALUE ZERO.
           05  WS-FC-TOTAL             PIC S9(11)V99 VALUE ZERO.

      * Statement payment terms and the late-fee cycle. The minimum is
      * a percentage of the closing balance with a floor, plus any
      * amount over the limit, never more than the balance itself.
       01  WS-BILLING-FIELDS.
           05  WS-LATE-FEE             PIC 9(3)V99 VALUE ZERO.
           05  WS-DUE-DAYS             PIC 9(3) VALUE ZERO.
           05  WS-MIN-PAY-PCT          PIC 9(2)V99 VALUE ZERO.
           05  WS-MIN-PAY-FLOOR        PIC 9(3)V99 VALUE ZERO.
           05  WS-MP-AMOUNT            PIC S9(9)V99 VALUE ZERO.
           05  WS-MP-OVER-LIMIT        PIC S9(9)V99 VALUE ZERO.
           05  WS-LF-PAID              PIC S9(9)V99 VALUE ZERO.
           05  WS-LF-SEQUENCE          PIC 9(10) VALUE ZERO.
           05  WS-LF-COUNT             PIC 9(5) VALUE ZERO.
           05  WS-LF-MET-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-LF-TOTAL             PIC S9(11)V99 VALUE ZERO.
           05  WS-LF-SCAN-SW           PIC X VALUE "N".
               88  WS-LF-SCAN-DONE     VALUE "Y".
               88  WS-LF-SCAN-ACTIVE   VALUE "N".

      * Returned payments. A return is matched to the payment it names
      * in the history master; the key of the matched payment is held
      * here because posting the reversal reuses the history buffer.
       01  WS-RETURN-FIELDS.
           05  WS-RETURN-FEE           PIC 9(3)V99 VALUE ZERO.
           05  WS-RETURN-WINDOW        PIC 9(3) VALUE ZERO.
           05  WS-RETURN-LIMIT         PIC 9(2) VALUE ZERO.
           05  WS-RTN-MATCH-SW         PIC X VALUE "N".
               88  WS-RTN-MATCHED      VALUE "Y".
               88  WS-RTN-NOT-MATCHED  VALUE "N".
           05  WS-RTN-SCAN-SW          PIC X VALUE "N".
               88  WS-RTN-SCAN-DONE    VALUE "Y".
               88  WS-RTN-SCAN-ACTIVE  VALUE "N".
           05  WS-RTN-FAIL-REASON      PIC X(30) VALUE SPACES.
           05  WS-RTN-ORIG-KEY         PIC X(26) VALUE SPACES.
           05  WS-RTN-WINDOW-START     PIC 9(8) VALUE ZERO.
           05  WS-RTN-WINDOW-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-RTN-LISTED-CUST-ID   PIC 9(8) VALUE ZERO.
           05  WS-RTN-EXCP-HDR-SW      PIC X VALUE "Y".
               88  WS-RTN-EXCP-HDR-NEEDED VALUE "Y".
               88  WS-RTN-EXCP-HDR-DONE   VALUE "N".

       01  WS-RETURN-COUNTS.
           05  WS-RTN-SEQUENCE         PIC 9(10) VALUE ZERO.
           05  WS-RTN-POSTED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-RTN-UNMATCHED-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-RTN-FEE-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-RTN-EXCP-COUNT       PIC 9(5) VALUE ZERO.

      * Charge-off. An account qualifies once it has aged past the
      * card's day count and sat system-suspended past the card's
      * suspension length; a charged-off account is kept on the master
      * for the card's retention years before archive may take it.
       01  WS-CHARGEOFF-FIELDS.
           05  WS-CO-AGE-DAYS          PIC 9(3) VALUE ZERO.
           05  WS-CO-SUSP-DAYS         PIC 9(3) VALUE ZERO.
           05  WS-CO-RETAIN-YEARS      PIC 9(2) VALUE ZERO.
           05  WS-CO-SUSP-CUTOFF       PIC 9(8) VALUE ZERO.
           05  WS-CO-RETAIN-CUTOFF     PIC 9(8) VALUE ZERO.
           05  WS-CO-AMOUNT            PIC S9(7)V99 VALUE ZERO.

       01  WS-CHARGEOFF-COUNTS.
           05  WS-CO-SEQUENCE          PIC 9(10) VALUE ZERO.
           05  WS-CO-COUNT             PIC 9(5) VALUE ZERO.
           05  WS-CO-DISPUTE-HELD      PIC 9(5) VALUE ZERO.
           05  WS-CO-TOTAL             PIC S9(11)V99 VALUE ZERO.
           05  WS-CO-RECOVERY-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-CO-RECOV-RTN-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-CO-REFUSED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-CO-LINE-TEXT         PIC X(44) VALUE SPACES.

       01  WS-DSP-STATUS               PIC XX.
           88  WS-DSP-OK               VALUE "00".
           88  WS-DSP-NOT-FOUND        VALUE "35".

       01  WS-LBX-STATUS               PIC XX.
           88  WS-LBX-OK               VALUE "00".
           88  WS-LBX-NOT-FOUND        VALUE "35".

       01  WS-UNAP-STATUS              PIC XX.
           88  WS-UNAP-OK              VALUE "00".
           88  WS-UNAP-NOT-FOUND       VALUE "35".

       01  WS-LBXRPT-STATUS            PIC XX.
           88  WS-LBXRPT-OK            VALUE "00".
           88  WS-LBXRPT-NOT-FOUND     VALUE "35".

      * Lockbox intake. The file is proven batch by batch before any
      * of it is applied; the batch fields then carry one deposit at a
      * time through matching, and each deposit is balanced to what
      * was applied plus what was left unapplied as its trailer is
      * reached.
       01  WS-LOCKBOX-FIELDS.
           05  WS-LBX-EOF-SW           PIC X VALUE "N".
               88  WS-LBX-EOF          VALUE "Y".
               88  WS-LBX-NOT-EOF      VALUE "N".
           05  WS-LBX-FILE-SW          PIC X VALUE "N".
               88  WS-LBX-PRESENT      VALUE "Y".
               88  WS-LBX-ABSENT       VALUE "N".
           05  WS-LBX-PROOF-SW         PIC X VALUE "Y".
               88  WS-LBX-PROVEN       VALUE "Y".
               88  WS-LBX-REJECTED     VALUE "N".
           05  WS-LBX-BATCH-SW         PIC X VALUE "N".
               88  WS-LBX-IN-BATCH     VALUE "Y".
               88  WS-LBX-OUT-OF-BATCH VALUE "N".
           05  WS-LBX-MATCH-SW         PIC X VALUE SPACE.
               88  WS-LBX-BY-ACCOUNT   VALUE "A".
               88  WS-LBX-BY-NAME-ZIP  VALUE "N".
               88  WS-LBX-UNMATCHED    VALUE SPACE.
           05  WS-LBX-SCAN-SW          PIC X VALUE "N".
               88  WS-LBX-SCAN-DONE    VALUE "Y".
               88  WS-LBX-SCAN-ACTIVE  VALUE "N".
           05  WS-LBX-REJECT-REASON    PIC X(40) VALUE SPACES.
           05  WS-LBX-UNAP-REASON      PIC X(1) VALUE SPACE.
           05  WS-LBX-REASON-TEXT      PIC X(24) VALUE SPACES.
           05  WS-LBX-CAND-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-LBX-MATCH-ID         PIC 9(8) VALUE ZERO.
           05  WS-LBX-LOCKBOX-NO       PIC 9(6) VALUE ZERO.
           05  WS-LBX-BATCH-NO         PIC 9(4) VALUE ZERO.
           05  WS-LBX-DEPOSIT-DATE     PIC 9(8) VALUE ZERO.
           05  WS-LBX-DEPOSIT-AMT      PIC S9(9)V99 VALUE ZERO.
           05  WS-LBX-READ-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-LBX-READ-TOTAL       PIC S9(9)V99 VALUE ZERO.
           05  WS-LBX-BAT-APPLIED-CNT  PIC 9(5) VALUE ZERO.
           05  WS-LBX-BAT-APPLIED-AMT  PIC S9(9)V99 VALUE ZERO.
           05  WS-LBX-BAT-UNAP-CNT     PIC 9(5) VALUE ZERO.
           05  WS-LBX-BAT-UNAP-AMT     PIC S9(9)V99 VALUE ZERO.
           05  WS-LBX-DIFFERENCE       PIC S9(9)V99 VALUE ZERO.

       01  WS-LOCKBOX-COUNTS.
           05  WS-LBX-BATCH-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-LBX-ITEM-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-LBX-APPLIED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-LBX-NAME-MATCH-COUNT PIC 9(7) VALUE ZERO.
           05  WS-LBX-UNAP-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-LBX-OUT-OF-BAL-COUNT PIC 9(5) VALUE ZERO.
           05  WS-LBX-TOT-DEPOSITS     PIC S9(11)V99 VALUE ZERO.
           05  WS-LBX-TOT-APPLIED      PIC S9(11)V99 VALUE ZERO.
           05  WS-LBX-TOT-UNAPPLIED    PIC S9(11)V99 VALUE ZERO.

       01  WS-RFND-STATUS              PIC XX.
           88  WS-RFND-OK              VALUE "00".

       01  WS-ESCH-STATUS              PIC XX.
           88  WS-ESCH-OK              VALUE "00".

      * Credit balances. A credit over the card's refund minimum is
      * sent back to the customer as a check; one whose owner has been
      * silent past the state's dormancy period is turned over to the
      * state as unclaimed property instead; anything else is held on
      * the account. Activity the system generates by itself - finance
      * charges, fees, credits it releases - is not contact from the
      * owner and does not restart the dormancy clock.
       01  WS-CREDITBAL-FIELDS.
           05  WS-CB-REFUND-MINIMUM    PIC 9(3)V99 VALUE ZERO.
           05  WS-CB-DEFAULT-DORMANCY  PIC 9(2) VALUE 3.
           05  WS-CB-DORMANCY-YEARS    PIC 9(2) VALUE ZERO.
           05  WS-CB-DORMANT-CUTOFF    PIC 9(8) VALUE ZERO.
           05  WS-CB-AMOUNT            PIC S9(7)V99 VALUE ZERO.
           05  WS-CB-CREDIT-SINCE      PIC 9(8) VALUE ZERO.
           05  WS-CB-LAST-OWNER-DATE   PIC 9(8) VALUE ZERO.
           05  WS-CB-AGE-DAYS          PIC S9(5) VALUE ZERO.
           05  WS-CB-DISPOSITION       PIC X(28) VALUE SPACES.
           05  WS-CB-HIST-EOF-SW       PIC X VALUE "N".
               88  WS-CB-HIST-EOF      VALUE "Y".
               88  WS-CB-HIST-MORE     VALUE "N".
           05  WS-CB-PREV-STATE        PIC X(2) VALUE SPACES.
           05  WS-CB-STATE-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-CB-STATE-TOTAL       PIC S9(9)V99 VALUE ZERO.
           05  WS-CB-STATE-GROUPS      PIC 9(3) VALUE ZERO.
           05  WS-CB-LOOKUP-STATE      PIC X(2) VALUE SPACES.
      * Property-type code compliance has assigned to customer credit
      * balances in the holder report.
           05  WS-CB-PROPERTY-TYPE     PIC X(4) VALUE "CR06".

       01  WS-CREDITBAL-COUNTS.
           05  WS-CB-REFUND-SEQUENCE   PIC 9(10) VALUE ZERO.
           05  WS-CB-ESCHEAT-SEQUENCE  PIC 9(10) VALUE ZERO.
           05  WS-CB-LISTED-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-CB-LISTED-TOTAL      PIC S9(11)V99 VALUE ZERO.
           05  WS-CB-REFUND-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-CB-REFUND-TOTAL      PIC S9(11)V99 VALUE ZERO.
           05  WS-CB-ESCHEAT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-CB-ESCHEAT-TOTAL     PIC S9(11)V99 VALUE ZERO.
           05  WS-CB-HELD-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-CB-HELD-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  WS-CB-ARCH-REFUSED      PIC 9(5) VALUE ZERO.

      * Dormancy period in years for unclaimed credit balances, by the
      * owner's state, in the same grouped-FILLER style as
      * WS-STATE-TABLE. Compliance keeps the periods in step with the
      * states' statutes; a state not found here takes
      * WS-CB-DEFAULT-DORMANCY.
       01  WS-DORMANCY-TABLE-DATA.
           05  FILLER                  PIC X(20)
               VALUE "AL03AK03AZ03AR03CA03".
           05  FILLER                  PIC X(20)
               VALUE "CO03CT03DE03FL03GA03".
           05  FILLER                  PIC X(20)
               VALUE "HI03ID03IL03IN03IA03".
           05  FILLER                  PIC X(20)
               VALUE "KS03KY03LA03ME03MD03".
           05  FILLER                  PIC X(20)
               VALUE "MA03MI03MN03MS03MO03".
           05  FILLER                  PIC X(20)
               VALUE "MT03NE03NV03NH03NJ03".
           05  FILLER                  PIC X(20)
               VALUE "NM03NY03NC03ND03OH03".
           05  FILLER                  PIC X(20)
               VALUE "OK03OR03PA03RI03SC03".
           05  FILLER                  PIC X(20)
               VALUE "SD03TN03TX03UT03VT03".
           05  FILLER                  PIC X(20)
               VALUE "VA03WA03WV03WI03WY03".
           05  FILLER                  PIC X(4)
               VALUE "DC03".
       01  WS-DORMANCY-TABLE REDEFINES WS-DORMANCY-TABLE-DATA.
           05  WS-DORMANCY-ENTRY       OCCURS 51 TIMES
                                       INDEXED BY WS-DORM-IDX.
               10  WS-DORM-STATE       PIC X(2).
               10  WS-DORM-YEARS       PIC 9(2).

      * Billing disputes. WS-COLLECTIBLE-BALANCE is the balance less
      * the amount in dispute - the figure every collections test
      * works from. A case must be answered inside the resolution
      * window; the open-disputes list flags any that are not.
       01  WS-DISPUTE-FIELDS.
           05  WS-COLLECTIBLE-BALANCE  PIC S9(9)V99 VALUE ZERO.
           05  WS-DSP-RESOLVE-DAYS     PIC 9(3) VALUE 90.
           05  WS-DSP-MATCH-SW         PIC X VALUE "N".
               88  WS-DSP-MATCHED      VALUE "Y".
               88  WS-DSP-NOT-MATCHED  VALUE "N".
           05  WS-DSP-SCAN-SW          PIC X VALUE "N".
               88  WS-DSP-SCAN-DONE    VALUE "Y".
               88  WS-DSP-SCAN-ACTIVE  VALUE "N".
           05  WS-DSP-FAIL-REASON      PIC X(30) VALUE SPACES.
           05  WS-DSP-ITEM-DATE        PIC 9(8) VALUE ZERO.
           05  WS-DSP-ITEM-TYPE        PIC X(1) VALUE SPACE.
           05  WS-DSP-ITEM-AMOUNT      PIC S9(7)V99 VALUE ZERO.
           05  WS-DSP-AMOUNT           PIC S9(7)V99 VALUE ZERO.
           05  WS-DSP-AUDIT-TEXT       PIC X(24) VALUE SPACES.
           05  WS-DSP-AGE-DAYS         PIC S9(5) VALUE ZERO.
           05  WS-DSP-OLDEST-DAYS      PIC S9(5) VALUE ZERO.

       01  WS-DISPUTE-COUNTS.
           05  WS-DSP-SEQUENCE         PIC 9(10) VALUE ZERO.
           05  WS-DSP-CREDIT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-DSP-LIST-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-DSP-OVERDUE-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-DSP-LIST-TOTAL       PIC S9(11)V99 VALUE ZERO.

       01  WS-PARM-EDIT-FIELDS.
           05  WS-EDIT-RATE            PIC Z9.9999.
           05  WS-EDIT-SMALL-AMT       PIC ZZ9.99.
           05  WS-AGE-DUN-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-AGE-TOTAL-AR         PIC S9(13)V99 VALUE ZERO.
           05  WS-AGE-BUCKET-SUM       PIC S9(13)V99 VALUE ZERO.
           05  WS-AGE-HELD             PIC S9(9)V99 VALUE ZERO.

       01  WS-AGE-BUCKET-TOTALS.
           05  WS-AGE-TOT-CURRENT      PIC S9(13)V99 VALUE ZERO.
           05  WS-AGE-TOT-60           PIC S9(13)V99 VALUE ZERO.
           05  WS-AGE-TOT-90           PIC S9(13)V99 VALUE ZERO.
           05  WS-AGE-TOT-120          PIC S9(13)V99 VALUE ZERO.
           05  WS-AGE-TOT-DISPUTED     PIC S9(13)V99 VALUE ZERO.

       01  WS-TCTL-STATUS              PIC XX.
           88  WS-TCTL-OK              VALUE "00".
           05  WS-DELTA-EVENT          PIC X(2) VALUE SPACES.
           05  WS-DELTA-KEY-ID         PIC 9(8) VALUE ZERO.
           05  WS-DELTA-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-DELTA-BEFORE         PIC X(250) VALUE SPACES.
           05  WS-DELTA-AFTER          PIC X(250) VALUE SPACES.

       01  WS-RUNH-STATUS              PIC XX.
           88  WS-RUNH-OK              VALUE "00".
           05  WS-MAINT-CHANGE-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-MAINT-STATUS-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-MAINT-MERGE-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-MAINT-DSP-OPEN-COUNT PIC 9(5) VALUE ZERO.
           05  WS-MAINT-DSP-CLOSE-COUNT PIC 9(5) VALUE ZERO.
           05  WS-MAINT-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-MAINT-HELD-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-MAINT-APPROVED-COUNT PIC 9(5) VALUE ZERO.
           05  WS-MAINT-DECLINED-COUNT PIC 9(5) VALUE ZERO.
           05  WS-MAINT-EXPIRED-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-MAINT-OLD-LIMIT      PIC 9(7)V99 VALUE ZERO.

       01  WS-PND-STATUS               PIC XX.
           88  WS-PND-OK               VALUE "00".
           88  WS-PND-NOT-FOUND        VALUE "35".

       01  WS-MNTAUD-STATUS            PIC XX.
           88  WS-MNTAUD-OK            VALUE "00".

       01  WS-FRHOLD-STATUS            PIC XX.
           88  WS-FRHOLD-OK            VALUE "00".
           88  WS-FRHOLD-NOT-FOUND     VALUE "35".

       01  WS-FRDEC-STATUS             PIC XX.
           88  WS-FRDEC-OK             VALUE "00".
           88  WS-FRDEC-NOT-FOUND      VALUE "35".

       01  WS-FRRPT-STATUS             PIC XX.
           88  WS-FRRPT-OK             VALUE "00".

      * Purchase screening. The velocity count runs over the day's
      * sorted input for one customer and transaction date; the usual
      * purchase is the average purchase in history over the lookback,
      * read once per customer per run.
       01  WS-FRAUD-FIELDS.
           05  WS-FR-VELOCITY-MAX      PIC 9(2) VALUE ZERO.
           05  WS-FR-AMOUNT-MULT       PIC 9(2) VALUE ZERO.
           05  WS-FR-AMOUNT-FLOOR      PIC 9(5)V99 VALUE ZERO.
           05  WS-FR-LOOKBACK-DAYS     PIC 9(3) VALUE ZERO.
           05  WS-FR-DORMANT-DAYS      PIC 9(3) VALUE ZERO.
           05  WS-FR-LOOKBACK-START    PIC 9(8) VALUE ZERO.
           05  WS-FR-DORMANT-CUTOFF    PIC 9(8) VALUE ZERO.
           05  WS-FR-VEL-CUST-ID       PIC 9(8) VALUE ZERO.
           05  WS-FR-VEL-DATE          PIC 9(8) VALUE ZERO.
           05  WS-FR-VEL-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-FR-HIST-CUST-ID      PIC 9(8) VALUE ZERO.
           05  WS-FR-HIST-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-FR-HIST-TOTAL        PIC S9(9)V99 VALUE ZERO.
           05  WS-FR-USUAL-AMOUNT      PIC S9(7)V99 VALUE ZERO.
           05  WS-FR-RULE              PIC X(1) VALUE SPACE.
           05  WS-FR-RULE-TEXT         PIC X(30) VALUE SPACES.
           05  WS-FR-ACTION-TEXT       PIC X(30) VALUE SPACES.
           05  WS-FR-SCAN-SW           PIC X VALUE "N".
               88  WS-FR-SCAN-DONE     VALUE "Y".
               88  WS-FR-SCAN-ACTIVE   VALUE "N".
           05  WS-FR-DEC-EOF-SW        PIC X VALUE "N".
               88  WS-FR-DEC-EOF       VALUE "Y".
               88  WS-FR-DEC-MORE      VALUE "N".
           05  WS-FR-DORMANT-SW        PIC X VALUE "N".
               88  WS-FR-DORMANT       VALUE "Y".
               88  WS-FR-NOT-DORMANT   VALUE "N".

       01  WS-FRAUD-COUNTS.
           05  WS-FR-HELD-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-FR-HELD-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  WS-FR-RELEASED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-FR-RELEASED-TOTAL    PIC S9(11)V99 VALUE ZERO.
           05  WS-FR-DECLINED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-FR-DECLINED-TOTAL    PIC S9(11)V99 VALUE ZERO.
           05  WS-FR-DEC-READ-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-FR-DEC-REFUSED-COUNT PIC 9(5) VALUE ZERO.
           05  WS-FR-RESENT-COUNT      PIC 9(5) VALUE ZERO.

      * Billing cycles. Cycle billing is on when the P2 card names any
      * cycle to close; otherwise every pass covers the whole master as
      * it always has. A customer's cycle is its own code, or for an
      * account without one, the cycle its account number falls in.
       01  WS-CYCLE-FIELDS.
           05  WS-CYC-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-CYC-CLOSE            PIC 9(2) OCCURS 5 TIMES.
           05  WS-CYC-BILLING-SW       PIC X VALUE "N".
               88  WS-CYCLE-BILLING    VALUE "Y".
               88  WS-CALENDAR-BILLING VALUE "N".
           05  WS-CYC-CUST-CYCLE       PIC 9(2) VALUE ZERO.
           05  WS-CYC-CODE-SW          PIC X VALUE "N".
               88  WS-CYC-ASSIGNED     VALUE "Y".
               88  WS-CYC-UNASSIGNED   VALUE "N".
           05  WS-CYC-CLOSING-SW       PIC X VALUE "Y".
               88  WS-CYC-CLOSING      VALUE "Y".
               88  WS-CYC-NOT-CLOSING  VALUE "N".
           05  WS-CYC-I                PIC 9(2) VALUE ZERO.
           05  WS-CYC-PTR              PIC 9(3) VALUE ZERO.
           05  WS-CYC-CLOSE-TEXT       PIC X(20) VALUE SPACES.
           05  WS-CYC-LAST-CLOSE       PIC 9(8) VALUE ZERO.
           05  WS-CYC-PERIOD-START     PIC 9(8) VALUE ZERO.
           05  WS-CYC-HIST-SW          PIC X VALUE "N".
               88  WS-CYC-HIST-DONE    VALUE "Y".
               88  WS-CYC-HIST-ACTIVE  VALUE "N".
           05  WS-CYC-HIGH-CYCLE       PIC 9(2) VALUE ZERO.
           05  WS-CYC-AVERAGE          PIC 9(7)V9 VALUE ZERO.
           05  WS-CYC-VARIANCE         PIC S9(7) VALUE ZERO.
           05  WS-CYC-PCT              PIC 9(3)V9 VALUE ZERO.

      * Cycle distribution, one slot per possible cycle code. An
      * account with no code is counted in the cycle it bills in and
      * again as unassigned, so the cycle counts show the real load.
       01  WS-CYCLE-DISTRIBUTION.
           05  WS-CYC-DIST-ENTRY       OCCURS 30 TIMES.
               10  WS-CYC-DIST-ACCOUNTS PIC 9(7).
               10  WS-CYC-DIST-WITH-BAL PIC 9(7).
               10  WS-CYC-DIST-NO-CODE PIC 9(7).
               10  WS-CYC-DIST-BALANCE PIC S9(11)V99.
           05  WS-CYC-NONE-ACCOUNTS    PIC 9(7).
           05  WS-CYC-NONE-BALANCE     PIC S9(11)V99.
           05  WS-CYC-TOT-ACCOUNTS     PIC 9(7).
           05  WS-CYC-TOT-WITH-BAL     PIC 9(7).
           05  WS-CYC-TOT-NO-CODE      PIC 9(7).
           05  WS-CYC-TOT-BALANCE      PIC S9(11)V99.

       01  WS-CYCLE-EDIT-FIELDS.
           05  WS-EDIT-CYC-COUNT       PIC Z,ZZZ,ZZ9.
           05  WS-EDIT-CYC-COUNT-2     PIC Z,ZZZ,ZZ9.
           05  WS-EDIT-CYC-COUNT-3     PIC Z,ZZZ,ZZ9.
           05  WS-EDIT-CYC-VARIANCE    PIC Z,ZZZ,ZZ9-.
           05  WS-EDIT-CYC-PCT         PIC ZZ9.9.
           05  WS-EDIT-CYC-AVERAGE     PIC Z,ZZZ,ZZ9.9.
           05  WS-EDIT-CYC-DATE        PIC 9999/99/99.

       01  WS-BUR-STATUS               PIC XX.
           88  WS-BUR-OK               VALUE "00".

       01  WS-BURLOG-STATUS            PIC XX.
           88  WS-BURLOG-OK            VALUE "00".
           88  WS-BURLOG-NOT-FOUND     VALUE "35".

       01  WS-BUREXC-STATUS            PIC XX.
           88  WS-BUREXC-OK            VALUE "00".

      * Our identification with the credit bureaus. Each bureau issues
      * its own subscriber code when the furnisher enrols; they are
      * kept here with the reporter's name and address, as they change
      * only when the bureaus reissue them.
       01  WS-BUREAU-CONSTANTS.
           05  WS-BUR-FURNISHER-ID     PIC X(20) VALUE SPACES.
           05  WS-BUR-INNOVIS-ID       PIC X(10) VALUE SPACES.
           05  WS-BUR-EQUIFAX-ID       PIC X(10) VALUE SPACES.
           05  WS-BUR-EXPERIAN-ID      PIC X(5) VALUE SPACES.
           05  WS-BUR-TRANSUNION-ID    PIC X(10) VALUE SPACES.
           05  WS-BUR-REPORTER-NAME    PIC X(40) VALUE SPACES.
           05  WS-BUR-REPORTER-ADDRESS PIC X(96) VALUE SPACES.
           05  WS-BUR-REPORTER-PHONE   PIC 9(10) VALUE ZERO.

      * The account status codes the bureau file carries, with the
      * words the control report prints beside each count, in the
      * same grouped-FILLER table style as WS-STATE-TABLE-DATA.
       01  WS-BUR-STATUS-TABLE-DATA.
           05  FILLER                  PIC X(24)
               VALUE "11CURRENT               ".
           05  FILLER                  PIC X(24)
               VALUE "13PAID OR CLOSED        ".
           05  FILLER                  PIC X(24)
               VALUE "64CHARGE-OFF PAID       ".
           05  FILLER                  PIC X(24)
               VALUE "7130-59 DAYS PAST DUE   ".
           05  FILLER                  PIC X(24)
               VALUE "7860-89 DAYS PAST DUE   ".
           05  FILLER                  PIC X(24)
               VALUE "8090-119 DAYS PAST DUE  ".
           05  FILLER                  PIC X(24)
               VALUE "82120-149 DAYS PAST DUE ".
           05  FILLER                  PIC X(24)
               VALUE "83150-179 DAYS PAST DUE ".
           05  FILLER                  PIC X(24)
               VALUE "84180+ DAYS PAST DUE    ".
           05  FILLER                  PIC X(24)
               VALUE "93IN COLLECTIONS        ".
           05  FILLER                  PIC X(24)
               VALUE "97CHARGED OFF UNPAID    ".
       01  WS-BUR-STATUS-TABLE REDEFINES WS-BUR-STATUS-TABLE-DATA.
           05  WS-BUR-STATUS-ENTRY     OCCURS 11 TIMES
                                       INDEXED BY WS-BUR-STAT-IDX.
               10  WS-BUR-STAT-CODE    PIC X(2).
               10  WS-BUR-STAT-TEXT    PIC X(22).

      * Bureau reporting work areas. The reporting month is the run
      * card's, or for a correction the month being sent again; the
      * dates go through WS-BUR-DATE-IN/-OUT to turn year-month-day
      * into the bureaus' month-day-year.
       01  WS-BUREAU-FIELDS.
           05  WS-BUR-MODE-SW          PIC X VALUE "N".
               88  WS-BUR-CORRECTION   VALUE "Y".
               88  WS-BUR-REGULAR      VALUE "N".
           05  WS-BUR-MONTH-SW         PIC X VALUE "Y".
               88  WS-BUR-MONTH-OK     VALUE "Y".
               88  WS-BUR-MONTH-REFUSED VALUE "N".
           05  WS-BUR-REPORTABLE-SW    PIC X VALUE "Y".
               88  WS-BUR-REPORTABLE   VALUE "Y".
               88  WS-BUR-NOT-REPORTABLE VALUE "N".
           05  WS-BUR-REPORT-MONTH     PIC 9(6) VALUE ZERO.
           05  WS-BUR-MONTH-START      PIC 9(8) VALUE ZERO.
           05  WS-BUR-CARD-DATE        PIC 9(8) VALUE ZERO.
           05  WS-BUR-LAST-ACTIVITY    PIC 9(8) VALUE ZERO.
           05  WS-BUR-LAST-PAY-DATE    PIC 9(8) VALUE ZERO.
           05  WS-BUR-FIRST-DELINQ     PIC 9(8) VALUE ZERO.
           05  WS-BUR-DATE-CLOSED      PIC 9(8) VALUE ZERO.
           05  WS-BUR-HIGH-BALANCE     PIC S9(9)V99 VALUE ZERO.
           05  WS-BUR-MONTH-PAYMENTS   PIC S9(9)V99 VALUE ZERO.
           05  WS-BUR-BALANCE          PIC S9(9)V99 VALUE ZERO.
           05  WS-BUR-PAST-DUE         PIC S9(9)V99 VALUE ZERO.
           05  WS-BUR-STATUS-CODE      PIC X(2) VALUE SPACES.
           05  WS-BUR-RATING           PIC X(1) VALUE SPACE.
           05  WS-BUR-SPECIAL-COMMENT  PIC X(2) VALUE SPACES.
           05  WS-BUR-COMPLIANCE-CODE  PIC X(2) VALUE SPACES.
           05  WS-BUR-EXCEPTION-TEXT   PIC X(30) VALUE SPACES.
           05  WS-BUR-I                PIC 9(2) VALUE ZERO.
           05  WS-BUR-DATE-IN          PIC 9(8) VALUE ZERO.
           05  WS-BUR-DATE-IN-R REDEFINES WS-BUR-DATE-IN.
               10  WS-BUR-IN-YEAR      PIC 9(4).
               10  WS-BUR-IN-MONTH     PIC 9(2).
               10  WS-BUR-IN-DAY       PIC 9(2).
           05  WS-BUR-DATE-OUT.
               10  WS-BUR-OUT-MONTH    PIC 9(2).
               10  WS-BUR-OUT-DAY      PIC 9(2).
               10  WS-BUR-OUT-YEAR     PIC 9(4).

      * Master-side counts and balances (CUST-BALANCE as carried)
      * prove every account read was reported, held back, or not
      * reportable; the whole-dollar totals are the file's own.
       01  WS-BUREAU-COUNTS.
           05  WS-BUR-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-BUR-READ-BALANCE     PIC S9(13)V99 VALUE ZERO.
           05  WS-BUR-SENT-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-BUR-SENT-BALANCE     PIC S9(13)V99 VALUE ZERO.
           05  WS-BUR-SKIP-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-BUR-SKIP-BALANCE     PIC S9(13)V99 VALUE ZERO.
           05  WS-BUR-EXCP-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-BUR-EXCP-BALANCE     PIC S9(13)V99 VALUE ZERO.
           05  WS-BUR-WRITE-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-BUR-STATUS-SUM       PIC 9(7) VALUE ZERO.
           05  WS-BUR-PROOF-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-BUR-PROOF-BALANCE    PIC S9(13)V99 VALUE ZERO.
           05  WS-BUR-TOT-CURRENT      PIC 9(11) VALUE ZERO.
           05  WS-BUR-TOT-PAST-DUE     PIC 9(11) VALUE ZERO.
           05  WS-BUR-TOT-LIMIT        PIC 9(11) VALUE ZERO.
           05  WS-BUR-STAT-COUNT       PIC 9(7) OCCURS 11 TIMES.

      * Dual control of sensitive maintenance. The operator fields
      * name whoever is answerable for the change being applied: the
      * card's operator while maintenance runs, "SYSTEM" for the
      * changes the run makes on its own (collections, archive,
      * charge-off), which the delta feed and limit audit carry.
       01  WS-DUAL-CONTROL-FIELDS.
           05  WS-DC-LIMIT-INCREASE    PIC 9(7)V99 VALUE ZERO.
           05  WS-DC-EXPIRE-DAYS       PIC 9(3) VALUE ZERO.
           05  WS-DC-EXPIRE-CUTOFF     PIC 9(8) VALUE ZERO.
           05  WS-DC-SUBMIT-OPER       PIC X(8) VALUE "SYSTEM".
           05  WS-DC-APPROVE-OPER      PIC X(8) VALUE SPACES.
           05  WS-DC-AUD-CUST-ID       PIC X(8) VALUE SPACES.
           05  WS-DC-AUD-ACTION        PIC X(1) VALUE SPACE.
           05  WS-DC-OUTCOME           PIC X(24) VALUE SPACES.
           05  WS-DC-HOLD-REASON       PIC X(1) VALUE SPACE.
           05  WS-DC-REF-DATE          PIC 9(8) VALUE ZERO.
           05  WS-DC-REF-SEQUENCE      PIC 9(5) VALUE ZERO.
           05  WS-DC-REJECTS-BEFORE    PIC 9(5) VALUE ZERO.
           05  WS-DC-APPLY-SW          PIC X VALUE "N".
               88  WS-DC-APPLY-APPROVED VALUE "Y".
               88  WS-DC-APPLY-NORMAL  VALUE "N".
           05  WS-DC-PND-EOF-SW        PIC X VALUE "N".
               88  WS-DC-PND-EOF       VALUE "Y".
               88  WS-DC-PND-MORE      VALUE "N".

      * Account merge work areas. The duplicate is read first and its
      * posting-relevant fields saved here, so the one record buffer
      * can then hold the survivor while it is combined and rewritten.
           05  WS-MRG-DUP-STATUS       PIC X(1) VALUE SPACE.
           05  WS-MRG-DUP-CYCLES       PIC 9(2) VALUE ZERO.
           05  WS-MRG-DUP-SUSP-DATE    PIC 9(8) VALUE ZERO.
           05  WS-MRG-DUP-IMAGE        PIC X(250) VALUE SPACES.
           05  WS-MRG-HIST-SAVE        PIC X(110) VALUE SPACES.
           05  WS-MRG-REKEY-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-MRG-REKEY-ERRORS     PIC 9(5) VALUE ZERO.
           05  WS-EDIT-STARS           PIC *****9.99.
           05  WS-EDIT-FLOAT-SIGN      PIC ++++9.99.
           05  WS-EDIT-DB-CR           PIC $$$,$$9.99DB.
           05  WS-EDIT-DAYS            PIC ZZZZ9-.

       01  WS-ARRAYS.
           05  WS-MONTH-TABLE.
      ******************************************************************
       01  LS-PARAMETER.
           05  LS-ACTION               PIC X(10).
      * The assessment cycles sweep the master on their own cadence
      * rather than the posting day's.
               88  LS-ASSESSMENT-RUN   VALUE "FINCHARGE"
                                             "LATEFEE"
                                             "CHARGEOFF"
                                             "CREDITBAL".
           05  LS-CUSTOMER-ID          PIC 9(8).
           05  LS-RETURN-CODE          PIC S9(4) COMP.
           05  LS-STATUS-OUT           PIC X(1).
               WHEN "RUNRECAP"
                   PERFORM 7900-WRITE-RUN-RECAP
                   GOBACK
      * Open billing disputes with the age of each case, for showing
      * the disputes are answered inside the required window.
               WHEN "DISPLIST"
                   PERFORM 7950-LIST-OPEN-DISPUTES
                   GOBACK
      * Monthly credit bureau file off the master, the aging rules and
      * the collections status, with its control report and the list
      * of accounts held back for bad identifying data. BUREAUCORR
      * sends a month already reported again as a correction - the
      * month of LS-DATE-FROM.
               WHEN "BUREAU"
                   SET WS-BUR-REGULAR TO TRUE
                   PERFORM 7300-REPORT-TO-BUREAU
                   GOBACK
               WHEN "BUREAUCORR"
                   SET WS-BUR-CORRECTION TO TRUE
                   PERFORM 7300-REPORT-TO-BUREAU
                   GOBACK
      * Billing cycle distribution: the accounts and balances in each
      * cycle against an even share, for rebalancing the cycles as the
      * customer base grows.
               WHEN "CYCLEDIST"
                   PERFORM 7400-LIST-CYCLE-DISTRIBUTION
                   GOBACK
      * Reorganization and disaster-recovery utilities: unload either
      * indexed master to a flat backup with control totals, or prove
      * and reload such a backup into a freshly defined file.
      * A statement run is the normal posting run with per-customer
      * statements written alongside - the posting pass itself is the
      * only place the opening balance and each movement are in hand
      * together. On cycle billing the statements are cut in the
      * customer scan instead, from history, for the cycles the card
      * closes today.
               WHEN "STATEMENT"
                   SET WS-STMT-MODE TO TRUE
                   PERFORM 1000-INITIALIZE
                   SET WS-BATCH-RAN TO TRUE
                   PERFORM 2300-ASSESS-FINANCE-CHARGES
                   PERFORM 9000-TERMINATE
      * Late-fee cycle: every account whose statement due date has
      * passed is checked against the payments posted since that
      * statement, and a missed minimum is charged a fee through the
      * same posting path as a finance charge.
               WHEN "LATEFEE"
                   PERFORM 1000-INITIALIZE
                   SET WS-BATCH-RAN TO TRUE
                   PERFORM 2400-ASSESS-LATE-FEES
                   PERFORM 9000-TERMINATE
      * Monthly charge-off: long-aged, long-suspended accounts are
      * written off through the posting path and marked charged off,
      * with the write-offs feeding the allowance entries in the GL.
               WHEN "CHARGEOFF"
                   PERFORM 1000-INITIALIZE
                   SET WS-BATCH-RAN TO TRUE
                   PERFORM 2600-CHARGE-OFF-ACCOUNTS
                   PERFORM 9000-TERMINATE
      * Credit-balance cycle: every credit balance listed with its
      * age, refunds cut for those over the card's minimum, and
      * dormant credits turned over to the owner's state as unclaimed
      * property - each through the posting path, so the balances
      * come back to zero with the movements in history and the GL.
               WHEN "CREDITBAL"
                   PERFORM 1000-INITIALIZE
                   SET WS-BATCH-RAN TO TRUE
                   PERFORM 2800-PROCESS-CREDIT-BALANCES
                   PERFORM 9000-TERMINATE
               WHEN OTHER
                   PERFORM 1000-INITIALIZE
                   SET WS-BATCH-RAN TO TRUE
      * posting run whose card skips or repeats a day - or a
      * finance-charge card presented twice, which would assess
      * every account a second time - is a card-punching error and
      * must not post. The assessment cycles' own cadence exempts
      * them only from the prior-day half of the check, inside 1009.
           IF LS-ACTION NOT = "NAMELIST"
               PERFORM 1008-VERIFY-RUN-CONTINUITY
           END-IF
           INITIALIZE WS-TOTALS
           INITIALIZE WS-TYPE-TOTALS
           INITIALIZE WS-POSTING-FIELDS
           INITIALIZE WS-RETURN-COUNTS
           INITIALIZE WS-DISPUTE-COUNTS
           INITIALIZE WS-CHARGEOFF-COUNTS
           INITIALIZE WS-LOCKBOX-COUNTS
           INITIALIZE WS-CREDITBAL-COUNTS
           INITIALIZE WS-FRAUD-COUNTS
           MOVE ZERO TO WS-RTN-LISTED-CUST-ID
           SET WS-RTN-EXCP-HDR-NEEDED TO TRUE
           MOVE ZERO TO WS-ARCHIVE-COUNT
           SET WS-RECON-NOT-ACTIVE TO TRUE
           SET WS-BATCH-NOT-RAN TO TRUE
      * initialization but has nothing to do with restart, so it always
      * gets a fresh start and freshly-created output files regardless
      * of whatever checkpoint a prior, unrelated batch run left behind.
      * A finance-charge or late-fee run never posts TRANSACT and
      * writes no checkpoint of its own, so like NAMELIST it ignores
      * whatever checkpoint an unrelated abended batch may have left.
           IF LS-ACTION = "NAMELIST" OR LS-ASSESSMENT-RUN
               SET WS-NOT-RESTART TO TRUE
           ELSE
               PERFORM 1010-DETERMINE-RESTART
           PERFORM 1020-OPEN-OUTPUT-FILES
           PERFORM 1030-OPEN-ARCHIVE-FILE
           PERFORM 1040-OPEN-HISTORY-FILE
           PERFORM 1050-OPEN-DISPUTE-FILE

      * Every path that can change a customer - maintenance, the
      * collections sweep, archiving, and the reinstatement inside
           MOVE PARM-FINANCE-RATE TO WS-FINANCE-RATE
           MOVE PARM-MINIMUM-CHARGE TO WS-MINIMUM-CHARGE
           MOVE PARM-GRACE-DAYS TO WS-GRACE-DAYS
           MOVE PARM-LATE-FEE TO WS-LATE-FEE
           MOVE PARM-DUE-DAYS TO WS-DUE-DAYS
           MOVE PARM-MIN-PAY-PCT TO WS-MIN-PAY-PCT
           MOVE PARM-MIN-PAY-FLOOR TO WS-MIN-PAY-FLOOR
           MOVE PARM-RETURN-FEE TO WS-RETURN-FEE
           MOVE PARM-RETURN-WINDOW TO WS-RETURN-WINDOW
           MOVE PARM-RETURN-LIMIT TO WS-RETURN-LIMIT
           MOVE PARM-CHGOFF-AGE-DAYS TO WS-CO-AGE-DAYS
           MOVE PARM-CHGOFF-SUSP-DAYS TO WS-CO-SUSP-DAYS
           MOVE PARM-CHGOFF-RETAIN-YRS TO WS-CO-RETAIN-YEARS
           MOVE PARM-REFUND-MINIMUM TO WS-CB-REFUND-MINIMUM

      * The continuation card must follow; a deck missing it would
      * leave the dual-control threshold at zero and hold every
      * limit change in the file.
           READ PARAMETER-FILE
               AT END
                   DISPLAY "RUN CONTROL CONTINUATION CARD MISSING"
                   MOVE 1 TO LS-RETURN-CODE
                   STOP RUN
           END-READ

           PERFORM 1007-VALIDATE-CONTINUATION

           IF WS-PARM-ERROR
               DISPLAY "RUN CONTROL CARD INVALID - RUN ABORTED"
               MOVE 1 TO LS-RETURN-CODE
               STOP RUN
           END-IF

           MOVE PARM-DC-LIMIT-INCREASE TO WS-DC-LIMIT-INCREASE
           MOVE PARM-PEND-EXPIRE-DAYS TO WS-DC-EXPIRE-DAYS
           MOVE PARM-FR-VELOCITY-MAX TO WS-FR-VELOCITY-MAX
           MOVE PARM-FR-AMOUNT-MULT TO WS-FR-AMOUNT-MULT
           MOVE PARM-FR-AMOUNT-FLOOR TO WS-FR-AMOUNT-FLOOR
           MOVE PARM-FR-LOOKBACK-DAYS TO WS-FR-LOOKBACK-DAYS
           MOVE PARM-FR-DORMANT-DAYS TO WS-FR-DORMANT-DAYS

      * Any cycle named to close puts the run on cycle billing; the
      * list is kept as text for the report headings.
           MOVE PARM-CYCLE-COUNT TO WS-CYC-COUNT
           SET WS-CALENDAR-BILLING TO TRUE
           MOVE SPACES TO WS-CYC-CLOSE-TEXT
           MOVE 1 TO WS-CYC-PTR
           PERFORM VARYING WS-CYC-I FROM 1 BY 1 UNTIL WS-CYC-I > 5
               MOVE PARM-CLOSE-CYCLE (WS-CYC-I)
                   TO WS-CYC-CLOSE (WS-CYC-I)
               IF WS-CYC-CLOSE (WS-CYC-I) > ZERO
                   SET WS-CYCLE-BILLING TO TRUE
                   STRING WS-CYC-CLOSE (WS-CYC-I) DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                       INTO WS-CYC-CLOSE-TEXT
                       WITH POINTER WS-CYC-PTR
               END-IF
           END-PERFORM

           CLOSE PARAMETER-FILE.

           IF PARM-GRACE-DAYS NOT NUMERIC
               DISPLAY "BAD PARM - GRACE DAYS"
               SET WS-PARM-ERROR TO TRUE
           END-IF

           IF PARM-LATE-FEE NOT NUMERIC
               DISPLAY "BAD PARM - LATE FEE"
               SET WS-PARM-ERROR TO TRUE
           END-IF

      * A zero due-days value would make every statement due the day
      * it is cut, and the next late-fee cycle would charge them all.
           IF PARM-DUE-DAYS NOT NUMERIC
                  OR PARM-DUE-DAYS = ZERO
               DISPLAY "BAD PARM - DUE DAYS"
               SET WS-PARM-ERROR TO TRUE
           END-IF

           IF PARM-MIN-PAY-PCT NOT NUMERIC
               DISPLAY "BAD PARM - MINIMUM PAYMENT PERCENT"
               SET WS-PARM-ERROR TO TRUE
           END-IF

           IF PARM-MIN-PAY-FLOOR NOT NUMERIC
               DISPLAY "BAD PARM - MINIMUM PAYMENT FLOOR"
               SET WS-PARM-ERROR TO TRUE
           END-IF

           IF PARM-RETURN-FEE NOT NUMERIC
               DISPLAY "BAD PARM - RETURNED PAYMENT FEE"
               SET WS-PARM-ERROR TO TRUE
           END-IF

           IF PARM-RETURN-WINDOW NOT NUMERIC
                  OR PARM-RETURN-WINDOW = ZERO
               DISPLAY "BAD PARM - RETURNED PAYMENT WINDOW"
               SET WS-PARM-ERROR TO TRUE
           END-IF

           IF PARM-RETURN-LIMIT NOT NUMERIC
                  OR PARM-RETURN-LIMIT = ZERO
               DISPLAY "BAD PARM - RETURNED PAYMENT LIMIT"
               SET WS-PARM-ERROR TO TRUE
           END-IF

      * Nothing younger than the 120+ bucket is ever charged off, and
      * a zero suspension length or retention would write off or purge
      * an account the day it qualified.
           IF PARM-CHGOFF-AGE-DAYS NOT NUMERIC
                  OR PARM-CHGOFF-AGE-DAYS < 120
               DISPLAY "BAD PARM - CHARGE-OFF AGE DAYS"
               SET WS-PARM-ERROR TO TRUE
           END-IF

           IF PARM-CHGOFF-SUSP-DAYS NOT NUMERIC
                  OR PARM-CHGOFF-SUSP-DAYS = ZERO
               DISPLAY "BAD PARM - CHARGE-OFF SUSPENSION DAYS"
               SET WS-PARM-ERROR TO TRUE
           END-IF

           IF PARM-CHGOFF-RETAIN-YRS NOT NUMERIC
                  OR PARM-CHGOFF-RETAIN-YRS = ZERO
               DISPLAY "BAD PARM - CHARGE-OFF RETENTION YEARS"
               SET WS-PARM-ERROR TO TRUE
           END-IF

           IF PARM-REFUND-MINIMUM NOT NUMERIC
               DISPLAY "BAD PARM - CREDIT BALANCE REFUND MINIMUM"
               SET WS-PARM-ERROR TO TRUE
           END-IF.

      ******************************************************************
       1007-VALIDATE-CONTINUATION.
      ******************************************************************
      * The second card overlays the first in the record area, so
      * everything wanted from the first has already been moved out.
           SET WS-PARM-NO-ERROR TO TRUE

           IF NOT PARM-CONT-CARD
               DISPLAY "BAD PARM - SECOND CARD IS NOT A P2 CARD"
               SET WS-PARM-ERROR TO TRUE
           END-IF

           IF PARM-DC-LIMIT-INCREASE NOT NUMERIC
               DISPLAY "BAD PARM - DUAL CONTROL LIMIT INCREASE"
               SET WS-PARM-ERROR TO TRUE
           END-IF

      * A zero expiry would expire every item the day after it was
      * held, before any second operator could see it.
           IF PARM-PEND-EXPIRE-DAYS NOT NUMERIC
                  OR PARM-PEND-EXPIRE-DAYS = ZERO
               DISPLAY "BAD PARM - PENDING APPROVAL EXPIRY DAYS"
               SET WS-PARM-ERROR TO TRUE
           END-IF

           IF PARM-FR-VELOCITY-MAX NOT NUMERIC
               DISPLAY "BAD PARM - FRAUD VELOCITY LIMIT"
               SET WS-PARM-ERROR TO TRUE
           END-IF

           IF PARM-FR-DORMANT-DAYS NOT NUMERIC
               DISPLAY "BAD PARM - FRAUD DORMANCY DAYS"
               SET WS-PARM-ERROR TO TRUE
           END-IF

      * The amount rule needs a history window to find the usual
      * purchase in whenever it is switched on.
           IF PARM-FR-AMOUNT-MULT NOT NUMERIC
                  OR PARM-FR-AMOUNT-FLOOR NOT NUMERIC
                  OR PARM-FR-LOOKBACK-DAYS NOT NUMERIC
               DISPLAY "BAD PARM - FRAUD AMOUNT RULE"
               SET WS-PARM-ERROR TO TRUE
           ELSE
               IF PARM-FR-AMOUNT-MULT > ZERO
                      AND PARM-FR-LOOKBACK-DAYS = ZERO
                   DISPLAY "BAD PARM - FRAUD LOOKBACK DAYS"
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF

      * Cycle billing needs the number of cycles in use to place the
      * accounts that carry no code. A closing cycle above that number
      * is allowed, so a cycle being retired can still be closed while
      * its accounts are moved off it.
           IF PARM-CYCLE-COUNT NOT NUMERIC
                  OR PARM-CYCLE-COUNT > 30
               DISPLAY "BAD PARM - BILLING CYCLE COUNT"
               SET WS-PARM-ERROR TO TRUE
           ELSE
               PERFORM VARYING WS-CYC-I FROM 1 BY 1 UNTIL WS-CYC-I > 5
                   IF PARM-CLOSE-CYCLE (WS-CYC-I) NOT NUMERIC
                          OR PARM-CLOSE-CYCLE (WS-CYC-I) > 30
                       DISPLAY "BAD PARM - CLOSING CYCLE " WS-CYC-I
                       SET WS-PARM-ERROR TO TRUE
                   ELSE
                       IF PARM-CLOSE-CYCLE (WS-CYC-I) > ZERO
                              AND PARM-CYCLE-COUNT = ZERO
                           DISPLAY "BAD PARM - CYCLE CLOSED WITH NO "
                                   "CYCLES IN USE"
                           SET WS-PARM-ERROR TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      ******************************************************************
       1009-CHECK-REPEAT-AND-SKIP.
      ******************************************************************
           MOVE WS-RUN-DATE-N TO RH-RUN-DATE
           MOVE LS-ACTION TO RH-ACTION

      * A record flagged file-rejected is a rejected transaction
                   CONTINUE
               NOT INVALID KEY
                   IF RH-FILE-REJECTED
                       DISPLAY "PRIOR RUN ON " WS-RUN-DATE-N
                               " CLOSED REJECTED - RERUN ALLOWED"
                   ELSE
                       DISPLAY "RUN DATE " WS-RUN-DATE-N
                               " ALREADY POSTED FOR THIS MODE "
                               "- RUN REFUSED"
                       MOVE 1 TO LS-RETURN-CODE
                   END-IF
           END-READ

      * The prior-day half of the check. FINCHARGE, CHARGEOFF and
      * CREDITBAL run monthly and LATEFEE whenever due dates fall, so
      * "did yesterday close" is meaningless for them - they take only
      * the repeat check above.
           IF NOT LS-ASSESSMENT-RUN
               PERFORM 1011-CHECK-PRIOR-DAY
           END-IF.

      * A record on the prior business date proves the chain; so does
      * one already written today by another checked mode, since that
      * mode passed this same check when it started. Records written
      * by modes exempt from the check - NAMELIST and the assessment
      * cycles - prove nothing: an operator running one of those
      * with a bad card must not legitimize that date for the posting
      * run. The walk reads past them rather than trusting the first
      * record found.
           COMPUTE WS-RUNH-PRIOR-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) - 1)

           SET WS-RUNH-CHAIN-UNPROVEN TO TRUE
           SET WS-RUNH-MORE TO TRUE
                   AT END
                       SET WS-RUNH-EOF TO TRUE
                   NOT AT END
                       IF RH-RUN-DATE > WS-RUN-DATE-N
                           SET WS-RUNH-EOF TO TRUE
                       ELSE
                           IF RH-ACTION NOT = "NAMELIST"
                                  AND NOT RH-ASSESSMENT-RUN
                               SET WS-RUNH-CHAIN-PROVEN TO TRUE
                           END-IF
                       END-IF
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-LATE-FEE TO WS-EDIT-SMALL-AMT
           STRING "  LATE FEE:             " DELIMITED BY SIZE
                  WS-EDIT-SMALL-AMT          DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  DAYS TO DUE DATE:     " DELIMITED BY SIZE
                  WS-DUE-DAYS                DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-MIN-PAY-PCT TO WS-EDIT-SMALL-AMT
           STRING "  MINIMUM PAYMENT PCT:  " DELIMITED BY SIZE
                  WS-EDIT-SMALL-AMT          DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-MIN-PAY-FLOOR TO WS-EDIT-SMALL-AMT
           STRING "  MINIMUM PAYMENT FLOOR:" DELIMITED BY SIZE
                  WS-EDIT-SMALL-AMT          DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-RETURN-FEE TO WS-EDIT-SMALL-AMT
           STRING "  RETURNED ITEM FEE:    " DELIMITED BY SIZE
                  WS-EDIT-SMALL-AMT          DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  RETURN WINDOW DAYS:   " DELIMITED BY SIZE
                  WS-RETURN-WINDOW           DELIMITED BY SIZE
                  "  REPEAT LIMIT: "         DELIMITED BY SIZE
                  WS-RETURN-LIMIT            DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  CHARGE-OFF AGE DAYS:  " DELIMITED BY SIZE
                  WS-CO-AGE-DAYS             DELIMITED BY SIZE
                  "  SUSPENDED DAYS: "       DELIMITED BY SIZE
                  WS-CO-SUSP-DAYS            DELIMITED BY SIZE
                  "  RETAIN YEARS: "         DELIMITED BY SIZE
                  WS-CO-RETAIN-YEARS         DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-CB-REFUND-MINIMUM TO WS-EDIT-SMALL-AMT
           STRING "  REFUND MINIMUM:       " DELIMITED BY SIZE
                  WS-EDIT-SMALL-AMT          DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-DC-LIMIT-INCREASE TO WS-EDIT-AMOUNT
           STRING "  DUAL CONTROL OVER:    " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT             DELIMITED BY SIZE
                  "  EXPIRE DAYS: "          DELIMITED BY SIZE
                  WS-DC-EXPIRE-DAYS          DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-FR-AMOUNT-FLOOR TO WS-EDIT-AMOUNT
           STRING "  FRAUD VELOCITY MAX:   " DELIMITED BY SIZE
                  WS-FR-VELOCITY-MAX         DELIMITED BY SIZE
                  "  DORMANT DAYS: "         DELIMITED BY SIZE
                  WS-FR-DORMANT-DAYS         DELIMITED BY SIZE
                  "  AMOUNT X: "             DELIMITED BY SIZE
                  WS-FR-AMOUNT-MULT          DELIMITED BY SIZE
                  " OVER "                   DELIMITED BY SIZE
                  WS-EDIT-AMOUNT             DELIMITED BY SIZE
                  "  LOOKBACK: "             DELIMITED BY SIZE
                  WS-FR-LOOKBACK-DAYS        DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-CYCLE-BILLING
               STRING "  BILLING CYCLES:       " DELIMITED BY SIZE
                      WS-CYC-COUNT               DELIMITED BY SIZE
                      "  CLOSING: "              DELIMITED BY SIZE
                      WS-CYC-CLOSE-TEXT          DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "  BILLING CYCLES:       " DELIMITED BY SIZE
                      WS-CYC-COUNT               DELIMITED BY SIZE
                      "  CLOSING: ALL - MONTH END"
                                                 DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

               IF WS-JRNL-NOT-FOUND
                   OPEN OUTPUT POSTING-JOURNAL
               END-IF

               OPEN EXTEND RETURN-EXCEPTION-FILE
               IF WS-RTNEXC-NOT-FOUND
                   OPEN OUTPUT RETURN-EXCEPTION-FILE
               END-IF

               OPEN EXTEND UNAPPLIED-CASH-FILE
               IF WS-UNAP-NOT-FOUND
                   OPEN OUTPUT UNAPPLIED-CASH-FILE
               END-IF

               OPEN EXTEND LOCKBOX-REPORT
               IF WS-LBXRPT-NOT-FOUND
                   OPEN OUTPUT LOCKBOX-REPORT
               END-IF
           ELSE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT EXCEPTION-REPORT-FILE
               OPEN OUTPUT SUSPENSE-AGE-REPORT
               OPEN OUTPUT DUPLICATE-FILE
               OPEN OUTPUT POSTING-JOURNAL
               OPEN OUTPUT RETURN-EXCEPTION-FILE
               OPEN OUTPUT UNAPPLIED-CASH-FILE
               OPEN OUTPUT LOCKBOX-REPORT
           END-IF

      * On a restart the statements were already fully written by the
           END-IF.

      ******************************************************************
       1050-OPEN-DISPUTE-FILE.
      ******************************************************************
      * The dispute master is opened for update by every batch path:
      * maintenance opens and closes cases, posting releases the
      * credits of cases decided for the customer. The first run in a
      * new environment creates it, as the history open does.
           OPEN I-O DISPUTE-FILE

           IF WS-DSP-NOT-FOUND
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF

           IF NOT WS-DSP-OK
               DISPLAY "DISPUTE FILE OPEN ERROR: " WS-DSP-STATUS
               MOVE 1 TO LS-RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
       1045-OPEN-DELTA-FILE.
      ******************************************************************
      * The change feed accumulates segments through the day - each
      * writing run appends its events and its own trailer - so it is
      * extended, with the first-run fallback the archive open uses.
           OPEN EXTEND CUST-DELTA-FILE
      * changes outside of posting. The file is optional - a day with
      * no maintenance simply has no CUSTMNT - so "file not found" on
      * the open skips the pass rather than failing the run.
      * Sensitive cards are held on the pending-approval file for a
      * second operator rather than applied. Held items that have
      * waited past the expiry are closed first, even on a day with
      * no maintenance, so a stale item cannot be approved today.
           PERFORM 2186-OPEN-DUAL-CONTROL-FILES
           PERFORM 2190-EXPIRE-PENDING-ITEMS

           OPEN INPUT CUST-MAINT-FILE

           IF WS-MAINT-NOT-FOUND
                       WS-MAINT-STATUS-COUNT
               DISPLAY "MAINTENANCE MERGES APPLIED:   "
                       WS-MAINT-MERGE-COUNT
               DISPLAY "MAINTENANCE DISPUTES OPENED:  "
                       WS-MAINT-DSP-OPEN-COUNT
               DISPLAY "MAINTENANCE DISPUTES CLOSED:  "
                       WS-MAINT-DSP-CLOSE-COUNT
               DISPLAY "MAINTENANCE RECORDS REJECTED: "
                       WS-MAINT-REJECT-COUNT
               DISPLAY "MAINTENANCE HELD FOR APPROVAL:"
                       WS-MAINT-HELD-COUNT
               DISPLAY "PENDING ITEMS APPROVED:       "
                       WS-MAINT-APPROVED-COUNT
               DISPLAY "PENDING ITEMS DECLINED:       "
                       WS-MAINT-DECLINED-COUNT
           END-IF

           DISPLAY "PENDING ITEMS EXPIRED:        "
                   WS-MAINT-EXPIRED-COUNT

           CLOSE PENDING-FILE
                 MAINT-AUDIT-REPORT

      * From here on the run changes customers on its own account.
           MOVE "SYSTEM" TO WS-DC-SUBMIT-OPER
           MOVE SPACES TO WS-DC-APPROVE-OPER.

      ******************************************************************
       2041-APPLY-MAINT-RECORD.
      ******************************************************************
      * Every card leaves one line on the maintenance audit. A card
      * that wrote no reject and was not held or decided was applied.
           SET WS-MAINT-VALID TO TRUE
           SET WS-DC-APPLY-NORMAL TO TRUE
           MOVE MAINT-OPERATOR-ID TO WS-DC-SUBMIT-OPER
           MOVE SPACES TO WS-DC-APPROVE-OPER
           MOVE SPACES TO WS-DC-OUTCOME
           MOVE ZERO TO WS-DC-REF-DATE
           MOVE ZERO TO WS-DC-REF-SEQUENCE
           MOVE WS-MAINT-REJECT-COUNT TO WS-DC-REJECTS-BEFORE
           PERFORM 2042-VALIDATE-MAINT-FIELDS

           IF WS-MAINT-VALID
                       PERFORM 2044-CHANGE-CUSTOMER
                   WHEN MAINT-STATUS-SET
                       PERFORM 2045-SET-CUSTOMER-STATUS
      * A merge is never applied off one operator's card.
                   WHEN MAINT-MERGE
                       MOVE "M" TO WS-DC-HOLD-REASON
                       PERFORM 2185-HOLD-FOR-APPROVAL
                   WHEN MAINT-DISPUTE-OPEN
                       PERFORM 2500-OPEN-DISPUTE
                   WHEN MAINT-DISPUTE-CLOSE
                       PERFORM 2520-CLOSE-DISPUTE
                   WHEN MAINT-APPROVE
                       PERFORM 2180-DECIDE-PENDING-ITEM
               END-EVALUATE
           ELSE
               PERFORM 2046-WRITE-MAINT-REJECT
           END-IF

           IF WS-DC-OUTCOME = SPACES
               IF WS-MAINT-REJECT-COUNT > WS-DC-REJECTS-BEFORE
                   MOVE "REJECTED" TO WS-DC-OUTCOME
               ELSE
                   MOVE "APPLIED" TO WS-DC-OUTCOME
               END-IF
           END-IF

           MOVE MAINT-CUST-ID TO WS-DC-AUD-CUST-ID
           MOVE MAINT-ACTION TO WS-DC-AUD-ACTION
           PERFORM 2195-WRITE-MAINT-AUDIT-LINE.

      ******************************************************************
       2042-VALIDATE-MAINT-FIELDS.
               SET WS-MAINT-INVALID TO TRUE
           END-IF

      * No card applies, or is held, without someone answerable for it.
           IF MAINT-OPERATOR-ID = SPACES
               DISPLAY "MAINT REJECT - NO OPERATOR ID: "
                       MAINT-CUST-ID
               SET WS-MAINT-INVALID TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN MAINT-ADD
                   IF MAINT-NAME = SPACES
                               MAINT-CUST-ID
                       SET WS-MAINT-INVALID TO TRUE
                   END-IF
                   IF MAINT-CYCLE-CODE-X NOT = SPACES
                          AND (MAINT-CYCLE-CODE NOT NUMERIC
                               OR MAINT-CYCLE-CODE = ZERO
                               OR MAINT-CYCLE-CODE > WS-CYC-COUNT)
                       DISPLAY "MAINT REJECT - BAD BILLING CYCLE: "
                               MAINT-CUST-ID
                       SET WS-MAINT-INVALID TO TRUE
                   END-IF
               WHEN MAINT-CHANGE
                   IF MAINT-STATE NOT = SPACES
                       PERFORM 2048-EDIT-STATE-CODE
                               MAINT-CUST-ID
                       SET WS-MAINT-INVALID TO TRUE
                   END-IF
                   IF MAINT-CYCLE-CODE-X NOT = SPACES
                          AND (MAINT-CYCLE-CODE NOT NUMERIC
                               OR MAINT-CYCLE-CODE = ZERO
                               OR MAINT-CYCLE-CODE > WS-CYC-COUNT)
                       DISPLAY "MAINT REJECT - BAD BILLING CYCLE: "
                               MAINT-CUST-ID
                       SET WS-MAINT-INVALID TO TRUE
                   END-IF
               WHEN MAINT-STATUS-SET
                   IF MAINT-NEW-STATUS NOT = "A"
                          AND MAINT-NEW-STATUS NOT = "I"
                               MAINT-CUST-ID
                       SET WS-MAINT-INVALID TO TRUE
                   END-IF
               WHEN MAINT-DISPUTE-OPEN
                   IF MAINT-DSP-TRANS-ID NOT NUMERIC
                          OR MAINT-DSP-TRANS-ID = ZERO
                       DISPLAY "MAINT REJECT - BAD DISPUTED TRANS-ID: "
                               MAINT-CUST-ID
                       SET WS-MAINT-INVALID TO TRUE
                   END-IF
                   IF MAINT-DSP-AMOUNT-X NOT = SPACES
                          AND MAINT-DSP-AMOUNT NOT NUMERIC
                       DISPLAY "MAINT REJECT - BAD DISPUTED AMOUNT: "
                               MAINT-CUST-ID
                       SET WS-MAINT-INVALID TO TRUE
                   END-IF
               WHEN MAINT-DISPUTE-CLOSE
                   IF MAINT-DSP-TRANS-ID NOT NUMERIC
                          OR MAINT-DSP-TRANS-ID = ZERO
                       DISPLAY "MAINT REJECT - BAD DISPUTED TRANS-ID: "
                               MAINT-CUST-ID
                       SET WS-MAINT-INVALID TO TRUE
                   END-IF
                   IF NOT MAINT-DSP-FOR-CUSTOMER
                          AND NOT MAINT-DSP-AGAINST-CUST
                       DISPLAY "MAINT REJECT - BAD DISPUTE DECISION: "
                               MAINT-CUST-ID
                       SET WS-MAINT-INVALID TO TRUE
                   END-IF
               WHEN MAINT-APPROVE
                   IF MAINT-APV-SUBMIT-DATE NOT NUMERIC
                          OR MAINT-APV-SUBMIT-DATE = ZERO
                          OR MAINT-APV-SEQUENCE NOT NUMERIC
                       DISPLAY "MAINT REJECT - BAD PENDING REFERENCE: "
                               MAINT-CUST-ID
                       SET WS-MAINT-INVALID TO TRUE
                   END-IF
                   IF NOT MAINT-APV-APPROVED
                          AND NOT MAINT-APV-DECLINED
                       DISPLAY "MAINT REJECT - BAD APPROVAL DECISION: "
                               MAINT-CUST-ID
                       SET WS-MAINT-INVALID TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "MAINT REJECT - BAD ACTION CODE: "
                           MAINT-ACTION
       2044-CHANGE-CUSTOMER.
      ******************************************************************
      * Blank fields on a change mean "leave as is"; only supplied
      * fields replace what is on the master. A card raising the limit
      * by more than the run-control threshold is held whole for a
      * second operator - the other fields on it wait with the limit.
           MOVE MAINT-CUST-ID TO CUST-ID

           READ CUSTOMER-FILE
                           "CUSTOMER: " MAINT-CUST-ID
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
                   IF MAINT-CREDIT-LIMIT NUMERIC
                          AND MAINT-CREDIT-LIMIT > CUST-CREDIT-LIMIT
                              + WS-DC-LIMIT-INCREASE
                          AND WS-DC-APPLY-NORMAL
                       MOVE "L" TO WS-DC-HOLD-REASON
                       PERFORM 2185-HOLD-FOR-APPROVAL
                   ELSE
                       PERFORM 2094-APPLY-CUSTOMER-CHANGE
                   END-IF
           END-READ.

      ******************************************************************
       2094-APPLY-CUSTOMER-CHANGE.
      ******************************************************************
           MOVE CUST-CREDIT-LIMIT TO WS-MAINT-OLD-LIMIT
           MOVE CUSTOMER-RECORD TO WS-DELTA-BEFORE
           IF MAINT-NAME NOT = SPACES
               MOVE MAINT-NAME TO CUST-NAME
           END-IF
           IF MAINT-STREET NOT = SPACES
               MOVE MAINT-STREET TO CUST-STREET
           END-IF
           IF MAINT-CITY NOT = SPACES
               MOVE MAINT-CITY TO CUST-CITY
           END-IF
           IF MAINT-STATE NOT = SPACES
               MOVE MAINT-STATE TO CUST-STATE
           END-IF
           IF MAINT-ZIP NOT = SPACES
               MOVE MAINT-ZIP TO CUST-ZIP
           END-IF
           IF MAINT-PHONE NOT = SPACES
               MOVE MAINT-PHONE TO CUST-PHONE
           END-IF
           IF MAINT-EMAIL NOT = SPACES
               MOVE MAINT-EMAIL TO CUST-EMAIL
           END-IF
           IF MAINT-CREDIT-LIMIT NUMERIC
               MOVE MAINT-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
           END-IF
      * A move to another cycle loses nothing: the next statement runs
      * from the day after the last one, whichever cycle cuts it.
           IF MAINT-CYCLE-CODE-X NOT = SPACES
               MOVE MAINT-CYCLE-CODE TO CUST-CYCLE-CODE
           END-IF
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "MAINT REWRITE ERROR: "
                           WS-FILE-STATUS
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-CHANGE-COUNT
                   IF MAINT-CREDIT-LIMIT NUMERIC
                          AND MAINT-CREDIT-LIMIT
                              NOT = WS-MAINT-OLD-LIMIT
                       PERFORM 2049-WRITE-LIMIT-AUDIT
                   END-IF
                   MOVE "MC" TO WS-DELTA-EVENT
                   MOVE CUST-ID TO WS-DELTA-KEY-ID
                   MOVE CUSTOMER-RECORD TO WS-DELTA-AFTER
                   PERFORM 8100-WRITE-DELTA-RECORD
           END-REWRITE.

      ******************************************************************
       2049-WRITE-LIMIT-AUDIT.
      ******************************************************************
      * Every credit-limit movement leaves a line naming the limit
      * taken off and the one put on - the audit trail the quarterly
      * limit review relies on when its approved proposals come back
      * through this same maintenance path - with the operator who
      * keyed the change and, over the dual-control threshold, the
      * one who approved it.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MAINT-OLD-LIMIT TO WS-EDIT-AMOUNT
           MOVE CUST-CREDIT-LIMIT TO WS-EDIT-AMOUNT-2
                  WS-EDIT-AMOUNT     DELIMITED BY SIZE
                  "  NOW: "          DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-2   DELIMITED BY SIZE
                  "  OPER: "         DELIMITED BY SIZE
                  WS-DC-SUBMIT-OPER  DELIMITED BY SIZE
                  "  APPR: "         DELIMITED BY SIZE
                  WS-DC-APPROVE-OPER DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

                           "CUSTOMER: " MAINT-CUST-ID
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
      * Charged-off is terminal: no card can move an account out of
      * it, since its balance has already left the receivable.
      * Lifting a suspension waits for a second operator.
                   EVALUATE TRUE
                       WHEN CUST-CHARGED-OFF
                           DISPLAY "MAINT REJECT - STATUS-SET ON "
                                   "CHARGED-OFF ACCOUNT: "
                                   MAINT-CUST-ID
                           PERFORM 2046-WRITE-MAINT-REJECT
                       WHEN CUST-SUSPENDED
                              AND MAINT-NEW-STATUS NOT = "S"
                              AND WS-DC-APPLY-NORMAL
                           MOVE "S" TO WS-DC-HOLD-REASON
                           PERFORM 2185-HOLD-FOR-APPROVAL
                       WHEN OTHER
                           PERFORM 2088-APPLY-STATUS-SET
                   END-EVALUATE
           END-READ.

      ******************************************************************
       2088-APPLY-STATUS-SET.
      ******************************************************************
           MOVE CUSTOMER-RECORD TO WS-DELTA-BEFORE
           MOVE MAINT-NEW-STATUS TO CUST-STATUS
      * A status set by hand clears the collections tracking either
      * way: reactivation starts the account fresh, and a manual
      * suspension (suspend date zero) must not be undone by the
      * automatic reinstatement.
           MOVE ZERO TO CUST-OVER-LIMIT-CYCLES
           MOVE ZERO TO CUST-SUSPEND-DATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "MAINT REWRITE ERROR: "
                           WS-FILE-STATUS
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-STATUS-COUNT
                   MOVE "MS" TO WS-DELTA-EVENT
                   MOVE CUST-ID TO WS-DELTA-KEY-ID
                   MOVE CUSTOMER-RECORD TO WS-DELTA-AFTER
                   PERFORM 8100-WRITE-DELTA-RECORD
           END-REWRITE.

      ******************************************************************
       2046-WRITE-MAINT-REJECT.
           MOVE ZERO TO CUST-LAST-ACTIVITY-DATE
           MOVE ZERO TO CUST-OVER-LIMIT-CYCLES
           MOVE ZERO TO CUST-SUSPEND-DATE
           MOVE ZERO TO CUST-STMT-DATE
           MOVE ZERO TO CUST-MIN-PAYMENT-DUE
           MOVE ZERO TO CUST-PAYMENT-DUE-DATE
           SET CUST-MINIMUM-MET TO TRUE
           MOVE ZERO TO CUST-DISPUTED-AMOUNT
           MOVE ZERO TO CUST-CHGOFF-DATE
           MOVE ZERO TO CUST-CHGOFF-AMOUNT
           MOVE ZERO TO CUST-RECOVERED-AMOUNT
      * The cycle keyed on the card, or else the one the account number
      * falls in, which spreads the adds evenly over the cycles in use.
      * With no cycles in use the account is left unassigned.
           IF MAINT-CYCLE-CODE-X NOT = SPACES
               MOVE MAINT-CYCLE-CODE TO CUST-CYCLE-CODE
           ELSE
               MOVE ZERO TO CUST-CYCLE-CODE
               PERFORM 2096-DETERMINE-CYCLE
               MOVE WS-CYC-CUST-CYCLE TO CUST-CYCLE-CODE
           END-IF

           WRITE CUSTOMER-RECORD
               INVALID KEY
           SET WS-NOT-EOF TO TRUE
           SET WS-RECON-NOT-ACTIVE TO TRUE

           PERFORM 2920-OPEN-FRAUD-FILES

      * TS-DATE is a minor key so re-presented suspense items, which
      * carry their original (older) transaction dates, post ahead of
      * the same customer's new activity.
           END-IF

           PERFORM 2098-WRITE-BALANCING-SECTION
           PERFORM 2950-WRITE-FRAUD-TOTALS

           CLOSE FRAUD-HOLD-FILE
                 FRAUD-REPORT

      * The control file advances only after an accepted file has been
      * posted; a rejected file leaves it untouched so the corrected
      * then clears them without rekeying. They are released even when
      * the day's file is rejected - the output procedure recycles them
      * back to suspense untouched so nothing in suspense is lost to a
      * bad transmission. Dispute credits, the day's lockbox
      * payments and the purchases the fraud desk has released follow
      * the suspense items in.
           PERFORM 2053-MERGE-SUSPENSE-ITEMS
           PERFORM 2530-RELEASE-DISPUTE-CREDITS
           PERFORM 2700-INTAKE-LOCKBOX
           PERFORM 2930-APPLY-FRAUD-DECISIONS

           PERFORM 2056-VERIFY-FILE-HEADER

      * attempt count, since the file failure was no fault of the
      * item's - while the rejected file's own details are dropped
      * here and will post when the corrected file is transmitted.
      * A dispute credit released this run is recycled the same way -
      * its case is already marked released and would not re-present.
      * So is a lockbox payment: the bank's file was consumed and
      * balanced this run and will not be sent again, and so is a
      * purchase the fraud desk released - its hold is already closed.
           IF TS-ATTEMPT > ZERO OR TS-REASON = "D"
                  OR TS-REASON = "L" OR TS-REASON = "F"
               MOVE SPACES TO SUSPENSE-RECORD
               MOVE TS-TRANS-ID   TO SUSP-TRANS-ID
               MOVE TS-CUST-ID    TO SUSP-CUST-ID
                       MOVE CUST-BALANCE TO WS-RECON-OPEN-BALANCE
                       MOVE ZERO TO WS-RECON-NET-MOVEMENT
                       SET WS-RECON-ACTIVE TO TRUE
                       IF WS-STMT-MODE AND WS-CALENDAR-BILLING
                           PERFORM 2210-WRITE-STATEMENT-HEADER
                       END-IF
               END-READ
      * everything else that reduces exposure) still post. The refused
      * purchase is held in suspense, so it clears by itself on a later
      * run once the account has been reinstated.
      * A returned payment posts only against the payment it names.
      * Write-offs and recoveries are made only by this program; one
      * arriving fresh on TRANSACT is refused (a generated one that
      * failed its REWRITE comes back through suspense with an attempt
      * count and posts as normal). Refund checks and unclaimed-
      * property transfers are refused however they arrive: one that
      * failed its REWRITE cut no check and made no holder record, the
      * credit is still on the account, and the next CREDITBAL sweep
      * takes it up again. On a charged-off account a payment is a
      * recovery, and a generated recovery back from suspense posts as
      * one; a returned item there can only take back a recovery, and
      * 2061 holds it to that. Nothing else may touch its written-off
      * balance - no purchase, refund, chargeback, adjustment or
      * dispute credit - so all of it is refused. Every other purchase
      * is screened for fraud before it posts, except one the fraud
      * desk has already reviewed and released.
           IF WS-RECON-ACTIVE
               PERFORM 2067-CHECK-POSTED-DUPLICATE
               EVALUATE TRUE
                   WHEN WS-DUP-FOUND
                       PERFORM 2068-DIVERT-DUPLICATE
                   WHEN (TS-TRANS-TYPE = "W" OR TS-TRANS-TYPE = "V")
                          AND TS-ATTEMPT = ZERO
                       DISPLAY "SYSTEM-ONLY TYPE REFUSED: "
                               TS-TRANS-ID
                       SET REJECT-SYSTEM-TYPE TO TRUE
                       PERFORM 2087-WRITE-REFUSED-REJECT
                   WHEN TS-TRANS-TYPE = "K" OR TS-TRANS-TYPE = "E"
                          OR TS-TRANS-TYPE = "X"
                       DISPLAY "SYSTEM-ONLY TYPE REFUSED: "
                               TS-TRANS-ID
                       SET REJECT-SYSTEM-TYPE TO TRUE
                       PERFORM 2087-WRITE-REFUSED-REJECT
                   WHEN CUST-CHARGED-OFF
                          AND (TS-TRANS-TYPE = "Y"
                               OR TS-TRANS-TYPE = "V")
                       MOVE "V" TO TRANS-TYPE
                       MOVE TS-AMOUNT TO TRANS-AMOUNT
                       PERFORM 2070-POST-ONE-TRANSACTION
                   WHEN CUST-CHARGED-OFF AND TS-TRANS-TYPE = "N"
                       PERFORM 2061-APPLY-RETURNED-PAYMENT
                   WHEN CUST-CHARGED-OFF
                       DISPLAY "ITEM REFUSED - ACCOUNT CHARGED OFF: "
                               TS-CUST-ID " TYPE " TS-TRANS-TYPE
                       SET REJECT-CHARGED-OFF TO TRUE
                       PERFORM 2087-WRITE-REFUSED-REJECT
                   WHEN CUST-SUSPENDED AND TS-TRANS-TYPE = "P"
                       DISPLAY "PURCHASE REFUSED - ACCOUNT SUSPENDED: "
                               TS-CUST-ID
                       MOVE "S" TO WS-SUSP-REASON
                       PERFORM 2065-WRITE-SUSPENSE-ITEM
                       ADD 1 TO WS-REFUSED-PURCH-COUNT
                   WHEN TS-TRANS-TYPE = "P" AND TS-REASON NOT = "F"
                       PERFORM 2900-SCREEN-PURCHASE
                   WHEN TS-TRANS-TYPE = "N"
                       PERFORM 2061-APPLY-RETURNED-PAYMENT
                   WHEN OTHER
                       MOVE TS-TRANS-TYPE TO TRANS-TYPE
                       MOVE TS-AMOUNT TO TRANS-AMOUNT
               END-EVALUATE
           END-IF.

      ******************************************************************
       2061-APPLY-RETURNED-PAYMENT.
      ******************************************************************
      * The bank's returned item names the TRANS-ID of the payment it
      * bounced. Only a payment that is in the history master, for this
      * customer and this amount, and not already reversed, can be
      * returned; anything else is held in suspense under its own
      * reason, so a return that arrives ahead of its payment clears by
      * itself once the payment posts and the rest reach the aging
      * report for someone to chase.
      * On a charged-off account the payment bounced was a recovery:
      * the reversal takes it back off the amount recovered, leaves the
      * written-off balance alone, and carries no returned-item fee.
           PERFORM 2062-FIND-RETURNED-PAYMENT

           IF WS-RTN-NOT-MATCHED
               DISPLAY "RETURNED PAYMENT NOT MATCHED: " TS-TRANS-ID
                       " ORIGINAL: " TS-RTN-ORIG-ID " - "
                       WS-RTN-FAIL-REASON
               MOVE SPACES TO REPORT-LINE
               STRING "RETURNED PAYMENT TO SUSPENSE - ID: "
                                         DELIMITED BY SIZE
                      TS-TRANS-ID        DELIMITED BY SIZE
                      "  ORIGINAL: "     DELIMITED BY SIZE
                      TS-RTN-ORIG-ID     DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-RTN-FAIL-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "R" TO WS-SUSP-REASON
               PERFORM 2065-WRITE-SUSPENSE-ITEM
               ADD 1 TO WS-RTN-UNMATCHED-COUNT
           ELSE
               IF CUST-CHARGED-OFF
                   MOVE "X" TO TRANS-TYPE
               ELSE
                   MOVE TS-TRANS-TYPE TO TRANS-TYPE
               END-IF
               MOVE TS-AMOUNT TO TRANS-AMOUNT
               PERFORM 2070-POST-ONE-TRANSACTION
      * A reversal that did not reach the master was backed out and
      * suspended by 2070; the payment stays unmarked and no fee is
      * charged until it does.
               IF WS-POST-PERSISTED
                   ADD 1 TO WS-RTN-POSTED-COUNT
                   PERFORM 2063-MARK-PAYMENT-RETURNED
                   IF NOT CUST-CHARGED-OFF
                       IF WS-RETURN-FEE > ZERO
                           PERFORM 2064-POST-RETURN-FEE
                       END-IF
                       PERFORM 2069-CHECK-REPEAT-RETURNS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       2062-FIND-RETURNED-PAYMENT.
      ******************************************************************
      * The return does not carry the payment's date, so the customer's
      * history is read from the start; the first entry under the named
      * ID that qualifies is the one reversed. WS-RTN-FAIL-REASON keeps
      * the last reason an entry under that ID was refused.
           SET WS-RTN-NOT-MATCHED TO TRUE
           SET WS-RTN-SCAN-ACTIVE TO TRUE
           MOVE "ORIG PAYMENT NOT ON HISTORY" TO WS-RTN-FAIL-REASON

           MOVE TS-CUST-ID TO HIST-CUST-ID
           MOVE ZERO TO HIST-TRANS-DATE
           MOVE ZERO TO HIST-TRANS-ID

           START TRANS-HISTORY-FILE
               KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET WS-RTN-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL WS-RTN-SCAN-DONE
               READ TRANS-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-RTN-SCAN-DONE TO TRUE
                   NOT AT END
                       IF HIST-CUST-ID NOT = TS-CUST-ID
                           SET WS-RTN-SCAN-DONE TO TRUE
                       ELSE
                           IF HIST-TRANS-ID = TS-RTN-ORIG-ID
                               PERFORM 2086-TEST-RETURNED-PAYMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
       2086-TEST-RETURNED-PAYMENT.
      ******************************************************************
      * A charged-off account's payments since charge-off are all
      * recoveries; one from before it went into the write-off and is
      * left for the collections desk.
           EVALUATE TRUE
               WHEN CUST-CHARGED-OFF AND HIST-TRANS-TYPE NOT = "V"
                   MOVE "ORIGINAL IS NOT A RECOVERY"
                       TO WS-RTN-FAIL-REASON
               WHEN NOT CUST-CHARGED-OFF AND HIST-TRANS-TYPE NOT = "Y"
                   MOVE "ORIGINAL IS NOT A PAYMENT"
                       TO WS-RTN-FAIL-REASON
               WHEN HIST-RETURNED
                   MOVE "ORIGINAL ALREADY RETURNED"
                       TO WS-RTN-FAIL-REASON
               WHEN HIST-AMOUNT NOT = TS-AMOUNT
                   MOVE "AMOUNT DIFFERS FROM PAYMENT"
                       TO WS-RTN-FAIL-REASON
               WHEN OTHER
                   SET WS-RTN-MATCHED TO TRUE
                   MOVE HIST-KEY TO WS-RTN-ORIG-KEY
                   SET WS-RTN-SCAN-DONE TO TRUE
           END-EVALUATE.

      ******************************************************************
       2063-MARK-PAYMENT-RETURNED.
      ******************************************************************
           MOVE WS-RTN-ORIG-KEY TO HIST-KEY

           READ TRANS-HISTORY-FILE
               INVALID KEY
                   DISPLAY "RETURNED PAYMENT RE-READ ERROR: "
                           WS-HIST-STATUS " FOR CUST-ID: " HIST-CUST-ID
               NOT INVALID KEY
                   SET HIST-RETURNED TO TRUE
                   REWRITE HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "RETURNED PAYMENT MARK ERROR: "
                                   WS-HIST-STATUS " FOR CUST-ID: "
                                   HIST-CUST-ID
                   END-REWRITE
           END-READ.

      ******************************************************************
       2064-POST-RETURN-FEE.
      ******************************************************************
      * The returned-item fee follows its reversal through the same
      * posting path as a finance charge, inside the same customer's
      * reconciliation, with IDs in its own system range.
           ADD 1 TO WS-RTN-SEQUENCE
           MOVE CUST-ID         TO TS-CUST-ID
           MOVE "J"             TO TS-TRANS-TYPE
           MOVE WS-RETURN-FEE   TO TS-AMOUNT
           MOVE WS-RUN-DATE-N   TO TS-DATE
           COMPUTE TS-TRANS-ID = 9920000000 + WS-RTN-SEQUENCE
           COMPUTE TS-TIME = WS-CURRENT-HOUR * 10000
                           + WS-CURRENT-MIN * 100
                           + WS-CURRENT-SEC
           MOVE "RETURNED PAYMENT FEE" TO TS-DESC
           MOVE ZERO            TO TS-ATTEMPT
           MOVE SPACE           TO TS-REASON

           MOVE "J" TO TRANS-TYPE
           MOVE WS-RETURN-FEE TO TRANS-AMOUNT

           PERFORM 2070-POST-ONE-TRANSACTION

           IF WS-POSTING-DELTA > ZERO
               ADD 1 TO WS-RTN-FEE-COUNT
           END-IF.

      ******************************************************************
       2069-CHECK-REPEAT-RETURNS.
      ******************************************************************
      * Counts the customer's returned payments in history over the
      * rolling window, the one just posted included. Input is in
      * customer order, so a customer already listed this run is
      * skipped rather than listed once per return.
           IF CUST-ID NOT = WS-RTN-LISTED-CUST-ID
               MOVE ZERO TO WS-RTN-WINDOW-COUNT
               SET WS-RTN-SCAN-ACTIVE TO TRUE
               COMPUTE WS-RTN-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                       - WS-RETURN-WINDOW)

               MOVE CUST-ID TO HIST-CUST-ID
               MOVE WS-RTN-WINDOW-START TO HIST-TRANS-DATE
               MOVE ZERO TO HIST-TRANS-ID

               START TRANS-HISTORY-FILE
                   KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       SET WS-RTN-SCAN-DONE TO TRUE
               END-START

               PERFORM UNTIL WS-RTN-SCAN-DONE
                   READ TRANS-HISTORY-FILE NEXT RECORD
                       AT END
                           SET WS-RTN-SCAN-DONE TO TRUE
                       NOT AT END
                           IF HIST-CUST-ID NOT = CUST-ID
                               SET WS-RTN-SCAN-DONE TO TRUE
                           ELSE
                               IF HIST-TRANS-TYPE = "N"
                                   ADD 1 TO WS-RTN-WINDOW-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-RTN-WINDOW-COUNT NOT < WS-RETURN-LIMIT
                   PERFORM 2089-WRITE-RETURN-EXCEPTION
               END-IF
           END-IF.

      ******************************************************************
       2089-WRITE-RETURN-EXCEPTION.
      ******************************************************************
           IF WS-RTN-EXCP-HDR-NEEDED
               MOVE SPACES TO RETURN-EXCEPTION-LINE
               MOVE WS-CURRENT-DATE TO WS-EDIT-DATE-YMD
               STRING "REPEAT RETURNED PAYMENTS - RUN DATE: "
                                        DELIMITED BY SIZE
                      WS-EDIT-DATE-YMD  DELIMITED BY SIZE
                      "  WINDOW DAYS: " DELIMITED BY SIZE
                      WS-RETURN-WINDOW  DELIMITED BY SIZE
                   INTO RETURN-EXCEPTION-LINE
               WRITE RETURN-EXCEPTION-LINE
               MOVE SPACES TO RETURN-EXCEPTION-LINE
               MOVE "CUST-ID   NAME                            RETURNS"
                   TO RETURN-EXCEPTION-LINE
               MOVE "BALANCE" TO RETURN-EXCEPTION-LINE (60:7)
               WRITE RETURN-EXCEPTION-LINE
               SET WS-RTN-EXCP-HDR-DONE TO TRUE
           END-IF

           MOVE SPACES TO RETURN-EXCEPTION-LINE
           STRING CUST-ID             DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  CUST-NAME           DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WS-RTN-WINDOW-COUNT DELIMITED BY SIZE
               INTO RETURN-EXCEPTION-LINE
           MOVE CUST-BALANCE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RETURN-EXCEPTION-LINE (55:15)
           WRITE RETURN-EXCEPTION-LINE

           MOVE CUST-ID TO WS-RTN-LISTED-CUST-ID
           ADD 1 TO WS-RTN-EXCP-COUNT.

      ******************************************************************
       2067-CHECK-POSTED-DUPLICATE.
      ******************************************************************
                   PERFORM 2074-POST-ADJUSTMENT
               WHEN TRANS-CHARGEBACK
                   PERFORM 2075-POST-CHARGEBACK
               WHEN TRANS-RETURNED-PMT
                   PERFORM 2076-POST-RETURNED-PAYMENT
               WHEN TRANS-WRITE-OFF
                   PERFORM 2082-POST-WRITE-OFF
               WHEN TRANS-RECOVERY
                   PERFORM 2083-POST-RECOVERY
               WHEN TRANS-RECOVERY-RETURN
                   PERFORM 2091-POST-RECOVERY-RETURN
               WHEN TRANS-REFUND-CHECK
                   PERFORM 2092-POST-REFUND-CHECK
               WHEN TRANS-ESCHEAT
                   PERFORM 2093-POST-ESCHEAT-TRANSFER
           END-EVALUATE

           ADD WS-POSTING-DELTA TO WS-RECON-NET-MOVEMENT

      * A payment that brings a system-suspended account back under
      * its limit reinstates it on the spot - the same REWRITE below
      * persists the balance and the status change together. An
      * amount in dispute does not count against the limit.
           PERFORM 2090-COMPUTE-COLLECTIBLE
           IF CUST-SUSPENDED
                  AND CUST-SUSPEND-DATE NUMERIC
                  AND CUST-SUSPEND-DATE > ZERO
                  AND WS-COLLECTIBLE-BALANCE NOT > CUST-CREDIT-LIMIT
               PERFORM 2077-REINSTATE-ACCOUNT
           END-IF

                   PERFORM 2079-BACK-OUT-POSTING
                   MOVE "W" TO WS-SUSP-REASON
                   PERFORM 2065-WRITE-SUSPENSE-ITEM
                   SET WS-POST-BACKED-OUT TO TRUE
               NOT INVALID KEY
                   SET WS-POST-PERSISTED TO TRUE
                   PERFORM 2078-WRITE-HISTORY
                   PERFORM 2080-WRITE-JOURNAL-DETAIL
                   IF WS-STMT-MODE AND WS-CALENDAR-BILLING
                       PERFORM 2220-WRITE-STATEMENT-DETAIL
                   END-IF
                   IF TRANS-RECOVERY OR TRANS-RECOVERY-RETURN
                       PERFORM 2084-WRITE-RECOVERY-LINE
                   END-IF
                   IF WS-DELTA-EVENT NOT = SPACES
                       MOVE CUST-ID TO WS-DELTA-KEY-ID
                       MOVE CUSTOMER-RECORD TO WS-DELTA-AFTER
           MOVE TS-TIME       TO SUSP-TIME
           MOVE TS-DESC       TO SUSP-DESC
           MOVE WS-SUSP-REASON TO SUSP-REASON-CODE
      * A purchase the fraud desk released keeps its release mark,
      * whatever holds it up now, so it comes back past the screening
      * instead of being held again against a hold already closed.
           IF TS-REASON = "F"
               MOVE TS-REASON TO SUSP-REASON-CODE
           END-IF

           ADD 1 TO TS-ATTEMPT GIVING SUSP-ATTEMPT-COUNT
               ON SIZE ERROR
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

      * A cycle statement names the period it covers.
           IF WS-CYC-PERIOD-START > ZERO
               MOVE SPACES TO STATEMENT-LINE
               MOVE WS-CYC-PERIOD-START TO WS-EDIT-CYC-DATE
               MOVE WS-RUN-DATE-N TO WS-EDIT-DATE-YMD
               STRING "STATEMENT PERIOD: " DELIMITED BY SIZE
                      WS-EDIT-CYC-DATE     DELIMITED BY SIZE
                      " THRU "             DELIMITED BY SIZE
                      WS-EDIT-DATE-YMD     DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           MOVE WS-RECON-OPEN-BALANCE TO WS-EDIT-AMOUNT
           STRING "OPENING BALANCE:                      "
      ******************************************************************
       2230-WRITE-STATEMENT-CLOSE.
      ******************************************************************
      * The terms are set against the closing balance just re-read by
      * 2095, so what prints is exactly what the late-fee cycle will
      * later hold the customer to.
           PERFORM 2235-SET-PAYMENT-TERMS

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           MOVE CUST-MIN-PAYMENT-DUE TO WS-EDIT-AMOUNT
           STRING "MINIMUM PAYMENT DUE:                  "
                                  DELIMITED BY SIZE
                  WS-EDIT-AMOUNT  DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF CUST-MIN-PAYMENT-DUE > ZERO
               MOVE SPACES TO STATEMENT-LINE
               MOVE CUST-PAYMENT-DUE-DATE TO WS-EDIT-DATE-YMD
               STRING "PAYMENT DUE DATE:                     "
                                      DELIMITED BY SIZE
                      "    "          DELIMITED BY SIZE
                      WS-EDIT-DATE-YMD DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

      * A held dispute is shown so the customer can see why the
      * minimum is figured on less than the closing balance.
           IF CUST-DISPUTED-AMOUNT > ZERO
               MOVE SPACES TO STATEMENT-LINE
               MOVE CUST-DISPUTED-AMOUNT TO WS-EDIT-AMOUNT
               STRING "AMOUNT IN DISPUTE:                    "
                                      DELIMITED BY SIZE
                      WS-EDIT-AMOUNT  DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           IF WS-COLLECTIBLE-BALANCE > CUST-CREDIT-LIMIT
               MOVE SPACES TO STATEMENT-LINE
               MOVE "*** ACCOUNT IS OVER ITS CREDIT LIMIT ***"
                   TO STATEMENT-LINE
           ADD 1 TO WS-STMT-CUST-COUNT.

      ******************************************************************
       2235-SET-PAYMENT-TERMS.
      ******************************************************************
      * Minimum due: the card's percentage of the closing balance, but
      * never less than the floor, plus whatever stands over the
      * limit - and never more than the balance itself. A zero or
      * credit balance owes nothing, and its late-fee switch is closed
      * as met on the spot so the late-fee cycle passes it by. All of
      * it is figured on the collectible balance: the customer need
      * not pay an amount in dispute while the case is open.
           PERFORM 2090-COMPUTE-COLLECTIBLE
           IF WS-COLLECTIBLE-BALANCE NOT > ZERO
               MOVE ZERO TO WS-MP-AMOUNT
           ELSE
               COMPUTE WS-MP-AMOUNT ROUNDED =
                   WS-COLLECTIBLE-BALANCE * WS-MIN-PAY-PCT / 100
               IF WS-MP-AMOUNT < WS-MIN-PAY-FLOOR
                   MOVE WS-MIN-PAY-FLOOR TO WS-MP-AMOUNT
               END-IF
               IF WS-COLLECTIBLE-BALANCE > CUST-CREDIT-LIMIT
                   COMPUTE WS-MP-OVER-LIMIT =
                       WS-COLLECTIBLE-BALANCE - CUST-CREDIT-LIMIT
                   ADD WS-MP-OVER-LIMIT TO WS-MP-AMOUNT
               END-IF
               IF WS-MP-AMOUNT > WS-COLLECTIBLE-BALANCE
                   MOVE WS-COLLECTIBLE-BALANCE TO WS-MP-AMOUNT
               END-IF
           END-IF

           MOVE WS-RUN-DATE-N TO CUST-STMT-DATE
           MOVE WS-MP-AMOUNT TO CUST-MIN-PAYMENT-DUE
           COMPUTE CUST-PAYMENT-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   + WS-DUE-DAYS)

           IF WS-MP-AMOUNT > ZERO
               SET CUST-LATE-FEE-OPEN TO TRUE
           ELSE
               SET CUST-MINIMUM-MET TO TRUE
           END-IF

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "PAYMENT TERMS REWRITE ERROR: "
                           WS-FILE-STATUS " CUSTOMER " CUST-ID
           END-REWRITE.

      ******************************************************************
       2240-WRITE-CYCLE-STATEMENT.
      ******************************************************************
      * A cycle statement covers the day after the customer's last
      * statement through today, rebuilt from the history master the
      * way a reprint is - today's postings are already there. The
      * opening balance is the first movement's balance-after with the
      * movement backed out, so it agrees with the last statement's
      * closing balance. An account with no movement in the period and
      * a zero balance gets no statement. On a restart an account
      * already carrying today's statement date was cut by the attempt
      * that failed, ahead of its checkpoint, and is passed by.
           IF CUST-STMT-DATE NUMERIC
               MOVE CUST-STMT-DATE TO WS-CYC-LAST-CLOSE
           ELSE
               MOVE ZERO TO WS-CYC-LAST-CLOSE
           END-IF

           IF WS-CYC-LAST-CLOSE < WS-RUN-DATE-N
               IF WS-CYC-LAST-CLOSE > ZERO
                   COMPUTE WS-CYC-PERIOD-START =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-CYC-LAST-CLOSE)
                           + 1)
               ELSE
                   IF CUST-CREATED-DATE NUMERIC
                       MOVE CUST-CREATED-DATE TO WS-CYC-PERIOD-START
                   ELSE
                       MOVE ZERO TO WS-CYC-PERIOD-START
                   END-IF
               END-IF

               PERFORM 2241-SCAN-CYCLE-HISTORY

               IF WS-RPR-NOT-STARTED AND CUST-BALANCE NOT = ZERO
                   MOVE CUST-BALANCE TO WS-RECON-OPEN-BALANCE
                   PERFORM 2210-WRITE-STATEMENT-HEADER
                   SET WS-RPR-STARTED TO TRUE
               END-IF

               IF WS-RPR-STARTED
                   PERFORM 2230-WRITE-STATEMENT-CLOSE
               END-IF

               MOVE ZERO TO WS-CYC-PERIOD-START
           END-IF.

      ******************************************************************
       2241-SCAN-CYCLE-HISTORY.
      ******************************************************************
      * The reprint's started switch is borrowed here; a reprint
      * never runs alongside a statement run.
           SET WS-RPR-NOT-STARTED TO TRUE
           SET WS-CYC-HIST-ACTIVE TO TRUE

           MOVE CUST-ID TO HIST-CUST-ID
           MOVE WS-CYC-LAST-CLOSE TO HIST-TRANS-DATE
           MOVE 9999999999 TO HIST-TRANS-ID

           START TRANS-HISTORY-FILE
               KEY IS GREATER THAN HIST-KEY
               INVALID KEY
                   SET WS-CYC-HIST-DONE TO TRUE
           END-START

           PERFORM UNTIL WS-CYC-HIST-DONE
               READ TRANS-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-CYC-HIST-DONE TO TRUE
                   NOT AT END
                       IF HIST-CUST-ID NOT = CUST-ID
                              OR HIST-TRANS-DATE > WS-RUN-DATE-N
                           SET WS-CYC-HIST-DONE TO TRUE
                       ELSE
                           PERFORM 2242-WRITE-CYCLE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
       2242-WRITE-CYCLE-MOVEMENT.
      ******************************************************************
           IF WS-RPR-NOT-STARTED
               PERFORM 6540-DERIVE-MOVEMENT-DELTA
               COMPUTE WS-RECON-OPEN-BALANCE =
                   HIST-BALANCE-AFTER - WS-RBLD-DELTA
               PERFORM 2210-WRITE-STATEMENT-HEADER
               SET WS-RPR-STARTED TO TRUE
           END-IF

           PERFORM 7830-WRITE-REPRINT-DETAIL.

      ******************************************************************
       2079-BACK-OUT-POSTING.
      ******************************************************************
      * Reverse exactly what 2071 through 2075 accumulated for this
      * transaction. CUST-BALANCE in the record buffer is restored too,
                   ADD TRANS-AMOUNT TO CUST-BALANCE
                   SUBTRACT TRANS-AMOUNT FROM WS-TOTAL-CHARGEBACKS
                   SUBTRACT TRANS-AMOUNT FROM WS-TOTAL-CREDITS
               WHEN TRANS-RETURNED-PMT
                   SUBTRACT TRANS-AMOUNT FROM CUST-BALANCE
                   SUBTRACT TRANS-AMOUNT FROM WS-TOTAL-RETURNED
                   SUBTRACT TRANS-AMOUNT FROM WS-TOTAL-DEBITS
               WHEN TRANS-WRITE-OFF
                   ADD TRANS-AMOUNT TO CUST-BALANCE
                   SUBTRACT TRANS-AMOUNT FROM WS-TOTAL-WRITE-OFFS
                   SUBTRACT TRANS-AMOUNT FROM WS-TOTAL-CREDITS
                   SET CUST-SUSPENDED TO TRUE
                   MOVE ZERO TO CUST-CHGOFF-DATE
                   MOVE ZERO TO CUST-CHGOFF-AMOUNT
               WHEN TRANS-RECOVERY
                   SUBTRACT TRANS-AMOUNT FROM WS-TOTAL-RECOVERIES
                   SUBTRACT TRANS-AMOUNT FROM CUST-RECOVERED-AMOUNT
               WHEN TRANS-RECOVERY-RETURN
                   SUBTRACT TRANS-AMOUNT FROM WS-TOTAL-RECOV-RETURNED
                   ADD TRANS-AMOUNT TO CUST-RECOVERED-AMOUNT
               WHEN TRANS-REFUND-CHECK
                   SUBTRACT TRANS-AMOUNT FROM CUST-BALANCE
                   SUBTRACT TRANS-AMOUNT FROM WS-TOTAL-REFUND-CHECKS
                   SUBTRACT TRANS-AMOUNT FROM WS-TOTAL-DEBITS
               WHEN TRANS-ESCHEAT
                   SUBTRACT TRANS-AMOUNT FROM CUST-BALANCE
                   SUBTRACT TRANS-AMOUNT FROM WS-TOTAL-ESCHEATED
                   SUBTRACT TRANS-AMOUNT FROM WS-TOTAL-DEBITS
           END-EVALUATE

           SUBTRACT WS-POSTING-DELTA FROM WS-RECON-NET-MOVEMENT
           ADD TRANS-AMOUNT TO WS-TOTAL-CREDITS
           COMPUTE WS-POSTING-DELTA = TRANS-AMOUNT * -1.

      ******************************************************************
       2076-POST-RETURNED-PAYMENT.
      ******************************************************************
      * The bounced payment's amount goes back on the balance.
           ADD TRANS-AMOUNT TO CUST-BALANCE
           ADD TRANS-AMOUNT TO WS-TOTAL-RETURNED
           ADD TRANS-AMOUNT TO WS-TOTAL-DEBITS
           MOVE TRANS-AMOUNT TO WS-POSTING-DELTA.

      ******************************************************************
       2082-POST-WRITE-OFF.
      ******************************************************************
      * The whole balance comes off the receivable, and the account is
      * marked charged off in the same REWRITE. The amount written off
      * stays on the account; no payment terms remain open.
           SUBTRACT TRANS-AMOUNT FROM CUST-BALANCE
           ADD TRANS-AMOUNT TO WS-TOTAL-WRITE-OFFS
           ADD TRANS-AMOUNT TO WS-TOTAL-CREDITS
           COMPUTE WS-POSTING-DELTA = TRANS-AMOUNT * -1
           SET CUST-CHARGED-OFF TO TRUE
           MOVE WS-RUN-DATE-N TO CUST-CHGOFF-DATE
           MOVE TRANS-AMOUNT TO CUST-CHGOFF-AMOUNT
           MOVE ZERO TO CUST-RECOVERED-AMOUNT
           SET CUST-MINIMUM-MET TO TRUE
           MOVE "CO" TO WS-DELTA-EVENT.

      ******************************************************************
       2083-POST-RECOVERY.
      ******************************************************************
      * A payment on a charged-off account is cash against a debt
      * already written off: the balance stays at zero and the account
      * stays charged off. Only the recovered total moves.
           IF CUST-RECOVERED-AMOUNT NOT NUMERIC
               MOVE ZERO TO CUST-RECOVERED-AMOUNT
           END-IF
           ADD TRANS-AMOUNT TO CUST-RECOVERED-AMOUNT
           ADD TRANS-AMOUNT TO WS-TOTAL-RECOVERIES
           MOVE ZERO TO WS-POSTING-DELTA.

      ******************************************************************
       2091-POST-RECOVERY-RETURN.
      ******************************************************************
      * A recovery the bank returned never paid anything: it comes back
      * off the amount recovered, and like the recovery it reverses it
      * leaves the balance and the charge-off alone.
           IF CUST-RECOVERED-AMOUNT NOT NUMERIC
               MOVE ZERO TO CUST-RECOVERED-AMOUNT
           END-IF
           SUBTRACT TRANS-AMOUNT FROM CUST-RECOVERED-AMOUNT
           ADD TRANS-AMOUNT TO WS-TOTAL-RECOV-RETURNED
           MOVE ZERO TO WS-POSTING-DELTA.

      ******************************************************************
       2084-WRITE-RECOVERY-LINE.
      ******************************************************************
           MOVE SPACES TO REPORT-LINE
           MOVE TRANS-AMOUNT TO WS-EDIT-AMOUNT
           MOVE CUST-RECOVERED-AMOUNT TO WS-EDIT-AMOUNT-2
           IF TRANS-RECOVERY-RETURN
               MOVE "RECOVERY RETURNED BY BANK - CUST-ID: "
                   TO WS-CO-LINE-TEXT
               ADD 1 TO WS-CO-RECOV-RTN-COUNT
           ELSE
               MOVE "RECOVERY ON CHARGED-OFF ACCOUNT - CUST-ID: "
                   TO WS-CO-LINE-TEXT
               ADD 1 TO WS-CO-RECOVERY-COUNT
           END-IF
           STRING WS-CO-LINE-TEXT    DELIMITED BY "  "
                  " "                DELIMITED BY SIZE
                  CUST-ID            DELIMITED BY SIZE
                  "  AMOUNT: "       DELIMITED BY SIZE
                  WS-EDIT-AMOUNT     DELIMITED BY SIZE
                  "  RECOVERED TO DATE: "
                                     DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-2   DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
       2092-POST-REFUND-CHECK.
      ******************************************************************
      * The customer's credit goes back to them by check: the movement
      * is a debit that brings the balance up to zero.
           ADD TRANS-AMOUNT TO CUST-BALANCE
           ADD TRANS-AMOUNT TO WS-TOTAL-REFUND-CHECKS
           ADD TRANS-AMOUNT TO WS-TOTAL-DEBITS
           MOVE TRANS-AMOUNT TO WS-POSTING-DELTA.

      ******************************************************************
       2093-POST-ESCHEAT-TRANSFER.
      ******************************************************************
      * A dormant credit leaves the account for the owner's state; the
      * debt to the owner becomes a liability to the state.
           ADD TRANS-AMOUNT TO CUST-BALANCE
           ADD TRANS-AMOUNT TO WS-TOTAL-ESCHEATED
           ADD TRANS-AMOUNT TO WS-TOTAL-DEBITS
           MOVE TRANS-AMOUNT TO WS-POSTING-DELTA.

      ******************************************************************
       2087-WRITE-REFUSED-REJECT.
      ******************************************************************
      * The reject type code was set by the caller.
           MOVE TS-CUST-ID TO REJECT-CUST-ID
           MOVE WS-CURRENT-DATE TO REJECT-RUN-DATE
           WRITE REJECT-RECORD
           ADD 1 TO WS-CO-REFUSED-COUNT.

      ******************************************************************
       2095-VERIFY-CUSTOMER-RECONCILIATION.
      ******************************************************************

      * The re-read above leaves the customer's posted closing balance
      * in the record buffer - exactly what the statement must show.
                   IF WS-STMT-MODE AND WS-CALENDAR-BILLING
                       PERFORM 2230-WRITE-STATEMENT-CLOSE
                   END-IF
           END-READ.
                   PERFORM 2120-INACTIVE-CUSTOMER
               WHEN CUST-SUSPENDED
                   PERFORM 2130-SUSPENDED-CUSTOMER
               WHEN CUST-CHARGED-OFF
                   PERFORM 2135-CHARGED-OFF-CUSTOMER
               WHEN OTHER
                   DISPLAY "UNKNOWN STATUS: " CUST-STATUS
                   PERFORM 2150-WRITE-UNKNOWN-STATUS-REJECT
      * A dormant account just archived and deleted above still has its
      * last-read values sitting in the CUSTOMER-RECORD buffer; skip the
      * over-limit check for it rather than report an exception against
      * a CUST-ID that no longer exists in CUSTOMER-FILE. A charge
      * under open dispute is held out of the over-limit test.
           PERFORM 2090-COMPUTE-COLLECTIBLE
           IF WS-NOT-JUST-ARCHIVED
                  AND WS-COLLECTIBLE-BALANCE > CUST-CREDIT-LIMIT
               COMPUTE WS-OVERAGE-AMOUNT =
                   WS-COLLECTIBLE-BALANCE - CUST-CREDIT-LIMIT
               ADD 1 TO WS-ERROR-COUNT
               ADD 1 TO WS-OVER-LIMIT-COUNT
               GENERATE CUSTOMER-EXCEPTION
               PERFORM 2160-WRITE-OVER-LIMIT-REJECT
           END-IF

      * A charged-off account is past collections; its status is
      * never moved again by the cycle counter.
           IF WS-NOT-JUST-ARCHIVED AND NOT CUST-CHARGED-OFF
               PERFORM 2105-UPDATE-COLLECTION-STATUS
           END-IF

      * On cycle billing the statements are cut here, for the accounts
      * whose cycle closes today - the posting pass sees only the
      * customers with transactions today. A charged-off account is
      * off the receivable and gets none.
           IF WS-STMT-MODE AND WS-CYCLE-BILLING
                  AND WS-NOT-JUST-ARCHIVED AND NOT CUST-CHARGED-OFF
               PERFORM 2097-TEST-CLOSING-CYCLE
               IF WS-CYC-CLOSING
                   PERFORM 2240-WRITE-CYCLE-STATEMENT
               END-IF
           END-IF

           IF FUNCTION MOD(WS-RECORD-COUNT WS-CHECKPOINT-INTERVAL) = 0
               PERFORM 2055-WRITE-CHECKPOINT
           END-IF.
      * active account at the configured limit; back under the limit
      * clears the counter and reinstates an account the system itself
      * suspended. Operator holds (suspend date zero) are left alone.
      * The test is on the collectible balance, so a charge we may yet
      * reverse cannot push an account into suspension.
           SET WS-COLL-UNCHANGED TO TRUE
           MOVE CUSTOMER-RECORD TO WS-DELTA-BEFORE
           MOVE SPACES TO WS-DELTA-EVENT
           IF CUST-SUSPEND-DATE NOT NUMERIC
               MOVE ZERO TO CUST-SUSPEND-DATE
           END-IF
           PERFORM 2090-COMPUTE-COLLECTIBLE

           IF WS-COLLECTIBLE-BALANCE > CUST-CREDIT-LIMIT
               ADD 1 TO CUST-OVER-LIMIT-CYCLES
                   ON SIZE ERROR
                       MOVE 99 TO CUST-OVER-LIMIT-CYCLES
               END-REWRITE
           END-IF.

      ******************************************************************
       2090-COMPUTE-COLLECTIBLE.
      ******************************************************************
      * The balance we may pursue: CUST-BALANCE less whatever is held
      * in open disputes. Never more than the balance itself.
           IF CUST-DISPUTED-AMOUNT NOT NUMERIC
               MOVE ZERO TO CUST-DISPUTED-AMOUNT
           END-IF
           COMPUTE WS-COLLECTIBLE-BALANCE =
               CUST-BALANCE - CUST-DISPUTED-AMOUNT.

      ******************************************************************
       2096-DETERMINE-CYCLE.
      ******************************************************************
      * The customer's own code when it carries a good one; otherwise
      * the cycle its account number falls in among the cycles in use,
      * or none at all when no cycles are in use.
           IF CUST-CYCLE-CODE NUMERIC
                  AND CUST-CYCLE-CODE > ZERO
                  AND CUST-CYCLE-CODE NOT > 30
               MOVE CUST-CYCLE-CODE TO WS-CYC-CUST-CYCLE
               SET WS-CYC-ASSIGNED TO TRUE
           ELSE
               SET WS-CYC-UNASSIGNED TO TRUE
               IF WS-CYC-COUNT > ZERO
                   COMPUTE WS-CYC-CUST-CYCLE =
                       FUNCTION MOD(CUST-ID WS-CYC-COUNT) + 1
               ELSE
                   MOVE ZERO TO WS-CYC-CUST-CYCLE
               END-IF
           END-IF.

      ******************************************************************
       2097-TEST-CLOSING-CYCLE.
      ******************************************************************
      * On calendar billing every account closes on every run.
           SET WS-CYC-NOT-CLOSING TO TRUE

           IF WS-CALENDAR-BILLING
               SET WS-CYC-CLOSING TO TRUE
           ELSE
               PERFORM 2096-DETERMINE-CYCLE
               PERFORM VARYING WS-CYC-I FROM 1 BY 1 UNTIL WS-CYC-I > 5
                   IF WS-CYC-CLOSE (WS-CYC-I) = WS-CYC-CUST-CYCLE
                       SET WS-CYC-CLOSING TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       2055-WRITE-CHECKPOINT.
      ******************************************************************
                           "DUPLICATE: " MAINT-MERGE-FROM-ID
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
      * A duplicate still carrying an open dispute cannot be folded
      * in: the case is keyed to the duplicate's ID and would be
      * orphaned. The dispute is closed first, then the merge re-run.
      * A charged-off account on either side stays where it is: a
      * merge would carry its write-off and recoveries onto a live
      * account.
                   EVALUATE TRUE
                       WHEN CUST-DISPUTED-AMOUNT NUMERIC
                              AND CUST-DISPUTED-AMOUNT > ZERO
                           DISPLAY "MAINT REJECT - DUPLICATE HAS OPEN "
                                   "DISPUTE: " MAINT-MERGE-FROM-ID
                           PERFORM 2046-WRITE-MAINT-REJECT
                       WHEN CUST-CHARGED-OFF
                           DISPLAY "MAINT REJECT - DUPLICATE IS "
                                   "CHARGED OFF: " MAINT-MERGE-FROM-ID
                           PERFORM 2046-WRITE-MAINT-REJECT
                       WHEN OTHER
                           MOVE CUSTOMER-RECORD TO WS-MRG-DUP-IMAGE
                           MOVE CUST-BALANCE TO WS-MRG-DUP-BALANCE
                           MOVE CUST-STATUS TO WS-MRG-DUP-STATUS
                           IF CUST-OVER-LIMIT-CYCLES NUMERIC
                               MOVE CUST-OVER-LIMIT-CYCLES
                                   TO WS-MRG-DUP-CYCLES
                           ELSE
                               MOVE ZERO TO WS-MRG-DUP-CYCLES
                           END-IF
                           IF CUST-SUSPEND-DATE NUMERIC
                               MOVE CUST-SUSPEND-DATE
                                   TO WS-MRG-DUP-SUSP-DATE
                           ELSE
                               MOVE ZERO TO WS-MRG-DUP-SUSP-DATE
                           END-IF
                           MOVE ZERO TO WS-MRG-REKEY-COUNT
                           MOVE ZERO TO WS-MRG-REKEY-ERRORS
                           PERFORM 2171-COMBINE-INTO-SURVIVOR
                   END-EVALUATE
           END-READ.

      ******************************************************************
                           "SURVIVOR: " MAINT-CUST-ID
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
                   IF CUST-CHARGED-OFF
                       DISPLAY "MAINT REJECT - SURVIVOR IS CHARGED "
                               "OFF: " MAINT-CUST-ID
                       PERFORM 2046-WRITE-MAINT-REJECT
                   ELSE
                       PERFORM 2178-FOLD-INTO-SURVIVOR
                   END-IF
           END-READ.

      ******************************************************************
       2178-FOLD-INTO-SURVIVOR.
      ******************************************************************
           MOVE CUSTOMER-RECORD TO WS-DELTA-BEFORE

           ADD WS-MRG-DUP-BALANCE TO CUST-BALANCE

      * The worse collections standing survives the merge: the higher
      * cycle counter, and a suspension on either side.
           IF CUST-OVER-LIMIT-CYCLES NOT NUMERIC
               MOVE ZERO TO CUST-OVER-LIMIT-CYCLES
           END-IF
           IF WS-MRG-DUP-CYCLES > CUST-OVER-LIMIT-CYCLES
               MOVE WS-MRG-DUP-CYCLES
                   TO CUST-OVER-LIMIT-CYCLES
           END-IF
           IF WS-MRG-DUP-STATUS = "S" AND NOT CUST-SUSPENDED
               SET CUST-SUSPENDED TO TRUE
               MOVE WS-MRG-DUP-SUSP-DATE TO CUST-SUSPEND-DATE
           END-IF

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "MERGE REWRITE ERROR: "
                           WS-FILE-STATUS
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
                   MOVE "MG" TO WS-DELTA-EVENT
                   MOVE CUST-ID TO WS-DELTA-KEY-ID
                   MOVE CUSTOMER-RECORD TO WS-DELTA-AFTER
                   PERFORM 8100-WRITE-DELTA-RECORD
                   PERFORM 2172-REKEY-HISTORY
                   PERFORM 2173-RETIRE-DUPLICATE
           END-REWRITE.

      ******************************************************************
       2172-REKEY-HISTORY.
                   MAINT-MERGE-FROM-ID " / " MAINT-CUST-ID.

      ******************************************************************
       2180-DECIDE-PENDING-ITEM.
      ******************************************************************
      * An approval card names a held item by customer, submitting
      * run date and card number. The card's operator is the approver;
      * the submitter is whoever keyed the held card.
           MOVE MAINT-OPERATOR-ID TO WS-DC-APPROVE-OPER
           MOVE SPACES TO WS-DC-SUBMIT-OPER
           MOVE MAINT-APV-SUBMIT-DATE TO WS-DC-REF-DATE
           MOVE MAINT-APV-SEQUENCE TO WS-DC-REF-SEQUENCE

           MOVE MAINT-CUST-ID TO PND-CUST-ID
           MOVE MAINT-APV-SUBMIT-DATE TO PND-SUBMIT-DATE
           MOVE MAINT-APV-SEQUENCE TO PND-SEQUENCE

           READ PENDING-FILE
               INVALID KEY
                   DISPLAY "MAINT REJECT - NO SUCH PENDING ITEM: "
                           MAINT-CUST-ID
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
                   MOVE PND-SUBMIT-OPERATOR TO WS-DC-SUBMIT-OPER
                   PERFORM 2181-QUALIFY-DECISION
           END-READ.

      ******************************************************************
       2181-QUALIFY-DECISION.
      ******************************************************************
      * Only an item still waiting can be decided, never by the
      * operator who keyed it, and never in the run that held it - a
      * second operator must have seen it on the audit report. A
      * decline needs the same second operator as an approval.
           EVALUATE TRUE
               WHEN NOT PND-AWAITING
                   DISPLAY "MAINT REJECT - PENDING ITEM ALREADY "
                           "CLOSED: " MAINT-CUST-ID
                   PERFORM 2046-WRITE-MAINT-REJECT
               WHEN PND-SUBMIT-OPERATOR = MAINT-OPERATOR-ID
                   DISPLAY "MAINT REJECT - APPROVER IS SUBMITTER: "
                           MAINT-CUST-ID
                   PERFORM 2046-WRITE-MAINT-REJECT
               WHEN PND-SUBMIT-DATE NOT < WS-RUN-DATE-N
                   DISPLAY "MAINT REJECT - APPROVAL IN SUBMITTING "
                           "RUN: " MAINT-CUST-ID
                   PERFORM 2046-WRITE-MAINT-REJECT
               WHEN MAINT-APV-DECLINED
                   PERFORM 2183-DECLINE-PENDING-ITEM
               WHEN OTHER
                   PERFORM 2182-APPLY-PENDING-ITEM
           END-EVALUATE.

      ******************************************************************
       2182-APPLY-PENDING-ITEM.
      ******************************************************************
      * The held card is put back exactly as keyed and applied through
      * its own paragraph, with the dual-control tests stood down. Any
      * edit it fails today - the account charged off or merged away
      * since - rejects it as it would any card, and the item is closed
      * as failed rather than left to be approved again.
           MOVE PND-MAINT-IMAGE TO MAINT-RECORD
           SET WS-DC-APPLY-APPROVED TO TRUE

           EVALUATE TRUE
               WHEN MAINT-CHANGE
                   PERFORM 2044-CHANGE-CUSTOMER
               WHEN MAINT-STATUS-SET
                   PERFORM 2045-SET-CUSTOMER-STATUS
               WHEN MAINT-MERGE
                   PERFORM 2170-MERGE-CUSTOMER
           END-EVALUATE

           SET WS-DC-APPLY-NORMAL TO TRUE

           IF WS-MAINT-REJECT-COUNT > WS-DC-REJECTS-BEFORE
               SET PND-APPLY-FAILED TO TRUE
               MOVE "APPROVED - APPLY FAILED" TO WS-DC-OUTCOME
           ELSE
               SET PND-APPLIED TO TRUE
               ADD 1 TO WS-MAINT-APPROVED-COUNT
               MOVE "APPROVED AND APPLIED" TO WS-DC-OUTCOME
           END-IF

           MOVE WS-DC-APPROVE-OPER TO PND-DECIDE-OPERATOR
           MOVE WS-RUN-DATE-N TO PND-DECIDE-DATE
           PERFORM 2184-REWRITE-PENDING-ITEM.

      ******************************************************************
       2183-DECLINE-PENDING-ITEM.
      ******************************************************************
      * The held card is put back only so the audit line names the
      * action that was turned down.
           MOVE PND-MAINT-IMAGE TO MAINT-RECORD
           SET PND-DECLINED TO TRUE
           MOVE WS-DC-APPROVE-OPER TO PND-DECIDE-OPERATOR
           MOVE WS-RUN-DATE-N TO PND-DECIDE-DATE
           ADD 1 TO WS-MAINT-DECLINED-COUNT
           MOVE "DECLINED BY APPROVER" TO WS-DC-OUTCOME
           PERFORM 2184-REWRITE-PENDING-ITEM.

      ******************************************************************
       2184-REWRITE-PENDING-ITEM.
      ******************************************************************
      * An item decided but not marked would be open to a second
      * decision tomorrow, so a failed rewrite is a run error.
           REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "PENDING FILE REWRITE ERROR: "
                           WS-PND-STATUS " CUST-ID: " PND-CUST-ID
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

      ******************************************************************
       2185-HOLD-FOR-APPROVAL.
      ******************************************************************
      * The card is kept whole, keyed by the customer, today's run
      * date and its number in today's file - the reference printed
      * on the audit report for the approver to key. The caller has
      * set the hold reason.
           MOVE SPACES TO PENDING-RECORD
           MOVE MAINT-CUST-ID TO PND-CUST-ID
           MOVE WS-RUN-DATE-N TO PND-SUBMIT-DATE
           MOVE WS-MAINT-READ-COUNT TO PND-SEQUENCE
           MOVE MAINT-ACTION TO PND-ACTION
           MOVE WS-DC-HOLD-REASON TO PND-REASON
           SET PND-AWAITING TO TRUE
           MOVE MAINT-OPERATOR-ID TO PND-SUBMIT-OPERATOR
           MOVE ZERO TO PND-DECIDE-DATE
           MOVE MAINT-RECORD TO PND-MAINT-IMAGE

           WRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "MAINT REJECT - CARD ALREADY PENDING: "
                           MAINT-CUST-ID
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-HELD-COUNT
                   MOVE PND-SUBMIT-DATE TO WS-DC-REF-DATE
                   MOVE PND-SEQUENCE TO WS-DC-REF-SEQUENCE
                   MOVE "HELD FOR APPROVAL" TO WS-DC-OUTCOME
           END-WRITE.

      ******************************************************************
       2186-OPEN-DUAL-CONTROL-FILES.
      ******************************************************************
      * The pending file accumulates across runs; the first run in a
      * new environment creates it, as the dispute open does. The
      * audit report is the day's own and starts with its heading.
           OPEN I-O PENDING-FILE

           IF WS-PND-NOT-FOUND
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF

           IF NOT WS-PND-OK
               DISPLAY "PENDING APPROVAL FILE OPEN ERROR: "
                       WS-PND-STATUS
               MOVE 1 TO LS-RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-AUDIT-REPORT

           MOVE SPACES TO MAINT-AUDIT-LINE
           MOVE WS-CURRENT-DATE TO WS-EDIT-DATE-YMD
           STRING "MAINTENANCE AUDIT - RUN DATE: "
                                        DELIMITED BY SIZE
                  WS-EDIT-DATE-YMD      DELIMITED BY SIZE
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-LINE

           MOVE SPACES TO MAINT-AUDIT-LINE
           MOVE "CUST-ID   ACT SUBMITTED APPROVED" TO MAINT-AUDIT-LINE
           MOVE "OUTCOME" TO MAINT-AUDIT-LINE (35:7)
           MOVE "PENDING REF" TO MAINT-AUDIT-LINE (61:11)
           WRITE MAINT-AUDIT-LINE.

      ******************************************************************
       2190-EXPIRE-PENDING-ITEMS.
      ******************************************************************
      * Every item still waiting that was held more than the expiry
      * days ago is closed as expired and reported. The change it
      * carried is dropped; it must be keyed again to be reconsidered.
           COMPUTE WS-DC-EXPIRE-CUTOFF =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   - WS-DC-EXPIRE-DAYS)

           SET WS-DC-PND-MORE TO TRUE
           MOVE ZERO TO PND-CUST-ID
           MOVE ZERO TO PND-SUBMIT-DATE
           MOVE ZERO TO PND-SEQUENCE

           START PENDING-FILE
               KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   SET WS-DC-PND-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-DC-PND-EOF
               READ PENDING-FILE NEXT RECORD
                   AT END
                       SET WS-DC-PND-EOF TO TRUE
                   NOT AT END
                       IF PND-AWAITING
                              AND PND-SUBMIT-DATE < WS-DC-EXPIRE-CUTOFF
                           PERFORM 2191-EXPIRE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
       2191-EXPIRE-ONE-ITEM.
      ******************************************************************
           SET PND-EXPIRED TO TRUE
           MOVE SPACES TO PND-DECIDE-OPERATOR
           MOVE WS-RUN-DATE-N TO PND-DECIDE-DATE
           PERFORM 2184-REWRITE-PENDING-ITEM
           ADD 1 TO WS-MAINT-EXPIRED-COUNT

           MOVE PND-CUST-ID TO WS-DC-AUD-CUST-ID
           MOVE PND-ACTION TO WS-DC-AUD-ACTION
           MOVE PND-SUBMIT-OPERATOR TO WS-DC-SUBMIT-OPER
           MOVE SPACES TO WS-DC-APPROVE-OPER
           MOVE PND-SUBMIT-DATE TO WS-DC-REF-DATE
           MOVE PND-SEQUENCE TO WS-DC-REF-SEQUENCE
           MOVE "EXPIRED UNAPPROVED" TO WS-DC-OUTCOME
           PERFORM 2195-WRITE-MAINT-AUDIT-LINE.

      ******************************************************************
       2195-WRITE-MAINT-AUDIT-LINE.
      ******************************************************************
      * The caller has set the customer, action, operators, outcome
      * and, for anything held or decided, the pending reference.
           MOVE SPACES TO MAINT-AUDIT-LINE
           MOVE WS-DC-AUD-CUST-ID TO MAINT-AUDIT-LINE (1:8)
           MOVE WS-DC-AUD-ACTION TO MAINT-AUDIT-LINE (11:1)
           MOVE WS-DC-SUBMIT-OPER TO MAINT-AUDIT-LINE (15:8)
           MOVE WS-DC-APPROVE-OPER TO MAINT-AUDIT-LINE (25:8)
           MOVE WS-DC-OUTCOME TO MAINT-AUDIT-LINE (35:24)
           IF WS-DC-REF-DATE NOT = ZERO
               MOVE WS-DC-REF-DATE TO MAINT-AUDIT-LINE (61:8)
               MOVE "-" TO MAINT-AUDIT-LINE (69:1)
               MOVE WS-DC-REF-SEQUENCE TO MAINT-AUDIT-LINE (70:5)
           END-IF
           WRITE MAINT-AUDIT-LINE.

      ******************************************************************
       2110-ACTIVE-CUSTOMER.
      ******************************************************************
           ADD CUST-BALANCE TO WS-TOTAL-AMOUNT

           MOVE CUST-BALANCE TO WS-EDIT-AMOUNT
           DISPLAY "ACTIVE CUSTOMER: " CUST-NAME
                   " BALANCE: " WS-EDIT-AMOUNT.

      ******************************************************************
       2120-INACTIVE-CUSTOMER.
      ******************************************************************
           DISPLAY "INACTIVE CUSTOMER: " CUST-NAME
           PERFORM 2140-CHECK-ARCHIVE-ELIGIBILITY.

      ******************************************************************
       2130-SUSPENDED-CUSTOMER.
      ******************************************************************
           DISPLAY "SUSPENDED CUSTOMER: " CUST-NAME
           PERFORM 2140-CHECK-ARCHIVE-ELIGIBILITY.

      ******************************************************************
       2135-CHARGED-OFF-CUSTOMER.
      ******************************************************************
      * A charged-off account is kept on the master for the charge-off
      * retention period, however long it has been dormant; only then
      * does the ordinary archive test apply.
           DISPLAY "CHARGED-OFF CUSTOMER: " CUST-NAME

           COMPUTE WS-CO-RETAIN-CUTOFF =
               (WS-CURRENT-YEAR - WS-CO-RETAIN-YEARS) * 10000
               + WS-CURRENT-MONTH * 100
               + WS-CURRENT-DAY

           IF CUST-CHGOFF-DATE NUMERIC
                  AND CUST-CHGOFF-DATE > ZERO
                  AND CUST-CHGOFF-DATE < WS-CO-RETAIN-CUTOFF
               PERFORM 2140-CHECK-ARCHIVE-ELIGIBILITY
           END-IF.

      ******************************************************************
       2140-CHECK-ARCHIVE-ELIGIBILITY.
      ******************************************************************
           COMPUTE WS-CUTOFF-YEAR = WS-CURRENT-YEAR - WS-RETENTION-YEARS
           COMPUTE WS-CUTOFF-DATE = WS-CUTOFF-YEAR * 10000
                                  + WS-CURRENT-MONTH * 100
                                  + WS-CURRENT-DAY

           IF CUST-LAST-ACTIVITY-DATE = ZERO
               MOVE CUST-CREATED-DATE TO WS-ACTIVITY-DATE
           ELSE
               MOVE CUST-LAST-ACTIVITY-DATE TO WS-ACTIVITY-DATE
           END-IF

      * An account still holding the customer's money is never
      * purged, however dormant: the credit has to be refunded or
      * turned over to the state by the CREDITBAL run first.
           IF WS-ACTIVITY-DATE < WS-CUTOFF-DATE
               IF CUST-BALANCE < ZERO
                   DISPLAY "ARCHIVE REFUSED - CREDIT BALANCE: " CUST-ID
                   ADD 1 TO WS-CB-ARCH-REFUSED
               ELSE
                   PERFORM 2145-ARCHIVE-CUSTOMER
               END-IF
           END-IF.

      ******************************************************************
       2145-ARCHIVE-CUSTOMER.
      ******************************************************************
           MOVE CUSTOMER-RECORD TO ARCH-CUSTOMER-DATA
           MOVE WS-CURRENT-DATE TO ARCH-RUN-DATE
           WRITE ARCHIVE-RECORD
           ADD 1 TO WS-ARCHIVE-COUNT
           SET WS-JUST-ARCHIVED TO TRUE

           DELETE CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "DELETE ERROR: " WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "AD" TO WS-DELTA-EVENT
                   MOVE CUST-ID TO WS-DELTA-KEY-ID
                   MOVE CUSTOMER-RECORD TO WS-DELTA-BEFORE
                   MOVE SPACES TO WS-DELTA-AFTER
                   PERFORM 8100-WRITE-DELTA-RECORD
           END-DELETE.

      ******************************************************************
       2300-ASSESS-FINANCE-CHARGES.
      ******************************************************************
      * Month-end sweep of the customer master: every active account
      * carrying a positive balance outside the grace window is
      * assessed a finance charge, posted as a system-generated "J"
      * adjustment through the normal posting path. On cycle billing
      * the sweep charges only the cycles the card closes today, and
      * the run date is their closing day, so each account is charged
      * once a cycle with its grace window counted back from its own
      * close. Run it ahead of STATEMENT on a cycle day so the charge
      * is on the statement.
      *
      * This run writes a fresh SUSPOUT (a failed charge REWRITE lands
      * there) and SUSPOUT becomes the next run's SUSPIN, so whatever
           MOVE "FINANCE CHARGE REGISTER" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-CYCLE-BILLING
               MOVE SPACES TO REPORT-LINE
               STRING "BILLING CYCLES CLOSING: " DELIMITED BY SIZE
                      WS-CYC-CLOSE-TEXT          DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE "CUST-ID   NAME                            BALANCE"
               TO REPORT-LINE
      ******************************************************************
       2310-ASSESS-ONE-ACCOUNT.
      ******************************************************************
      * The finance-charge base is the collectible balance - an amount
      * in open dispute draws no charge while the case is decided.
           PERFORM 2090-COMPUTE-COLLECTIBLE
           PERFORM 2097-TEST-CLOSING-CYCLE
           IF NOT CUST-ACTIVE OR WS-COLLECTIBLE-BALANCE NOT > ZERO
                  OR WS-CYC-NOT-CLOSING
               CONTINUE
           ELSE
               PERFORM 2311-CHECK-GRACE-PERIOD
       2312-COMPUTE-CHARGE.
      ******************************************************************
           COMPUTE WS-FC-CHARGE ROUNDED =
               WS-COLLECTIBLE-BALANCE * WS-FINANCE-RATE / 100
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-FC-CHARGE
           END-COMPUTE
           END-IF.

      ******************************************************************
       2400-ASSESS-LATE-FEES.
      ******************************************************************
      * Sweep of the customer master for statements whose due date has
      * passed with the late-fee switch still open. The payments the
      * history master shows between the statement and its due date
      * are held against the minimum the statement printed; a shortfall
      * is charged the card's late fee as a system-generated "J"
      * adjustment through the normal posting path, and either way the
      * switch is closed so the statement is judged only once.
      *
      * Like the finance-charge run, this run writes a fresh SUSPOUT,
      * so the previous posting run's suspense is carried forward
      * first.
           PERFORM 2320-CARRY-SUSPENSE-FORWARD

           MOVE SPACES TO REPORT-LINE
           MOVE "LATE FEE REGISTER" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "CUST-ID   NAME                            MINIMUM DUE"
               TO REPORT-LINE
           MOVE "PAID" TO REPORT-LINE (71:4)
           MOVE "FEE" TO REPORT-LINE (89:3)
           WRITE REPORT-LINE

           MOVE ZERO TO WS-LF-COUNT
           MOVE ZERO TO WS-LF-MET-COUNT
           MOVE ZERO TO WS-LF-TOTAL

           SET WS-NOT-EOF TO TRUE

           PERFORM UNTIL WS-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2410-CHECK-ONE-DUE-DATE
               END-READ
           END-PERFORM

           SET WS-NOT-EOF TO TRUE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-LF-TOTAL TO WS-EDIT-GRAND-TOTAL
           STRING "ACCOUNTS ASSESSED: "  DELIMITED BY SIZE
                  WS-LF-COUNT            DELIMITED BY SIZE
                  "  MINIMUMS MET: "     DELIMITED BY SIZE
                  WS-LF-MET-COUNT        DELIMITED BY SIZE
                  "  TOTAL FEES: "       DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL    DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "LATE FEES ASSESSED: " WS-LF-COUNT.

      ******************************************************************
       2410-CHECK-ONE-DUE-DATE.
      ******************************************************************
      * Only an open switch with a due date already behind the run date
      * is judged; a statement still inside its terms waits for a later
      * cycle. An account whose balance has since dropped to zero or
      * into credit owes nothing, whatever it paid.
           IF NOT CUST-LATE-FEE-OPEN
                  OR CUST-PAYMENT-DUE-DATE NOT NUMERIC
                  OR CUST-PAYMENT-DUE-DATE = ZERO
                  OR CUST-PAYMENT-DUE-DATE NOT < WS-RUN-DATE-N
               CONTINUE
           ELSE
               PERFORM 2420-SUM-TERM-PAYMENTS
               IF WS-LF-PAID NOT < CUST-MIN-PAYMENT-DUE
                      OR CUST-BALANCE NOT > ZERO
                   SET CUST-MINIMUM-MET TO TRUE
                   PERFORM 2425-CLOSE-LATE-FEE-SWITCH
                   ADD 1 TO WS-LF-MET-COUNT
               ELSE
                   IF WS-LATE-FEE > ZERO
                       PERFORM 2430-POST-LATE-FEE
                   ELSE
                       SET CUST-LATE-FEE-ASSESSED TO TRUE
                       PERFORM 2425-CLOSE-LATE-FEE-SWITCH
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       2420-SUM-TERM-PAYMENTS.
      ******************************************************************
      * Payments count from the day after the statement through the due
      * date. Anything posted on the statement date itself is already
      * in the closing balance the minimum was figured from.
           MOVE ZERO TO WS-LF-PAID
           SET WS-LF-SCAN-ACTIVE TO TRUE

           MOVE CUST-ID TO HIST-CUST-ID
           MOVE CUST-STMT-DATE TO HIST-TRANS-DATE
           MOVE 9999999999 TO HIST-TRANS-ID

           START TRANS-HISTORY-FILE
               KEY IS GREATER THAN HIST-KEY
               INVALID KEY
                   SET WS-LF-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL WS-LF-SCAN-DONE
               READ TRANS-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-LF-SCAN-DONE TO TRUE
                   NOT AT END
                       IF HIST-CUST-ID NOT = CUST-ID
                              OR HIST-TRANS-DATE >
                                 CUST-PAYMENT-DUE-DATE
                           SET WS-LF-SCAN-DONE TO TRUE
                       ELSE
                           IF HIST-TRANS-TYPE = "Y"
                                  AND NOT HIST-RETURNED
                               ADD HIST-AMOUNT TO WS-LF-PAID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
       2425-CLOSE-LATE-FEE-SWITCH.
      ******************************************************************
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "LATE FEE SWITCH REWRITE ERROR: "
                           WS-FILE-STATUS " CUSTOMER " CUST-ID
           END-REWRITE.

      ******************************************************************
       2430-POST-LATE-FEE.
      ******************************************************************
      * Posted exactly as 2313 posts a finance charge. The switch is
      * set in the record buffer first, so the same REWRITE that puts
      * the fee on the balance also closes the statement; a REWRITE
      * that fails is backed out and suspended by 2070, and 2095's
      * re-read leaves the switch open for the next cycle.
           ADD 1 TO WS-LF-SEQUENCE
           SET CUST-LATE-FEE-ASSESSED TO TRUE

           MOVE CUST-ID         TO TS-CUST-ID
           MOVE "J"             TO TS-TRANS-TYPE
           MOVE WS-LATE-FEE     TO TS-AMOUNT
           MOVE WS-RUN-DATE-N   TO TS-DATE
           COMPUTE TS-TRANS-ID = 9910000000 + WS-LF-SEQUENCE
           COMPUTE TS-TIME = WS-CURRENT-HOUR * 10000
                           + WS-CURRENT-MIN * 100
                           + WS-CURRENT-SEC
           MOVE "LATE FEE - MINIMUM PAYMENT NOT RECEIVED" TO TS-DESC
           MOVE ZERO            TO TS-ATTEMPT
           MOVE SPACE           TO TS-REASON

           MOVE "J" TO TRANS-TYPE
           MOVE WS-LATE-FEE TO TRANS-AMOUNT

           MOVE CUST-ID TO WS-RECON-CUST-ID
           MOVE CUST-BALANCE TO WS-RECON-OPEN-BALANCE
           MOVE ZERO TO WS-RECON-NET-MOVEMENT
           SET WS-RECON-ACTIVE TO TRUE

           PERFORM 2070-POST-ONE-TRANSACTION

           IF WS-POSTING-DELTA > ZERO
               PERFORM 2440-WRITE-LATE-FEE-LINE
           END-IF

           PERFORM 2095-VERIFY-CUSTOMER-RECONCILIATION
           SET WS-RECON-NOT-ACTIVE TO TRUE.

      ******************************************************************
       2440-WRITE-LATE-FEE-LINE.
      ******************************************************************
           MOVE SPACES TO REPORT-LINE
           MOVE CUST-MIN-PAYMENT-DUE TO WS-EDIT-AMOUNT
           STRING CUST-ID        DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  CUST-NAME      DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE WS-LF-PAID TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE (60:15)
           MOVE WS-LATE-FEE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE (77:15)
           WRITE REPORT-LINE

           ADD 1 TO WS-LF-COUNT
           ADD WS-LATE-FEE TO WS-LF-TOTAL.

      ******************************************************************
       2500-OPEN-DISPUTE.
      ******************************************************************
      * Opens a billing-dispute case against one posted charge. The
      * card names the item by its history TRANS-ID; only a purchase
      * or a charged adjustment can be disputed, and an item carries
      * at most one case in its lifetime. From the moment the case
      * opens, its amount is held out of the customer's collectible
      * balance.
           MOVE MAINT-CUST-ID TO CUST-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "MAINT REJECT - DISPUTE FOR UNKNOWN "
                           "CUSTOMER: " MAINT-CUST-ID
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
                   PERFORM 2501-QUALIFY-DISPUTE
           END-READ.

      ******************************************************************
       2501-QUALIFY-DISPUTE.
      ******************************************************************
           SET WS-DSP-NOT-MATCHED TO TRUE
           MOVE MAINT-CUST-ID TO DSP-CUST-ID
           MOVE MAINT-DSP-TRANS-ID TO DSP-TRANS-ID

      * A charged-off account's balance has already left the
      * receivable, so there is nothing left to hold a dispute against
      * and no credit it could later take; the card is refused.
           IF CUST-CHARGED-OFF
               MOVE "ACCOUNT CHARGED OFF" TO WS-DSP-FAIL-REASON
           ELSE
               READ DISPUTE-FILE
                   INVALID KEY
                       PERFORM 2505-FIND-DISPUTED-ITEM
                   NOT INVALID KEY
                       MOVE "ITEM ALREADY DISPUTED"
                           TO WS-DSP-FAIL-REASON
               END-READ
           END-IF

      * A blank or zero amount disputes the whole item; a partial
      * dispute may not exceed it.
           IF WS-DSP-MATCHED
               MOVE WS-DSP-ITEM-AMOUNT TO WS-DSP-AMOUNT
               IF MAINT-DSP-AMOUNT-X NOT = SPACES
                   IF MAINT-DSP-AMOUNT > ZERO
                       MOVE MAINT-DSP-AMOUNT TO WS-DSP-AMOUNT
                   END-IF
               END-IF
               IF WS-DSP-AMOUNT > WS-DSP-ITEM-AMOUNT
                   SET WS-DSP-NOT-MATCHED TO TRUE
                   MOVE "AMOUNT EXCEEDS DISPUTED ITEM"
                       TO WS-DSP-FAIL-REASON
               END-IF
           END-IF

           IF WS-DSP-MATCHED
               PERFORM 2510-WRITE-DISPUTE-CASE
           ELSE
               DISPLAY "MAINT REJECT - DISPUTE NOT OPENED: "
                       MAINT-CUST-ID " " WS-DSP-FAIL-REASON
               PERFORM 2046-WRITE-MAINT-REJECT
           END-IF.

      ******************************************************************
       2505-FIND-DISPUTED-ITEM.
      ******************************************************************
      * The card does not carry the item's date, so the customer's
      * history is read from the start, as for a returned payment.
           SET WS-DSP-NOT-MATCHED TO TRUE
           SET WS-DSP-SCAN-ACTIVE TO TRUE
           MOVE "ITEM NOT ON HISTORY" TO WS-DSP-FAIL-REASON

           MOVE MAINT-CUST-ID TO HIST-CUST-ID
           MOVE ZERO TO HIST-TRANS-DATE
           MOVE ZERO TO HIST-TRANS-ID

           START TRANS-HISTORY-FILE
               KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET WS-DSP-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL WS-DSP-SCAN-DONE
               READ TRANS-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-DSP-SCAN-DONE TO TRUE
                   NOT AT END
                       IF HIST-CUST-ID NOT = MAINT-CUST-ID
                           SET WS-DSP-SCAN-DONE TO TRUE
                       ELSE
                           IF HIST-TRANS-ID = MAINT-DSP-TRANS-ID
                               PERFORM 2506-TEST-DISPUTED-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
       2506-TEST-DISPUTED-ITEM.
      ******************************************************************
           EVALUATE TRUE
               WHEN HIST-TRANS-TYPE NOT = "P"
                      AND HIST-TRANS-TYPE NOT = "J"
                   MOVE "ITEM IS NOT A CHARGE" TO WS-DSP-FAIL-REASON
               WHEN HIST-AMOUNT NOT > ZERO
                   MOVE "ITEM IS NOT A CHARGE" TO WS-DSP-FAIL-REASON
               WHEN OTHER
                   SET WS-DSP-MATCHED TO TRUE
                   MOVE HIST-TRANS-DATE TO WS-DSP-ITEM-DATE
                   MOVE HIST-TRANS-TYPE TO WS-DSP-ITEM-TYPE
                   MOVE HIST-AMOUNT TO WS-DSP-ITEM-AMOUNT
                   SET WS-DSP-SCAN-DONE TO TRUE
           END-EVALUATE.

      ******************************************************************
       2510-WRITE-DISPUTE-CASE.
      ******************************************************************
           MOVE SPACES TO DISPUTE-RECORD
           MOVE MAINT-CUST-ID TO DSP-CUST-ID
           MOVE MAINT-DSP-TRANS-ID TO DSP-TRANS-ID
           MOVE WS-DSP-ITEM-DATE TO DSP-TRANS-DATE
           MOVE WS-DSP-ITEM-TYPE TO DSP-TRANS-TYPE
           MOVE WS-DSP-AMOUNT TO DSP-AMOUNT
           SET DSP-OPEN TO TRUE
           MOVE WS-RUN-DATE-N TO DSP-OPEN-DATE
           MOVE ZERO TO DSP-CLOSE-DATE
           SET DSP-NO-CREDIT TO TRUE
           MOVE ZERO TO DSP-CREDIT-TRANS-ID

           WRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "DISPUTE WRITE ERROR: " WS-DSP-STATUS
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
                   PERFORM 2515-HOLD-DISPUTED-AMOUNT
           END-WRITE.

      ******************************************************************
       2515-HOLD-DISPUTED-AMOUNT.
      ******************************************************************
      * The case and the hold on the master go together: if the
      * customer cannot be rewritten the case just written is taken
      * back off the dispute master and the card rejected whole.
           MOVE CUSTOMER-RECORD TO WS-DELTA-BEFORE
           IF CUST-DISPUTED-AMOUNT NOT NUMERIC
               MOVE ZERO TO CUST-DISPUTED-AMOUNT
           END-IF
           ADD DSP-AMOUNT TO CUST-DISPUTED-AMOUNT

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "DISPUTE REWRITE ERROR: " WS-FILE-STATUS
                   DELETE DISPUTE-FILE RECORD
                       INVALID KEY
                           DISPLAY "DISPUTE BACK-OUT ERROR: "
                                   WS-DSP-STATUS
                   END-DELETE
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-DSP-OPEN-COUNT
                   MOVE "DO" TO WS-DELTA-EVENT
                   MOVE CUST-ID TO WS-DELTA-KEY-ID
                   MOVE CUSTOMER-RECORD TO WS-DELTA-AFTER
                   PERFORM 8100-WRITE-DELTA-RECORD
                   MOVE "DISPUTE OPENED" TO WS-DSP-AUDIT-TEXT
                   PERFORM 2540-WRITE-DISPUTE-AUDIT
           END-REWRITE.

      ******************************************************************
       2520-CLOSE-DISPUTE.
      ******************************************************************
      * Closes an open case on the decision the card carries. Either
      * way the hold comes off the customer's collectible balance; a
      * decision for the customer also leaves the case's credit
      * pending, and the next posting pass releases it.
           MOVE MAINT-CUST-ID TO DSP-CUST-ID
           MOVE MAINT-DSP-TRANS-ID TO DSP-TRANS-ID

           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "MAINT REJECT - NO DISPUTE ON FILE: "
                           MAINT-CUST-ID " " MAINT-DSP-TRANS-ID
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
                   IF DSP-OPEN
                       PERFORM 2521-READ-DISPUTING-CUSTOMER
                   ELSE
                       DISPLAY "MAINT REJECT - DISPUTE ALREADY "
                               "CLOSED: " MAINT-CUST-ID " "
                               MAINT-DSP-TRANS-ID
                       PERFORM 2046-WRITE-MAINT-REJECT
                   END-IF
           END-READ.

      ******************************************************************
       2521-READ-DISPUTING-CUSTOMER.
      ******************************************************************
           MOVE MAINT-CUST-ID TO CUST-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "MAINT REJECT - DISPUTE FOR UNKNOWN "
                           "CUSTOMER: " MAINT-CUST-ID
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
                   PERFORM 2525-RELEASE-DISPUTE-HOLD
           END-READ.

      ******************************************************************
       2525-RELEASE-DISPUTE-HOLD.
      ******************************************************************
      * The case is closed on the dispute master first and the hold
      * comes off the customer only once that has held, as on the
      * open. If the customer cannot then be rewritten the case is put
      * back open and the card rejected whole, so a re-keyed card finds
      * both as they were.
           PERFORM 2526-MARK-DISPUTE-CLOSED

           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "DISPUTE REWRITE ERROR: " WS-DSP-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
                   PERFORM 2527-RELEASE-CUSTOMER-HOLD
           END-REWRITE.

      ******************************************************************
       2527-RELEASE-CUSTOMER-HOLD.
      ******************************************************************
      * A restored account comes back with no hold on it, so the
      * release never takes the disputed total below zero.
           MOVE CUSTOMER-RECORD TO WS-DELTA-BEFORE
           IF CUST-DISPUTED-AMOUNT NOT NUMERIC
               MOVE ZERO TO CUST-DISPUTED-AMOUNT
           END-IF
           SUBTRACT DSP-AMOUNT FROM CUST-DISPUTED-AMOUNT
           IF CUST-DISPUTED-AMOUNT < ZERO
               MOVE ZERO TO CUST-DISPUTED-AMOUNT
           END-IF

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "DISPUTE REWRITE ERROR: " WS-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   SET DSP-OPEN TO TRUE
                   MOVE ZERO TO DSP-CLOSE-DATE
                   SET DSP-NO-CREDIT TO TRUE
                   REWRITE DISPUTE-RECORD
                       INVALID KEY
                           DISPLAY "DISPUTE BACK-OUT ERROR: "
                                   WS-DSP-STATUS
                   END-REWRITE
                   PERFORM 2046-WRITE-MAINT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-DSP-CLOSE-COUNT
                   MOVE "DC" TO WS-DELTA-EVENT
                   MOVE CUST-ID TO WS-DELTA-KEY-ID
                   MOVE CUSTOMER-RECORD TO WS-DELTA-AFTER
                   PERFORM 8100-WRITE-DELTA-RECORD
                   PERFORM 2540-WRITE-DISPUTE-AUDIT
           END-REWRITE.

      ******************************************************************
       2526-MARK-DISPUTE-CLOSED.
      ******************************************************************
           MOVE WS-RUN-DATE-N TO DSP-CLOSE-DATE

           IF MAINT-DSP-FOR-CUSTOMER
               SET DSP-CLOSED-FOR-CUST TO TRUE
               SET DSP-CREDIT-PENDING TO TRUE
               MOVE "DISPUTE CLOSED - CREDIT" TO WS-DSP-AUDIT-TEXT
           ELSE
               SET DSP-CLOSED-AGAINST TO TRUE
               MOVE "DISPUTE CLOSED - UPHELD" TO WS-DSP-AUDIT-TEXT
           END-IF.

      ******************************************************************
       2530-RELEASE-DISPUTE-CREDITS.
      ******************************************************************
      * Every case decided for the customer since the last posting run
      * becomes a chargeback credit in today's sort, so it posts, lands
      * in history, and reconciles like any other movement. The case
      * is marked released before the credit goes into the sort; from
      * there the suspense path owns it, and 2059 recycles it to
      * suspense if the day's file is rejected.
           SET WS-DSP-SCAN-ACTIVE TO TRUE
           MOVE ZERO TO DSP-CUST-ID
           MOVE ZERO TO DSP-TRANS-ID

           START DISPUTE-FILE
               KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY
                   SET WS-DSP-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL WS-DSP-SCAN-DONE
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       SET WS-DSP-SCAN-DONE TO TRUE
                   NOT AT END
                       IF DSP-CREDIT-PENDING
                           PERFORM 2535-RELEASE-ONE-CREDIT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DSP-CREDIT-COUNT > ZERO
               DISPLAY "DISPUTE CREDITS RELEASED TO POSTING: "
                       WS-DSP-CREDIT-COUNT
           END-IF.

      ******************************************************************
       2535-RELEASE-ONE-CREDIT.
      ******************************************************************
      * The case is marked released before the credit goes into the
      * sort, so a failed rewrite leaves it pending for the next run
      * rather than releasing the same credit twice.
           ADD 1 TO WS-DSP-SEQUENCE
           SET DSP-CREDIT-RELEASED TO TRUE
           COMPUTE DSP-CREDIT-TRANS-ID = 9930000000 + WS-DSP-SEQUENCE

           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "DISPUTE REWRITE ERROR: " WS-DSP-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE DSP-CUST-ID     TO TS-CUST-ID
                   MOVE "C"             TO TS-TRANS-TYPE
                   MOVE DSP-AMOUNT      TO TS-AMOUNT
                   MOVE WS-RUN-DATE-N   TO TS-DATE
                   MOVE DSP-CREDIT-TRANS-ID TO TS-TRANS-ID
                   COMPUTE TS-TIME = WS-CURRENT-HOUR * 10000
                                   + WS-CURRENT-MIN * 100
                                   + WS-CURRENT-SEC
                   MOVE SPACES TO TS-DESC
                   STRING "DISPUTE CREDIT - ITEM " DELIMITED BY SIZE
                          DSP-TRANS-ID             DELIMITED BY SIZE
                       INTO TS-DESC
                   MOVE ZERO            TO TS-ATTEMPT
                   MOVE "D"             TO TS-REASON
                   RELEASE TRANS-SORT-RECORD
                   ADD 1 TO WS-DSP-CREDIT-COUNT
           END-REWRITE.

      ******************************************************************
       2540-WRITE-DISPUTE-AUDIT.
      ******************************************************************
           MOVE SPACES TO REPORT-LINE
           MOVE DSP-AMOUNT TO WS-EDIT-AMOUNT
           STRING WS-DSP-AUDIT-TEXT  DELIMITED BY SIZE
                  " CUST-ID: "       DELIMITED BY SIZE
                  DSP-CUST-ID        DELIMITED BY SIZE
                  "  ITEM: "         DELIMITED BY SIZE
                  DSP-TRANS-ID       DELIMITED BY SIZE
                  "  AMOUNT: "       DELIMITED BY SIZE
                  WS-EDIT-AMOUNT     DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
       2600-CHARGE-OFF-ACCOUNTS.
      ******************************************************************
      * Monthly sweep of the customer master for uncollectible
      * accounts: system-suspended for at least the charge-off
      * suspension period, still owing, and aged past the charge-off
      * age. Each is written off through 2070 as a "W" movement, so
      * the write-off lands in history, the journal, the delta file,
      * and the GL allowance entries like any other posting. Suspense
      * is carried forward first for the same reason as in 2300.
           PERFORM 2320-CARRY-SUSPENSE-FORWARD

           MOVE SPACES TO REPORT-LINE
           MOVE "CHARGE-OFF REGISTER" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "CUST-ID   NAME                            BALANCE"
               TO REPORT-LINE
           MOVE "AGE DAYS" TO REPORT-LINE (60:8)
           MOVE "SUSPENDED" TO REPORT-LINE (70:9)
           WRITE REPORT-LINE

           MOVE ZERO TO WS-CO-COUNT
           MOVE ZERO TO WS-CO-TOTAL
           MOVE ZERO TO WS-CO-DISPUTE-HELD

      * Latest suspension date that has served the full charge-off
      * suspension period, derived once from the validated run date.
           COMPUTE WS-CO-SUSP-CUTOFF =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   - WS-CO-SUSP-DAYS)

           SET WS-NOT-EOF TO TRUE

           PERFORM UNTIL WS-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2610-SELECT-ONE-ACCOUNT
               END-READ
           END-PERFORM

           SET WS-NOT-EOF TO TRUE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-CO-TOTAL TO WS-EDIT-GRAND-TOTAL
           STRING "ACCOUNTS CHARGED OFF: " DELIMITED BY SIZE
                  WS-CO-COUNT              DELIMITED BY SIZE
                  "  TOTAL WRITTEN OFF: "  DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL      DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ELIGIBLE BUT HELD FOR OPEN DISPUTE: "
                                           DELIMITED BY SIZE
                  WS-CO-DISPUTE-HELD       DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "ACCOUNTS CHARGED OFF: " WS-CO-COUNT
           DISPLAY "CHARGE-OFFS HELD FOR DISPUTE: " WS-CO-DISPUTE-HELD.

      ******************************************************************
       2610-SELECT-ONE-ACCOUNT.
      ******************************************************************
      * Only a system suspension counts - a manual suspension carries
      * no suspend date and is a decision someone is still working.
      * An account with an open dispute waits for the case: writing
      * off an amount that may yet be credited back would overstate
      * the bad debt.
           IF CUST-SUSPENDED
                  AND CUST-SUSPEND-DATE NUMERIC
                  AND CUST-SUSPEND-DATE > ZERO
                  AND CUST-SUSPEND-DATE NOT > WS-CO-SUSP-CUTOFF
                  AND CUST-BALANCE > ZERO
               PERFORM 7630-FIND-LAST-PAYMENT
               PERFORM 7635-COMPUTE-AGE-DAYS
               IF WS-AGE-DAYS NOT < WS-CO-AGE-DAYS
                   IF CUST-DISPUTED-AMOUNT NUMERIC
                          AND CUST-DISPUTED-AMOUNT > ZERO
                       ADD 1 TO WS-CO-DISPUTE-HELD
                   ELSE
                       PERFORM 2620-POST-WRITE-OFF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       2620-POST-WRITE-OFF.
      ******************************************************************
      * Same dressing as 2313: a system-generated movement in its own
      * slice of the reserved 99xxxxxxxx range, pushed through 2070
      * with reconciliation armed for the one account.
           ADD 1 TO WS-CO-SEQUENCE
           MOVE CUST-BALANCE    TO WS-CO-AMOUNT
           MOVE CUST-ID         TO TS-CUST-ID
           MOVE "W"             TO TS-TRANS-TYPE
           MOVE WS-CO-AMOUNT    TO TS-AMOUNT
           MOVE WS-RUN-DATE-N   TO TS-DATE
           COMPUTE TS-TRANS-ID = 9940000000 + WS-CO-SEQUENCE
           COMPUTE TS-TIME = WS-CURRENT-HOUR * 10000
                           + WS-CURRENT-MIN * 100
                           + WS-CURRENT-SEC
           MOVE "CHARGE-OFF - UNCOLLECTIBLE BALANCE" TO TS-DESC
           MOVE ZERO            TO TS-ATTEMPT
           MOVE SPACE           TO TS-REASON

           MOVE "W" TO TRANS-TYPE
           MOVE WS-CO-AMOUNT TO TRANS-AMOUNT

           MOVE CUST-ID TO WS-RECON-CUST-ID
           MOVE CUST-BALANCE TO WS-RECON-OPEN-BALANCE
           MOVE ZERO TO WS-RECON-NET-MOVEMENT
           SET WS-RECON-ACTIVE TO TRUE

           PERFORM 2070-POST-ONE-TRANSACTION

      * A failed REWRITE was backed out and suspended by 2070, leaving
      * the posting delta zero - only a write-off that really reached
      * the master goes on the register and into the totals.
           IF WS-POSTING-DELTA < ZERO
               PERFORM 2625-WRITE-CHARGE-OFF-LINE
           END-IF

           PERFORM 2095-VERIFY-CUSTOMER-RECONCILIATION
           SET WS-RECON-NOT-ACTIVE TO TRUE.

      ******************************************************************
       2625-WRITE-CHARGE-OFF-LINE.
      ******************************************************************
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CO-AMOUNT TO WS-EDIT-AMOUNT
           STRING CUST-ID        DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  CUST-NAME      DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE WS-AGE-DAYS TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS TO REPORT-LINE (60:6)
           MOVE CUST-SUSPEND-DATE TO REPORT-LINE (70:8)
           WRITE REPORT-LINE

           ADD 1 TO WS-CO-COUNT
           ADD WS-CO-AMOUNT TO WS-CO-TOTAL.

      ******************************************************************
       2700-INTAKE-LOCKBOX.
      ******************************************************************
      * The bank's lockbox remittances join the posting sort as
      * ordinary "Y" payments, in place of being re-keyed onto
      * TRANSACT. The file is read twice: the first pass proves every
      * batch against its trailer and nothing is applied from a file
      * that does not prove; the second pass matches each check to a
      * customer, releases the matched ones, and sets the rest aside
      * as unapplied cash. A day with no lockbox file is a normal day.
           SET WS-LBX-ABSENT TO TRUE
           SET WS-LBX-PROVEN TO TRUE
           MOVE SPACES TO WS-LBX-REJECT-REASON

           MOVE SPACES TO LOCKBOX-REPORT-LINE
           MOVE WS-RUN-DATE-N TO WS-EDIT-DATE-YMD
           STRING "LOCKBOX REMITTANCE INTAKE - RUN DATE "
                                     DELIMITED BY SIZE
                  WS-EDIT-DATE-YMD   DELIMITED BY SIZE
               INTO LOCKBOX-REPORT-LINE
           WRITE LOCKBOX-REPORT-LINE

           PERFORM 2705-PROVE-LOCKBOX-FILE

           EVALUATE TRUE
               WHEN WS-LBX-ABSENT
                   DISPLAY "NO LOCKBOX FILE - NOTHING TO APPLY"
                   MOVE "  NO LOCKBOX FILE RECEIVED"
                       TO LOCKBOX-REPORT-LINE
                   WRITE LOCKBOX-REPORT-LINE
               WHEN WS-LBX-REJECTED
                   DISPLAY "LOCKBOX FILE REJECTED: "
                           WS-LBX-REJECT-REASON
                   MOVE SPACES TO LOCKBOX-REPORT-LINE
                   STRING "  LOCKBOX FILE REJECTED - "
                                             DELIMITED BY SIZE
                          WS-LBX-REJECT-REASON
                                             DELIMITED BY SIZE
                          " - NOTHING APPLIED"
                                             DELIMITED BY SIZE
                       INTO LOCKBOX-REPORT-LINE
                   WRITE LOCKBOX-REPORT-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   PERFORM 2710-APPLY-LOCKBOX-FILE
                   PERFORM 2745-WRITE-LOCKBOX-TOTALS
           END-EVALUATE.

      ******************************************************************
       2705-PROVE-LOCKBOX-FILE.
      ******************************************************************
           OPEN INPUT LOCKBOX-FILE

           EVALUATE TRUE
               WHEN WS-LBX-NOT-FOUND
                   SET WS-LBX-ABSENT TO TRUE
               WHEN NOT WS-LBX-OK
                   SET WS-LBX-PRESENT TO TRUE
                   SET WS-LBX-REJECTED TO TRUE
                   STRING "OPEN ERROR " DELIMITED BY SIZE
                          WS-LBX-STATUS DELIMITED BY SIZE
                       INTO WS-LBX-REJECT-REASON
               WHEN OTHER
                   SET WS-LBX-PRESENT TO TRUE
                   SET WS-LBX-OUT-OF-BATCH TO TRUE
                   SET WS-LBX-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-LBX-EOF OR WS-LBX-REJECTED
                       READ LOCKBOX-FILE
                           AT END
                               SET WS-LBX-EOF TO TRUE
                           NOT AT END
                               PERFORM 2706-PROVE-ONE-RECORD
                       END-READ
                   END-PERFORM
                   IF WS-LBX-PROVEN AND WS-LBX-IN-BATCH
                       SET WS-LBX-REJECTED TO TRUE
                       MOVE "LAST BATCH HAS NO TRAILER"
                           TO WS-LBX-REJECT-REASON
                   END-IF
                   CLOSE LOCKBOX-FILE
           END-EVALUATE.

      ******************************************************************
       2706-PROVE-ONE-RECORD.
      ******************************************************************
      * Each batch must open with a header, hold only readable
      * details, and close with a trailer whose count and total agree
      * with what was read - the same proof 2056/2057 make of the
      * bank's transaction file.
           EVALUATE TRUE
               WHEN LBD-RECORD-TYPE = "BH"
                   IF WS-LBX-IN-BATCH
                       SET WS-LBX-REJECTED TO TRUE
                       MOVE "BATCH HEADER INSIDE A BATCH"
                           TO WS-LBX-REJECT-REASON
                   ELSE
                       IF LBH-DEPOSIT-DATE NOT NUMERIC
                              OR LBH-DEPOSIT-DATE = ZERO
                              OR LBH-DEPOSIT-AMOUNT NOT NUMERIC
                              OR LBH-BATCH-NO NOT NUMERIC
                           SET WS-LBX-REJECTED TO TRUE
                           MOVE "UNREADABLE BATCH HEADER"
                               TO WS-LBX-REJECT-REASON
                       END-IF
                       SET WS-LBX-IN-BATCH TO TRUE
                       MOVE LBH-BATCH-NO TO WS-LBX-BATCH-NO
                       MOVE ZERO TO WS-LBX-READ-COUNT
                       MOVE ZERO TO WS-LBX-READ-TOTAL
                   END-IF
               WHEN LBD-RECORD-TYPE = "DT"
                   IF WS-LBX-OUT-OF-BATCH
                       SET WS-LBX-REJECTED TO TRUE
                       MOVE "DETAIL OUTSIDE A BATCH"
                           TO WS-LBX-REJECT-REASON
                   ELSE
                       IF LBD-AMOUNT NOT NUMERIC
                              OR LBD-ITEM-SEQ NOT NUMERIC
                           SET WS-LBX-REJECTED TO TRUE
                           MOVE "UNREADABLE DETAIL"
                               TO WS-LBX-REJECT-REASON
                       ELSE
                           ADD 1 TO WS-LBX-READ-COUNT
                           ADD LBD-AMOUNT TO WS-LBX-READ-TOTAL
                       END-IF
                   END-IF
               WHEN LBD-RECORD-TYPE = "BT"
                   PERFORM 2707-PROVE-BATCH-TRAILER
               WHEN OTHER
                   SET WS-LBX-REJECTED TO TRUE
                   MOVE "UNKNOWN RECORD TYPE"
                       TO WS-LBX-REJECT-REASON
           END-EVALUATE.

      ******************************************************************
       2707-PROVE-BATCH-TRAILER.
      ******************************************************************
           EVALUATE TRUE
               WHEN WS-LBX-OUT-OF-BATCH
                   SET WS-LBX-REJECTED TO TRUE
                   MOVE "TRAILER OUTSIDE A BATCH"
                       TO WS-LBX-REJECT-REASON
               WHEN LBT-ITEM-COUNT NOT NUMERIC
                      OR LBT-BATCH-TOTAL NOT NUMERIC
                   SET WS-LBX-REJECTED TO TRUE
                   MOVE "UNREADABLE BATCH TRAILER"
                       TO WS-LBX-REJECT-REASON
               WHEN LBT-ITEM-COUNT NOT = WS-LBX-READ-COUNT
                   SET WS-LBX-REJECTED TO TRUE
                   STRING "BATCH "         DELIMITED BY SIZE
                          WS-LBX-BATCH-NO  DELIMITED BY SIZE
                          " ITEM COUNT DISAGREES"
                                           DELIMITED BY SIZE
                       INTO WS-LBX-REJECT-REASON
               WHEN LBT-BATCH-TOTAL NOT = WS-LBX-READ-TOTAL
                   SET WS-LBX-REJECTED TO TRUE
                   STRING "BATCH "         DELIMITED BY SIZE
                          WS-LBX-BATCH-NO  DELIMITED BY SIZE
                          " TOTAL DISAGREES"
                                           DELIMITED BY SIZE
                       INTO WS-LBX-REJECT-REASON
               WHEN OTHER
                   SET WS-LBX-OUT-OF-BATCH TO TRUE
           END-EVALUATE.

      ******************************************************************
       2710-APPLY-LOCKBOX-FILE.
      ******************************************************************
           OPEN INPUT LOCKBOX-FILE

           MOVE SPACES TO LOCKBOX-REPORT-LINE
           MOVE "  BATCH ITEM  ACCOUNT         AMOUNT"
               TO LOCKBOX-REPORT-LINE
           MOVE "DISPOSITION" TO LOCKBOX-REPORT-LINE (48:11)
           WRITE LOCKBOX-REPORT-LINE

           SET WS-LBX-NOT-EOF TO TRUE
           PERFORM UNTIL WS-LBX-EOF
               READ LOCKBOX-FILE
                   AT END
                       SET WS-LBX-EOF TO TRUE
                   NOT AT END
                       EVALUATE LBD-RECORD-TYPE
                           WHEN "BH"
                               PERFORM 2715-OPEN-LOCKBOX-BATCH
                           WHEN "DT"
                               PERFORM 2720-MATCH-REMITTANCE
                           WHEN "BT"
                               PERFORM 2740-CLOSE-LOCKBOX-BATCH
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE LOCKBOX-FILE.

      ******************************************************************
       2715-OPEN-LOCKBOX-BATCH.
      ******************************************************************
           MOVE LBH-LOCKBOX-NO     TO WS-LBX-LOCKBOX-NO
           MOVE LBH-BATCH-NO       TO WS-LBX-BATCH-NO
           MOVE LBH-DEPOSIT-DATE   TO WS-LBX-DEPOSIT-DATE
           MOVE LBH-DEPOSIT-AMOUNT TO WS-LBX-DEPOSIT-AMT
           MOVE ZERO TO WS-LBX-BAT-APPLIED-CNT
           MOVE ZERO TO WS-LBX-BAT-APPLIED-AMT
           MOVE ZERO TO WS-LBX-BAT-UNAP-CNT
           MOVE ZERO TO WS-LBX-BAT-UNAP-AMT
           ADD 1 TO WS-LBX-BATCH-COUNT.

      ******************************************************************
       2720-MATCH-REMITTANCE.
      ******************************************************************
      * The coupon's account number is tried first. The bank keys it
      * by hand, so it is taken only when it names an account that is
      * still in use and - where the bank captured one - the check's
      * ZIP agrees with the account's; a keying slip onto someone
      * else's account then falls through to the name-and-ZIP search
      * instead of posting to the wrong customer.
           ADD 1 TO WS-LBX-ITEM-COUNT
           SET WS-LBX-UNMATCHED TO TRUE
           MOVE ZERO TO WS-LBX-MATCH-ID
           MOVE ZERO TO WS-LBX-CAND-COUNT
           MOVE "N" TO WS-LBX-UNAP-REASON

           IF LBD-AMOUNT = ZERO
               MOVE "Z" TO WS-LBX-UNAP-REASON
           ELSE
               PERFORM 2721-MATCH-BY-ACCOUNT
               IF WS-LBX-UNMATCHED
                   PERFORM 2722-MATCH-BY-NAME-ZIP
               END-IF
           END-IF

           IF WS-LBX-UNMATCHED
               PERFORM 2735-WRITE-UNAPPLIED-ITEM
           ELSE
               PERFORM 2730-RELEASE-LOCKBOX-PAYMENT
           END-IF.

      ******************************************************************
       2721-MATCH-BY-ACCOUNT.
      ******************************************************************
      * The name search below leaves the alternate index as the key of
      * reference, so this lookup names its key.
           IF LBD-ACCOUNT-NO NUMERIC AND LBD-ACCOUNT-N > ZERO
               MOVE LBD-ACCOUNT-N TO CUST-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CUST-INACTIVE
                              AND (LBD-REMIT-ZIP NOT NUMERIC
                                   OR LBD-REMIT-ZIP-N = ZERO
                                   OR LBD-REMIT-ZIP-N = CUST-ZIP)
                           SET WS-LBX-BY-ACCOUNT TO TRUE
                           MOVE CUST-ID TO WS-LBX-MATCH-ID
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
       2722-MATCH-BY-NAME-ZIP.
      ******************************************************************
      * Browses the CUST-NAME alternate index over the remitter's name
      * and keeps the accounts whose ZIP agrees - the same name-and-ZIP
      * signature DUPCAND pairs duplicates on, and like DUPCAND it
      * passes over inactive accounts, which include every retired
      * merge duplicate. Exactly one candidate is a match; more than
      * one is ambiguous and is left for a person to decide.
           IF LBD-REMIT-NAME NOT = SPACES
                  AND LBD-REMIT-ZIP NUMERIC
                  AND LBD-REMIT-ZIP-N > ZERO
               MOVE LBD-REMIT-NAME TO CUST-NAME
               SET WS-LBX-SCAN-ACTIVE TO TRUE

               START CUSTOMER-FILE KEY IS EQUAL TO CUST-NAME
                   INVALID KEY
                       SET WS-LBX-SCAN-DONE TO TRUE
               END-START

               PERFORM UNTIL WS-LBX-SCAN-DONE
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           SET WS-LBX-SCAN-DONE TO TRUE
                       NOT AT END
                           IF CUST-NAME NOT = LBD-REMIT-NAME
                               SET WS-LBX-SCAN-DONE TO TRUE
                           ELSE
                               PERFORM 2723-TEST-NAME-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM

               EVALUATE TRUE
                   WHEN WS-LBX-CAND-COUNT = 1
                       SET WS-LBX-BY-NAME-ZIP TO TRUE
                   WHEN WS-LBX-CAND-COUNT > 1
                       MOVE "A" TO WS-LBX-UNAP-REASON
               END-EVALUATE
           END-IF.

      ******************************************************************
       2723-TEST-NAME-CANDIDATE.
      ******************************************************************
           IF NOT CUST-INACTIVE AND CUST-ZIP = LBD-REMIT-ZIP-N
               ADD 1 TO WS-LBX-CAND-COUNT
               MOVE CUST-ID TO WS-LBX-MATCH-ID
           END-IF.

      ******************************************************************
       2730-RELEASE-LOCKBOX-PAYMENT.
      ******************************************************************
      * The item's ID is built from the bank's own batch and item
      * numbers in the 98xxxxxxxx slice of the system range, dated the
      * deposit day, so a lockbox file the bank sends twice is caught
      * item by item by the history probe in 2060. Reason "L" lets
      * 2059 carry the payment into suspense if TRANSACT is rejected.
           MOVE WS-LBX-MATCH-ID     TO TS-CUST-ID
           MOVE "Y"                 TO TS-TRANS-TYPE
           MOVE LBD-AMOUNT          TO TS-AMOUNT
           MOVE WS-LBX-DEPOSIT-DATE TO TS-DATE
           COMPUTE TS-TRANS-ID = 9800000000
                               + WS-LBX-BATCH-NO * 10000
                               + LBD-ITEM-SEQ
           COMPUTE TS-TIME = WS-CURRENT-HOUR * 10000
                           + WS-CURRENT-MIN * 100
                           + WS-CURRENT-SEC
           MOVE SPACES TO TS-DESC
           STRING "LOCKBOX "          DELIMITED BY SIZE
                  WS-LBX-LOCKBOX-NO   DELIMITED BY SIZE
                  " BATCH "           DELIMITED BY SIZE
                  WS-LBX-BATCH-NO     DELIMITED BY SIZE
                  " CHECK "           DELIMITED BY SIZE
                  LBD-CHECK-NO        DELIMITED BY SIZE
               INTO TS-DESC
           MOVE ZERO                TO TS-ATTEMPT
           MOVE "L"                 TO TS-REASON
           RELEASE TRANS-SORT-RECORD

           ADD 1 TO WS-LBX-BAT-APPLIED-CNT
           ADD LBD-AMOUNT TO WS-LBX-BAT-APPLIED-AMT
           ADD 1 TO WS-LBX-APPLIED-COUNT
           IF WS-LBX-BY-NAME-ZIP
               ADD 1 TO WS-LBX-NAME-MATCH-COUNT
               MOVE "APPLIED BY NAME/ZIP" TO WS-LBX-REASON-TEXT
           ELSE
               MOVE "APPLIED BY ACCOUNT" TO WS-LBX-REASON-TEXT
           END-IF

           PERFORM 2736-WRITE-LOCKBOX-ITEM-LINE
           MOVE WS-LBX-MATCH-ID TO LOCKBOX-REPORT-LINE (72:8)
           MOVE "ID" TO LOCKBOX-REPORT-LINE (82:2)
           MOVE TS-TRANS-ID TO LOCKBOX-REPORT-LINE (85:10)
           WRITE LOCKBOX-REPORT-LINE.

      ******************************************************************
       2735-WRITE-UNAPPLIED-ITEM.
      ******************************************************************
           MOVE SPACES TO UNAPPLIED-CASH-RECORD
           MOVE WS-LBX-LOCKBOX-NO   TO UNA-LOCKBOX-NO
           MOVE WS-LBX-BATCH-NO     TO UNA-BATCH-NO
           MOVE LBD-ITEM-SEQ        TO UNA-ITEM-SEQ
           MOVE WS-LBX-DEPOSIT-DATE TO UNA-DEPOSIT-DATE
           MOVE LBD-ACCOUNT-NO      TO UNA-ACCOUNT-NO
           MOVE LBD-AMOUNT          TO UNA-AMOUNT
           MOVE LBD-CHECK-NO        TO UNA-CHECK-NO
           MOVE LBD-REMIT-NAME      TO UNA-REMIT-NAME
           MOVE LBD-REMIT-ZIP       TO UNA-REMIT-ZIP
           MOVE WS-LBX-UNAP-REASON  TO UNA-REASON
           MOVE WS-RUN-DATE-N       TO UNA-RUN-DATE
           WRITE UNAPPLIED-CASH-RECORD

           ADD 1 TO WS-LBX-BAT-UNAP-CNT
           ADD LBD-AMOUNT TO WS-LBX-BAT-UNAP-AMT
           ADD 1 TO WS-LBX-UNAP-COUNT

           EVALUATE TRUE
               WHEN UNA-AMBIGUOUS
                   MOVE "UNAPPLIED - AMBIGUOUS" TO WS-LBX-REASON-TEXT
               WHEN UNA-ZERO-AMOUNT
                   MOVE "UNAPPLIED - ZERO AMOUNT"
                       TO WS-LBX-REASON-TEXT
               WHEN OTHER
                   MOVE "UNAPPLIED - NO MATCH" TO WS-LBX-REASON-TEXT
           END-EVALUATE

           PERFORM 2736-WRITE-LOCKBOX-ITEM-LINE
           MOVE LBD-REMIT-NAME TO LOCKBOX-REPORT-LINE (72:30)
           MOVE LBD-REMIT-ZIP TO LOCKBOX-REPORT-LINE (103:5)
           IF UNA-AMBIGUOUS
               MOVE WS-LBX-CAND-COUNT TO LOCKBOX-REPORT-LINE (110:3)
               MOVE "CANDIDATES" TO LOCKBOX-REPORT-LINE (114:10)
           END-IF
           WRITE LOCKBOX-REPORT-LINE.

      ******************************************************************
       2736-WRITE-LOCKBOX-ITEM-LINE.
      ******************************************************************
      * Builds the columns every item line shares; the caller adds its
      * own tail and writes the line.
           MOVE SPACES TO LOCKBOX-REPORT-LINE
           MOVE LBD-AMOUNT TO WS-EDIT-AMOUNT
           STRING "  "             DELIMITED BY SIZE
                  WS-LBX-BATCH-NO  DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  LBD-ITEM-SEQ     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  LBD-ACCOUNT-NO   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-EDIT-AMOUNT   DELIMITED BY SIZE
               INTO LOCKBOX-REPORT-LINE
           MOVE WS-LBX-REASON-TEXT TO LOCKBOX-REPORT-LINE (48:24).

      ******************************************************************
       2740-CLOSE-LOCKBOX-BATCH.
      ******************************************************************
      * Every item was either applied or set aside, so the deposit the
      * bank credited must equal the two together. A difference means
      * the bank's deposit and its own remittance detail disagree -
      * cash to chase with the bank, flagged here and in the return
      * code rather than found at month-end.
           COMPUTE WS-LBX-DIFFERENCE =
               WS-LBX-DEPOSIT-AMT
               - WS-LBX-BAT-APPLIED-AMT - WS-LBX-BAT-UNAP-AMT

           ADD WS-LBX-DEPOSIT-AMT TO WS-LBX-TOT-DEPOSITS
           ADD WS-LBX-BAT-APPLIED-AMT TO WS-LBX-TOT-APPLIED
           ADD WS-LBX-BAT-UNAP-AMT TO WS-LBX-TOT-UNAPPLIED

           MOVE SPACES TO LOCKBOX-REPORT-LINE
           MOVE WS-LBX-DEPOSIT-AMT TO WS-EDIT-AMOUNT
           MOVE WS-LBX-DEPOSIT-DATE TO WS-EDIT-DATE-YMD
           STRING "  BATCH "           DELIMITED BY SIZE
                  WS-LBX-BATCH-NO      DELIMITED BY SIZE
                  " DEPOSITED "        DELIMITED BY SIZE
                  WS-EDIT-DATE-YMD     DELIMITED BY SIZE
                  "  DEPOSIT: "        DELIMITED BY SIZE
                  WS-EDIT-AMOUNT       DELIMITED BY SIZE
               INTO LOCKBOX-REPORT-LINE
           WRITE LOCKBOX-REPORT-LINE

           MOVE SPACES TO LOCKBOX-REPORT-LINE
           MOVE WS-LBX-BAT-APPLIED-AMT TO WS-EDIT-AMOUNT
           MOVE WS-LBX-BAT-UNAP-AMT TO WS-EDIT-AMOUNT-2
           STRING "    APPLIED: "        DELIMITED BY SIZE
                  WS-LBX-BAT-APPLIED-CNT DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-EDIT-AMOUNT         DELIMITED BY SIZE
                  "  UNAPPLIED: "        DELIMITED BY SIZE
                  WS-LBX-BAT-UNAP-CNT    DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-2       DELIMITED BY SIZE
               INTO LOCKBOX-REPORT-LINE
           WRITE LOCKBOX-REPORT-LINE

           MOVE SPACES TO LOCKBOX-REPORT-LINE
           IF WS-LBX-DIFFERENCE = ZERO
               MOVE "    DEPOSIT IN BALANCE" TO LOCKBOX-REPORT-LINE
           ELSE
               MOVE WS-LBX-DIFFERENCE TO WS-EDIT-AMOUNT
               STRING "    DEPOSIT OUT OF BALANCE BY "
                                           DELIMITED BY SIZE
                      WS-EDIT-AMOUNT       DELIMITED BY SIZE
                   INTO LOCKBOX-REPORT-LINE
               DISPLAY "LOCKBOX BATCH OUT OF BALANCE: "
                       WS-LBX-BATCH-NO
               ADD 1 TO WS-LBX-OUT-OF-BAL-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           WRITE LOCKBOX-REPORT-LINE.

      ******************************************************************
       2745-WRITE-LOCKBOX-TOTALS.
      ******************************************************************
           MOVE SPACES TO LOCKBOX-REPORT-LINE
           MOVE "LOCKBOX CASH RECONCILIATION" TO LOCKBOX-REPORT-LINE
           WRITE LOCKBOX-REPORT-LINE

           MOVE SPACES TO LOCKBOX-REPORT-LINE
           STRING "  BATCHES: "          DELIMITED BY SIZE
                  WS-LBX-BATCH-COUNT     DELIMITED BY SIZE
                  "  ITEMS: "            DELIMITED BY SIZE
                  WS-LBX-ITEM-COUNT      DELIMITED BY SIZE
                  "  MATCHED BY NAME/ZIP: "
                                         DELIMITED BY SIZE
                  WS-LBX-NAME-MATCH-COUNT
                                         DELIMITED BY SIZE
               INTO LOCKBOX-REPORT-LINE
           WRITE LOCKBOX-REPORT-LINE

           MOVE SPACES TO LOCKBOX-REPORT-LINE
           MOVE WS-LBX-TOT-DEPOSITS TO WS-EDIT-GRAND-TOTAL
           STRING "  DEPOSITS:         " DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL    DELIMITED BY SIZE
               INTO LOCKBOX-REPORT-LINE
           WRITE LOCKBOX-REPORT-LINE

           MOVE SPACES TO LOCKBOX-REPORT-LINE
           MOVE WS-LBX-TOT-APPLIED TO WS-EDIT-GRAND-TOTAL
           STRING "  APPLIED TO POSTING:" DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL    DELIMITED BY SIZE
                  "  ITEMS: "            DELIMITED BY SIZE
                  WS-LBX-APPLIED-COUNT   DELIMITED BY SIZE
               INTO LOCKBOX-REPORT-LINE
           WRITE LOCKBOX-REPORT-LINE

           MOVE SPACES TO LOCKBOX-REPORT-LINE
           MOVE WS-LBX-TOT-UNAPPLIED TO WS-EDIT-GRAND-TOTAL
           STRING "  UNAPPLIED CASH:   " DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL    DELIMITED BY SIZE
                  "  ITEMS: "            DELIMITED BY SIZE
                  WS-LBX-UNAP-COUNT      DELIMITED BY SIZE
               INTO LOCKBOX-REPORT-LINE
           WRITE LOCKBOX-REPORT-LINE

           MOVE SPACES TO LOCKBOX-REPORT-LINE
           IF WS-LBX-OUT-OF-BAL-COUNT = ZERO
               MOVE "  ALL DEPOSITS BALANCED TO APPLIED PLUS UNAPPLIED"
                   TO LOCKBOX-REPORT-LINE
           ELSE
               STRING "  DEPOSITS OUT OF BALANCE: "
                                           DELIMITED BY SIZE
                      WS-LBX-OUT-OF-BAL-COUNT
                                           DELIMITED BY SIZE
                   INTO LOCKBOX-REPORT-LINE
           END-IF
           WRITE LOCKBOX-REPORT-LINE

           DISPLAY "LOCKBOX ITEMS READ: " WS-LBX-ITEM-COUNT.

      ******************************************************************
       2800-PROCESS-CREDIT-BALANCES.
      ******************************************************************
      * Monthly sweep of the customer master for credit balances.
      * Every one is listed with its age; a dormant one is turned over
      * to the owner's state, a live one over the refund minimum is
      * refunded by check, and the rest stay on the account. Refunds
      * and transfers post through 2070 as "K" and "E" movements, so
      * the balance comes back to zero with the movement in history,
      * the journal, and the GL. The transfers are released into a
      * sort as they post and come back out by state for the holder
      * report. Suspense is carried forward first as in 2300.
           PERFORM 2320-CARRY-SUSPENSE-FORWARD

           OPEN OUTPUT REFUND-FILE
           OPEN OUTPUT ESCHEAT-FILE

      * Refunds and transfers must not post without their extract
      * records - a credit zeroed with no check behind it is money the
      * customer never sees.
           IF NOT WS-RFND-OK OR NOT WS-ESCH-OK
               DISPLAY "CREDIT BALANCE EXTRACT OPEN ERROR: "
                       WS-RFND-STATUS " " WS-ESCH-STATUS
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE SPACES TO REPORT-LINE
               MOVE "CREDIT BALANCE REGISTER" TO REPORT-LINE
               WRITE REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               MOVE "CUST-ID   NAME                            BALANCE"
                   TO REPORT-LINE
               MOVE "SINCE" TO REPORT-LINE (60:5)
               MOVE "AGE" TO REPORT-LINE (75:3)
               MOVE "OWNER ACT" TO REPORT-LINE (80:9)
               MOVE "DISPOSITION" TO REPORT-LINE (92:11)
               WRITE REPORT-LINE

               SET WS-NOT-EOF TO TRUE

               SORT ESCHEAT-SORT-FILE
                   ON ASCENDING KEY ES-STATE ES-CUST-ID
                   INPUT PROCEDURE IS 2810-SELECT-CREDIT-BALANCES
                   OUTPUT PROCEDURE IS 2850-WRITE-UNCLAIMED-REPORT

               SET WS-NOT-EOF TO TRUE

               PERFORM 2870-WRITE-CREDIT-TOTALS

               CLOSE REFUND-FILE
               CLOSE ESCHEAT-FILE
           END-IF.

      ******************************************************************
       2810-SELECT-CREDIT-BALANCES.
      ******************************************************************
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CUST-BALANCE < ZERO
                           PERFORM 2815-DISPOSE-CREDIT-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
       2815-DISPOSE-CREDIT-BALANCE.
      ******************************************************************
      * A charged-off account's credit needs a person to look at it,
      * and a credit beside an open dispute waits for the case - a
      * decision for the customer would credit the account again.
           COMPUTE WS-CB-AMOUNT = CUST-BALANCE * -1

           PERFORM 2820-SCAN-CREDIT-HISTORY

           MOVE CUST-STATE TO WS-CB-LOOKUP-STATE
           PERFORM 2825-FIND-DORMANCY-PERIOD

           EVALUATE TRUE
               WHEN CUST-CHARGED-OFF
                   MOVE "HELD - CHARGED OFF, REVIEW"
                       TO WS-CB-DISPOSITION
                   ADD 1 TO WS-CB-HELD-COUNT
                   ADD WS-CB-AMOUNT TO WS-CB-HELD-TOTAL
               WHEN CUST-DISPUTED-AMOUNT NUMERIC
                      AND CUST-DISPUTED-AMOUNT > ZERO
                   MOVE "HELD - OPEN DISPUTE" TO WS-CB-DISPOSITION
                   ADD 1 TO WS-CB-HELD-COUNT
                   ADD WS-CB-AMOUNT TO WS-CB-HELD-TOTAL
               WHEN WS-CB-LAST-OWNER-DATE < WS-CB-DORMANT-CUTOFF
                   PERFORM 2830-POST-ESCHEAT-TRANSFER
               WHEN WS-CB-AMOUNT > WS-CB-REFUND-MINIMUM
                   PERFORM 2835-POST-REFUND-CHECK
               WHEN OTHER
                   MOVE "HELD - BELOW REFUND MINIMUM"
                       TO WS-CB-DISPOSITION
                   ADD 1 TO WS-CB-HELD-COUNT
                   ADD WS-CB-AMOUNT TO WS-CB-HELD-TOTAL
           END-EVALUATE

           PERFORM 2840-WRITE-CREDIT-LINE.

      ******************************************************************
       2820-SCAN-CREDIT-HISTORY.
      ******************************************************************
      * One forward pass of the customer's history in key (date)
      * order. The credit dates from the first movement of the
      * current run of negative balances-after - any movement that
      * brought the balance back to zero or above starts it over.
      * The owner's last activity is the last movement outside the
      * reserved 99xxxxxxxx range the program numbers its own
      * postings from. An account with no usable history falls back
      * to the master's own dates, as 2140 does.
           MOVE ZERO TO WS-CB-CREDIT-SINCE
           MOVE ZERO TO WS-CB-LAST-OWNER-DATE
           SET WS-CB-HIST-MORE TO TRUE

           MOVE CUST-ID TO HIST-CUST-ID
           MOVE ZERO TO HIST-TRANS-DATE
           MOVE ZERO TO HIST-TRANS-ID

           START TRANS-HISTORY-FILE
               KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET WS-CB-HIST-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-CB-HIST-EOF
               READ TRANS-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-CB-HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-CUST-ID NOT = CUST-ID
                           SET WS-CB-HIST-EOF TO TRUE
                       ELSE
                           IF HIST-BALANCE-AFTER < ZERO
                               IF WS-CB-CREDIT-SINCE = ZERO
                                   MOVE HIST-TRANS-DATE
                                       TO WS-CB-CREDIT-SINCE
                               END-IF
                           ELSE
                               MOVE ZERO TO WS-CB-CREDIT-SINCE
                           END-IF
                           IF HIST-TRANS-ID < 9900000000
                               MOVE HIST-TRANS-DATE
                                   TO WS-CB-LAST-OWNER-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF CUST-LAST-ACTIVITY-DATE = ZERO
               MOVE CUST-CREATED-DATE TO WS-ACTIVITY-DATE
           ELSE
               MOVE CUST-LAST-ACTIVITY-DATE TO WS-ACTIVITY-DATE
           END-IF

           IF WS-CB-CREDIT-SINCE = ZERO
               MOVE WS-ACTIVITY-DATE TO WS-CB-CREDIT-SINCE
           END-IF

           IF WS-CB-LAST-OWNER-DATE = ZERO
               MOVE WS-ACTIVITY-DATE TO WS-CB-LAST-OWNER-DATE
           END-IF

      * The same "no usable date reads as oldest" rule as 7635.
           IF WS-CB-CREDIT-SINCE NOT NUMERIC
                  OR WS-CB-CREDIT-SINCE = ZERO
               MOVE 99999 TO WS-CB-AGE-DAYS
           ELSE
               COMPUTE WS-CB-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   - FUNCTION INTEGER-OF-DATE(WS-CB-CREDIT-SINCE)
           END-IF.

      ******************************************************************
       2825-FIND-DORMANCY-PERIOD.
      ******************************************************************
      * The owner's state sets the dormancy period; a credit whose
      * owner has done nothing since the cutoff is unclaimed property.
           MOVE WS-CB-DEFAULT-DORMANCY TO WS-CB-DORMANCY-YEARS
           SET WS-DORM-IDX TO 1

           SEARCH WS-DORMANCY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DORM-STATE (WS-DORM-IDX) = WS-CB-LOOKUP-STATE
                   MOVE WS-DORM-YEARS (WS-DORM-IDX)
                       TO WS-CB-DORMANCY-YEARS
           END-SEARCH

           COMPUTE WS-CB-DORMANT-CUTOFF =
               (WS-CURRENT-YEAR - WS-CB-DORMANCY-YEARS) * 10000
               + WS-CURRENT-MONTH * 100
               + WS-CURRENT-DAY.

      ******************************************************************
       2830-POST-ESCHEAT-TRANSFER.
      ******************************************************************
      * Same dressing as 2620, in the unclaimed-property slice of the
      * reserved range. Only a transfer that really reached the master
      * goes to the state.
           ADD 1 TO WS-CB-ESCHEAT-SEQUENCE
           MOVE CUST-ID         TO TS-CUST-ID
           MOVE "E"             TO TS-TRANS-TYPE
           MOVE WS-CB-AMOUNT    TO TS-AMOUNT
           MOVE WS-RUN-DATE-N   TO TS-DATE
           COMPUTE TS-TRANS-ID = 9960000000 + WS-CB-ESCHEAT-SEQUENCE
           COMPUTE TS-TIME = WS-CURRENT-HOUR * 10000
                           + WS-CURRENT-MIN * 100
                           + WS-CURRENT-SEC
           MOVE "UNCLAIMED PROPERTY - REMITTED TO STATE" TO TS-DESC
           MOVE ZERO            TO TS-ATTEMPT
           MOVE SPACE           TO TS-REASON

           MOVE "E" TO TRANS-TYPE
           MOVE WS-CB-AMOUNT TO TRANS-AMOUNT

           MOVE CUST-ID TO WS-RECON-CUST-ID
           MOVE CUST-BALANCE TO WS-RECON-OPEN-BALANCE
           MOVE ZERO TO WS-RECON-NET-MOVEMENT
           SET WS-RECON-ACTIVE TO TRUE

           PERFORM 2070-POST-ONE-TRANSACTION

           IF WS-POSTING-DELTA > ZERO
               MOVE CUST-STATE       TO ES-STATE
               MOVE CUST-ID          TO ES-CUST-ID
               MOVE CUST-NAME        TO ES-CUST-NAME
               MOVE CUST-STREET      TO ES-STREET
               MOVE CUST-CITY        TO ES-CITY
               MOVE CUST-ZIP         TO ES-ZIP
               MOVE WS-CB-AMOUNT     TO ES-AMOUNT
               MOVE WS-CB-LAST-OWNER-DATE TO ES-LAST-ACTIVITY-DATE
               MOVE TS-TRANS-ID      TO ES-TRANS-ID
               RELEASE ESCHEAT-SORT-RECORD
               MOVE "UNCLAIMED PROPERTY" TO WS-CB-DISPOSITION
               ADD 1 TO WS-CB-ESCHEAT-COUNT
               ADD WS-CB-AMOUNT TO WS-CB-ESCHEAT-TOTAL
           ELSE
               MOVE "NOT POSTED - IN SUSPENSE" TO WS-CB-DISPOSITION
           END-IF

           PERFORM 2095-VERIFY-CUSTOMER-RECONCILIATION
           SET WS-RECON-NOT-ACTIVE TO TRUE.

      ******************************************************************
       2835-POST-REFUND-CHECK.
      ******************************************************************
      * As 2830, in the refund slice of the reserved range; only a
      * refund that really zeroed the balance is sent for a check.
           ADD 1 TO WS-CB-REFUND-SEQUENCE
           MOVE CUST-ID         TO TS-CUST-ID
           MOVE "K"             TO TS-TRANS-TYPE
           MOVE WS-CB-AMOUNT    TO TS-AMOUNT
           MOVE WS-RUN-DATE-N   TO TS-DATE
           COMPUTE TS-TRANS-ID = 9950000000 + WS-CB-REFUND-SEQUENCE
           COMPUTE TS-TIME = WS-CURRENT-HOUR * 10000
                           + WS-CURRENT-MIN * 100
                           + WS-CURRENT-SEC
           MOVE "CREDIT BALANCE REFUNDED BY CHECK" TO TS-DESC
           MOVE ZERO            TO TS-ATTEMPT
           MOVE SPACE           TO TS-REASON

           MOVE "K" TO TRANS-TYPE
           MOVE WS-CB-AMOUNT TO TRANS-AMOUNT

           MOVE CUST-ID TO WS-RECON-CUST-ID
           MOVE CUST-BALANCE TO WS-RECON-OPEN-BALANCE
           MOVE ZERO TO WS-RECON-NET-MOVEMENT
           SET WS-RECON-ACTIVE TO TRUE

           PERFORM 2070-POST-ONE-TRANSACTION

           IF WS-POSTING-DELTA > ZERO
               MOVE SPACES           TO REFUND-RECORD
               MOVE CUST-ID          TO RFD-CUST-ID
               MOVE CUST-NAME        TO RFD-PAYEE-NAME
               MOVE CUST-STREET      TO RFD-STREET
               MOVE CUST-CITY        TO RFD-CITY
               MOVE CUST-STATE       TO RFD-STATE
               MOVE CUST-ZIP         TO RFD-ZIP
               MOVE WS-CB-AMOUNT     TO RFD-AMOUNT
               MOVE TS-TRANS-ID      TO RFD-TRANS-ID
               MOVE WS-RUN-DATE-N    TO RFD-RUN-DATE
               WRITE REFUND-RECORD
               MOVE "REFUND CHECK" TO WS-CB-DISPOSITION
               ADD 1 TO WS-CB-REFUND-COUNT
               ADD WS-CB-AMOUNT TO WS-CB-REFUND-TOTAL
           ELSE
               MOVE "NOT POSTED - IN SUSPENSE" TO WS-CB-DISPOSITION
           END-IF

           PERFORM 2095-VERIFY-CUSTOMER-RECONCILIATION
           SET WS-RECON-NOT-ACTIVE TO TRUE.

      ******************************************************************
       2840-WRITE-CREDIT-LINE.
      ******************************************************************
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CB-AMOUNT TO WS-EDIT-AMOUNT
           STRING CUST-ID        DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  CUST-NAME      DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE WS-CB-CREDIT-SINCE TO WS-EDIT-DATE-YMD
           MOVE WS-EDIT-DATE-YMD TO REPORT-LINE (60:10)
           MOVE WS-CB-AGE-DAYS TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS TO REPORT-LINE (72:6)
           MOVE WS-CB-LAST-OWNER-DATE TO WS-EDIT-DATE-YMD
           MOVE WS-EDIT-DATE-YMD TO REPORT-LINE (80:10)
           MOVE WS-CB-DISPOSITION TO REPORT-LINE (92:28)
           WRITE REPORT-LINE

           ADD 1 TO WS-CB-LISTED-COUNT
           ADD WS-CB-AMOUNT TO WS-CB-LISTED-TOTAL.

      ******************************************************************
       2850-WRITE-UNCLAIMED-REPORT.
      ******************************************************************
      * Control break on the owner's state: each state's group in the
      * holder file opens with its header and closes with the trailer
      * the state balances the remittance to, and the report prints
      * the same groups with a subtotal apiece.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "UNCLAIMED PROPERTY REPORT - BY OWNER STATE"
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "ST  CUST-ID   NAME                            AMOUNT"
               TO REPORT-LINE
           MOVE "LAST ACTIVITY" TO REPORT-LINE (63:13)
           MOVE "TRANS-ID" TO REPORT-LINE (78:8)
           WRITE REPORT-LINE

           MOVE ZERO TO WS-CB-STATE-GROUPS
           MOVE SPACES TO WS-CB-PREV-STATE

      * The input procedure leaves WS-EOF set from exhausting the
      * master, as in 6320.
           SET WS-NOT-EOF TO TRUE

           PERFORM UNTIL WS-EOF
               RETURN ESCHEAT-SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2855-REPORT-ONE-OWNER
               END-RETURN
           END-PERFORM

           IF WS-CB-STATE-GROUPS > ZERO
               PERFORM 2865-CLOSE-STATE-GROUP
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE WS-CB-ESCHEAT-TOTAL TO WS-EDIT-GRAND-TOTAL
           STRING "STATES: "             DELIMITED BY SIZE
                  WS-CB-STATE-GROUPS     DELIMITED BY SIZE
                  "  OWNERS: "           DELIMITED BY SIZE
                  WS-CB-ESCHEAT-COUNT    DELIMITED BY SIZE
                  "  TOTAL REMITTED: "   DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL    DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
       2855-REPORT-ONE-OWNER.
      ******************************************************************
           IF WS-CB-STATE-GROUPS = ZERO
                  OR ES-STATE NOT = WS-CB-PREV-STATE
               IF WS-CB-STATE-GROUPS > ZERO
                   PERFORM 2865-CLOSE-STATE-GROUP
               END-IF
               PERFORM 2860-OPEN-STATE-GROUP
           END-IF

           MOVE SPACES                TO ESCHEAT-DETAIL-RECORD
           MOVE "D"                   TO ESD-RECORD-TYPE
           MOVE ES-STATE              TO ESD-STATE
           MOVE ES-CUST-ID            TO ESD-OWNER-ID
           MOVE ES-CUST-NAME          TO ESD-OWNER-NAME
           MOVE ES-STREET             TO ESD-OWNER-STREET
           MOVE ES-CITY               TO ESD-OWNER-CITY
           MOVE ES-STATE              TO ESD-OWNER-STATE
           MOVE ES-ZIP                TO ESD-OWNER-ZIP
           MOVE WS-CB-PROPERTY-TYPE   TO ESD-PROPERTY-TYPE
           MOVE ES-AMOUNT             TO ESD-AMOUNT
           MOVE ES-LAST-ACTIVITY-DATE TO ESD-LAST-ACTIVITY-DATE
           MOVE ES-TRANS-ID           TO ESD-TRANS-ID
           WRITE ESCHEAT-DETAIL-RECORD

           MOVE SPACES TO REPORT-LINE
           MOVE ES-AMOUNT TO WS-EDIT-AMOUNT
           STRING ES-STATE       DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  ES-CUST-ID     DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  ES-CUST-NAME   DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE ES-LAST-ACTIVITY-DATE TO WS-EDIT-DATE-YMD
           MOVE WS-EDIT-DATE-YMD TO REPORT-LINE (63:10)
           MOVE ES-TRANS-ID TO REPORT-LINE (78:10)
           WRITE REPORT-LINE

           ADD 1 TO WS-CB-STATE-COUNT
           ADD ES-AMOUNT TO WS-CB-STATE-TOTAL.

      ******************************************************************
       2860-OPEN-STATE-GROUP.
      ******************************************************************
           MOVE ES-STATE TO WS-CB-PREV-STATE
           MOVE ZERO TO WS-CB-STATE-COUNT
           MOVE ZERO TO WS-CB-STATE-TOTAL
           ADD 1 TO WS-CB-STATE-GROUPS

           MOVE ES-STATE TO WS-CB-LOOKUP-STATE
           PERFORM 2825-FIND-DORMANCY-PERIOD

           MOVE SPACES              TO ESCHEAT-HEADER-RECORD
           MOVE "H"                 TO ESH-RECORD-TYPE
           MOVE ES-STATE            TO ESH-STATE
           MOVE WS-RUN-DATE-N       TO ESH-REPORT-DATE
           MOVE WS-CB-DORMANCY-YEARS TO ESH-DORMANCY-YEARS
           WRITE ESCHEAT-HEADER-RECORD.

      ******************************************************************
       2865-CLOSE-STATE-GROUP.
      ******************************************************************
           MOVE SPACES              TO ESCHEAT-TRAILER-RECORD
           MOVE "T"                 TO EST-RECORD-TYPE
           MOVE WS-CB-PREV-STATE    TO EST-STATE
           MOVE WS-CB-STATE-COUNT   TO EST-OWNER-COUNT
           MOVE WS-CB-STATE-TOTAL   TO EST-AMOUNT-TOTAL
           WRITE ESCHEAT-TRAILER-RECORD

           MOVE SPACES TO REPORT-LINE
           MOVE WS-CB-STATE-TOTAL TO WS-EDIT-AMOUNT
           STRING "    STATE "       DELIMITED BY SIZE
                  WS-CB-PREV-STATE   DELIMITED BY SIZE
                  " - OWNERS: "      DELIMITED BY SIZE
                  WS-CB-STATE-COUNT  DELIMITED BY SIZE
                  "  AMOUNT: "       DELIMITED BY SIZE
                  WS-EDIT-AMOUNT     DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
       2870-WRITE-CREDIT-TOTALS.
      ******************************************************************
      * Listed equals refunded plus turned over plus held, except for
      * any refund or transfer whose REWRITE failed and went to
      * suspense.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-CB-LISTED-TOTAL TO WS-EDIT-GRAND-TOTAL
           STRING "CREDIT BALANCES LISTED:    " DELIMITED BY SIZE
                  WS-CB-LISTED-COUNT            DELIMITED BY SIZE
                  "  TOTAL: "                   DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL           DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-CB-REFUND-TOTAL TO WS-EDIT-GRAND-TOTAL
           STRING "REFUNDED BY CHECK:         " DELIMITED BY SIZE
                  WS-CB-REFUND-COUNT            DELIMITED BY SIZE
                  "  TOTAL: "                   DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL           DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-CB-ESCHEAT-TOTAL TO WS-EDIT-GRAND-TOTAL
           STRING "TURNED OVER AS UNCLAIMED:  " DELIMITED BY SIZE
                  WS-CB-ESCHEAT-COUNT           DELIMITED BY SIZE
                  "  TOTAL: "                   DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL           DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-CB-HELD-TOTAL TO WS-EDIT-GRAND-TOTAL
           STRING "HELD ON ACCOUNT:           " DELIMITED BY SIZE
                  WS-CB-HELD-COUNT              DELIMITED BY SIZE
                  "  TOTAL: "                   DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL           DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "CREDIT BALANCES LISTED: " WS-CB-LISTED-COUNT
           DISPLAY "CREDIT BALANCES REFUNDED: " WS-CB-REFUND-COUNT
           DISPLAY "CREDIT BALANCES TURNED OVER AS UNCLAIMED: "
                   WS-CB-ESCHEAT-COUNT
           DISPLAY "CREDIT BALANCES HELD: " WS-CB-HELD-COUNT.

      ******************************************************************
       2900-SCREEN-PURCHASE.
      ******************************************************************
      * A purchase is tested against three rules before it may post:
      * too many purchases for the customer on one transaction date in
      * today's sorted input, a first movement on an account idle past
      * the dormancy length, and an amount over the floor that is more
      * than the set multiple of the customer's usual purchase in
      * history. The first rule tripped holds the item for the fraud
      * desk; it does not post. Because the input arrives in customer
      * and date order, the purchases of a burst up to the limit have
      * already posted - it is the ones past it that are held.
           MOVE SPACE TO WS-FR-RULE
           MOVE SPACES TO WS-FR-RULE-TEXT

           IF TS-CUST-ID = WS-FR-VEL-CUST-ID
                  AND TS-DATE = WS-FR-VEL-DATE
               ADD 1 TO WS-FR-VEL-COUNT
           ELSE
               MOVE TS-CUST-ID TO WS-FR-VEL-CUST-ID
               MOVE TS-DATE TO WS-FR-VEL-DATE
               MOVE 1 TO WS-FR-VEL-COUNT
           END-IF

           SET WS-FR-NOT-DORMANT TO TRUE
           IF WS-FR-DORMANT-DAYS > ZERO
                  AND CUST-LAST-ACTIVITY-DATE NUMERIC
                  AND CUST-LAST-ACTIVITY-DATE > ZERO
               PERFORM 2906-TEST-DORMANT-ACCOUNT
           END-IF

           EVALUATE TRUE
               WHEN WS-FR-VELOCITY-MAX > ZERO
                      AND WS-FR-VEL-COUNT > WS-FR-VELOCITY-MAX
                   MOVE "V" TO WS-FR-RULE
                   STRING WS-FR-VEL-COUNT          DELIMITED BY SIZE
                          " PURCHASES ON ONE DAY"  DELIMITED BY SIZE
                       INTO WS-FR-RULE-TEXT
               WHEN WS-FR-DORMANT
                   MOVE "D" TO WS-FR-RULE
                   STRING "NO ACTIVITY IN "        DELIMITED BY SIZE
                          WS-FR-DORMANT-DAYS       DELIMITED BY SIZE
                          " DAYS"                  DELIMITED BY SIZE
                       INTO WS-FR-RULE-TEXT
               WHEN WS-FR-AMOUNT-MULT > ZERO
                      AND TS-AMOUNT > WS-FR-AMOUNT-FLOOR
                   PERFORM 2905-FIND-USUAL-PURCHASE
                   IF WS-FR-HIST-COUNT > ZERO
                          AND TS-AMOUNT >
                              WS-FR-USUAL-AMOUNT * WS-FR-AMOUNT-MULT
                       MOVE "A" TO WS-FR-RULE
                       MOVE WS-FR-USUAL-AMOUNT TO WS-EDIT-AMOUNT
                       STRING "USUAL PURCHASE "    DELIMITED BY SIZE
                              WS-EDIT-AMOUNT       DELIMITED BY SIZE
                           INTO WS-FR-RULE-TEXT
                   END-IF
           END-EVALUATE

           IF WS-FR-RULE = SPACE
               MOVE TS-TRANS-TYPE TO TRANS-TYPE
               MOVE TS-AMOUNT TO TRANS-AMOUNT
               PERFORM 2070-POST-ONE-TRANSACTION
           ELSE
               PERFORM 2910-HOLD-FOR-REVIEW
           END-IF.

      ******************************************************************
       2905-FIND-USUAL-PURCHASE.
      ******************************************************************
      * The average purchase in the customer's history over the
      * lookback window. A customer with no purchases in the window
      * has no usual amount to be judged against, and this rule passes
      * the item. Read once per customer: later purchases the same run
      * are judged against the history as it stood before today.
           IF TS-CUST-ID NOT = WS-FR-HIST-CUST-ID
               MOVE TS-CUST-ID TO WS-FR-HIST-CUST-ID
               MOVE ZERO TO WS-FR-HIST-COUNT
               MOVE ZERO TO WS-FR-HIST-TOTAL
               MOVE ZERO TO WS-FR-USUAL-AMOUNT
               SET WS-FR-SCAN-ACTIVE TO TRUE

               MOVE TS-CUST-ID TO HIST-CUST-ID
               MOVE WS-FR-LOOKBACK-START TO HIST-TRANS-DATE
               MOVE ZERO TO HIST-TRANS-ID

               START TRANS-HISTORY-FILE
                   KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       SET WS-FR-SCAN-DONE TO TRUE
               END-START

               PERFORM UNTIL WS-FR-SCAN-DONE
                   READ TRANS-HISTORY-FILE NEXT RECORD
                       AT END
                           SET WS-FR-SCAN-DONE TO TRUE
                       NOT AT END
                           IF HIST-CUST-ID NOT = TS-CUST-ID
                               SET WS-FR-SCAN-DONE TO TRUE
                           ELSE
                               IF HIST-TRANS-TYPE = "P"
                                   ADD 1 TO WS-FR-HIST-COUNT
                                   ADD HIST-AMOUNT TO WS-FR-HIST-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-FR-HIST-COUNT > ZERO
                   COMPUTE WS-FR-USUAL-AMOUNT ROUNDED =
                       WS-FR-HIST-TOTAL / WS-FR-HIST-COUNT
               END-IF
           END-IF.

      ******************************************************************
       2906-TEST-DORMANT-ACCOUNT.
      ******************************************************************
      * Dormant means the customer has done nothing since the cutoff.
      * The master's activity date cannot say so on its own: every
      * posting moves it, finance charges and fees included, so an
      * idle account carrying a balance looks busy every month. It is
      * enough to rule an account idle when it is older than the
      * cutoff; otherwise history since the cutoff is searched for a
      * movement outside the reserved 99xxxxxxxx range the program
      * numbers its own postings from, as the credit-balance sweep
      * does for the owner's last activity. Earlier items of the
      * customer's own posted today count, so only the first movement
      * after the idle spell is held.
           IF CUST-LAST-ACTIVITY-DATE < WS-FR-DORMANT-CUTOFF
               SET WS-FR-DORMANT TO TRUE
           ELSE
               SET WS-FR-DORMANT TO TRUE
               SET WS-FR-SCAN-ACTIVE TO TRUE

               MOVE TS-CUST-ID TO HIST-CUST-ID
               MOVE WS-FR-DORMANT-CUTOFF TO HIST-TRANS-DATE
               MOVE ZERO TO HIST-TRANS-ID

               START TRANS-HISTORY-FILE
                   KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       SET WS-FR-SCAN-DONE TO TRUE
               END-START

               PERFORM UNTIL WS-FR-SCAN-DONE
                   READ TRANS-HISTORY-FILE NEXT RECORD
                       AT END
                           SET WS-FR-SCAN-DONE TO TRUE
                       NOT AT END
                           IF HIST-CUST-ID NOT = TS-CUST-ID
                               SET WS-FR-SCAN-DONE TO TRUE
                           ELSE
                               IF HIST-TRANS-ID < 9900000000
                                   SET WS-FR-NOT-DORMANT TO TRUE
                                   SET WS-FR-SCAN-DONE TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
       2910-HOLD-FOR-REVIEW.
      ******************************************************************
      * The item is kept whole on the hold file with the rule that
      * tripped. The bank re-sending an item already held finds its
      * key taken; the held original still awaits the desk, so the
      * re-send is reported and goes no further.
           MOVE SPACES TO FRAUD-HOLD-RECORD
           MOVE TS-CUST-ID TO FH-CUST-ID
           MOVE TS-TRANS-ID TO FH-TRANS-ID
           MOVE WS-FR-RULE TO FH-RULE
           SET FH-HELD TO TRUE
           MOVE WS-RUN-DATE-N TO FH-HOLD-DATE
           MOVE ZERO TO FH-DECIDE-DATE
           MOVE WS-FR-RULE-TEXT TO FH-RULE-TEXT
           MOVE TRANS-SORT-RECORD TO FH-SORT-IMAGE

           WRITE FRAUD-HOLD-RECORD
               INVALID KEY
                   DISPLAY "PURCHASE ALREADY HELD FOR REVIEW: "
                           TS-TRANS-ID " CUST-ID: " TS-CUST-ID
                   ADD 1 TO WS-FR-RESENT-COUNT
                   MOVE "RE-SENT - ALREADY HELD" TO WS-FR-ACTION-TEXT
               NOT INVALID KEY
                   DISPLAY "PURCHASE HELD FOR FRAUD REVIEW: "
                           TS-TRANS-ID " CUST-ID: " TS-CUST-ID
                   ADD 1 TO WS-FR-HELD-COUNT
                   ADD TS-AMOUNT TO WS-FR-HELD-TOTAL
                   MOVE "HELD FOR REVIEW" TO WS-FR-ACTION-TEXT
           END-WRITE

           PERFORM 2940-WRITE-FRAUD-LINE.

      ******************************************************************
       2920-OPEN-FRAUD-FILES.
      ******************************************************************
      * The hold file accumulates across runs; the first run in a new
      * environment creates it, as the dispute open does. The desk's
      * report is the day's own.
           COMPUTE WS-FR-LOOKBACK-START =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   - WS-FR-LOOKBACK-DAYS)
           COMPUTE WS-FR-DORMANT-CUTOFF =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   - WS-FR-DORMANT-DAYS)
           MOVE ZERO TO WS-FR-VEL-CUST-ID
           MOVE ZERO TO WS-FR-HIST-CUST-ID

           OPEN I-O FRAUD-HOLD-FILE

           IF WS-FRHOLD-NOT-FOUND
               OPEN OUTPUT FRAUD-HOLD-FILE
               CLOSE FRAUD-HOLD-FILE
               OPEN I-O FRAUD-HOLD-FILE
           END-IF

           IF NOT WS-FRHOLD-OK
               DISPLAY "FRAUD HOLD FILE OPEN ERROR: "
                       WS-FRHOLD-STATUS
               MOVE 1 TO LS-RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FRAUD-REPORT

           MOVE SPACES TO FRAUD-REPORT-LINE
           MOVE WS-CURRENT-DATE TO WS-EDIT-DATE-YMD
           STRING "FRAUD REVIEW - PURCHASE SCREENING - RUN DATE: "
                                        DELIMITED BY SIZE
                  WS-EDIT-DATE-YMD      DELIMITED BY SIZE
               INTO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE

           MOVE SPACES TO FRAUD-REPORT-LINE
           MOVE "CUST-ID   TRANS-ID    DATE" TO FRAUD-REPORT-LINE
           MOVE "AMOUNT" TO FRAUD-REPORT-LINE (44:6)
           MOVE "RULE" TO FRAUD-REPORT-LINE (52:4)
           MOVE "ACTION" TO FRAUD-REPORT-LINE (84:6)
           WRITE FRAUD-REPORT-LINE.

      ******************************************************************
       2930-APPLY-FRAUD-DECISIONS.
      ******************************************************************
      * The desk's decision cards, read inside the posting sort's input
      * procedure so a released purchase goes straight into today's
      * posting. No file means no decisions today.
           OPEN INPUT FRAUD-DECISION-FILE

           IF WS-FRDEC-NOT-FOUND
               DISPLAY "NO FRAUD DECISION FILE - NONE APPLIED"
           ELSE
               IF NOT WS-FRDEC-OK
                   DISPLAY "FRAUD DECISION FILE OPEN ERROR: "
                           WS-FRDEC-STATUS
                   MOVE 1 TO LS-RETURN-CODE
                   STOP RUN
               END-IF

               SET WS-FR-DEC-MORE TO TRUE

               PERFORM UNTIL WS-FR-DEC-EOF
                   READ FRAUD-DECISION-FILE
                       AT END
                           SET WS-FR-DEC-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FR-DEC-READ-COUNT
                           PERFORM 2931-APPLY-ONE-DECISION
                   END-READ
               END-PERFORM

               CLOSE FRAUD-DECISION-FILE

               DISPLAY "FRAUD DECISION CARDS READ: "
                       WS-FR-DEC-READ-COUNT
               DISPLAY "FRAUD DECISION CARDS REFUSED: "
                       WS-FR-DEC-REFUSED-COUNT
           END-IF.

      ******************************************************************
       2931-APPLY-ONE-DECISION.
      ******************************************************************
      * A card must name an item still held and carry a decision and
      * the deciding operator; anything else is refused and reported.
           EVALUATE TRUE
               WHEN FDC-CUST-ID NOT NUMERIC
                      OR FDC-TRANS-ID NOT NUMERIC
                      OR (NOT FDC-RELEASE AND NOT FDC-DECLINE)
                      OR FDC-OPERATOR-ID = SPACES
                   MOVE "BAD DECISION CARD" TO WS-FR-ACTION-TEXT
                   PERFORM 2936-REFUSE-DECISION
               WHEN OTHER
                   MOVE FDC-CUST-ID TO FH-CUST-ID
                   MOVE FDC-TRANS-ID TO FH-TRANS-ID
                   READ FRAUD-HOLD-FILE
                       INVALID KEY
                           MOVE "NO SUCH HELD ITEM"
                               TO WS-FR-ACTION-TEXT
                           PERFORM 2936-REFUSE-DECISION
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN NOT FH-HELD
                                   MOVE "ITEM ALREADY DECIDED"
                                       TO WS-FR-ACTION-TEXT
                                   PERFORM 2936-REFUSE-DECISION
                               WHEN FDC-RELEASE
                                   PERFORM 2932-RELEASE-HELD-ITEM
                               WHEN OTHER
                                   PERFORM 2933-DECLINE-HELD-ITEM
                           END-EVALUATE
                   END-READ
           END-EVALUATE.

      ******************************************************************
       2932-RELEASE-HELD-ITEM.
      ******************************************************************
      * The item goes into the sort exactly as it was held, marked "F"
      * so screening passes it; the hold is closed first, so a failed
      * rewrite cannot leave it open to be released twice.
           SET FH-RELEASED TO TRUE
           MOVE WS-RUN-DATE-N TO FH-DECIDE-DATE
           MOVE FDC-OPERATOR-ID TO FH-DECIDE-OPERATOR

           REWRITE FRAUD-HOLD-RECORD
               INVALID KEY
                   DISPLAY "FRAUD HOLD REWRITE ERROR: "
                           WS-FRHOLD-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "HOLD NOT UPDATED" TO WS-FR-ACTION-TEXT
                   PERFORM 2936-REFUSE-DECISION
               NOT INVALID KEY
                   MOVE FH-SORT-IMAGE TO TRANS-SORT-RECORD
                   MOVE ZERO TO TS-ATTEMPT
                   MOVE "F" TO TS-REASON
                   RELEASE TRANS-SORT-RECORD
                   ADD 1 TO WS-FR-RELEASED-COUNT
                   ADD TS-AMOUNT TO WS-FR-RELEASED-TOTAL
                   MOVE FH-RULE-TEXT TO WS-FR-RULE-TEXT
                   MOVE SPACES TO WS-FR-ACTION-TEXT
                   STRING "RELEASED BY "   DELIMITED BY SIZE
                          FDC-OPERATOR-ID  DELIMITED BY SIZE
                       INTO WS-FR-ACTION-TEXT
                   PERFORM 2940-WRITE-FRAUD-LINE
           END-REWRITE.

      ******************************************************************
       2933-DECLINE-HELD-ITEM.
      ******************************************************************
      * A declined purchase never posts. It is written off to the
      * reject file under its own type, with the rule that held it.
           SET FH-DECLINED TO TRUE
           MOVE WS-RUN-DATE-N TO FH-DECIDE-DATE
           MOVE FDC-OPERATOR-ID TO FH-DECIDE-OPERATOR

           REWRITE FRAUD-HOLD-RECORD
               INVALID KEY
                   DISPLAY "FRAUD HOLD REWRITE ERROR: "
                           WS-FRHOLD-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "HOLD NOT UPDATED" TO WS-FR-ACTION-TEXT
                   PERFORM 2936-REFUSE-DECISION
               NOT INVALID KEY
                   MOVE FH-SORT-IMAGE TO TRANS-SORT-RECORD
                   MOVE FH-CUST-ID TO REJECT-CUST-ID
                   SET REJECT-FRAUD-DECLINED TO TRUE
                   MOVE WS-CURRENT-DATE TO REJECT-RUN-DATE
                   MOVE FH-RULE TO REJECT-FRAUD-RULE
                   WRITE REJECT-RECORD
                   MOVE SPACE TO REJECT-FRAUD-RULE
                   ADD 1 TO WS-FR-DECLINED-COUNT
                   ADD TS-AMOUNT TO WS-FR-DECLINED-TOTAL
                   MOVE FH-RULE-TEXT TO WS-FR-RULE-TEXT
                   MOVE SPACES TO WS-FR-ACTION-TEXT
                   STRING "DECLINED BY "   DELIMITED BY SIZE
                          FDC-OPERATOR-ID  DELIMITED BY SIZE
                       INTO WS-FR-ACTION-TEXT
                   PERFORM 2940-WRITE-FRAUD-LINE
           END-REWRITE.

      ******************************************************************
       2936-REFUSE-DECISION.
      ******************************************************************
      * The caller has put the reason in WS-FR-ACTION-TEXT.
           ADD 1 TO WS-FR-DEC-REFUSED-COUNT
           DISPLAY "FRAUD DECISION REFUSED - " WS-FR-ACTION-TEXT

           MOVE SPACES TO FRAUD-REPORT-LINE
           MOVE FDC-CUST-ID TO FRAUD-REPORT-LINE (1:8)
           MOVE FDC-TRANS-ID TO FRAUD-REPORT-LINE (11:10)
           MOVE "DECISION REFUSED" TO FRAUD-REPORT-LINE (52:16)
           MOVE WS-FR-ACTION-TEXT TO FRAUD-REPORT-LINE (84:30)
           WRITE FRAUD-REPORT-LINE.

      ******************************************************************
       2940-WRITE-FRAUD-LINE.
      ******************************************************************
      * The item is in the sort-record area; the caller has set the
      * rule and action text.
           MOVE SPACES TO FRAUD-REPORT-LINE
           MOVE TS-CUST-ID TO FRAUD-REPORT-LINE (1:8)
           MOVE TS-TRANS-ID TO FRAUD-REPORT-LINE (11:10)
           MOVE TS-DATE TO WS-EDIT-DATE-YMD
           MOVE WS-EDIT-DATE-YMD TO FRAUD-REPORT-LINE (23:10)
           MOVE TS-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO FRAUD-REPORT-LINE (35:15)
           MOVE WS-FR-RULE-TEXT TO FRAUD-REPORT-LINE (52:30)
           MOVE WS-FR-ACTION-TEXT TO FRAUD-REPORT-LINE (84:30)
           WRITE FRAUD-REPORT-LINE.

      ******************************************************************
       2950-WRITE-FRAUD-TOTALS.
      ******************************************************************
           MOVE SPACES TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE

           MOVE SPACES TO FRAUD-REPORT-LINE
           MOVE WS-FR-HELD-TOTAL TO WS-EDIT-GRAND-TOTAL
           STRING "HELD FOR REVIEW:      " DELIMITED BY SIZE
                  WS-FR-HELD-COUNT         DELIMITED BY SIZE
                  "  AMOUNT: "             DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL      DELIMITED BY SIZE
               INTO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE

           MOVE SPACES TO FRAUD-REPORT-LINE
           MOVE WS-FR-RELEASED-TOTAL TO WS-EDIT-GRAND-TOTAL
           STRING "RELEASED TO POSTING:  " DELIMITED BY SIZE
                  WS-FR-RELEASED-COUNT     DELIMITED BY SIZE
                  "  AMOUNT: "             DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL      DELIMITED BY SIZE
               INTO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE

           MOVE SPACES TO FRAUD-REPORT-LINE
           MOVE WS-FR-DECLINED-TOTAL TO WS-EDIT-GRAND-TOTAL
           STRING "DECLINED TO REJECTS:  " DELIMITED BY SIZE
                  WS-FR-DECLINED-COUNT     DELIMITED BY SIZE
                  "  AMOUNT: "             DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL      DELIMITED BY SIZE
               INTO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE

           MOVE SPACES TO FRAUD-REPORT-LINE
           STRING "DECISIONS REFUSED:    " DELIMITED BY SIZE
                  WS-FR-DEC-REFUSED-COUNT  DELIMITED BY SIZE
                  "  RE-SENT WHILE HELD: " DELIMITED BY SIZE
                  WS-FR-RESENT-COUNT       DELIMITED BY SIZE
               INTO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE.

      ******************************************************************
       3000-ARITHMETIC-EXAMPLES.
      ******************************************************************
      * Basic arithmetic
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-AMOUNT-1 WS-AMOUNT-2 GIVING WS-TOTAL-AMOUNT
           ADD CORR WS-INPUT-GROUP TO WS-OUTPUT-GROUP

           SUBTRACT 1 FROM WS-RECORD-COUNT
           SUBTRACT WS-DISCOUNT FROM WS-TOTAL GIVING WS-NET-AMOUNT

           MULTIPLY WS-QUANTITY BY WS-PRICE
           MULTIPLY WS-RATE BY WS-HOURS GIVING WS-PAY

           DIVIDE WS-TOTAL BY WS-COUNT GIVING WS-AVERAGE
           DIVIDE WS-TOTAL BY WS-COUNT GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER

           COMPUTE WS-RESULT = (WS-A + WS-B) * WS-C / WS-D
           COMPUTE WS-RESULT ROUNDED = WS-A ** 2 + WS-B ** 0.5

      * On size error handling
           ADD WS-LARGE-NUM TO WS-TOTAL
               ON SIZE ERROR
                   DISPLAY "OVERFLOW OCCURRED"
                   MOVE 999999999 TO WS-TOTAL
               NOT ON SIZE ERROR
                   CONTINUE
           END-ADD.

      ******************************************************************
       4000-STRING-EXAMPLES.
      ******************************************************************
      * String operations
           STRING WS-FIRST-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-LAST-NAME DELIMITED BY SPACE
                  INTO WS-FULL-NAME
                  WITH POINTER WS-STRING-PTR
               ON OVERFLOW
                   DISPLAY "STRING OVERFLOW"
           END-STRING

           UNSTRING WS-INPUT-LINE DELIMITED BY "," OR SPACE
               INTO WS-FIELD-1
                    WS-FIELD-2
                    WS-FIELD-3
               WITH POINTER WS-UNSTR-PTR
               TALLYING IN WS-FIELD-COUNT
               ON OVERFLOW
                   DISPLAY "UNSTRING OVERFLOW"
           END-UNSTRING

           INSPECT WS-TEXT-FIELD
               TALLYING WS-CHAR-COUNT FOR ALL "A"
               REPLACING ALL "X" BY "Y"

           INSPECT WS-TEXT-FIELD
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      * Reference modification
           MOVE WS-FULL-STRING(1:10) TO WS-SUBSTRING
           MOVE WS-FULL-STRING(WS-START-POS:WS-LENGTH)
               TO WS-SUBSTRING.

      ******************************************************************
       5000-CONDITIONAL-EXAMPLES.
      ******************************************************************
      * IF statement
           IF WS-AMOUNT > 1000
               DISPLAY "LARGE AMOUNT"
           ELSE IF WS-AMOUNT > 100
               DISPLAY "MEDIUM AMOUNT"
           ELSE
               DISPLAY "SMALL AMOUNT"
           END-IF

      * Nested IF
           IF WS-STATUS = "A"
               IF WS-BALANCE > 0
                   DISPLAY "ACTIVE WITH BALANCE"
               END-IF
           END-IF

      * Complex conditions
           IF (WS-A > WS-B AND WS-C > WS-D)
              OR (WS-E = WS-F AND NOT WS-G = WS-H)
               DISPLAY "COMPLEX CONDITION MET"
           END-IF

      * Class conditions
           IF WS-FIELD IS NUMERIC
               DISPLAY "NUMERIC"
           END-IF

           IF WS-FIELD IS ALPHABETIC
               DISPLAY "ALPHABETIC"
           END-IF

           IF WS-FIELD IS ALPHANUMERIC-CLASS
               DISPLAY "CUSTOM CLASS"
           END-IF

      * Sign conditions
           IF WS-AMOUNT IS POSITIVE
               DISPLAY "POSITIVE"
           ELSE IF WS-AMOUNT IS NEGATIVE
               DISPLAY "NEGATIVE"
           ELSE
               DISPLAY "ZERO"
           END-IF

      * EVALUATE statement
           EVALUATE WS-CODE ALSO WS-FLAG
               WHEN 1 ALSO "Y"
                   DISPLAY "CODE 1 WITH Y"
               WHEN 2 THRU 5 ALSO "N"
                   DISPLAY "CODE 2-5 WITH N"
               WHEN 6 ALSO ANY
                   DISPLAY "CODE 6 WITH ANY FLAG"
               WHEN OTHER
                   DISPLAY "OTHER COMBINATION"
           END-EVALUATE.

      ******************************************************************
       6000-LOOP-EXAMPLES.
      ******************************************************************
      * PERFORM variations
           PERFORM 6100-SIMPLE-PARA

           PERFORM 6100-SIMPLE-PARA 5 TIMES

           PERFORM 6100-SIMPLE-PARA
               UNTIL WS-EOF

           PERFORM 6100-SIMPLE-PARA
               WITH TEST AFTER
               UNTIL WS-EOF

           PERFORM 6100-SIMPLE-PARA
               VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > 10

           PERFORM 6100-SIMPLE-PARA
               VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > 4
               AFTER WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > 10

      * Inline PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               DISPLAY "ITERATION: " WS-I
               ADD WS-I TO WS-TOTAL
           END-PERFORM.

      ******************************************************************
       6100-SIMPLE-PARA.
      ******************************************************************
           ADD 1 TO WS-COUNTER.

      ******************************************************************
       6200-RESTORE-CUSTOMER.
      ******************************************************************
      * Brings a purged customer back from CUSTOMER-ARCHIVE. The
      * archive is searched by LS-CUSTOMER-ID, or by exact name via
      * LS-NAME-FROM when no ID is given; when the same account was
      * archived more than once the most recently archived image (the
      * last one on the file) is the one restored.
           SET WS-RESTORE-NOT-FOUND TO TRUE
           SET WS-NOT-EOF TO TRUE

           OPEN I-O CUSTOMER-FILE

           IF NOT WS-FILE-OK
               DISPLAY "FILE OPEN ERROR: " WS-FILE-STATUS
               MOVE 8 TO LS-RETURN-CODE
           ELSE
               OPEN INPUT CUSTOMER-ARCHIVE

               IF NOT WS-ARCHIVE-OK
                   DISPLAY "ARCHIVE OPEN ERROR: " WS-ARCHIVE-STATUS
                   MOVE 8 TO LS-RETURN-CODE
               ELSE
                   PERFORM 6210-SCAN-ARCHIVE
                   CLOSE CUSTOMER-ARCHIVE

                   IF WS-RESTORE-FOUND
                       PERFORM 6220-WRITE-RESTORED-CUSTOMER
                   ELSE
                       DISPLAY "CUSTOMER NOT FOUND IN ARCHIVE"
                       MOVE 4 TO LS-RETURN-CODE
                   END-IF
               END-IF

               CLOSE CUSTOMER-FILE
           END-IF

           SET WS-NOT-EOF TO TRUE.

      ******************************************************************
       6210-SCAN-ARCHIVE.
      ******************************************************************
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-ARCHIVE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ARCH-CUSTOMER-DATA TO WS-ARCH-CUST-VIEW
                       IF (LS-CUSTOMER-ID > ZERO
                              AND WS-ACV-CUST-ID = LS-CUSTOMER-ID)
                          OR (LS-CUSTOMER-ID = ZERO
                              AND LS-NAME-FROM NOT = SPACES
                              AND WS-ACV-CUST-NAME = LS-NAME-FROM)
                           MOVE ARCH-CUSTOMER-DATA TO WS-RESTORE-DATA
                           MOVE ARCH-RUN-DATE TO WS-RESTORE-ARCH-DATE
                           SET WS-RESTORE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
       6220-WRITE-RESTORED-CUSTOMER.
      ******************************************************************
           MOVE WS-RESTORE-DATA TO WS-ARCH-CUST-VIEW
           MOVE WS-RESTORE-ARCH-DATE TO WS-EDIT-DATE-YMD

           DISPLAY "RESTORING CUSTOMER: " WS-ACV-CUST-ID
                   " " WS-ACV-CUST-NAME
           DISPLAY "  ARCHIVED ON: " WS-EDIT-DATE-YMD
                   " WITH STATUS: " WS-ACV-STATUS

           MOVE WS-RESTORE-DATA TO CUSTOMER-RECORD
      * A charged-off account comes back charged off, with the amount
      * written off and the recoveries against it as they stood, so a
      * later payment is still a recovery. Any other account is
      * reinstated active with its collections tracking cleared.
           IF NOT CUST-CHARGED-OFF
               SET CUST-ACTIVE TO TRUE
               MOVE ZERO TO CUST-OVER-LIMIT-CYCLES
               MOVE ZERO TO CUST-SUSPEND-DATE
           END-IF
      * No payment terms are reopened: the account owes no minimum
      * until its next statement, which runs on from the last one it
      * had. Images archived before the record carried its later
      * fields hold spaces there, read as zero - the same as a
      * converted record on the master.
           IF CUST-STMT-DATE NOT NUMERIC
               MOVE ZERO TO CUST-STMT-DATE
           END-IF
           MOVE ZERO TO CUST-MIN-PAYMENT-DUE
           MOVE ZERO TO CUST-PAYMENT-DUE-DATE
           SET CUST-MINIMUM-MET TO TRUE
           IF CUST-DISPUTED-AMOUNT NOT NUMERIC
               MOVE ZERO TO CUST-DISPUTED-AMOUNT
           END-IF
           IF CUST-CHGOFF-DATE NOT NUMERIC
               MOVE ZERO TO CUST-CHGOFF-DATE
           END-IF
           IF CUST-CHGOFF-AMOUNT NOT NUMERIC
               MOVE ZERO TO CUST-CHGOFF-AMOUNT
           END-IF
           IF CUST-RECOVERED-AMOUNT NOT NUMERIC
               MOVE ZERO TO CUST-RECOVERED-AMOUNT
           END-IF
           IF CUST-CYCLE-CODE NOT NUMERIC
               MOVE ZERO TO CUST-CYCLE-CODE
           END-IF

           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "RESTORE FAILED - CUSTOMER ALREADY ON "
                           "MASTER: " CUST-ID
                   MOVE 8 TO LS-RETURN-CODE
               NOT INVALID KEY
                   PERFORM 6230-LOG-REINSTATEMENT
      * A restore runs without a run-control card, so its change-feed
      * segment is stamped with the system date instead of a business
      * date off a card.
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   PERFORM 1045-OPEN-DELTA-FILE
                   MOVE "RS" TO WS-DELTA-EVENT
                   MOVE CUST-ID TO WS-DELTA-KEY-ID
                   MOVE SPACES TO WS-DELTA-BEFORE
                   MOVE CUSTOMER-RECORD TO WS-DELTA-AFTER
                   PERFORM 8100-WRITE-DELTA-RECORD
                   PERFORM 8150-CLOSE-DELTA-SEGMENT
                   MOVE 0 TO LS-RETURN-CODE
           END-WRITE.

      ******************************************************************
       6230-LOG-REINSTATEMENT.
      ******************************************************************
           OPEN EXTEND REPORT-FILE
           IF WS-REPORT-NOT-FOUND
               OPEN OUTPUT REPORT-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "REINSTATED FROM ARCHIVE: " DELIMITED BY SIZE
                  CUST-ID                     DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  CUST-NAME                   DELIMITED BY SIZE
                  "  ARCHIVED: "              DELIMITED BY SIZE
                  WS-EDIT-DATE-YMD            DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE REPORT-FILE

           DISPLAY "CUSTOMER REINSTATED: " CUST-ID.

      ******************************************************************
       6300-LIST-ARCHIVE.
      ******************************************************************
      * Archive listing in ARCH-RUN-DATE sequence - the retention
      * auditors' view of what was purged and when, without a file
      * dump.
           OPEN INPUT CUSTOMER-ARCHIVE

           IF NOT WS-ARCHIVE-OK
               DISPLAY "ARCHIVE OPEN ERROR: " WS-ARCHIVE-STATUS
               MOVE 8 TO LS-RETURN-CODE
           ELSE
               OPEN EXTEND REPORT-FILE
               IF WS-REPORT-NOT-FOUND
                   OPEN OUTPUT REPORT-FILE
               END-IF

               MOVE SPACES TO REPORT-LINE
               MOVE "CUSTOMER ARCHIVE LISTING - BY RUN DATE"
                   TO REPORT-LINE
               WRITE REPORT-LINE

               MOVE ZERO TO WS-ARCHLIST-COUNT
               SET WS-NOT-EOF TO TRUE

               SORT ARCH-SORT-FILE
                   ON ASCENDING KEY AS-RUN-DATE
                   INPUT PROCEDURE IS 6310-ARCH-SORT-INPUT
                   OUTPUT PROCEDURE IS 6320-ARCH-SORT-OUTPUT

               MOVE SPACES TO REPORT-LINE
               STRING "ACCOUNTS ON ARCHIVE: " DELIMITED BY SIZE
                      WS-ARCHLIST-COUNT       DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE

               CLOSE REPORT-FILE
               CLOSE CUSTOMER-ARCHIVE
               MOVE 0 TO LS-RETURN-CODE
           END-IF

           SET WS-NOT-EOF TO TRUE.

      ******************************************************************
       6310-ARCH-SORT-INPUT.
      ******************************************************************
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-ARCHIVE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ARCH-CUSTOMER-DATA TO AS-CUSTOMER-DATA
                       MOVE ARCH-RUN-DATE TO AS-RUN-DATE
                       RELEASE ARCH-SORT-RECORD
               END-READ
           END-PERFORM.

      ******************************************************************
       6320-ARCH-SORT-OUTPUT.
      ******************************************************************
      * 6310-ARCH-SORT-INPUT leaves WS-EOF-SW set from exhausting
      * CUSTOMER-ARCHIVE; reset it here so this procedure's own
      * PERFORM UNTIL WS-EOF loop does not see the end-of-file flag
      * already up and return zero records.
           SET WS-NOT-EOF TO TRUE

           PERFORM UNTIL WS-EOF
               RETURN ARCH-SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AS-CUSTOMER-DATA TO WS-ARCH-CUST-VIEW
                       MOVE SPACES TO REPORT-LINE
                       MOVE AS-RUN-DATE TO WS-EDIT-DATE-YMD
                       MOVE WS-ACV-BALANCE TO WS-EDIT-AMOUNT
                       STRING WS-EDIT-DATE-YMD    DELIMITED BY SIZE
                              "  "                DELIMITED BY SIZE
                              WS-ACV-CUST-ID      DELIMITED BY SIZE
                              "  "                DELIMITED BY SIZE
                              WS-ACV-CUST-NAME    DELIMITED BY SIZE
                              "  "                DELIMITED BY SIZE
                              WS-ACV-STATUS       DELIMITED BY SIZE
                              "  "                DELIMITED BY SIZE
                              WS-EDIT-AMOUNT      DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                       ADD 1 TO WS-ARCHLIST-COUNT
               END-RETURN
           END-PERFORM.

      ******************************************************************
       6500-REBUILD-BALANCE.
      ******************************************************************
      * Re-derives one customer's balance from the history master the
      * way HIST-BALANCE-AFTER was designed to allow: every posted
      * movement is re-applied in HIST-KEY (date) order and the running
      * result proven against the balance-after each REWRITE persisted.
      * REBUILD stops at the printed proof; REBUILDUPD also repairs the
      * master so a Friday break does not sit wrong all weekend.
           IF LS-ACTION = "REBUILDUPD"
               SET WS-RBLD-APPLY TO TRUE
           ELSE
               SET WS-RBLD-PROOF-ONLY TO TRUE
           END-IF

           MOVE ZERO TO WS-RBLD-MOVE-COUNT
           MOVE ZERO TO WS-RBLD-DIFF-COUNT
           MOVE ZERO TO WS-RBLD-RUNNING
           MOVE ZERO TO WS-RBLD-OPENING

           OPEN I-O CUSTOMER-FILE

           IF NOT WS-FILE-OK
               DISPLAY "FILE OPEN ERROR: " WS-FILE-STATUS
               MOVE 8 TO LS-RETURN-CODE
           ELSE
               MOVE LS-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "REBUILD - CUSTOMER NOT ON MASTER: "
                               LS-CUSTOMER-ID
                       MOVE 4 TO LS-RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 6510-REBUILD-FROM-HISTORY
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF

           SET WS-NOT-EOF TO TRUE.

      ******************************************************************
       6510-REBUILD-FROM-HISTORY.
      ******************************************************************
           OPEN INPUT TRANS-HISTORY-FILE

           IF NOT WS-HIST-OK
               DISPLAY "HISTORY FILE OPEN ERROR: " WS-HIST-STATUS
               MOVE 8 TO LS-RETURN-CODE
           ELSE
               OPEN EXTEND REPORT-FILE
               IF WS-REPORT-NOT-FOUND
                   OPEN OUTPUT REPORT-FILE
               END-IF

               PERFORM 6520-WRITE-REBUILD-HEADER

               MOVE LS-CUSTOMER-ID TO HIST-CUST-ID
               MOVE ZERO TO HIST-TRANS-DATE
               MOVE ZERO TO HIST-TRANS-ID
               SET WS-NOT-EOF TO TRUE

               START TRANS-HISTORY-FILE
                   KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START

               PERFORM UNTIL WS-EOF
                   READ TRANS-HISTORY-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HIST-CUST-ID NOT = LS-CUSTOMER-ID
                               SET WS-EOF TO TRUE
                           ELSE
                               PERFORM 6530-PROVE-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANS-HISTORY-FILE

               IF WS-RBLD-MOVE-COUNT = ZERO
                   DISPLAY "REBUILD - NO HISTORY ON FILE FOR: "
                           LS-CUSTOMER-ID
                   MOVE 4 TO LS-RETURN-CODE
               ELSE
                   PERFORM 6550-FINISH-REBUILD
               END-IF

               CLOSE REPORT-FILE
           END-IF.

      ******************************************************************
       6520-WRITE-REBUILD-HEADER.
      ******************************************************************
           MOVE SPACES TO REPORT-LINE
           STRING "BALANCE REBUILD PROOF - CUST-ID: "
                                  DELIMITED BY SIZE
                  CUST-ID         DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  CUST-NAME       DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "DATE        TRANS-ID    T AMOUNT           "
               TO REPORT-LINE
           MOVE "REBUILT BALANCE   RECORDED BALANCE"
               TO REPORT-LINE (44:34)
           WRITE REPORT-LINE.

      ******************************************************************
       6530-PROVE-ONE-MOVEMENT.
      ******************************************************************
      * The first recorded movement fixes the opening balance: what the
      * master held before it is its balance-after with the movement
      * itself backed out. Every later movement is applied to the
      * running balance and proven against its own balance-after.
           PERFORM 6540-DERIVE-MOVEMENT-DELTA

           IF WS-RBLD-MOVE-COUNT = ZERO
               COMPUTE WS-RBLD-OPENING =
                   HIST-BALANCE-AFTER - WS-RBLD-DELTA
               MOVE WS-RBLD-OPENING TO WS-RBLD-RUNNING

               MOVE SPACES TO REPORT-LINE
               MOVE WS-RBLD-OPENING TO WS-EDIT-AMOUNT
               STRING "OPENING BALANCE (DERIVED):            "
                                      DELIMITED BY SIZE
                      WS-EDIT-AMOUNT  DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           ADD 1 TO WS-RBLD-MOVE-COUNT
           ADD WS-RBLD-DELTA TO WS-RBLD-RUNNING

           MOVE SPACES TO REPORT-LINE
           MOVE HIST-TRANS-DATE TO WS-EDIT-DATE-YMD
           MOVE HIST-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-RBLD-RUNNING TO WS-EDIT-AMOUNT-2
           STRING WS-EDIT-DATE-YMD  DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  HIST-TRANS-ID     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  HIST-TRANS-TYPE   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-EDIT-AMOUNT    DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-2  DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE HIST-BALANCE-AFTER TO WS-EDIT-AMOUNT-2
           MOVE WS-EDIT-AMOUNT-2 TO REPORT-LINE (62:15)

           IF HIST-BALANCE-AFTER NOT = WS-RBLD-RUNNING
               ADD 1 TO WS-RBLD-DIFF-COUNT
               MOVE " *BREAK*" TO REPORT-LINE (79:8)
           END-IF

           WRITE REPORT-LINE.

      ******************************************************************
       6540-DERIVE-MOVEMENT-DELTA.
      ******************************************************************
      * Signed effect of a history movement on the balance - the same
      * directions 2071 through 2076 apply when the movement first
      * posts: purchases, adjustments, and returned payments build the
      * balance, payments, refunds, and chargebacks reduce it. Refund
      * checks and unclaimed-property transfers take a credit balance
      * back up to zero.
           EVALUATE HIST-TRANS-TYPE
               WHEN "P"
               WHEN "J"
               WHEN "N"
               WHEN "K"
               WHEN "E"
                   MOVE HIST-AMOUNT TO WS-RBLD-DELTA
               WHEN "Y"
               WHEN "R"
               WHEN "C"
               WHEN "W"
                   COMPUTE WS-RBLD-DELTA = HIST-AMOUNT * -1
      * A recovery, or its return, moves cash, never the balance.
               WHEN "V"
               WHEN "X"
                   MOVE ZERO TO WS-RBLD-DELTA
               WHEN OTHER
                   DISPLAY "REBUILD - UNKNOWN MOVEMENT TYPE: "
                           HIST-TRANS-TYPE " ON " HIST-TRANS-ID
                   MOVE ZERO TO WS-RBLD-DELTA
           END-EVALUATE.

      ******************************************************************
       6550-FINISH-REBUILD.
      ******************************************************************
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RBLD-RUNNING TO WS-EDIT-AMOUNT
           MOVE CUST-BALANCE TO WS-EDIT-AMOUNT-2
           STRING "REBUILT BALANCE: "   DELIMITED BY SIZE
                  WS-EDIT-AMOUNT        DELIMITED BY SIZE
                  "  ON MASTER: "       DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-2      DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-RBLD-RUNNING TO LS-BALANCE-OUT
           MOVE 0 TO LS-RETURN-CODE

           IF CUST-BALANCE = WS-RBLD-RUNNING
               MOVE SPACES TO REPORT-LINE
               MOVE "MASTER BALANCE AGREES - NO REPAIR NEEDED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-RBLD-APPLY
                   PERFORM 6560-APPLY-REBUILT-BALANCE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   MOVE "MASTER BALANCE DISAGREES - PROOF ONLY, "
                       TO REPORT-LINE
                   MOVE "MASTER NOT CHANGED" TO REPORT-LINE (40:18)
                   WRITE REPORT-LINE
               END-IF
           END-IF.

      ******************************************************************
       6560-APPLY-REBUILT-BALANCE.
      ******************************************************************
      * The one sanctioned way a balance is corrected outside posting:
      * the proof above is the audit trail, and the repair is itself
      * logged with both the balance taken off and the one put on.
           MOVE CUST-BALANCE TO WS-EDIT-AMOUNT-2
           MOVE WS-RBLD-RUNNING TO CUST-BALANCE

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "REBUILD REWRITE ERROR: " WS-FILE-STATUS
                   MOVE 8 TO LS-RETURN-CODE
               NOT INVALID KEY
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-RBLD-RUNNING TO WS-EDIT-AMOUNT
                   STRING "BALANCE REPAIRED - WAS: "
                                             DELIMITED BY SIZE
                          WS-EDIT-AMOUNT-2   DELIMITED BY SIZE
                          "  NOW: "          DELIMITED BY SIZE
                          WS-EDIT-AMOUNT     DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY "BALANCE REPAIRED FOR CUST-ID: " CUST-ID
           END-REWRITE.

      ******************************************************************
       7000-TABLE-EXAMPLES.
      ******************************************************************
      * Table access with index
           SET WS-ITEM-IDX TO 1
           SEARCH WS-ITEM
               AT END
                   DISPLAY "NOT FOUND"
               WHEN WS-ITEM-KEY(WS-ITEM-IDX) = WS-SEARCH-KEY
                   DISPLAY "FOUND AT: " WS-ITEM-IDX
           END-SEARCH

      * Binary search (table must be sorted)
           SEARCH ALL WS-ITEM
               AT END
                   DISPLAY "NOT FOUND"
               WHEN WS-ITEM-KEY(WS-ITEM-IDX) = WS-SEARCH-KEY
                   MOVE WS-ITEM-DESC(WS-ITEM-IDX) TO WS-RESULT
           END-SEARCH

      * SET statement
           SET WS-ITEM-IDX TO 1
           SET WS-ITEM-IDX UP BY 1
           SET WS-ITEM-IDX DOWN BY 2
           SET WS-ITEM-IDX TO WS-SAVE-IDX

      * SORT statement
           SORT SORT-FILE
               ON ASCENDING KEY SORT-KEY
               INPUT PROCEDURE IS 7100-SORT-INPUT
               OUTPUT PROCEDURE IS 7200-SORT-OUTPUT.

      ******************************************************************
       7050-SORT-TOP-BALANCES.
      ******************************************************************
           CLOSE CUSTOMER-FILE
           OPEN INPUT CUSTOMER-FILE
           SET WS-NOT-EOF TO TRUE

           IF WS-SORT-BY-BALANCE
               SORT SORT-FILE
                   ON DESCENDING KEY SORT-BALANCE-KEY
                   INPUT PROCEDURE IS 7100-SORT-INPUT
                   OUTPUT PROCEDURE IS 7200-SORT-OUTPUT
           ELSE
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-KEY
                   INPUT PROCEDURE IS 7100-SORT-INPUT
                   OUTPUT PROCEDURE IS 7200-SORT-OUTPUT
           END-IF.

      ******************************************************************
       7100-SORT-INPUT.
      ******************************************************************
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE CUST-ID TO SORT-KEY
                       MOVE CUST-BALANCE TO SORT-BALANCE-KEY
                       MOVE CUST-NAME TO SORT-CUST-NAME
                       MOVE CUST-BALANCE TO SORT-CUST-BALANCE
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM.

      ******************************************************************
       7200-SORT-OUTPUT.
      ******************************************************************
      * 7100-SORT-INPUT leaves WS-EOF-SW set from exhausting
      * CUSTOMER-FILE; reset it here so this procedure's own
      * PERFORM UNTIL WS-EOF loop does not see the end-of-file flag
      * already up and return zero records.
           SET WS-NOT-EOF TO TRUE

           PERFORM UNTIL WS-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO REPORT-LINE
                       MOVE SORT-CUST-BALANCE TO WS-EDIT-AMOUNT
                       STRING SORT-KEY              DELIMITED BY SIZE
                              "  "                  DELIMITED BY SIZE
                              SORT-CUST-NAME         DELIMITED BY SIZE
                              "  "                  DELIMITED BY SIZE
                              WS-EDIT-AMOUNT         DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
               END-RETURN
           END-PERFORM.

      ******************************************************************
       7300-REPORT-TO-BUREAU.
      ******************************************************************
      * Monthly report of every reportable account to the credit
      * bureaus. The month is the run card's. The bureau log refuses
      * to send a month twice, so a month that went out wrong goes
      * again only as a correction, and only while it is the latest
      * month sent - the master holds today's accounts, not those of
      * an earlier month.
           PERFORM 1005-READ-PARAMETERS
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-RUN-DATE-N TO WS-BUR-CARD-DATE
           INITIALIZE WS-BUREAU-COUNTS

           OPEN I-O BUREAU-LOG-FILE

           IF WS-BURLOG-NOT-FOUND
               OPEN OUTPUT BUREAU-LOG-FILE
               CLOSE BUREAU-LOG-FILE
               OPEN I-O BUREAU-LOG-FILE
           END-IF

           IF NOT WS-BURLOG-OK
               DISPLAY "BUREAU LOG OPEN ERROR: " WS-BURLOG-STATUS
               MOVE 8 TO LS-RETURN-CODE
           ELSE
               PERFORM 7305-CHECK-REPORT-MONTH

               IF WS-BUR-MONTH-REFUSED
                   MOVE 8 TO LS-RETURN-CODE
               ELSE
                   PERFORM 7310-WRITE-BUREAU-FILE
               END-IF

               CLOSE BUREAU-LOG-FILE
           END-IF.

      ******************************************************************
       7305-CHECK-REPORT-MONTH.
      ******************************************************************
      * A correction is reported as of the date the month was first
      * reported, so the aging, the delinquency dates and the history
      * cut-off come out as they should have the first time.
           SET WS-BUR-MONTH-OK TO TRUE

           IF WS-BUR-CORRECTION
               IF LS-DATE-FROM NOT NUMERIC OR LS-DATE-FROM = ZERO
                   DISPLAY "BUREAU CORRECTION NEEDS THE MONTH IN "
                           "LS-DATE-FROM"
                   SET WS-BUR-MONTH-REFUSED TO TRUE
               ELSE
                   COMPUTE WS-BUR-REPORT-MONTH = LS-DATE-FROM / 100
                   MOVE WS-BUR-REPORT-MONTH TO BL-REPORT-MONTH
                   READ BUREAU-LOG-FILE
                       INVALID KEY
                           DISPLAY "BUREAU MONTH " WS-BUR-REPORT-MONTH
                                   " NEVER REPORTED - NOTHING TO "
                                   "CORRECT"
                           SET WS-BUR-MONTH-REFUSED TO TRUE
                       NOT INVALID KEY
                           MOVE BL-ACTIVITY-DATE TO WS-RUN-DATE-N
                           MOVE BL-ACTIVITY-DATE TO WS-CURRENT-DATE
                           READ BUREAU-LOG-FILE NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   DISPLAY "BUREAU MONTH "
                                           BL-REPORT-MONTH
                                           " ALREADY REPORTED - "
                                           "CORRECTION REFUSED"
                                   SET WS-BUR-MONTH-REFUSED TO TRUE
                           END-READ
                   END-READ
               END-IF
           ELSE
               COMPUTE WS-BUR-REPORT-MONTH = WS-RUN-DATE-N / 100
               MOVE WS-BUR-REPORT-MONTH TO BL-REPORT-MONTH
               READ BUREAU-LOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "BUREAU MONTH " WS-BUR-REPORT-MONTH
                               " ALREADY REPORTED - USE BUREAUCORR"
                       SET WS-BUR-MONTH-REFUSED TO TRUE
               END-READ
           END-IF

           COMPUTE WS-BUR-MONTH-START = WS-BUR-REPORT-MONTH * 100 + 1.

      ******************************************************************
       7310-WRITE-BUREAU-FILE.
      ******************************************************************
      * The file is logged as sent only when its control totals
      * balance; one that does not is held, and the month can simply
      * be run again once the cause is found.
           OPEN INPUT CUSTOMER-FILE

           IF NOT WS-FILE-OK
               DISPLAY "FILE OPEN ERROR: " WS-FILE-STATUS
               MOVE 8 TO LS-RETURN-CODE
           ELSE
               OPEN INPUT TRANS-HISTORY-FILE

               IF NOT WS-HIST-OK
                   DISPLAY "HISTORY FILE OPEN ERROR: " WS-HIST-STATUS
                   MOVE 8 TO LS-RETURN-CODE
                   CLOSE CUSTOMER-FILE
               ELSE
                   OPEN OUTPUT BUREAU-FILE
                   OPEN OUTPUT BUREAU-EXCEPTION-REPORT
                   OPEN EXTEND REPORT-FILE
                   IF WS-REPORT-NOT-FOUND
                       OPEN OUTPUT REPORT-FILE
                   END-IF

                   PERFORM 7315-WRITE-BUREAU-HEADER

                   SET WS-NOT-EOF TO TRUE

                   PERFORM UNTIL WS-EOF
                       READ CUSTOMER-FILE NEXT RECORD
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 7320-REPORT-ONE-ACCOUNT
                       END-READ
                   END-PERFORM

                   PERFORM 7370-WRITE-BUREAU-TRAILER
                   PERFORM 7365-WRITE-EXCEPTION-TOTALS
                   PERFORM 7380-WRITE-BUREAU-CONTROLS

                   IF LS-RETURN-CODE = 0
                       PERFORM 7390-LOG-REPORTED-MONTH
                   END-IF

                   CLOSE REPORT-FILE
                   CLOSE BUREAU-EXCEPTION-REPORT
                   CLOSE BUREAU-FILE
                   CLOSE TRANS-HISTORY-FILE
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF

           SET WS-NOT-EOF TO TRUE.

      ******************************************************************
       7315-WRITE-BUREAU-HEADER.
      ******************************************************************
           MOVE SPACES TO BUREAU-HEADER-RECORD
           MOVE 426 TO M2H-RDW
           MOVE "HEADER" TO M2H-RECORD-ID
           MOVE WS-BUR-INNOVIS-ID TO M2H-INNOVIS-ID
           MOVE WS-BUR-EQUIFAX-ID TO M2H-EQUIFAX-ID
           MOVE WS-BUR-EXPERIAN-ID TO M2H-EXPERIAN-ID
           MOVE WS-BUR-TRANSUNION-ID TO M2H-TRANSUNION-ID
           MOVE WS-RUN-DATE-N TO WS-BUR-DATE-IN
           PERFORM 7395-CONVERT-BUREAU-DATE
           MOVE WS-BUR-DATE-OUT TO M2H-ACTIVITY-DATE
           MOVE WS-BUR-CARD-DATE TO WS-BUR-DATE-IN
           PERFORM 7395-CONVERT-BUREAU-DATE
           MOVE WS-BUR-DATE-OUT TO M2H-CREATED-DATE
           MOVE WS-BUR-REPORTER-NAME TO M2H-REPORTER-NAME
           MOVE WS-BUR-REPORTER-ADDRESS TO M2H-REPORTER-ADDRESS
           MOVE WS-BUR-REPORTER-PHONE TO M2H-REPORTER-PHONE
           IF WS-BUR-CORRECTION
               MOVE "C" TO M2H-CORRECTION-IND
           END-IF
           WRITE BUREAU-HEADER-RECORD

           MOVE SPACES TO BUREAU-EXCEPTION-LINE
           MOVE WS-CURRENT-DATE TO WS-EDIT-DATE-YMD
           STRING "CREDIT BUREAU EXCEPTIONS - NOT REPORTED - MONTH "
                                        DELIMITED BY SIZE
                  WS-BUR-REPORT-MONTH   DELIMITED BY SIZE
                  "  AS OF "            DELIMITED BY SIZE
                  WS-EDIT-DATE-YMD      DELIMITED BY SIZE
               INTO BUREAU-EXCEPTION-LINE
           WRITE BUREAU-EXCEPTION-LINE

           MOVE SPACES TO BUREAU-EXCEPTION-LINE
           MOVE "CUST-ID   NAME" TO BUREAU-EXCEPTION-LINE
           MOVE "BALANCE" TO BUREAU-EXCEPTION-LINE (49:7)
           MOVE "REASON" TO BUREAU-EXCEPTION-LINE (60:6)
           WRITE BUREAU-EXCEPTION-LINE.

      ******************************************************************
       7320-REPORT-ONE-ACCOUNT.
      ******************************************************************
      * An account closed with nothing owed, or charged off and paid
      * back in full, was reported in its final state the month it
      * last moved; after that it is no longer reportable. Every other
      * account is reported each month, unless its identifying data
      * fails the edits, when it goes on the exception list instead.
           ADD 1 TO WS-BUR-READ-COUNT
           ADD CUST-BALANCE TO WS-BUR-READ-BALANCE

           IF CUST-LAST-ACTIVITY-DATE NUMERIC
               MOVE CUST-LAST-ACTIVITY-DATE TO WS-BUR-LAST-ACTIVITY
           ELSE
               MOVE ZERO TO WS-BUR-LAST-ACTIVITY
           END-IF

           SET WS-BUR-REPORTABLE TO TRUE

           IF WS-BUR-LAST-ACTIVITY < WS-BUR-MONTH-START
               EVALUATE TRUE
                   WHEN CUST-INACTIVE AND CUST-BALANCE NOT > ZERO
                       SET WS-BUR-NOT-REPORTABLE TO TRUE
                   WHEN CUST-CHARGED-OFF
                          AND CUST-RECOVERED-AMOUNT
                              NOT < CUST-CHGOFF-AMOUNT
                       SET WS-BUR-NOT-REPORTABLE TO TRUE
               END-EVALUATE
           END-IF

           IF WS-BUR-NOT-REPORTABLE
               ADD 1 TO WS-BUR-SKIP-COUNT
               ADD CUST-BALANCE TO WS-BUR-SKIP-BALANCE
           ELSE
               PERFORM 7325-EDIT-IDENTIFICATION

               IF WS-BUR-EXCEPTION-TEXT NOT = SPACES
                   PERFORM 7360-WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM 7330-SCAN-BUREAU-HISTORY
                   PERFORM 7340-SET-ACCOUNT-STATUS
                   PERFORM 7350-WRITE-BASE-SEGMENT
               END-IF
           END-IF.

      ******************************************************************
       7325-EDIT-IDENTIFICATION.
      ******************************************************************
      * The bureaus match a segment to a person by name and address;
      * one that cannot be matched lands on the wrong file or none.
           MOVE SPACES TO WS-BUR-EXCEPTION-TEXT

           EVALUATE TRUE
               WHEN CUST-NAME = SPACES
                   MOVE "NAME MISSING" TO WS-BUR-EXCEPTION-TEXT
               WHEN CUST-STREET = SPACES
                   MOVE "STREET ADDRESS MISSING"
                       TO WS-BUR-EXCEPTION-TEXT
               WHEN CUST-CITY = SPACES
                   MOVE "CITY MISSING" TO WS-BUR-EXCEPTION-TEXT
               WHEN CUST-STATE = SPACES
                   MOVE "STATE MISSING" TO WS-BUR-EXCEPTION-TEXT
               WHEN CUST-ZIP NOT NUMERIC
                   MOVE "ZIP NOT NUMERIC" TO WS-BUR-EXCEPTION-TEXT
               WHEN CUST-ZIP = ZERO
                   MOVE "ZIP MISSING" TO WS-BUR-EXCEPTION-TEXT
               WHEN CUST-CREATED-DATE NOT NUMERIC
                      OR CUST-CREATED-DATE = ZERO
                   MOVE "DATE OPENED MISSING"
                       TO WS-BUR-EXCEPTION-TEXT
           END-EVALUATE

           IF WS-BUR-EXCEPTION-TEXT = SPACES
               SET WS-STATE-IDX TO 1
               SEARCH WS-STATE-CODE
                   AT END
                       MOVE "STATE CODE NOT VALID"
                           TO WS-BUR-EXCEPTION-TEXT
                   WHEN WS-STATE-CODE (WS-STATE-IDX) = CUST-STATE
                       CONTINUE
               END-SEARCH
           END-IF.

      ******************************************************************
       7330-SCAN-BUREAU-HISTORY.
      ******************************************************************
      * One forward pass of the customer's history up to the reporting
      * date, as in 7630: the aging dates 7635 works from, by the
      * aging run's own rules, plus the last money received (a
      * recovery on a charged-off account counts), the payments in the
      * reporting month, and the highest balance ever carried.
           MOVE ZERO TO WS-AGE-LAST-PAY-DATE
           MOVE ZERO TO WS-AGE-FIRST-MOVE-DATE
           MOVE ZERO TO WS-BUR-LAST-PAY-DATE
           MOVE ZERO TO WS-BUR-MONTH-PAYMENTS
           MOVE ZERO TO WS-BUR-HIGH-BALANCE
           IF CUST-BALANCE > ZERO
               MOVE CUST-BALANCE TO WS-BUR-HIGH-BALANCE
           END-IF
           SET WS-AGE-HIST-MORE TO TRUE

           MOVE CUST-ID TO HIST-CUST-ID
           MOVE ZERO TO HIST-TRANS-DATE
           MOVE ZERO TO HIST-TRANS-ID

           START TRANS-HISTORY-FILE
               KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET WS-AGE-HIST-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-AGE-HIST-EOF
               READ TRANS-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-AGE-HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-CUST-ID NOT = CUST-ID
                              OR HIST-TRANS-DATE > WS-RUN-DATE-N
                           SET WS-AGE-HIST-EOF TO TRUE
                       ELSE
                           PERFORM 7335-NOTE-BUREAU-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
       7335-NOTE-BUREAU-MOVEMENT.
      ******************************************************************
           IF WS-AGE-FIRST-MOVE-DATE = ZERO
               MOVE HIST-TRANS-DATE TO WS-AGE-FIRST-MOVE-DATE
           END-IF

           IF HIST-BALANCE-AFTER > WS-BUR-HIGH-BALANCE
               MOVE HIST-BALANCE-AFTER TO WS-BUR-HIGH-BALANCE
           END-IF

           IF (HIST-TRANS-TYPE = "Y" OR HIST-TRANS-TYPE = "V")
                  AND NOT HIST-RETURNED
               MOVE HIST-TRANS-DATE TO WS-BUR-LAST-PAY-DATE
               IF HIST-TRANS-DATE NOT < WS-BUR-MONTH-START
                   COMPUTE WS-BUR-MONTH-PAYMENTS =
                       WS-BUR-MONTH-PAYMENTS
                       + FUNCTION ABS(HIST-AMOUNT)
               END-IF
               IF HIST-TRANS-TYPE = "Y"
                   MOVE HIST-TRANS-DATE TO WS-AGE-LAST-PAY-DATE
               END-IF
           END-IF.

      ******************************************************************
       7340-SET-ACCOUNT-STATUS.
      ******************************************************************
      * The account status comes from the account's age, as the aging
      * run would bucket it, unless charge-off or collections says
      * otherwise. Collections is the system suspension for
      * consecutive over-limit cycles; any suspension also carries the
      * credit-line-suspended comment. An open billing dispute carries
      * its compliance code and is never reported past due - only the
      * collectible balance ages, as in 7620.
           MOVE ZERO TO WS-BUR-PAST-DUE
           MOVE ZERO TO WS-BUR-FIRST-DELINQ
           MOVE ZERO TO WS-BUR-DATE-CLOSED
           MOVE SPACES TO WS-BUR-SPECIAL-COMMENT
           MOVE SPACES TO WS-BUR-COMPLIANCE-CODE

           PERFORM 2090-COMPUTE-COLLECTIBLE
           IF WS-COLLECTIBLE-BALANCE < ZERO
               MOVE ZERO TO WS-COLLECTIBLE-BALANCE
           END-IF

           IF CUST-BALANCE > ZERO
               MOVE CUST-BALANCE TO WS-BUR-BALANCE
           ELSE
               MOVE ZERO TO WS-BUR-BALANCE
           END-IF

           PERFORM 7635-COMPUTE-AGE-DAYS

           EVALUATE TRUE
               WHEN CUST-CHARGED-OFF
                   PERFORM 7345-RATE-FROM-AGE
                   COMPUTE WS-BUR-BALANCE =
                       CUST-CHGOFF-AMOUNT - CUST-RECOVERED-AMOUNT
                   IF WS-BUR-BALANCE > ZERO
                       MOVE "97" TO WS-BUR-STATUS-CODE
                       MOVE WS-BUR-BALANCE TO WS-BUR-PAST-DUE
                   ELSE
                       MOVE "64" TO WS-BUR-STATUS-CODE
                       MOVE ZERO TO WS-BUR-BALANCE
                       MOVE ZERO TO WS-BUR-PAST-DUE
                   END-IF
                   MOVE "L" TO WS-BUR-RATING
                   MOVE CUST-CHGOFF-DATE TO WS-BUR-DATE-CLOSED
               WHEN WS-COLLECTIBLE-BALANCE = ZERO
                   MOVE "0" TO WS-BUR-RATING
                   IF CUST-INACTIVE
                       MOVE "13" TO WS-BUR-STATUS-CODE
                   ELSE
                       MOVE "11" TO WS-BUR-STATUS-CODE
                   END-IF
               WHEN OTHER
                   PERFORM 7345-RATE-FROM-AGE
                   IF CUST-SUSPENDED
                          AND CUST-SUSPEND-DATE NUMERIC
                          AND CUST-SUSPEND-DATE > ZERO
                       MOVE "93" TO WS-BUR-STATUS-CODE
                   END-IF
           END-EVALUATE

           IF CUST-INACTIVE AND WS-BUR-DATE-CLOSED = ZERO
               MOVE WS-BUR-LAST-ACTIVITY TO WS-BUR-DATE-CLOSED
           END-IF

           IF CUST-SUSPENDED
               MOVE "AP" TO WS-BUR-SPECIAL-COMMENT
           END-IF

           IF CUST-DISPUTED-AMOUNT > ZERO
               MOVE "XF" TO WS-BUR-COMPLIANCE-CODE
           END-IF.

      ******************************************************************
       7345-RATE-FROM-AGE.
      ******************************************************************
      * The aging run's buckets, carried on past 120 days in the
      * bureaus' 30-day steps. The aging run buckets the whole
      * collectible balance by age, so all of it is past due once the
      * account ages out of current; the first delinquency is the day
      * the account turned 30.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   MOVE "11" TO WS-BUR-STATUS-CODE
                   MOVE "0" TO WS-BUR-RATING
               WHEN WS-AGE-DAYS < 60
                   MOVE "71" TO WS-BUR-STATUS-CODE
                   MOVE "1" TO WS-BUR-RATING
               WHEN WS-AGE-DAYS < 90
                   MOVE "78" TO WS-BUR-STATUS-CODE
                   MOVE "2" TO WS-BUR-RATING
               WHEN WS-AGE-DAYS < 120
                   MOVE "80" TO WS-BUR-STATUS-CODE
                   MOVE "3" TO WS-BUR-RATING
               WHEN WS-AGE-DAYS < 150
                   MOVE "82" TO WS-BUR-STATUS-CODE
                   MOVE "4" TO WS-BUR-RATING
               WHEN WS-AGE-DAYS < 180
                   MOVE "83" TO WS-BUR-STATUS-CODE
                   MOVE "5" TO WS-BUR-RATING
               WHEN OTHER
                   MOVE "84" TO WS-BUR-STATUS-CODE
                   MOVE "6" TO WS-BUR-RATING
           END-EVALUATE

           IF WS-AGE-DAYS NOT < 30
               MOVE WS-COLLECTIBLE-BALANCE TO WS-BUR-PAST-DUE
               IF WS-AGE-DAYS < 99999
                   COMPUTE WS-BUR-FIRST-DELINQ =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-AGE-BASE-DATE)
                           + 30)
               END-IF
           END-IF.

      ******************************************************************
       7350-WRITE-BASE-SEGMENT.
      ******************************************************************
      * Amounts go out in whole dollars with the cents dropped, as the
      * format requires. The master keeps the name as one field, and
      * it goes out as keyed across the name positions; a street line
      * longer than the first address line runs on into the second.
      * Social security number and date of birth are not kept on the
      * master and go out zero.
           MOVE SPACES TO BUREAU-BASE-RECORD
           MOVE 426 TO M2B-RDW
           MOVE "1" TO M2B-PROCESSING-IND
           MOVE WS-BUR-CARD-DATE TO WS-BUR-DATE-IN
           PERFORM 7395-CONVERT-BUREAU-DATE
           MOVE WS-BUR-DATE-OUT TO M2B-STAMP-DATE
           MOVE WS-CURRENT-TIME (1:6) TO M2B-STAMP-TIME
           IF WS-BUR-CORRECTION
               MOVE "1" TO M2B-CORRECTION-IND
           ELSE
               MOVE "0" TO M2B-CORRECTION-IND
           END-IF
           MOVE WS-BUR-FURNISHER-ID TO M2B-IDENT-NUMBER
           MOVE CUST-ID TO M2B-ACCOUNT-NUMBER
           MOVE "R" TO M2B-PORTFOLIO-TYPE
           MOVE "18" TO M2B-ACCOUNT-TYPE
           MOVE CUST-CREATED-DATE TO WS-BUR-DATE-IN
           PERFORM 7395-CONVERT-BUREAU-DATE
           MOVE WS-BUR-DATE-OUT TO M2B-DATE-OPENED
           MOVE CUST-CREDIT-LIMIT TO M2B-CREDIT-LIMIT
           MOVE WS-BUR-HIGH-BALANCE TO M2B-HIGHEST-CREDIT
           MOVE "REV" TO M2B-TERMS-DURATION
           MOVE "M" TO M2B-TERMS-FREQUENCY
           IF CUST-MIN-PAYMENT-DUE NUMERIC AND NOT CUST-CHARGED-OFF
               MOVE CUST-MIN-PAYMENT-DUE TO M2B-SCHEDULED-PAYMENT
           ELSE
               MOVE ZERO TO M2B-SCHEDULED-PAYMENT
           END-IF
           MOVE WS-BUR-MONTH-PAYMENTS TO M2B-ACTUAL-PAYMENT
           MOVE WS-BUR-STATUS-CODE TO M2B-ACCOUNT-STATUS
           MOVE WS-BUR-RATING TO M2B-PAYMENT-RATING
           MOVE ALL "B" TO M2B-PAYMENT-HISTORY
           MOVE WS-BUR-SPECIAL-COMMENT TO M2B-SPECIAL-COMMENT
           MOVE WS-BUR-COMPLIANCE-CODE TO M2B-COMPLIANCE-CODE
           MOVE WS-BUR-BALANCE TO M2B-CURRENT-BALANCE
           MOVE WS-BUR-PAST-DUE TO M2B-AMOUNT-PAST-DUE
           IF CUST-CHARGED-OFF
               MOVE CUST-CHGOFF-AMOUNT TO M2B-CHGOFF-AMOUNT
           ELSE
               MOVE ZERO TO M2B-CHGOFF-AMOUNT
           END-IF
           MOVE WS-RUN-DATE-N TO WS-BUR-DATE-IN
           PERFORM 7395-CONVERT-BUREAU-DATE
           MOVE WS-BUR-DATE-OUT TO M2B-ACCOUNT-INFO-DATE
           MOVE WS-BUR-FIRST-DELINQ TO WS-BUR-DATE-IN
           PERFORM 7395-CONVERT-BUREAU-DATE
           MOVE WS-BUR-DATE-OUT TO M2B-FIRST-DELINQ-DATE
           MOVE WS-BUR-DATE-CLOSED TO WS-BUR-DATE-IN
           PERFORM 7395-CONVERT-BUREAU-DATE
           MOVE WS-BUR-DATE-OUT TO M2B-DATE-CLOSED
           MOVE WS-BUR-LAST-PAY-DATE TO WS-BUR-DATE-IN
           PERFORM 7395-CONVERT-BUREAU-DATE
           MOVE WS-BUR-DATE-OUT TO M2B-LAST-PAYMENT-DATE
           MOVE CUST-NAME TO M2B-NAME
           MOVE ZERO TO M2B-SSN
           MOVE ZERO TO M2B-BIRTH-DATE
           IF CUST-PHONE NUMERIC
               MOVE CUST-PHONE TO M2B-PHONE
           ELSE
               MOVE ZERO TO M2B-PHONE
           END-IF
           MOVE "1" TO M2B-ECOA-CODE
           MOVE "US" TO M2B-COUNTRY
           MOVE CUST-STREET (1:32) TO M2B-ADDRESS-1
           MOVE CUST-STREET (33:8) TO M2B-ADDRESS-2
           MOVE CUST-CITY TO M2B-CITY
           MOVE CUST-STATE TO M2B-STATE
           MOVE CUST-ZIP TO M2B-POSTAL-CODE

           WRITE BUREAU-BASE-RECORD

           IF NOT WS-BUR-OK
               DISPLAY "BUREAU FILE WRITE ERROR: " WS-BUR-STATUS
                       " CUST-ID: " CUST-ID
           ELSE
               ADD 1 TO WS-BUR-WRITE-COUNT
           END-IF

           PERFORM 7355-COUNT-BASE-SEGMENT.

      ******************************************************************
       7355-COUNT-BASE-SEGMENT.
      ******************************************************************
           ADD 1 TO WS-BUR-SENT-COUNT
           ADD CUST-BALANCE TO WS-BUR-SENT-BALANCE
           ADD M2B-CURRENT-BALANCE TO WS-BUR-TOT-CURRENT
           ADD M2B-AMOUNT-PAST-DUE TO WS-BUR-TOT-PAST-DUE
           ADD M2B-CREDIT-LIMIT TO WS-BUR-TOT-LIMIT

           SET WS-BUR-STAT-IDX TO 1
           SEARCH WS-BUR-STATUS-ENTRY
               AT END
                   DISPLAY "BUREAU STATUS NOT IN TABLE: "
                           M2B-ACCOUNT-STATUS
               WHEN WS-BUR-STAT-CODE (WS-BUR-STAT-IDX)
                       = M2B-ACCOUNT-STATUS
                   SET WS-BUR-I TO WS-BUR-STAT-IDX
                   ADD 1 TO WS-BUR-STAT-COUNT (WS-BUR-I)
           END-SEARCH.

      ******************************************************************
       7360-WRITE-EXCEPTION-LINE.
      ******************************************************************
           ADD 1 TO WS-BUR-EXCP-COUNT
           ADD CUST-BALANCE TO WS-BUR-EXCP-BALANCE

           MOVE SPACES TO BUREAU-EXCEPTION-LINE
           STRING CUST-ID   DELIMITED BY SIZE
                  "  "      DELIMITED BY SIZE
                  CUST-NAME DELIMITED BY SIZE
               INTO BUREAU-EXCEPTION-LINE
           MOVE CUST-BALANCE TO WS-EDIT-AMOUNT-2
           MOVE WS-EDIT-AMOUNT-2 TO BUREAU-EXCEPTION-LINE (41:15)
           MOVE WS-BUR-EXCEPTION-TEXT TO BUREAU-EXCEPTION-LINE (60:30)
           WRITE BUREAU-EXCEPTION-LINE.

      ******************************************************************
       7365-WRITE-EXCEPTION-TOTALS.
      ******************************************************************
           MOVE SPACES TO BUREAU-EXCEPTION-LINE
           WRITE BUREAU-EXCEPTION-LINE

           MOVE SPACES TO BUREAU-EXCEPTION-LINE
           MOVE WS-BUR-EXCP-BALANCE TO WS-EDIT-GRAND-TOTAL
           STRING "ACCOUNTS NOT REPORTED: " DELIMITED BY SIZE
                  WS-BUR-EXCP-COUNT         DELIMITED BY SIZE
                  "  BALANCE: "             DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL       DELIMITED BY SIZE
               INTO BUREAU-EXCEPTION-LINE
           WRITE BUREAU-EXCEPTION-LINE.

      ******************************************************************
       7370-WRITE-BUREAU-TRAILER.
      ******************************************************************
           MOVE SPACES TO BUREAU-TRAILER-RECORD
           MOVE 426 TO M2T-RDW
           MOVE "TRAILER" TO M2T-RECORD-ID
           MOVE WS-BUR-WRITE-COUNT TO M2T-BASE-COUNT

           PERFORM VARYING WS-BUR-I FROM 1 BY 1 UNTIL WS-BUR-I > 11
               MOVE WS-BUR-STAT-CODE (WS-BUR-I)
                   TO M2T-STATUS-CODE (WS-BUR-I)
               MOVE WS-BUR-STAT-COUNT (WS-BUR-I)
                   TO M2T-STATUS-COUNT (WS-BUR-I)
           END-PERFORM

           MOVE WS-BUR-TOT-CURRENT TO M2T-BALANCE-TOTAL
           MOVE WS-BUR-TOT-PAST-DUE TO M2T-PAST-DUE-TOTAL
           WRITE BUREAU-TRAILER-RECORD.

      ******************************************************************
       7380-WRITE-BUREAU-CONTROLS.
      ******************************************************************
      * Two proofs before the file may go: every account read is
      * accounted for as reported, held back, or not reportable, at
      * both count and balance; and the segments written, the
      * segments counted, and the status counts in the trailer all
      * agree.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CURRENT-DATE TO WS-EDIT-DATE-YMD
           STRING "CREDIT BUREAU REPORTING CONTROL - MONTH "
                                        DELIMITED BY SIZE
                  WS-BUR-REPORT-MONTH   DELIMITED BY SIZE
                  "  AS OF "            DELIMITED BY SIZE
                  WS-EDIT-DATE-YMD      DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-BUR-CORRECTION
               MOVE SPACES TO REPORT-LINE
               MOVE "CORRECTION - REPLACES THE MONTH AS FIRST REPORTED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-BUR-READ-BALANCE TO WS-EDIT-GRAND-TOTAL
           STRING "ACCOUNTS READ:      " DELIMITED BY SIZE
                  WS-BUR-READ-COUNT      DELIMITED BY SIZE
                  "  BALANCE: "          DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL    DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-BUR-SENT-BALANCE TO WS-EDIT-GRAND-TOTAL
           STRING "REPORTED:           " DELIMITED BY SIZE
                  WS-BUR-SENT-COUNT      DELIMITED BY SIZE
                  "  BALANCE: "          DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL    DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-BUR-EXCP-BALANCE TO WS-EDIT-GRAND-TOTAL
           STRING "EXCEPTIONS:         " DELIMITED BY SIZE
                  WS-BUR-EXCP-COUNT      DELIMITED BY SIZE
                  "  BALANCE: "          DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL    DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-BUR-SKIP-BALANCE TO WS-EDIT-GRAND-TOTAL
           STRING "NOT REPORTABLE:     " DELIMITED BY SIZE
                  WS-BUR-SKIP-COUNT      DELIMITED BY SIZE
                  "  BALANCE: "          DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL    DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-BUR-PROOF-COUNT =
               WS-BUR-SENT-COUNT + WS-BUR-EXCP-COUNT
               + WS-BUR-SKIP-COUNT
           COMPUTE WS-BUR-PROOF-BALANCE =
               WS-BUR-SENT-BALANCE + WS-BUR-EXCP-BALANCE
               + WS-BUR-SKIP-BALANCE

           MOVE ZERO TO WS-BUR-STATUS-SUM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-BUR-I FROM 1 BY 1 UNTIL WS-BUR-I > 11
               ADD WS-BUR-STAT-COUNT (WS-BUR-I) TO WS-BUR-STATUS-SUM
               MOVE SPACES TO REPORT-LINE
               STRING "STATUS "                  DELIMITED BY SIZE
                      WS-BUR-STAT-CODE (WS-BUR-I) DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-BUR-STAT-TEXT (WS-BUR-I) DELIMITED BY SIZE
                      WS-BUR-STAT-COUNT (WS-BUR-I)
                                                 DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "BASE SEGMENTS WRITTEN: " DELIMITED BY SIZE
                  WS-BUR-WRITE-COUNT        DELIMITED BY SIZE
                  "  STATUS COUNTS: "       DELIMITED BY SIZE
                  WS-BUR-STATUS-SUM         DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-BUR-TOT-CURRENT TO WS-EDIT-GRAND-TOTAL
           STRING "REPORTED BALANCES (WHOLE DOLLARS): "
                                         DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL    DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-BUR-TOT-PAST-DUE TO WS-EDIT-GRAND-TOTAL
           STRING "AMOUNT PAST DUE (WHOLE DOLLARS):   "
                                         DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL    DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-BUR-TOT-LIMIT TO WS-EDIT-GRAND-TOTAL
           STRING "CREDIT LIMITS (WHOLE DOLLARS):     "
                                         DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL    DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-BUR-PROOF-COUNT = WS-BUR-READ-COUNT
                  AND WS-BUR-PROOF-BALANCE = WS-BUR-READ-BALANCE
                  AND WS-BUR-WRITE-COUNT = WS-BUR-SENT-COUNT
                  AND WS-BUR-STATUS-SUM = WS-BUR-SENT-COUNT
               MOVE "CONTROL TOTALS BALANCE - FILE MAY BE SENT"
                   TO REPORT-LINE
               MOVE 0 TO LS-RETURN-CODE
           ELSE
               MOVE "CONTROL TOTALS DO NOT BALANCE - HOLD THE FILE"
                   TO REPORT-LINE
               MOVE 8 TO LS-RETURN-CODE
           END-IF
           WRITE REPORT-LINE

           DISPLAY "BUREAU ACCOUNTS REPORTED: " WS-BUR-SENT-COUNT
           DISPLAY "BUREAU EXCEPTIONS: " WS-BUR-EXCP-COUNT
           DISPLAY "BUREAU NOT REPORTABLE: " WS-BUR-SKIP-COUNT.

      ******************************************************************
       7390-LOG-REPORTED-MONTH.
      ******************************************************************
      * A correction keeps the month's original dates and counts how
      * often it has been sent again; the control totals are always
      * the latest file's.
           MOVE WS-BUR-REPORT-MONTH TO BL-REPORT-MONTH

           IF WS-BUR-CORRECTION
               READ BUREAU-LOG-FILE
                   INVALID KEY
                       DISPLAY "BUREAU LOG READ ERROR: "
                               WS-BURLOG-STATUS
                       MOVE 8 TO LS-RETURN-CODE
               END-READ
               IF LS-RETURN-CODE = 0
                   ADD 1 TO BL-CORRECTION-COUNT
                   MOVE WS-BUR-CARD-DATE TO BL-CORRECTED-DATE
                   PERFORM 7391-SET-LOG-TOTALS
                   REWRITE BUREAU-LOG-RECORD
                       INVALID KEY
                           DISPLAY "BUREAU LOG REWRITE ERROR: "
                                   WS-BURLOG-STATUS
                           MOVE 8 TO LS-RETURN-CODE
                   END-REWRITE
               END-IF
           ELSE
               MOVE SPACES TO BUREAU-LOG-RECORD
               MOVE WS-BUR-REPORT-MONTH TO BL-REPORT-MONTH
               MOVE WS-RUN-DATE-N TO BL-ACTIVITY-DATE
               MOVE WS-BUR-CARD-DATE TO BL-SENT-DATE
               MOVE ZERO TO BL-CORRECTION-COUNT
               MOVE ZERO TO BL-CORRECTED-DATE
               PERFORM 7391-SET-LOG-TOTALS
               WRITE BUREAU-LOG-RECORD
                   INVALID KEY
                       DISPLAY "BUREAU LOG WRITE ERROR: "
                               WS-BURLOG-STATUS
                       MOVE 8 TO LS-RETURN-CODE
               END-WRITE
           END-IF.

      ******************************************************************
       7391-SET-LOG-TOTALS.
      ******************************************************************
           MOVE WS-BUR-WRITE-COUNT TO BL-BASE-COUNT
           MOVE WS-BUR-EXCP-COUNT TO BL-EXCEPTION-COUNT
           MOVE WS-BUR-TOT-CURRENT TO BL-BALANCE-TOTAL
           MOVE WS-BUR-TOT-PAST-DUE TO BL-PAST-DUE-TOTAL.

      ******************************************************************
       7395-CONVERT-BUREAU-DATE.
      ******************************************************************
      * Year-month-day in WS-BUR-DATE-IN to the bureaus' month-day-
      * year in WS-BUR-DATE-OUT; no date at all goes out as zero.
           IF WS-BUR-DATE-IN NOT NUMERIC OR WS-BUR-DATE-IN = ZERO
               MOVE ZERO TO WS-BUR-DATE-OUT
           ELSE
               MOVE WS-BUR-IN-MONTH TO WS-BUR-OUT-MONTH
               MOVE WS-BUR-IN-DAY TO WS-BUR-OUT-DAY
               MOVE WS-BUR-IN-YEAR TO WS-BUR-OUT-YEAR
           END-IF.

      ******************************************************************
       7400-LIST-CYCLE-DISTRIBUTION.
      ******************************************************************
      * How the master spreads over the billing cycles: accounts, those
      * carrying a balance (the ones that get a statement), those with
      * no code of their own, and the balance in each cycle, set
      * against an even share of the accounts. Cycles drifting well
      * over their share are the ones to move new adds and change
      * cards away from. Charged-off accounts no longer bill and are
      * left out.
           PERFORM 1005-READ-PARAMETERS

           OPEN INPUT CUSTOMER-FILE

           IF NOT WS-FILE-OK
               DISPLAY "FILE OPEN ERROR: " WS-FILE-STATUS
               MOVE 8 TO LS-RETURN-CODE
           ELSE
               OPEN EXTEND REPORT-FILE
               IF WS-REPORT-NOT-FOUND
                   OPEN OUTPUT REPORT-FILE
               END-IF

               INITIALIZE WS-CYCLE-DISTRIBUTION
               MOVE WS-CYC-COUNT TO WS-CYC-HIGH-CYCLE
               SET WS-NOT-EOF TO TRUE

               PERFORM UNTIL WS-EOF
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 7410-COUNT-ONE-ACCOUNT
                   END-READ
               END-PERFORM

      * The even share is taken over the accounts that bill in a
      * cycle; with no cycles in use there is no share to measure.
               MOVE ZERO TO WS-CYC-AVERAGE
               IF WS-CYC-COUNT > ZERO
                   COMPUTE WS-CYC-AVERAGE ROUNDED =
                       (WS-CYC-TOT-ACCOUNTS - WS-CYC-NONE-ACCOUNTS)
                       / WS-CYC-COUNT
               END-IF

               PERFORM 7420-WRITE-DISTRIBUTION-HEADER

               PERFORM VARYING WS-CYC-I FROM 1 BY 1
                       UNTIL WS-CYC-I > WS-CYC-HIGH-CYCLE
                   PERFORM 7430-WRITE-DISTRIBUTION-LINE
               END-PERFORM

               PERFORM 7440-WRITE-DISTRIBUTION-TOTALS

               CLOSE REPORT-FILE
               CLOSE CUSTOMER-FILE
               MOVE 0 TO LS-RETURN-CODE
           END-IF

           SET WS-NOT-EOF TO TRUE.

      ******************************************************************
       7410-COUNT-ONE-ACCOUNT.
      ******************************************************************
           IF NOT CUST-CHARGED-OFF
               PERFORM 2096-DETERMINE-CYCLE
               IF WS-CYC-CUST-CYCLE = ZERO
                   ADD 1 TO WS-CYC-NONE-ACCOUNTS
                   ADD CUST-BALANCE TO WS-CYC-NONE-BALANCE
               ELSE
                   IF WS-CYC-CUST-CYCLE > WS-CYC-HIGH-CYCLE
                       MOVE WS-CYC-CUST-CYCLE TO WS-CYC-HIGH-CYCLE
                   END-IF
                   ADD 1 TO WS-CYC-DIST-ACCOUNTS (WS-CYC-CUST-CYCLE)
                   ADD CUST-BALANCE
                       TO WS-CYC-DIST-BALANCE (WS-CYC-CUST-CYCLE)
                   IF CUST-BALANCE NOT = ZERO
                       ADD 1 TO WS-CYC-DIST-WITH-BAL (WS-CYC-CUST-CYCLE)
                   END-IF
                   IF WS-CYC-UNASSIGNED
                       ADD 1 TO WS-CYC-DIST-NO-CODE (WS-CYC-CUST-CYCLE)
                   END-IF
               END-IF

               ADD 1 TO WS-CYC-TOT-ACCOUNTS
               ADD CUST-BALANCE TO WS-CYC-TOT-BALANCE
               IF CUST-BALANCE NOT = ZERO
                   ADD 1 TO WS-CYC-TOT-WITH-BAL
               END-IF
               IF WS-CYC-UNASSIGNED
                   ADD 1 TO WS-CYC-TOT-NO-CODE
               END-IF
           END-IF.

      ******************************************************************
       7420-WRITE-DISTRIBUTION-HEADER.
      ******************************************************************
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CURRENT-DATE TO WS-EDIT-DATE-YMD
           STRING "BILLING CYCLE DISTRIBUTION - AS OF "
                                     DELIMITED BY SIZE
                  WS-EDIT-DATE-YMD   DELIMITED BY SIZE
                  "  CYCLES IN USE: " DELIMITED BY SIZE
                  WS-CYC-COUNT       DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "CYCLE" TO REPORT-LINE
           MOVE "ACCOUNTS" TO REPORT-LINE (11:8)
           MOVE "WITH BAL" TO REPORT-LINE (23:8)
           MOVE "NO CODE" TO REPORT-LINE (36:7)
           MOVE "BALANCE" TO REPORT-LINE (57:7)
           MOVE "VS SHARE" TO REPORT-LINE (68:8)
           MOVE "PCT" TO REPORT-LINE (80:3)
           WRITE REPORT-LINE.

      ******************************************************************
       7430-WRITE-DISTRIBUTION-LINE.
      ******************************************************************
      * A cycle past the number in use is listed only while accounts
      * remain in it, marked so they can be moved off.
           IF WS-CYC-I NOT > WS-CYC-COUNT
                  OR WS-CYC-DIST-ACCOUNTS (WS-CYC-I) > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE WS-CYC-I TO REPORT-LINE (4:2)
               MOVE WS-CYC-DIST-ACCOUNTS (WS-CYC-I)
                   TO WS-EDIT-CYC-COUNT
               MOVE WS-EDIT-CYC-COUNT TO REPORT-LINE (10:9)
               MOVE WS-CYC-DIST-WITH-BAL (WS-CYC-I)
                   TO WS-EDIT-CYC-COUNT-2
               MOVE WS-EDIT-CYC-COUNT-2 TO REPORT-LINE (22:9)
               MOVE WS-CYC-DIST-NO-CODE (WS-CYC-I)
                   TO WS-EDIT-CYC-COUNT-3
               MOVE WS-EDIT-CYC-COUNT-3 TO REPORT-LINE (34:9)
               MOVE WS-CYC-DIST-BALANCE (WS-CYC-I)
                   TO WS-EDIT-GRAND-TOTAL
               MOVE WS-EDIT-GRAND-TOTAL TO REPORT-LINE (45:19)

               IF WS-CYC-COUNT > ZERO
                   COMPUTE WS-CYC-VARIANCE ROUNDED =
                       WS-CYC-DIST-ACCOUNTS (WS-CYC-I) - WS-CYC-AVERAGE
                   MOVE WS-CYC-VARIANCE TO WS-EDIT-CYC-VARIANCE
                   MOVE WS-EDIT-CYC-VARIANCE TO REPORT-LINE (66:10)
               END-IF

               IF WS-CYC-TOT-ACCOUNTS > ZERO
                   COMPUTE WS-CYC-PCT ROUNDED =
                       WS-CYC-DIST-ACCOUNTS (WS-CYC-I) * 100
                       / WS-CYC-TOT-ACCOUNTS
                   MOVE WS-CYC-PCT TO WS-EDIT-CYC-PCT
                   MOVE WS-EDIT-CYC-PCT TO REPORT-LINE (78:5)
               END-IF

               IF WS-CYC-I > WS-CYC-COUNT
                   MOVE "NOT IN USE" TO REPORT-LINE (86:10)
               ELSE
                   IF WS-CYC-CLOSE (1) = WS-CYC-I
                          OR WS-CYC-CLOSE (2) = WS-CYC-I
                          OR WS-CYC-CLOSE (3) = WS-CYC-I
                          OR WS-CYC-CLOSE (4) = WS-CYC-I
                          OR WS-CYC-CLOSE (5) = WS-CYC-I
                       MOVE "CLOSES TODAY" TO REPORT-LINE (86:12)
                   END-IF
               END-IF

               WRITE REPORT-LINE
           END-IF.

      ******************************************************************
       7440-WRITE-DISTRIBUTION-TOTALS.
      ******************************************************************
           IF WS-CYC-NONE-ACCOUNTS > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE "NONE" TO REPORT-LINE (2:4)
               MOVE WS-CYC-NONE-ACCOUNTS TO WS-EDIT-CYC-COUNT
               MOVE WS-EDIT-CYC-COUNT TO REPORT-LINE (10:9)
               MOVE WS-CYC-NONE-BALANCE TO WS-EDIT-GRAND-TOTAL
               MOVE WS-EDIT-GRAND-TOTAL TO REPORT-LINE (45:19)
               MOVE "NO CYCLES IN USE" TO REPORT-LINE (86:16)
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "TOTAL" TO REPORT-LINE
           MOVE WS-CYC-TOT-ACCOUNTS TO WS-EDIT-CYC-COUNT
           MOVE WS-EDIT-CYC-COUNT TO REPORT-LINE (10:9)
           MOVE WS-CYC-TOT-WITH-BAL TO WS-EDIT-CYC-COUNT-2
           MOVE WS-EDIT-CYC-COUNT-2 TO REPORT-LINE (22:9)
           MOVE WS-CYC-TOT-NO-CODE TO WS-EDIT-CYC-COUNT-3
           MOVE WS-EDIT-CYC-COUNT-3 TO REPORT-LINE (34:9)
           MOVE WS-CYC-TOT-BALANCE TO WS-EDIT-GRAND-TOTAL
           MOVE WS-EDIT-GRAND-TOTAL TO REPORT-LINE (45:19)
           WRITE REPORT-LINE

           IF WS-CYC-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE WS-CYC-AVERAGE TO WS-EDIT-CYC-AVERAGE
               STRING "EVEN SHARE PER CYCLE: " DELIMITED BY SIZE
                      WS-EDIT-CYC-AVERAGE      DELIMITED BY SIZE
                      " ACCOUNTS"              DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "CYCLE DISTRIBUTION - ACCOUNTS: "
                   WS-CYC-TOT-ACCOUNTS
                   " NO CODE: " WS-CYC-TOT-NO-CODE.

      ******************************************************************
       7500-NAME-RANGE-BROWSE.
               INTO REPORT-LINE
           WRITE REPORT-LINE

      * On cycle billing the trial balance covers the closing cycles
      * only, so its control total is theirs and not the ledger's.
           IF WS-CYCLE-BILLING
               MOVE SPACES TO REPORT-LINE
               STRING "BILLING CYCLES CLOSING: " DELIMITED BY SIZE
                      WS-CYC-CLOSE-TEXT          DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE "CUST-ID   NAME" TO REPORT-LINE
           MOVE "CURRENT" TO REPORT-LINE (50:7)
      ******************************************************************
      * Credit and zero balances have nothing to collect; only open
      * money ages. Status is deliberately ignored - a suspended or
      * inactive account still owes what it owes. What is held in open
      * disputes stays in the receivable but is set aside from the
      * buckets and the dunning extract; only the collectible rest
      * ages, and an account wholly in dispute is not aged at all.
      * A charged-off account is off the receivable and never ages.
      * On cycle billing an account ages only on its own cycle day, as
      * of that close.
           PERFORM 2097-TEST-CLOSING-CYCLE
           IF CUST-BALANCE > ZERO AND NOT CUST-CHARGED-OFF
                  AND WS-CYC-CLOSING
               ADD CUST-BALANCE TO WS-AGE-TOTAL-AR
               ADD 1 TO WS-AGE-CUST-COUNT

               PERFORM 2090-COMPUTE-COLLECTIBLE
               IF WS-COLLECTIBLE-BALANCE < ZERO
                   MOVE ZERO TO WS-COLLECTIBLE-BALANCE
               END-IF
               COMPUTE WS-AGE-HELD =
                   CUST-BALANCE - WS-COLLECTIBLE-BALANCE
               ADD WS-AGE-HELD TO WS-AGE-TOT-DISPUTED

               IF WS-COLLECTIBLE-BALANCE > ZERO
                   PERFORM 7630-FIND-LAST-PAYMENT
                   PERFORM 7640-ASSIGN-AGE-BUCKET
                   PERFORM 7650-WRITE-AGED-LINE

                   IF WS-AGE-BUCKET NOT = "CURR"
                       PERFORM 7660-WRITE-DUNNING-RECORD
                   END-IF
               END-IF
           END-IF.

                                   TO WS-AGE-FIRST-MOVE-DATE
                           END-IF
                           IF HIST-TRANS-TYPE = "Y"
                                  AND NOT HIST-RETURNED
                               MOVE HIST-TRANS-DATE
                                   TO WS-AGE-LAST-PAY-DATE
                           END-IF
           END-PERFORM.

      ******************************************************************
       7635-COMPUTE-AGE-DAYS.
      ******************************************************************
      * Days since the last payment (or since the first movement, for
      * an account that has never paid) - the age both the buckets
      * below and the charge-off selection work from.
           EVALUATE TRUE
               WHEN WS-AGE-LAST-PAY-DATE > ZERO
                   MOVE WS-AGE-LAST-PAY-DATE TO WS-AGE-BASE-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   - FUNCTION INTEGER-OF-DATE(WS-AGE-BASE-DATE)
           END-IF.

      ******************************************************************
       7640-ASSIGN-AGE-BUCKET.
      ******************************************************************
           PERFORM 7635-COMPUTE-AGE-DAYS

           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   MOVE "CURR" TO WS-AGE-BUCKET
                   ADD WS-COLLECTIBLE-BALANCE TO WS-AGE-TOT-CURRENT
               WHEN WS-AGE-DAYS < 60
                   MOVE "0030" TO WS-AGE-BUCKET
                   ADD WS-COLLECTIBLE-BALANCE TO WS-AGE-TOT-30
               WHEN WS-AGE-DAYS < 90
                   MOVE "0060" TO WS-AGE-BUCKET
                   ADD WS-COLLECTIBLE-BALANCE TO WS-AGE-TOT-60
               WHEN WS-AGE-DAYS < 120
                   MOVE "0090" TO WS-AGE-BUCKET
                   ADD WS-COLLECTIBLE-BALANCE TO WS-AGE-TOT-90
               WHEN OTHER
                   MOVE "120+" TO WS-AGE-BUCKET
                   ADD WS-COLLECTIBLE-BALANCE TO WS-AGE-TOT-120
           END-EVALUATE.

      ******************************************************************
                  CUST-NAME DELIMITED BY SIZE
               INTO REPORT-LINE

           MOVE WS-COLLECTIBLE-BALANCE TO WS-EDIT-AMOUNT-2

           EVALUATE WS-AGE-BUCKET
               WHEN "CURR"
           MOVE CUST-STATE     TO DUN-STATE
           MOVE CUST-ZIP       TO DUN-ZIP
           MOVE WS-AGE-BUCKET  TO DUN-BUCKET
           MOVE WS-COLLECTIBLE-BALANCE TO DUN-AMOUNT
           WRITE DUNNING-RECORD
           ADD 1 TO WS-AGE-DUN-COUNT.

               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-AGE-TOT-DISPUTED TO WS-EDIT-GRAND-TOTAL
           STRING "HELD IN DISPUTE:" DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

      * The buckets must foot to the total open receivable - the same
      * control figure the GL receivable account carries - or the
      * aging cannot be trusted at the credit meeting. The amount held
      * in dispute is part of that receivable, so it is footed in.
           COMPUTE WS-AGE-BUCKET-SUM =
               WS-AGE-TOT-CURRENT + WS-AGE-TOT-30 + WS-AGE-TOT-60
               + WS-AGE-TOT-90 + WS-AGE-TOT-120
               + WS-AGE-TOT-DISPUTED

           MOVE SPACES TO REPORT-LINE
           MOVE WS-AGE-TOTAL-AR TO WS-EDIT-GRAND-TOTAL
      ******************************************************************
       7720-REVIEW-ONE-ACCOUNT.
      ******************************************************************
      * Only active accounts are scored - suspended, inactive, and
      * charged-off accounts have their limits governed by
      * collections, not by behavior scoring.
           IF CUST-ACTIVE
               PERFORM 7730-SCORE-FROM-HISTORY
               PERFORM 7740-PROPOSE-LIMIT
                                   ADD HIST-AMOUNT
                                       TO WS-REV-PURCHASES
                               WHEN "Y"
      * A payment the bank returned never paid anything.
                                   IF NOT HIST-RETURNED
                                       PERFORM 7735-COUNT-PAY-MONTH
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
               END-READ
           END-PERFORM.

      ******************************************************************
       7735-COUNT-PAY-MONTH.
      ******************************************************************
           DIVIDE HIST-TRANS-DATE BY 100
               GIVING WS-REV-HIST-YM
           IF WS-REV-HIST-YM NOT = WS-REV-PREV-PAY-YM
               ADD 1 TO WS-REV-PAY-MONTHS
               MOVE WS-REV-HIST-YM TO WS-REV-PREV-PAY-YM
           END-IF.

      ******************************************************************
       7740-PROPOSE-LIMIT.
      ******************************************************************
           MOVE "C" TO PROP-ACTION
           MOVE CUST-ID TO PROP-CUST-ID
           MOVE WS-REV-PROPOSED TO PROP-CREDIT-LIMIT
           MOVE "LIMITREV" TO PROP-OPERATOR-ID
           WRITE PROPOSAL-RECORD

           IF WS-REV-PROPOSED > CUST-CREDIT-LIMIT
           WRITE REPORT-LINE
           ADD 1 TO WS-RUNH-RECAP-COUNT.

      ******************************************************************
       7950-LIST-OPEN-DISPUTES.
      ******************************************************************
      * Open billing disputes with the age of each case in days since
      * it was opened - the evidence that every dispute is answered
      * inside the resolution window. A case past the window is
      * flagged on its line and counted in the totals.
           PERFORM 1005-READ-PARAMETERS

           OPEN INPUT DISPUTE-FILE

           IF NOT WS-DSP-OK
               DISPLAY "DISPUTE FILE OPEN ERROR: " WS-DSP-STATUS
               MOVE 8 TO LS-RETURN-CODE
           ELSE
               OPEN EXTEND REPORT-FILE
               IF WS-REPORT-NOT-FOUND
                   OPEN OUTPUT REPORT-FILE
               END-IF

               PERFORM 7955-WRITE-DISPUTE-HEADER

               MOVE ZERO TO WS-DSP-LIST-COUNT
               MOVE ZERO TO WS-DSP-OVERDUE-COUNT
               MOVE ZERO TO WS-DSP-LIST-TOTAL
               MOVE ZERO TO WS-DSP-OLDEST-DAYS
               SET WS-DSP-SCAN-ACTIVE TO TRUE
               MOVE ZERO TO DSP-CUST-ID
               MOVE ZERO TO DSP-TRANS-ID

               START DISPUTE-FILE
                   KEY IS NOT LESS THAN DSP-KEY
                   INVALID KEY
                       SET WS-DSP-SCAN-DONE TO TRUE
               END-START

               PERFORM UNTIL WS-DSP-SCAN-DONE
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           SET WS-DSP-SCAN-DONE TO TRUE
                       NOT AT END
                           IF DSP-OPEN
                               PERFORM 7960-WRITE-DISPUTE-LINE
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM 7965-WRITE-DISPUTE-TOTALS

               CLOSE REPORT-FILE
               CLOSE DISPUTE-FILE
               MOVE 0 TO LS-RETURN-CODE
           END-IF.

      ******************************************************************
       7955-WRITE-DISPUTE-HEADER.
      ******************************************************************
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CURRENT-DATE TO WS-EDIT-DATE-YMD
           STRING "OPEN BILLING DISPUTES - AS OF "
                                     DELIMITED BY SIZE
                  WS-EDIT-DATE-YMD   DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "CUST-ID   ITEM ID     ITEM DATE" TO REPORT-LINE
           MOVE "AMOUNT" TO REPORT-LINE (50:6)
           MOVE "OPENED" TO REPORT-LINE (60:6)
           MOVE "AGE" TO REPORT-LINE (72:3)
           WRITE REPORT-LINE.

      ******************************************************************
       7960-WRITE-DISPUTE-LINE.
      ******************************************************************
           IF DSP-OPEN-DATE NUMERIC AND DSP-OPEN-DATE > ZERO
               COMPUTE WS-DSP-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   - FUNCTION INTEGER-OF-DATE(DSP-OPEN-DATE)
           ELSE
               MOVE ZERO TO WS-DSP-AGE-DAYS
           END-IF

           ADD 1 TO WS-DSP-LIST-COUNT
           ADD DSP-AMOUNT TO WS-DSP-LIST-TOTAL
           IF WS-DSP-AGE-DAYS > WS-DSP-OLDEST-DAYS
               MOVE WS-DSP-AGE-DAYS TO WS-DSP-OLDEST-DAYS
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE DSP-TRANS-DATE TO WS-EDIT-DATE-YMD
           STRING DSP-CUST-ID        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  DSP-TRANS-ID       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-EDIT-DATE-YMD   DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE DSP-AMOUNT TO WS-EDIT-AMOUNT-2
           MOVE WS-EDIT-AMOUNT-2 TO REPORT-LINE (41:15)
           MOVE DSP-OPEN-DATE TO WS-EDIT-DATE-YMD
           MOVE WS-EDIT-DATE-YMD TO REPORT-LINE (58:10)
           MOVE WS-DSP-AGE-DAYS TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS TO REPORT-LINE (69:6)

           IF WS-DSP-AGE-DAYS > WS-DSP-RESOLVE-DAYS
               MOVE "PAST RESOLUTION DEADLINE" TO REPORT-LINE (78:24)
               ADD 1 TO WS-DSP-OVERDUE-COUNT
           END-IF

           WRITE REPORT-LINE.

      ******************************************************************
       7965-WRITE-DISPUTE-TOTALS.
      ******************************************************************
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-DSP-LIST-TOTAL TO WS-EDIT-GRAND-TOTAL
           STRING "OPEN CASES: "        DELIMITED BY SIZE
                  WS-DSP-LIST-COUNT     DELIMITED BY SIZE
                  "  AMOUNT HELD: "     DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL   DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-DSP-OLDEST-DAYS TO WS-EDIT-DAYS
           STRING "OLDEST CASE (DAYS): " DELIMITED BY SIZE
                  WS-EDIT-DAYS           DELIMITED BY SIZE
                  "  PAST DEADLINE: "    DELIMITED BY SIZE
                  WS-DSP-OVERDUE-COUNT   DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "OPEN DISPUTES LISTED: " WS-DSP-LIST-COUNT
           DISPLAY "DISPUTES PAST DEADLINE: " WS-DSP-OVERDUE-COUNT.

      ******************************************************************
       8100-WRITE-DELTA-RECORD.
      ******************************************************************
               MOVE WS-CURRENT-DATE TO DLT-RUN-DATE
               MOVE WS-DELTA-BEFORE TO DLT-BEFORE-IMAGE
               MOVE WS-DELTA-AFTER TO DLT-AFTER-IMAGE
               MOVE WS-DC-SUBMIT-OPER TO DLT-SUBMIT-OPERATOR
               MOVE WS-DC-APPROVE-OPER TO DLT-APPROVE-OPERATOR
               WRITE DELTA-RECORD
               ADD 1 TO WS-DELTA-COUNT
           END-IF
                       WS-REFUSED-PURCH-COUNT
               DISPLAY "DUPLICATE TRANSACTIONS DIVERTED: "
                       WS-DUP-TRANS-COUNT
               DISPLAY "RETURNED PAYMENTS REVERSED: "
                       WS-RTN-POSTED-COUNT
               DISPLAY "RETURNED PAYMENTS UNMATCHED: "
                       WS-RTN-UNMATCHED-COUNT
               DISPLAY "REPEAT RETURNERS LISTED: "
                       WS-RTN-EXCP-COUNT
               DISPLAY "DISPUTE CREDITS RELEASED: "
                       WS-DSP-CREDIT-COUNT
               DISPLAY "RECOVERIES ON CHARGED-OFF ACCOUNTS: "
                       WS-CO-RECOVERY-COUNT
               DISPLAY "RECOVERIES RETURNED BY BANK: "
                       WS-CO-RECOV-RTN-COUNT
               DISPLAY "ITEMS REFUSED - CHARGE-OFF OR SYSTEM TYPE: "
                       WS-CO-REFUSED-COUNT
               DISPLAY "LOCKBOX ITEMS APPLIED: "
                       WS-LBX-APPLIED-COUNT
               DISPLAY "LOCKBOX ITEMS UNAPPLIED: "
                       WS-LBX-UNAP-COUNT
               DISPLAY "ARCHIVE REFUSED - CREDIT BALANCE: "
                       WS-CB-ARCH-REFUSED
               DISPLAY "PURCHASES HELD FOR FRAUD REVIEW: "
                       WS-FR-HELD-COUNT
               DISPLAY "FRAUD HOLDS RELEASED: "
                       WS-FR-RELEASED-COUNT
               DISPLAY "FRAUD HOLDS DECLINED: "
                       WS-FR-DECLINED-COUNT

      * Transactions are not re-posted on a restart (2000-PROCESS-FILES),
      * so WS-TYPE-TOTALS is genuinely all zero here - printing it would
                 SUSPENSE-AGE-REPORT
                 DUPLICATE-FILE
                 POSTING-JOURNAL
                 RETURN-EXCEPTION-FILE
                 CUSTOMER-ARCHIVE
                 TRANS-HISTORY-FILE
                 DISPUTE-FILE
                 UNAPPLIED-CASH-FILE
                 LOCKBOX-REPORT

           IF WS-STMT-MODE
               CLOSE STATEMENT-FILE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-RETURNED TO WS-EDIT-GRAND-TOTAL
           STRING "RETURNED PMTS:" DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL   DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-WRITE-OFFS TO WS-EDIT-GRAND-TOTAL
           STRING "WRITE-OFFS:   " DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL   DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

      * Recoveries are cash against debt already written off; they do
      * not move the receivable and sit outside the debit and credit
      * totals below.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-RECOVERIES TO WS-EDIT-GRAND-TOTAL
           STRING "RECOVERIES:   " DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL   DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-RECOV-RETURNED TO WS-EDIT-GRAND-TOTAL
           STRING "RECOV RETURNS:" DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL   DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-REFUND-CHECKS TO WS-EDIT-GRAND-TOTAL
           STRING "REFUND CHECKS:" DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL   DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-ESCHEATED TO WS-EDIT-GRAND-TOTAL
           STRING "UNCLAIMED:    " DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL   DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-DEBITS TO WS-EDIT-GRAND-TOTAL
           STRING "TOTAL DEBITS: " DELIMITED BY SIZE
               INTO JOURNAL-LINE
           WRITE JOURNAL-LINE

           MOVE SPACES TO JOURNAL-LINE
           MOVE WS-TOTAL-RETURNED TO WS-EDIT-GRAND-TOTAL
           STRING "  RETURNED PMTS:" DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL DELIMITED BY SIZE
               INTO JOURNAL-LINE
           WRITE JOURNAL-LINE

           MOVE SPACES TO JOURNAL-LINE
           MOVE WS-TOTAL-WRITE-OFFS TO WS-EDIT-GRAND-TOTAL
           STRING "  WRITE-OFFS:   " DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL DELIMITED BY SIZE
               INTO JOURNAL-LINE
           WRITE JOURNAL-LINE

           MOVE SPACES TO JOURNAL-LINE
           MOVE WS-TOTAL-RECOVERIES TO WS-EDIT-GRAND-TOTAL
           STRING "  RECOVERIES:   " DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL DELIMITED BY SIZE
               INTO JOURNAL-LINE
           WRITE JOURNAL-LINE

           MOVE SPACES TO JOURNAL-LINE
           MOVE WS-TOTAL-RECOV-RETURNED TO WS-EDIT-GRAND-TOTAL
           STRING "  RECOV RETURNS:" DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL DELIMITED BY SIZE
               INTO JOURNAL-LINE
           WRITE JOURNAL-LINE

           MOVE SPACES TO JOURNAL-LINE
           MOVE WS-TOTAL-REFUND-CHECKS TO WS-EDIT-GRAND-TOTAL
           STRING "  REFUND CHECKS:" DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL DELIMITED BY SIZE
               INTO JOURNAL-LINE
           WRITE JOURNAL-LINE

           MOVE SPACES TO JOURNAL-LINE
           MOVE WS-TOTAL-ESCHEATED TO WS-EDIT-GRAND-TOTAL
           STRING "  UNCLAIMED:    " DELIMITED BY SIZE
                  WS-EDIT-GRAND-TOTAL DELIMITED BY SIZE
               INTO JOURNAL-LINE
           WRITE JOURNAL-LINE

           MOVE SPACES TO JOURNAL-LINE
           MOVE WS-TOTAL-DEBITS TO WS-EDIT-GRAND-TOTAL
           STRING "  TOTAL DEBITS: " DELIMITED BY SIZE
               WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
           COMPUTE WS-GL-TYPED-NET =
               WS-TOTAL-PURCHASES + WS-TOTAL-ADJUSTMENTS
               + WS-TOTAL-RETURNED
               + WS-TOTAL-REFUND-CHECKS + WS-TOTAL-ESCHEATED
               - WS-TOTAL-PAYMENTS - WS-TOTAL-REFUNDS
               - WS-TOTAL-CHARGEBACKS
               - WS-TOTAL-WRITE-OFFS

           IF WS-GL-TYPED-NET NOT = WS-GL-RECEIVABLE-NET
               DISPLAY "GL EXTRACT CROSS-CHECK FAILED"
               MOVE "CHARGEBACKS" TO WS-GL-ENTRY-DESC
               PERFORM 9210-WRITE-GL-RECORD

      * Returned payments come back out of cash through the returned-
      * items clearing account, so they no longer net silently against
      * the day's receipts.
               MOVE WS-GL-ACCT-RETURNED TO WS-GL-ENTRY-ACCT
               MOVE "C" TO WS-GL-ENTRY-SIDE
               MOVE WS-TOTAL-RETURNED TO WS-GL-ENTRY-AMT
               MOVE "RETURNED PAYMENTS" TO WS-GL-ENTRY-DESC
               PERFORM 9210-WRITE-GL-RECORD

      * A write-off relieves the receivable against the allowance for
      * doubtful accounts, and the allowance is made good by the
      * matching bad-debt expense, so the loss shows in the books in
      * the month it is taken.
               MOVE WS-GL-ACCT-ALLOWANCE TO WS-GL-ENTRY-ACCT
               MOVE "D" TO WS-GL-ENTRY-SIDE
               MOVE WS-TOTAL-WRITE-OFFS TO WS-GL-ENTRY-AMT
               MOVE "CHARGE-OFFS" TO WS-GL-ENTRY-DESC
               PERFORM 9210-WRITE-GL-RECORD

               MOVE WS-GL-ACCT-BAD-DEBT TO WS-GL-ENTRY-ACCT
               MOVE "D" TO WS-GL-ENTRY-SIDE
               MOVE WS-TOTAL-WRITE-OFFS TO WS-GL-ENTRY-AMT
               MOVE "BAD DEBT EXPENSE" TO WS-GL-ENTRY-DESC
               PERFORM 9210-WRITE-GL-RECORD

               MOVE WS-GL-ACCT-ALLOWANCE TO WS-GL-ENTRY-ACCT
               MOVE "C" TO WS-GL-ENTRY-SIDE
               MOVE WS-TOTAL-WRITE-OFFS TO WS-GL-ENTRY-AMT
               MOVE "ALLOWANCE PROVISION" TO WS-GL-ENTRY-DESC
               PERFORM 9210-WRITE-GL-RECORD

      * Cash taken on a charged-off account never touches the
      * receivable: it goes straight to bad-debt recoveries.
               MOVE WS-GL-ACCT-CASH TO WS-GL-ENTRY-ACCT
               MOVE "D" TO WS-GL-ENTRY-SIDE
               MOVE WS-TOTAL-RECOVERIES TO WS-GL-ENTRY-AMT
               MOVE "RECOVERY RECEIPTS" TO WS-GL-ENTRY-DESC
               PERFORM 9210-WRITE-GL-RECORD

               MOVE WS-GL-ACCT-RECOVERIES TO WS-GL-ENTRY-ACCT
               MOVE "C" TO WS-GL-ENTRY-SIDE
               MOVE WS-TOTAL-RECOVERIES TO WS-GL-ENTRY-AMT
               MOVE "BAD DEBT RECOVERIES" TO WS-GL-ENTRY-DESC
               PERFORM 9210-WRITE-GL-RECORD

      * A recovery the bank returned comes back out of recoveries and
      * through the returned-items clearing account, as a returned
      * payment does, rather than netting against the day's receipts.
               MOVE WS-GL-ACCT-RECOVERIES TO WS-GL-ENTRY-ACCT
               MOVE "D" TO WS-GL-ENTRY-SIDE
               MOVE WS-TOTAL-RECOV-RETURNED TO WS-GL-ENTRY-AMT
               MOVE "RECOVERIES RETURNED" TO WS-GL-ENTRY-DESC
               PERFORM 9210-WRITE-GL-RECORD

               MOVE WS-GL-ACCT-RETURNED TO WS-GL-ENTRY-ACCT
               MOVE "C" TO WS-GL-ENTRY-SIDE
               MOVE WS-TOTAL-RECOV-RETURNED TO WS-GL-ENTRY-AMT
               MOVE "RETURNED RECOVERIES" TO WS-GL-ENTRY-DESC
               PERFORM 9210-WRITE-GL-RECORD

      * A credit balance refunded or turned over leaves the receivable
      * for a payable: the check to the customer through accounts
      * payable, or the remittance due the state with the holder
      * report.
               MOVE WS-GL-ACCT-REFUND-PAY TO WS-GL-ENTRY-ACCT
               MOVE "C" TO WS-GL-ENTRY-SIDE
               MOVE WS-TOTAL-REFUND-CHECKS TO WS-GL-ENTRY-AMT
               MOVE "REFUND CHECKS DUE" TO WS-GL-ENTRY-DESC
               PERFORM 9210-WRITE-GL-RECORD

               MOVE WS-GL-ACCT-UNCLAIMED TO WS-GL-ENTRY-ACCT
               MOVE "C" TO WS-GL-ENTRY-SIDE
               MOVE WS-TOTAL-ESCHEATED TO WS-GL-ENTRY-AMT
               MOVE "UNCLAIMED PROPERTY" TO WS-GL-ENTRY-DESC
               PERFORM 9210-WRITE-GL-RECORD

               MOVE WS-GL-ACCT-RECEIVABLE TO WS-GL-ENTRY-ACCT
               MOVE "D" TO WS-GL-ENTRY-SIDE
               MOVE WS-GL-RECEIVABLE-NET TO WS-GL-ENTRY-AMT
