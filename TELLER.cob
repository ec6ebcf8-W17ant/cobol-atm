      *>   - a teller signs on first (SIGN-ON) and that teller id is
      *>     stamped on every transaction and audit record the
      *>     session writes, where the ATM stamps its terminal;
      *>   - no cassette planning, and withdrawals may carry cents.
      *>     The cash comes out of the teller's drawer instead: the
      *>     drawer is opened at SIGN-ON with a counted starting
      *>     figure, every cash WITHDRAW and CASH DEPOSIT and every
      *>     buy from / sell to the vault moves its expected
      *>     position (DRAWER.DAT), and END-SESSION with a count
      *>     closes it -- an over/short beyond tolerance needs a
      *>     supervisor OVERRIDE. No cash moves without the teller's
      *>     drawer open for the business day: after a close, or
      *>     once EOD-SETTLE's cutover has moved the business date
      *>     on, the teller signs on again first. DRAWER-RPT lists
      *>     the day's drawers;
      *>   - check deposits take their hold per item (the teller
      *>     judges each check), cash deposits take none;
      *>   - a supervisor can OVERRIDE for exactly one posting
      *>     operation: exceeding the daily withdrawal limit,
      *>     posting without the customer's PIN, or withdrawing from
      *>     a term deposit before it matures (which also charges
      *>     the early-withdrawal penalty, TD-PENALTY). The override
      *>     is audited with both IDs when armed and again when
      *>     spent. Transfers out of an unmatured term deposit are
      *>     refused outright, as at the ATM.
      *> Commands via ACCEPT (stdin), pipe-delimited responses via
      *> DISPLAY (stdout), session loop until END-SESSION:
      *>   SIGN-ON   teller-id [opening-cash]
      *>   CHECK-PIN card-number pin
      *>   OVERRIDE  supervisor-account supervisor-pin
      *>   BALANCE   account
      *>   WITHDRAW  account amount
      *>   DEPOSIT   account amount [CASH|CHECK] [hold-days]
      *>   TRANSFER  source dest amount
      *>   BILL-PAY  account payee-id amount
      *>   BUY-VAULT  amount
      *>   SELL-VAULT amount
      *>   END-SESSION [counted-cash]
      *> Compile: cobc -x -free TELLER.cob -o teller
      *> ================================================================
       IDENTIFICATION DIVISION.
           SELECT SEQ-FILE ASSIGN TO "TRANSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FS.
           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-FS.
           SELECT PAYEE-FILE ASSIGN TO "PAYEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-FS.
           SELECT BILLPAY-FILE ASSIGN TO "BILLPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-FS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT DRAWER-FILE ASSIGN TO "DRAWER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRW-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SEQ-FILE.
       01 SEQ-REC               PIC 9(10).

      *> Term deposit terms, maintained by ACCT-MAINT and worked by
      *> TERM-MATURE: nothing leaves a term deposit (AR-TYPE "T")
      *> before TD-MATURITY while TD-STATUS is "A"
       FD TERMDEP-FILE.
       01 TD-REC.
           05 TD-ACCT          PIC X(10).
           05 TD-TERM-MO       PIC 9(3).
           05 TD-RATE          PIC V9(5).
           05 TD-START         PIC X(8).
           05 TD-MATURITY      PIC X(8).
           05 TD-INSTR         PIC X(1).
           05 TD-PAYOUT        PIC X(10).
           05 TD-STATUS        PIC X(1).
           05 TD-NOTICE        PIC X(8).
           05 TD-DUE-DD        PIC 9(2).

      *> Bill-pay payee master, maintained by ACCT-MAINT: a payee
      *> belongs to one customer and only that customer's accounts
      *> can pay it. PY-STATUS "A" active, "C" cancelled.
       FD PAYEE-FILE.
       01 PY-REC.
           05 PY-ID            PIC 9(5).
           05 PY-CUST          PIC X(10).
           05 PY-NAME          PIC X(22).
           05 PY-ROUTING       PIC X(9).
           05 PY-DEST-ACCT     PIC X(17).
           05 PY-CUST-REF      PIC X(15).
           05 PY-STATUS        PIC X(1).

      *> Bill payments queued for origination: one row per BILL-PAY,
      *> tied to its debit posting by BP-REF (the posting's TR-REF,
      *> which also goes out as the item's trace number). The
      *> payee's name, routing and account are copied at payment
      *> time so a later payee change can't redirect money already
      *> debited. BP-STATUS "Q" queued, "S" sent on the outbound
      *> file of BP-SENT-DATE, "R" returned and re-credited.
      *> BILLPAY-OUT originates the queue nightly.
       FD BILLPAY-FILE.
       01 BP-REC.
           05 BP-REF           PIC 9(10).
           05 BP-DATE          PIC X(8).
           05 BP-ACCT          PIC X(10).
           05 BP-PAYEE         PIC 9(5).
           05 BP-NAME          PIC X(22).
           05 BP-ROUTING       PIC X(9).
           05 BP-DEST-ACCT     PIC X(17).
           05 BP-CUST-REF      PIC X(15).
           05 BP-AMOUNT        PIC 9(9)V99.
           05 BP-STATUS        PIC X(1).
           05 BP-SENT-DATE     PIC X(8).

      *> Current business (posting) date, advanced by EOD-SETTLE's
      *> cutover once a settlement day closes -- postings made after
      *> the evening run belong to the next business day, not to a
       FD BUSDATE-FILE.
       01 BUSDATE-REC           PIC X(8).

      *> Teller cash drawers: one row per teller per business day.
      *> DW-STATUS "O" open, "C" closed with a count. The expected
      *> position is opening + cash in + bought from the vault
      *> - cash out - sold to the vault; DW-OVER-SHORT is counted
      *> less expected, and DW-APPROVED-BY names the supervisor who
      *> overrode a close beyond tolerance.
       FD DRAWER-FILE.
       01 DRAWER-REC.
           05 DW-DATE          PIC X(8).
           05 DW-TELLER        PIC X(4).
           05 DW-STATUS        PIC X(1).
           05 DW-OPENING       PIC S9(9)V99.
           05 DW-CASH-IN       PIC S9(9)V99.
           05 DW-CASH-OUT      PIC S9(9)V99.
           05 DW-VAULT-IN      PIC S9(9)V99.
           05 DW-VAULT-OUT     PIC S9(9)V99.
           05 DW-COUNTED       PIC S9(9)V99.
           05 DW-OVER-SHORT    PIC S9(9)V99.
           05 DW-CLOSE-TIME    PIC X(6).
           05 DW-APPROVED-BY   PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-BD-FS              PIC XX.
       01 WS-ACCT-FS            PIC XX.
       01 WS-HOT-FS             PIC XX.
       01 WS-CARD-FS            PIC XX.
       01 WS-PROD-FS            PIC XX.

      *> Term deposit lock: the account's maturity date and locked
      *> rate off TERMDEP.DAT. Breaking a deposit early at the
      *> counter costs WS-TD-PENALTY-DAYS days' interest at the
      *> locked (daily) rate on the amount taken out.
       01 WS-TD-FS              PIC XX.
       01 WS-TD-KEY             PIC X(10).
       01 WS-TD-LOCKED          PIC X VALUE "N".
       01 WS-TD-MATURITY        PIC X(8).
       01 WS-TD-RATE            PIC V9(5) VALUE 0.
       01 WS-TD-PENALTY-DAYS    PIC 9(3) VALUE 90.
       01 WS-TD-PENALTY         PIC S9(9)V99 VALUE 0.
       01 WS-TD-WD-BAL          PIC S9(9)V99 VALUE 0.
       01 WS-TD-WD-REF          PIC 9(10) VALUE 0.
       01 WS-TD-PEN-DSP         PIC -(9)9.99.

      *> Bill pay: the payee named on a BILL-PAY, fetched off
      *> PAYEES.DAT, and the queue file the payment is added to
       01 WS-PAYEE-FS           PIC XX.
       01 WS-BP-FS              PIC XX.
       01 WS-PAYEE-KEY          PIC 9(5) VALUE 0.
       01 WS-PAYEE-FOUND        PIC X VALUE "N".
       01 WS-PAYEE-CUST         PIC X(10).
       01 WS-PAYEE-NAME         PIC X(22).
       01 WS-PAYEE-ROUTING      PIC X(9).
       01 WS-PAYEE-DEST         PIC X(17).
       01 WS-PAYEE-REF          PIC X(15).
       01 WS-REF-DSP            PIC Z(9)9.
       01 WS-NFY-FS             PIC XX.
       01 WS-DRW-FS             PIC XX.
       01 WS-EOF                PIC X VALUE "N".

       01 WS-COMMAND            PIC X(200).
       01 WS-OVERRIDE-USED      PIC X VALUE "N".
       01 WS-OVERRIDE-BY        PIC X(10) VALUE SPACES.

      *> Teller drawers: DRAWER.DAT is loaded whole, one row changed
      *> and written back on every cash movement, so two windows
      *> working at once never hold a stale copy for long. Closed
      *> rows older than WS-DRW-KEEP-DAYS are dropped on the way
      *> through. A close whose over/short exceeds WS-DRAWER-TOL
      *> either way needs a supervisor override.
       01 WS-DRW-CT             PIC 9(3) VALUE 0.
       01 WS-DRW-TBL.
           05 WS-DRW OCCURS 500 TIMES.
               10 WD-DATE       PIC X(8).
               10 WD-TELLER     PIC X(4).
               10 WD-STATUS     PIC X(1).
               10 WD-OPENING    PIC S9(9)V99.
               10 WD-CASH-IN    PIC S9(9)V99.
               10 WD-CASH-OUT   PIC S9(9)V99.
               10 WD-VAULT-IN   PIC S9(9)V99.
               10 WD-VAULT-OUT  PIC S9(9)V99.
               10 WD-COUNTED    PIC S9(9)V99.
               10 WD-OVER-SHORT PIC S9(9)V99.
               10 WD-CLOSE-TIME PIC X(6).
               10 WD-APPROVED   PIC X(10).
       01 WS-DI                 PIC 9(3).
       01 WS-DRW-SLOT           PIC 9(3) VALUE 0.
       01 WS-DRW-TELLER         PIC X(4).
       01 WS-DRW-KIND           PIC X(1).
       01 WS-DRW-NEW            PIC X VALUE "N".
       01 WS-DRW-OK             PIC X VALUE "N".
       01 WS-DRW-EXPECTED       PIC S9(9)V99 VALUE 0.
       01 WS-DRW-COUNT          PIC S9(9)V99 VALUE 0.
       01 WS-DRW-DIFF           PIC S9(9)V99 VALUE 0.
       01 WS-DRW-ABS            PIC S9(9)V99 VALUE 0.
       01 WS-DRAWER-TOL         PIC 9(5)V99 VALUE 5.00.
       01 WS-DRW-KEEP-DAYS      PIC 9(3) VALUE 35.
       01 WS-DRW-CUTOFF         PIC 9(8).
       01 WS-DRW-INT            PIC 9(8).
       01 WS-EXP-DSP            PIC -(9)9.99.
       01 WS-CNT-DSP            PIC -(9)9.99.
       01 WS-DIFF-DSP           PIC -(9)9.99.

      *> Session state, as in ATM-SYSTEM: the account CHECK-PIN
      *> authenticated, whether ACCOUNT-FILE is open, session id
       01 WS-SESS-OVER          PIC X VALUE "N".
               END-IF

               EVALUATE WS-OP
                   WHEN "END-SESSION" PERFORM DO-END-SESSION
                   WHEN SPACES
                       MOVE "Y" TO WS-SESS-OVER
                   WHEN "SIGN-ON"    PERFORM DO-SIGN-ON
                   WHEN "WITHDRAW"   PERFORM DO-WITHDRAW
                   WHEN "DEPOSIT"    PERFORM DO-DEPOSIT
                   WHEN "TRANSFER"   PERFORM DO-TRANSFER
                   WHEN "BILL-PAY"   PERFORM DO-BILL-PAY
                   WHEN "BUY-VAULT"  PERFORM DO-BUY-VAULT
                   WHEN "SELL-VAULT" PERFORM DO-SELL-VAULT
                   WHEN OTHER
                       DISPLAY "ERR|INVALID-OP|Unknown operation"
               END-EVALUATE
      *> ============================================================
      *> SIGN-ON: Declare which teller is working this session --
      *> the counter's equivalent of the ATM's TERMINAL command,
      *> plus an audit entry naming the person -- and take charge of
      *> the teller's cash drawer for the business day. The first
      *> sign-on of the day opens the drawer at the counted starting
      *> cash (P2); a later session the same day resumes the drawer
      *> where the last one left it. A drawer already closed with a
      *> count stays closed until tomorrow.
      *> Input:  P1=teller-id (TL01, TL02, ...)
      *>         P2=counted opening cash (first sign-on of the day)
      *> Output: OK|teller-id|OPENED|opening-cash
      *>         OK|teller-id|RESUMED|expected-cash
      *> ============================================================
       DO-SIGN-ON.
           IF WS-P1 = SPACES
               DISPLAY "ERR|INVALID-TELLER|Teller id is required"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P1(1:4) TO WS-DRW-TELLER
           MOVE "N" TO WS-DRW-NEW
           PERFORM LOAD-DRAWERS
           PERFORM FIND-DRAWER
           IF WS-DRW-SLOT > 0
               IF WD-STATUS(WS-DRW-SLOT) = "C"
                   DISPLAY "ERR|DRAWER-CLOSED|"
                       "Drawer already balanced for the day"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-P2 = SPACES
                   DISPLAY "ERR|OPENING-CASH|"
                       "Counted opening cash is required"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DRW-COUNT = FUNCTION NUMVAL(WS-P2)
               IF WS-DRW-COUNT < 0
                   DISPLAY "ERR|INVALID-AMT|Invalid amount"
                   EXIT PARAGRAPH
               END-IF
               IF WS-DRW-CT >= 500
                   DISPLAY "ERR|FILE-ERR|Drawer file is full"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DRW-CT
               MOVE WS-DRW-CT TO WS-DRW-SLOT
               MOVE "Y" TO WS-DRW-NEW
               MOVE WS-TODAY      TO WD-DATE(WS-DRW-SLOT)
               MOVE WS-DRW-TELLER TO WD-TELLER(WS-DRW-SLOT)
               MOVE "O"           TO WD-STATUS(WS-DRW-SLOT)
               MOVE WS-DRW-COUNT  TO WD-OPENING(WS-DRW-SLOT)
               MOVE 0 TO WD-CASH-IN(WS-DRW-SLOT)
               MOVE 0 TO WD-CASH-OUT(WS-DRW-SLOT)
               MOVE 0 TO WD-VAULT-IN(WS-DRW-SLOT)
               MOVE 0 TO WD-VAULT-OUT(WS-DRW-SLOT)
               MOVE 0 TO WD-COUNTED(WS-DRW-SLOT)
               MOVE 0 TO WD-OVER-SHORT(WS-DRW-SLOT)
               MOVE SPACES TO WD-CLOSE-TIME(WS-DRW-SLOT)
               MOVE SPACES TO WD-APPROVED(WS-DRW-SLOT)
               PERFORM SAVE-DRAWERS
           END-IF

           MOVE WS-DRW-TELLER TO WS-TELLER-ID
           MOVE "Y" TO WS-SIGNED-ON
           PERFORM COMPUTE-EXPECTED
           MOVE WS-DRW-EXPECTED TO WS-EXP-DSP
           IF WS-DRW-NEW = "Y"
               DISPLAY "OK|" FUNCTION TRIM(WS-TELLER-ID)
                   "|OPENED|" FUNCTION TRIM(WS-EXP-DSP)
           ELSE
               DISPLAY "OK|" FUNCTION TRIM(WS-TELLER-ID)
                   "|RESUMED|" FUNCTION TRIM(WS-EXP-DSP)
           END-IF

           MOVE "SYSTEM" TO WS-AUD-ACCT
           MOVE "TELLER-SIGN-ON" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           IF WS-DRW-NEW = "Y"
               STRING "Teller " WS-TELLER-ID
                   " signed on, drawer opened at $"
                   FUNCTION TRIM(WS-EXP-DSP)
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
           ELSE
               STRING "Teller " WS-TELLER-ID
                   " signed on, drawer resumed at $"
                   FUNCTION TRIM(WS-EXP-DSP)
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
           END-IF
           PERFORM LOG-AUDIT.

      *> ============================================================
           WRITE HOLD-REC
           CLOSE HOLDS-FILE.

      *> ============================================================
      *> FIND-PAYEE: Look up the active payee WS-PAYEE-KEY on
      *> PAYEES.DAT. A cancelled payee reads as not found.
      *> ============================================================
       FIND-PAYEE.
           MOVE "N" TO WS-PAYEE-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ PAYEE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PY-ID = WS-PAYEE-KEY
                           AND PY-STATUS = "A"
                           MOVE "Y" TO WS-PAYEE-FOUND
                           MOVE PY-CUST      TO WS-PAYEE-CUST
                           MOVE PY-NAME      TO WS-PAYEE-NAME
                           MOVE PY-ROUTING   TO WS-PAYEE-ROUTING
                           MOVE PY-DEST-ACCT TO WS-PAYEE-DEST
                           MOVE PY-CUST-REF  TO WS-PAYEE-REF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYEE-FILE.

      *> ============================================================
      *> ADD-BILL-PAYMENT: Queue the payment just debited for the
      *> nightly origination run, keyed by the debit's reference.
      *> ============================================================
       ADD-BILL-PAYMENT.
           OPEN EXTEND BILLPAY-FILE
           IF WS-BP-FS NOT = "00"
               OPEN OUTPUT BILLPAY-FILE
           END-IF
           MOVE WS-LAST-REF      TO BP-REF
           MOVE WS-TODAY         TO BP-DATE
           MOVE WS-P1            TO BP-ACCT
           MOVE WS-PAYEE-KEY     TO BP-PAYEE
           MOVE WS-PAYEE-NAME    TO BP-NAME
           MOVE WS-PAYEE-ROUTING TO BP-ROUTING
           MOVE WS-PAYEE-DEST    TO BP-DEST-ACCT
           MOVE WS-PAYEE-REF     TO BP-CUST-REF
           MOVE WS-AMT           TO BP-AMOUNT
           MOVE "Q"              TO BP-STATUS
           MOVE SPACES           TO BP-SENT-DATE
           WRITE BP-REC
           CLOSE BILLPAY-FILE.

      *> ============================================================
      *> CHECK-TERM-LOCK: Look up the term deposit on the account in
      *> WS-TD-KEY. WS-TD-LOCKED stays "Y" while the deposit is
      *> running and its maturity date has not arrived; a term
      *> deposit with no terms on file is treated as locked too.
      *> ============================================================
       CHECK-TERM-LOCK.
           MOVE "Y" TO WS-TD-LOCKED
           MOVE SPACES TO WS-TD-MATURITY
           MOVE 0 TO WS-TD-RATE
           MOVE "N" TO WS-EOF
           OPEN INPUT TERMDEP-FILE
           IF WS-TD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TERMDEP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TD-ACCT = WS-TD-KEY
                           MOVE TD-MATURITY TO WS-TD-MATURITY
                           MOVE TD-RATE     TO WS-TD-RATE
                           IF TD-STATUS = "A"
                               AND TD-MATURITY > WS-TODAY
                               MOVE "Y" TO WS-TD-LOCKED
                           ELSE
                               MOVE "N" TO WS-TD-LOCKED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMDEP-FILE.

      *> ============================================================
      *> CHECK-PIN: Card + PIN, exactly as at the ATM -- the card
      *> resolves to the account and holder, a blocked or expired
               DISPLAY "ERR|ACCT-CLOSED|Account is closed"
               EXIT PARAGRAPH
           END-IF
           IF WA-STATUS(WS-FI) = "F"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|ACCT-FROZEN|Account is frozen"
               EXIT PARAGRAPH
           END-IF
           IF WA-STATUS(WS-FI) = "R"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|ACCT-RESTRICTED|Account is restricted"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMT = FUNCTION NUMVAL(WS-P2)
           IF WS-AMT <= 0
               EXIT PARAGRAPH
           END-IF

      *>   A term deposit before maturity only pays out under an
      *>   armed supervisor override, and then at the cost of the
      *>   early-withdrawal penalty, which has to be covered too
           MOVE 0 TO WS-TD-PENALTY
           IF WA-TYPE(WS-FI) = "T"
               MOVE WS-P1 TO WS-TD-KEY
               PERFORM CHECK-TERM-LOCK
               IF WS-TD-LOCKED = "Y"
                   IF WS-OVERRIDE-ARMED = "Y"
                       MOVE "Y" TO WS-OVERRIDE-USED
                       COMPUTE WS-TD-PENALTY ROUNDED =
                           WS-AMT * WS-TD-RATE * WS-TD-PENALTY-DAYS
                   ELSE
                       PERFORM CLOSE-ACCOUNTS
                       DISPLAY "ERR|TERM-LOCKED|Term deposit matures "
                           WS-TD-MATURITY
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           MOVE WS-P1 TO WS-HOLD-KEY
           PERFORM SUM-ACCOUNT-HOLDS
           COMPUTE WS-AVAIL-BAL =
               WA-BALANCE(WS-FI) - WS-HOLD-TOTAL
           IF WS-AMT + WS-TD-PENALTY > WS-AVAIL-BAL
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|INSUFF-FUNDS|Insufficient funds"
               EXIT PARAGRAPH
               END-IF
           END-IF

      *>   The cash has to be in the drawer to be paid out
           PERFORM CHECK-DRAWER-OPEN
           IF WS-DRW-OK = "N"
               PERFORM CLOSE-ACCOUNTS
               EXIT PARAGRAPH
           END-IF
           IF WS-AMT > WS-DRW-EXPECTED
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|DRAWER-CASH|"
                   "Not enough cash in the drawer - buy from the vault"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-REACTIVATE
           SUBTRACT WS-AMT FROM WA-BALANCE(WS-FI)
           MOVE WA-BALANCE(WS-FI) TO WS-TD-WD-BAL
           SUBTRACT WS-TD-PENALTY FROM WA-BALANCE(WS-FI)
           MOVE WS-NEW-DAILY TO WA-DAILY-WD(WS-FI)
           MOVE WS-TODAY TO WA-WD-DATE(WS-FI)
           PERFORM SAVE-ACCOUNT

           MOVE WS-AMT TO WS-AMT-DSP
           MOVE WA-BALANCE(WS-FI) TO WS-BAL-DSP
           IF WS-TD-PENALTY > 0
               MOVE WS-TD-PENALTY TO WS-TD-PEN-DSP
               DISPLAY "OK|"
                   FUNCTION TRIM(WS-AMT-DSP)
                   "|"
                   FUNCTION TRIM(WS-BAL-DSP)
                   "|"
                   FUNCTION TRIM(WS-TD-PEN-DSP)
           ELSE
               DISPLAY "OK|"
                   FUNCTION TRIM(WS-AMT-DSP)
                   "|"
                   FUNCTION TRIM(WS-BAL-DSP)
           END-IF

           MOVE WS-P1 TO WS-LOG-ACCT
           MOVE "WITHDRAWAL" TO WS-LOG-TYPE
           MOVE WS-AMT TO WS-LOG-AMT
           MOVE WS-TD-WD-BAL TO WS-LOG-BAL
           MOVE "Teller Withdrawal" TO WS-LOG-DESC
           PERFORM LOG-TRANSACTION
           MOVE "O" TO WS-DRW-KIND
           PERFORM POST-DRAWER
           IF WS-TD-PENALTY > 0
               PERFORM POST-EARLY-PENALTY
           END-IF

           MOVE WS-P1 TO WS-AUD-ACCT
           MOVE "WITHDRAWAL" TO WS-AUD-ACTION
           PERFORM SPEND-OVERRIDE
           PERFORM LOG-REACTIVATION.

      *> ============================================================
      *> POST-EARLY-PENALTY: Log the early-withdrawal penalty on a
      *> term deposit broken under override, pointing back at the
      *> withdrawal it was charged for.
      *> ============================================================
       POST-EARLY-PENALTY.
           MOVE WS-LAST-REF TO WS-TD-WD-REF
           MOVE WS-P1 TO WS-LOG-ACCT
           MOVE "TD-PENALTY" TO WS-LOG-TYPE
           MOVE WS-TD-PENALTY TO WS-LOG-AMT
           MOVE WA-BALANCE(WS-FI) TO WS-LOG-BAL
           MOVE "Early withdrawal penalty" TO WS-LOG-DESC
           MOVE WS-TD-WD-REF TO WS-LOG-ORIG-REF
           PERFORM LOG-TRANSACTION

           MOVE WS-P1 TO WS-AUD-ACCT
           MOVE "TD-EARLY-WD" TO WS-AUD-ACTION
           MOVE WS-TD-PENALTY TO WS-AMT-DSP
           INITIALIZE WS-AUD-DETAIL
           STRING "Broken before " WS-TD-MATURITY
               " penalty $" FUNCTION TRIM(WS-AMT-DSP)
               " supervisor " FUNCTION TRIM(WS-OVERRIDE-BY)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> DEPOSIT: Credit the ledger balance. Cash the teller has
      *> counted takes no hold; a check takes a hold whose length
               DISPLAY "ERR|ACCT-CLOSED|Account is closed"
               EXIT PARAGRAPH
           END-IF
           IF WA-STATUS(WS-FI) = "F"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|ACCT-FROZEN|Account is frozen"
               EXIT PARAGRAPH
           END-IF
      *>   A running term deposit takes no new money -- its term
      *>   interest is paid on the balance at maturity
           IF WA-TYPE(WS-FI) = "T"
               MOVE WS-P1 TO WS-TD-KEY
               PERFORM CHECK-TERM-LOCK
               IF WS-TD-LOCKED = "Y"
                   PERFORM CLOSE-ACCOUNTS
                   DISPLAY "ERR|TERM-LOCKED|Term deposit matures "
                       WS-TD-MATURITY
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "CASH" TO WS-DEP-KIND
           IF WS-P3 = "CHECK"
               EXIT PARAGRAPH
           END-IF

      *>   Counted cash goes into the drawer, which must be open
           IF WS-DEP-KIND = "CASH"
               PERFORM CHECK-DRAWER-OPEN
               IF WS-DRW-OK = "N"
                   PERFORM CLOSE-ACCOUNTS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CHECK-REACTIVATE
           ADD WS-AMT TO WA-BALANCE(WS-FI)
           PERFORM SAVE-ACCOUNT
               MOVE "Teller Deposit" TO WS-LOG-DESC
           END-IF
           PERFORM LOG-TRANSACTION
           IF WS-DEP-KIND = "CASH"
               MOVE "I" TO WS-DRW-KIND
               PERFORM POST-DRAWER
           END-IF

           MOVE WS-P1 TO WS-AUD-ACCT
           MOVE "DEPOSIT" TO WS-AUD-ACTION
               DISPLAY "ERR|ACCT-CLOSED|Source account is closed"
               EXIT PARAGRAPH
           END-IF
           IF WA-STATUS(WS-FI) = "F"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|ACCT-FROZEN|Source account is frozen"
               EXIT PARAGRAPH
           END-IF
           IF WA-STATUS(WS-FI) = "R"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|ACCT-RESTRICTED|"
                   "Source account is restricted"
               EXIT PARAGRAPH
           END-IF
      *>   A term deposit cannot be transferred out of before it
      *>   matures -- breaking one early is a counter withdrawal
           IF WA-TYPE(WS-FI) = "T"
               MOVE WS-P1 TO WS-TD-KEY
               PERFORM CHECK-TERM-LOCK
               IF WS-TD-LOCKED = "Y"
                   PERFORM CLOSE-ACCOUNTS
                   DISPLAY "ERR|TERM-LOCKED|Term deposit matures "
                       WS-TD-MATURITY
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FIND-ACCOUNT2
           IF WS-FOUND = "N"
               DISPLAY "ERR|ACCT-CLOSED|Destination account is closed"
               EXIT PARAGRAPH
           END-IF
           IF WA-STATUS(WS-FI2) = "F"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|ACCT-FROZEN|"
                   "Destination account is frozen"
               EXIT PARAGRAPH
           END-IF
           IF WA-TYPE(WS-FI2) = "T"
               MOVE WS-P2 TO WS-TD-KEY
               PERFORM CHECK-TERM-LOCK
               IF WS-TD-LOCKED = "Y"
                   PERFORM CLOSE-ACCOUNTS
                   DISPLAY "ERR|TERM-LOCKED|Destination term deposit "
                       "matures " WS-TD-MATURITY
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-AMT = FUNCTION NUMVAL(WS-P3)
           IF WS-AMT <= 0
           PERFORM SPEND-OVERRIDE
           PERFORM LOG-REACTIVATION.

      *> ============================================================
      *> BILL-PAY: Pay one of the customer's payees outside the
      *> bank, as at the ATM: debit against available balance now,
      *> queue for BILLPAY-OUT to originate overnight. Posting
      *> without the customer's PIN takes a supervisor override.
      *> Input:  P1=account P2=payee-id P3=amount
      *> Output: OK|amount|balance|reference  or  ERR|code|message
      *> ============================================================
       DO-BILL-PAY.
           IF WS-SIGNED-ON = "N"
               DISPLAY "ERR|NOT-SIGNED-ON|Teller must sign on first"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-HOT-CARD
           IF WS-HOT-FOUND = "Y"
               PERFORM REFUSE-HOT-CARD
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SESSION-AUTH
           IF WS-AUTH-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ACCOUNTS

           PERFORM FIND-ACCOUNT
           IF WS-FOUND = "N"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|ACCT-NOT-FOUND|Account not found"
               EXIT PARAGRAPH
           END-IF
           IF WA-STATUS(WS-FI) = "I"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|ACCT-CLOSED|Account is closed"
               EXIT PARAGRAPH
           END-IF
           IF WA-STATUS(WS-FI) = "F"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|ACCT-FROZEN|Account is frozen"
               EXIT PARAGRAPH
           END-IF
           IF WA-STATUS(WS-FI) = "R"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|ACCT-RESTRICTED|Account is restricted"
               EXIT PARAGRAPH
           END-IF
           IF WA-TYPE(WS-FI) = "T"
               MOVE WS-P1 TO WS-TD-KEY
               PERFORM CHECK-TERM-LOCK
               IF WS-TD-LOCKED = "Y"
                   PERFORM CLOSE-ACCOUNTS
                   DISPLAY "ERR|TERM-LOCKED|Term deposit matures "
                       WS-TD-MATURITY
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-PAYEE-KEY = FUNCTION NUMVAL(WS-P2)
           PERFORM FIND-PAYEE
           IF WS-PAYEE-FOUND = "N"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|PAYEE-NOT-FOUND|No such active payee"
               EXIT PARAGRAPH
           END-IF
           IF WS-PAYEE-CUST NOT = WA-CUST(WS-FI)
               AND WS-PAYEE-CUST NOT = WA-CUST2(WS-FI)
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|PAYEE-NOT-OWNED|"
                   "Payee is not set up for this account's holders"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMT = FUNCTION NUMVAL(WS-P3)
           IF WS-AMT <= 0
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|INVALID-AMT|Invalid amount"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-P1 TO WS-HOLD-KEY
           PERFORM SUM-ACCOUNT-HOLDS
           COMPUTE WS-AVAIL-BAL =
               WA-BALANCE(WS-FI) - WS-HOLD-TOTAL
           IF WS-AMT > WS-AVAIL-BAL
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|INSUFF-FUNDS|Insufficient funds"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-REACTIVATE
           SUBTRACT WS-AMT FROM WA-BALANCE(WS-FI)
           PERFORM SAVE-ACCOUNT
           PERFORM CLOSE-ACCOUNTS

           MOVE WS-P1 TO WS-LOG-ACCT
           MOVE "BILL-PAY" TO WS-LOG-TYPE
           MOVE WS-AMT TO WS-LOG-AMT
           MOVE WA-BALANCE(WS-FI) TO WS-LOG-BAL
           INITIALIZE WS-LOG-DESC
           STRING "Bill pay " FUNCTION TRIM(WS-PAYEE-NAME)
               DELIMITED BY SIZE INTO WS-LOG-DESC
           END-STRING
           PERFORM LOG-TRANSACTION
           PERFORM ADD-BILL-PAYMENT

           MOVE WS-AMT TO WS-AMT-DSP
           MOVE WA-BALANCE(WS-FI) TO WS-BAL-DSP
           MOVE WS-LAST-REF TO WS-REF-DSP
           DISPLAY "OK|"
               FUNCTION TRIM(WS-AMT-DSP)
               "|"
               FUNCTION TRIM(WS-BAL-DSP)
               "|"
               FUNCTION TRIM(WS-REF-DSP)

           MOVE WS-P1 TO WS-AUD-ACCT
           MOVE "BILL-PAY" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Payee " WS-PAYEE-KEY " "
               FUNCTION TRIM(WS-PAYEE-NAME)
               " $" FUNCTION TRIM(WS-AMT-DSP)
               " queued at the counter"
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT
           PERFORM SPEND-OVERRIDE
           PERFORM LOG-REACTIVATION.

      *> ============================================================
      *> BUY-VAULT / SELL-VAULT: Cash moved between the drawer and
      *> the branch vault -- a buy brings vault cash into the drawer,
      *> a sell returns drawer cash to the vault. No account posts;
      *> the movement shows on the drawer and in the audit trail.
      *> Input:  P1=amount
      *> Output: OK|amount|expected-drawer-cash
      *> ============================================================
       DO-BUY-VAULT.
           IF WS-SIGNED-ON = "N"
               DISPLAY "ERR|NOT-SIGNED-ON|Teller must sign on first"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMT = FUNCTION NUMVAL(WS-P1)
           IF WS-AMT <= 0
               DISPLAY "ERR|INVALID-AMT|Invalid amount"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DRAWER-OPEN
           IF WS-DRW-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "B" TO WS-DRW-KIND
           PERFORM POST-DRAWER
           PERFORM REPORT-VAULT-MOVE.

       DO-SELL-VAULT.
           IF WS-SIGNED-ON = "N"
               DISPLAY "ERR|NOT-SIGNED-ON|Teller must sign on first"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMT = FUNCTION NUMVAL(WS-P1)
           IF WS-AMT <= 0
               DISPLAY "ERR|INVALID-AMT|Invalid amount"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DRAWER-OPEN
           IF WS-DRW-OK = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-AMT > WS-DRW-EXPECTED
               DISPLAY "ERR|DRAWER-CASH|"
                   "Drawer does not hold that much cash"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-DRW-KIND
           PERFORM POST-DRAWER
           PERFORM REPORT-VAULT-MOVE.

       REPORT-VAULT-MOVE.
           PERFORM COMPUTE-EXPECTED
           MOVE WS-AMT TO WS-AMT-DSP
           MOVE WS-DRW-EXPECTED TO WS-EXP-DSP
           DISPLAY "OK|"
               FUNCTION TRIM(WS-AMT-DSP)
               "|"
               FUNCTION TRIM(WS-EXP-DSP)

           MOVE "SYSTEM" TO WS-AUD-ACCT
           INITIALIZE WS-AUD-DETAIL
           IF WS-DRW-KIND = "B"
               MOVE "VAULT-BUY" TO WS-AUD-ACTION
               STRING "Bought $" FUNCTION TRIM(WS-AMT-DSP)
                   " from the vault, drawer now $"
                   FUNCTION TRIM(WS-EXP-DSP)
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
           ELSE
               MOVE "VAULT-SELL" TO WS-AUD-ACTION
               STRING "Sold $" FUNCTION TRIM(WS-AMT-DSP)
                   " to the vault, drawer now $"
                   FUNCTION TRIM(WS-EXP-DSP)
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
           END-IF
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> END-SESSION: Without a count the session simply ends and
      *> the drawer stays open for the teller's next session today.
      *> With a count (P1) the drawer is closed for the day: counted
      *> less expected is the over/short, and one beyond
      *> WS-DRAWER-TOL either way is refused -- the session carries
      *> on so the teller can recount -- unless a supervisor
      *> override is armed, which the close then spends. A count
      *> with no drawer open for the business day is refused rather
      *> than dropped, and a drawer already closed (by another
      *> session under the same teller id) is not closed again.
      *> Input:  P1=counted cash (optional)
      *> Output: OK|CLOSED|expected|counted|over-short
      *>         or ERR|code|message (session continues)
      *> ============================================================
       DO-END-SESSION.
           IF WS-P1 = SPACES OR WS-SIGNED-ON = "N"
               MOVE "Y" TO WS-SESS-OVER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TELLER-ID TO WS-DRW-TELLER
           PERFORM LOAD-DRAWERS
           PERFORM FIND-DRAWER
           IF WS-DRW-SLOT = 0
               DISPLAY "ERR|NO-DRAWER|"
                   "No drawer open for the business day"
               EXIT PARAGRAPH
           END-IF
           IF WD-STATUS(WS-DRW-SLOT) NOT = "O"
               DISPLAY "ERR|DRAWER-CLOSED|"
                   "Drawer already balanced for the day"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DRW-COUNT = FUNCTION NUMVAL(WS-P1)
           IF WS-DRW-COUNT < 0
               DISPLAY "ERR|INVALID-AMT|Invalid amount"
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-EXPECTED
           COMPUTE WS-DRW-DIFF = WS-DRW-COUNT - WS-DRW-EXPECTED
           COMPUTE WS-DRW-ABS = FUNCTION ABS(WS-DRW-DIFF)
           MOVE WS-DRW-EXPECTED TO WS-EXP-DSP
           MOVE WS-DRW-COUNT TO WS-CNT-DSP
           MOVE WS-DRW-DIFF TO WS-DIFF-DSP

           MOVE "N" TO WS-OVERRIDE-USED
           IF WS-DRW-ABS > WS-DRAWER-TOL
               IF WS-OVERRIDE-ARMED = "Y"
                   MOVE "Y" TO WS-OVERRIDE-USED
               ELSE
                   DISPLAY "ERR|OVER-SHORT|Over/short of $"
                       FUNCTION TRIM(WS-DIFF-DSP)
                       " exceeds tolerance - supervisor override "
                       "required"
                   MOVE "SYSTEM" TO WS-AUD-ACCT
                   MOVE "DRAWER-CLOSE-HELD" TO WS-AUD-ACTION
                   INITIALIZE WS-AUD-DETAIL
                   STRING "Expected $" FUNCTION TRIM(WS-EXP-DSP)
                       " counted $" FUNCTION TRIM(WS-CNT-DSP)
                       " over/short $" FUNCTION TRIM(WS-DIFF-DSP)
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
                   END-STRING
                   PERFORM LOG-AUDIT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "C"          TO WD-STATUS(WS-DRW-SLOT)
           MOVE WS-DRW-COUNT TO WD-COUNTED(WS-DRW-SLOT)
           MOVE WS-DRW-DIFF  TO WD-OVER-SHORT(WS-DRW-SLOT)
           MOVE WS-NOW-TIME  TO WD-CLOSE-TIME(WS-DRW-SLOT)
           IF WS-OVERRIDE-USED = "Y"
               MOVE WS-OVERRIDE-BY TO WD-APPROVED(WS-DRW-SLOT)
           ELSE
               MOVE SPACES TO WD-APPROVED(WS-DRW-SLOT)
           END-IF
           PERFORM SAVE-DRAWERS

           DISPLAY "OK|CLOSED|"
               FUNCTION TRIM(WS-EXP-DSP)
               "|"
               FUNCTION TRIM(WS-CNT-DSP)
               "|"
               FUNCTION TRIM(WS-DIFF-DSP)

           MOVE "SYSTEM" TO WS-AUD-ACCT
           MOVE "DRAWER-CLOSE" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Expected $" FUNCTION TRIM(WS-EXP-DSP)
               " counted $" FUNCTION TRIM(WS-CNT-DSP)
               " over/short $" FUNCTION TRIM(WS-DIFF-DSP)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT
      *>   SPEND-OVERRIDE files its entry under WS-P1, which here
      *>   holds the count rather than an account
           MOVE "SYSTEM" TO WS-P1
           PERFORM SPEND-OVERRIDE
           MOVE "Y" TO WS-SESS-OVER.

      *> ============================================================
      *> LOAD-DRAWERS: Read DRAWER.DAT into WS-DRW-TBL, dropping
      *> closed drawers older than WS-DRW-KEEP-DAYS.
      *> ============================================================
       LOAD-DRAWERS.
           COMPUTE WS-DRW-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - WS-DRW-KEEP-DAYS
           COMPUTE WS-DRW-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-DRW-INT)
           MOVE 0 TO WS-DRW-CT
           MOVE "N" TO WS-EOF
           OPEN INPUT DRAWER-FILE
           IF WS-DRW-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ DRAWER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (DW-STATUS NOT = "C"
                           OR FUNCTION NUMVAL(DW-DATE)
                               NOT < WS-DRW-CUTOFF)
                           AND WS-DRW-CT < 500
                           ADD 1 TO WS-DRW-CT
                           MOVE DW-DATE       TO WD-DATE(WS-DRW-CT)
                           MOVE DW-TELLER     TO WD-TELLER(WS-DRW-CT)
                           MOVE DW-STATUS     TO WD-STATUS(WS-DRW-CT)
                           MOVE DW-OPENING    TO WD-OPENING(WS-DRW-CT)
                           MOVE DW-CASH-IN    TO WD-CASH-IN(WS-DRW-CT)
                           MOVE DW-CASH-OUT   TO WD-CASH-OUT(WS-DRW-CT)
                           MOVE DW-VAULT-IN   TO WD-VAULT-IN(WS-DRW-CT)
                           MOVE DW-VAULT-OUT
                               TO WD-VAULT-OUT(WS-DRW-CT)
                           MOVE DW-COUNTED    TO WD-COUNTED(WS-DRW-CT)
                           MOVE DW-OVER-SHORT
                               TO WD-OVER-SHORT(WS-DRW-CT)
                           MOVE DW-CLOSE-TIME
                               TO WD-CLOSE-TIME(WS-DRW-CT)
                           MOVE DW-APPROVED-BY
                               TO WD-APPROVED(WS-DRW-CT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAWER-FILE.

      *> ============================================================
      *> SAVE-DRAWERS: Rewrite DRAWER.DAT from WS-DRW-TBL
      *> ============================================================
       SAVE-DRAWERS.
           OPEN OUTPUT DRAWER-FILE
           PERFORM VARYING WS-DI FROM 1 BY 1
               UNTIL WS-DI > WS-DRW-CT
               MOVE WD-DATE(WS-DI)       TO DW-DATE
               MOVE WD-TELLER(WS-DI)     TO DW-TELLER
               MOVE WD-STATUS(WS-DI)     TO DW-STATUS
               MOVE WD-OPENING(WS-DI)    TO DW-OPENING
               MOVE WD-CASH-IN(WS-DI)    TO DW-CASH-IN
               MOVE WD-CASH-OUT(WS-DI)   TO DW-CASH-OUT
               MOVE WD-VAULT-IN(WS-DI)   TO DW-VAULT-IN
               MOVE WD-VAULT-OUT(WS-DI)  TO DW-VAULT-OUT
               MOVE WD-COUNTED(WS-DI)    TO DW-COUNTED
               MOVE WD-OVER-SHORT(WS-DI) TO DW-OVER-SHORT
               MOVE WD-CLOSE-TIME(WS-DI) TO DW-CLOSE-TIME
               MOVE WD-APPROVED(WS-DI)   TO DW-APPROVED-BY
               WRITE DRAWER-REC
           END-PERFORM
           CLOSE DRAWER-FILE.

      *> ============================================================
      *> FIND-DRAWER: Point WS-DRW-SLOT at WS-DRW-TELLER's drawer for
      *> the business day (0 when there is none).
      *> COMPUTE-EXPECTED: The slot's expected cash position.
      *> LOAD-DRAWER-POSITION: Both, for the signed-on teller.
      *> ============================================================
       FIND-DRAWER.
           MOVE 0 TO WS-DRW-SLOT
           PERFORM VARYING WS-DI FROM 1 BY 1
               UNTIL WS-DI > WS-DRW-CT
               IF WD-DATE(WS-DI) = WS-TODAY
                   AND WD-TELLER(WS-DI) = WS-DRW-TELLER
                   MOVE WS-DI TO WS-DRW-SLOT
               END-IF
           END-PERFORM.

       COMPUTE-EXPECTED.
           MOVE 0 TO WS-DRW-EXPECTED
           IF WS-DRW-SLOT > 0
               COMPUTE WS-DRW-EXPECTED =
                   WD-OPENING(WS-DRW-SLOT)
                   + WD-CASH-IN(WS-DRW-SLOT)
                   + WD-VAULT-IN(WS-DRW-SLOT)
                   - WD-CASH-OUT(WS-DRW-SLOT)
                   - WD-VAULT-OUT(WS-DRW-SLOT)
           END-IF.

       LOAD-DRAWER-POSITION.
           MOVE WS-TELLER-ID TO WS-DRW-TELLER
           PERFORM LOAD-DRAWERS
           PERFORM FIND-DRAWER
           PERFORM COMPUTE-EXPECTED.

      *> ============================================================
      *> CHECK-DRAWER-OPEN: Load the signed-on teller's drawer
      *> position and refuse (WS-DRW-OK "N", error answered) unless
      *> the drawer for the business day is on file and still open.
      *> Every cash movement runs this before anything posts.
      *> ============================================================
       CHECK-DRAWER-OPEN.
           MOVE "N" TO WS-DRW-OK
           PERFORM LOAD-DRAWER-POSITION
           IF WS-DRW-SLOT = 0
               DISPLAY "ERR|NO-DRAWER|"
                   "No drawer open for the business day - sign on"
               EXIT PARAGRAPH
           END-IF
           IF WD-STATUS(WS-DRW-SLOT) NOT = "O"
               DISPLAY "ERR|DRAWER-CLOSED|"
                   "Drawer already balanced for the day"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DRW-OK.

      *> ============================================================
      *> POST-DRAWER: Move WS-AMT through the signed-on teller's open
      *> drawer -- WS-DRW-KIND "I" cash taken in over the counter,
      *> "O" cash paid out, "B" bought from the vault, "S" sold to
      *> the vault -- and write the file straight back.
      *> ============================================================
       POST-DRAWER.
           MOVE WS-TELLER-ID TO WS-DRW-TELLER
           PERFORM LOAD-DRAWERS
           PERFORM FIND-DRAWER
           IF WS-DRW-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WD-STATUS(WS-DRW-SLOT) NOT = "O"
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-DRW-KIND
               WHEN "I"
                   ADD WS-AMT TO WD-CASH-IN(WS-DRW-SLOT)
               WHEN "O"
                   ADD WS-AMT TO WD-CASH-OUT(WS-DRW-SLOT)
               WHEN "B"
                   ADD WS-AMT TO WD-VAULT-IN(WS-DRW-SLOT)
               WHEN "S"
                   ADD WS-AMT TO WD-VAULT-OUT(WS-DRW-SLOT)
           END-EVALUATE
           PERFORM SAVE-DRAWERS.

      *> ============================================================
      *> NEXT-TRAN-REF: Allocate the next posting reference number
      *> from the shared sequence file. References are unique and
