      *> are read in a loop until END-SESSION (or end of input), with
      *> ACCOUNT-FILE held open across the whole visit and session
      *> start/end bracketed in the audit trail. Posting operations
      *> (WITHDRAW, DEPOSIT, TRANSFER, BILL-PAY, CHANGE-PIN) are only
      *> accepted for the account a successful CHECK-PIN authenticated
      *> earlier in the same session; inquiries and the admin
      *> operations carry their own gating.
      *> Compile: cobc -x -free ATM-SYSTEM.cob -o atm-system
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
           SELECT CASE-FILE ASSIGN TO "DISPUTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE
               FILE STATUS IS WS-CASE-FS.

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

      *> DISPUTE's cash dispute cases. DC-STATUS "O" open, "P" open
      *> with provisional credit given, "C" closed paid, "D" closed
      *> denied. Only read here: a withdrawal under an open or paid
      *> case is settled by the case, not by REVERSE.
       FD CASE-FILE.
       01 CASE-REC.
           05 DC-CASE          PIC 9(8).
           05 DC-STATUS        PIC X(1).
           05 DC-OPENED        PIC X(8).
           05 DC-ACCT          PIC X(10).
           05 DC-TRAN-REF      PIC 9(10).
           05 DC-TRAN-DATE     PIC X(8).
           05 DC-TERM          PIC X(4).
           05 DC-AMOUNT        PIC S9(9)V99.
           05 DC-PROV-DUE      PIC X(8).
           05 DC-FINAL-DUE     PIC X(8).
           05 DC-PROV-REF      PIC 9(10).
           05 DC-PROV-DATE     PIC X(8).
           05 DC-PROOF         PIC X(1).
           05 DC-PROOF-DIFF    PIC S9(11)V99.
           05 DC-RESOLVED      PIC X(8).
           05 DC-FINAL-REF     PIC 9(10).
           05 DC-NOTE          PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-BD-FS              PIC XX.
       01 WS-ACCT-FS           PIC XX.
       01 WS-HOLD-DAYS          PIC 9(2) VALUE 2.
       01 WS-DFLT-HOLD-DAYS     PIC 9(2) VALUE 2.
       01 WS-PROD-FS            PIC XX.

      *> Term deposit lock: the account's maturity date and locked
      *> rate off TERMDEP.DAT
       01 WS-TD-FS              PIC XX.
       01 WS-TD-KEY             PIC X(10).
       01 WS-TD-LOCKED          PIC X VALUE "N".
       01 WS-TD-MATURITY        PIC X(8).
       01 WS-TD-RATE            PIC V9(5) VALUE 0.

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
       01 WS-PROD-EFF           PIC X(8).
       01 WS-HOLD-INT           PIC 9(8).
       01 WS-HOLD-DATE          PIC X(8).
       01 WS-ORIG-AMT           PIC S9(9)V99 VALUE 0.
       01 WS-ORIG-DESC          PIC X(30).
       01 WS-REV-AMT            PIC S9(9)V99 VALUE 0.
      *> An open or paid dispute case on the withdrawal being
      *> reversed, and its DC-STATUS
       01 WS-CASE-FS            PIC XX.
       01 WS-DSP-CASE           PIC 9(8) VALUE 0.
       01 WS-DSP-STATUS         PIC X VALUE SPACE.

      *> Two-sided overdraft reversal: the checking account the
      *> coverage went to, recovered from the WITHDRAWAL leg the
                   WHEN "WITHDRAW"   PERFORM DO-WITHDRAW
                   WHEN "DEPOSIT"    PERFORM DO-DEPOSIT
                   WHEN "TRANSFER"   PERFORM DO-TRANSFER
                   WHEN "BILL-PAY"   PERFORM DO-BILL-PAY
                   WHEN "MINI-STMT"  PERFORM DO-MINI-STMT
                   WHEN "CHANGE-PIN" PERFORM DO-CHANGE-PIN
                   WHEN "ADMIN-UNLOCK" PERFORM DO-ADMIN-UNLOCK
                   WHEN "REVERSE"    PERFORM DO-REVERSE
                   WHEN "FEE-REFUND" PERFORM DO-FEE-REFUND
                   WHEN "HOT-ADD"    PERFORM DO-HOT-ADD
                   WHEN "HOT-REMOVE" PERFORM DO-HOT-REMOVE
                   WHEN OTHER
           WRITE HOLD-REC
           CLOSE HOLDS-FILE.

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
      *> PLAN-DISPENSE: Break WS-AMT into a cassette dispense plan.
      *> Cassette table must be sorted largest denomination first.
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

      *>   A term deposit pays nothing out before it matures
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

           MOVE "1" TO WS-HOLDER
           IF WS-P3 NOT = SPACES
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
           IF WS-P3 = "CASH" OR WS-P3 = "CHECK"
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

      *>   A term deposit pays nothing out before it matures
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

           MOVE "1" TO WS-HOLDER
           IF WS-P4 NOT = SPACES
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
           PERFORM LOG-AUDIT
           PERFORM LOG-REACTIVATION.

      *> ============================================================
      *> BILL-PAY: Pay one of the customer's payees outside the
      *> bank. The account is debited now, against the same
      *> available balance a withdrawal is tested on, and the
      *> payment is queued for BILLPAY-OUT to originate overnight;
      *> a payment the receiving bank returns comes back in through
      *> CLEARING as a BILL-RTN credit. The payee must belong to a
      *> holder of the paying account.
      *> Input:  P1=account P2=payee-id P3=amount
      *> Output: OK|amount|balance|reference  or  ERR|code|message
      *> ============================================================
       DO-BILL-PAY.
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
               " queued"
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT
           PERFORM LOG-REACTIVATION.

      *> ============================================================
      *> MINI-STMT: Return last 5 transactions for account, fetched
      *> straight off the log's account key instead of a pass over
      *> REVERSAL, HOLD-RLSE and OPEN-BAL rows are not reversible: a
      *> mistaken reversal is corrected by re-posting the original
      *> operation, and the other two never moved money at all.
      *> Nor is a BILL-PAY: the payment is queued for (or already
      *> on) the outbound file, and only the receiving bank's
      *> return, through CLEARING, gives that money back. Nor are
      *> OD-AGING's CHARGE-OFF and RECOVERY postings, which the
      *> account's aging record on OVERDRAWN.DAT has to agree with.
      *> FEE-ASSESS's activity fees (NSF-FEE, ODX-FEE, WD-FEE) and
      *> FEE-REFUND itself are undone only through FEE-REFUND, which
      *> records the reason the fee was given back. A BILL-RTN
      *> stands with its payment's "R" on BILLPAY.DAT, and DISPUTE's
      *> DSP-PROV and DSP-CREDIT with their open or resolved case;
      *> the case's own resolution is what takes a credit back. For
      *> the same reason a WITHDRAWAL with a dispute case on
      *> DISPUTES.DAT that is open or was closed paid is refused --
      *> the case pays the customer, and a reversal as well would
      *> pay them twice. Only a denied case leaves it reversible.
      *> Input:  P1=admin-account P2=target-account P3=admin-pin
      *>         P4=orig-reference
      *> Output: OK|amount|new-balance  or  ERR|code|message
           IF WS-REV-TYPE = "REVERSAL"
               OR WS-REV-TYPE = "HOLD-RLSE"
               OR WS-REV-TYPE = "OPEN-BAL"
               OR WS-REV-TYPE = "BILL-PAY"
               OR WS-REV-TYPE = "CHARGE-OFF"
               OR WS-REV-TYPE = "RECOVERY"
               OR WS-REV-TYPE = "NSF-FEE"
               OR WS-REV-TYPE = "ODX-FEE"
               OR WS-REV-TYPE = "WD-FEE"
               OR WS-REV-TYPE = "FEE-REFUND"
               OR WS-REV-TYPE = "BILL-RTN"
               OR WS-REV-TYPE = "DSP-PROV"
               OR WS-REV-TYPE = "DSP-CREDIT"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|NOT-REVERSIBLE|"
                   "That posting type cannot be reversed"
               EXIT PARAGRAPH
           END-IF

           IF WS-REV-TYPE = "WITHDRAWAL"
               PERFORM CHECK-DISPUTE-CASE
               IF WS-DSP-CASE NOT = 0 AND WS-DSP-STATUS = "C"
                   PERFORM CLOSE-ACCOUNTS
                   DISPLAY "ERR|DISPUTE-PAID|"
                       "Withdrawal was paid on dispute case "
                       WS-DSP-CASE
                   EXIT PARAGRAPH
               END-IF
               IF WS-DSP-CASE NOT = 0
                   PERFORM CLOSE-ACCOUNTS
                   DISPLAY "ERR|DISPUTE-OPEN|"
                       "Withdrawal is under dispute case " WS-DSP-CASE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-ORIG-REF TO WS-REF-DSP
           INITIALIZE WS-REV-DESC
           STRING "Reverses " FUNCTION TRIM(WS-REV-TYPE)
               WHEN WS-REV-TYPE = "WITHDRAWAL"
               WHEN WS-REV-TYPE = "MAINT-FEE"
               WHEN WS-REV-TYPE = "CLEAR-DR"
               WHEN WS-REV-TYPE = "TD-PENALTY"
                   COMPUTE WS-REV-AMT = FUNCTION ABS(WS-ORIG-AMT)
               WHEN WS-REV-TYPE = "TRANSFER"
                   AND WS-ORIG-DESC(1:11) = "Transfer to"
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> FEE-REFUND: Admin operation -- give back one fee posting
      *> (the monthly MAINT-FEE or one of FEE-ASSESS's NSF-FEE,
      *> ODX-FEE, WD-FEE activity fees) with a reason code for the
      *> audit trail. Gated exactly like REVERSE: admin account, its
      *> PIN and flag, then the fee fetched by reference and required
      *> to sit on the target account. A fee already refunded, or a
      *> MAINT-FEE already reversed, is refused. The refund is a
      *> FEE-REFUND credit of the fee's amount carrying the fee's
      *> reference in TR-ORIG-REF, so the statement shows the
      *> give-back against the charge. The reason is one word (the
      *> command line splits on spaces), e.g. GOODWILL, BANKERROR.
      *> Input:  P1=admin-account P2=target-account P3=admin-pin
      *>         P4=fee-reference P5=reason-code
      *> Output: OK|amount|new-balance  or  ERR|code|message
      *> ============================================================
       DO-FEE-REFUND.
           PERFORM OPEN-ACCOUNTS
           PERFORM FIND-ACCOUNT
           IF WS-FOUND = "N"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|ACCT-NOT-FOUND|Admin account not found"
               EXIT PARAGRAPH
           END-IF

           IF WA-PIN(WS-FI) NOT = WS-P3
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|INVALID-PIN|Admin PIN is incorrect"
               EXIT PARAGRAPH
           END-IF

           IF WA-ADMIN(WS-FI) NOT = "Y"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|NOT-AUTHORIZED|Not an admin account"
               EXIT PARAGRAPH
           END-IF

           IF WS-P5 = SPACES
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|REASON-REQUIRED|"
                   "A refund reason code is required"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-P5) TO WS-P5

           PERFORM FIND-ACCOUNT2
           IF WS-FOUND = "N"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|ACCT-NOT-FOUND|Target account not found"
               EXIT PARAGRAPH
           END-IF

           IF WA-STATUS(WS-FI2) = "I"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|ACCT-CLOSED|Target account is closed"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ORIG-REF = FUNCTION NUMVAL(WS-P4)
           IF WS-ORIG-REF = 0
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|INVALID-REF|Fee reference is required"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ORIG-POSTING
           IF WS-ORIG-FOUND = "N"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|TXN-NOT-FOUND|"
                   "No such posting on the target account"
               EXIT PARAGRAPH
           END-IF

           IF WS-REV-TYPE NOT = "MAINT-FEE"
               AND WS-REV-TYPE NOT = "NSF-FEE"
               AND WS-REV-TYPE NOT = "ODX-FEE"
               AND WS-REV-TYPE NOT = "WD-FEE"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|NOT-A-FEE|That posting is not a fee"
               EXIT PARAGRAPH
           END-IF

           IF WS-ALREADY-REV = "Y"
               PERFORM CLOSE-ACCOUNTS
               DISPLAY "ERR|ALREADY-REFUNDED|"
                   "That fee has already been given back"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-REV-AMT = FUNCTION ABS(WS-ORIG-AMT)
           ADD WS-REV-AMT TO WA-BALANCE(WS-FI2)
           PERFORM SAVE-ACCOUNT2
           PERFORM CLOSE-ACCOUNTS

           MOVE WS-REV-AMT TO WS-AMT-DSP
           MOVE WA-BALANCE(WS-FI2) TO WS-BAL-DSP
           DISPLAY "OK|"
               FUNCTION TRIM(WS-AMT-DSP)
               "|"
               FUNCTION TRIM(WS-BAL-DSP)

           MOVE WS-ORIG-REF TO WS-REF-DSP
           MOVE WS-P2 TO WS-LOG-ACCT
           MOVE "FEE-REFUND" TO WS-LOG-TYPE
           MOVE WS-REV-AMT TO WS-LOG-AMT
           MOVE WA-BALANCE(WS-FI2) TO WS-LOG-BAL
           INITIALIZE WS-LOG-DESC
           STRING "Refund of " FUNCTION TRIM(WS-REV-TYPE)
               " #" FUNCTION TRIM(WS-REF-DSP)
               DELIMITED BY SIZE INTO WS-LOG-DESC
           END-STRING
           MOVE WS-ORIG-REF TO WS-LOG-ORIG-REF
           PERFORM LOG-TRANSACTION

           MOVE WS-P2 TO WS-AUD-ACCT
           MOVE "FEE-REFUND" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Refunded " FUNCTION TRIM(WS-REV-TYPE)
               " #" FUNCTION TRIM(WS-REF-DSP)
               " (" FUNCTION TRIM(WS-P5) ")"
               " by admin " FUNCTION TRIM(WS-P1)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.


      *> ============================================================
      *> HOT-ADD: List an account on the hot-card blocklist, gated
      *> on AR-ADMIN the same way ADMIN-UNLOCK is.
      *> target account named on the command -- an admin
      *> fat-fingering one digit must not silently reverse some
      *> other customer's posting. The target account's own postings
      *> are then walked off the account key for any REVERSAL or
      *> FEE-REFUND already pointing at this reference -- a fee
      *> given back by either route is not given back again.
      *> ============================================================
       FIND-ORIG-POSTING.
           MOVE "N" TO WS-ORIG-FOUND
                       IF TR-ACCT NOT = WS-P2
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF (TR-TYPE = "REVERSAL"
                               OR TR-TYPE = "FEE-REFUND")
                               AND TR-ORIG-REF = WS-ORIG-REF
                               MOVE "Y" TO WS-ALREADY-REV
                           END-IF
           END-PERFORM
           CLOSE TRAN-FILE.

      *> ============================================================
      *> CHECK-DISPUTE-CASE: Walk DISPUTES.DAT for a case on the
      *> posting in WS-ORIG-REF that is still open ("O" or "P") or
      *> was closed paid ("C"); WS-DSP-CASE is its number, or zero,
      *> and WS-DSP-STATUS its DC-STATUS. A denied case ("D") paid
      *> nothing and does not count. No case file means no cases.
      *> ============================================================
       CHECK-DISPUTE-CASE.
           MOVE 0 TO WS-DSP-CASE
           MOVE SPACE TO WS-DSP-STATUS
           OPEN INPUT CASE-FILE
           IF WS-CASE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CASE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DC-TRAN-REF = WS-ORIG-REF
                           AND (DC-STATUS = "O" OR DC-STATUS = "P"
                               OR DC-STATUS = "C")
                           MOVE DC-CASE   TO WS-DSP-CASE
                           MOVE DC-STATUS TO WS-DSP-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-FILE.

      *> ============================================================
      *> NEXT-TRAN-REF: Allocate the next posting reference number
      *> from the shared sequence file. References are unique and
