      *> ================================================================
      *> TERM-MATURE: Nightly term deposit maturity batch job.
      *> Works TERMDEP.DAT, the terms ACCT-MAINT's OPEN-ACCT records
      *> for every term deposit (AR-TYPE "T"):
      *>   - a running deposit coming up to maturity within
      *>     WS-NOTICE-DAYS gets one advance notice through
      *>     NOTIFY.DAT saying what will happen to it;
      *>   - a deposit whose maturity date has arrived is credited
      *>     the term's interest at its locked rate (the catalog's
      *>     daily-rate basis, over the calendar days of the term)
      *>     as an INTEREST posting, then handled per the customer's
      *>     instruction: "R" renews it for another term of the same
      *>     length at the rate the catalog offers today for its
      *>     product and balance; "P" transfers the whole balance to
      *>     the payout account and closes the deposit. A payout
      *>     that cannot be made (payout account gone or closed)
      *>     leaves the funds on the now-unlocked deposit, status
      *>     "M", and tells the customer so.
      *> The terms file is checkpointed after each matured deposit,
      *> as BATCH-ORDERS checkpoints its order book, so a relaunch
      *> after a failure does not pay a term's interest twice.
      *> Every action is listed on TERMMAT.RPT.
      *> Run once per night, after BATCH-INTEREST.
      *> Compile: cobc -x -free TERM-MATURE.cob -o term-mature
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-MATURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-NUMBER
               FILE STATUS IS WS-ACCT-FS.
           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-FS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-FS.
           SELECT TRAN-FILE ASSIGN TO "TRANSLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-REF
               ALTERNATE RECORD KEY IS TR-ACCT WITH DUPLICATES
               FILE STATUS IS WS-TRAN-FS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT REPORT-FILE ASSIGN TO "TERMMAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT NOTIFY-FILE ASSIGN TO "NOTIFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NFY-FS.
           SELECT SEQ-FILE ASSIGN TO "TRANSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.

       DATA DIVISION.
       FILE SECTION.

       FD ACCOUNT-FILE.
       01 ACCT-REC.
           05 AR-NUMBER        PIC X(10).
           05 AR-PIN           PIC X(4).
           05 AR-FIRST         PIC X(20).
           05 AR-LAST          PIC X(20).
           05 AR-TYPE          PIC X(1).
           05 AR-BALANCE       PIC S9(9)V99.
           05 AR-STATUS        PIC X(1).
           05 AR-DAILY-WD      PIC S9(7)V99.
           05 AR-LAST-WD-DATE  PIC X(8).
           05 AR-FAIL-PINS     PIC 99.
           05 AR-ADMIN         PIC X(1).
           05 AR-LAST-INT-DATE PIC X(8).
           05 AR-LAST-FEE-DATE PIC X(8).
           05 AR-DAILY-LIMIT   PIC S9(7)V99.
           05 AR-LINKED-ACCT   PIC X(10).
           05 AR-PIN2          PIC X(4).
           05 AR-FIRST2        PIC X(20).
           05 AR-LAST2         PIC X(20).
           05 AR-CUST          PIC X(10).
           05 AR-CUST2         PIC X(10).
           05 AR-PRODUCT       PIC X(4).
           05 AR-DORMANT-DATE  PIC X(8).
           05 AR-CYCLE-DD      PIC 9(2).

      *> Term deposit terms, one row per deposit -- see ACCT-MAINT.
      *> TD-STATUS "A" running, "M" matured with the funds left on
      *> the account, "P" paid out, "C" account closed.
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

       FD PRODUCT-FILE.
       01 PROD-REC.
           05 PR-CODE          PIC X(4).
           05 PR-EFF-DATE      PIC X(8).
           05 PR-TIER OCCURS 3 TIMES.
               10 PR-TIER-FLOOR PIC 9(9)V99.
               10 PR-TIER-RATE  PIC V9(5).
           05 PR-FEE-AMT       PIC 9(7)V99.
           05 PR-FEE-FLOOR     PIC 9(7)V99.
           05 PR-DFLT-LIMIT    PIC 9(7)V99.
           05 PR-HOLD-DAYS     PIC 9(2).

       FD TRAN-FILE.
       01 TRAN-REC.
           05 TR-REF           PIC 9(10).
           05 TR-DATE          PIC X(8).
           05 TR-TIME          PIC X(6).
           05 TR-ACCT          PIC X(10).
           05 TR-TYPE          PIC X(10).
           05 TR-AMOUNT        PIC S9(9)V99.
           05 TR-BALANCE       PIC S9(9)V99.
           05 TR-DESC          PIC X(30).
           05 TR-ORIG-REF      PIC 9(10).
           05 TR-TERM          PIC X(4).

       FD AUDIT-FILE.
       01 AUDIT-REC.
           05 AL-DATE          PIC X(8).
           05 AL-TIME          PIC X(6).
           05 AL-ACCT          PIC X(10).
           05 AL-ACTION        PIC X(20).
           05 AL-DETAIL        PIC X(60).
           05 AL-TERM          PIC X(4).

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(100).

       FD NOTIFY-FILE.
       01 NOTIFY-REC.
           05 NQ-DATE          PIC X(8).
           05 NQ-TIME          PIC X(6).
           05 NQ-ACCT          PIC X(10).
           05 NQ-EVENT         PIC X(20).
           05 NQ-DETAIL        PIC X(60).
           05 NQ-STATUS        PIC X(1).

      *> Posting reference sequence: the last TR-REF handed out,
      *> shared by every program that writes TRANSLOG.DAT, so
      *> reference numbers are unique and ascending system-wide
       FD SEQ-FILE.
       01 SEQ-REC               PIC 9(10).

      *> Current business (posting) date, advanced by EOD-SETTLE's
      *> cutover once a settlement day closes -- postings made after
      *> the evening run belong to the next business day, not to a
      *> day already settled
       FD BUSDATE-FILE.
       01 BUSDATE-REC           PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BD-FS              PIC XX.
       01 WS-ACCT-FS            PIC XX.
       01 WS-TD-FS              PIC XX.
       01 WS-TRAN-FS            PIC XX.
       01 WS-SEQ-FS             PIC XX.
       01 WS-NEXT-REF           PIC 9(10) VALUE 0.
       01 WS-AUDIT-FS           PIC XX.
       01 WS-RPT-FS             PIC XX.
       01 WS-EOF                PIC X VALUE "N".

      *> Advance notice: sent once per maturity date, this many
      *> calendar days ahead
       01 WS-NOTICE-DAYS        PIC 9(3) VALUE 10.

      *> In-memory terms table, loaded whole and written back, same
      *> pattern BATCH-ORDERS uses for the order book
       01 WS-TD-CT              PIC 9(3) VALUE 0.
       01 WS-TD-TBL.
           05 WS-TD OCCURS 500 TIMES.
               10 WT-ACCT       PIC X(10).
               10 WT-TERM-MO    PIC 9(3).
               10 WT-RATE       PIC V9(5).
               10 WT-START      PIC X(8).
               10 WT-MATURITY   PIC X(8).
               10 WT-INSTR      PIC X(1).
               10 WT-PAYOUT     PIC X(10).
               10 WT-STATUS     PIC X(1).
               10 WT-NOTICE     PIC X(8).
               10 WT-DUE-DD     PIC 9(2).
       01 WS-TI                 PIC 9(3).
       01 WS-TJ                 PIC 9(3).

      *> Product catalog, loaded whole: a renewing deposit takes the
      *> rate in effect today for its product, tiered by balance
       01 WS-PROD-FS            PIC XX.
       01 WS-PROD-CT            PIC 9(2) VALUE 0.
       01 WS-PROD-TBL.
           05 WS-PROD OCCURS 20 TIMES.
               10 WQ-CODE       PIC X(4).
               10 WQ-EFF-DATE   PIC X(8).
               10 WQ-TIER OCCURS 3 TIMES.
                   15 WQ-TIER-FLOOR PIC 9(9)V99.
                   15 WQ-TIER-RATE  PIC V9(5).
       01 WS-QI                 PIC 9(2).
       01 WS-QT                 PIC 9.
       01 WS-PROD-SLOT          PIC 9(2) VALUE 0.
       01 WS-PROD-EFF           PIC X(8).
       01 WS-NEW-RATE           PIC V9(5).

       01 WS-FOUND              PIC X VALUE "N".
       01 WS-DAYS-LEFT          PIC S9(5).
       01 WS-TERM-DAYS          PIC S9(5).
       01 WS-INT-AMT            PIC S9(9)V99.
       01 WS-AMT                PIC S9(9)V99.
       01 WS-SRC-BAL            PIC S9(9)V99.
       01 WS-DST-BAL            PIC S9(9)V99.
       01 WS-ACTION             PIC X(12).
       01 WS-RPT-NOTE           PIC X(40).
       01 WS-HOLD-WHY           PIC X(24).

       01 WS-NOTICE-CT          PIC 9(5) VALUE 0.
       01 WS-INT-CT             PIC 9(5) VALUE 0.
       01 WS-RENEW-CT           PIC 9(5) VALUE 0.
       01 WS-PAID-CT            PIC 9(5) VALUE 0.
       01 WS-HELD-CT            PIC 9(5) VALUE 0.
       01 WS-RETIRED-CT         PIC 9(5) VALUE 0.

      *> Maturity date arithmetic: term months forward from the
      *> start, the anchor day of month clamped in a shorter month
       01 WS-DUE-YMD.
           05 WS-DUE-YYYY       PIC 9(4).
           05 WS-DUE-MM         PIC 9(2).
           05 WS-DUE-DD         PIC 9(2).
       01 WS-MONTH-DAYS         PIC 9(2).
       01 WS-LEAP-REM           PIC 9(4).
       01 WS-MONTH-NO           PIC 9(6).

       01 WS-DATE-TIME.
           05 WS-DT-DATE        PIC X(8).
           05 WS-DT-TIME        PIC X(8).
           05 WS-DT-GMT         PIC X(5).
       01 WS-TODAY               PIC X(8).
       01 WS-NOW-TIME            PIC X(6).

       01 WS-AMT-DSP             PIC -(9)9.99.
       01 WS-RATE-DSP            PIC .9(5).

      *> Logging fields
       01 WS-LOG-ACCT            PIC X(10).
       01 WS-LOG-TYPE            PIC X(10).
       01 WS-LOG-AMT             PIC S9(9)V99.
       01 WS-LOG-BAL             PIC S9(9)V99.
       01 WS-LOG-DESC            PIC X(30).
       01 WS-AUD-ACCT            PIC X(10).
       01 WS-AUD-ACTION          PIC X(20).
       01 WS-AUD-DETAIL          PIC X(60).

      *> Customer notification fields, mirroring the audit trio
       01 WS-NFY-FS              PIC XX.
       01 WS-NFY-ACCT            PIC X(10).
       01 WS-NFY-EVENT           PIC X(20).
       01 WS-NFY-DETAIL          PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-DATETIME
           PERFORM LOAD-TERM-DEPOSITS
           PERFORM LOAD-PRODUCTS
           PERFORM OPEN-REPORT

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open accounts file"
               STOP RUN
           END-IF
           PERFORM VARYING WS-TI FROM 1 BY 1
               UNTIL WS-TI > WS-TD-CT
               IF WT-STATUS(WS-TI) = "A"
                   PERFORM PROCESS-ONE-DEPOSIT
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-FILE

           PERFORM SAVE-TERM-DEPOSITS
           PERFORM CLOSE-REPORT

           DISPLAY "TERM-MATURE run complete for " WS-TODAY
           DISPLAY "  Maturity notices sent: " WS-NOTICE-CT
           DISPLAY "  Term interest posted:  " WS-INT-CT
           DISPLAY "  Deposits renewed:      " WS-RENEW-CT
           DISPLAY "  Deposits paid out:     " WS-PAID-CT
           DISPLAY "  Payouts held:          " WS-HELD-CT
           DISPLAY "  Closed terms retired:  " WS-RETIRED-CT
           STOP RUN.

       GET-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DT-DATE TO WS-TODAY
           MOVE WS-DT-TIME(1:6) TO WS-NOW-TIME
           PERFORM SET-BUSINESS-DATE.

      *> ============================================================
      *> SET-BUSINESS-DATE: Replace the wall-clock date with the
      *> current business date from BUSDATE.DAT, so work done after
      *> the evening settlement cutover stamps (and selects by) the
      *> business day it belongs to. No business-date file on hand
      *> means the shop runs on the calendar date, as it always did.
      *> ============================================================
       SET-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ BUSDATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BUSDATE-REC TO WS-TODAY
           END-READ
           CLOSE BUSDATE-FILE.

      *> ============================================================
      *> LOAD-TERM-DEPOSITS: Read TERMDEP.DAT into WS-TD-TBL. A
      *> missing file means no term deposits -- nothing to do. A
      *> file bigger than the table stops the run before the save
      *> could drop the rows past it.
      *> ============================================================
       LOAD-TERM-DEPOSITS.
           MOVE 0 TO WS-TD-CT
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
                       IF WS-TD-CT < 500
                           ADD 1 TO WS-TD-CT
                           MOVE TD-ACCT     TO WT-ACCT(WS-TD-CT)
                           MOVE TD-TERM-MO  TO WT-TERM-MO(WS-TD-CT)
                           MOVE TD-RATE     TO WT-RATE(WS-TD-CT)
                           MOVE TD-START    TO WT-START(WS-TD-CT)
                           MOVE TD-MATURITY TO WT-MATURITY(WS-TD-CT)
                           MOVE TD-INSTR    TO WT-INSTR(WS-TD-CT)
                           MOVE TD-PAYOUT   TO WT-PAYOUT(WS-TD-CT)
                           MOVE TD-STATUS   TO WT-STATUS(WS-TD-CT)
                           MOVE TD-NOTICE   TO WT-NOTICE(WS-TD-CT)
                           MOVE TD-DUE-DD   TO WT-DUE-DD(WS-TD-CT)
                       ELSE
                           DISPLAY "ERR|TERMDEP-FULL|"
                               "Term deposit file over 500 rows"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMDEP-FILE.

      *> ============================================================
      *> SAVE-TERM-DEPOSITS: Rewrite TERMDEP.DAT from WS-TD-TBL.
      *> Called after every matured deposit and at end of run; runs
      *> off its own subscript since the main loop owns WS-TI.
      *> ============================================================
       SAVE-TERM-DEPOSITS.
           OPEN OUTPUT TERMDEP-FILE
           PERFORM VARYING WS-TJ FROM 1 BY 1
               UNTIL WS-TJ > WS-TD-CT
               MOVE WT-ACCT(WS-TJ)     TO TD-ACCT
               MOVE WT-TERM-MO(WS-TJ)  TO TD-TERM-MO
               MOVE WT-RATE(WS-TJ)     TO TD-RATE
               MOVE WT-START(WS-TJ)    TO TD-START
               MOVE WT-MATURITY(WS-TJ) TO TD-MATURITY
               MOVE WT-INSTR(WS-TJ)    TO TD-INSTR
               MOVE WT-PAYOUT(WS-TJ)   TO TD-PAYOUT
               MOVE WT-STATUS(WS-TJ)   TO TD-STATUS
               MOVE WT-NOTICE(WS-TJ)   TO TD-NOTICE
               MOVE WT-DUE-DD(WS-TJ)   TO TD-DUE-DD
               WRITE TD-REC
           END-PERFORM
           CLOSE TERMDEP-FILE.

      *> ============================================================
      *> LOAD-PRODUCTS: Read the product catalog into WS-PROD-TBL.
      *> ============================================================
       LOAD-PRODUCTS.
           MOVE 0 TO WS-PROD-CT
           MOVE "N" TO WS-EOF
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ PRODUCT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-PROD-CT < 20
                           ADD 1 TO WS-PROD-CT
                           MOVE PR-CODE     TO WQ-CODE(WS-PROD-CT)
                           MOVE PR-EFF-DATE TO WQ-EFF-DATE(WS-PROD-CT)
                           PERFORM VARYING WS-QT FROM 1 BY 1
                               UNTIL WS-QT > 3
                               MOVE PR-TIER-FLOOR(WS-QT)
                                   TO WQ-TIER-FLOOR(WS-PROD-CT WS-QT)
                               MOVE PR-TIER-RATE(WS-QT)
                                   TO WQ-TIER-RATE(WS-PROD-CT WS-QT)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "TERM DEPOSIT MATURITY REPORT" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Run date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC.

       CLOSE-REPORT.
           IF WS-NOTICE-CT + WS-RENEW-CT + WS-PAID-CT + WS-HELD-CT
               + WS-RETIRED-CT = 0
               MOVE "No term deposit activity." TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE.

      *> ============================================================
      *> PROCESS-ONE-DEPOSIT: Retire the terms of a deposit whose
      *> account has been closed, send the advance notice when
      *> maturity is near, mature the deposit once the date has
      *> arrived.
      *> ============================================================
       PROCESS-ONE-DEPOSIT.
           MOVE "N" TO WS-FOUND
           MOVE WT-ACCT(WS-TI) TO AR-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N" OR AR-STATUS = "I"
               MOVE "C" TO WT-STATUS(WS-TI)
               ADD 1 TO WS-RETIRED-CT
               MOVE "RETIRED" TO WS-ACTION
               MOVE 0 TO WS-AMT
               MOVE "Account closed or missing" TO WS-RPT-NOTE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WT-MATURITY(WS-TI) > WS-TODAY
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WT-MATURITY(WS-TI)))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-TODAY))
               IF WS-DAYS-LEFT NOT > WS-NOTICE-DAYS
                   AND WT-NOTICE(WS-TI) NOT = WT-MATURITY(WS-TI)
                   PERFORM SEND-MATURITY-NOTICE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM MATURE-DEPOSIT
      *>   Checkpoint now the term's interest has posted -- see
      *>   SAVE-TERM-DEPOSITS
           PERFORM SAVE-TERM-DEPOSITS.

      *> ============================================================
      *> SEND-MATURITY-NOTICE: Tell the customer the deposit is about
      *> to mature and what will happen, once per maturity date.
      *> ============================================================
       SEND-MATURITY-NOTICE.
           MOVE WT-MATURITY(WS-TI) TO WT-NOTICE(WS-TI)
           ADD 1 TO WS-NOTICE-CT
           MOVE WT-ACCT(WS-TI) TO WS-NFY-ACCT
           MOVE "TD-MATURING" TO WS-NFY-EVENT
           INITIALIZE WS-NFY-DETAIL
           IF WT-INSTR(WS-TI) = "P"
               STRING "Term deposit matures " WT-MATURITY(WS-TI)
                   ", proceeds to acct " WT-PAYOUT(WS-TI)
                   DELIMITED BY SIZE INTO WS-NFY-DETAIL
               END-STRING
           ELSE
               STRING "Term deposit matures " WT-MATURITY(WS-TI)
                   ", renews for " WT-TERM-MO(WS-TI) " months"
                   DELIMITED BY SIZE INTO WS-NFY-DETAIL
               END-STRING
           END-IF
           PERFORM ADD-NOTIFY

           MOVE "NOTICE" TO WS-ACTION
           MOVE AR-BALANCE TO WS-AMT
           MOVE "Advance maturity notice queued" TO WS-RPT-NOTE
           PERFORM WRITE-REPORT-LINE.

      *> ============================================================
      *> MATURE-DEPOSIT: Credit the term's interest -- the balance at
      *> the locked daily rate for every calendar day of the term --
      *> then renew or pay out per the instruction.
      *> ============================================================
       MATURE-DEPOSIT.
           COMPUTE WS-TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WT-MATURITY(WS-TI)))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WT-START(WS-TI)))
           MOVE 0 TO WS-INT-AMT
           IF AR-BALANCE > 0
               COMPUTE WS-INT-AMT ROUNDED =
                   AR-BALANCE * WT-RATE(WS-TI) * WS-TERM-DAYS
           END-IF
           IF WS-INT-AMT > 0
               ADD WS-INT-AMT TO AR-BALANCE
               MOVE WS-TODAY TO AR-LAST-INT-DATE
               REWRITE ACCT-REC
                   INVALID KEY
                       DISPLAY "ERR|FILE-ERR|Account rewrite failed"
               END-REWRITE
               ADD 1 TO WS-INT-CT

               MOVE AR-NUMBER TO WS-LOG-ACCT
               MOVE "INTEREST" TO WS-LOG-TYPE
               MOVE WS-INT-AMT TO WS-LOG-AMT
               MOVE AR-BALANCE TO WS-LOG-BAL
               MOVE "Term deposit interest" TO WS-LOG-DESC
               PERFORM LOG-TRANSACTION

               MOVE AR-NUMBER TO WS-AUD-ACCT
               MOVE "INTEREST-POST" TO WS-AUD-ACTION
               MOVE WS-INT-AMT TO WS-AMT-DSP
               INITIALIZE WS-AUD-DETAIL
               STRING "Term interest credited: $"
                   FUNCTION TRIM(WS-AMT-DSP)
                   " for " WS-TERM-DAYS " days"
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
               PERFORM LOG-AUDIT
           END-IF

           IF WT-INSTR(WS-TI) = "R"
               PERFORM RENEW-DEPOSIT
           ELSE
               PERFORM PAY-OUT-DEPOSIT
           END-IF.

      *> ============================================================
      *> RENEW-DEPOSIT: Start another term of the same length from
      *> the maturity date, at the catalog rate in effect today for
      *> the deposit's product and new balance. With no catalog
      *> entry in effect the old rate carries over.
      *> ============================================================
       RENEW-DEPOSIT.
           MOVE WT-RATE(WS-TI) TO WS-NEW-RATE
           PERFORM SET-CURRENT-RATE

           MOVE WT-MATURITY(WS-TI) TO WT-START(WS-TI)
           MOVE WT-MATURITY(WS-TI) TO WS-DUE-YMD
           IF WT-DUE-DD(WS-TI) IS NUMERIC
               AND WT-DUE-DD(WS-TI) > 0
               MOVE WT-DUE-DD(WS-TI) TO WS-DUE-DD
           END-IF
           PERFORM SET-MATURITY-DATE
           MOVE WS-DUE-YMD TO WT-MATURITY(WS-TI)
           MOVE WS-NEW-RATE TO WT-RATE(WS-TI)
           ADD 1 TO WS-RENEW-CT

           MOVE WS-NEW-RATE TO WS-RATE-DSP
           MOVE AR-NUMBER TO WS-AUD-ACCT
           MOVE "TD-RENEWED" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING WT-TERM-MO(WS-TI) " months at " WS-RATE-DSP
               " to " WT-MATURITY(WS-TI)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT

           MOVE AR-NUMBER TO WS-NFY-ACCT
           MOVE "TD-RENEWED" TO WS-NFY-EVENT
           INITIALIZE WS-NFY-DETAIL
           STRING "Term deposit renewed to " WT-MATURITY(WS-TI)
               " at daily rate " WS-RATE-DSP
               DELIMITED BY SIZE INTO WS-NFY-DETAIL
           END-STRING
           PERFORM ADD-NOTIFY

           MOVE "RENEWED" TO WS-ACTION
           MOVE AR-BALANCE TO WS-AMT
           INITIALIZE WS-RPT-NOTE
           STRING "To " WT-MATURITY(WS-TI) " at " WS-RATE-DSP
               DELIMITED BY SIZE INTO WS-RPT-NOTE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> ============================================================
      *> SET-CURRENT-RATE: The catalog entry in effect today for the
      *> deposit's product, its rate from the highest balance tier
      *> reached -- the same rule BATCH-INTEREST applies.
      *> ============================================================
       SET-CURRENT-RATE.
           MOVE 0 TO WS-PROD-SLOT
           MOVE SPACES TO WS-PROD-EFF
           PERFORM VARYING WS-QI FROM 1 BY 1
               UNTIL WS-QI > WS-PROD-CT
               IF WQ-CODE(WS-QI) = AR-PRODUCT
                   AND WQ-EFF-DATE(WS-QI) NOT > WS-TODAY
                   AND WQ-EFF-DATE(WS-QI) > WS-PROD-EFF
                   MOVE WS-QI TO WS-PROD-SLOT
                   MOVE WQ-EFF-DATE(WS-QI) TO WS-PROD-EFF
               END-IF
           END-PERFORM
           IF WS-PROD-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NEW-RATE
           PERFORM VARYING WS-QT FROM 1 BY 1 UNTIL WS-QT > 3
               IF AR-BALANCE >= WQ-TIER-FLOOR(WS-PROD-SLOT WS-QT)
                   MOVE WQ-TIER-RATE(WS-PROD-SLOT WS-QT)
                       TO WS-NEW-RATE
               END-IF
           END-PERFORM.

      *> ============================================================
      *> PAY-OUT-DEPOSIT: Move the whole balance to the payout
      *> account as a pair of TRANSFER postings, as a standing order
      *> would, and close the deposit. If the payout account is
      *> missing or closed the funds stay put, unlocked. A frozen
      *> deposit or payout account moves nothing and keeps its
      *> status -- the freeze is lifted by compliance, not here.
      *> ============================================================
       PAY-OUT-DEPOSIT.
           MOVE AR-BALANCE TO WS-AMT
           IF AR-STATUS = "F"
               MOVE "deposit frozen" TO WS-HOLD-WHY
               PERFORM HOLD-MATURED-FUNDS
               EXIT PARAGRAPH
           END-IF
           MOVE "payout unavailable" TO WS-HOLD-WHY
           MOVE "N" TO WS-FOUND
           MOVE WT-PAYOUT(WS-TI) TO AR-NUMBER
           IF WT-PAYOUT(WS-TI) NOT = SPACES
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AR-STATUS = "F"
                           MOVE "payout frozen" TO WS-HOLD-WHY
                       ELSE
                           IF AR-STATUS NOT = "I"
                               MOVE "Y" TO WS-FOUND
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-FOUND = "N"
               PERFORM HOLD-MATURED-FUNDS
               EXIT PARAGRAPH
           END-IF

      *>   Debit and close the deposit first, credit the payout
      *>   account second -- same leg order BATCH-ORDERS uses
           MOVE WT-ACCT(WS-TI) TO AR-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           SUBTRACT WS-AMT FROM AR-BALANCE
           MOVE AR-BALANCE TO WS-SRC-BAL
           MOVE "I" TO AR-STATUS
           REWRITE ACCT-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Account rewrite failed"
           END-REWRITE

           MOVE WT-PAYOUT(WS-TI) TO AR-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           ADD WS-AMT TO AR-BALANCE
           MOVE AR-BALANCE TO WS-DST-BAL
           REWRITE ACCT-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Account rewrite failed"
           END-REWRITE
           MOVE "P" TO WT-STATUS(WS-TI)
           ADD 1 TO WS-PAID-CT

           IF WS-AMT > 0
               MOVE WT-ACCT(WS-TI) TO WS-LOG-ACCT
               MOVE "TRANSFER" TO WS-LOG-TYPE
               MOVE WS-AMT TO WS-LOG-AMT
               MOVE WS-SRC-BAL TO WS-LOG-BAL
               INITIALIZE WS-LOG-DESC
               STRING "Transfer to "
                   FUNCTION TRIM(WT-PAYOUT(WS-TI)) " (TD)"
                   DELIMITED BY SIZE INTO WS-LOG-DESC
               END-STRING
               PERFORM LOG-TRANSACTION

               MOVE WT-PAYOUT(WS-TI) TO WS-LOG-ACCT
               MOVE "TRANSFER" TO WS-LOG-TYPE
               MOVE WS-AMT TO WS-LOG-AMT
               MOVE WS-DST-BAL TO WS-LOG-BAL
               INITIALIZE WS-LOG-DESC
               STRING "Transfer from "
                   FUNCTION TRIM(WT-ACCT(WS-TI)) " (TD)"
                   DELIMITED BY SIZE INTO WS-LOG-DESC
               END-STRING
               PERFORM LOG-TRANSACTION
           END-IF

           MOVE WS-AMT TO WS-AMT-DSP
           MOVE WT-ACCT(WS-TI) TO WS-AUD-ACCT
           MOVE "TD-PAID-OUT" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Matured $" FUNCTION TRIM(WS-AMT-DSP)
               " to " WT-PAYOUT(WS-TI) ", account closed"
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT

           MOVE WT-ACCT(WS-TI) TO WS-NFY-ACCT
           MOVE "TD-PAID-OUT" TO WS-NFY-EVENT
           INITIALIZE WS-NFY-DETAIL
           STRING "Term deposit matured: $" FUNCTION TRIM(WS-AMT-DSP)
               " paid to acct " WT-PAYOUT(WS-TI)
               DELIMITED BY SIZE INTO WS-NFY-DETAIL
           END-STRING
           PERFORM ADD-NOTIFY

           MOVE "PAID OUT" TO WS-ACTION
           INITIALIZE WS-RPT-NOTE
           STRING "To " WT-PAYOUT(WS-TI) ", deposit closed"
               DELIMITED BY SIZE INTO WS-RPT-NOTE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       HOLD-MATURED-FUNDS.
           MOVE "M" TO WT-STATUS(WS-TI)
           ADD 1 TO WS-HELD-CT
           MOVE WS-AMT TO WS-AMT-DSP
           MOVE WT-ACCT(WS-TI) TO WS-AUD-ACCT
           MOVE "TD-PAYOUT-HELD" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Matured $" FUNCTION TRIM(WS-AMT-DSP)
               " held to " WT-PAYOUT(WS-TI) ", "
               FUNCTION TRIM(WS-HOLD-WHY)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT

           MOVE WT-ACCT(WS-TI) TO WS-NFY-ACCT
           MOVE "TD-MATURED" TO WS-NFY-EVENT
           INITIALIZE WS-NFY-DETAIL
           STRING "Term deposit matured: $" FUNCTION TRIM(WS-AMT-DSP)
               " available, payout failed"
               DELIMITED BY SIZE INTO WS-NFY-DETAIL
           END-STRING
           PERFORM ADD-NOTIFY

           MOVE "HELD" TO WS-ACTION
           INITIALIZE WS-RPT-NOTE
           STRING "To " WT-PAYOUT(WS-TI) ", "
               FUNCTION TRIM(WS-HOLD-WHY)
               DELIMITED BY SIZE INTO WS-RPT-NOTE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> ============================================================
      *> WRITE-REPORT-LINE: One line per deposit acted on tonight.
      *> ============================================================
       WRITE-REPORT-LINE.
           MOVE WS-AMT TO WS-AMT-DSP
           MOVE SPACES TO REPORT-REC
           STRING WT-ACCT(WS-TI) " matures " WT-MATURITY(WS-TI)
               " " WS-ACTION " " WS-AMT-DSP
               " " FUNCTION TRIM(WS-RPT-NOTE)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

      *> ============================================================
      *> SET-MATURITY-DATE: WT-TERM-MO months on from the date in
      *> WS-DUE-YMD, the day of month clamped to the end of a
      *> shorter month for that maturity only.
      *> ============================================================
       SET-MATURITY-DATE.
           COMPUTE WS-MONTH-NO =
               WS-DUE-YYYY * 12 + WS-DUE-MM - 1 + WT-TERM-MO(WS-TI)
           COMPUTE WS-DUE-YYYY = WS-MONTH-NO / 12
           COMPUTE WS-DUE-MM = FUNCTION MOD(WS-MONTH-NO, 12) + 1
           PERFORM SET-MONTH-DAYS
           IF WS-DUE-DD > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DUE-DD
           END-IF.

      *> ============================================================
      *> SET-MONTH-DAYS: Days in WS-DUE-MM of WS-DUE-YYYY, February
      *> leap years included.
      *> ============================================================
       SET-MONTH-DAYS.
           EVALUATE WS-DUE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   COMPUTE WS-LEAP-REM =
                       FUNCTION MOD(WS-DUE-YYYY, 4)
                   IF WS-LEAP-REM = 0
                       COMPUTE WS-LEAP-REM =
                           FUNCTION MOD(WS-DUE-YYYY, 100)
                       IF WS-LEAP-REM NOT = 0
                           MOVE 29 TO WS-MONTH-DAYS
                       ELSE
                           COMPUTE WS-LEAP-REM =
                               FUNCTION MOD(WS-DUE-YYYY, 400)
                           IF WS-LEAP-REM = 0
                               MOVE 29 TO WS-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

      *> ============================================================
      *> ADD-NOTIFY: Append a queued customer notification --
      *> NOTIFY-LETTERS turns it into a printed notice overnight.
      *> ============================================================
       ADD-NOTIFY.
           OPEN EXTEND NOTIFY-FILE
           IF WS-NFY-FS NOT = "00"
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE WS-TODAY      TO NQ-DATE
           MOVE WS-NOW-TIME   TO NQ-TIME
           MOVE WS-NFY-ACCT   TO NQ-ACCT
           MOVE WS-NFY-EVENT  TO NQ-EVENT
           MOVE WS-NFY-DETAIL TO NQ-DETAIL
           MOVE "Q"           TO NQ-STATUS
           WRITE NOTIFY-REC
           CLOSE NOTIFY-FILE.

      *> ============================================================
      *> NEXT-TRAN-REF: Allocate the next posting reference number
      *> from the shared sequence file. References are unique and
      *> ascending across every channel, so TR-REF key order on the
      *> log is chronological order.
      *> ============================================================
       NEXT-TRAN-REF.
           MOVE 0 TO WS-NEXT-REF
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-FS = "00"
               READ SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEQ-REC TO WS-NEXT-REF
               END-READ
               CLOSE SEQ-FILE
           END-IF
           ADD 1 TO WS-NEXT-REF
           OPEN OUTPUT SEQ-FILE
           MOVE WS-NEXT-REF TO SEQ-REC
           WRITE SEQ-REC
           CLOSE SEQ-FILE.

      *> ============================================================
      *> LOG-TRANSACTION: Append to TRANSLOG.DAT
      *> ============================================================
       LOG-TRANSACTION.
           PERFORM NEXT-TRAN-REF
           OPEN I-O TRAN-FILE
           IF WS-TRAN-FS = "35"
               OPEN OUTPUT TRAN-FILE
           END-IF
           MOVE WS-NEXT-REF  TO TR-REF
           MOVE WS-TODAY     TO TR-DATE
           MOVE WS-NOW-TIME  TO TR-TIME
           MOVE WS-LOG-ACCT  TO TR-ACCT
           MOVE WS-LOG-TYPE  TO TR-TYPE
           MOVE WS-LOG-AMT   TO TR-AMOUNT
           MOVE WS-LOG-BAL   TO TR-BALANCE
           MOVE WS-LOG-DESC  TO TR-DESC
           MOVE 0            TO TR-ORIG-REF
           MOVE "BAT"        TO TR-TERM
           WRITE TRAN-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Transaction write failed"
           END-WRITE
           CLOSE TRAN-FILE.

      *> ============================================================
      *> LOG-AUDIT: Append to AUDITLOG.DAT
      *> ============================================================
       LOG-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE WS-TODAY      TO AL-DATE
           MOVE WS-NOW-TIME   TO AL-TIME
           MOVE WS-AUD-ACCT   TO AL-ACCT
           MOVE WS-AUD-ACTION TO AL-ACTION
           MOVE WS-AUD-DETAIL TO AL-DETAIL
           MOVE "BAT"         TO AL-TERM
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.
