      *> ================================================================
      *> DISPUTE: ATM cash dispute cases.
      *> A customer who says the machine did not pay out used to get
      *> the WITHDRAWAL reversed on the spot or be told to wait, with
      *> nothing tying the claim to the terminal's cash proof. Each
      *> claim is now a case on DISPUTES.DAT, keyed by case number,
      *> naming the disputed posting (TR-REF), its account, amount,
      *> terminal (TR-TERM) and business date, and the two
      *> regulatory deadlines counted from the day the claim is
      *> taken: provisional credit within WS-PROV-DAYS, final
      *> resolution within WS-FINAL-DAYS (calendar days).
      *>   - The case carries the EOD-SETTLE cash proof for that
      *>     terminal and day (CASHPROOF.DAT), pulled when the case
      *>     opens or, if the day has not settled yet, by the next
      *>     nightly DSP-AGING run.
      *>   - A provisional credit (DSP-PROV, TR-ORIG-REF = the
      *>     disputed withdrawal) is posted on request, or by
      *>     DSP-AGING once the provisional deadline arrives.
      *>   - Resolution PAY makes the credit permanent: the
      *>     provisional credit stands, or with none given a
      *>     DSP-CREDIT is posted against the withdrawal. DENY takes
      *>     a provisional credit back as a REVERSAL whose
      *>     TR-ORIG-REF is the DSP-PROV posting.
      *>   - Every step is audited and the customer is notified
      *>     through NOTIFY.DAT.
      *>   - Nothing posts to a closed or frozen account: the case
      *>     stays open for compliance to decide. A withdrawal that
      *>     a REVERSAL has since undone is already made good, so
      *>     its case is closed paid instead of credited twice.
      *> DSP-AGING is the nightly run: it pulls outstanding cash
      *> proofs, posts provisional credits that have come due, and
      *> writes DISPUTE.RPT, the aging of every open case against
      *> both deadlines.
      *> Accepts a single command via ACCEPT (stdin), pipe-delimited
      *> responses via DISPLAY (stdout), same convention as
      *> ACCT-MAINT.cob:
      *>   DSP-OPEN    tr-ref [claim-note]
      *>   DSP-CREDIT  case-number
      *>   DSP-RESOLVE case-number PAY|DENY [note]
      *>   DSP-AGING
      *>   (notes are one word -- use underscores for spaces, e.g.
      *>   no_cash_dispensed)
      *> Compile: cobc -x -free DISPUTE.cob -o dispute
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "DISPUTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE
               FILE STATUS IS WS-CASE-FS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-NUMBER
               FILE STATUS IS WS-ACCT-FS.
           SELECT TRAN-FILE ASSIGN TO "TRANSLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-REF
               ALTERNATE RECORD KEY IS TR-ACCT WITH DUPLICATES
               FILE STATUS IS WS-TRAN-FS.
           SELECT TERMINAL-FILE ASSIGN TO "TERMINALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FS.
           SELECT PROOF-FILE ASSIGN TO "CASHPROOF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-FS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT NOTIFY-FILE ASSIGN TO "NOTIFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NFY-FS.
           SELECT SEQ-FILE ASSIGN TO "TRANSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FS.
           SELECT REPORT-FILE ASSIGN TO "DISPUTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.

       DATA DIVISION.
       FILE SECTION.

      *> Dispute case. DC-STATUS "O" open, "P" open with provisional
      *> credit given, "C" closed paid, "D" closed denied.
      *> DC-PROOF is the terminal's cash proof for DC-TRAN-DATE as
      *> EOD-SETTLE recorded it: space not settled yet, "B" in
      *> balance, "O" out of balance by DC-PROOF-DIFF (negative =
      *> the machine kept cash it was recorded as paying out, which
      *> supports the claim), "U" unproven.
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

       FD TERMINAL-FILE.
       01 TERM-REC.
           05 TE-ID            PIC X(4).

      *> Per-terminal cash proof history written by EOD-SETTLE
       FD PROOF-FILE.
       01 PROOF-REC.
           05 CP-DATE          PIC X(8).
           05 CP-TERM          PIC X(4).
           05 CP-STATUS        PIC X(1).
           05 CP-DISPENSED     PIC S9(11)V99.
           05 CP-POSTED        PIC S9(11)V99.
           05 CP-DIFF          PIC S9(11)V99.

       FD AUDIT-FILE.
       01 AUDIT-REC.
           05 AL-DATE          PIC X(8).
           05 AL-TIME          PIC X(6).
           05 AL-ACCT          PIC X(10).
           05 AL-ACTION        PIC X(20).
           05 AL-DETAIL        PIC X(60).
           05 AL-TERM          PIC X(4).

       FD NOTIFY-FILE.
       01 NOTIFY-REC.
           05 NQ-DATE          PIC X(8).
           05 NQ-TIME          PIC X(6).
           05 NQ-ACCT          PIC X(10).
           05 NQ-EVENT         PIC X(20).
           05 NQ-DETAIL        PIC X(60).
           05 NQ-STATUS        PIC X(1).

      *> Posting reference sequence: the last TR-REF handed out,
      *> shared by every program that writes TRANSLOG.DAT
       FD SEQ-FILE.
       01 SEQ-REC               PIC 9(10).

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(100).

      *> Current business (posting) date, advanced by EOD-SETTLE's
      *> cutover once a settlement day closes -- postings made after
      *> the evening run belong to the next business day, not to a
      *> day already settled
       FD BUSDATE-FILE.
       01 BUSDATE-REC           PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BD-FS              PIC XX.
       01 WS-CASE-FS            PIC XX.
       01 WS-ACCT-FS            PIC XX.
       01 WS-TRAN-FS            PIC XX.
       01 WS-TERM-FS            PIC XX.
       01 WS-PRF-FS             PIC XX.
       01 WS-AUDIT-FS           PIC XX.
       01 WS-NFY-FS             PIC XX.
       01 WS-SEQ-FS             PIC XX.
       01 WS-RPT-FS             PIC XX.
       01 WS-EOF                PIC X VALUE "N".
       01 WS-CASE-EOF           PIC X VALUE "N".

       01 WS-COMMAND            PIC X(200).
       01 WS-OP                 PIC X(20).
       01 WS-P1                 PIC X(20).
       01 WS-P2                 PIC X(20).
       01 WS-P3                 PIC X(30).

      *> Regulatory clock, calendar days from the day the claim is
      *> taken: provisional credit by the first, a final answer by
      *> the second
       01 WS-PROV-DAYS          PIC 9(3) VALUE 10.
       01 WS-FINAL-DAYS         PIC 9(3) VALUE 45.
      *> The aging report calls a final deadline this close "due"
       01 WS-WARN-DAYS          PIC 9(3) VALUE 5.

      *> Terminal registry, as EOD-SETTLE reads it: only a posting
      *> stamped with one of these came out of a cassette. A missing
      *> registry file reads as a single terminal T01.
       01 WS-TERM-CT            PIC 9 VALUE 0.
       01 WS-TERM-TBL.
           05 WS-TERM OCCURS 4 TIMES.
               10 WE-ID         PIC X(4).
       01 WS-TMI                PIC 9.
       01 WS-IS-ATM             PIC X VALUE "N".

      *> The disputed posting, and whether a REVERSAL already
      *> undid it
       01 WS-ORIG-REF           PIC 9(10) VALUE 0.
       01 WS-ORIG-ACCT          PIC X(10).
       01 WS-ORIG-FOUND         PIC X VALUE "N".
       01 WS-ALREADY-REV        PIC X VALUE "N".
       01 WS-REV-REF            PIC 9(10) VALUE 0.
       01 WS-ORIG-TYPE          PIC X(10).
       01 WS-ORIG-DATE          PIC X(8).
       01 WS-ORIG-TERM          PIC X(4).
       01 WS-ORIG-AMT           PIC S9(9)V99.

       01 WS-CASE-NO            PIC 9(8) VALUE 0.
       01 WS-HIGH-CASE          PIC 9(8) VALUE 0.
       01 WS-CASE-FOUND         PIC X VALUE "N".
       01 WS-DUP-CASE           PIC 9(8) VALUE 0.
       01 WS-DATE-INT           PIC 9(8).
       01 WS-DAYS               PIC S9(5).
       01 WS-DAYS-LEFT          PIC S9(5).
       01 WS-POST-OK            PIC X VALUE "N".
      *> Why a posting was refused: the response line for the
      *> command, and the aging report's flag
       01 WS-POST-ERR           PIC X(80).
       01 WS-POST-FLAG          PIC X(16).
       01 WS-NEW-BAL            PIC S9(9)V99.

      *> Nightly aging counts
       01 WS-OPEN-CT            PIC 9(5) VALUE 0.
       01 WS-AUTO-PROV-CT       PIC 9(5) VALUE 0.
       01 WS-PROOF-CT           PIC 9(5) VALUE 0.
       01 WS-LATE-CT            PIC 9(5) VALUE 0.
       01 WS-CLOSED-CT          PIC 9(5) VALUE 0.
       01 WS-FLAG               PIC X(16).
       01 WS-PROOF-TXT          PIC X(24).

       01 WS-DATE-TIME.
           05 WS-DT-DATE        PIC X(8).
           05 WS-DT-TIME        PIC X(8).
           05 WS-DT-GMT         PIC X(5).
       01 WS-TODAY               PIC X(8).
       01 WS-NOW-TIME            PIC X(6).

      *> Logging fields, as in ATM-SYSTEM
       01 WS-LOG-ACCT           PIC X(10).
       01 WS-LOG-TYPE           PIC X(10).
       01 WS-LOG-AMT            PIC S9(9)V99.
       01 WS-LOG-BAL            PIC S9(9)V99.
       01 WS-LOG-DESC           PIC X(30).
       01 WS-LOG-ORIG-REF       PIC 9(10) VALUE 0.
       01 WS-LAST-REF           PIC 9(10) VALUE 0.
       01 WS-NEXT-REF           PIC 9(10) VALUE 0.
       01 WS-AUD-ACCT           PIC X(10).
       01 WS-AUD-ACTION         PIC X(20).
       01 WS-AUD-DETAIL         PIC X(60).
       01 WS-NFY-ACCT           PIC X(10).
       01 WS-NFY-EVENT          PIC X(20).
       01 WS-NFY-DETAIL         PIC X(60).

       01 WS-AMT-DSP            PIC -(9)9.99.
       01 WS-BAL-DSP            PIC -(9)9.99.
       01 WS-DIFF-DSP           PIC -(9)9.99.
       01 WS-REF-DSP            PIC Z(9)9.
       01 WS-DAYS-DSP           PIC -(3)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-DATETIME
           ACCEPT WS-COMMAND
           PERFORM PARSE-COMMAND

           EVALUATE WS-OP
               WHEN "DSP-OPEN"     PERFORM DO-DSP-OPEN
               WHEN "DSP-CREDIT"   PERFORM DO-DSP-CREDIT
               WHEN "DSP-RESOLVE"  PERFORM DO-DSP-RESOLVE
               WHEN "DSP-AGING"    PERFORM DO-DSP-AGING
               WHEN OTHER
                   DISPLAY "ERR|INVALID-OP|Unknown operation"
           END-EVALUATE
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

       PARSE-COMMAND.
           INITIALIZE WS-OP WS-P1 WS-P2 WS-P3
           UNSTRING WS-COMMAND DELIMITED BY ALL SPACES
               INTO WS-OP WS-P1 WS-P2 WS-P3
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-OP) TO WS-OP
           MOVE FUNCTION UPPER-CASE(WS-P2) TO WS-P2
           INSPECT WS-P2 REPLACING ALL "_" BY " "
           INSPECT WS-P3 REPLACING ALL "_" BY " ".

      *> ============================================================
      *> DSP-OPEN: Take a claim against one ATM cash withdrawal.
      *> The posting must be a WITHDRAWAL stamped with a registered
      *> terminal, not already reversed, and not already the
      *> subject of a case. The deadlines run from today.
      *> Input:  P1=disputed TR-REF P2=claim note (optional)
      *> Output: OK|case|provisional-due|final-due
      *> ============================================================
       DO-DSP-OPEN.
           COMPUTE WS-ORIG-REF = FUNCTION NUMVAL(WS-P1)
           IF WS-ORIG-REF = 0
               DISPLAY "ERR|INVALID-REF|Posting reference is required"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DISPUTED-POSTING
           IF WS-ORIG-FOUND = "N"
               DISPLAY "ERR|TXN-NOT-FOUND|No such posting"
               EXIT PARAGRAPH
           END-IF
           IF WS-ORIG-TYPE NOT = "WITHDRAWAL"
               DISPLAY "ERR|NOT-DISPUTABLE|"
                   "Only a cash withdrawal can be disputed"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TERMINALS
           MOVE "N" TO WS-IS-ATM
           PERFORM VARYING WS-TMI FROM 1 BY 1
               UNTIL WS-TMI > WS-TERM-CT
               IF WE-ID(WS-TMI) = WS-ORIG-TERM
                   MOVE "Y" TO WS-IS-ATM
               END-IF
           END-PERFORM
           IF WS-IS-ATM = "N"
               DISPLAY "ERR|NOT-ATM|That withdrawal was not made at "
                   "an ATM"
               EXIT PARAGRAPH
           END-IF
           IF WS-ALREADY-REV = "Y"
               DISPLAY "ERR|ALREADY-REVERSED|"
                   "That posting has already been reversed"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ORIG-ACCT TO AR-NUMBER
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open accounts file"
               STOP RUN
           END-IF
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "I" TO AR-STATUS
           END-READ
           CLOSE ACCOUNT-FILE
           IF AR-STATUS = "I"
               DISPLAY "ERR|ACCT-CLOSED|Account is closed"
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CASES
           PERFORM SCAN-CASES
           IF WS-DUP-CASE NOT = 0
               CLOSE CASE-FILE
               DISPLAY "ERR|CASE-EXISTS|Case " WS-DUP-CASE
                   " already covers that posting"
               EXIT PARAGRAPH
           END-IF

           INITIALIZE CASE-REC
           COMPUTE WS-CASE-NO = WS-HIGH-CASE + 1
           MOVE WS-CASE-NO    TO DC-CASE
           MOVE "O"           TO DC-STATUS
           MOVE WS-TODAY      TO DC-OPENED
           MOVE WS-ORIG-ACCT  TO DC-ACCT
           MOVE WS-ORIG-REF   TO DC-TRAN-REF
           MOVE WS-ORIG-DATE  TO DC-TRAN-DATE
           MOVE WS-ORIG-TERM  TO DC-TERM
           COMPUTE DC-AMOUNT = FUNCTION ABS(WS-ORIG-AMT)
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               + WS-PROV-DAYS
           COMPUTE WS-DATE-INT = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-INT   TO DC-PROV-DUE
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               + WS-FINAL-DAYS
           COMPUTE WS-DATE-INT = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-INT   TO DC-FINAL-DUE
           MOVE 0             TO DC-PROV-REF
           MOVE SPACES        TO DC-PROV-DATE
           MOVE SPACE         TO DC-PROOF
           MOVE 0             TO DC-PROOF-DIFF
           MOVE SPACES        TO DC-RESOLVED
           MOVE 0             TO DC-FINAL-REF
           MOVE WS-P2         TO DC-NOTE
           PERFORM PULL-CASH-PROOF
           WRITE CASE-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Case write failed"
                   CLOSE CASE-FILE
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE CASE-FILE

           DISPLAY "OK|" DC-CASE "|" DC-PROV-DUE "|" DC-FINAL-DUE

           MOVE DC-AMOUNT TO WS-AMT-DSP
           MOVE DC-TRAN-REF TO WS-REF-DSP
           MOVE DC-ACCT TO WS-AUD-ACCT
           MOVE "DISPUTE-OPEN" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Case " DC-CASE " #" FUNCTION TRIM(WS-REF-DSP)
               " $" FUNCTION TRIM(WS-AMT-DSP) " at " DC-TERM
               " proof " DC-PROOF
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT

           MOVE DC-ACCT TO WS-NFY-ACCT
           MOVE "DISPUTE-OPENED" TO WS-NFY-EVENT
           INITIALIZE WS-NFY-DETAIL
           STRING "ATM claim for $" FUNCTION TRIM(WS-AMT-DSP)
               " received, case " DC-CASE
               DELIMITED BY SIZE INTO WS-NFY-DETAIL
           END-STRING
           PERFORM ADD-NOTIFY.

      *> ============================================================
      *> DSP-CREDIT: Give the provisional credit now, ahead of the
      *> deadline.
      *> Input:  P1=case-number
      *> Output: OK|case|amount|new-balance
      *> ============================================================
       DO-DSP-CREDIT.
           PERFORM READ-CASE
           IF WS-CASE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF DC-STATUS NOT = "O"
               CLOSE CASE-FILE
               DISPLAY "ERR|CASE-STATUS|"
                   "Case already credited or closed"
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-PROVISIONAL
           IF WS-POST-OK = "N"
               REWRITE CASE-REC
                   INVALID KEY
                       DISPLAY "ERR|FILE-ERR|Case rewrite failed"
               END-REWRITE
               CLOSE CASE-FILE
               DISPLAY FUNCTION TRIM(WS-POST-ERR)
               EXIT PARAGRAPH
           END-IF
           REWRITE CASE-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Case rewrite failed"
           END-REWRITE
           CLOSE CASE-FILE
           MOVE DC-AMOUNT TO WS-AMT-DSP
           MOVE WS-NEW-BAL TO WS-BAL-DSP
           DISPLAY "OK|" DC-CASE "|"
               FUNCTION TRIM(WS-AMT-DSP)
               "|"
               FUNCTION TRIM(WS-BAL-DSP).

      *> ============================================================
      *> DSP-RESOLVE: Close the case.
      *>   PAY  -- the credit becomes permanent. A provisional
      *>           credit already given simply stands; with none
      *>           given, a DSP-CREDIT is posted against the
      *>           disputed withdrawal.
      *>   DENY -- a provisional credit is taken back with a
      *>           REVERSAL of the DSP-PROV posting (left alone if a
      *>           reversal already undid it); with none given there
      *>           is nothing to post.
      *> Input:  P1=case-number P2=PAY|DENY P3=note (optional)
      *> Output: OK|case|PAID|amount  or  OK|case|DENIED|amount
      *> ============================================================
       DO-DSP-RESOLVE.
           IF WS-P2 NOT = "PAY" AND WS-P2 NOT = "DENY"
               DISPLAY "ERR|INVALID-DECISION|"
                   "Decision must be PAY or DENY"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CASE
           IF WS-CASE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF DC-STATUS NOT = "O" AND DC-STATUS NOT = "P"
               CLOSE CASE-FILE
               DISPLAY "ERR|CASE-STATUS|Case is already closed"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-POST-OK
           MOVE 0 TO WS-LOG-AMT
           IF WS-P2 = "PAY"
               IF DC-STATUS = "P"
                   MOVE DC-PROV-REF TO DC-FINAL-REF
               ELSE
                   PERFORM POST-PERMANENT
               END-IF
           ELSE
               IF DC-STATUS = "P"
                   PERFORM POST-PROV-REVERSAL
               END-IF
           END-IF
           IF WS-POST-OK = "N"
               REWRITE CASE-REC
                   INVALID KEY
                       DISPLAY "ERR|FILE-ERR|Case rewrite failed"
               END-REWRITE
               CLOSE CASE-FILE
               DISPLAY FUNCTION TRIM(WS-POST-ERR)
               EXIT PARAGRAPH
           END-IF

           IF WS-P2 = "PAY"
               MOVE "C" TO DC-STATUS
           ELSE
               MOVE "D" TO DC-STATUS
           END-IF
           MOVE WS-TODAY TO DC-RESOLVED
           IF WS-P3 NOT = SPACES
               MOVE WS-P3 TO DC-NOTE
           END-IF
           REWRITE CASE-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Case rewrite failed"
           END-REWRITE
           CLOSE CASE-FILE

           MOVE DC-AMOUNT TO WS-AMT-DSP
           MOVE DC-ACCT TO WS-AUD-ACCT
           MOVE DC-ACCT TO WS-NFY-ACCT
           INITIALIZE WS-AUD-DETAIL WS-NFY-DETAIL
           IF WS-P2 = "PAY"
               DISPLAY "OK|" DC-CASE "|PAID|" FUNCTION TRIM(WS-AMT-DSP)
               MOVE "DISPUTE-PAID" TO WS-AUD-ACTION
               STRING "Case " DC-CASE " paid $"
                   FUNCTION TRIM(WS-AMT-DSP) " proof " DC-PROOF
                   " " FUNCTION TRIM(DC-NOTE)
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
               MOVE "DISPUTE-PAID" TO WS-NFY-EVENT
               STRING "ATM claim case " DC-CASE " resolved: $"
                   FUNCTION TRIM(WS-AMT-DSP) " credit is final"
                   DELIMITED BY SIZE INTO WS-NFY-DETAIL
               END-STRING
           ELSE
               MOVE WS-LOG-AMT TO WS-BAL-DSP
               DISPLAY "OK|" DC-CASE "|DENIED|"
                   FUNCTION TRIM(WS-BAL-DSP)
               MOVE "DISPUTE-DENIED" TO WS-AUD-ACTION
               STRING "Case " DC-CASE " denied, proof " DC-PROOF
                   " " FUNCTION TRIM(DC-NOTE)
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
               MOVE "DISPUTE-DENIED" TO WS-NFY-EVENT
               IF WS-LOG-AMT = 0
                   STRING "ATM claim case " DC-CASE
                       " resolved: no error found"
                       DELIMITED BY SIZE INTO WS-NFY-DETAIL
                   END-STRING
               ELSE
                   STRING "ATM claim case " DC-CASE
                       " no error found, provisional $"
                       FUNCTION TRIM(WS-AMT-DSP) " reversed"
                       DELIMITED BY SIZE INTO WS-NFY-DETAIL
                   END-STRING
               END-IF
           END-IF
           PERFORM LOG-AUDIT
           PERFORM ADD-NOTIFY.

      *> ============================================================
      *> DSP-AGING: The nightly pass over every case. Open cases
      *> pick up a cash proof that has since been settled, get the
      *> provisional credit once its deadline arrives, and are
      *> listed on DISPUTE.RPT with the days left on each deadline.
      *> Rerunning the same night changes nothing already done.
      *> ============================================================
       DO-DSP-AGING.
           PERFORM OPEN-CASES
           OPEN OUTPUT REPORT-FILE
           MOVE "ATM DISPUTE AGING REPORT" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Business date: " WS-TODAY
               "   provisional credit within " WS-PROV-DAYS
               " days, final within " WS-FINAL-DAYS " days"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "CASE     ACCOUNT    TERM     AMOUNT OPENED   AGE "
               "S PROV-DUE FINAL-DU   LEFT PROOF / FLAG"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE "N" TO WS-CASE-EOF
           PERFORM UNTIL WS-CASE-EOF = "Y"
               READ CASE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-CASE-EOF
                   NOT AT END
                       IF DC-STATUS = "O" OR DC-STATUS = "P"
                           PERFORM AGE-ONE-CASE
                       ELSE
                           ADD 1 TO WS-CLOSED-CT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-FILE

           IF WS-OPEN-CT = 0
               MOVE "No open dispute cases." TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "DSP-AGING run complete for " WS-TODAY
           DISPLAY "  Open cases:                 " WS-OPEN-CT
           DISPLAY "  Provisional credits posted: " WS-AUTO-PROV-CT
           DISPLAY "  Cash proofs pulled:         " WS-PROOF-CT
           DISPLAY "  Past the final deadline:    " WS-LATE-CT
           DISPLAY "  Closed cases on file:       " WS-CLOSED-CT.

       AGE-ONE-CASE.
           ADD 1 TO WS-OPEN-CT
           MOVE SPACES TO WS-POST-FLAG
           IF DC-PROOF = SPACE OR DC-PROOF = "U"
               PERFORM PULL-CASH-PROOF
               IF DC-PROOF NOT = SPACE AND DC-PROOF NOT = "U"
                   ADD 1 TO WS-PROOF-CT
               END-IF
           END-IF
           IF DC-STATUS = "O" AND WS-TODAY NOT < DC-PROV-DUE
               PERFORM POST-PROVISIONAL
               IF WS-POST-OK = "Y"
                   ADD 1 TO WS-AUTO-PROV-CT
               END-IF
           END-IF
           REWRITE CASE-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Case rewrite failed"
           END-REWRITE

           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DC-OPENED))
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DC-FINAL-DUE))
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))

           MOVE SPACES TO WS-FLAG
           EVALUATE TRUE
               WHEN WS-POST-FLAG NOT = SPACES
                   MOVE WS-POST-FLAG TO WS-FLAG
               WHEN WS-DAYS-LEFT < 0
                   MOVE "** FINAL OVERDUE" TO WS-FLAG
                   ADD 1 TO WS-LATE-CT
               WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                   MOVE "** FINAL DUE" TO WS-FLAG
               WHEN DC-STATUS = "O"
                   MOVE "no prov credit" TO WS-FLAG
           END-EVALUATE

           EVALUATE DC-PROOF
               WHEN "B"
                   MOVE "in balance" TO WS-PROOF-TXT
               WHEN "O"
                   MOVE DC-PROOF-DIFF TO WS-DIFF-DSP
                   INITIALIZE WS-PROOF-TXT
                   STRING "out $" FUNCTION TRIM(WS-DIFF-DSP)
                       DELIMITED BY SIZE INTO WS-PROOF-TXT
                   END-STRING
               WHEN "U"
                   MOVE "unproven" TO WS-PROOF-TXT
               WHEN OTHER
                   MOVE "not settled" TO WS-PROOF-TXT
           END-EVALUATE

           MOVE DC-AMOUNT TO WS-AMT-DSP
           MOVE WS-DAYS TO WS-DAYS-DSP
           MOVE SPACES TO REPORT-REC
           STRING DC-CASE " " DC-ACCT " " DC-TERM WS-AMT-DSP(3:11)
               " " DC-OPENED WS-DAYS-DSP " " DC-STATUS " "
               DC-PROV-DUE " " DC-FINAL-DUE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           MOVE WS-DAYS-LEFT TO WS-DAYS-DSP
           MOVE WS-DAYS-DSP TO REPORT-REC(72:4)
           STRING FUNCTION TRIM(WS-PROOF-TXT) " " WS-FLAG
               DELIMITED BY SIZE INTO REPORT-REC(77:24)
           END-STRING
           WRITE REPORT-REC.

      *> ============================================================
      *> POST-PROVISIONAL: Credit the case amount to the account as
      *> DSP-PROV, linked to the disputed withdrawal, and mark the
      *> case. CASE-REC is rewritten by the caller.
      *> ============================================================
       POST-PROVISIONAL.
           PERFORM CHECK-CASE-REVERSED
           IF WS-POST-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE DC-AMOUNT TO WS-LOG-AMT
           PERFORM APPLY-TO-ACCOUNT
           IF WS-POST-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE DC-ACCT TO WS-LOG-ACCT
           MOVE "DSP-PROV" TO WS-LOG-TYPE
           MOVE DC-AMOUNT TO WS-LOG-AMT
           MOVE WS-NEW-BAL TO WS-LOG-BAL
           INITIALIZE WS-LOG-DESC
           STRING "Provisional credit case " DC-CASE
               DELIMITED BY SIZE INTO WS-LOG-DESC
           END-STRING
           MOVE DC-TRAN-REF TO WS-LOG-ORIG-REF
           PERFORM LOG-TRANSACTION
           MOVE "P" TO DC-STATUS
           MOVE WS-LAST-REF TO DC-PROV-REF
           MOVE WS-TODAY TO DC-PROV-DATE

           MOVE DC-AMOUNT TO WS-AMT-DSP
           MOVE DC-ACCT TO WS-AUD-ACCT
           MOVE "DISPUTE-PROV" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Case " DC-CASE " provisional credit $"
               FUNCTION TRIM(WS-AMT-DSP) " due " DC-PROV-DUE
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT
           MOVE DC-ACCT TO WS-NFY-ACCT
           MOVE "DISPUTE-PROV-CREDIT" TO WS-NFY-EVENT
           INITIALIZE WS-NFY-DETAIL
           STRING "Provisional credit $" FUNCTION TRIM(WS-AMT-DSP)
               " for ATM claim case " DC-CASE
               DELIMITED BY SIZE INTO WS-NFY-DETAIL
           END-STRING
           PERFORM ADD-NOTIFY.

      *> ============================================================
      *> POST-PERMANENT: A claim paid without a provisional credit
      *> -- credit it outright as DSP-CREDIT against the withdrawal.
      *> ============================================================
       POST-PERMANENT.
           PERFORM CHECK-CASE-REVERSED
           IF WS-POST-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE DC-AMOUNT TO WS-LOG-AMT
           PERFORM APPLY-TO-ACCOUNT
           IF WS-POST-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE DC-ACCT TO WS-LOG-ACCT
           MOVE "DSP-CREDIT" TO WS-LOG-TYPE
           MOVE DC-AMOUNT TO WS-LOG-AMT
           MOVE WS-NEW-BAL TO WS-LOG-BAL
           INITIALIZE WS-LOG-DESC
           STRING "ATM claim credit case " DC-CASE
               DELIMITED BY SIZE INTO WS-LOG-DESC
           END-STRING
           MOVE DC-TRAN-REF TO WS-LOG-ORIG-REF
           PERFORM LOG-TRANSACTION
           MOVE WS-LAST-REF TO DC-FINAL-REF.

      *> ============================================================
      *> CHECK-CASE-REVERSED: Look again for a REVERSAL of the
      *> disputed withdrawal before crediting it -- one posted since
      *> the case opened has already given the money back. The case
      *> is then closed paid, with the REVERSAL as its final
      *> posting, and nothing is credited. CASE-REC is rewritten by
      *> the caller.
      *> ============================================================
       CHECK-CASE-REVERSED.
           MOVE "Y" TO WS-POST-OK
           MOVE DC-TRAN-REF TO WS-ORIG-REF
           PERFORM FIND-DISPUTED-POSTING
           IF WS-ALREADY-REV = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-POST-OK
           MOVE "C" TO DC-STATUS
           MOVE WS-TODAY TO DC-RESOLVED
           MOVE WS-REV-REF TO DC-FINAL-REF
           MOVE "Withdrawal reversed" TO DC-NOTE
           MOVE "closed: reversed" TO WS-POST-FLAG
           INITIALIZE WS-POST-ERR
           STRING "ERR|ALREADY-REVERSED|Withdrawal already "
               "reversed, case " DC-CASE " closed"
               DELIMITED BY SIZE INTO WS-POST-ERR
           END-STRING

           MOVE WS-REV-REF TO WS-REF-DSP
           MOVE DC-ACCT TO WS-AUD-ACCT
           MOVE "DISPUTE-CLOSED" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Case " DC-CASE " closed, withdrawal reversed by #"
               FUNCTION TRIM(WS-REF-DSP)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> POST-PROV-REVERSAL: A denied claim takes the provisional
      *> credit back -- a signed REVERSAL of the DSP-PROV posting,
      *> the same shape ATM-SYSTEM's REVERSE gives a reversed
      *> credit. It may overdraw the account; the customer was told
      *> the credit was provisional. A provisional credit someone
      *> already reversed by hand is not taken back twice.
      *> ============================================================
       POST-PROV-REVERSAL.
           MOVE DC-PROV-REF TO WS-ORIG-REF
           PERFORM FIND-DISPUTED-POSTING
           IF WS-ALREADY-REV = "Y"
               MOVE 0 TO WS-LOG-AMT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOG-AMT = 0 - DC-AMOUNT
           PERFORM APPLY-TO-ACCOUNT
           IF WS-POST-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE DC-ACCT TO WS-LOG-ACCT
           MOVE "REVERSAL" TO WS-LOG-TYPE
           COMPUTE WS-LOG-AMT = 0 - DC-AMOUNT
           MOVE WS-NEW-BAL TO WS-LOG-BAL
           MOVE DC-PROV-REF TO WS-REF-DSP
           INITIALIZE WS-LOG-DESC
           STRING "Reverses DSP-PROV #" FUNCTION TRIM(WS-REF-DSP)
               DELIMITED BY SIZE INTO WS-LOG-DESC
           END-STRING
           MOVE DC-PROV-REF TO WS-LOG-ORIG-REF
           PERFORM LOG-TRANSACTION
           MOVE WS-LAST-REF TO DC-FINAL-REF
           COMPUTE WS-LOG-AMT = 0 - DC-AMOUNT.

      *> ============================================================
      *> APPLY-TO-ACCOUNT: Add WS-LOG-AMT (signed) to DC-ACCT's
      *> balance; WS-NEW-BAL is the result. A closed or frozen
      *> account takes no posting either way, as at the ATM and the
      *> teller line.
      *> ============================================================
       APPLY-TO-ACCOUNT.
           MOVE "N" TO WS-POST-OK
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open accounts file"
               STOP RUN
           END-IF
           MOVE DC-ACCT TO AR-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CLOSE ACCOUNT-FILE
                   MOVE "ERR|ACCT-NOT-FOUND|Account not found"
                       TO WS-POST-ERR
                   MOVE "** NO ACCOUNT" TO WS-POST-FLAG
                   EXIT PARAGRAPH
           END-READ
           IF AR-STATUS = "I"
               CLOSE ACCOUNT-FILE
               MOVE "ERR|ACCT-CLOSED|Account is closed"
                   TO WS-POST-ERR
               MOVE "** ACCT CLOSED" TO WS-POST-FLAG
               EXIT PARAGRAPH
           END-IF
           IF AR-STATUS = "F"
               CLOSE ACCOUNT-FILE
               MOVE "ERR|ACCT-FROZEN|Account is frozen"
                   TO WS-POST-ERR
               MOVE "** ACCT FROZEN" TO WS-POST-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD WS-LOG-AMT TO AR-BALANCE
           MOVE AR-BALANCE TO WS-NEW-BAL
           REWRITE ACCT-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Account rewrite failed"
           END-REWRITE
           CLOSE ACCOUNT-FILE
           MOVE "Y" TO WS-POST-OK.

      *> ============================================================
      *> OPEN-CASES / READ-CASE / SCAN-CASES: DISPUTES.DAT is
      *> created on first use. READ-CASE fetches the case in P1 and
      *> leaves the file open for the rewrite; SCAN-CASES finds the
      *> highest case number and any case already on WS-ORIG-REF.
      *> ============================================================
       OPEN-CASES.
           OPEN I-O CASE-FILE
           IF WS-CASE-FS = "35"
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF
           IF WS-CASE-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open dispute case file"
               STOP RUN
           END-IF.

       READ-CASE.
           MOVE "N" TO WS-CASE-FOUND
           COMPUTE WS-CASE-NO = FUNCTION NUMVAL(WS-P1)
           PERFORM OPEN-CASES
           MOVE WS-CASE-NO TO DC-CASE
           READ CASE-FILE
               INVALID KEY
                   CLOSE CASE-FILE
                   DISPLAY "ERR|CASE-NOT-FOUND|No such dispute case"
               NOT INVALID KEY
                   MOVE "Y" TO WS-CASE-FOUND
           END-READ.

       SCAN-CASES.
           MOVE 0 TO WS-HIGH-CASE
           MOVE 0 TO WS-DUP-CASE
           MOVE "N" TO WS-CASE-EOF
           PERFORM UNTIL WS-CASE-EOF = "Y"
               READ CASE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-CASE-EOF
                   NOT AT END
                       IF DC-CASE > WS-HIGH-CASE
                           MOVE DC-CASE TO WS-HIGH-CASE
                       END-IF
                       IF DC-TRAN-REF = WS-ORIG-REF
                           MOVE DC-CASE TO WS-DUP-CASE
                       END-IF
               END-READ
           END-PERFORM.

      *> ============================================================
      *> PULL-CASH-PROOF: Copy the terminal's proof for the
      *> withdrawal's business day from CASHPROOF.DAT onto the case.
      *> A day settled more than once keeps the last line written.
      *> ============================================================
       PULL-CASH-PROOF.
           MOVE "N" TO WS-EOF
           OPEN INPUT PROOF-FILE
           IF WS-PRF-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ PROOF-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CP-DATE = DC-TRAN-DATE
                           AND CP-TERM = DC-TERM
                           MOVE CP-STATUS TO DC-PROOF
                           MOVE CP-DIFF   TO DC-PROOF-DIFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROOF-FILE.

      *> ============================================================
      *> FIND-DISPUTED-POSTING: Direct READ of WS-ORIG-REF, then a
      *> walk of that account's postings for a REVERSAL pointing
      *> back at it -- the same test ATM-SYSTEM's REVERSE makes.
      *> ============================================================
       FIND-DISPUTED-POSTING.
           MOVE "N" TO WS-ORIG-FOUND
           MOVE "N" TO WS-ALREADY-REV
           MOVE 0 TO WS-REV-REF
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORIG-REF TO TR-REF
           READ TRAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ORIG-FOUND
                   MOVE TR-ACCT   TO WS-ORIG-ACCT
                   MOVE TR-TYPE   TO WS-ORIG-TYPE
                   MOVE TR-DATE   TO WS-ORIG-DATE
                   MOVE TR-TERM   TO WS-ORIG-TERM
                   MOVE TR-AMOUNT TO WS-ORIG-AMT
           END-READ
           IF WS-ORIG-FOUND = "N"
               CLOSE TRAN-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           MOVE WS-ORIG-ACCT TO TR-ACCT
           START TRAN-FILE KEY IS = TR-ACCT
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ TRAN-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TR-ACCT NOT = WS-ORIG-ACCT
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF TR-TYPE = "REVERSAL"
                               AND TR-ORIG-REF = WS-ORIG-REF
                               MOVE "Y" TO WS-ALREADY-REV
                               MOVE TR-REF TO WS-REV-REF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE.

      *> ============================================================
      *> LOAD-TERMINALS: Read the terminal registry. No registry on
      *> file = a single terminal T01, as EOD-SETTLE assumes.
      *> ============================================================
       LOAD-TERMINALS.
           MOVE 0 TO WS-TERM-CT
           MOVE "N" TO WS-EOF
           OPEN INPUT TERMINAL-FILE
           IF WS-TERM-FS NOT = "00"
               MOVE 1 TO WS-TERM-CT
               MOVE "T01" TO WE-ID(1)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TERMINAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-TERM-CT < 4
                           ADD 1 TO WS-TERM-CT
                           MOVE TE-ID TO WE-ID(WS-TERM-CT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMINAL-FILE.

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
      *> LOG-TRANSACTION: Write the posting to TRANSLOG.DAT under a
      *> freshly allocated reference, stamped "DSP" as the dispute
      *> desk's own channel.
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
           MOVE WS-LOG-ORIG-REF TO TR-ORIG-REF
           MOVE "DSP"        TO TR-TERM
           WRITE TRAN-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Transaction write failed"
           END-WRITE
           CLOSE TRAN-FILE
           MOVE WS-NEXT-REF TO WS-LAST-REF
           MOVE 0 TO WS-LOG-ORIG-REF.

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
           MOVE "DSP"         TO AL-TERM
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.

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
