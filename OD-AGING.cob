      *> ================================================================
      *> OD-AGING: Nightly overdrawn-account aging and collections job.
      *> An account can go below zero without the customer drawing a
      *> cent -- BATCH-INTEREST's maintenance fee on a low balance,
      *> a reversal of a mistaken credit -- and until now nothing
      *> followed it up. This job walks ACCOUNTS.DAT and keeps one
      *> row per overdrawn account on OVERDRAWN.DAT, dated from the
      *> first posting of the current run below zero (walked off
      *> TRANSLOG.DAT the night the account is first seen):
      *>   - at WS-LETTER1-DAYS (30) and WS-LETTER2-DAYS (60) days a
      *>     collection letter is queued on NOTIFY.DAT;
      *>   - at WS-RESTRICT-DAYS the account is restricted (AR-STATUS
      *>     "R"): it still takes deposits, but ATM-SYSTEM, TELLER,
      *>     BATCH-ORDERS and CLEARING refuse anything paid out of it;
      *>   - at WS-CHGOFF-DAYS (90) the negative balance is charged
      *>     off -- a CHARGE-OFF credit brings the ledger back to zero
      *>     and EOD-SETTLE carries it to the overdraft loss GL line.
      *>     The account stays restricted, and any money that later
      *>     lands on it is taken as a RECOVERY posting (available
      *>     balance only, never more than is still owed) until the
      *>     charge-off is recovered in full, when the account is
      *>     released and its row retired.
      *> An account brought back to zero or better before charge-off
      *> is cured: its row is retired and a restriction lifted.
      *> An account frozen on a watchlist match (AR-STATUS "F") is
      *> not touched at all -- no letter, restriction, charge-off or
      *> recovery moves on blocked funds -- but one that is
      *> overdrawn or already on OVERDRAWN.DAT is listed on the
      *> report as frozen, so collections knows it is waiting.
      *> OVERDRAWN.DAT is rewritten after every account it changes
      *> for, so a relaunch never sends a letter or moves money
      *> twice. ODAGING.RPT lists every row and the aging buckets by
      *> product for the monthly credit-risk meeting.
      *> Run once per night, after BATCH-INTEREST.
      *> Compile: cobc -x -free OD-AGING.cob -o od-aging
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OD-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-NUMBER
               FILE STATUS IS WS-ACCT-FS.
           SELECT TRAN-FILE ASSIGN TO "TRANSLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-REF
               ALTERNATE RECORD KEY IS TR-ACCT WITH DUPLICATES
               FILE STATUS IS WS-TRAN-FS.
           SELECT AGING-FILE ASSIGN TO "OVERDRAWN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-FS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT NOTIFY-FILE ASSIGN TO "NOTIFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NFY-FS.
           SELECT REPORT-FILE ASSIGN TO "ODAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FS.
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

      *> Overdrawn-account aging: one row per account currently
      *> overdrawn or carrying an unrecovered charge-off.
      *> OD-SINCE is the first day of the current overdrawn run,
      *> OD-BALANCE the balance last seen; OD-LETTERS counts the
      *> collection letters sent (0, 1, 2); OD-RESTRICTED "Y" once
      *> the account has been restricted, with the status it had
      *> before in OD-PRIOR-STATUS; OD-CHGOFF-DATE is set once the
      *> balance has been charged off for OD-CHGOFF-AMT, of which
      *> OD-RECOVERED has come back since.
       FD AGING-FILE.
       01 AGING-REC.
           05 OD-ACCT          PIC X(10).
           05 OD-PRODUCT       PIC X(4).
           05 OD-SINCE         PIC X(8).
           05 OD-BALANCE       PIC S9(9)V99.
           05 OD-LETTERS       PIC 9(1).
           05 OD-RESTRICTED    PIC X(1).
           05 OD-PRIOR-STATUS  PIC X(1).
           05 OD-CHGOFF-DATE   PIC X(8).
           05 OD-CHGOFF-AMT    PIC 9(9)V99.
           05 OD-RECOVERED     PIC 9(9)V99.

       FD HOLDS-FILE.
       01 HOLD-REC.
           05 HR-ACCT          PIC X(10).
           05 HR-AMOUNT        PIC S9(9)V99.
           05 HR-AVAIL-DATE    PIC X(8).
           05 HR-STATUS        PIC X(1).

      *> Posting reference sequence: the last TR-REF handed out,
      *> shared by every program that writes TRANSLOG.DAT, so
      *> reference numbers are unique and ascending system-wide
       FD SEQ-FILE.
       01 SEQ-REC               PIC 9(10).

       FD AUDIT-FILE.
       01 AUDIT-REC.
           05 AL-DATE          PIC X(8).
           05 AL-TIME          PIC X(6).
           05 AL-ACCT          PIC X(10).
           05 AL-ACTION        PIC X(20).
           05 AL-DETAIL        PIC X(60).
           05 AL-TERM          PIC X(4).

      *> Customer notification queue -- NOTIFY-LETTERS turns queued
      *> rows into printed notices overnight
       FD NOTIFY-FILE.
       01 NOTIFY-REC.
           05 NQ-DATE          PIC X(8).
           05 NQ-TIME          PIC X(6).
           05 NQ-ACCT          PIC X(10).
           05 NQ-EVENT         PIC X(20).
           05 NQ-DETAIL        PIC X(60).
           05 NQ-STATUS        PIC X(1).

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(100).

      *> Run-control file shared by the nightly batch suite: one row
      *> per job per run date, carrying a started/completed status,
      *> the last account checkpointed, and the job's posting counts
       FD RUNCTL-FILE.
       01 RC-REC.
           05 RC-JOB           PIC X(14).
           05 RC-DATE          PIC X(8).
           05 RC-STATUS        PIC X(1).
           05 RC-CHECKPOINT    PIC X(10).
           05 RC-CT1           PIC 9(5).
           05 RC-CT2           PIC 9(5).

      *> Current business (posting) date, advanced by EOD-SETTLE's
      *> cutover once a settlement day closes -- postings made after
      *> the evening run belong to the next business day, not to a
      *> day already settled
       FD BUSDATE-FILE.
       01 BUSDATE-REC           PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BD-FS              PIC XX.
       01 WS-ACCT-FS            PIC XX.
       01 WS-TRAN-FS            PIC XX.
       01 WS-AGE-FS             PIC XX.
       01 WS-HOLD-FS            PIC XX.
       01 WS-SEQ-FS             PIC XX.
       01 WS-NEXT-REF           PIC 9(10) VALUE 0.
       01 WS-AUDIT-FS           PIC XX.
       01 WS-NFY-FS             PIC XX.
       01 WS-RPT-FS             PIC XX.
       01 WS-RC-FS              PIC XX.
       01 WS-EOF                PIC X VALUE "N".
       01 WS-SUB-EOF            PIC X VALUE "N".
       01 WS-ACCT-CHANGED       PIC X VALUE "N".
       01 WS-ROW-CHANGED        PIC X VALUE "N".

      *> Collection timetable, in calendar days overdrawn
       01 WS-LETTER1-DAYS       PIC 9(3) VALUE 30.
       01 WS-LETTER2-DAYS       PIC 9(3) VALUE 60.
       01 WS-RESTRICT-DAYS      PIC 9(3) VALUE 45.
       01 WS-CHGOFF-DAYS        PIC 9(3) VALUE 90.

      *> Aging rows, loaded whole; a retired row has its account
      *> blanked and is dropped at the next save
       01 WS-AGE-CT             PIC 9(4) VALUE 0.
       01 WS-AGE-TBL.
           05 WS-AGE OCCURS 1000 TIMES.
               10 WG-ACCT       PIC X(10).
               10 WG-PRODUCT    PIC X(4).
               10 WG-SINCE      PIC X(8).
               10 WG-BALANCE    PIC S9(9)V99.
               10 WG-LETTERS    PIC 9(1).
               10 WG-RESTRICTED PIC X(1).
               10 WG-PRIOR      PIC X(1).
               10 WG-CO-DATE    PIC X(8).
               10 WG-CO-AMT     PIC 9(9)V99.
               10 WG-RECOVERED  PIC 9(9)V99.
       01 WS-GI                 PIC 9(4).
       01 WS-AGE-SLOT           PIC 9(4) VALUE 0.
       01 WS-AGE-OVERFLOW       PIC X VALUE "N".

      *> Frozen accounts passed over tonight that collections would
      *> otherwise be working, for the report
       01 WS-FRZ-CT             PIC 9(4) VALUE 0.
       01 WS-FRZ-TBL.
           05 WS-FRZ OCCURS 1000 TIMES.
               10 WF-ACCT       PIC X(10).
               10 WF-PRODUCT    PIC X(4).
               10 WF-SINCE      PIC X(8).
               10 WF-OWED       PIC S9(9)V99.
       01 WS-FI                 PIC 9(4).

       01 WS-DAYS-OD            PIC S9(5).
       01 WS-OWED               PIC S9(9)V99.
       01 WS-AMT                PIC S9(9)V99.
       01 WS-RUN-START          PIC X(8).

      *> Funds-availability holds: a recovery takes only money the
      *> customer could have drawn -- ledger less unreleased holds
       01 WS-HOLD-KEY           PIC X(10).
       01 WS-HOLD-TOTAL         PIC S9(9)V99 VALUE 0.
       01 WS-AVAIL-BAL          PIC S9(9)V99.

      *> Aging buckets by product: 1 = under 30 days, 2 = 30-59,
      *> 3 = 60-89, 4 = charged off and not yet recovered
       01 WS-BKT-CT             PIC 9(2) VALUE 0.
       01 WS-BKT-TBL.
           05 WS-BKT OCCURS 20 TIMES.
               10 WK-PRODUCT    PIC X(4).
               10 WK-CELL OCCURS 4 TIMES.
                   15 WK-COUNT  PIC 9(5).
                   15 WK-AMOUNT PIC S9(11)V99.
       01 WS-BKT-TOT.
           05 WK-TOT-CELL OCCURS 4 TIMES.
               10 WK-TOT-COUNT  PIC 9(5).
               10 WK-TOT-AMOUNT PIC S9(11)V99.
       01 WS-KI                 PIC 9(2).
       01 WS-KB                 PIC 9.
       01 WS-BKT-SLOT           PIC 9(2).
       01 WS-BKT-PRODUCT        PIC X(4).
       01 WS-CNT-DSP            PIC ZZZZ9.
       01 WS-CELL-DSP           PIC Z(8)9.99.
       01 WS-DAYS-DSP           PIC ZZZZ9.
       01 WS-RPT-PTR            PIC 9(3).

      *> Run totals
       01 WS-OD-CT              PIC 9(5) VALUE 0.
       01 WS-LETTER-CT          PIC 9(5) VALUE 0.
       01 WS-RESTRICT-CT        PIC 9(5) VALUE 0.
       01 WS-CURED-CT           PIC 9(5) VALUE 0.
       01 WS-CHGOFF-CT          PIC 9(5) VALUE 0.
       01 WS-CHGOFF-TOTAL       PIC S9(11)V99 VALUE 0.
       01 WS-RECOV-CT           PIC 9(5) VALUE 0.
       01 WS-RECOV-TOTAL        PIC S9(11)V99 VALUE 0.

      *> Run control: a completed row for today refuses the run; a
      *> started row resumes past the checkpointed account number.
      *> Every action is also recorded on OVERDRAWN.DAT as it is
      *> taken, so an account re-read after a relaunch is a no-op.
       01 WS-RC-JOB             PIC X(14) VALUE "OD-AGING".
       01 WS-RC-CT              PIC 9(2) VALUE 0.
       01 WS-RC-TBL.
           05 WS-RC OCCURS 50 TIMES.
               10 WR-JOB        PIC X(14).
               10 WR-DATE       PIC X(8).
               10 WR-STATUS     PIC X(1).
               10 WR-CKPT       PIC X(10).
               10 WR-CT1        PIC 9(5).
               10 WR-CT2        PIC 9(5).
       01 WS-RCI                PIC 9(2).
       01 WS-RC-SLOT            PIC 9(2) VALUE 0.
       01 WS-RC-CUTOFF          PIC X(8).
       01 WS-RC-CUTOFF-INT      PIC 9(8).
       01 WS-RESUME-ACCT        PIC X(10) VALUE SPACES.
       01 WS-CKPT-EVERY         PIC 9(3) VALUE 10.
       01 WS-CKPT-COUNTER       PIC 9(3) VALUE 0.

       01 WS-DATE-TIME.
           05 WS-DT-DATE        PIC X(8).
           05 WS-DT-TIME        PIC X(8).
           05 WS-DT-GMT         PIC X(5).
       01 WS-TODAY               PIC X(8).
       01 WS-NOW-TIME            PIC X(6).

       01 WS-AMT-DSP             PIC -(11)9.99.

      *> Logging fields
       01 WS-LOG-ACCT            PIC X(10).
       01 WS-LOG-TYPE            PIC X(10).
       01 WS-LOG-AMT             PIC S9(9)V99.
       01 WS-LOG-BAL             PIC S9(9)V99.
       01 WS-LOG-DESC            PIC X(30).
       01 WS-AUD-ACCT            PIC X(10).
       01 WS-AUD-ACTION          PIC X(20).
       01 WS-AUD-DETAIL          PIC X(60).
       01 WS-NFY-ACCT            PIC X(10).
       01 WS-NFY-EVENT           PIC X(20).
       01 WS-NFY-DETAIL          PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-DATETIME
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOAD-AGING

           MOVE "N" TO WS-EOF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open accounts file"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-RESUME-ACCT = SPACES
                           OR AR-NUMBER > WS-RESUME-ACCT
                           PERFORM PROCESS-ONE-ACCOUNT
                           PERFORM MARK-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE

           PERFORM WRITE-AGING-REPORT
           PERFORM FINISH-RUN-CONTROL

           DISPLAY "OD-AGING run complete for " WS-TODAY
           DISPLAY "  Accounts on aging file: " WS-OD-CT
           DISPLAY "  Collection letters:     " WS-LETTER-CT
           DISPLAY "  Accounts restricted:    " WS-RESTRICT-CT
           DISPLAY "  Accounts cured:         " WS-CURED-CT
           DISPLAY "  Frozen, not aged:       " WS-FRZ-CT
           MOVE WS-CHGOFF-TOTAL TO WS-AMT-DSP
           DISPLAY "  Charge-offs:            " WS-CHGOFF-CT
               "  $" FUNCTION TRIM(WS-AMT-DSP)
           MOVE WS-RECOV-TOTAL TO WS-AMT-DSP
           DISPLAY "  Recoveries:             " WS-RECOV-CT
               "  $" FUNCTION TRIM(WS-AMT-DSP)
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
      *> LOAD-AGING / SAVE-AGING: Whole-file load and rewrite of
      *> OVERDRAWN.DAT. Retired rows (account blanked) are dropped
      *> on the way out.
      *> ============================================================
       LOAD-AGING.
           MOVE 0 TO WS-AGE-CT
           MOVE "N" TO WS-AGE-OVERFLOW
           MOVE "N" TO WS-SUB-EOF
           OPEN INPUT AGING-FILE
           IF WS-AGE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUB-EOF = "Y"
               READ AGING-FILE
                   AT END
                       MOVE "Y" TO WS-SUB-EOF
                   NOT AT END
                       IF WS-AGE-CT < 1000
                           ADD 1 TO WS-AGE-CT
                           MOVE OD-ACCT     TO WG-ACCT(WS-AGE-CT)
                           MOVE OD-PRODUCT  TO WG-PRODUCT(WS-AGE-CT)
                           MOVE OD-SINCE    TO WG-SINCE(WS-AGE-CT)
                           MOVE OD-BALANCE  TO WG-BALANCE(WS-AGE-CT)
                           MOVE OD-LETTERS  TO WG-LETTERS(WS-AGE-CT)
                           MOVE OD-RESTRICTED
                               TO WG-RESTRICTED(WS-AGE-CT)
                           MOVE OD-PRIOR-STATUS
                               TO WG-PRIOR(WS-AGE-CT)
                           MOVE OD-CHGOFF-DATE
                               TO WG-CO-DATE(WS-AGE-CT)
                           MOVE OD-CHGOFF-AMT TO WG-CO-AMT(WS-AGE-CT)
                           MOVE OD-RECOVERED
                               TO WG-RECOVERED(WS-AGE-CT)
                       ELSE
                           MOVE "Y" TO WS-AGE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGING-FILE
      *>   A row left off the table would be dropped by the first
      *>   save, and with it a restricted account's prior status or
      *>   a charge-off still to recover -- stop before anything is
      *>   written, leaving the run-control row open for a rerun
           IF WS-AGE-OVERFLOW = "Y"
               DISPLAY "ERR|AGING-FULL|"
                   "Aging file over 1000 rows, nothing processed"
               STOP RUN
           END-IF.

       SAVE-AGING.
           OPEN OUTPUT AGING-FILE
           PERFORM VARYING WS-GI FROM 1 BY 1
               UNTIL WS-GI > WS-AGE-CT
               IF WG-ACCT(WS-GI) NOT = SPACES
                   MOVE WG-ACCT(WS-GI)       TO OD-ACCT
                   MOVE WG-PRODUCT(WS-GI)    TO OD-PRODUCT
                   MOVE WG-SINCE(WS-GI)      TO OD-SINCE
                   MOVE WG-BALANCE(WS-GI)    TO OD-BALANCE
                   MOVE WG-LETTERS(WS-GI)    TO OD-LETTERS
                   MOVE WG-RESTRICTED(WS-GI) TO OD-RESTRICTED
                   MOVE WG-PRIOR(WS-GI)      TO OD-PRIOR-STATUS
                   MOVE WG-CO-DATE(WS-GI)    TO OD-CHGOFF-DATE
                   MOVE WG-CO-AMT(WS-GI)     TO OD-CHGOFF-AMT
                   MOVE WG-RECOVERED(WS-GI)  TO OD-RECOVERED
                   WRITE AGING-REC
               END-IF
           END-PERFORM
           CLOSE AGING-FILE.

      *> ============================================================
      *> PROCESS-ONE-ACCOUNT: Age, cure, charge off or recover the
      *> account in the record area. Closed accounts and the admin
      *> account are left alone, and so are frozen ones, which are
      *> only noted for the report. The account record and the aging
      *> file are each written back only when something changed.
      *> ============================================================
       PROCESS-ONE-ACCOUNT.
           MOVE "N" TO WS-ACCT-CHANGED
           MOVE "N" TO WS-ROW-CHANGED
           IF AR-STATUS = "I" OR AR-ADMIN = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AGE-SLOT
           PERFORM VARYING WS-GI FROM 1 BY 1
               UNTIL WS-GI > WS-AGE-CT
               IF WG-ACCT(WS-GI) = AR-NUMBER
                   MOVE WS-GI TO WS-AGE-SLOT
               END-IF
           END-PERFORM
           IF AR-STATUS = "F"
               IF AR-BALANCE < 0 OR WS-AGE-SLOT NOT = 0
                   PERFORM NOTE-FROZEN-ACCOUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-SLOT NOT = 0
                   AND WG-CO-DATE(WS-AGE-SLOT) NOT = SPACES
                   PERFORM FOLLOW-CHARGED-OFF
               WHEN AR-BALANCE < 0
                   PERFORM AGE-OVERDRAWN
               WHEN WS-AGE-SLOT NOT = 0
                   PERFORM CURE-ACCOUNT
           END-EVALUATE

           IF WS-ACCT-CHANGED = "Y"
               REWRITE ACCT-REC
                   INVALID KEY
                       DISPLAY "ERR|FILE-ERR|Account rewrite failed"
               END-REWRITE
           END-IF
           IF WS-ROW-CHANGED = "Y"
               PERFORM SAVE-AGING
           END-IF.

      *> ============================================================
      *> NOTE-FROZEN-ACCOUNT: Keep a frozen account collections would
      *> be working for the report: what it owes, and since when if
      *> it already has a row.
      *> ============================================================
       NOTE-FROZEN-ACCOUNT.
           IF WS-FRZ-CT >= 1000
               DISPLAY "ERR|FROZEN-FULL|Frozen account list is full at "
                   AR-NUMBER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FRZ-CT
           MOVE AR-NUMBER  TO WF-ACCT(WS-FRZ-CT)
           MOVE AR-PRODUCT TO WF-PRODUCT(WS-FRZ-CT)
           MOVE SPACES     TO WF-SINCE(WS-FRZ-CT)
           COMPUTE WF-OWED(WS-FRZ-CT) = 0 - AR-BALANCE
           IF WS-AGE-SLOT NOT = 0
               MOVE WG-SINCE(WS-AGE-SLOT) TO WF-SINCE(WS-FRZ-CT)
               IF WG-CO-DATE(WS-AGE-SLOT) NOT = SPACES
                   COMPUTE WF-OWED(WS-FRZ-CT) =
                       WG-CO-AMT(WS-AGE-SLOT)
                       - WG-RECOVERED(WS-AGE-SLOT)
               END-IF
           END-IF
           IF WF-OWED(WS-FRZ-CT) < 0
               MOVE 0 TO WF-OWED(WS-FRZ-CT)
           END-IF.

      *> ============================================================
      *> AGE-OVERDRAWN: Open a row for a newly overdrawn account,
      *> then take whichever collection steps its age has reached.
      *> Charge-off makes the letters moot, so it is tested first.
      *> ============================================================
       AGE-OVERDRAWN.
           IF WS-AGE-SLOT = 0
               IF WS-AGE-CT >= 1000
                   DISPLAY "ERR|AGING-FULL|Aging table is full at "
                       AR-NUMBER
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-OVERDRAWN-SINCE
               ADD 1 TO WS-AGE-CT
               MOVE WS-AGE-CT TO WS-AGE-SLOT
               MOVE AR-NUMBER    TO WG-ACCT(WS-AGE-SLOT)
               MOVE WS-RUN-START TO WG-SINCE(WS-AGE-SLOT)
               MOVE 0            TO WG-LETTERS(WS-AGE-SLOT)
               MOVE "N"          TO WG-RESTRICTED(WS-AGE-SLOT)
               MOVE SPACES       TO WG-PRIOR(WS-AGE-SLOT)
               MOVE SPACES       TO WG-CO-DATE(WS-AGE-SLOT)
               MOVE 0            TO WG-CO-AMT(WS-AGE-SLOT)
               MOVE 0            TO WG-RECOVERED(WS-AGE-SLOT)
               MOVE "Y" TO WS-ROW-CHANGED
           END-IF
           IF WG-BALANCE(WS-AGE-SLOT) NOT = AR-BALANCE
               OR WG-PRODUCT(WS-AGE-SLOT) NOT = AR-PRODUCT
               MOVE AR-BALANCE TO WG-BALANCE(WS-AGE-SLOT)
               MOVE AR-PRODUCT TO WG-PRODUCT(WS-AGE-SLOT)
               MOVE "Y" TO WS-ROW-CHANGED
           END-IF

           COMPUTE WS-DAYS-OD =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WG-SINCE(WS-AGE-SLOT)))
           COMPUTE WS-OWED = 0 - AR-BALANCE
           MOVE WS-OWED TO WS-AMT-DSP

           IF WS-DAYS-OD >= WS-CHGOFF-DAYS
               PERFORM CHARGE-OFF-BALANCE
               EXIT PARAGRAPH
           END-IF

           IF WS-DAYS-OD >= WS-LETTER2-DAYS
               AND WG-LETTERS(WS-AGE-SLOT) < 2
               MOVE 2 TO WG-LETTERS(WS-AGE-SLOT)
               MOVE "OD-LETTER-60" TO WS-NFY-EVENT
               INITIALIZE WS-NFY-DETAIL
               STRING "Final notice: overdrawn $"
                   FUNCTION TRIM(WS-AMT-DSP)
                   " for 60 days, charge-off at 90"
                   DELIMITED BY SIZE INTO WS-NFY-DETAIL
               END-STRING
               PERFORM SEND-COLLECTION-LETTER
           END-IF
           IF WS-DAYS-OD >= WS-LETTER1-DAYS
               AND WG-LETTERS(WS-AGE-SLOT) < 1
               MOVE 1 TO WG-LETTERS(WS-AGE-SLOT)
               MOVE "OD-LETTER-30" TO WS-NFY-EVENT
               INITIALIZE WS-NFY-DETAIL
               STRING "Your account is overdrawn $"
                   FUNCTION TRIM(WS-AMT-DSP)
                   " for 30 days; please deposit"
                   DELIMITED BY SIZE INTO WS-NFY-DETAIL
               END-STRING
               PERFORM SEND-COLLECTION-LETTER
           END-IF

           IF WS-DAYS-OD >= WS-RESTRICT-DAYS
               PERFORM RESTRICT-ACCOUNT
           END-IF.

      *> ============================================================
      *> SEND-COLLECTION-LETTER: Queue the letter set up in
      *> WS-NFY-EVENT / WS-NFY-DETAIL and leave the audit entry.
      *> ============================================================
       SEND-COLLECTION-LETTER.
           MOVE "Y" TO WS-ROW-CHANGED
           ADD 1 TO WS-LETTER-CT
           MOVE AR-NUMBER TO WS-NFY-ACCT
           PERFORM ADD-NOTIFY

           MOVE AR-NUMBER TO WS-AUD-ACCT
           MOVE "OD-LETTER" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING FUNCTION TRIM(WS-NFY-EVENT) " queued, overdrawn $"
               FUNCTION TRIM(WS-AMT-DSP) " since "
               WG-SINCE(WS-AGE-SLOT)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> RESTRICT-ACCOUNT: Put the account on AR-STATUS "R". The
      *> status it had is kept on the row so a cure can put it back.
      *> An account locked for PIN failures stays locked -- that is
      *> the stricter state -- and is restricted on the first night
      *> it is seen unlocked; the customer hears about it once.
      *> ============================================================
       RESTRICT-ACCOUNT.
           IF AR-STATUS = "A" OR AR-STATUS = "D"
               IF WG-RESTRICTED(WS-AGE-SLOT) NOT = "Y"
                   MOVE AR-STATUS TO WG-PRIOR(WS-AGE-SLOT)
               END-IF
               MOVE "R" TO AR-STATUS
               MOVE "Y" TO WS-ACCT-CHANGED
           END-IF
           IF WG-RESTRICTED(WS-AGE-SLOT) = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WG-PRIOR(WS-AGE-SLOT) = SPACES
               MOVE "A" TO WG-PRIOR(WS-AGE-SLOT)
           END-IF
           MOVE "Y" TO WG-RESTRICTED(WS-AGE-SLOT)
           MOVE "Y" TO WS-ROW-CHANGED
           ADD 1 TO WS-RESTRICT-CT

           MOVE AR-NUMBER TO WS-NFY-ACCT
           MOVE "OD-RESTRICTED" TO WS-NFY-EVENT
           INITIALIZE WS-NFY-DETAIL
           STRING "Account restricted to deposits: overdrawn $"
               FUNCTION TRIM(WS-AMT-DSP)
               DELIMITED BY SIZE INTO WS-NFY-DETAIL
           END-STRING
           PERFORM ADD-NOTIFY

           MOVE AR-NUMBER TO WS-AUD-ACCT
           MOVE "OD-RESTRICT" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Restricted, overdrawn $" FUNCTION TRIM(WS-AMT-DSP)
               " since " WG-SINCE(WS-AGE-SLOT)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> CHARGE-OFF-BALANCE: Write the negative balance off to the
      *> overdraft loss line. The CHARGE-OFF posting credits the
      *> account back to zero; the amount is kept on the row as
      *> owed, for later deposits to recover. The account is
      *> restricted if it was not already.
      *> ============================================================
       CHARGE-OFF-BALANCE.
           PERFORM RESTRICT-ACCOUNT
           ADD WS-OWED TO AR-BALANCE
           MOVE "Y" TO WS-ACCT-CHANGED
           MOVE WS-TODAY TO WG-CO-DATE(WS-AGE-SLOT)
           MOVE WS-OWED  TO WG-CO-AMT(WS-AGE-SLOT)
           MOVE 0        TO WG-RECOVERED(WS-AGE-SLOT)
           MOVE AR-BALANCE TO WG-BALANCE(WS-AGE-SLOT)
           MOVE "Y" TO WS-ROW-CHANGED
           ADD 1 TO WS-CHGOFF-CT
           ADD WS-OWED TO WS-CHGOFF-TOTAL

           MOVE AR-NUMBER TO WS-LOG-ACCT
           MOVE "CHARGE-OFF" TO WS-LOG-TYPE
           MOVE WS-OWED TO WS-LOG-AMT
           MOVE AR-BALANCE TO WS-LOG-BAL
           MOVE "Overdrawn balance charged off" TO WS-LOG-DESC
           PERFORM LOG-TRANSACTION

           MOVE AR-NUMBER TO WS-AUD-ACCT
           MOVE "OD-CHARGE-OFF" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Charged off $" FUNCTION TRIM(WS-AMT-DSP)
               ", overdrawn since " WG-SINCE(WS-AGE-SLOT)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT

           MOVE AR-NUMBER TO WS-NFY-ACCT
           MOVE "OD-CHARGED-OFF" TO WS-NFY-EVENT
           INITIALIZE WS-NFY-DETAIL
           STRING "Overdrawn balance of $" FUNCTION TRIM(WS-AMT-DSP)
               " charged off; still owed"
               DELIMITED BY SIZE INTO WS-NFY-DETAIL
           END-STRING
           PERFORM ADD-NOTIFY.

      *> ============================================================
      *> FOLLOW-CHARGED-OFF: Keep a charged-off account restricted
      *> and take whatever available money has landed on it since,
      *> up to what is still owed, as a RECOVERY. Once the charge-off
      *> is recovered in full the account goes back to the status it
      *> had before and the row is retired.
      *> ============================================================
       FOLLOW-CHARGED-OFF.
           COMPUTE WS-OWED = WG-CO-AMT(WS-AGE-SLOT)
               - WG-RECOVERED(WS-AGE-SLOT)
           IF WS-OWED > 0
               IF AR-STATUS = "A" OR AR-STATUS = "D"
                   MOVE "R" TO AR-STATUS
                   MOVE "Y" TO WS-ACCT-CHANGED
               END-IF
               MOVE AR-NUMBER TO WS-HOLD-KEY
               PERFORM SUM-ACCOUNT-HOLDS
               COMPUTE WS-AVAIL-BAL = AR-BALANCE - WS-HOLD-TOTAL
               IF WS-AVAIL-BAL > 0
                   IF WS-AVAIL-BAL < WS-OWED
                       MOVE WS-AVAIL-BAL TO WS-AMT
                   ELSE
                       MOVE WS-OWED TO WS-AMT
                   END-IF
                   PERFORM POST-RECOVERY
               END-IF
           END-IF
           IF WG-RECOVERED(WS-AGE-SLOT) >= WG-CO-AMT(WS-AGE-SLOT)
               PERFORM RELEASE-ACCOUNT
               MOVE WG-CO-AMT(WS-AGE-SLOT) TO WS-AMT-DSP
               MOVE AR-NUMBER TO WS-AUD-ACCT
               MOVE "OD-RECOVERED" TO WS-AUD-ACTION
               INITIALIZE WS-AUD-DETAIL
               STRING "Charge-off of " WG-CO-DATE(WS-AGE-SLOT)
                   " for $" FUNCTION TRIM(WS-AMT-DSP)
                   " recovered in full"
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
               PERFORM LOG-AUDIT
               MOVE SPACES TO WG-ACCT(WS-AGE-SLOT)
               MOVE "Y" TO WS-ROW-CHANGED
           END-IF.

       POST-RECOVERY.
           SUBTRACT WS-AMT FROM AR-BALANCE
           MOVE "Y" TO WS-ACCT-CHANGED
           ADD WS-AMT TO WG-RECOVERED(WS-AGE-SLOT)
           MOVE AR-BALANCE TO WG-BALANCE(WS-AGE-SLOT)
           MOVE "Y" TO WS-ROW-CHANGED
           ADD 1 TO WS-RECOV-CT
           ADD WS-AMT TO WS-RECOV-TOTAL

           MOVE AR-NUMBER TO WS-LOG-ACCT
           MOVE "RECOVERY" TO WS-LOG-TYPE
           MOVE WS-AMT TO WS-LOG-AMT
           MOVE AR-BALANCE TO WS-LOG-BAL
           INITIALIZE WS-LOG-DESC
           STRING "Charge-off recovery " WG-CO-DATE(WS-AGE-SLOT)
               DELIMITED BY SIZE INTO WS-LOG-DESC
           END-STRING
           PERFORM LOG-TRANSACTION

           MOVE AR-NUMBER TO WS-AUD-ACCT
           MOVE "OD-RECOVERY" TO WS-AUD-ACTION
           MOVE WS-AMT TO WS-AMT-DSP
           INITIALIZE WS-AUD-DETAIL
           STRING "Recovered $" FUNCTION TRIM(WS-AMT-DSP)
               " against charge-off of " WG-CO-DATE(WS-AGE-SLOT)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> CURE-ACCOUNT: The account is back at zero or better before
      *> it was charged off -- lift any restriction and retire the
      *> row, so a later overdraft starts a fresh clock.
      *> ============================================================
       CURE-ACCOUNT.
           PERFORM RELEASE-ACCOUNT
           ADD 1 TO WS-CURED-CT
           MOVE AR-NUMBER TO WS-AUD-ACCT
           MOVE "OD-CURED" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "No longer overdrawn, overdrawn since "
               WG-SINCE(WS-AGE-SLOT)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT
           MOVE SPACES TO WG-ACCT(WS-AGE-SLOT)
           MOVE "Y" TO WS-ROW-CHANGED.

       RELEASE-ACCOUNT.
           IF AR-STATUS = "R"
               IF WG-PRIOR(WS-AGE-SLOT) = SPACES
                   MOVE "A" TO AR-STATUS
               ELSE
                   MOVE WG-PRIOR(WS-AGE-SLOT) TO AR-STATUS
               END-IF
               MOVE "Y" TO WS-ACCT-CHANGED
           END-IF.

      *> ============================================================
      *> FIND-OVERDRAWN-SINCE: Walk the account's postings off the
      *> account key, in posting order, for the first posting of the
      *> run of negative balances that is still going on. With no
      *> such posting on the log (archived, or the balance was set
      *> some other way) the clock starts today.
      *> ============================================================
       FIND-OVERDRAWN-SINCE.
           MOVE SPACES TO WS-RUN-START
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FS = "00"
               MOVE "N" TO WS-SUB-EOF
               MOVE AR-NUMBER TO TR-ACCT
               START TRAN-FILE KEY IS = TR-ACCT
                   INVALID KEY
                       MOVE "Y" TO WS-SUB-EOF
               END-START
               PERFORM UNTIL WS-SUB-EOF = "Y"
                   READ TRAN-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-SUB-EOF
                       NOT AT END
                           IF TR-ACCT NOT = AR-NUMBER
                               MOVE "Y" TO WS-SUB-EOF
                           ELSE
                               IF TR-BALANCE < 0
                                   IF WS-RUN-START = SPACES
                                       MOVE TR-DATE TO WS-RUN-START
                                   END-IF
                               ELSE
                                   MOVE SPACES TO WS-RUN-START
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAN-FILE
           END-IF
           IF WS-RUN-START = SPACES
               MOVE WS-TODAY TO WS-RUN-START
           END-IF.

      *> ============================================================
      *> SUM-ACCOUNT-HOLDS: Total the unreleased deposit holds for
      *> the account in WS-HOLD-KEY, same counting rule ATM-SYSTEM
      *> applies: a hold counts while its status is "H" and its
      *> availability date is still ahead.
      *> ============================================================
       SUM-ACCOUNT-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL
           MOVE "N" TO WS-SUB-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUB-EOF = "Y"
               READ HOLDS-FILE
                   AT END
                       MOVE "Y" TO WS-SUB-EOF
                   NOT AT END
                       IF HR-ACCT = WS-HOLD-KEY
                           AND HR-STATUS = "H"
                           AND HR-AVAIL-DATE > WS-TODAY
                           ADD HR-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE.

      *> ============================================================
      *> WRITE-AGING-REPORT: Every row on the aging file, then the
      *> count and amount in each aging bucket by product code. The
      *> amount is what the customer owes: the overdrawn balance, or
      *> the part of a charge-off not yet recovered.
      *> ============================================================
       WRITE-AGING-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "OVERDRAWN ACCOUNT AGING REPORT" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Run date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "Account    Prod Since    Days  Owed         Stage"
               TO REPORT-REC
           WRITE REPORT-REC

           MOVE 0 TO WS-BKT-CT
           PERFORM VARYING WS-GI FROM 1 BY 1
               UNTIL WS-GI > WS-AGE-CT
               IF WG-ACCT(WS-GI) NOT = SPACES
                   ADD 1 TO WS-OD-CT
                   PERFORM REPORT-ONE-ROW
               END-IF
           END-PERFORM
           IF WS-OD-CT = 0
               MOVE "No overdrawn accounts." TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           IF WS-FRZ-CT > 0
               MOVE "----------------------------------------"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE "FROZEN ACCOUNTS -- NOT AGED, NO POSTINGS TAKEN"
                   TO REPORT-REC
               WRITE REPORT-REC
               PERFORM VARYING WS-FI FROM 1 BY 1
                   UNTIL WS-FI > WS-FRZ-CT
                   MOVE WF-OWED(WS-FI) TO WS-CELL-DSP
                   MOVE SPACES TO REPORT-REC
                   STRING WF-ACCT(WS-FI) " " WF-PRODUCT(WS-FI) " "
                       WF-SINCE(WS-FI) "       " WS-CELL-DSP
                       "  Frozen"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-PERFORM
           END-IF

           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "AGING BY PRODUCT" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Prod  ----1-29 days---  ---30-59 days---  "
               "---60-89 days---  --Charged off---"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING WS-KI FROM 1 BY 1
               UNTIL WS-KI > WS-BKT-CT
               MOVE WK-PRODUCT(WS-KI) TO WS-BKT-PRODUCT
               PERFORM VARYING WS-KB FROM 1 BY 1 UNTIL WS-KB > 4
                   MOVE WK-COUNT(WS-KI WS-KB)
                       TO WK-TOT-COUNT(WS-KB)
                   MOVE WK-AMOUNT(WS-KI WS-KB)
                       TO WK-TOT-AMOUNT(WS-KB)
               END-PERFORM
               PERFORM WRITE-BUCKET-LINE
           END-PERFORM
           INITIALIZE WS-BKT-TOT
           PERFORM VARYING WS-KI FROM 1 BY 1
               UNTIL WS-KI > WS-BKT-CT
               PERFORM VARYING WS-KB FROM 1 BY 1 UNTIL WS-KB > 4
                   ADD WK-COUNT(WS-KI WS-KB) TO WK-TOT-COUNT(WS-KB)
                   ADD WK-AMOUNT(WS-KI WS-KB)
                       TO WK-TOT-AMOUNT(WS-KB)
               END-PERFORM
           END-PERFORM
           MOVE "ALL " TO WS-BKT-PRODUCT
           PERFORM WRITE-BUCKET-LINE
           CLOSE REPORT-FILE.

       REPORT-ONE-ROW.
           COMPUTE WS-DAYS-OD =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WG-SINCE(WS-GI)))
           IF WG-CO-DATE(WS-GI) NOT = SPACES
               MOVE 4 TO WS-KB
               COMPUTE WS-OWED = WG-CO-AMT(WS-GI) - WG-RECOVERED(WS-GI)
           ELSE
               COMPUTE WS-OWED = 0 - WG-BALANCE(WS-GI)
               EVALUATE TRUE
                   WHEN WS-DAYS-OD < WS-LETTER1-DAYS
                       MOVE 1 TO WS-KB
                   WHEN WS-DAYS-OD < WS-LETTER2-DAYS
                       MOVE 2 TO WS-KB
                   WHEN OTHER
                       MOVE 3 TO WS-KB
               END-EVALUATE
           END-IF

           MOVE 0 TO WS-BKT-SLOT
           PERFORM VARYING WS-KI FROM 1 BY 1
               UNTIL WS-KI > WS-BKT-CT
               IF WK-PRODUCT(WS-KI) = WG-PRODUCT(WS-GI)
                   MOVE WS-KI TO WS-BKT-SLOT
               END-IF
           END-PERFORM
           IF WS-BKT-SLOT = 0 AND WS-BKT-CT < 20
               ADD 1 TO WS-BKT-CT
               MOVE WS-BKT-CT TO WS-BKT-SLOT
               INITIALIZE WS-BKT(WS-BKT-SLOT)
               MOVE WG-PRODUCT(WS-GI) TO WK-PRODUCT(WS-BKT-SLOT)
           END-IF
           IF WS-BKT-SLOT NOT = 0
               ADD 1 TO WK-COUNT(WS-BKT-SLOT WS-KB)
               ADD WS-OWED TO WK-AMOUNT(WS-BKT-SLOT WS-KB)
           END-IF

           MOVE WS-DAYS-OD TO WS-DAYS-DSP
           MOVE WS-OWED TO WS-CELL-DSP
           MOVE SPACES TO REPORT-REC
           MOVE 1 TO WS-RPT-PTR
           STRING WG-ACCT(WS-GI) " " WG-PRODUCT(WS-GI) " "
               WG-SINCE(WS-GI) " " WS-DAYS-DSP " " WS-CELL-DSP "  "
               DELIMITED BY SIZE INTO REPORT-REC
               WITH POINTER WS-RPT-PTR
           END-STRING
           EVALUATE TRUE
               WHEN WG-CO-DATE(WS-GI) NOT = SPACES
                   STRING "Charged off " WG-CO-DATE(WS-GI)
                       DELIMITED BY SIZE INTO REPORT-REC
                       WITH POINTER WS-RPT-PTR
                   END-STRING
               WHEN WG-RESTRICTED(WS-GI) = "Y"
                   STRING "Restricted"
                       DELIMITED BY SIZE INTO REPORT-REC
                       WITH POINTER WS-RPT-PTR
                   END-STRING
               WHEN WG-LETTERS(WS-GI) > 0
                   STRING "Letter " WG-LETTERS(WS-GI) " sent"
                       DELIMITED BY SIZE INTO REPORT-REC
                       WITH POINTER WS-RPT-PTR
                   END-STRING
               WHEN OTHER
                   STRING "Overdrawn"
                       DELIMITED BY SIZE INTO REPORT-REC
                       WITH POINTER WS-RPT-PTR
                   END-STRING
           END-EVALUATE
           WRITE REPORT-REC.

      *> ============================================================
      *> WRITE-BUCKET-LINE: One product line of the bucket table,
      *> from WS-BKT-PRODUCT and the cells in WS-BKT-TOT.
      *> ============================================================
       WRITE-BUCKET-LINE.
           MOVE SPACES TO REPORT-REC
           MOVE 1 TO WS-RPT-PTR
           IF WS-BKT-PRODUCT = SPACES
               MOVE "----" TO WS-BKT-PRODUCT
           END-IF
           STRING WS-BKT-PRODUCT " "
               DELIMITED BY SIZE INTO REPORT-REC
               WITH POINTER WS-RPT-PTR
           END-STRING
           PERFORM VARYING WS-KB FROM 1 BY 1 UNTIL WS-KB > 4
               MOVE WK-TOT-COUNT(WS-KB) TO WS-CNT-DSP
               MOVE WK-TOT-AMOUNT(WS-KB) TO WS-CELL-DSP
               STRING WS-CNT-DSP WS-CELL-DSP "  "
                   DELIMITED BY SIZE INTO REPORT-REC
                   WITH POINTER WS-RPT-PTR
               END-STRING
           END-PERFORM
           WRITE REPORT-REC.

      *> ============================================================
      *> LOAD-RUNCTL / SAVE-RUNCTL: Whole-file load and rewrite of
      *> the run-control file, dropping rows more than a week old at
      *> load time so the file never grows past a few dozen rows.
      *> ============================================================
       LOAD-RUNCTL.
           COMPUTE WS-RC-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)) - 7
           COMPUTE WS-RC-CUTOFF-INT =
               FUNCTION DATE-OF-INTEGER(WS-RC-CUTOFF-INT)
           MOVE WS-RC-CUTOFF-INT TO WS-RC-CUTOFF
           MOVE 0 TO WS-RC-CT
           MOVE "N" TO WS-SUB-EOF
           OPEN INPUT RUNCTL-FILE
           IF WS-RC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUB-EOF = "Y"
               READ RUNCTL-FILE
                   AT END
                       MOVE "Y" TO WS-SUB-EOF
                   NOT AT END
                       IF RC-DATE NOT < WS-RC-CUTOFF
                           AND WS-RC-CT < 50
                           ADD 1 TO WS-RC-CT
                           MOVE RC-JOB        TO WR-JOB(WS-RC-CT)
                           MOVE RC-DATE       TO WR-DATE(WS-RC-CT)
                           MOVE RC-STATUS     TO WR-STATUS(WS-RC-CT)
                           MOVE RC-CHECKPOINT TO WR-CKPT(WS-RC-CT)
                           MOVE RC-CT1        TO WR-CT1(WS-RC-CT)
                           MOVE RC-CT2        TO WR-CT2(WS-RC-CT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNCTL-FILE.

       SAVE-RUNCTL.
           OPEN OUTPUT RUNCTL-FILE
           PERFORM VARYING WS-RCI FROM 1 BY 1
               UNTIL WS-RCI > WS-RC-CT
               MOVE WR-JOB(WS-RCI)    TO RC-JOB
               MOVE WR-DATE(WS-RCI)   TO RC-DATE
               MOVE WR-STATUS(WS-RCI) TO RC-STATUS
               MOVE WR-CKPT(WS-RCI)   TO RC-CHECKPOINT
               MOVE WR-CT1(WS-RCI)    TO RC-CT1
               MOVE WR-CT2(WS-RCI)    TO RC-CT2
               WRITE RC-REC
           END-PERFORM
           CLOSE RUNCTL-FILE.

      *> ============================================================
      *> CHECK-RUN-CONTROL: Refuse a run that already completed for
      *> today, resume from the checkpointed account when an
      *> unfinished run is on file, and otherwise register today's
      *> start record.
      *> ============================================================
       CHECK-RUN-CONTROL.
           PERFORM LOAD-RUNCTL
           MOVE 0 TO WS-RC-SLOT
           PERFORM VARYING WS-RCI FROM 1 BY 1
               UNTIL WS-RCI > WS-RC-CT
               IF WR-JOB(WS-RCI) = WS-RC-JOB
                   AND WR-DATE(WS-RCI) = WS-TODAY
                   MOVE WS-RCI TO WS-RC-SLOT
               END-IF
           END-PERFORM

           IF WS-RC-SLOT NOT = 0
               IF WR-STATUS(WS-RC-SLOT) = "C"
                   DISPLAY "ERR|ALREADY-RUN|"
                       FUNCTION TRIM(WS-RC-JOB)
                       " already completed for " WS-TODAY
                   STOP RUN
               END-IF
               MOVE WR-CKPT(WS-RC-SLOT) TO WS-RESUME-ACCT
               IF WS-RESUME-ACCT NOT = SPACES
                   DISPLAY "Resuming unfinished run from account "
                       WS-RESUME-ACCT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-RC-CT >= 50
               DISPLAY "ERR|RUNCTL-FULL|Run-control table is full"
               STOP RUN
           END-IF
           ADD 1 TO WS-RC-CT
           MOVE WS-RC-CT TO WS-RC-SLOT
           MOVE WS-RC-JOB TO WR-JOB(WS-RC-SLOT)
           MOVE WS-TODAY  TO WR-DATE(WS-RC-SLOT)
           MOVE "S"       TO WR-STATUS(WS-RC-SLOT)
           MOVE SPACES    TO WR-CKPT(WS-RC-SLOT)
           MOVE 0         TO WR-CT1(WS-RC-SLOT)
           MOVE 0         TO WR-CT2(WS-RC-SLOT)
           PERFORM SAVE-RUNCTL.

      *> ============================================================
      *> MARK-CHECKPOINT: Refresh the run's checkpoint with the
      *> account just processed, every WS-CKPT-EVERY accounts.
      *> ============================================================
       MARK-CHECKPOINT.
           ADD 1 TO WS-CKPT-COUNTER
           IF WS-CKPT-COUNTER >= WS-CKPT-EVERY
               MOVE 0 TO WS-CKPT-COUNTER
               MOVE AR-NUMBER TO WR-CKPT(WS-RC-SLOT)
               PERFORM SAVE-RUNCTL
           END-IF.

      *> ============================================================
      *> FINISH-RUN-CONTROL: Close out tonight's row with the
      *> charge-off and recovery counts.
      *> ============================================================
       FINISH-RUN-CONTROL.
           MOVE "C" TO WR-STATUS(WS-RC-SLOT)
           MOVE WS-CHGOFF-CT TO WR-CT1(WS-RC-SLOT)
           MOVE WS-RECOV-CT TO WR-CT2(WS-RC-SLOT)
           PERFORM SAVE-RUNCTL.

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
