      *> ================================================================
      *> FEE-ASSESS: Nightly activity-based fee assessment job.
      *> Until now the only fee the system charged was BATCH-INTEREST's
      *> monthly maintenance fee; a bounced item, an overdraft
      *> coverage transfer or one withdrawal too many in a month cost
      *> the customer nothing. This job prices those events off the
      *> fee schedule FEESCHED.DAT -- one row per product and event
      *> with a fee amount and a monthly free count, a blank product
      *> being the default for products without a row of their own:
      *>   - NSF: a presented debit CLEARING bounced for insufficient
      *>     funds onto CLEARRET.DAT (identified by the item's
      *>     RT-TRACE reference), charged as NSF-FEE;
      *>   - OVERDRAFT: an OVERDRAFT-XFER ATM-SYSTEM pulled from the
      *>     linked savings account, charged as ODX-FEE to the
      *>     checking account the transfer covered;
      *>   - WITHDRAWAL: a cash withdrawal past the product's monthly
      *>     free allowance, charged as WD-FEE.
      *> Events are counted per account through the calendar month
      *> of the business date, so the free allowance is a monthly
      *> one; only tonight's events are billed. A reversed event is
      *> neither counted nor billed. Each fee is its own posting with
      *> TR-ORIG-REF pointing at the event that caused it, which is
      *> also how a relaunch knows a fee has already been taken.
      *> Dormant accounts (AR-STATUS "D") and accounts OD-AGING has
      *> restricted (AR-STATUS "R") are waived, exactly as
      *> BATCH-INTEREST's POST-FEE waives the maintenance fee, and
      *> so are accounts frozen on a watchlist match (AR-STATUS
      *> "F"), which take no postings at all; the waivers are
      *> listed on the report. A fee charged in error is
      *> given back with ATM-SYSTEM's admin FEE-REFUND.
      *> Report FEEASSESS.RPT lists every fee posted or waived.
      *> Run once per night, after CLEARING.
      *> Compile: cobc -x -free FEE-ASSESS.cob -o fee-assess
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-ASSESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-NUMBER
               FILE STATUS IS WS-ACCT-FS.
           SELECT TRAN-FILE ASSIGN TO "TRANSLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-REF
               ALTERNATE RECORD KEY IS TR-ACCT WITH DUPLICATES
               FILE STATUS IS WS-TRAN-FS.
           SELECT CLEARRET-FILE ASSIGN TO "CLEARRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FS.
           SELECT FEESCHED-FILE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT REPORT-FILE ASSIGN TO "FEEASSESS.RPT"
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

      *> CLEARING's outbound return-items file; RT-TRACE is the
      *> reference the returned item was stamped with
       FD CLEARRET-FILE.
       01 CLEARRET-REC.
           05 RT-DATE          PIC X(8).
           05 RT-ACCT          PIC X(10).
           05 RT-DRCR          PIC X(2).
           05 RT-AMOUNT        PIC 9(9)V99.
           05 RT-REF           PIC X(16).
           05 RT-REASON        PIC X(10).
           05 RT-TRACE         PIC 9(10).

      *> Activity fee schedule: fee amount and monthly free count per
      *> product and billable event (NSF, OVERDRAFT, WITHDRAWAL); a
      *> blank product is the default row for products not listed
       FD FEESCHED-FILE.
       01 FEESCHED-REC.
           05 FS-PRODUCT       PIC X(4).
           05 FS-EVENT         PIC X(10).
           05 FS-AMOUNT        PIC 9(5)V99.
           05 FS-FREE-CT       PIC 9(3).

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
       01 WS-RET-FS             PIC XX.
       01 WS-FEE-FS             PIC XX.
       01 WS-SEQ-FS             PIC XX.
       01 WS-NEXT-REF           PIC 9(10) VALUE 0.
       01 WS-AUDIT-FS           PIC XX.
       01 WS-RPT-FS             PIC XX.
       01 WS-RC-FS              PIC XX.
       01 WS-EOF                PIC X VALUE "N".
       01 WS-FOUND              PIC X VALUE "N".

      *> Fee schedule, loaded whole
       01 WS-FEE-CT             PIC 9(3) VALUE 0.
       01 WS-FEE-TBL.
           05 WS-FEE OCCURS 100 TIMES.
               10 WF-PRODUCT    PIC X(4).
               10 WF-EVENT      PIC X(10).
               10 WF-AMOUNT     PIC 9(5)V99.
               10 WF-FREE-CT    PIC 9(3).
       01 WS-FI                 PIC 9(3).
       01 WS-CUR-FEE-AMT        PIC 9(5)V99 VALUE 0.
       01 WS-CUR-FREE-CT        PIC 9(3) VALUE 0.
       01 WS-CUR-FEE-FOUND      PIC X VALUE "N".

      *> Billable events of the month to date. WE-ACCT is the account
      *> the fee lands on (for an overdraft transfer, the checking
      *> account it covered, found through WE-ORIG); WE-BILLED is set
      *> when a fee posting already points at the event, WE-REVERSED
      *> when a REVERSAL does
       01 WS-EVT-CT             PIC 9(5) VALUE 0.
       01 WS-EVT-TBL.
           05 WS-EVT OCCURS 5000 TIMES.
               10 WE-REF        PIC 9(10).
               10 WE-DATE       PIC X(8).
               10 WE-ACCT       PIC X(10).
               10 WE-EVENT      PIC X(10).
               10 WE-ORIG       PIC 9(10).
               10 WE-BILLED     PIC X(1).
               10 WE-REVERSED   PIC X(1).
       01 WS-EI                 PIC 9(5).
       01 WS-EVT-SLOT           PIC 9(5) VALUE 0.
       01 WS-EVT-OVERFLOW       PIC X VALUE "N".
       01 WS-MONTH-START        PIC X(8).

      *> Events counted so far this month per account and event
       01 WS-CNT-CT             PIC 9(4) VALUE 0.
       01 WS-CNT-TBL.
           05 WS-CNT OCCURS 2000 TIMES.
               10 WN-ACCT       PIC X(10).
               10 WN-EVENT      PIC X(10).
               10 WN-COUNT      PIC 9(4).
       01 WS-NI                 PIC 9(4).
       01 WS-CNT-SLOT           PIC 9(4) VALUE 0.
       01 WS-ORDINAL            PIC 9(4) VALUE 0.
       01 WS-CNT-OVERFLOW       PIC X VALUE "N".

       01 WS-FEE-TYPE           PIC X(10).
       01 WS-WAIVE-WHY          PIC X(10).
       01 WS-ORD-DSP            PIC ZZZ9.
       01 WS-REF-DSP            PIC Z(9)9.
       01 WS-FEE-DSP            PIC ZZZZ9.99.

      *> Run totals
       01 WS-POST-CT            PIC 9(5) VALUE 0.
       01 WS-POST-TOTAL         PIC S9(11)V99 VALUE 0.
       01 WS-WAIVE-CT           PIC 9(5) VALUE 0.
       01 WS-WAIVE-TOTAL        PIC S9(11)V99 VALUE 0.
       01 WS-FREE-USED-CT       PIC 9(5) VALUE 0.
       01 WS-NSF-CT             PIC 9(5) VALUE 0.
       01 WS-ODX-CT             PIC 9(5) VALUE 0.
       01 WS-WD-CT              PIC 9(5) VALUE 0.

      *> Run control: a completed row for today refuses the run. A
      *> started row is simply run again -- every fee already taken
      *> is found on TRANSLOG.DAT by its TR-ORIG-REF and skipped, so
      *> a relaunch never charges an event twice.
       01 WS-RC-JOB             PIC X(14) VALUE "FEE-ASSESS".
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

       01 WS-DATE-TIME.
           05 WS-DT-DATE        PIC X(8).
           05 WS-DT-TIME        PIC X(8).
           05 WS-DT-GMT         PIC X(5).
       01 WS-TODAY               PIC X(8).
       01 WS-NOW-TIME            PIC X(6).

       01 WS-AMT-DSP             PIC -(11)9.99.

      *> Logging fields. WS-LOG-ORIG-REF points the fee posting at
      *> the event it was charged for
       01 WS-LOG-ACCT            PIC X(10).
       01 WS-LOG-TYPE            PIC X(10).
       01 WS-LOG-AMT             PIC S9(9)V99.
       01 WS-LOG-BAL             PIC S9(9)V99.
       01 WS-LOG-DESC            PIC X(30).
       01 WS-LOG-ORIG-REF        PIC 9(10) VALUE 0.
       01 WS-AUD-ACCT            PIC X(10).
       01 WS-AUD-ACTION          PIC X(20).
       01 WS-AUD-DETAIL          PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-DATETIME
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM CHECK-RUN-CONTROL
           MOVE WS-TODAY TO WS-MONTH-START
           MOVE "01" TO WS-MONTH-START(7:2)

           PERFORM LOAD-RETURNED-ITEMS
           PERFORM SCAN-TRANSLOG
           PERFORM SIZE-EVENT-COUNTS
      *>   A month too big for the tables would charge some events
      *>   wrongly or not at all; stop before any fee is posted, with
      *>   the run-control row still open so the day can be rerun
           IF WS-EVT-OVERFLOW = "Y"
               DISPLAY "ERR|TABLE-FULL|Over 5000 events in month to "
                   WS-TODAY ", nothing assessed"
               STOP RUN
           END-IF
           IF WS-CNT-OVERFLOW = "Y"
               DISPLAY "ERR|TABLE-FULL|Over 2000 account/event pairs "
                   "in month to " WS-TODAY ", nothing assessed"
               STOP RUN
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open accounts file"
               STOP RUN
           END-IF
           PERFORM START-FEE-REPORT
           PERFORM VARYING WS-EI FROM 1 BY 1
               UNTIL WS-EI > WS-EVT-CT
               IF WE-REVERSED(WS-EI) = "N"
                   AND WE-ACCT(WS-EI) NOT = SPACES
                   PERFORM COUNT-ONE-EVENT
                   IF WE-DATE(WS-EI) = WS-TODAY
                       AND WE-BILLED(WS-EI) = "N"
                       PERFORM ASSESS-ONE-EVENT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-FILE
           PERFORM FINISH-FEE-REPORT
           PERFORM FINISH-RUN-CONTROL

           DISPLAY "FEE-ASSESS run complete for " WS-TODAY
           DISPLAY "  Events this month:   " WS-EVT-CT
           DISPLAY "  Within free counts:  " WS-FREE-USED-CT
           MOVE WS-POST-TOTAL TO WS-AMT-DSP
           DISPLAY "  Fees posted:         " WS-POST-CT
               "  $" FUNCTION TRIM(WS-AMT-DSP)
           DISPLAY "    NSF-FEE:           " WS-NSF-CT
           DISPLAY "    ODX-FEE:           " WS-ODX-CT
           DISPLAY "    WD-FEE:            " WS-WD-CT
           MOVE WS-WAIVE-TOTAL TO WS-AMT-DSP
           DISPLAY "  Fees waived:         " WS-WAIVE-CT
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
      *> LOAD-FEE-SCHEDULE: Whole-file load of FEESCHED.DAT. Without
      *> a schedule nothing can be priced, so the run stops before
      *> it registers itself and can be relaunched once the file is
      *> in place.
      *> ============================================================
       LOAD-FEE-SCHEDULE.
           MOVE 0 TO WS-FEE-CT
           MOVE "N" TO WS-EOF
           OPEN INPUT FEESCHED-FILE
           IF WS-FEE-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open fee schedule"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ FEESCHED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-FEE-CT < 100
                           ADD 1 TO WS-FEE-CT
                           MOVE FS-PRODUCT TO WF-PRODUCT(WS-FEE-CT)
                           MOVE FS-EVENT   TO WF-EVENT(WS-FEE-CT)
                           MOVE FS-AMOUNT  TO WF-AMOUNT(WS-FEE-CT)
                           MOVE FS-FREE-CT TO WF-FREE-CT(WS-FEE-CT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEESCHED-FILE.

      *> ============================================================
      *> FIND-FEE: Price the event in WE-EVENT(WS-EI) for the product
      *> in AR-PRODUCT -- the product's own row if it has one, else
      *> the default (blank product) row. No row at all, or a zero
      *> amount, means the event is free for that product.
      *> ============================================================
       FIND-FEE.
           MOVE "N" TO WS-CUR-FEE-FOUND
           MOVE 0 TO WS-CUR-FEE-AMT
           MOVE 0 TO WS-CUR-FREE-CT
           PERFORM VARYING WS-FI FROM 1 BY 1
               UNTIL WS-FI > WS-FEE-CT
               IF WF-PRODUCT(WS-FI) = AR-PRODUCT
                   AND WF-EVENT(WS-FI) = WE-EVENT(WS-EI)
                   MOVE "Y" TO WS-CUR-FEE-FOUND
                   MOVE WF-AMOUNT(WS-FI)  TO WS-CUR-FEE-AMT
                   MOVE WF-FREE-CT(WS-FI) TO WS-CUR-FREE-CT
               END-IF
           END-PERFORM
           IF WS-CUR-FEE-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FI FROM 1 BY 1
               UNTIL WS-FI > WS-FEE-CT
               IF WF-PRODUCT(WS-FI) = SPACES
                   AND WF-EVENT(WS-FI) = WE-EVENT(WS-EI)
                   MOVE "Y" TO WS-CUR-FEE-FOUND
                   MOVE WF-AMOUNT(WS-FI)  TO WS-CUR-FEE-AMT
                   MOVE WF-FREE-CT(WS-FI) TO WS-CUR-FREE-CT
               END-IF
           END-PERFORM.

      *> ============================================================
      *> LOAD-RETURNED-ITEMS: Pick this month's NSF returns off
      *> CLEARRET.DAT. Rows written before items carried a trace
      *> reference have nothing a fee could point at and are passed
      *> over.
      *> ============================================================
       LOAD-RETURNED-ITEMS.
           MOVE "N" TO WS-EOF
           OPEN INPUT CLEARRET-FILE
           IF WS-RET-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CLEARRET-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RT-REASON = "NSF"
                           AND RT-DRCR = "DR"
                           AND RT-DATE NOT < WS-MONTH-START
                           AND RT-DATE NOT > WS-TODAY
                           AND RT-TRACE IS NUMERIC
                           AND RT-TRACE > 0
                           PERFORM ADD-EVENT-SLOT
                           IF WS-EVT-SLOT NOT = 0
                               MOVE RT-TRACE TO WE-REF(WS-EVT-SLOT)
                               MOVE RT-DATE  TO WE-DATE(WS-EVT-SLOT)
                               MOVE RT-ACCT  TO WE-ACCT(WS-EVT-SLOT)
                               MOVE "NSF"    TO WE-EVENT(WS-EVT-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARRET-FILE.

      *> ============================================================
      *> SCAN-TRANSLOG: One pass over the posting log in reference
      *> (chronological) order. This month's WITHDRAWAL and
      *> OVERDRAFT-XFER postings become events; a fee posting or a
      *> REVERSAL pointing at an event through TR-ORIG-REF marks it
      *> billed or reversed. Each overdraft transfer is then charged
      *> to the checking account it covered, read off the WITHDRAWAL
      *> its own TR-ORIG-REF names.
      *> ============================================================
       SCAN-TRANSLOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TRAN-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TR-DATE NOT < WS-MONTH-START
                           AND TR-DATE NOT > WS-TODAY
                           PERFORM SCAN-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-EI FROM 1 BY 1
               UNTIL WS-EI > WS-EVT-CT
               IF WE-EVENT(WS-EI) = "OVERDRAFT"
                   MOVE SPACES TO WE-ACCT(WS-EI)
                   MOVE WE-ORIG(WS-EI) TO TR-REF
                   READ TRAN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TR-ACCT TO WE-ACCT(WS-EI)
                   END-READ
               END-IF
           END-PERFORM
           CLOSE TRAN-FILE.

       SCAN-ONE-POSTING.
           EVALUATE TR-TYPE
               WHEN "WITHDRAWAL"
                   PERFORM ADD-EVENT-SLOT
                   IF WS-EVT-SLOT NOT = 0
                       MOVE TR-REF  TO WE-REF(WS-EVT-SLOT)
                       MOVE TR-DATE TO WE-DATE(WS-EVT-SLOT)
                       MOVE TR-ACCT TO WE-ACCT(WS-EVT-SLOT)
                       MOVE "WITHDRAWAL" TO WE-EVENT(WS-EVT-SLOT)
                   END-IF
               WHEN "OVERDRAFT-"
                   PERFORM ADD-EVENT-SLOT
                   IF WS-EVT-SLOT NOT = 0
                       MOVE TR-REF  TO WE-REF(WS-EVT-SLOT)
                       MOVE TR-DATE TO WE-DATE(WS-EVT-SLOT)
                       MOVE TR-ACCT TO WE-ACCT(WS-EVT-SLOT)
                       MOVE "OVERDRAFT" TO WE-EVENT(WS-EVT-SLOT)
                       MOVE TR-ORIG-REF TO WE-ORIG(WS-EVT-SLOT)
                   END-IF
               WHEN "NSF-FEE"
               WHEN "ODX-FEE"
               WHEN "WD-FEE"
                   PERFORM FIND-EVENT
                   IF WS-EVT-SLOT NOT = 0
                       MOVE "Y" TO WE-BILLED(WS-EVT-SLOT)
                   END-IF
               WHEN "REVERSAL"
                   PERFORM FIND-EVENT
                   IF WS-EVT-SLOT NOT = 0
                       MOVE "Y" TO WE-REVERSED(WS-EVT-SLOT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> ============================================================
      *> ADD-EVENT-SLOT / FIND-EVENT: Open a fresh event row (slot 0,
      *> and the overflow flag set, when the table is full), and
      *> find the event TR-ORIG-REF points at (slot 0 when it is not
      *> one of this month's).
      *> ============================================================
       ADD-EVENT-SLOT.
           MOVE 0 TO WS-EVT-SLOT
           IF WS-EVT-CT >= 5000
               MOVE "Y" TO WS-EVT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVT-CT
           MOVE WS-EVT-CT TO WS-EVT-SLOT
           INITIALIZE WS-EVT(WS-EVT-SLOT)
           MOVE "N" TO WE-BILLED(WS-EVT-SLOT)
           MOVE "N" TO WE-REVERSED(WS-EVT-SLOT).

       FIND-EVENT.
           MOVE 0 TO WS-EVT-SLOT
           IF TR-ORIG-REF = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EI FROM 1 BY 1
               UNTIL WS-EI > WS-EVT-CT OR WS-EVT-SLOT NOT = 0
               IF WE-REF(WS-EI) = TR-ORIG-REF
                   MOVE WS-EI TO WS-EVT-SLOT
               END-IF
           END-PERFORM.

      *> ============================================================
      *> SIZE-EVENT-COUNTS: Dry run of the month's counting, so a
      *> count table too small for the month is found before the
      *> first fee is posted. The table is emptied again afterwards
      *> for the real pass.
      *> ============================================================
       SIZE-EVENT-COUNTS.
           MOVE 0 TO WS-CNT-CT
           PERFORM VARYING WS-EI FROM 1 BY 1
               UNTIL WS-EI > WS-EVT-CT
               IF WE-REVERSED(WS-EI) = "N"
                   AND WE-ACCT(WS-EI) NOT = SPACES
                   PERFORM COUNT-ONE-EVENT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CNT-CT.

      *> ============================================================
      *> COUNT-ONE-EVENT: Bump the account's running count of this
      *> kind of event for the month; WS-ORDINAL is where this event
      *> falls in it (the 1st, 2nd, ... withdrawal of the month). A
      *> full table sets the overflow flag instead.
      *> ============================================================
       COUNT-ONE-EVENT.
           MOVE 0 TO WS-CNT-SLOT
           PERFORM VARYING WS-NI FROM 1 BY 1
               UNTIL WS-NI > WS-CNT-CT OR WS-CNT-SLOT NOT = 0
               IF WN-ACCT(WS-NI) = WE-ACCT(WS-EI)
                   AND WN-EVENT(WS-NI) = WE-EVENT(WS-EI)
                   MOVE WS-NI TO WS-CNT-SLOT
               END-IF
           END-PERFORM
           IF WS-CNT-SLOT = 0
               IF WS-CNT-CT >= 2000
                   MOVE "Y" TO WS-CNT-OVERFLOW
                   MOVE 0 TO WS-ORDINAL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CNT-CT
               MOVE WS-CNT-CT TO WS-CNT-SLOT
               MOVE WE-ACCT(WS-EI)  TO WN-ACCT(WS-CNT-SLOT)
               MOVE WE-EVENT(WS-EI) TO WN-EVENT(WS-CNT-SLOT)
               MOVE 0 TO WN-COUNT(WS-CNT-SLOT)
           END-IF
           ADD 1 TO WN-COUNT(WS-CNT-SLOT)
           MOVE WN-COUNT(WS-CNT-SLOT) TO WS-ORDINAL.

      *> ============================================================
      *> ASSESS-ONE-EVENT: Price one of tonight's events against the
      *> charged account's product and post the fee -- unless the
      *> event is still inside the monthly free count, or the
      *> account is closed, dormant, restricted or frozen.
      *> ============================================================
       ASSESS-ONE-EVENT.
           MOVE "N" TO WS-FOUND
           MOVE WE-ACCT(WS-EI) TO AR-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N" OR AR-STATUS = "I"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-FEE
           IF WS-CUR-FEE-FOUND = "N" OR WS-CUR-FEE-AMT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ORDINAL = 0 OR WS-ORDINAL NOT > WS-CUR-FREE-CT
               ADD 1 TO WS-FREE-USED-CT
               EXIT PARAGRAPH
           END-IF

           EVALUATE WE-EVENT(WS-EI)
               WHEN "NSF"
                   MOVE "NSF-FEE" TO WS-FEE-TYPE
               WHEN "OVERDRAFT"
                   MOVE "ODX-FEE" TO WS-FEE-TYPE
               WHEN OTHER
                   MOVE "WD-FEE" TO WS-FEE-TYPE
           END-EVALUATE

           MOVE SPACES TO WS-WAIVE-WHY
           IF AR-STATUS = "D"
               MOVE "Dormant" TO WS-WAIVE-WHY
           END-IF
           IF AR-STATUS = "R"
               MOVE "Restricted" TO WS-WAIVE-WHY
           END-IF
           IF AR-STATUS = "F"
               MOVE "Frozen" TO WS-WAIVE-WHY
           END-IF
           IF WS-WAIVE-WHY NOT = SPACES
               ADD 1 TO WS-WAIVE-CT
               ADD WS-CUR-FEE-AMT TO WS-WAIVE-TOTAL
               PERFORM WRITE-FEE-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-ACTIVITY-FEE.

      *> ============================================================
      *> POST-ACTIVITY-FEE: Debit the account the fee, post it as
      *> its own TR-TYPE pointing back at the event, and audit it.
      *> Logged as a negative amount, the same way MAINT-FEE is.
      *> ============================================================
       POST-ACTIVITY-FEE.
           SUBTRACT WS-CUR-FEE-AMT FROM AR-BALANCE
           REWRITE ACCT-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Account rewrite failed "
                       AR-NUMBER
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-POST-CT
           ADD WS-CUR-FEE-AMT TO WS-POST-TOTAL
           MOVE "Y" TO WE-BILLED(WS-EI)

           MOVE AR-NUMBER TO WS-LOG-ACCT
           MOVE WS-FEE-TYPE TO WS-LOG-TYPE
           COMPUTE WS-LOG-AMT = 0 - WS-CUR-FEE-AMT
           MOVE AR-BALANCE TO WS-LOG-BAL
           INITIALIZE WS-LOG-DESC
           EVALUATE WS-FEE-TYPE
               WHEN "NSF-FEE"
                   ADD 1 TO WS-NSF-CT
                   MOVE "NSF fee, returned item" TO WS-LOG-DESC
               WHEN "ODX-FEE"
                   ADD 1 TO WS-ODX-CT
                   MOVE "Overdraft transfer fee" TO WS-LOG-DESC
               WHEN OTHER
                   ADD 1 TO WS-WD-CT
                   MOVE WS-ORDINAL TO WS-ORD-DSP
                   STRING "Withdrawal fee, "
                       FUNCTION TRIM(WS-ORD-DSP) " this month"
                       DELIMITED BY SIZE INTO WS-LOG-DESC
                   END-STRING
           END-EVALUATE
           MOVE WE-REF(WS-EI) TO WS-LOG-ORIG-REF
           PERFORM LOG-TRANSACTION

           MOVE AR-NUMBER TO WS-AUD-ACCT
           MOVE "FEE-ASSESSED" TO WS-AUD-ACTION
           MOVE WS-CUR-FEE-AMT TO WS-FEE-DSP
           MOVE WE-REF(WS-EI) TO WS-REF-DSP
           INITIALIZE WS-AUD-DETAIL
           STRING FUNCTION TRIM(WS-FEE-TYPE)
               " $" FUNCTION TRIM(WS-FEE-DSP)
               " for " FUNCTION TRIM(WE-EVENT(WS-EI))
               " #" FUNCTION TRIM(WS-REF-DSP)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT

           MOVE SPACES TO WS-WAIVE-WHY
           PERFORM WRITE-FEE-LINE.

      *> ============================================================
      *> START-FEE-REPORT / WRITE-FEE-LINE / FINISH-FEE-REPORT:
      *> FEEASSESS.RPT -- one line per fee posted or waived tonight,
      *> then the run totals.
      *> ============================================================
       START-FEE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "ACTIVITY FEE ASSESSMENT REPORT" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Run date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "Account    Prod Fee type   Event ref  Amount    Result"
               TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-FEE-LINE.
           MOVE WS-CUR-FEE-AMT TO WS-FEE-DSP
           MOVE WE-REF(WS-EI) TO WS-REF-DSP
           MOVE SPACES TO REPORT-REC
           IF WS-WAIVE-WHY = SPACES
               STRING AR-NUMBER " " AR-PRODUCT " " WS-FEE-TYPE " "
                   WS-REF-DSP " " WS-FEE-DSP "  Posted"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING AR-NUMBER " " AR-PRODUCT " " WS-FEE-TYPE " "
                   WS-REF-DSP " " WS-FEE-DSP "  Waived ("
                   FUNCTION TRIM(WS-WAIVE-WHY) ")"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC.

       FINISH-FEE-REPORT.
           IF WS-POST-CT = 0 AND WS-WAIVE-CT = 0
               MOVE "No fees assessed." TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-POST-TOTAL TO WS-AMT-DSP
           MOVE SPACES TO REPORT-REC
           STRING "Fees posted: " WS-POST-CT
               "  $" FUNCTION TRIM(WS-AMT-DSP)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-WAIVE-TOTAL TO WS-AMT-DSP
           MOVE SPACES TO REPORT-REC
           STRING "Fees waived: " WS-WAIVE-CT
               "  $" FUNCTION TRIM(WS-AMT-DSP)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE.

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
           MOVE "N" TO WS-EOF
           OPEN INPUT RUNCTL-FILE
           IF WS-RC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ RUNCTL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
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
      *> today; an unfinished run on file is simply run again, and
      *> otherwise today's start record is registered.
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
               DISPLAY "Rerunning unfinished run for " WS-TODAY
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
      *> FINISH-RUN-CONTROL: Close out tonight's row with the
      *> posted and waived fee counts.
      *> ============================================================
       FINISH-RUN-CONTROL.
           MOVE "C" TO WR-STATUS(WS-RC-SLOT)
           MOVE WS-POST-CT TO WR-CT1(WS-RC-SLOT)
           MOVE WS-WAIVE-CT TO WR-CT2(WS-RC-SLOT)
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
           MOVE WS-LOG-ORIG-REF TO TR-ORIG-REF
           MOVE "BAT"        TO TR-TERM
           WRITE TRAN-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Transaction write failed"
           END-WRITE
           CLOSE TRAN-FILE
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
           MOVE "BAT"         TO AL-TERM
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.
