      *> ================================================================
      *> INTEGRITY-CHK: Nightly cross-file referential integrity check.
      *> RECONCILE proves each account's balance against its postings,
      *> but nothing proved the master files still point at each
      *> other -- a customer number with no CUSTMAST.DAT row, live
      *> plastic on a closed account, a standing order paying into an
      *> account that is gone. This job reads the masters and checks,
      *> by category:
      *>   1 ACCOUNT FIELDS   -- AR-TYPE (C/S/T) and AR-STATUS
      *>                         (A/I/L/D/R/F) valid, AR-CYCLE-DD
      *>                         1-28, AR-PRODUCT on PRODUCTS.DAT;
      *>   2 ACCOUNT HOLDERS  -- AR-CUST/AR-CUST2 on CUSTMAST.DAT;
      *>   3 OVERDRAFT LINKS  -- AR-LINKED-ACCT an open savings
      *>                         account;
      *>   4 CARDS            -- no active CARDS.DAT card on a closed
      *>                         or missing account;
      *>   5 STANDING ORDERS  -- an active STANDING.DAT order's
      *>                         SO-ACCT and SO-DEST open accounts;
      *>   6 DEPOSIT HOLDS    -- no unreleased HOLDS.DAT row on a
      *>                         closed or missing account;
      *>   7 HOT CARDS        -- every HOTCARD.DAT account exists;
      *>   8 TERMINALS        -- every CASSETTE.Txx file belongs to a
      *>                         terminal on TERMINALS.DAT, and every
      *>                         terminal has its cassette file.
      *> A break is SEVERE when a posting job would act on it --
      *> post, transfer, authenticate or file against a row that is
      *> not there or should not be used -- and a WARNING when it is
      *> housekeeping that can wait for the branch. The breaks go to
      *> the exceptions report INTEGRITY.RPT, by category, with a
      *> summary. The result lands on the run-control row for the
      *> night: RC-STATUS "C" clean, or "H" severe breaks found --
      *> hold the posting jobs until they are put right -- with the
      *> severe count in RC-CT1 and the warnings in RC-CT2. A rerun
      *> the same night (once the breaks are fixed) replaces the row.
      *> The accounts are checked from a 1000-row table; a file that
      *> overflows it is itself a SEVERE break, since the accounts
      *> past the table go unchecked, and with the table incomplete
      *> a row pointing at an account not in it proves nothing, so
      *> the "does not exist" checks are passed over that night.
      *> Run nightly, before the posting jobs.
      *> Compile: cobc -x -free INTEGRITY-CHK.cob -o integrity-chk
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-NUMBER
               FILE STATUS IS WS-ACCT-FS.
           SELECT CUST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               FILE STATUS IS WS-CUST-FS.
           SELECT CARD-FILE ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-NUMBER
               FILE STATUS IS WS-CARD-FS.
           SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-FS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FS.
           SELECT HOTCARD-FILE ASSIGN TO "HOTCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOT-FS.
           SELECT TERMINAL-FILE ASSIGN TO "TERMINALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FS.
           SELECT CASSETTE-FILE ASSIGN TO WS-CASS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASS-FS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-FS.
           SELECT REPORT-FILE ASSIGN TO "INTEGRITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FS.
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

       FD CUST-FILE.
       01 CUST-REC.
           05 CM-NUMBER        PIC X(10).
           05 CM-FIRST         PIC X(20).
           05 CM-LAST          PIC X(20).
           05 CM-STREET        PIC X(30).
           05 CM-CITY          PIC X(20).
           05 CM-STATE         PIC X(2).
           05 CM-ZIP           PIC X(10).
           05 CM-PHONE         PIC X(12).
           05 CM-TID           PIC X(9).

       FD CARD-FILE.
       01 CARD-REC.
           05 CD-NUMBER        PIC X(16).
           05 CD-ACCT          PIC X(10).
           05 CD-HOLDER        PIC X(1).
           05 CD-STATUS        PIC X(1).
           05 CD-ISSUED        PIC X(8).
           05 CD-EXPIRY        PIC X(8).

       FD STANDING-FILE.
       01 SO-REC.
           05 SO-ID            PIC 9(5).
           05 SO-ACCT          PIC X(10).
           05 SO-DEST          PIC X(10).
           05 SO-AMOUNT        PIC S9(9)V99.
           05 SO-FREQ          PIC X(1).
           05 SO-NEXT-DATE     PIC X(8).
           05 SO-EXPIRY        PIC X(8).
           05 SO-STATUS        PIC X(1).
           05 SO-DUE-DD        PIC 9(2).

       FD HOLDS-FILE.
       01 HOLD-REC.
           05 HR-ACCT          PIC X(10).
           05 HR-AMOUNT        PIC S9(9)V99.
           05 HR-AVAIL-DATE    PIC X(8).
           05 HR-STATUS        PIC X(1).

       FD HOTCARD-FILE.
       01 HOT-REC.
           05 HC-ACCT          PIC X(10).
           05 HC-REASON        PIC X(10).
           05 HC-DATE          PIC X(8).
           05 HC-BY            PIC X(10).

       FD TERMINAL-FILE.
       01 TERM-REC.
           05 TE-ID            PIC X(4).

      *> A terminal's cassette file is only opened here, to prove it
      *> is on hand
       FD CASSETTE-FILE.
       01 CASS-REC.
           05 CS-DENOM         PIC 9(3).
           05 CS-COUNT         PIC 9(5).
           05 CS-CAPACITY      PIC 9(5).
           05 CS-THRESHOLD     PIC 9(5).

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

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(100).

      *> Run-control file shared by the nightly batch suite: one row
      *> per job per run date, carrying a started/completed status,
      *> the last account checkpointed, and the job's counts
       FD RUNCTL-FILE.
       01 RC-REC.
           05 RC-JOB           PIC X(14).
           05 RC-DATE          PIC X(8).
           05 RC-STATUS        PIC X(1).
           05 RC-CHECKPOINT    PIC X(10).
           05 RC-CT1           PIC 9(5).
           05 RC-CT2           PIC 9(5).

      *> Current business (posting) date, advanced by EOD-SETTLE's
      *> cutover once a settlement day closes
       FD BUSDATE-FILE.
       01 BUSDATE-REC           PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BD-FS              PIC XX.
       01 WS-ACCT-FS            PIC XX.
       01 WS-CUST-FS            PIC XX.
       01 WS-CARD-FS            PIC XX.
       01 WS-ORD-FS             PIC XX.
       01 WS-HOLD-FS            PIC XX.
       01 WS-HOT-FS             PIC XX.
       01 WS-TERM-FS            PIC XX.
       01 WS-CASS-FS            PIC XX.
       01 WS-PROD-FS            PIC XX.
       01 WS-RPT-FS             PIC XX.
       01 WS-EOF                PIC X VALUE "N".
       01 WS-FOUND              PIC X VALUE "N".

      *> Account master, loaded whole so every other file can be
      *> checked against it without re-reading it per row
       01 WS-ACCT-CT            PIC 9(4) VALUE 0.
       01 WS-ACCT-TBL.
           05 WS-ACCT OCCURS 1000 TIMES.
               10 WA-NUMBER     PIC X(10).
               10 WA-TYPE       PIC X(1).
               10 WA-STATUS     PIC X(1).
               10 WA-ADMIN      PIC X(1).
               10 WA-LINKED     PIC X(10).
               10 WA-CUST       PIC X(10).
               10 WA-CUST2      PIC X(10).
               10 WA-PRODUCT    PIC X(4).
               10 WA-CYCLE-DD   PIC 9(2).
       01 WS-AI                 PIC 9(4).
       01 WS-FIND-KEY           PIC X(10).
       01 WS-FIND-IX            PIC 9(4) VALUE 0.
       01 WS-ACCT-OVERFLOW      PIC X VALUE "N".

      *> Product codes on the catalog (any effective date)
       01 WS-PROD-ON-FILE       PIC X VALUE "N".
       01 WS-PROD-CT            PIC 9(3) VALUE 0.
       01 WS-PROD-TBL.
           05 WS-PROD-CODE      PIC X(4) OCCURS 200 TIMES.
       01 WS-PI                 PIC 9(3).

      *> Terminals on the registry, and whether each one's cassette
      *> file was found. Cassette files are probed by name for the
      *> registered terminals and for every T01-T99, the ids the
      *> floor is numbered in.
       01 WS-TERM-ON-FILE       PIC X VALUE "N".
       01 WS-TERM-CT            PIC 9(3) VALUE 0.
       01 WS-TERM-TBL.
           05 WS-TERM OCCURS 200 TIMES.
               10 WT-ID         PIC X(4).
               10 WT-CASS       PIC X(1).
       01 WS-TI                 PIC 9(3).
       01 WS-CASS-NAME          PIC X(13).
       01 WS-PROBE-NO           PIC 9(3).
       01 WS-PROBE-ID.
           05 FILLER            PIC X(1) VALUE "T".
           05 WS-PROBE-NN       PIC 9(2).

      *> Exception categories, in report order, with their counts
       01 WS-CAT-CT             PIC 9 VALUE 8.
       01 WS-CAT-TBL.
           05 WS-CAT OCCURS 8 TIMES.
               10 WC-NAME       PIC X(24).
               10 WC-SEVERE     PIC 9(5).
               10 WC-WARN       PIC 9(5).
       01 WS-CI                 PIC 9.
       01 WS-CAT-NO             PIC 9.

      *> The exception being written
       01 WS-EX-SEV             PIC X(7).
       01 WS-EX-KEY             PIC X(16).
       01 WS-EX-DETAIL          PIC X(74).
       01 WS-SEC-CT             PIC 9(5) VALUE 0.
       01 WS-SEVERE-CT          PIC 9(5) VALUE 0.
       01 WS-WARN-CT            PIC 9(5) VALUE 0.
       01 WS-ROWS-CT            PIC 9(5) VALUE 0.
       01 WS-CNT-DSP            PIC Z(4)9.

      *> Run control: the night's row is registered started and
      *> closed out "C" clean or "H" hold; a rerun replaces it
       01 WS-RC-FS              PIC XX.
       01 WS-RC-JOB             PIC X(14) VALUE "INTEGRITY-CHK".
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

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-DATETIME
           PERFORM CHECK-RUN-CONTROL
           PERFORM SET-CATEGORIES
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-PRODUCTS
           PERFORM LOAD-TERMINALS

           OPEN OUTPUT REPORT-FILE
           MOVE "MASTER FILE INTEGRITY EXCEPTIONS" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Run date: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM CHECK-ACCOUNT-FIELDS
           PERFORM CHECK-ACCOUNT-HOLDERS
           PERFORM CHECK-OVERDRAFT-LINKS
           PERFORM CHECK-CARDS
           PERFORM CHECK-STANDING-ORDERS
           PERFORM CHECK-DEPOSIT-HOLDS
           PERFORM CHECK-HOT-CARDS
           PERFORM CHECK-TERMINALS
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE

           PERFORM FINISH-RUN-CONTROL

           DISPLAY "INTEGRITY-CHK run complete for " WS-TODAY
           DISPLAY "  Accounts checked:  " WS-ACCT-CT
           DISPLAY "  Severe breaks:     " WS-SEVERE-CT
           DISPLAY "  Warnings:          " WS-WARN-CT
           IF WS-SEVERE-CT > 0
               DISPLAY "  *** SEVERE BREAKS -- HOLD THE POSTING JOBS "
                   "(see INTEGRITY.RPT) ***"
           END-IF
           IF WS-ACCT-OVERFLOW = "Y"
               DISPLAY "  *** ACCOUNT TABLE OVERFLOWED -- "
                   "accounts past 1000 were not checked ***"
           END-IF
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

       SET-CATEGORIES.
           MOVE "ACCOUNT FIELDS"    TO WC-NAME(1)
           MOVE "ACCOUNT HOLDERS"   TO WC-NAME(2)
           MOVE "OVERDRAFT LINKS"   TO WC-NAME(3)
           MOVE "CARDS"             TO WC-NAME(4)
           MOVE "STANDING ORDERS"   TO WC-NAME(5)
           MOVE "DEPOSIT HOLDS"     TO WC-NAME(6)
           MOVE "HOT CARDS"         TO WC-NAME(7)
           MOVE "TERMINALS"         TO WC-NAME(8)
           PERFORM VARYING WS-CI FROM 1 BY 1
               UNTIL WS-CI > WS-CAT-CT
               MOVE 0 TO WC-SEVERE(WS-CI)
               MOVE 0 TO WC-WARN(WS-CI)
           END-PERFORM.

      *> ============================================================
      *> LOAD-ACCOUNTS: ACCOUNTS.DAT into WS-ACCT-TBL, in key order.
      *> No account file means nothing can be checked.
      *> ============================================================
       LOAD-ACCOUNTS.
           MOVE 0 TO WS-ACCT-CT
           MOVE "N" TO WS-EOF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open accounts file"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-ACCT-CT < 1000
                           ADD 1 TO WS-ACCT-CT
                           MOVE AR-NUMBER  TO WA-NUMBER(WS-ACCT-CT)
                           MOVE AR-TYPE    TO WA-TYPE(WS-ACCT-CT)
                           MOVE AR-STATUS  TO WA-STATUS(WS-ACCT-CT)
                           MOVE AR-ADMIN   TO WA-ADMIN(WS-ACCT-CT)
                           MOVE AR-LINKED-ACCT
                               TO WA-LINKED(WS-ACCT-CT)
                           MOVE AR-CUST    TO WA-CUST(WS-ACCT-CT)
                           MOVE AR-CUST2   TO WA-CUST2(WS-ACCT-CT)
                           MOVE AR-PRODUCT TO WA-PRODUCT(WS-ACCT-CT)
                           MOVE AR-CYCLE-DD
                               TO WA-CYCLE-DD(WS-ACCT-CT)
                       ELSE
                           MOVE "Y" TO WS-ACCT-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

      *> ============================================================
      *> LOAD-PRODUCTS: The distinct product codes on PRODUCTS.DAT.
      *> ============================================================
       LOAD-PRODUCTS.
           MOVE 0 TO WS-PROD-CT
           MOVE "N" TO WS-EOF
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PROD-ON-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ PRODUCT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE "N" TO WS-FOUND
                       PERFORM VARYING WS-PI FROM 1 BY 1
                           UNTIL WS-PI > WS-PROD-CT
                           IF WS-PROD-CODE(WS-PI) = PR-CODE
                               MOVE "Y" TO WS-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-FOUND = "N" AND WS-PROD-CT < 200
                           ADD 1 TO WS-PROD-CT
                           MOVE PR-CODE TO WS-PROD-CODE(WS-PROD-CT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

      *> ============================================================
      *> LOAD-TERMINALS: The terminals on TERMINALS.DAT.
      *> ============================================================
       LOAD-TERMINALS.
           MOVE 0 TO WS-TERM-CT
           MOVE "N" TO WS-EOF
           OPEN INPUT TERMINAL-FILE
           IF WS-TERM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TERM-ON-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ TERMINAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TE-ID NOT = SPACES AND WS-TERM-CT < 200
                           ADD 1 TO WS-TERM-CT
                           MOVE TE-ID TO WT-ID(WS-TERM-CT)
                           MOVE "N" TO WT-CASS(WS-TERM-CT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMINAL-FILE.

      *> ============================================================
      *> FIND-ACCOUNT: Locate WS-FIND-KEY on the account table;
      *> WS-FIND-IX is its row, zero when it is not there.
      *> ============================================================
       FIND-ACCOUNT.
           MOVE 0 TO WS-FIND-IX
           PERFORM VARYING WS-AI FROM 1 BY 1
               UNTIL WS-AI > WS-ACCT-CT OR WS-FIND-IX > 0
               IF WA-NUMBER(WS-AI) = WS-FIND-KEY
                   MOVE WS-AI TO WS-FIND-IX
               END-IF
           END-PERFORM.

      *> ============================================================
      *> START-SECTION / END-SECTION / WRITE-EXCEPTION: Each
      *> category is a section of the report; every exception line
      *> carries its severity, the key of the row at fault and what
      *> is wrong with it, and is counted against the category.
      *> ============================================================
       START-SECTION.
           MOVE 0 TO WS-SEC-CT
           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING WS-CAT-NO " " WC-NAME(WS-CAT-NO)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "Severity Key              Exception" TO REPORT-REC
           WRITE REPORT-REC.

       END-SECTION.
           IF WS-SEC-CT = 0
               MOVE "No exceptions." TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-SEC-CT
           IF WS-EX-SEV = "SEVERE"
               ADD 1 TO WC-SEVERE(WS-CAT-NO)
               ADD 1 TO WS-SEVERE-CT
           ELSE
               ADD 1 TO WC-WARN(WS-CAT-NO)
               ADD 1 TO WS-WARN-CT
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING WS-EX-SEV "  " WS-EX-KEY " " WS-EX-DETAIL
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

      *> ============================================================
      *> CHECK-ACCOUNT-FIELDS: Field-level sanity on every account.
      *> The admin account carries no product or cycle day and is
      *> held to its type and status only; an account opened before
      *> the catalog or statement cycles were introduced (blank
      *> product, cycle day 00) is a warning, not a break.
      *> ============================================================
       CHECK-ACCOUNT-FIELDS.
           MOVE 1 TO WS-CAT-NO
           PERFORM START-SECTION
           IF WS-PROD-ON-FILE = "N"
               MOVE "SEVERE" TO WS-EX-SEV
               MOVE "PRODUCTS.DAT" TO WS-EX-KEY
               MOVE "Product catalog not on file; products unchecked"
                   TO WS-EX-DETAIL
               PERFORM WRITE-EXCEPTION
           END-IF
           IF WS-ACCT-OVERFLOW = "Y"
               MOVE "SEVERE" TO WS-EX-SEV
               MOVE "ACCOUNTS.DAT" TO WS-EX-KEY
               MOVE "Account table full at 1000; the rest unchecked"
                   TO WS-EX-DETAIL
               PERFORM WRITE-EXCEPTION
           END-IF
           PERFORM VARYING WS-AI FROM 1 BY 1
               UNTIL WS-AI > WS-ACCT-CT
               PERFORM CHECK-ONE-ACCOUNT
           END-PERFORM
           PERFORM END-SECTION.

       CHECK-ONE-ACCOUNT.
           MOVE WA-NUMBER(WS-AI) TO WS-EX-KEY
           MOVE "SEVERE" TO WS-EX-SEV
           IF WA-TYPE(WS-AI) NOT = "C" AND WA-TYPE(WS-AI) NOT = "S"
               AND WA-TYPE(WS-AI) NOT = "T"
               INITIALIZE WS-EX-DETAIL
               STRING "Invalid account type """ WA-TYPE(WS-AI) """"
                   DELIMITED BY SIZE INTO WS-EX-DETAIL
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           IF WA-STATUS(WS-AI) NOT = "A" AND WA-STATUS(WS-AI) NOT = "I"
               AND WA-STATUS(WS-AI) NOT = "L"
               AND WA-STATUS(WS-AI) NOT = "D"
               AND WA-STATUS(WS-AI) NOT = "R"
               AND WA-STATUS(WS-AI) NOT = "F"
               INITIALIZE WS-EX-DETAIL
               STRING "Invalid account status """ WA-STATUS(WS-AI)
                   """"
                   DELIMITED BY SIZE INTO WS-EX-DETAIL
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           IF WA-ADMIN(WS-AI) = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WA-CYCLE-DD(WS-AI) IS NOT NUMERIC
               OR WA-CYCLE-DD(WS-AI) > 28
               MOVE "SEVERE" TO WS-EX-SEV
               INITIALIZE WS-EX-DETAIL
               STRING "Statement cycle day " WA-CYCLE-DD(WS-AI)
                   " out of range 01-28"
                   DELIMITED BY SIZE INTO WS-EX-DETAIL
               END-STRING
               PERFORM WRITE-EXCEPTION
           ELSE
               IF WA-CYCLE-DD(WS-AI) = 0
                   MOVE "WARNING" TO WS-EX-SEV
                   MOVE "No statement cycle day" TO WS-EX-DETAIL
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF

           IF WA-PRODUCT(WS-AI) = SPACES
               MOVE "WARNING" TO WS-EX-SEV
               MOVE "No product code" TO WS-EX-DETAIL
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-PROD-ON-FILE = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-PI FROM 1 BY 1
               UNTIL WS-PI > WS-PROD-CT
               IF WS-PROD-CODE(WS-PI) = WA-PRODUCT(WS-AI)
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               MOVE "SEVERE" TO WS-EX-SEV
               INITIALIZE WS-EX-DETAIL
               STRING "Product " WA-PRODUCT(WS-AI)
                   " not on the product catalog"
                   DELIMITED BY SIZE INTO WS-EX-DETAIL
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF.

      *> ============================================================
      *> CHECK-ACCOUNT-HOLDERS: Every customer number an account
      *> carries must have its CUSTMAST.DAT row -- statements, the
      *> 1099 and the CTR all address the holder through it. An
      *> account with no customer number at all predates the
      *> customer master and is a warning.
      *> ============================================================
       CHECK-ACCOUNT-HOLDERS.
           MOVE 2 TO WS-CAT-NO
           PERFORM START-SECTION
           OPEN INPUT CUST-FILE
           IF WS-CUST-FS NOT = "00"
               MOVE "SEVERE" TO WS-EX-SEV
               MOVE "CUSTMAST.DAT" TO WS-EX-KEY
               MOVE "Customer master not on file; holders unchecked"
                   TO WS-EX-DETAIL
               PERFORM WRITE-EXCEPTION
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AI FROM 1 BY 1
               UNTIL WS-AI > WS-ACCT-CT
               IF WA-ADMIN(WS-AI) NOT = "Y"
                   PERFORM CHECK-ONE-HOLDER
               END-IF
           END-PERFORM
           CLOSE CUST-FILE
           PERFORM END-SECTION.

       CHECK-ONE-HOLDER.
           MOVE WA-NUMBER(WS-AI) TO WS-EX-KEY
           IF WA-CUST(WS-AI) = SPACES
               MOVE "WARNING" TO WS-EX-SEV
               MOVE "No customer number" TO WS-EX-DETAIL
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE WA-CUST(WS-AI) TO CM-NUMBER
               PERFORM READ-CUSTOMER
               IF WS-FOUND = "N"
                   MOVE "SEVERE" TO WS-EX-SEV
                   INITIALIZE WS-EX-DETAIL
                   STRING "Customer " WA-CUST(WS-AI)
                       " not on the customer master"
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF
           IF WA-CUST2(WS-AI) NOT = SPACES
               AND WA-CUST2(WS-AI) NOT = "0000000000"
               MOVE WA-CUST2(WS-AI) TO CM-NUMBER
               PERFORM READ-CUSTOMER
               IF WS-FOUND = "N"
                   MOVE "SEVERE" TO WS-EX-SEV
                   INITIALIZE WS-EX-DETAIL
                   STRING "2nd holder customer " WA-CUST2(WS-AI)
                       " not on the customer master"
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       READ-CUSTOMER.
           MOVE "N" TO WS-FOUND
           READ CUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.

      *> ============================================================
      *> CHECK-OVERDRAFT-LINKS: An open account's linked overdraft
      *> account must exist and be a savings account -- the
      *> overdraft transfer draws on it. A link to a savings account
      *> since closed only stops the cover, and is a warning.
      *> ============================================================
       CHECK-OVERDRAFT-LINKS.
           MOVE 3 TO WS-CAT-NO
           PERFORM START-SECTION
           PERFORM VARYING WS-AI FROM 1 BY 1
               UNTIL WS-AI > WS-ACCT-CT
               IF WA-LINKED(WS-AI) NOT = SPACES
                   AND WA-LINKED(WS-AI) NOT = "0000000000"
                   AND WA-STATUS(WS-AI) NOT = "I"
                   PERFORM CHECK-ONE-LINK
               END-IF
           END-PERFORM
           PERFORM END-SECTION.

       CHECK-ONE-LINK.
           MOVE WA-NUMBER(WS-AI) TO WS-EX-KEY
           MOVE WA-LINKED(WS-AI) TO WS-FIND-KEY
           PERFORM FIND-ACCOUNT
           INITIALIZE WS-EX-DETAIL
           EVALUATE TRUE
               WHEN WS-FIND-IX = 0 AND WS-ACCT-OVERFLOW = "Y"
                   CONTINUE
               WHEN WS-FIND-IX = 0
                   MOVE "SEVERE" TO WS-EX-SEV
                   STRING "Linked account " WA-LINKED(WS-AI)
                       " does not exist"
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   END-STRING
               WHEN WA-TYPE(WS-FIND-IX) NOT = "S"
                   MOVE "SEVERE" TO WS-EX-SEV
                   STRING "Linked account " WA-LINKED(WS-AI)
                       " is not a savings account (type "
                       WA-TYPE(WS-FIND-IX) ")"
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   END-STRING
               WHEN WA-STATUS(WS-FIND-IX) = "I"
                   MOVE "WARNING" TO WS-EX-SEV
                   STRING "Linked savings " WA-LINKED(WS-AI)
                       " is closed"
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   END-STRING
           END-EVALUATE
           IF WS-EX-DETAIL NOT = SPACES
               PERFORM WRITE-EXCEPTION
           END-IF.

      *> ============================================================
      *> CHECK-CARDS: An active card must point at an account that
      *> exists and is not closed -- the ATM authenticates off it.
      *> ============================================================
       CHECK-CARDS.
           MOVE 4 TO WS-CAT-NO
           PERFORM START-SECTION
           MOVE "N" TO WS-EOF
           OPEN INPUT CARD-FILE
           IF WS-CARD-FS NOT = "00"
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CARD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CD-STATUS = "A"
                           PERFORM CHECK-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-FILE
           PERFORM END-SECTION.

       CHECK-ONE-CARD.
           MOVE CD-NUMBER TO WS-EX-KEY
           MOVE "SEVERE" TO WS-EX-SEV
           MOVE CD-ACCT TO WS-FIND-KEY
           PERFORM FIND-ACCOUNT
           INITIALIZE WS-EX-DETAIL
           IF WS-FIND-IX = 0
               IF WS-ACCT-OVERFLOW = "N"
                   STRING "Active card on account " CD-ACCT
                       " which does not exist"
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   END-STRING
               END-IF
           ELSE
               IF WA-STATUS(WS-FIND-IX) = "I"
                   STRING "Active card on closed account " CD-ACCT
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   END-STRING
               END-IF
           END-IF
           IF WS-EX-DETAIL NOT = SPACES
               PERFORM WRITE-EXCEPTION
           END-IF.

      *> ============================================================
      *> CHECK-STANDING-ORDERS: Both ends of an active order must be
      *> open accounts, or BATCH-ORDERS will skip it when it falls
      *> due.
      *> ============================================================
       CHECK-STANDING-ORDERS.
           MOVE 5 TO WS-CAT-NO
           PERFORM START-SECTION
           MOVE "N" TO WS-EOF
           OPEN INPUT STANDING-FILE
           IF WS-ORD-FS NOT = "00"
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ STANDING-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SO-STATUS = "A"
                           PERFORM CHECK-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-FILE
           PERFORM END-SECTION.

       CHECK-ONE-ORDER.
           MOVE SPACES TO WS-EX-KEY
           STRING "Order " SO-ID DELIMITED BY SIZE INTO WS-EX-KEY
           END-STRING
           MOVE "SEVERE" TO WS-EX-SEV
           MOVE SO-ACCT TO WS-FIND-KEY
           PERFORM FIND-ACCOUNT
           INITIALIZE WS-EX-DETAIL
           IF WS-FIND-IX = 0
               IF WS-ACCT-OVERFLOW = "N"
                   STRING "Source account " SO-ACCT " does not exist"
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   END-STRING
               END-IF
           ELSE
               IF WA-STATUS(WS-FIND-IX) = "I"
                   STRING "Source account " SO-ACCT " is closed"
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   END-STRING
               END-IF
           END-IF
           IF WS-EX-DETAIL NOT = SPACES
               PERFORM WRITE-EXCEPTION
           END-IF

           MOVE SO-DEST TO WS-FIND-KEY
           PERFORM FIND-ACCOUNT
           INITIALIZE WS-EX-DETAIL
           IF WS-FIND-IX = 0
               IF WS-ACCT-OVERFLOW = "N"
                   STRING "Destination account " SO-DEST
                       " does not exist"
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   END-STRING
               END-IF
           ELSE
               IF WA-STATUS(WS-FIND-IX) = "I"
                   STRING "Destination account " SO-DEST " is closed"
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   END-STRING
               END-IF
           END-IF
           IF WS-EX-DETAIL NOT = SPACES
               PERFORM WRITE-EXCEPTION
           END-IF.

      *> ============================================================
      *> CHECK-DEPOSIT-HOLDS: An unreleased hold belongs to an open
      *> account. A hold left on a closed account is a warning for
      *> the branch to release; one on an account that does not
      *> exist at all is the same, since nothing can post to it.
      *> ============================================================
       CHECK-DEPOSIT-HOLDS.
           MOVE 6 TO WS-CAT-NO
           PERFORM START-SECTION
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-FS NOT = "00"
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLDS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HR-STATUS = "H"
                           PERFORM CHECK-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE
           PERFORM END-SECTION.

       CHECK-ONE-HOLD.
           MOVE HR-ACCT TO WS-EX-KEY
           MOVE "WARNING" TO WS-EX-SEV
           MOVE HR-ACCT TO WS-FIND-KEY
           PERFORM FIND-ACCOUNT
           INITIALIZE WS-EX-DETAIL
           IF WS-FIND-IX = 0
               IF WS-ACCT-OVERFLOW = "N"
                   STRING "Unreleased hold, available " HR-AVAIL-DATE
                       ", on an account that does not exist"
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   END-STRING
               END-IF
           ELSE
               IF WA-STATUS(WS-FIND-IX) = "I"
                   STRING "Unreleased hold, available " HR-AVAIL-DATE
                       ", on a closed account"
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   END-STRING
               END-IF
           END-IF
           IF WS-EX-DETAIL NOT = SPACES
               PERFORM WRITE-EXCEPTION
           END-IF.

      *> ============================================================
      *> CHECK-HOT-CARDS: A blocklist entry for an account that does
      *> not exist blocks nothing; the fraud desk should know.
      *> ============================================================
       CHECK-HOT-CARDS.
           MOVE 7 TO WS-CAT-NO
           PERFORM START-SECTION
           MOVE "N" TO WS-EOF
           OPEN INPUT HOTCARD-FILE
           IF WS-HOT-FS NOT = "00"
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOTCARD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE HC-ACCT TO WS-FIND-KEY
                       PERFORM FIND-ACCOUNT
                       IF WS-FIND-IX = 0 AND WS-ACCT-OVERFLOW = "N"
                           MOVE HC-ACCT TO WS-EX-KEY
                           MOVE "WARNING" TO WS-EX-SEV
                           INITIALIZE WS-EX-DETAIL
                           STRING "Hot card listed " HC-DATE
                               " by " FUNCTION TRIM(HC-BY)
                               " for an account that does not exist"
                               DELIMITED BY SIZE INTO WS-EX-DETAIL
                           END-STRING
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOTCARD-FILE
           PERFORM END-SECTION.

      *> ============================================================
      *> CHECK-TERMINALS: Probe for each registered terminal's
      *> cassette file and for the cassette files of T01-T99. A
      *> cassette file with no terminal on the registry is never
      *> replenished or proved by the batch jobs; a registered
      *> terminal with no cassette file cannot dispense.
      *> ============================================================
       CHECK-TERMINALS.
           MOVE 8 TO WS-CAT-NO
           PERFORM START-SECTION
           MOVE "WARNING" TO WS-EX-SEV
           IF WS-TERM-ON-FILE = "N"
               MOVE "TERMINALS.DAT" TO WS-EX-KEY
               MOVE "Terminal registry not on file" TO WS-EX-DETAIL
               PERFORM WRITE-EXCEPTION
           END-IF

           PERFORM VARYING WS-PROBE-NO FROM 1 BY 1
               UNTIL WS-PROBE-NO > 99
               MOVE WS-PROBE-NO TO WS-PROBE-NN
               MOVE WS-PROBE-ID TO TE-ID
               PERFORM PROBE-CASSETTE
               IF WS-FOUND = "Y"
                   MOVE 0 TO WS-FIND-IX
                   PERFORM VARYING WS-TI FROM 1 BY 1
                       UNTIL WS-TI > WS-TERM-CT
                       IF WT-ID(WS-TI) = TE-ID
                           MOVE WS-TI TO WS-FIND-IX
                       END-IF
                   END-PERFORM
                   IF WS-FIND-IX = 0
                       MOVE WS-CASS-NAME TO WS-EX-KEY
                       INITIALIZE WS-EX-DETAIL
                       STRING "Cassette file for terminal "
                           FUNCTION TRIM(TE-ID)
                           ", which is not on TERMINALS.DAT"
                           DELIMITED BY SIZE INTO WS-EX-DETAIL
                       END-STRING
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-TI FROM 1 BY 1
               UNTIL WS-TI > WS-TERM-CT
               MOVE WT-ID(WS-TI) TO TE-ID
               PERFORM PROBE-CASSETTE
               IF WS-FOUND = "N"
                   MOVE WT-ID(WS-TI) TO WS-EX-KEY
                   INITIALIZE WS-EX-DETAIL
                   STRING "Registered terminal has no "
                       FUNCTION TRIM(WS-CASS-NAME) " file"
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM
           PERFORM END-SECTION.

       PROBE-CASSETTE.
           MOVE "N" TO WS-FOUND
           INITIALIZE WS-CASS-NAME
           STRING "CASSETTE." FUNCTION TRIM(TE-ID)
               DELIMITED BY SIZE INTO WS-CASS-NAME
           END-STRING
           OPEN INPUT CASSETTE-FILE
           IF WS-CASS-FS = "00"
               MOVE "Y" TO WS-FOUND
               CLOSE CASSETTE-FILE
           END-IF.

      *> ============================================================
      *> WRITE-SUMMARY: Counts by category and the night's result.
      *> ============================================================
       WRITE-SUMMARY.
           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "SUMMARY" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "Category                    Severe Warning"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-CI FROM 1 BY 1
               UNTIL WS-CI > WS-CAT-CT
               MOVE SPACES TO REPORT-REC
               MOVE WC-SEVERE(WS-CI) TO WS-CNT-DSP
               STRING WS-CI " " WC-NAME(WS-CI) "  " WS-CNT-DSP
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               MOVE WC-WARN(WS-CI) TO WS-CNT-DSP
               MOVE WS-CNT-DSP TO REPORT-REC(36:5)
               WRITE REPORT-REC
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           MOVE WS-SEVERE-CT TO WS-CNT-DSP
           STRING "  TOTAL                     " WS-CNT-DSP
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           MOVE WS-WARN-CT TO WS-CNT-DSP
           MOVE WS-CNT-DSP TO REPORT-REC(36:5)
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           IF WS-SEVERE-CT > 0
               MOVE "RESULT: SEVERE BREAKS -- HOLD THE POSTING JOBS"
                   TO REPORT-REC
           ELSE
               MOVE "RESULT: CLEAN -- no severe breaks" TO REPORT-REC
           END-IF
           WRITE REPORT-REC
           IF WS-ACCT-OVERFLOW = "Y"
               MOVE SPACES TO REPORT-REC
               STRING "*** Account table overflowed -- "
                   "accounts past 1000 were not checked ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

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
      *> CHECK-RUN-CONTROL: Register tonight's row as started. The
      *> check changes nothing, so a row already there -- finished
      *> or not -- is simply taken over by the rerun, which is how
      *> a hold is lifted once the breaks have been put right.
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
               DISPLAY "Rerunning the check for " WS-TODAY
           ELSE
               IF WS-RC-CT >= 50
                   DISPLAY "ERR|RUNCTL-FULL|Run-control table is full"
                   STOP RUN
               END-IF
               ADD 1 TO WS-RC-CT
               MOVE WS-RC-CT TO WS-RC-SLOT
           END-IF
           MOVE WS-RC-JOB TO WR-JOB(WS-RC-SLOT)
           MOVE WS-TODAY  TO WR-DATE(WS-RC-SLOT)
           MOVE "S"       TO WR-STATUS(WS-RC-SLOT)
           MOVE SPACES    TO WR-CKPT(WS-RC-SLOT)
           MOVE 0         TO WR-CT1(WS-RC-SLOT)
           MOVE 0         TO WR-CT2(WS-RC-SLOT)
           PERFORM SAVE-RUNCTL.

      *> ============================================================
      *> FINISH-RUN-CONTROL: Close out tonight's row -- "C" clean,
      *> "H" hold the posting jobs -- with the severe and warning
      *> counts. The checkpoint field carries the result in words
      *> for whoever reads the file by eye.
      *> ============================================================
       FINISH-RUN-CONTROL.
           IF WS-SEVERE-CT > 0
               MOVE "H"    TO WR-STATUS(WS-RC-SLOT)
               MOVE "HOLD" TO WR-CKPT(WS-RC-SLOT)
           ELSE
               MOVE "C"     TO WR-STATUS(WS-RC-SLOT)
               MOVE "CLEAN" TO WR-CKPT(WS-RC-SLOT)
           END-IF
           MOVE WS-SEVERE-CT TO WR-CT1(WS-RC-SLOT)
           MOVE WS-WARN-CT   TO WR-CT2(WS-RC-SLOT)
           PERFORM SAVE-RUNCTL.
