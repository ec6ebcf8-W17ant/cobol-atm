      *> ================================================================
      *> DRAWER-RPT: Daily teller drawer report.
      *> TELLER keeps each teller's cash drawer on DRAWER.DAT: the
      *> counted opening at SIGN-ON, the cash taken in and paid out
      *> over the counter, buys from and sells to the vault, and the
      *> counted close at END-SESSION. This report lists every
      *> drawer for one business day -- opening, cash in, cash out,
      *> net vault movement, expected, counted and the over/short --
      *> and flags a drawer still open, one closed beyond tolerance
      *> (naming the supervisor who overrode it), and one whose cash
      *> in/out does not agree with the WITHDRAWAL and cash DEPOSIT
      *> postings TRANSLOG.DAT carries under that teller's id, so a
      *> short drawer can be traced back to the postings behind it.
      *> Writes DRAWER.RPT.
      *> Accepts a single command via ACCEPT (stdin):
      *>   P1=business date (YYYYMMDD, blank for the current one)
      *> Compile: cobc -x -free DRAWER-RPT.cob -o drawer-rpt
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWER-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER-FILE ASSIGN TO "DRAWER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRW-FS.
           SELECT TRAN-FILE ASSIGN TO "TRANSLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-REF
               ALTERNATE RECORD KEY IS TR-ACCT WITH DUPLICATES
               FILE STATUS IS WS-TRAN-FS.
           SELECT REPORT-FILE ASSIGN TO "DRAWER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.

       DATA DIVISION.
       FILE SECTION.

      *> Teller cash drawers, as TELLER writes them: one row per
      *> teller per business day, DW-STATUS "O" open / "C" closed
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
       01 WS-DRW-FS             PIC XX.
       01 WS-TRAN-FS            PIC XX.
       01 WS-RPT-FS             PIC XX.
       01 WS-EOF                PIC X VALUE "N".

       01 WS-COMMAND            PIC X(200).
       01 WS-P1                 PIC X(20).

       01 WS-RPT-DATE           PIC X(8).

      *> Same tolerance TELLER holds a close to
       01 WS-DRAWER-TOL         PIC 9(5)V99 VALUE 5.00.

      *> The day's drawers, with the cash postings the log carries
      *> under each teller id alongside
       01 WS-DRW-CT             PIC 9(3) VALUE 0.
       01 WS-DRW-TBL.
           05 WS-DRW OCCURS 200 TIMES.
               10 WD-TELLER     PIC X(4).
               10 WD-STATUS     PIC X(1).
               10 WD-OPENING    PIC S9(9)V99.
               10 WD-CASH-IN    PIC S9(9)V99.
               10 WD-CASH-OUT   PIC S9(9)V99.
               10 WD-VAULT-IN   PIC S9(9)V99.
               10 WD-VAULT-OUT  PIC S9(9)V99.
               10 WD-COUNTED    PIC S9(9)V99.
               10 WD-OVER-SHORT PIC S9(9)V99.
               10 WD-APPROVED   PIC X(10).
               10 WD-LOG-IN     PIC S9(9)V99.
               10 WD-LOG-OUT    PIC S9(9)V99.
       01 WS-DI                 PIC 9(3).

       01 WS-EXPECTED           PIC S9(9)V99.
       01 WS-VAULT-NET          PIC S9(9)V99.
       01 WS-ABS                PIC S9(9)V99.

       01 WS-TOT-OPENING        PIC S9(11)V99 VALUE 0.
       01 WS-TOT-IN             PIC S9(11)V99 VALUE 0.
       01 WS-TOT-OUT            PIC S9(11)V99 VALUE 0.
       01 WS-TOT-VAULT          PIC S9(11)V99 VALUE 0.
       01 WS-TOT-EXPECTED       PIC S9(11)V99 VALUE 0.
       01 WS-TOT-COUNTED        PIC S9(11)V99 VALUE 0.
       01 WS-TOT-OVER-SHORT     PIC S9(11)V99 VALUE 0.
       01 WS-OPEN-CT            PIC 9(3) VALUE 0.
       01 WS-TOL-CT             PIC 9(3) VALUE 0.
       01 WS-MISMATCH-CT        PIC 9(3) VALUE 0.

       01 WS-DATE-TIME.
           05 WS-DT-DATE        PIC X(8).
           05 WS-DT-TIME        PIC X(8).
           05 WS-DT-GMT         PIC X(5).
       01 WS-TODAY               PIC X(8).

       01 WS-D1                  PIC -(7)9.99.
       01 WS-D2                  PIC -(7)9.99.
       01 WS-D3                  PIC -(7)9.99.
       01 WS-D4                  PIC -(7)9.99.
       01 WS-D5                  PIC -(7)9.99.
       01 WS-D6                  PIC -(7)9.99.
       01 WS-D7                  PIC -(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-DATETIME
           ACCEPT WS-COMMAND
           INITIALIZE WS-P1
           UNSTRING WS-COMMAND DELIMITED BY ALL SPACES
               INTO WS-P1
           END-UNSTRING
           IF WS-P1 = SPACES
               MOVE WS-TODAY TO WS-RPT-DATE
           ELSE
               MOVE WS-P1(1:8) TO WS-RPT-DATE
           END-IF

           PERFORM LOAD-DRAWERS
           PERFORM TOTAL-TELLER-POSTINGS
           PERFORM WRITE-REPORT

           DISPLAY "DRAWER-RPT run complete for " WS-RPT-DATE
           DISPLAY "  Drawers listed:          " WS-DRW-CT
           DISPLAY "  Still open:              " WS-OPEN-CT
           DISPLAY "  Closed beyond tolerance: " WS-TOL-CT
           DISPLAY "  Disagreeing with log:    " WS-MISMATCH-CT
           STOP RUN.

       GET-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DT-DATE TO WS-TODAY
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
      *> LOAD-DRAWERS: The report date's rows from DRAWER.DAT.
      *> ============================================================
       LOAD-DRAWERS.
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
                       IF DW-DATE = WS-RPT-DATE AND WS-DRW-CT < 200
                           ADD 1 TO WS-DRW-CT
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
                           MOVE DW-APPROVED-BY
                               TO WD-APPROVED(WS-DRW-CT)
                           MOVE 0 TO WD-LOG-IN(WS-DRW-CT)
                           MOVE 0 TO WD-LOG-OUT(WS-DRW-CT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAWER-FILE.

      *> ============================================================
      *> TOTAL-TELLER-POSTINGS: One pass over TRANSLOG.DAT for the
      *> report date, totaling each drawer's teller's cash postings:
      *> WITHDRAWALs paid out, and DEPOSITs taken as cash (TELLER
      *> describes a check deposit as "Teller Deposit (check)", and
      *> a check never touches the drawer).
      *> ============================================================
       TOTAL-TELLER-POSTINGS.
           IF WS-DRW-CT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TRAN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TR-DATE = WS-RPT-DATE
                           PERFORM TOTAL-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE.

       TOTAL-ONE-POSTING.
           PERFORM VARYING WS-DI FROM 1 BY 1
               UNTIL WS-DI > WS-DRW-CT
               IF TR-TERM = WD-TELLER(WS-DI)
                   IF TR-TYPE = "WITHDRAWAL"
                       ADD TR-AMOUNT TO WD-LOG-OUT(WS-DI)
                   END-IF
                   IF TR-TYPE = "DEPOSIT"
                       AND TR-DESC = "Teller Deposit"
                       ADD TR-AMOUNT TO WD-LOG-IN(WS-DI)
                   END-IF
               END-IF
           END-PERFORM.

      *> ============================================================
      *> WRITE-REPORT: One line per drawer, any flags beneath it,
      *> and the branch totals.
      *> ============================================================
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "TELLER DRAWER REPORT" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-DRAWER-TOL TO WS-D1
           MOVE SPACES TO REPORT-REC
           STRING "Business date: " WS-RPT-DATE
               "   over/short tolerance $" FUNCTION TRIM(WS-D1)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "TLR     Opening    Cash in   Cash out"
               "  Vault net   Expected    Counted Over/short"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM VARYING WS-DI FROM 1 BY 1
               UNTIL WS-DI > WS-DRW-CT
               PERFORM WRITE-ONE-DRAWER
           END-PERFORM

           IF WS-DRW-CT = 0
               MOVE "No drawers opened for the day." TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               MOVE "----------------------------------------"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE WS-TOT-OPENING    TO WS-D1
               MOVE WS-TOT-IN         TO WS-D2
               MOVE WS-TOT-OUT        TO WS-D3
               MOVE WS-TOT-VAULT      TO WS-D4
               MOVE WS-TOT-EXPECTED   TO WS-D5
               MOVE WS-TOT-COUNTED    TO WS-D6
               MOVE WS-TOT-OVER-SHORT TO WS-D7
               MOVE SPACES TO REPORT-REC
               STRING "ALL " WS-D1 WS-D2 WS-D3 WS-D4 WS-D5
                   WS-D6 WS-D7
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE.

       WRITE-ONE-DRAWER.
           COMPUTE WS-VAULT-NET =
               WD-VAULT-IN(WS-DI) - WD-VAULT-OUT(WS-DI)
           COMPUTE WS-EXPECTED =
               WD-OPENING(WS-DI) + WD-CASH-IN(WS-DI)
               - WD-CASH-OUT(WS-DI) + WS-VAULT-NET
           ADD WD-OPENING(WS-DI)  TO WS-TOT-OPENING
           ADD WD-CASH-IN(WS-DI)  TO WS-TOT-IN
           ADD WD-CASH-OUT(WS-DI) TO WS-TOT-OUT
           ADD WS-VAULT-NET       TO WS-TOT-VAULT
           ADD WS-EXPECTED        TO WS-TOT-EXPECTED

           MOVE WD-OPENING(WS-DI)  TO WS-D1
           MOVE WD-CASH-IN(WS-DI)  TO WS-D2
           MOVE WD-CASH-OUT(WS-DI) TO WS-D3
           MOVE WS-VAULT-NET       TO WS-D4
           MOVE WS-EXPECTED        TO WS-D5
           MOVE SPACES TO REPORT-REC
           IF WD-STATUS(WS-DI) = "C"
               ADD WD-COUNTED(WS-DI)    TO WS-TOT-COUNTED
               ADD WD-OVER-SHORT(WS-DI) TO WS-TOT-OVER-SHORT
               MOVE WD-COUNTED(WS-DI)    TO WS-D6
               MOVE WD-OVER-SHORT(WS-DI) TO WS-D7
               STRING WD-TELLER(WS-DI) WS-D1 WS-D2 WS-D3 WS-D4
                   WS-D5 WS-D6 WS-D7
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING WD-TELLER(WS-DI) WS-D1 WS-D2 WS-D3 WS-D4
                   WS-D5 "   NOT CLOSED"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               ADD 1 TO WS-OPEN-CT
           END-IF
           WRITE REPORT-REC

           IF WD-STATUS(WS-DI) = "C"
               COMPUTE WS-ABS = FUNCTION ABS(WD-OVER-SHORT(WS-DI))
               IF WS-ABS > WS-DRAWER-TOL
                   ADD 1 TO WS-TOL-CT
                   MOVE SPACES TO REPORT-REC
                   STRING "    ** beyond tolerance - close approved by "
                       "supervisor " FUNCTION TRIM(WD-APPROVED(WS-DI))
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-IF

           IF WD-LOG-IN(WS-DI) NOT = WD-CASH-IN(WS-DI)
               OR WD-LOG-OUT(WS-DI) NOT = WD-CASH-OUT(WS-DI)
               ADD 1 TO WS-MISMATCH-CT
               MOVE WD-LOG-IN(WS-DI)  TO WS-D2
               MOVE WD-LOG-OUT(WS-DI) TO WS-D3
               MOVE SPACES TO REPORT-REC
               STRING "    ** log shows cash in $" FUNCTION TRIM(WS-D2)
                   ", cash out $" FUNCTION TRIM(WS-D3)
                   " under this teller id"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.
