      *> ================================================================
      *> CTR-DAILY: Daily Currency Transaction Report aggregation.
      *> Cash over $10,000 in or out for one person in one business
      *> day has to be reported, and a person's cash is spread over
      *> several accounts, both channels (ATM-SYSTEM and TELLER) and
      *> any number of terminals and teller windows, so no single
      *> posting or drawer ever shows the total. This job picks the
      *> business day's cash postings off TRANSLOG.DAT -- every
      *> WITHDRAWAL (cash out) and every DEPOSIT that is not a check
      *> deposit (cash in); transfers, bill payments, clearing items
      *> and check deposits are not cash and are left out, as is any
      *> posting a REVERSAL has undone -- and rolls them up to the
      *> person through the account's holders: AR-CUST and, for a
      *> joint account, AR-CUST2 as well, each counting the account's
      *> full cash. Cash in and cash out are totaled separately;
      *> either one over the threshold makes the customer reportable.
      *>   - CTRFILE.YYYYMMDD: the filing file for the business day --
      *>     a filer record, one subject record per reportable
      *>     customer carrying the CUSTMAST.DAT details, one detail
      *>     record per contributing posting (TR-REF, account,
      *>     direction, amount, terminal), and a control record;
      *>   - CTRWORK.RPT: the compliance worksheet -- the customers
      *>     filed, those whose cash came within WS-NEAR-FLOOR of the
      *>     threshold (the pattern structuring leaves behind), and
      *>     the exceptions that could not be filed automatically
      *>     (cash over the threshold on an account with no customer
      *>     number, or a customer number with no master row);
      *>   - a CTR-FILED audit entry per customer filed, the record
      *>     that the filing was made.
      *> The run-control row is keyed by the business day reported:
      *> a completed row refuses a second filing for that day.
      *> Accepts a single command via ACCEPT (stdin):
      *>   P1=business date (YYYYMMDD, blank for the current one)
      *> Compile: cobc -x -free CTR-DAILY.cob -o ctr-daily
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTR-DAILY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "TRANSLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-REF
               ALTERNATE RECORD KEY IS TR-ACCT WITH DUPLICATES
               FILE STATUS IS WS-TRAN-FS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-NUMBER
               FILE STATUS IS WS-ACCT-FS.
           SELECT CUST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMBER
               FILE STATUS IS WS-CUST-FS.
           SELECT FILING-FILE ASSIGN TO WS-CTR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIL-FS.
           SELECT REPORT-FILE ASSIGN TO "CTRWORK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.

       DATA DIVISION.
       FILE SECTION.

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

      *> Filing file: fixed 169-byte records. "A" names the filing
      *> institution and the business day, one "B" per reportable
      *> customer carries the person and the day's cash totals, the
      *> "D" records under it are the postings that make up those
      *> totals, and the closing "C" record carries the counts and
      *> totals for the receiving agency's balancing.
       FD FILING-FILE.
       01 FA-FILER-REC.
           05 FA-REC-TYPE      PIC X(1).
           05 FA-BUS-DATE      PIC X(8).
           05 FA-FILER-TID     PIC X(9).
           05 FA-FILER-NAME    PIC X(40).
           05 FILLER           PIC X(111).
       01 FB-SUBJECT-REC.
           05 FB-REC-TYPE      PIC X(1).
           05 FB-BUS-DATE      PIC X(8).
           05 FB-CUST          PIC X(10).
           05 FB-TID           PIC X(9).
           05 FB-NAME          PIC X(41).
           05 FB-STREET        PIC X(30).
           05 FB-CITY          PIC X(20).
           05 FB-STATE         PIC X(2).
           05 FB-ZIP           PIC X(10).
           05 FB-PHONE         PIC X(12).
           05 FB-CASH-IN       PIC 9(9)V99.
           05 FB-CASH-OUT      PIC 9(9)V99.
           05 FB-POST-CT       PIC 9(4).
       01 FD-DETAIL-REC.
           05 FD-REC-TYPE      PIC X(1).
           05 FD-BUS-DATE      PIC X(8).
           05 FD-CUST          PIC X(10).
           05 FD-TR-REF        PIC 9(10).
           05 FD-ACCT          PIC X(10).
           05 FD-DIRECTION     PIC X(3).
           05 FD-AMOUNT        PIC 9(9)V99.
           05 FD-TERM          PIC X(4).
           05 FD-TIME          PIC X(6).
           05 FILLER           PIC X(106).
       01 FC-CONTROL-REC.
           05 FC-REC-TYPE      PIC X(1).
           05 FC-BUS-DATE      PIC X(8).
           05 FC-SUBJECT-CT    PIC 9(7).
           05 FC-DETAIL-CT     PIC 9(7).
           05 FC-CASH-IN-TOT   PIC 9(11)V99.
           05 FC-CASH-OUT-TOT  PIC 9(11)V99.
           05 FILLER           PIC X(120).

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(100).

       FD AUDIT-FILE.
       01 AUDIT-REC.
           05 AL-DATE          PIC X(8).
           05 AL-TIME          PIC X(6).
           05 AL-ACCT          PIC X(10).
           05 AL-ACTION        PIC X(20).
           05 AL-DETAIL        PIC X(60).
           05 AL-TERM          PIC X(4).

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
       01 WS-TRAN-FS            PIC XX.
       01 WS-ACCT-FS            PIC XX.
       01 WS-CUST-FS            PIC XX.
       01 WS-FIL-FS             PIC XX.
       01 WS-RPT-FS             PIC XX.
       01 WS-AUDIT-FS           PIC XX.
       01 WS-RC-FS              PIC XX.
       01 WS-EOF                PIC X VALUE "N".

       01 WS-COMMAND            PIC X(200).
       01 WS-P1                 PIC X(20).

      *> Filing institution for the filing file's "A" record
       01 WS-FILER-TID          PIC X(9) VALUE "370000001".
       01 WS-FILER-NAME         PIC X(40)
           VALUE "SPRINGFIELD SAVINGS BANK".

      *> Reporting threshold (cash in or out must pass it) and the
      *> floor above which a customer below it goes on the
      *> worksheet for a structuring review
       01 WS-CTR-THRESHOLD      PIC 9(7)V99 VALUE 10000.00.
       01 WS-NEAR-FLOOR         PIC 9(7)V99 VALUE 8000.00.

       01 WS-CTR-DATE           PIC X(8).
       01 WS-CTR-NAME           PIC X(16).
       01 WS-CHECK-TALLY        PIC 9(3) VALUE 0.

      *> The day's cash postings. WP-DIR is "IN " for cash deposited
      *> and "OUT" for cash paid out; WP-CUST1/WP-CUST2 are the
      *> account's holders, filled in once the postings are known
       01 WS-PST-CT             PIC 9(5) VALUE 0.
       01 WS-PST-TBL.
           05 WS-PST OCCURS 5000 TIMES.
               10 WP-REF        PIC 9(10).
               10 WP-ACCT       PIC X(10).
               10 WP-DIR        PIC X(3).
               10 WP-AMOUNT     PIC 9(9)V99.
               10 WP-TERM       PIC X(4).
               10 WP-TIME       PIC X(6).
               10 WP-REVERSED   PIC X(1).
               10 WP-CUST1      PIC X(10).
               10 WP-CUST2      PIC X(10).
       01 WS-PI                 PIC 9(5).
       01 WS-PST-OVERFLOW       PIC X VALUE "N".

      *> Cash totals per person. WC-KIND is "C" for a customer
      *> number, "A" for an account with no customer number (its
      *> cash can only be totaled by the account itself). WC-OUTCOME:
      *> "F" filed, "N" near the threshold, "M" over it with no
      *> customer master row, "U" over it on an unlinked account,
      *> space for below the worksheet floor.
       01 WS-CUST-CT            PIC 9(4) VALUE 0.
       01 WS-CUST-OVERFLOW      PIC X VALUE "N".
       01 WS-CUST-TBL.
           05 WS-CUST OCCURS 2000 TIMES.
               10 WC-KEY        PIC X(10).
               10 WC-KIND       PIC X(1).
               10 WC-IN         PIC 9(9)V99.
               10 WC-OUT        PIC 9(9)V99.
               10 WC-POSTS      PIC 9(4).
               10 WC-NAME       PIC X(41).
               10 WC-OUTCOME    PIC X(1).
       01 WS-CI                 PIC 9(4).
       01 WS-CSLOT              PIC 9(4) VALUE 0.
       01 WS-ROLL-KEY           PIC X(10).
       01 WS-ROLL-KIND          PIC X(1).
       01 WS-BELONGS            PIC X VALUE "N".
       01 WS-SECTION-CODE       PIC X(1).
       01 WS-HAVE-CUST          PIC X VALUE "N".

      *> Run totals
       01 WS-CASH-PST-CT        PIC 9(5) VALUE 0.
       01 WS-REV-SKIP-CT        PIC 9(5) VALUE 0.
       01 WS-FILED-CT           PIC 9(5) VALUE 0.
       01 WS-DETAIL-CT          PIC 9(7) VALUE 0.
       01 WS-FILED-IN           PIC 9(11)V99 VALUE 0.
       01 WS-FILED-OUT          PIC 9(11)V99 VALUE 0.
       01 WS-NEAR-CT            PIC 9(5) VALUE 0.
       01 WS-EXC-CT             PIC 9(5) VALUE 0.

      *> Run control, keyed by the business day reported
       01 WS-RC-JOB             PIC X(14) VALUE "CTR-DAILY".
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

       01 WS-AMT-DSP             PIC -(9)9.99.
       01 WS-IN-DSP              PIC Z(8)9.99.
       01 WS-OUT-DSP             PIC Z(8)9.99.
       01 WS-CNT-DSP             PIC ZZZ9.
       01 WS-REF-DSP             PIC Z(9)9.

       01 WS-AUD-ACCT            PIC X(10).
       01 WS-AUD-ACTION          PIC X(20).
       01 WS-AUD-DETAIL          PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-DATETIME
           ACCEPT WS-COMMAND
           PERFORM PARSE-COMMAND
           PERFORM CHECK-RUN-CONTROL

           PERFORM COLLECT-CASH-POSTINGS
           PERFORM ATTACH-HOLDERS
           PERFORM ROLL-UP-CUSTOMERS
      *>   A day too big for the tables would file short; stop with
      *>   the run-control row still open so the day can be rerun
           IF WS-PST-OVERFLOW = "Y"
               DISPLAY "ERR|TABLE-FULL|Over 5000 cash postings on "
                   WS-CTR-DATE ", nothing filed"
               STOP RUN
           END-IF
           IF WS-CUST-OVERFLOW = "Y"
               DISPLAY "ERR|TABLE-FULL|Over 2000 persons with cash on "
                   WS-CTR-DATE ", nothing filed"
               STOP RUN
           END-IF
           PERFORM WRITE-FILING
           PERFORM WRITE-WORKSHEET
           PERFORM LOG-FILINGS
           PERFORM FINISH-RUN-CONTROL

           DISPLAY "CTR-DAILY run complete for " WS-CTR-DATE
           DISPLAY "  Cash postings:         " WS-CASH-PST-CT
           DISPLAY "  Reversed, left out:    " WS-REV-SKIP-CT
           DISPLAY "  Persons with cash:     " WS-CUST-CT
           DISPLAY "  CTRs filed:            " WS-FILED-CT
           DISPLAY "  Near threshold:        " WS-NEAR-CT
           DISPLAY "  Exceptions:            " WS-EXC-CT
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
           INITIALIZE WS-P1
           UNSTRING WS-COMMAND DELIMITED BY ALL SPACES
               INTO WS-P1
           END-UNSTRING
           IF WS-P1 = SPACES
               MOVE WS-TODAY TO WS-CTR-DATE
           ELSE
               MOVE WS-P1(1:8) TO WS-CTR-DATE
           END-IF
           INITIALIZE WS-CTR-NAME
           STRING "CTRFILE." WS-CTR-DATE
               DELIMITED BY SIZE INTO WS-CTR-NAME
           END-STRING.

      *> ============================================================
      *> COLLECT-CASH-POSTINGS: One pass over TRANSLOG.DAT in
      *> reference (chronological) order. The day's WITHDRAWALs and
      *> non-check DEPOSITs are kept; a REVERSAL pointing back at
      *> one of them, posted that day or later, marks it undone.
      *> ============================================================
       COLLECT-CASH-POSTINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FS NOT = "00"
               DISPLAY "(no transaction history on file)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TRAN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TR-DATE = WS-CTR-DATE
                           PERFORM NOTE-CASH-POSTING
                       END-IF
                       IF TR-TYPE = "REVERSAL"
                           AND TR-DATE NOT < WS-CTR-DATE
                           AND TR-ORIG-REF NOT = 0
                           PERFORM NOTE-REVERSAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE.

       NOTE-CASH-POSTING.
           IF TR-TYPE NOT = "WITHDRAWAL" AND TR-TYPE NOT = "DEPOSIT"
               EXIT PARAGRAPH
           END-IF
           IF TR-TYPE = "DEPOSIT"
               MOVE 0 TO WS-CHECK-TALLY
               INSPECT TR-DESC TALLYING WS-CHECK-TALLY
                   FOR ALL "(check)"
               IF WS-CHECK-TALLY > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PST-CT >= 5000
               MOVE "Y" TO WS-PST-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PST-CT
           MOVE TR-REF  TO WP-REF(WS-PST-CT)
           MOVE TR-ACCT TO WP-ACCT(WS-PST-CT)
           IF TR-TYPE = "WITHDRAWAL"
               MOVE "OUT" TO WP-DIR(WS-PST-CT)
           ELSE
               MOVE "IN " TO WP-DIR(WS-PST-CT)
           END-IF
           MOVE FUNCTION ABS(TR-AMOUNT) TO WP-AMOUNT(WS-PST-CT)
           MOVE TR-TERM TO WP-TERM(WS-PST-CT)
           MOVE TR-TIME TO WP-TIME(WS-PST-CT)
           MOVE "N"     TO WP-REVERSED(WS-PST-CT)
           MOVE SPACES  TO WP-CUST1(WS-PST-CT)
           MOVE SPACES  TO WP-CUST2(WS-PST-CT).

       NOTE-REVERSAL.
           PERFORM VARYING WS-PI FROM 1 BY 1
               UNTIL WS-PI > WS-PST-CT
               IF WP-REF(WS-PI) = TR-ORIG-REF
                   AND WP-REVERSED(WS-PI) = "N"
                   MOVE "Y" TO WP-REVERSED(WS-PI)
                   ADD 1 TO WS-REV-SKIP-CT
               END-IF
           END-PERFORM.

      *> ============================================================
      *> ATTACH-HOLDERS: Stamp each posting with its account's
      *> holders. A second holder who is the same customer as the
      *> first is dropped so the person is not counted twice.
      *> ============================================================
       ATTACH-HOLDERS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open accounts file"
               STOP RUN
           END-IF
           PERFORM VARYING WS-PI FROM 1 BY 1
               UNTIL WS-PI > WS-PST-CT
               MOVE WP-ACCT(WS-PI) TO AR-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE SPACES TO AR-CUST AR-CUST2
               END-READ
               IF AR-CUST = "0000000000"
                   MOVE SPACES TO AR-CUST
               END-IF
               IF AR-CUST2 = "0000000000" OR AR-CUST2 = AR-CUST
                   MOVE SPACES TO AR-CUST2
               END-IF
               MOVE AR-CUST  TO WP-CUST1(WS-PI)
               MOVE AR-CUST2 TO WP-CUST2(WS-PI)
           END-PERFORM
           CLOSE ACCOUNT-FILE.

      *> ============================================================
      *> ROLL-UP-CUSTOMERS: Add each unreversed cash posting to every
      *> person behind its account -- both holders of a joint
      *> account -- or, for an account with no customer number, to
      *> the account itself.
      *> ============================================================
       ROLL-UP-CUSTOMERS.
           PERFORM VARYING WS-PI FROM 1 BY 1
               UNTIL WS-PI > WS-PST-CT
               IF WP-REVERSED(WS-PI) = "N"
                   ADD 1 TO WS-CASH-PST-CT
                   IF WP-CUST1(WS-PI) = SPACES
                       AND WP-CUST2(WS-PI) = SPACES
                       MOVE WP-ACCT(WS-PI) TO WS-ROLL-KEY
                       MOVE "A" TO WS-ROLL-KIND
                       PERFORM ADD-TO-PERSON
                   END-IF
                   IF WP-CUST1(WS-PI) NOT = SPACES
                       MOVE WP-CUST1(WS-PI) TO WS-ROLL-KEY
                       MOVE "C" TO WS-ROLL-KIND
                       PERFORM ADD-TO-PERSON
                   END-IF
                   IF WP-CUST2(WS-PI) NOT = SPACES
                       MOVE WP-CUST2(WS-PI) TO WS-ROLL-KEY
                       MOVE "C" TO WS-ROLL-KIND
                       PERFORM ADD-TO-PERSON
                   END-IF
               END-IF
           END-PERFORM.

       ADD-TO-PERSON.
           MOVE 0 TO WS-CSLOT
           PERFORM VARYING WS-CI FROM 1 BY 1
               UNTIL WS-CI > WS-CUST-CT OR WS-CSLOT NOT = 0
               IF WC-KEY(WS-CI) = WS-ROLL-KEY
                   AND WC-KIND(WS-CI) = WS-ROLL-KIND
                   MOVE WS-CI TO WS-CSLOT
               END-IF
           END-PERFORM
           IF WS-CSLOT = 0
               IF WS-CUST-CT >= 2000
                   MOVE "Y" TO WS-CUST-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CUST-CT
               MOVE WS-CUST-CT TO WS-CSLOT
               MOVE WS-ROLL-KEY  TO WC-KEY(WS-CSLOT)
               MOVE WS-ROLL-KIND TO WC-KIND(WS-CSLOT)
               MOVE 0 TO WC-IN(WS-CSLOT)
               MOVE 0 TO WC-OUT(WS-CSLOT)
               MOVE 0 TO WC-POSTS(WS-CSLOT)
               MOVE SPACES TO WC-NAME(WS-CSLOT)
               MOVE SPACES TO WC-OUTCOME(WS-CSLOT)
           END-IF
           IF WP-DIR(WS-PI) = "OUT"
               ADD WP-AMOUNT(WS-PI) TO WC-OUT(WS-CSLOT)
           ELSE
               ADD WP-AMOUNT(WS-PI) TO WC-IN(WS-CSLOT)
           END-IF
           ADD 1 TO WC-POSTS(WS-CSLOT).

      *> ============================================================
      *> POSTING-BELONGS: Whether cash posting WS-PI counted toward
      *> person WS-CI (set in WS-BELONGS).
      *> ============================================================
       POSTING-BELONGS.
           MOVE "N" TO WS-BELONGS
           IF WP-REVERSED(WS-PI) = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WC-KIND(WS-CI) = "A"
               IF WP-ACCT(WS-PI) = WC-KEY(WS-CI)
                   AND WP-CUST1(WS-PI) = SPACES
                   AND WP-CUST2(WS-PI) = SPACES
                   MOVE "Y" TO WS-BELONGS
               END-IF
           ELSE
               IF WP-CUST1(WS-PI) = WC-KEY(WS-CI)
                   OR WP-CUST2(WS-PI) = WC-KEY(WS-CI)
                   MOVE "Y" TO WS-BELONGS
               END-IF
           END-IF.

      *> ============================================================
      *> WRITE-FILING: Decide every person's outcome and write the
      *> filing file -- a subject record and its posting details for
      *> each customer over the threshold with a master row.
      *> ============================================================
       WRITE-FILING.
           OPEN INPUT CUST-FILE
           IF WS-CUST-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open customer file"
               STOP RUN
           END-IF
           OPEN OUTPUT FILING-FILE

           MOVE SPACES TO FA-FILER-REC
           MOVE "A"           TO FA-REC-TYPE
           MOVE WS-CTR-DATE   TO FA-BUS-DATE
           MOVE WS-FILER-TID  TO FA-FILER-TID
           MOVE WS-FILER-NAME TO FA-FILER-NAME
           WRITE FA-FILER-REC

           PERFORM VARYING WS-CI FROM 1 BY 1
               UNTIL WS-CI > WS-CUST-CT
               PERFORM DECIDE-ONE-PERSON
           END-PERFORM

           MOVE SPACES TO FC-CONTROL-REC
           MOVE "C"           TO FC-REC-TYPE
           MOVE WS-CTR-DATE   TO FC-BUS-DATE
           MOVE WS-FILED-CT   TO FC-SUBJECT-CT
           MOVE WS-DETAIL-CT  TO FC-DETAIL-CT
           MOVE WS-FILED-IN   TO FC-CASH-IN-TOT
           MOVE WS-FILED-OUT  TO FC-CASH-OUT-TOT
           WRITE FC-CONTROL-REC

           CLOSE CUST-FILE
           CLOSE FILING-FILE.

       DECIDE-ONE-PERSON.
           MOVE "N" TO WS-HAVE-CUST
           IF WC-KIND(WS-CI) = "C"
               PERFORM LOOKUP-CUSTOMER
               IF WS-HAVE-CUST = "Y"
                   INITIALIZE WC-NAME(WS-CI)
                   STRING FUNCTION TRIM(CM-FIRST) " "
                       FUNCTION TRIM(CM-LAST)
                       DELIMITED BY SIZE INTO WC-NAME(WS-CI)
                   END-STRING
               END-IF
           END-IF

           IF WC-IN(WS-CI) > WS-CTR-THRESHOLD
               OR WC-OUT(WS-CI) > WS-CTR-THRESHOLD
               EVALUATE TRUE
                   WHEN WC-KIND(WS-CI) = "A"
                       MOVE "U" TO WC-OUTCOME(WS-CI)
                       ADD 1 TO WS-EXC-CT
                   WHEN WS-HAVE-CUST = "N"
                       MOVE "M" TO WC-OUTCOME(WS-CI)
                       ADD 1 TO WS-EXC-CT
                   WHEN OTHER
                       MOVE "F" TO WC-OUTCOME(WS-CI)
                       PERFORM WRITE-SUBJECT
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           IF WC-IN(WS-CI) NOT < WS-NEAR-FLOOR
               OR WC-OUT(WS-CI) NOT < WS-NEAR-FLOOR
               MOVE "N" TO WC-OUTCOME(WS-CI)
               ADD 1 TO WS-NEAR-CT
           END-IF.

       LOOKUP-CUSTOMER.
           MOVE "N" TO WS-HAVE-CUST
           IF WS-CUST-FS NOT = "00" AND WS-CUST-FS NOT = "23"
               EXIT PARAGRAPH
           END-IF
           MOVE WC-KEY(WS-CI) TO CM-NUMBER
           READ CUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HAVE-CUST
           END-READ.

       WRITE-SUBJECT.
           MOVE SPACES TO FB-SUBJECT-REC
           MOVE "B"              TO FB-REC-TYPE
           MOVE WS-CTR-DATE      TO FB-BUS-DATE
           MOVE CM-NUMBER        TO FB-CUST
           MOVE CM-TID           TO FB-TID
           MOVE WC-NAME(WS-CI)   TO FB-NAME
           MOVE CM-STREET        TO FB-STREET
           MOVE CM-CITY          TO FB-CITY
           MOVE CM-STATE         TO FB-STATE
           MOVE CM-ZIP           TO FB-ZIP
           MOVE CM-PHONE         TO FB-PHONE
           MOVE WC-IN(WS-CI)     TO FB-CASH-IN
           MOVE WC-OUT(WS-CI)    TO FB-CASH-OUT
           MOVE WC-POSTS(WS-CI)  TO FB-POST-CT
           WRITE FB-SUBJECT-REC
           ADD 1 TO WS-FILED-CT
           ADD WC-IN(WS-CI)  TO WS-FILED-IN
           ADD WC-OUT(WS-CI) TO WS-FILED-OUT

           PERFORM VARYING WS-PI FROM 1 BY 1
               UNTIL WS-PI > WS-PST-CT
               PERFORM POSTING-BELONGS
               IF WS-BELONGS = "Y"
                   MOVE SPACES TO FD-DETAIL-REC
                   MOVE "D"            TO FD-REC-TYPE
                   MOVE WS-CTR-DATE    TO FD-BUS-DATE
                   MOVE CM-NUMBER      TO FD-CUST
                   MOVE WP-REF(WS-PI)  TO FD-TR-REF
                   MOVE WP-ACCT(WS-PI) TO FD-ACCT
                   MOVE WP-DIR(WS-PI)  TO FD-DIRECTION
                   MOVE WP-AMOUNT(WS-PI) TO FD-AMOUNT
                   MOVE WP-TERM(WS-PI) TO FD-TERM
                   MOVE WP-TIME(WS-PI) TO FD-TIME
                   WRITE FD-DETAIL-REC
                   ADD 1 TO WS-DETAIL-CT
               END-IF
           END-PERFORM.

      *> ============================================================
      *> WRITE-WORKSHEET: CTRWORK.RPT for compliance -- the filed
      *> customers, the near-threshold customers and the exceptions,
      *> each with the cash postings behind the totals.
      *> ============================================================
       WRITE-WORKSHEET.
           OPEN OUTPUT REPORT-FILE
           MOVE "CURRENCY TRANSACTION REPORT WORKSHEET" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-CTR-THRESHOLD TO WS-AMT-DSP
           MOVE SPACES TO REPORT-REC
           STRING "Business date: " WS-CTR-DATE
               "   threshold $" FUNCTION TRIM(WS-AMT-DSP)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Run date: " WS-TODAY
               "   filing file " WS-CTR-NAME
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "CTRS FILED" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-PERSON-HEADING
           MOVE "F" TO WS-SECTION-CODE
           PERFORM WRITE-OUTCOME-SECTION
           IF WS-FILED-CT = 0
               MOVE "No customer over the threshold." TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-NEAR-FLOOR TO WS-AMT-DSP
           MOVE SPACES TO REPORT-REC
           STRING "NEAR THRESHOLD (cash in or out of $"
               FUNCTION TRIM(WS-AMT-DSP) " or more)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM WRITE-PERSON-HEADING
           MOVE "N" TO WS-SECTION-CODE
           PERFORM WRITE-OUTCOME-SECTION
           IF WS-NEAR-CT = 0
               MOVE "No customer near the threshold." TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "EXCEPTIONS (over the threshold, not filed)"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-PERSON-HEADING
           MOVE "U" TO WS-SECTION-CODE
           PERFORM WRITE-OUTCOME-SECTION
           MOVE "M" TO WS-SECTION-CODE
           PERFORM WRITE-OUTCOME-SECTION
           IF WS-EXC-CT = 0
               MOVE "No exceptions." TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE.

       WRITE-PERSON-HEADING.
           MOVE SPACES TO REPORT-REC
           STRING "Customer   Name                       "
               "     Cash in     Cash out Posts"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

      *> ============================================================
      *> WRITE-OUTCOME-SECTION: Every person whose outcome is the
      *> code in WS-SECTION-CODE, each followed by its postings.
      *> ============================================================
       WRITE-OUTCOME-SECTION.
           PERFORM VARYING WS-CI FROM 1 BY 1
               UNTIL WS-CI > WS-CUST-CT
               IF WC-OUTCOME(WS-CI) = WS-SECTION-CODE
                   PERFORM WRITE-PERSON-LINE
               END-IF
           END-PERFORM.

       WRITE-PERSON-LINE.
           MOVE WC-IN(WS-CI) TO WS-IN-DSP
           MOVE WC-OUT(WS-CI) TO WS-OUT-DSP
           MOVE WC-POSTS(WS-CI) TO WS-CNT-DSP
           MOVE SPACES TO REPORT-REC
           EVALUATE WC-OUTCOME(WS-CI)
               WHEN "U"
                   STRING WC-KEY(WS-CI) " "
                       "(account, no customer no.) "
                       WS-IN-DSP " " WS-OUT-DSP " " WS-CNT-DSP
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN "M"
                   STRING WC-KEY(WS-CI) " "
                       "(no customer master row)   "
                       WS-IN-DSP " " WS-OUT-DSP " " WS-CNT-DSP
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING WC-KEY(WS-CI) " " WC-NAME(WS-CI)(1:27)
                       WS-IN-DSP " " WS-OUT-DSP " " WS-CNT-DSP
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
           END-EVALUATE
           WRITE REPORT-REC

           PERFORM VARYING WS-PI FROM 1 BY 1
               UNTIL WS-PI > WS-PST-CT
               PERFORM POSTING-BELONGS
               IF WS-BELONGS = "Y"
                   MOVE WP-REF(WS-PI) TO WS-REF-DSP
                   MOVE WP-AMOUNT(WS-PI) TO WS-IN-DSP
                   MOVE SPACES TO REPORT-REC
                   STRING "    ref " WS-REF-DSP
                       "  acct " WP-ACCT(WS-PI)
                       "  " WP-DIR(WS-PI) " " WS-IN-DSP
                       "  term " WP-TERM(WS-PI)
                       "  " WP-TIME(WS-PI)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.

      *> ============================================================
      *> LOG-FILINGS: A CTR-FILED audit entry for every customer on
      *> the filing file -- written once the file is complete, so
      *> the trail never claims a filing that was not made.
      *> ============================================================
       LOG-FILINGS.
           PERFORM VARYING WS-CI FROM 1 BY 1
               UNTIL WS-CI > WS-CUST-CT
               IF WC-OUTCOME(WS-CI) = "F"
                   MOVE WC-KEY(WS-CI) TO WS-AUD-ACCT
                   MOVE "CTR-FILED" TO WS-AUD-ACTION
                   MOVE WC-IN(WS-CI) TO WS-IN-DSP
                   MOVE WC-OUT(WS-CI) TO WS-OUT-DSP
                   MOVE WC-POSTS(WS-CI) TO WS-CNT-DSP
                   INITIALIZE WS-AUD-DETAIL
                   STRING WS-CTR-DATE
                       " in $" FUNCTION TRIM(WS-IN-DSP)
                       " out $" FUNCTION TRIM(WS-OUT-DSP)
                       " postings " FUNCTION TRIM(WS-CNT-DSP)
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
                   END-STRING
                   PERFORM LOG-AUDIT
               END-IF
           END-PERFORM.

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
      *> CHECK-RUN-CONTROL: Refuse a second filing for a business
      *> day already completed; an unfinished run for the day is
      *> simply run again (the outputs are rebuilt from the log),
      *> and otherwise the day's start record is registered.
      *> ============================================================
       CHECK-RUN-CONTROL.
           PERFORM LOAD-RUNCTL
           MOVE 0 TO WS-RC-SLOT
           PERFORM VARYING WS-RCI FROM 1 BY 1
               UNTIL WS-RCI > WS-RC-CT
               IF WR-JOB(WS-RCI) = WS-RC-JOB
                   AND WR-DATE(WS-RCI) = WS-CTR-DATE
                   MOVE WS-RCI TO WS-RC-SLOT
               END-IF
           END-PERFORM

           IF WS-RC-SLOT NOT = 0
               IF WR-STATUS(WS-RC-SLOT) = "C"
                   DISPLAY "ERR|ALREADY-RUN|"
                       FUNCTION TRIM(WS-RC-JOB)
                       " already completed for " WS-CTR-DATE
                   STOP RUN
               END-IF
               DISPLAY "Rerunning unfinished run for " WS-CTR-DATE
               EXIT PARAGRAPH
           END-IF

           IF WS-RC-CT >= 50
               DISPLAY "ERR|RUNCTL-FULL|Run-control table is full"
               STOP RUN
           END-IF
           ADD 1 TO WS-RC-CT
           MOVE WS-RC-CT TO WS-RC-SLOT
           MOVE WS-RC-JOB   TO WR-JOB(WS-RC-SLOT)
           MOVE WS-CTR-DATE TO WR-DATE(WS-RC-SLOT)
           MOVE "S"         TO WR-STATUS(WS-RC-SLOT)
           MOVE SPACES      TO WR-CKPT(WS-RC-SLOT)
           MOVE 0           TO WR-CT1(WS-RC-SLOT)
           MOVE 0           TO WR-CT2(WS-RC-SLOT)
           PERFORM SAVE-RUNCTL.

      *> ============================================================
      *> FINISH-RUN-CONTROL: Close out the day's row with the filed
      *> and near-threshold counts.
      *> ============================================================
       FINISH-RUN-CONTROL.
           MOVE "C" TO WR-STATUS(WS-RC-SLOT)
           MOVE WS-FILED-CT TO WR-CT1(WS-RC-SLOT)
           MOVE WS-NEAR-CT TO WR-CT2(WS-RC-SLOT)
           PERFORM SAVE-RUNCTL.

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
