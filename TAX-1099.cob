      *> ================================================================
      *> TAX-1099: Year-end 1099-INT interest reporting run.
      *> BATCH-INTEREST credits savings interest every night, and
      *> TRAN-ARCH moves most of the year out to the monthly
      *> TRANSARCH.YYYYMM files, so no single file says what a
      *> person earned. This job totals every INTEREST posting dated
      *> in the tax year across that year's archives and the live
      *> TRANSLOG.DAT, net of any REVERSAL whose TR-ORIG-REF points
      *> back at one of them, and rolls the net up to the first
      *> holder's customer number (AR-CUST) -- the 1099 goes to the
      *> primary holder's taxpayer id, as on the account agreement.
      *>   - TAX1099.RPT: one customer copy per reportable customer,
      *>     addressed from CUSTMAST.DAT, listing the accounts that
      *>     make up the box 1 total, followed by the exceptions page
      *>     (under the reporting threshold, no taxpayer id on file,
      *>     no customer row, interest on an account with no
      *>     customer number);
      *>   - TAX1099.DAT: the fixed-layout filing file -- a payer
      *>     record, one payee record per filed customer, and a
      *>     control total record.
      *> A customer over the threshold with no taxpayer id still
      *> gets their copy but is held out of the filing file until
      *> ACCT-MAINT's CUST-UPD captures one; rerun the job then --
      *> it rebuilds both outputs from the postings every time.
      *> Accepts a single command via ACCEPT (stdin):
      *>   P1=tax year (YYYY, blank for the year before the current
      *>      business date)
      *>   P2=reporting threshold in dollars (blank for 10.00)
      *> Compile: cobc -x -free TAX-1099.cob -o tax-1099
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-1099.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "TRANSLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-REF
               ALTERNATE RECORD KEY IS TR-ACCT WITH DUPLICATES
               FILE STATUS IS WS-TRAN-FS.
           SELECT ARCH-FILE ASSIGN TO WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FS.
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
           SELECT REPORT-FILE ASSIGN TO "TAX1099.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT FILING-FILE ASSIGN TO "TAX1099.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIL-FS.
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

      *> Monthly archive written by TRAN-ARCH: TRANSLOG.DAT records
      *> verbatim, one per line
       FD ARCH-FILE.
       01 ARCH-REC              PIC X(110).

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

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(100).

      *> Filing file: fixed 137-byte records. "A" names the payer,
      *> one "B" per filed recipient carries the box 1 amount, and
      *> the closing "C" record carries the count and total of the
      *> "B" records for the receiving agency's balancing.
       FD FILING-FILE.
       01 FA-PAYER-REC.
           05 FA-REC-TYPE      PIC X(1).
           05 FA-TAX-YEAR      PIC X(4).
           05 FA-PAYER-TID     PIC X(9).
           05 FA-PAYER-NAME    PIC X(40).
           05 FILLER           PIC X(83).
       01 FB-PAYEE-REC.
           05 FB-REC-TYPE      PIC X(1).
           05 FB-TAX-YEAR      PIC X(4).
           05 FB-TID           PIC X(9).
           05 FB-CUST          PIC X(10).
           05 FB-NAME          PIC X(40).
           05 FB-STREET        PIC X(30).
           05 FB-CITY          PIC X(20).
           05 FB-STATE         PIC X(2).
           05 FB-ZIP           PIC X(10).
           05 FB-INTEREST      PIC 9(9)V99.
       01 FC-TOTAL-REC.
           05 FC-REC-TYPE      PIC X(1).
           05 FC-TAX-YEAR      PIC X(4).
           05 FC-PAYEE-CT      PIC 9(7).
           05 FC-INTEREST-TOT  PIC 9(11)V99.
           05 FILLER           PIC X(112).

      *> Current business (posting) date, advanced by EOD-SETTLE's
      *> cutover once a settlement day closes -- postings made after
      *> the evening run belong to the next business day, not to a
      *> day already settled
       FD BUSDATE-FILE.
       01 BUSDATE-REC           PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BD-FS              PIC XX.
       01 WS-TRAN-FS            PIC XX.
       01 WS-ARCH-FS            PIC XX.
       01 WS-ACCT-FS            PIC XX.
       01 WS-CUST-FS            PIC XX.
       01 WS-RPT-FS             PIC XX.
       01 WS-FIL-FS             PIC XX.
       01 WS-EOF                PIC X VALUE "N".

       01 WS-COMMAND            PIC X(200).
       01 WS-P1                 PIC X(20).
       01 WS-P2                 PIC X(20).

      *> Payer identification for the filing file's "A" record
       01 WS-PAYER-TID          PIC X(9) VALUE "370000001".
       01 WS-PAYER-NAME         PIC X(40)
           VALUE "SPRINGFIELD SAVINGS BANK".

      *> Run parameters: the calendar year reported and the box 1
      *> amount below which no form is issued
       01 WS-TAX-YEAR           PIC 9(4).
       01 WS-THRESHOLD          PIC 9(7)V99 VALUE 10.00.

      *> Posting sources: the tax year's archives and the next
      *> year's (a January cut archives December's postings under
      *> the new year's name), then the live log. A month with no
      *> archive file is simply skipped.
       01 WS-ARCH-NAME          PIC X(16).
       01 WS-ARCH-YYYY          PIC 9(4).
       01 WS-ARCH-MM            PIC 9(2).
       01 WS-PASS               PIC 9 VALUE 1.
       01 WS-ARCH-READ          PIC 9(3) VALUE 0.

      *> One posting from either source, TRANSLOG.DAT layout
       01 WS-POSTING.
           05 WP-REF            PIC 9(10).
           05 WP-DATE           PIC X(8).
           05 WP-TIME           PIC X(6).
           05 WP-ACCT           PIC X(10).
           05 WP-TYPE           PIC X(10).
           05 WP-AMOUNT         PIC S9(9)V99.
           05 WP-BALANCE        PIC S9(9)V99.
           05 WP-DESC           PIC X(30).
           05 WP-ORIG-REF       PIC 9(10).
           05 WP-TERM           PIC X(4).

      *> Reversals seen anywhere in the sources, by the reference
      *> they undo -- collected on the first pass so the second can
      *> net each interest posting as it is totaled
       01 WS-REV-CT             PIC 9(4) VALUE 0.
       01 WS-REV-TBL.
           05 WS-REV OCCURS 1000 TIMES.
               10 WV-ORIG-REF   PIC 9(10).
               10 WV-AMOUNT     PIC S9(9)V99.
       01 WS-VI                 PIC 9(4).
       01 WS-REV-OVERFLOW       PIC X VALUE "N".

      *> Net interest per account for the year, and the customer it
      *> was rolled up to
       01 WS-INT-CT             PIC 9(5) VALUE 0.
       01 WS-INT-TBL.
           05 WS-INT OCCURS 999 TIMES.
               10 WI-ACCT       PIC X(10).
               10 WI-GROSS      PIC S9(9)V99.
               10 WI-REVERSED   PIC S9(9)V99.
               10 WI-NET        PIC S9(9)V99.
               10 WI-CUST       PIC X(10).
       01 WS-II                 PIC 9(5).
       01 WS-SLOT               PIC 9(5) VALUE 0.
       01 WS-INT-OVERFLOW       PIC X VALUE "N".

      *> Per-customer box 1 totals. WC-OUTCOME records what the run
      *> did with the customer: "F" copy printed and filed, "T"
      *> copy printed but held for a taxpayer id, "U" under the
      *> threshold, "M" no customer master row.
       01 WS-CUST-CT            PIC 9(5) VALUE 0.
       01 WS-CUST-TBL.
           05 WS-CUST OCCURS 999 TIMES.
               10 WC-CUST       PIC X(10).
               10 WC-TOTAL      PIC S9(9)V99.
               10 WC-ACCTS      PIC 9(3).
               10 WC-NAME       PIC X(41).
               10 WC-OUTCOME    PIC X(1).
       01 WS-CI                 PIC 9(5).
       01 WS-CSLOT              PIC 9(5) VALUE 0.
       01 WS-CUST-OVERFLOW      PIC X VALUE "N".

       01 WS-HAVE-CUST          PIC X VALUE "N".
       01 WS-NOCUST-ACCT-CT     PIC 9(5) VALUE 0.
       01 WS-FILED-CT           PIC 9(7) VALUE 0.
       01 WS-FILED-TOTAL        PIC 9(11)V99 VALUE 0.
       01 WS-COPY-CT            PIC 9(5) VALUE 0.
       01 WS-EXC-CT             PIC 9(5) VALUE 0.

       01 WS-DATE-TIME.
           05 WS-DT-DATE        PIC X(8).
           05 WS-DT-TIME        PIC X(8).
           05 WS-DT-GMT         PIC X(5).
       01 WS-TODAY               PIC X(8).

       01 WS-AMT-DSP             PIC -(9)9.99.
       01 WS-TOT-DSP             PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-DATETIME
           ACCEPT WS-COMMAND
           PERFORM PARSE-COMMAND

           MOVE 1 TO WS-PASS
           PERFORM SCAN-ALL-SOURCES
           MOVE 2 TO WS-PASS
           PERFORM SCAN-ALL-SOURCES

           PERFORM ROLL-UP-CUSTOMERS
      *>   A year too big for the tables would file wrong figures;
      *>   stop before the filing file is written
           IF WS-REV-OVERFLOW = "Y"
               DISPLAY "ERR|TABLE-FULL|Over 1000 reversals in the "
                   "sources, nothing filed"
               STOP RUN
           END-IF
           IF WS-INT-OVERFLOW = "Y"
               DISPLAY "ERR|TABLE-FULL|Over 999 accounts with "
                   "interest in " WS-TAX-YEAR ", nothing filed"
               STOP RUN
           END-IF
           IF WS-CUST-OVERFLOW = "Y"
               DISPLAY "ERR|TABLE-FULL|Over 999 customers with "
                   "interest in " WS-TAX-YEAR ", nothing filed"
               STOP RUN
           END-IF
           PERFORM WRITE-FORMS
           PERFORM WRITE-EXCEPTIONS

           DISPLAY "TAX-1099 run complete for tax year " WS-TAX-YEAR
           DISPLAY "  Archive files read:      " WS-ARCH-READ
           DISPLAY "  Accounts with interest:  " WS-INT-CT
           DISPLAY "  Customer copies printed: " WS-COPY-CT
           DISPLAY "  Recipients filed:        " WS-FILED-CT
           DISPLAY "  Exceptions listed:       " WS-EXC-CT
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

       PARSE-COMMAND.
           INITIALIZE WS-P1 WS-P2
           UNSTRING WS-COMMAND DELIMITED BY ALL SPACES
               INTO WS-P1 WS-P2
           END-UNSTRING
           IF WS-P1 = SPACES
               COMPUTE WS-TAX-YEAR =
                   FUNCTION NUMVAL(WS-TODAY(1:4)) - 1
           ELSE
               COMPUTE WS-TAX-YEAR = FUNCTION NUMVAL(WS-P1(1:4))
           END-IF
           IF WS-P2 NOT = SPACES
               COMPUTE WS-THRESHOLD = FUNCTION NUMVAL(WS-P2)
           END-IF.

      *> ============================================================
      *> SCAN-ALL-SOURCES: Walk every posting source once for the
      *> current pass -- pass 1 collects reversals, pass 2 totals
      *> the interest. Archives are read oldest first and the live
      *> log last, so a reversal is always seen after what it undoes
      *> within a source, but the two-pass split means the netting
      *> never depends on that order.
      *> ============================================================
       SCAN-ALL-SOURCES.
           MOVE WS-TAX-YEAR TO WS-ARCH-YYYY
           PERFORM SCAN-ARCHIVE-YEAR
           ADD 1 TO WS-ARCH-YYYY
           PERFORM SCAN-ARCHIVE-YEAR
           PERFORM SCAN-TRANSLOG.

       SCAN-ARCHIVE-YEAR.
           PERFORM VARYING WS-ARCH-MM FROM 1 BY 1
               UNTIL WS-ARCH-MM > 12
               PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM.

       SCAN-ONE-ARCHIVE.
           INITIALIZE WS-ARCH-NAME
           STRING "TRANSARCH." WS-ARCH-YYYY WS-ARCH-MM
               DELIMITED BY SIZE INTO WS-ARCH-NAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-PASS = 1
               ADD 1 TO WS-ARCH-READ
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ARCH-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE ARCH-REC TO WS-POSTING
                       PERFORM ROUTE-POSTING
               END-READ
           END-PERFORM
           CLOSE ARCH-FILE.

       SCAN-TRANSLOG.
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
                       MOVE TRAN-REC TO WS-POSTING
                       PERFORM ROUTE-POSTING
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE.

       ROUTE-POSTING.
           IF WS-PASS = 1
               IF WP-TYPE = "REVERSAL" AND WP-ORIG-REF NOT = 0
                   PERFORM NOTE-REVERSAL
               END-IF
           ELSE
               IF WP-TYPE = "INTEREST"
                   AND WP-DATE(1:4) = WS-TAX-YEAR
                   PERFORM TALLY-INTEREST
               END-IF
           END-IF.

      *> ============================================================
      *> NOTE-REVERSAL: Remember a reversal by the reference it
      *> undoes. Its date is not tested -- a December credit backed
      *> out on January 3rd was still never really paid.
      *> ============================================================
       NOTE-REVERSAL.
           IF WS-REV-CT >= 1000
               MOVE "Y" TO WS-REV-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REV-CT
           MOVE WP-ORIG-REF TO WV-ORIG-REF(WS-REV-CT)
           MOVE WP-AMOUNT   TO WV-AMOUNT(WS-REV-CT).

      *> ============================================================
      *> TALLY-INTEREST: Add one interest posting to its account's
      *> gross, and any reversal pointing at it to the account's
      *> reversed amount (reversal amounts are signed, so a reversed
      *> credit adds a negative figure).
      *> ============================================================
       TALLY-INTEREST.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-II FROM 1 BY 1
               UNTIL WS-II > WS-INT-CT
               IF WI-ACCT(WS-II) = WP-ACCT
                   MOVE WS-II TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-INT-CT >= 999
                   MOVE "Y" TO WS-INT-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-INT-CT
               MOVE WS-INT-CT TO WS-SLOT
               MOVE WP-ACCT TO WI-ACCT(WS-SLOT)
               MOVE 0 TO WI-GROSS(WS-SLOT)
               MOVE 0 TO WI-REVERSED(WS-SLOT)
               MOVE 0 TO WI-NET(WS-SLOT)
               MOVE SPACES TO WI-CUST(WS-SLOT)
           END-IF
           ADD WP-AMOUNT TO WI-GROSS(WS-SLOT)
           PERFORM VARYING WS-VI FROM 1 BY 1
               UNTIL WS-VI > WS-REV-CT
               IF WV-ORIG-REF(WS-VI) = WP-REF
                   ADD WV-AMOUNT(WS-VI) TO WI-REVERSED(WS-SLOT)
               END-IF
           END-PERFORM
           COMPUTE WI-NET(WS-SLOT) =
               WI-GROSS(WS-SLOT) + WI-REVERSED(WS-SLOT).

      *> ============================================================
      *> ROLL-UP-CUSTOMERS: Attribute each account's net interest to
      *> its first holder. An account fully reversed to nothing is
      *> left out; one with no customer number (a legacy account
      *> never linked to the customer master) is counted for the
      *> exceptions page.
      *> ============================================================
       ROLL-UP-CUSTOMERS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open accounts file"
               STOP RUN
           END-IF
           PERFORM VARYING WS-II FROM 1 BY 1
               UNTIL WS-II > WS-INT-CT
               IF WI-NET(WS-II) > 0
                   PERFORM ROLL-UP-ONE-ACCOUNT
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       ROLL-UP-ONE-ACCOUNT.
           MOVE WI-ACCT(WS-II) TO AR-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE SPACES TO AR-CUST
           END-READ
           IF AR-CUST = SPACES OR AR-CUST = "0000000000"
               ADD 1 TO WS-NOCUST-ACCT-CT
               EXIT PARAGRAPH
           END-IF
           MOVE AR-CUST TO WI-CUST(WS-II)

           MOVE 0 TO WS-CSLOT
           PERFORM VARYING WS-CI FROM 1 BY 1
               UNTIL WS-CI > WS-CUST-CT
               IF WC-CUST(WS-CI) = AR-CUST
                   MOVE WS-CI TO WS-CSLOT
               END-IF
           END-PERFORM
           IF WS-CSLOT = 0
               IF WS-CUST-CT >= 999
                   MOVE "Y" TO WS-CUST-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CUST-CT
               MOVE WS-CUST-CT TO WS-CSLOT
               MOVE AR-CUST TO WC-CUST(WS-CSLOT)
               MOVE 0 TO WC-TOTAL(WS-CSLOT)
               MOVE 0 TO WC-ACCTS(WS-CSLOT)
               MOVE SPACES TO WC-NAME(WS-CSLOT)
               MOVE SPACES TO WC-OUTCOME(WS-CSLOT)
           END-IF
           ADD WI-NET(WS-II) TO WC-TOTAL(WS-CSLOT)
           ADD 1 TO WC-ACCTS(WS-CSLOT).

      *> ============================================================
      *> WRITE-FORMS: The customer copies and the filing file, one
      *> customer at a time in the order they were rolled up.
      *> ============================================================
       WRITE-FORMS.
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT FILING-FILE
           OPEN INPUT CUST-FILE

           MOVE SPACES TO REPORT-REC
           STRING "FORM 1099-INT CUSTOMER COPIES - TAX YEAR "
               WS-TAX-YEAR
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-THRESHOLD TO WS-AMT-DSP
           MOVE SPACES TO REPORT-REC
           STRING "Run date: " WS-TODAY
               "   reporting threshold $" FUNCTION TRIM(WS-AMT-DSP)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO FA-PAYER-REC
           MOVE "A"           TO FA-REC-TYPE
           MOVE WS-TAX-YEAR   TO FA-TAX-YEAR
           MOVE WS-PAYER-TID  TO FA-PAYER-TID
           MOVE WS-PAYER-NAME TO FA-PAYER-NAME
           WRITE FA-PAYER-REC

           PERFORM VARYING WS-CI FROM 1 BY 1
               UNTIL WS-CI > WS-CUST-CT
               PERFORM WRITE-ONE-CUSTOMER
           END-PERFORM
           IF WS-COPY-CT = 0
               MOVE "----------------------------------------"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE "No reportable interest for the year."
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           MOVE SPACES TO FC-TOTAL-REC
           MOVE "C"            TO FC-REC-TYPE
           MOVE WS-TAX-YEAR    TO FC-TAX-YEAR
           MOVE WS-FILED-CT    TO FC-PAYEE-CT
           MOVE WS-FILED-TOTAL TO FC-INTEREST-TOT
           WRITE FC-TOTAL-REC

           IF WS-CUST-FS = "00"
               CLOSE CUST-FILE
           END-IF
           CLOSE FILING-FILE.

      *> ============================================================
      *> WRITE-ONE-CUSTOMER: Decide the customer's outcome, and for
      *> a reportable one print the copy and (taxpayer id on file)
      *> write the payee record.
      *> ============================================================
       WRITE-ONE-CUSTOMER.
           PERFORM LOOKUP-CUSTOMER
           IF WS-HAVE-CUST = "N"
               MOVE "M" TO WC-OUTCOME(WS-CI)
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WC-NAME(WS-CI)
           STRING FUNCTION TRIM(CM-FIRST) " " FUNCTION TRIM(CM-LAST)
               DELIMITED BY SIZE INTO WC-NAME(WS-CI)
           END-STRING
           IF WC-TOTAL(WS-CI) < WS-THRESHOLD
               MOVE "U" TO WC-OUTCOME(WS-CI)
               EXIT PARAGRAPH
           END-IF

           PERFORM PRINT-CUSTOMER-COPY
           IF CM-TID = SPACES
               MOVE "T" TO WC-OUTCOME(WS-CI)
               EXIT PARAGRAPH
           END-IF

           MOVE "F" TO WC-OUTCOME(WS-CI)
           MOVE "B"              TO FB-REC-TYPE
           MOVE WS-TAX-YEAR      TO FB-TAX-YEAR
           MOVE CM-TID           TO FB-TID
           MOVE CM-NUMBER        TO FB-CUST
           MOVE WC-NAME(WS-CI)   TO FB-NAME
           MOVE CM-STREET        TO FB-STREET
           MOVE CM-CITY          TO FB-CITY
           MOVE CM-STATE         TO FB-STATE
           MOVE CM-ZIP           TO FB-ZIP
           MOVE WC-TOTAL(WS-CI)  TO FB-INTEREST
           WRITE FB-PAYEE-REC
           ADD 1 TO WS-FILED-CT
           ADD WC-TOTAL(WS-CI) TO WS-FILED-TOTAL.

      *> ============================================================
      *> PRINT-CUSTOMER-COPY: The recipient's copy -- payer, the
      *> recipient's name and address, the taxpayer id masked to its
      *> last four digits, the box 1 total and the accounts behind
      *> it.
      *> ============================================================
       PRINT-CUSTOMER-COPY.
           ADD 1 TO WS-COPY-CT
           MOVE "----------------------------------------"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "FORM 1099-INT  Interest Income  Tax year "
               WS-TAX-YEAR "  (recipient copy)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Payer:     " FUNCTION TRIM(WS-PAYER-NAME)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Recipient: " FUNCTION TRIM(WC-NAME(WS-CI))
               "  (customer " CM-NUMBER ")"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "           " FUNCTION TRIM(CM-STREET)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "           " FUNCTION TRIM(CM-CITY)
               ", " CM-STATE " " FUNCTION TRIM(CM-ZIP)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           IF CM-TID = SPACES
               MOVE "Recipient TIN: NOT ON FILE" TO REPORT-REC
           ELSE
               STRING "Recipient TIN: ***-**-" CM-TID(6:4)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           MOVE WC-TOTAL(WS-CI) TO WS-AMT-DSP
           MOVE SPACES TO REPORT-REC
           STRING "Box 1  Interest income: $"
               FUNCTION TRIM(WS-AMT-DSP)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING WS-II FROM 1 BY 1
               UNTIL WS-II > WS-INT-CT
               IF WI-CUST(WS-II) = WC-CUST(WS-CI)
                   AND WI-NET(WS-II) > 0
                   MOVE WI-NET(WS-II) TO WS-AMT-DSP
                   MOVE SPACES TO REPORT-REC
                   STRING "       account " WI-ACCT(WS-II)
                       "  $" FUNCTION TRIM(WS-AMT-DSP)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.

      *> ============================================================
      *> LOOKUP-CUSTOMER: Direct READ of the rolled-up customer's
      *> master row. CUST-FILE is opened once by WRITE-FORMS; a
      *> missing master reads as no customer row for everyone.
      *> ============================================================
       LOOKUP-CUSTOMER.
           MOVE "N" TO WS-HAVE-CUST
           IF WS-CUST-FS NOT = "00" AND WS-CUST-FS NOT = "23"
               EXIT PARAGRAPH
           END-IF
           MOVE WC-CUST(WS-CI) TO CM-NUMBER
           READ CUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HAVE-CUST
           END-READ.

      *> ============================================================
      *> WRITE-EXCEPTIONS: The exceptions page, after the copies:
      *> every customer the run did not file, with the reason, and
      *> the count of accounts whose interest had no customer to go
      *> to.
      *> ============================================================
       WRITE-EXCEPTIONS.
           MOVE "========================================"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "1099-INT EXCEPTIONS - TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "----------------------------------------"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM VARYING WS-CI FROM 1 BY 1
               UNTIL WS-CI > WS-CUST-CT
               IF WC-OUTCOME(WS-CI) NOT = "F"
                   PERFORM WRITE-ONE-EXCEPTION
               END-IF
           END-PERFORM

           IF WS-NOCUST-ACCT-CT > 0
               ADD 1 TO WS-EXC-CT
               MOVE SPACES TO REPORT-REC
               STRING "NO CUST    " WS-NOCUST-ACCT-CT
                   " account(s) earned interest with no customer"
                   " number"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               PERFORM VARYING WS-II FROM 1 BY 1
                   UNTIL WS-II > WS-INT-CT
                   IF WI-NET(WS-II) > 0 AND WI-CUST(WS-II) = SPACES
                       MOVE WI-NET(WS-II) TO WS-AMT-DSP
                       MOVE SPACES TO REPORT-REC
                       STRING "           account " WI-ACCT(WS-II)
                           "  $" FUNCTION TRIM(WS-AMT-DSP)
                           DELIMITED BY SIZE INTO REPORT-REC
                       END-STRING
                       WRITE REPORT-REC
                   END-IF
               END-PERFORM
           END-IF

           IF WS-EXC-CT = 0
               MOVE "No exceptions." TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE WS-FILED-TOTAL TO WS-TOT-DSP
           MOVE "----------------------------------------"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Filed: " WS-FILED-CT " recipient(s), total $"
               FUNCTION TRIM(WS-TOT-DSP)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE.

       WRITE-ONE-EXCEPTION.
           ADD 1 TO WS-EXC-CT
           MOVE WC-TOTAL(WS-CI) TO WS-AMT-DSP
           MOVE SPACES TO REPORT-REC
           EVALUATE WC-OUTCOME(WS-CI)
               WHEN "U"
                   STRING "UNDER      " WC-CUST(WS-CI)
                       " " WC-NAME(WS-CI)(1:25)
                       " $" FUNCTION TRIM(WS-AMT-DSP)
                       " below threshold - no form"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN "T"
                   STRING "NO TID     " WC-CUST(WS-CI)
                       " " WC-NAME(WS-CI)(1:25)
                       " $" FUNCTION TRIM(WS-AMT-DSP)
                       " copy sent, filing held"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING "NO MASTER  " WC-CUST(WS-CI)
                       " $" FUNCTION TRIM(WS-AMT-DSP)
                       " customer number not on CUSTMAST.DAT"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
           END-EVALUATE
           WRITE REPORT-REC.
