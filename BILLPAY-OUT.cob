      *> ================================================================
      *> BILLPAY-OUT: Nightly bill payment origination batch job.
      *> CLEARING only ever took money in; a customer paying the
      *> utility or the landlord had nowhere to send it. ATM-SYSTEM
      *> and TELLER now take a BILL-PAY against a payee set up
      *> through ACCT-MAINT, debit the account on the spot and queue
      *> the payment on BILLPAY.DAT. This job takes every queued
      *> payment and writes it to the outbound clearing file
      *> CLEAROUT.DAT for the clearinghouse, in one batch:
      *>   "1" file header  -- our routing number, the clearing
      *>                       operator, business date, batch number
      *>   "6" one entry per payment -- receiving routing number and
      *>                       account, amount in cents, trace number
      *>                       (the debit's TR-REF, which is what a
      *>                       return quotes back to us), payee name,
      *>                       the customer's reference with the
      *>                       payee, and the paying account
      *>   "8" batch control -- entry count, entry hash (the sum of
      *>                       the receiving routing numbers' first
      *>                       eight digits, low ten digits kept) and
      *>                       total amount
      *>   "9" file trailer  -- batch count with the same totals
      *> Every record is 94 characters. Payments written are marked
      *> sent ("S") with the business date. A relaunch after a crash
      *> rebuilds the same file -- payments already marked sent today
      *> go out again with the queue -- and the run-control row
      *> refuses a second run once the file is complete, so a file
      *> already handed over is never overwritten. Sent and returned
      *> payments are dropped from the queue after WS-KEEP-DAYS.
      *> The file and its totals are listed on BILLPAY.RPT.
      *> Returns come back in on CLEARIN.DAT; see CLEARING.
      *> Run once per night, after the channels close.
      *> Compile: cobc -x -free BILLPAY-OUT.cob -o billpay-out
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLPAY-OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLPAY-FILE ASSIGN TO "BILLPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-FS.
           SELECT CLEAROUT-FILE ASSIGN TO "CLEAROUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT REPORT-FILE ASSIGN TO "BILLPAY.RPT"
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

      *> Bill payments queued for origination -- see ATM-SYSTEM.
      *> BP-STATUS "Q" queued, "S" sent on the outbound file of
      *> BP-SENT-DATE, "R" returned and re-credited.
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

      *> Outbound clearing file: fixed 94-character records, the
      *> record type in the first position -- layouts below under
      *> WS-OUT-HEADER, WS-OUT-ENTRY, WS-OUT-BATCH, WS-OUT-TRAILER
       FD CLEAROUT-FILE.
       01 CLEAROUT-REC          PIC X(94).

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
       01 WS-BP-FS              PIC XX.
       01 WS-OUT-FS             PIC XX.
       01 WS-AUDIT-FS           PIC XX.
       01 WS-RPT-FS             PIC XX.
       01 WS-EOF                PIC X VALUE "N".

      *> Originator identity on the file header: our own routing
      *> number and the clearing operator the file is addressed to
       01 WS-OUR-ROUTING        PIC X(9) VALUE "123456780".
       01 WS-CLEARING-ID        PIC X(10) VALUE "CLEARHOUSE".
       01 WS-BATCH-NO           PIC 9(7) VALUE 1.

      *> Sent and returned payments stay on the queue this many days
      *> after going out, then drop off at the next run
       01 WS-KEEP-DAYS          PIC 9(3) VALUE 90.
       01 WS-KEEP-CUTOFF        PIC X(8).
       01 WS-KEEP-INT           PIC 9(8).

      *> In-memory payment queue, loaded whole and written back
       01 WS-BP-CT              PIC 9(4) VALUE 0.
       01 WS-BP-TBL.
           05 WS-BP OCCURS 2000 TIMES.
               10 WB-REF        PIC 9(10).
               10 WB-DATE       PIC X(8).
               10 WB-ACCT       PIC X(10).
               10 WB-PAYEE      PIC 9(5).
               10 WB-NAME       PIC X(22).
               10 WB-ROUTING    PIC X(9).
               10 WB-DEST-ACCT  PIC X(17).
               10 WB-CUST-REF   PIC X(15).
               10 WB-AMOUNT     PIC 9(9)V99.
               10 WB-STATUS     PIC X(1).
               10 WB-SENT-DATE  PIC X(8).
       01 WS-BI                 PIC 9(4).
       01 WS-BJ                 PIC 9(4).
       01 WS-DROP-CT            PIC 9(4) VALUE 0.

      *> Outbound record layouts
       01 WS-OUT-HEADER.
           05 OH-TYPE           PIC X(1) VALUE "1".
           05 OH-ORIGIN         PIC X(9).
           05 OH-DEST           PIC X(10).
           05 OH-DATE           PIC X(8).
           05 OH-TIME           PIC X(6).
           05 OH-BATCH          PIC 9(7).
           05 FILLER            PIC X(53) VALUE SPACES.
       01 WS-OUT-ENTRY.
           05 OE-TYPE           PIC X(1) VALUE "6".
           05 OE-ROUTING        PIC X(9).
           05 OE-DEST-ACCT      PIC X(17).
           05 OE-AMOUNT         PIC 9(8)V99.
           05 OE-TRACE          PIC 9(10).
           05 OE-NAME           PIC X(22).
           05 OE-CUST-REF       PIC X(15).
           05 OE-ACCT           PIC X(10).
       01 WS-OUT-BATCH.
           05 OB-TYPE           PIC X(1) VALUE "8".
           05 OB-COUNT          PIC 9(6).
           05 OB-HASH           PIC 9(10).
           05 OB-TOTAL          PIC 9(10)V99.
           05 OB-BATCH          PIC 9(7).
           05 FILLER            PIC X(58) VALUE SPACES.
       01 WS-OUT-TRAILER.
           05 OT-TYPE           PIC X(1) VALUE "9".
           05 OT-BATCHES        PIC 9(6).
           05 OT-COUNT          PIC 9(8).
           05 OT-HASH           PIC 9(10).
           05 OT-TOTAL          PIC 9(10)V99.
           05 FILLER            PIC X(57) VALUE SPACES.

      *> Control totals
       01 WS-ENTRY-CT           PIC 9(6) VALUE 0.
       01 WS-ENTRY-HASH         PIC 9(10) VALUE 0.
       01 WS-ENTRY-TOTAL        PIC 9(10)V99 VALUE 0.
       01 WS-ROUTE-8            PIC 9(8).
       01 WS-NEW-CT             PIC 9(5) VALUE 0.

      *> Run control: a completed row for today refuses the run --
      *> the file it wrote may already be with the clearinghouse
       01 WS-RC-FS              PIC XX.
       01 WS-RC-JOB             PIC X(14) VALUE "BILLPAY-OUT".
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
       01 WS-REF-DSP             PIC Z(9)9.

       01 WS-AUD-ACCT            PIC X(10).
       01 WS-AUD-ACTION          PIC X(20).
       01 WS-AUD-DETAIL          PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-DATETIME
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOAD-PAYMENTS
           PERFORM OPEN-REPORT

           OPEN OUTPUT CLEAROUT-FILE
           IF WS-OUT-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open outbound file"
               STOP RUN
           END-IF
           PERFORM WRITE-FILE-HEADER
           PERFORM VARYING WS-BI FROM 1 BY 1
               UNTIL WS-BI > WS-BP-CT
               IF WB-STATUS(WS-BI) = "Q"
                   OR (WB-STATUS(WS-BI) = "S"
                       AND WB-SENT-DATE(WS-BI) = WS-TODAY)
                   PERFORM WRITE-ENTRY
               END-IF
           END-PERFORM
           PERFORM WRITE-BATCH-CONTROL
           PERFORM WRITE-FILE-TRAILER
           CLOSE CLEAROUT-FILE

      *>   The file is complete -- only now is the queue marked
           PERFORM VARYING WS-BI FROM 1 BY 1
               UNTIL WS-BI > WS-BP-CT
               IF WB-STATUS(WS-BI) = "Q"
                   MOVE "S" TO WB-STATUS(WS-BI)
                   MOVE WS-TODAY TO WB-SENT-DATE(WS-BI)
                   ADD 1 TO WS-NEW-CT
               END-IF
           END-PERFORM
           PERFORM SAVE-PAYMENTS

           PERFORM CLOSE-REPORT
           PERFORM FINISH-RUN-CONTROL

           MOVE SPACES TO WS-AUD-ACCT
           MOVE "BILLPAY-FILE" TO WS-AUD-ACTION
           MOVE WS-ENTRY-TOTAL TO WS-AMT-DSP
           INITIALIZE WS-AUD-DETAIL
           STRING "Outbound file " WS-TODAY " batch " WS-BATCH-NO
               ": " WS-ENTRY-CT " items $"
               FUNCTION TRIM(WS-AMT-DSP)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT

           DISPLAY "BILLPAY-OUT run complete for " WS-TODAY
           DISPLAY "  Payments on file:   " WS-ENTRY-CT
               "  $" FUNCTION TRIM(WS-AMT-DSP)
           DISPLAY "  Newly originated:   " WS-NEW-CT
           DISPLAY "  Entry hash:         " WS-ENTRY-HASH
           DISPLAY "  Old entries purged: " WS-DROP-CT
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
      *> LOAD-PAYMENTS: Read BILLPAY.DAT into WS-BP-TBL, dropping
      *> sent and returned payments that went out more than
      *> WS-KEEP-DAYS ago. A missing file is an empty queue.
      *> ============================================================
       LOAD-PAYMENTS.
           COMPUTE WS-KEEP-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - WS-KEEP-DAYS
           COMPUTE WS-KEEP-INT = FUNCTION DATE-OF-INTEGER(WS-KEEP-INT)
           MOVE WS-KEEP-INT TO WS-KEEP-CUTOFF
           MOVE 0 TO WS-BP-CT
           MOVE "N" TO WS-EOF
           OPEN INPUT BILLPAY-FILE
           IF WS-BP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ BILLPAY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BP-STATUS NOT = "Q"
                           AND BP-SENT-DATE < WS-KEEP-CUTOFF
                           ADD 1 TO WS-DROP-CT
                       ELSE
                           IF WS-BP-CT < 2000
                               PERFORM STORE-PAYMENT
                           ELSE
                               DISPLAY "ERR|QUEUE-FULL|"
                                   "Bill payment queue over 2000 rows"
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLPAY-FILE.

       STORE-PAYMENT.
           ADD 1 TO WS-BP-CT
           MOVE BP-REF       TO WB-REF(WS-BP-CT)
           MOVE BP-DATE      TO WB-DATE(WS-BP-CT)
           MOVE BP-ACCT      TO WB-ACCT(WS-BP-CT)
           MOVE BP-PAYEE     TO WB-PAYEE(WS-BP-CT)
           MOVE BP-NAME      TO WB-NAME(WS-BP-CT)
           MOVE BP-ROUTING   TO WB-ROUTING(WS-BP-CT)
           MOVE BP-DEST-ACCT TO WB-DEST-ACCT(WS-BP-CT)
           MOVE BP-CUST-REF  TO WB-CUST-REF(WS-BP-CT)
           MOVE BP-AMOUNT    TO WB-AMOUNT(WS-BP-CT)
           MOVE BP-STATUS    TO WB-STATUS(WS-BP-CT)
           MOVE BP-SENT-DATE TO WB-SENT-DATE(WS-BP-CT).

      *> ============================================================
      *> SAVE-PAYMENTS: Rewrite BILLPAY.DAT from WS-BP-TBL
      *> ============================================================
       SAVE-PAYMENTS.
           OPEN OUTPUT BILLPAY-FILE
           PERFORM VARYING WS-BJ FROM 1 BY 1
               UNTIL WS-BJ > WS-BP-CT
               MOVE WB-REF(WS-BJ)       TO BP-REF
               MOVE WB-DATE(WS-BJ)      TO BP-DATE
               MOVE WB-ACCT(WS-BJ)      TO BP-ACCT
               MOVE WB-PAYEE(WS-BJ)     TO BP-PAYEE
               MOVE WB-NAME(WS-BJ)      TO BP-NAME
               MOVE WB-ROUTING(WS-BJ)   TO BP-ROUTING
               MOVE WB-DEST-ACCT(WS-BJ) TO BP-DEST-ACCT
               MOVE WB-CUST-REF(WS-BJ)  TO BP-CUST-REF
               MOVE WB-AMOUNT(WS-BJ)    TO BP-AMOUNT
               MOVE WB-STATUS(WS-BJ)    TO BP-STATUS
               MOVE WB-SENT-DATE(WS-BJ) TO BP-SENT-DATE
               WRITE BP-REC
           END-PERFORM
           CLOSE BILLPAY-FILE.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "BILL PAYMENT ORIGINATION REPORT" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Run date: " WS-TODAY "  Batch: " WS-BATCH-NO
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC.

       CLOSE-REPORT.
           IF WS-ENTRY-CT = 0
               MOVE "No bill payments queued." TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-ENTRY-TOTAL TO WS-AMT-DSP
           MOVE SPACES TO REPORT-REC
           STRING "Batch control: " WS-ENTRY-CT " items  $"
               FUNCTION TRIM(WS-AMT-DSP)
               "  hash " WS-ENTRY-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE.

      *> ============================================================
      *> WRITE-FILE-HEADER / WRITE-ENTRY / WRITE-BATCH-CONTROL /
      *> WRITE-FILE-TRAILER: Build each outbound record in its
      *> working-storage layout and write it. Each entry adds to the
      *> batch's count, hash and amount total and gets a report line.
      *> ============================================================
       WRITE-FILE-HEADER.
           MOVE WS-OUR-ROUTING TO OH-ORIGIN
           MOVE WS-CLEARING-ID TO OH-DEST
           MOVE WS-TODAY       TO OH-DATE
           MOVE WS-NOW-TIME    TO OH-TIME
           MOVE WS-BATCH-NO    TO OH-BATCH
           MOVE WS-OUT-HEADER  TO CLEAROUT-REC
           WRITE CLEAROUT-REC.

       WRITE-ENTRY.
           MOVE WB-ROUTING(WS-BI)   TO OE-ROUTING
           MOVE WB-DEST-ACCT(WS-BI) TO OE-DEST-ACCT
           MOVE WB-AMOUNT(WS-BI)    TO OE-AMOUNT
           MOVE WB-REF(WS-BI)       TO OE-TRACE
           MOVE WB-NAME(WS-BI)      TO OE-NAME
           MOVE WB-CUST-REF(WS-BI)  TO OE-CUST-REF
           MOVE WB-ACCT(WS-BI)      TO OE-ACCT
           MOVE WS-OUT-ENTRY        TO CLEAROUT-REC
           WRITE CLEAROUT-REC

           ADD 1 TO WS-ENTRY-CT
           ADD WB-AMOUNT(WS-BI) TO WS-ENTRY-TOTAL
           MOVE WB-ROUTING(WS-BI)(1:8) TO WS-ROUTE-8
           ADD WS-ROUTE-8 TO WS-ENTRY-HASH
               ON SIZE ERROR
                   COMPUTE WS-ENTRY-HASH =
                       FUNCTION MOD(WS-ENTRY-HASH + WS-ROUTE-8,
                           10000000000)
           END-ADD

           MOVE WB-AMOUNT(WS-BI) TO WS-AMT-DSP
           MOVE WB-REF(WS-BI) TO WS-REF-DSP
           MOVE SPACES TO REPORT-REC
           STRING "Trace " WS-REF-DSP
               "  " WB-ACCT(WS-BI)
               " -> " WB-NAME(WS-BI)
               " rt " WB-ROUTING(WS-BI)
               "  $" FUNCTION TRIM(WS-AMT-DSP)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-BATCH-CONTROL.
           MOVE WS-ENTRY-CT    TO OB-COUNT
           MOVE WS-ENTRY-HASH  TO OB-HASH
           MOVE WS-ENTRY-TOTAL TO OB-TOTAL
           MOVE WS-BATCH-NO    TO OB-BATCH
           MOVE WS-OUT-BATCH   TO CLEAROUT-REC
           WRITE CLEAROUT-REC.

       WRITE-FILE-TRAILER.
           MOVE 1              TO OT-BATCHES
           MOVE WS-ENTRY-CT    TO OT-COUNT
           MOVE WS-ENTRY-HASH  TO OT-HASH
           MOVE WS-ENTRY-TOTAL TO OT-TOTAL
           MOVE WS-OUT-TRAILER TO CLEAROUT-REC
           WRITE CLEAROUT-REC.

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
      *> today; an unfinished row is simply run again (the file is
      *> rebuilt whole), otherwise register today's start record.
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
               DISPLAY "Rebuilding unfinished outbound file for "
                   WS-TODAY
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
      *> FINISH-RUN-CONTROL: Close out today's row with the count of
      *> payments on the file and the count newly originated.
      *> ============================================================
       FINISH-RUN-CONTROL.
           MOVE "C" TO WR-STATUS(WS-RC-SLOT)
           MOVE WS-ENTRY-CT TO WR-CT1(WS-RC-SLOT)
           MOVE WS-NEW-CT TO WR-CT2(WS-RC-SLOT)
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
