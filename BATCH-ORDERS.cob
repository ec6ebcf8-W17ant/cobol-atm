           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-FS.

       DATA DIVISION.
       FILE SECTION.
           05 HR-AVAIL-DATE    PIC X(8).
           05 HR-STATUS        PIC X(1).

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

      *> Customer notification queue: a skipped standing order is
      *> queued here as well as reported to the branch -- the branch
      *> report is for us, the queued notice is for the customer.
       01 WS-HOLD-KEY           PIC X(10).
       01 WS-HOLD-TOTAL         PIC S9(9)V99 VALUE 0.

      *> Term deposit lock: a running term deposit neither pays into
      *> nor takes from an order before its maturity date
       01 WS-TD-FS              PIC XX.
       01 WS-TD-KEY             PIC X(10).
       01 WS-TD-LOCKED          PIC X VALUE "N".
       01 WS-TD-MATURITY        PIC X(8).
       01 WS-TD-RATE            PIC V9(5) VALUE 0.

      *> Next-due date rolling
       01 WS-DUE-INT            PIC 9(8).
       01 WS-DUE-YMD.
               PERFORM WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF
           IF AR-STATUS = "F"
               MOVE "Source account is frozen" TO WS-SKIP-REASON
               PERFORM WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF
           IF AR-STATUS = "R"
               MOVE "Source account is restricted" TO WS-SKIP-REASON
               PERFORM WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF
           IF AR-TYPE = "T"
               MOVE WO-ACCT(WS-OI) TO WS-TD-KEY
               PERFORM CHECK-TERM-LOCK
               IF WS-TD-LOCKED = "Y"
                   MOVE "Source term deposit is locked"
                       TO WS-SKIP-REASON
                   PERFORM WRITE-SKIP-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WO-ACCT(WS-OI) TO WS-HOLD-KEY
           PERFORM SUM-ACCOUNT-HOLDS
           IF WS-AMT > AR-BALANCE - WS-HOLD-TOTAL
               PERFORM WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF
           IF AR-STATUS = "F"
               MOVE "Destination account is frozen" TO WS-SKIP-REASON
               PERFORM WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF
           IF AR-TYPE = "T"
               MOVE WO-DEST(WS-OI) TO WS-TD-KEY
               PERFORM CHECK-TERM-LOCK
               IF WS-TD-LOCKED = "Y"
                   MOVE "Destination term deposit is locked"
                       TO WS-SKIP-REASON
                   PERFORM WRITE-SKIP-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   Debit the source first, credit the destination second --
      *>   same leg order DO-TRANSFER saves in, so an interrupted run
           WRITE NOTIFY-REC
           CLOSE NOTIFY-FILE.

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
      *> SUM-ACCOUNT-HOLDS: Total the unreleased deposit holds for
      *> the account in WS-HOLD-KEY, same counting rule ATM-SYSTEM
