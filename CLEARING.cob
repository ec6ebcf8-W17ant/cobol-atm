      *>     (ledger less unreleased deposit holds) and post as
      *>     CLEAR-DR; a debit that doesn't clear bounces into the
      *>     outbound return-items file CLEARRET.DAT with a reason
      *>     code (NOACCT, CLOSED, NSF, RESTRICT, BADCODE) instead
      *>     of posting;
      *>   - a term deposit (AR-TYPE "T") still inside its term
      *>     takes nothing in and pays nothing out, the same lock
      *>     ATM-SYSTEM and TELLER apply: either side is returned
      *>     (TERMDEP);
      *>   - returns (RT) of bill payments we sent out on
      *>     BILLPAY-OUT's origination file carry our trace number
      *>     (the BILL-PAY posting's TR-REF) in the first ten
      *>     positions of the reference and the receiving bank's
      *>     return reason after it. The original posting is found
      *>     on TRANSLOG.DAT, the paying account is re-credited as
      *>     BILL-RTN with TR-ORIG-REF pointing back at it, the
      *>     payment is marked returned on BILLPAY.DAT and the
      *>     customer is queued a notice. A return that matches no
      *>     BILL-PAY (NOORIG), disagrees on amount (AMTDIFF), was
      *>     already credited (DUPRTN) or hits a closed or frozen
      *>     account is refused onto CLEARRET.DAT like any other
      *>     item.
      *> Every credit and debit is refused outright (FROZEN) on an
      *> account frozen on a confirmed watchlist match, and the
      *> originator named on the item is screened against the
      *> sanctions watchlist the way ACCT-MAINT screens a customer:
      *> a possible match is returned (SCREEN) and queued on
      *> SCREENQ.DAT for compliance review.
      *> The run totals land on the console, and because CLEAR-CR /
      *> CLEAR-DR are distinct TR-TYPEs, EOD-SETTLE's settlement
      *> report and GL extract pick them up on their own lines.
           SELECT SEQ-FILE ASSIGN TO "TRANSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FS.
           SELECT BILLPAY-FILE ASSIGN TO "BILLPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-FS.
           SELECT NOTIFY-FILE ASSIGN TO "NOTIFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NFY-FS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT WATCH-FILE ASSIGN TO "WATCHLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-FS.
           SELECT SCREENQ-FILE ASSIGN TO "SCREENQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FS.
           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-FS.

       DATA DIVISION.
       FILE SECTION.
           05 AR-CYCLE-DD      PIC 9(2).

      *> External posting file from the clearinghouse: one row per
      *> presented item. CI-ORIG-NAME is the originator -- the payer
      *> on a credit, the payee on a debit -- as the clearinghouse
      *> carries it; blank on a return and on files from before the
      *> field was added.
       FD CLEARIN-FILE.
       01 CLEARIN-REC.
           05 CI-ACCT          PIC X(10).
           05 CI-DRCR          PIC X(2).
           05 CI-AMOUNT        PIC 9(9)V99.
           05 CI-REF           PIC X(16).
           05 CI-ORIG-NAME     PIC X(35).

      *> Outbound return-items file: every presented item this run
      *> refused, with the reason, for the clearinghouse to take
      *> back. RT-TRACE is a reference drawn from the shared posting
      *> sequence for the returned item itself -- it has no TRANSLOG
      *> row (nothing posted), but it gives the item an identity
      *> FEE-ASSESS links its NSF-FEE to through TR-ORIG-REF.
       FD CLEARRET-FILE.
       01 CLEARRET-REC.
           05 RT-DATE          PIC X(8).
           05 RT-AMOUNT        PIC 9(9)V99.
           05 RT-REF           PIC X(16).
           05 RT-REASON        PIC X(10).
           05 RT-TRACE         PIC 9(10).

       FD TRAN-FILE.
       01 TRAN-REC.
           05 RC-CT1           PIC 9(5).
           05 RC-CT2           PIC 9(5).

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

      *> Current business (posting) date, advanced by EOD-SETTLE's
      *> cutover once a settlement day closes -- postings made after
      *> the evening run belong to the next business day, not to a
       FD BUSDATE-FILE.
       01 BUSDATE-REC           PIC X(8).

      *> Sanctions watchlist as loaded by WATCH-LOAD from the
      *> published government list: one row per listed name (an
      *> alias is a row of its own under the same list id), with
      *> the name's match key -- its words normalized and sorted
       FD WATCH-FILE.
       01 WL-REC.
           05 WL-ID            PIC X(10).
           05 WL-NAME          PIC X(60).
           05 WL-KEY           PIC X(60).
           05 WL-PROGRAM       PIC X(12).
           05 WL-LIST-DATE     PIC X(8).

      *> Compliance review queue: one row per possible watchlist
      *> match -- from onboarding (CUST-ADD), a customer update
      *> (CUST-UPD), the rescan after a list load (RESCAN) or an
      *> inbound clearing item's originator (CLEARIN). SQ-CUST is
      *> the customer number (the account number for a CLEARIN
      *> item; blank for a customer not yet created). SQ-STATUS "P"
      *> pending review, "X" cleared as a false positive, "C"
      *> confirmed. A held CUST-ADD/CUST-UPD carries the details it
      *> was keyed with, so clearing it completes the change.
       FD SCREENQ-FILE.
       01 SQ-REC.
           05 SQ-ID            PIC 9(5).
           05 SQ-DATE          PIC X(8).
           05 SQ-SOURCE        PIC X(8).
           05 SQ-CUST          PIC X(10).
           05 SQ-NAME          PIC X(40).
           05 SQ-WL-ID         PIC X(10).
           05 SQ-STATUS        PIC X(1).
           05 SQ-DECIDED       PIC X(8).
           05 SQ-REVIEWER      PIC X(8).
           05 SQ-FIRST         PIC X(20).
           05 SQ-LAST          PIC X(20).
           05 SQ-STREET        PIC X(30).
           05 SQ-CITY          PIC X(20).
           05 SQ-STATE         PIC X(2).
           05 SQ-ZIP           PIC X(10).
           05 SQ-PHONE         PIC X(12).
           05 SQ-TID           PIC X(9).

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

       WORKING-STORAGE SECTION.
       01 WS-BD-FS              PIC XX.
       01 WS-ACCT-FS            PIC XX.
       01 WS-HOLD-KEY           PIC X(10).
       01 WS-HOLD-TOTAL         PIC S9(9)V99 VALUE 0.

      *> Term deposit lock: a running term deposit neither takes a
      *> clearing credit nor pays a clearing debit before maturity
       01 WS-TD-FS              PIC XX.
       01 WS-TD-KEY             PIC X(10).
       01 WS-TD-LOCKED          PIC X VALUE "N".
       01 WS-TD-MATURITY        PIC X(8).
       01 WS-TD-RATE            PIC V9(5) VALUE 0.

      *> Run totals for the console summary and the run-control row
       01 WS-ROW-NUM            PIC 9(7) VALUE 0.
       01 WS-CR-CT              PIC 9(5) VALUE 0.
       01 WS-DR-CT              PIC 9(5) VALUE 0.
       01 WS-RET-CT             PIC 9(5) VALUE 0.
       01 WS-BRT-CT             PIC 9(5) VALUE 0.
       01 WS-BRT-TOTAL          PIC S9(11)V99 VALUE 0.
       01 WS-CR-TOTAL           PIC S9(11)V99 VALUE 0.
       01 WS-DR-TOTAL           PIC S9(11)V99 VALUE 0.
       01 WS-RET-TOTAL          PIC S9(11)V99 VALUE 0.

       01 WS-AMT-DSP             PIC -(11)9.99.

      *> Bill payment returns: the original BILL-PAY posting named
      *> by the trace number, and whether a BILL-RTN already points
      *> back at it
       01 WS-RTN-TRACE           PIC 9(10).
       01 WS-RTN-REASON          PIC X(6).
       01 WS-RTN-ACCT            PIC X(10).
       01 WS-RTN-AMT             PIC S9(9)V99.
       01 WS-RTN-DESC            PIC X(30).
       01 WS-ORIG-FOUND          PIC X VALUE "N".
       01 WS-ALREADY-RTN         PIC X VALUE "N".
       01 WS-TRACE-DSP           PIC Z(9)9.

      *> Bill payment queue, loaded whole to flag a returned payment
       01 WS-BP-FS               PIC XX.
       01 WS-BP-CT               PIC 9(4) VALUE 0.
       01 WS-BP-OVERFLOW         PIC X VALUE "N".
       01 WS-BP-TBL.
           05 WS-BP OCCURS 2000 TIMES.
               10 WB-REF         PIC 9(10).
               10 WB-DATE        PIC X(8).
               10 WB-ACCT        PIC X(10).
               10 WB-PAYEE       PIC 9(5).
               10 WB-NAME        PIC X(22).
               10 WB-ROUTING     PIC X(9).
               10 WB-DEST-ACCT   PIC X(17).
               10 WB-CUST-REF    PIC X(15).
               10 WB-AMOUNT      PIC 9(9)V99.
               10 WB-STATUS      PIC X(1).
               10 WB-SENT-DATE   PIC X(8).
       01 WS-BI                  PIC 9(4).
       01 WS-BP-EOF              PIC X VALUE "N".

      *> Watchlist screening: WATCHLIST.DAT is loaded whole, each
      *> listed name held as its words -- upper case, punctuation
      *> dropped, sorted -- so case, punctuation and word order never
      *> decide a match. A name is a possible match for an entry
      *> when every word of the shorter of the two appears in the
      *> longer and the shorter has at least two words (a one-word
      *> name only matches a one-word entry outright).
       01 WS-WL-FS              PIC XX.
       01 WS-WL-EOF             PIC X VALUE "N".
       01 WS-WL-CT              PIC 9(4) VALUE 0.
       01 WS-WL-DATE            PIC X(8) VALUE SPACES.
       01 WS-WL-TBL.
           05 WS-WL OCCURS 2000 TIMES.
               10 WW-ID         PIC X(10).
               10 WW-NAME       PIC X(60).
               10 WW-WCT        PIC 99.
               10 WW-WORD       PIC X(20) OCCURS 12 TIMES.
       01 WS-WI                 PIC 9(4).
       01 WS-SCR-IN             PIC X(60).
       01 WS-SCR-CLEAN          PIC X(60).
       01 WS-SCR-KEY            PIC X(60).
       01 WS-SCR-CH             PIC X.
       01 WS-SCR-CI             PIC 99.
       01 WS-SCR-PTR            PIC 99.
       01 WS-SCR-WORD-IN        PIC X(20).
       01 WS-SCR-WCT            PIC 99 VALUE 0.
       01 WS-SCR-WORDS.
           05 WS-SCR-WORD       PIC X(20) OCCURS 12 TIMES.
       01 WS-SCR-SWAP           PIC X(20).
       01 WS-SCR-I              PIC 99.
       01 WS-SCR-J              PIC 99.
       01 WS-SCR-SHORT          PIC 99.
       01 WS-SCR-COMMON         PIC 99.
       01 WS-SCR-MATCH          PIC X VALUE "N".

      *> Review cases already on SCREENQ.DAT: the highest case id,
      *> and any originator already cleared for the account it paid
      *> (not held again). The queue holds at most 5000 cases, the
      *> size of the table every program loads it into.
       01 WS-SQ-FS              PIC XX.
       01 WS-SQ-EOF             PIC X VALUE "N".
       01 WS-SQ-CT              PIC 9(4) VALUE 0.
       01 WS-SQ-TBL.
           05 WS-SQ OCCURS 5000 TIMES.
               10 WQ-CUST       PIC X(10).
               10 WQ-WL-ID      PIC X(10).
               10 WQ-STATUS     PIC X(1).
       01 WS-QI                 PIC 9(4).
       01 WS-HIGH-SQ            PIC 9(5) VALUE 0.
       01 WS-SCR-HIT            PIC 9(4) VALUE 0.
       01 WS-SCR-CLEARED        PIC X VALUE "N".
       01 WS-SCR-CT             PIC 9(5) VALUE 0.
       01 WS-HELD-CT            PIC 9(5) VALUE 0.

       01 WS-NFY-FS              PIC XX.
       01 WS-NFY-ACCT            PIC X(10).
       01 WS-NFY-EVENT           PIC X(20).
       01 WS-NFY-DETAIL          PIC X(60).

      *> Logging fields
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
           PERFORM LOAD-WATCHLIST
           PERFORM LOAD-SCREEN-QUEUE
           PERFORM CHECK-RUN-CONTROL

           MOVE "N" TO WS-EOF
           CLOSE CLEARIN-FILE

           PERFORM FINISH-RUN-CONTROL
           PERFORM LOG-SCREEN-RUN

           MOVE WS-CR-TOTAL TO WS-AMT-DSP
           DISPLAY "CLEARING run complete for " WS-TODAY
           MOVE WS-DR-TOTAL TO WS-AMT-DSP
           DISPLAY "  Debits posted:   " WS-DR-CT
               "  $" FUNCTION TRIM(WS-AMT-DSP)
           MOVE WS-BRT-TOTAL TO WS-AMT-DSP
           DISPLAY "  Bill pay returns:" WS-BRT-CT
               "  $" FUNCTION TRIM(WS-AMT-DSP)
           MOVE WS-RET-TOTAL TO WS-AMT-DSP
           DISPLAY "  Items returned:  " WS-RET-CT
               "  $" FUNCTION TRIM(WS-AMT-DSP)
           DISPLAY "  Originators screened: " WS-SCR-CT
               "  held for review: " WS-HELD-CT
           STOP RUN.

       GET-DATETIME.
       PROCESS-ONE-ITEM.
           MOVE CI-AMOUNT TO WS-AMT
           IF CI-DRCR NOT = "CR" AND CI-DRCR NOT = "DR"
               AND CI-DRCR NOT = "RT"
               MOVE "BADCODE" TO WS-RET-REASON
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF
      *>   A returned bill payment names its own account through the
      *>   original posting, not through CI-ACCT
           IF CI-DRCR = "RT"
               PERFORM POST-BILLPAY-RETURN
               EXIT PARAGRAPH
           END-IF

      *>   A possible watchlist match on the originator is sent
      *>   back, whatever the state of the account it names
           IF CI-ORIG-NAME NOT = SPACES
               PERFORM SCREEN-ORIGINATOR
               IF WS-SCR-HIT > 0
                   MOVE "SCREEN" TO WS-RET-REASON
                   PERFORM WRITE-RETURN-ITEM
                   PERFORM QUEUE-SCREEN-CASE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "N" TO WS-FOUND
           MOVE CI-ACCT TO AR-NUMBER
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF
      *>   A frozen account takes nothing in and pays nothing out
           IF AR-STATUS = "F"
               MOVE "FROZEN" TO WS-RET-REASON
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF

      *>   A restricted account takes money in but pays nothing out
           IF AR-STATUS = "R" AND CI-DRCR = "DR"
               MOVE "RESTRICT" TO WS-RET-REASON
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF

      *>   A running term deposit is locked both ways: its term
      *>   interest is paid on the balance at maturity
           IF AR-TYPE = "T"
               MOVE CI-ACCT TO WS-TD-KEY
               PERFORM CHECK-TERM-LOCK
               IF WS-TD-LOCKED = "Y"
                   MOVE "TERMDEP" TO WS-RET-REASON
                   PERFORM WRITE-RETURN-ITEM
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF CI-DRCR = "CR"
               PERFORM POST-CLEAR-CREDIT
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> POST-BILLPAY-RETURN: Re-credit a bill payment the receiving
      *> bank sent back. The trace number must name a BILL-PAY
      *> posting of the same amount that no BILL-RTN has answered
      *> yet, and the paying account must still be open and not
      *> frozen; otherwise the return itself is refused back to the
      *> clearinghouse.
      *> ============================================================
       POST-BILLPAY-RETURN.
           IF CI-REF(1:10) NOT NUMERIC
               MOVE "NOORIG" TO WS-RET-REASON
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE CI-REF(1:10) TO WS-RTN-TRACE
           MOVE CI-REF(11:6) TO WS-RTN-REASON
           PERFORM FIND-BILLPAY-POSTING
           IF WS-ORIG-FOUND = "N"
               MOVE "NOORIG" TO WS-RET-REASON
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF
           IF WS-RTN-AMT NOT = WS-AMT
               MOVE "AMTDIFF" TO WS-RET-REASON
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF
           IF WS-ALREADY-RTN = "Y"
               MOVE "DUPRTN" TO WS-RET-REASON
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND
           MOVE WS-RTN-ACCT TO AR-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
               MOVE "NOACCT" TO WS-RET-REASON
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF
           IF AR-STATUS = "I"
               MOVE "CLOSED" TO WS-RET-REASON
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF
           IF AR-STATUS = "F"
               MOVE "FROZEN" TO WS-RET-REASON
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF

           ADD WS-AMT TO AR-BALANCE
           REWRITE ACCT-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Account rewrite failed"
           END-REWRITE
           ADD 1 TO WS-BRT-CT
           ADD WS-AMT TO WS-BRT-TOTAL

           MOVE WS-RTN-TRACE TO WS-TRACE-DSP
           MOVE WS-RTN-ACCT TO WS-LOG-ACCT
           MOVE "BILL-RTN" TO WS-LOG-TYPE
           MOVE WS-AMT TO WS-LOG-AMT
           MOVE AR-BALANCE TO WS-LOG-BAL
           INITIALIZE WS-LOG-DESC
           STRING "Bill pay returned "
               FUNCTION TRIM(WS-RTN-REASON)
               DELIMITED BY SIZE INTO WS-LOG-DESC
           END-STRING
           MOVE WS-RTN-TRACE TO WS-LOG-ORIG-REF
           PERFORM LOG-TRANSACTION

           MOVE WS-RTN-ACCT TO WS-AUD-ACCT
           MOVE "BILLPAY-RETURN" TO WS-AUD-ACTION
           MOVE WS-AMT TO WS-AMT-DSP
           INITIALIZE WS-AUD-DETAIL
           STRING "Trace " FUNCTION TRIM(WS-TRACE-DSP)
               " $" FUNCTION TRIM(WS-AMT-DSP)
               " returned " FUNCTION TRIM(WS-RTN-REASON)
               ", re-credited"
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT

           PERFORM MARK-BILLPAY-RETURNED

           MOVE WS-RTN-ACCT TO WS-NFY-ACCT
           MOVE "BILLPAY-RETURNED" TO WS-NFY-EVENT
           INITIALIZE WS-NFY-DETAIL
           STRING "Bill pay $" FUNCTION TRIM(WS-AMT-DSP)
               " to " FUNCTION TRIM(WS-RTN-DESC(10:21))
               " returned, re-credited"
               DELIMITED BY SIZE INTO WS-NFY-DETAIL
           END-STRING
           PERFORM ADD-NOTIFY.

      *> ============================================================
      *> FIND-BILLPAY-POSTING: Direct READ of TRANSLOG.DAT by the
      *> trace number in WS-RTN-TRACE, which must be a BILL-PAY.
      *> The paying account's postings are then walked off the
      *> account key for a BILL-RTN already pointing back at it.
      *> ============================================================
       FIND-BILLPAY-POSTING.
           MOVE "N" TO WS-ORIG-FOUND
           MOVE "N" TO WS-ALREADY-RTN
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RTN-TRACE TO TR-REF
           READ TRAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TR-TYPE = "BILL-PAY"
                       MOVE "Y" TO WS-ORIG-FOUND
                       MOVE TR-ACCT   TO WS-RTN-ACCT
                       MOVE TR-AMOUNT TO WS-RTN-AMT
                       MOVE TR-DESC   TO WS-RTN-DESC
                   END-IF
           END-READ
           IF WS-ORIG-FOUND = "N"
               CLOSE TRAN-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           MOVE WS-RTN-ACCT TO TR-ACCT
           START TRAN-FILE KEY IS = TR-ACCT
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ TRAN-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TR-ACCT NOT = WS-RTN-ACCT
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF TR-TYPE = "BILL-RTN"
                               AND TR-ORIG-REF = WS-RTN-TRACE
                               MOVE "Y" TO WS-ALREADY-RTN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE
      *>   The read loop over CLEARIN-FILE is still in progress --
      *>   its end-of-file switch must not be left tripped
           MOVE "N" TO WS-EOF.

      *> ============================================================
      *> MARK-BILLPAY-RETURNED: Flag the returned payment "R" on
      *> BILLPAY.DAT -- whole-file load and rewrite. A payment
      *> already aged off the queue is simply not there to flag. A
      *> queue longer than the table is left as it is rather than
      *> rewritten short; the re-credit's TR-ORIG-REF still stops a
      *> second return of the payment.
      *> ============================================================
       MARK-BILLPAY-RETURNED.
           MOVE 0 TO WS-BP-CT
           MOVE "N" TO WS-BP-OVERFLOW
           MOVE "N" TO WS-BP-EOF
           OPEN INPUT BILLPAY-FILE
           IF WS-BP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BP-EOF = "Y"
               READ BILLPAY-FILE
                   AT END
                       MOVE "Y" TO WS-BP-EOF
                   NOT AT END
                       IF WS-BP-CT < 2000
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
                           MOVE BP-SENT-DATE TO WB-SENT-DATE(WS-BP-CT)
                       ELSE
                           MOVE "Y" TO WS-BP-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLPAY-FILE
           IF WS-BP-OVERFLOW = "Y"
               MOVE WS-RTN-TRACE TO WS-TRACE-DSP
               DISPLAY "ERR|QUEUE-FULL|Bill payment queue over 2000 "
                   "rows, trace " FUNCTION TRIM(WS-TRACE-DSP)
                   " not flagged returned"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT BILLPAY-FILE
           PERFORM VARYING WS-BI FROM 1 BY 1
               UNTIL WS-BI > WS-BP-CT
               MOVE WB-REF(WS-BI)       TO BP-REF
               MOVE WB-DATE(WS-BI)      TO BP-DATE
               MOVE WB-ACCT(WS-BI)      TO BP-ACCT
               MOVE WB-PAYEE(WS-BI)     TO BP-PAYEE
               MOVE WB-NAME(WS-BI)      TO BP-NAME
               MOVE WB-ROUTING(WS-BI)   TO BP-ROUTING
               MOVE WB-DEST-ACCT(WS-BI) TO BP-DEST-ACCT
               MOVE WB-CUST-REF(WS-BI)  TO BP-CUST-REF
               MOVE WB-AMOUNT(WS-BI)    TO BP-AMOUNT
               MOVE WB-STATUS(WS-BI)    TO BP-STATUS
               MOVE WB-SENT-DATE(WS-BI) TO BP-SENT-DATE
               IF BP-REF = WS-RTN-TRACE
                   MOVE "R" TO BP-STATUS
               END-IF
               WRITE BP-REC
           END-PERFORM
           CLOSE BILLPAY-FILE.

      *> ============================================================
      *> WRITE-RETURN-ITEM: Bounce the presented item back to the
      *> clearinghouse with its reason, and leave an audit entry so
      *> the return is traceable from our side too. The item is
      *> stamped with its own reference off the posting sequence.
      *> ============================================================
       WRITE-RETURN-ITEM.
           ADD 1 TO WS-RET-CT
           ADD CI-AMOUNT TO WS-RET-TOTAL
           PERFORM NEXT-TRAN-REF
           MOVE WS-TODAY   TO RT-DATE
           MOVE CI-ACCT    TO RT-ACCT
           MOVE CI-DRCR    TO RT-DRCR
           MOVE CI-AMOUNT  TO RT-AMOUNT
           MOVE CI-REF     TO RT-REF
           MOVE WS-RET-REASON TO RT-REASON
           MOVE WS-NEXT-REF TO RT-TRACE
           WRITE CLEARRET-REC

           MOVE CI-ACCT TO WS-AUD-ACCT
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> LOAD-WATCHLIST: Read WATCHLIST.DAT into the table, each
      *> entry split into its match words. No list on file leaves
      *> the table empty and WS-WL-DATE blank.
      *> ============================================================
       LOAD-WATCHLIST.
           MOVE 0 TO WS-WL-CT
           MOVE SPACES TO WS-WL-DATE
           MOVE "N" TO WS-WL-EOF
           OPEN INPUT WATCH-FILE
           IF WS-WL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WL-EOF = "Y"
               READ WATCH-FILE
                   AT END
                       MOVE "Y" TO WS-WL-EOF
                   NOT AT END
                       IF WS-WL-CT < 2000
                           ADD 1 TO WS-WL-CT
                           MOVE WL-ID   TO WW-ID(WS-WL-CT)
                           MOVE WL-NAME TO WW-NAME(WS-WL-CT)
                           MOVE WL-LIST-DATE TO WS-WL-DATE
                           MOVE WL-KEY TO WS-SCR-IN
                           PERFORM SPLIT-NAME
                           PERFORM KEEP-ENTRY-WORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-FILE.

       KEEP-ENTRY-WORDS.
           MOVE WS-SCR-WCT TO WW-WCT(WS-WL-CT)
           PERFORM VARYING WS-SCR-I FROM 1 BY 1
               UNTIL WS-SCR-I > WS-SCR-WCT
               MOVE WS-SCR-WORD(WS-SCR-I)
                   TO WW-WORD(WS-WL-CT WS-SCR-I)
           END-PERFORM.

      *> ============================================================
      *> SPLIT-NAME: Reduce the name in WS-SCR-IN to its match
      *> words in WS-SCR-WORD (WS-SCR-WCT of them), sorted, and to
      *> the match key in WS-SCR-KEY (the sorted words, one space
      *> apart). Letters are taken upper case and digits as they
      *> stand; an apostrophe or full stop closes up (O'NEIL is
      *> ONEIL), and any other mark separates words.
      *> ============================================================
       SPLIT-NAME.
           MOVE FUNCTION UPPER-CASE(WS-SCR-IN) TO WS-SCR-IN
           MOVE SPACES TO WS-SCR-CLEAN
           MOVE 0 TO WS-SCR-PTR
           PERFORM VARYING WS-SCR-CI FROM 1 BY 1
               UNTIL WS-SCR-CI > 60
               MOVE WS-SCR-IN(WS-SCR-CI:1) TO WS-SCR-CH
               EVALUATE TRUE
                   WHEN WS-SCR-CH IS ALPHABETIC-UPPER
                       AND WS-SCR-CH NOT = SPACE
                   WHEN WS-SCR-CH IS NUMERIC
                       ADD 1 TO WS-SCR-PTR
                       MOVE WS-SCR-CH TO WS-SCR-CLEAN(WS-SCR-PTR:1)
                   WHEN WS-SCR-CH = "'" OR WS-SCR-CH = "."
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-SCR-PTR
               END-EVALUATE
           END-PERFORM

           MOVE 0 TO WS-SCR-WCT
           MOVE SPACES TO WS-SCR-WORDS
           MOVE 1 TO WS-SCR-PTR
           PERFORM UNTIL WS-SCR-PTR > 60 OR WS-SCR-WCT = 12
               MOVE SPACES TO WS-SCR-WORD-IN
               UNSTRING WS-SCR-CLEAN DELIMITED BY ALL SPACES
                   INTO WS-SCR-WORD-IN
                   WITH POINTER WS-SCR-PTR
               END-UNSTRING
               IF WS-SCR-WORD-IN NOT = SPACES
                   ADD 1 TO WS-SCR-WCT
                   MOVE WS-SCR-WORD-IN TO WS-SCR-WORD(WS-SCR-WCT)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SCR-I FROM 1 BY 1
               UNTIL WS-SCR-I >= WS-SCR-WCT
               PERFORM VARYING WS-SCR-J FROM 1 BY 1
                   UNTIL WS-SCR-J > WS-SCR-WCT - WS-SCR-I
                   IF WS-SCR-WORD(WS-SCR-J) >
                           WS-SCR-WORD(WS-SCR-J + 1)
                       MOVE WS-SCR-WORD(WS-SCR-J) TO WS-SCR-SWAP
                       MOVE WS-SCR-WORD(WS-SCR-J + 1)
                           TO WS-SCR-WORD(WS-SCR-J)
                       MOVE WS-SCR-SWAP TO WS-SCR-WORD(WS-SCR-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-SCR-KEY
           MOVE 1 TO WS-SCR-PTR
           PERFORM VARYING WS-SCR-I FROM 1 BY 1
               UNTIL WS-SCR-I > WS-SCR-WCT
               STRING WS-SCR-WORD(WS-SCR-I) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-SCR-KEY WITH POINTER WS-SCR-PTR
               END-STRING
           END-PERFORM.

      *> ============================================================
      *> MATCH-ENTRY: Test the words of the name last split (in
      *> WS-SCR-WORD) against watchlist entry WS-WI. Sets
      *> WS-SCR-MATCH "Y" on a possible match.
      *> ============================================================
       MATCH-ENTRY.
           MOVE "N" TO WS-SCR-MATCH
           IF WS-SCR-WCT = 0 OR WW-WCT(WS-WI) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SCR-WCT < WW-WCT(WS-WI)
               MOVE WS-SCR-WCT TO WS-SCR-SHORT
           ELSE
               MOVE WW-WCT(WS-WI) TO WS-SCR-SHORT
           END-IF
           IF WS-SCR-SHORT < 2 AND WS-SCR-WCT NOT = WW-WCT(WS-WI)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCR-COMMON
           PERFORM VARYING WS-SCR-I FROM 1 BY 1
               UNTIL WS-SCR-I > WS-SCR-WCT
               PERFORM VARYING WS-SCR-J FROM 1 BY 1
                   UNTIL WS-SCR-J > WW-WCT(WS-WI)
                   IF WS-SCR-WORD(WS-SCR-I) = WW-WORD(WS-WI WS-SCR-J)
                       ADD 1 TO WS-SCR-COMMON
                       MOVE WW-WCT(WS-WI) TO WS-SCR-J
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SCR-COMMON >= WS-SCR-SHORT
               MOVE "Y" TO WS-SCR-MATCH
           END-IF.

      *> ============================================================
      *> LOAD-SCREEN-QUEUE: Note the cases already on SCREENQ.DAT --
      *> the highest case id, so a new case takes the next one, and
      *> who has been cleared against what. A missing file is an
      *> empty queue; one past the table stops the run before any
      *> item is taken.
      *> ============================================================
       LOAD-SCREEN-QUEUE.
           MOVE 0 TO WS-SQ-CT
           MOVE 0 TO WS-HIGH-SQ
           MOVE "N" TO WS-SQ-EOF
           OPEN INPUT SCREENQ-FILE
           IF WS-SQ-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SQ-EOF = "Y"
               READ SCREENQ-FILE
                   AT END
                       MOVE "Y" TO WS-SQ-EOF
                   NOT AT END
                       IF WS-SQ-CT < 5000
                           ADD 1 TO WS-SQ-CT
                           MOVE SQ-CUST   TO WQ-CUST(WS-SQ-CT)
                           MOVE SQ-WL-ID  TO WQ-WL-ID(WS-SQ-CT)
                           MOVE SQ-STATUS TO WQ-STATUS(WS-SQ-CT)
                       ELSE
                           DISPLAY "ERR|QUEUE-FULL|"
                               "Compliance review queue over 5000 cases"
                           STOP RUN
                       END-IF
                       IF SQ-ID > WS-HIGH-SQ
                           MOVE SQ-ID TO WS-HIGH-SQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCREENQ-FILE.

      *> ============================================================
      *> SCREEN-ORIGINATOR: Screen the item's originator against the
      *> watchlist. WS-SCR-HIT is left at the first entry it may
      *> match (zero when clear), passing over an entry this
      *> originator was already cleared against for this account.
      *> ============================================================
       SCREEN-ORIGINATOR.
           ADD 1 TO WS-SCR-CT
           MOVE 0 TO WS-SCR-HIT
           MOVE CI-ORIG-NAME TO WS-SCR-IN
           PERFORM SPLIT-NAME
           PERFORM VARYING WS-WI FROM 1 BY 1
               UNTIL WS-WI > WS-WL-CT OR WS-SCR-HIT > 0
               PERFORM MATCH-ENTRY
               IF WS-SCR-MATCH = "Y"
                   MOVE "N" TO WS-SCR-CLEARED
                   PERFORM VARYING WS-QI FROM 1 BY 1
                       UNTIL WS-QI > WS-SQ-CT
                       IF WQ-CUST(WS-QI) = CI-ACCT
                           AND WQ-WL-ID(WS-QI) = WW-ID(WS-WI)
                           AND WQ-STATUS(WS-QI) = "X"
                           MOVE "Y" TO WS-SCR-CLEARED
                       END-IF
                   END-PERFORM
                   IF WS-SCR-CLEARED = "N"
                       MOVE WS-WI TO WS-SCR-HIT
                   END-IF
               END-IF
           END-PERFORM.

      *> ============================================================
      *> QUEUE-SCREEN-CASE: Append a pending review case for the
      *> held item, naming the account it was for, and audit it.
      *> With the queue full the item is still returned, and the
      *> hit is left on the audit trail for the compliance desk.
      *> ============================================================
       QUEUE-SCREEN-CASE.
           ADD 1 TO WS-HELD-CT
           IF WS-SQ-CT >= 5000
               DISPLAY "ERR|QUEUE-FULL|Compliance review queue is "
                   "full, item for " CI-ACCT " returned unqueued"
               MOVE CI-ACCT TO WS-AUD-ACCT
               MOVE "SCREEN-HOLD" TO WS-AUD-ACTION
               INITIALIZE WS-AUD-DETAIL
               STRING "Queue full, returned unqueued, list "
                   FUNCTION TRIM(WW-ID(WS-SCR-HIT))
                   ": " FUNCTION TRIM(CI-ORIG-NAME)
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
               PERFORM LOG-AUDIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIGH-SQ
           ADD 1 TO WS-SQ-CT
           MOVE CI-ACCT           TO WQ-CUST(WS-SQ-CT)
           MOVE WW-ID(WS-SCR-HIT) TO WQ-WL-ID(WS-SQ-CT)
           MOVE "P"               TO WQ-STATUS(WS-SQ-CT)
           OPEN EXTEND SCREENQ-FILE
           IF WS-SQ-FS NOT = "00"
               OPEN OUTPUT SCREENQ-FILE
           END-IF
           INITIALIZE SQ-REC
           MOVE WS-HIGH-SQ        TO SQ-ID
           MOVE WS-TODAY          TO SQ-DATE
           MOVE "CLEARIN"         TO SQ-SOURCE
           MOVE CI-ACCT           TO SQ-CUST
           MOVE CI-ORIG-NAME      TO SQ-NAME
           MOVE WW-ID(WS-SCR-HIT) TO SQ-WL-ID
           MOVE "P"               TO SQ-STATUS
           WRITE SQ-REC
           CLOSE SCREENQ-FILE

           MOVE CI-ACCT TO WS-AUD-ACCT
           MOVE "SCREEN-HOLD" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Case " WS-HIGH-SQ " CLEARIN list "
               FUNCTION TRIM(WW-ID(WS-SCR-HIT))
               ": " FUNCTION TRIM(CI-ORIG-NAME)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> LOG-SCREEN-RUN: One audit entry for the run's screening --
      *> how many originators were screened, against which list,
      *> and how many were held.
      *> ============================================================
       LOG-SCREEN-RUN.
           MOVE "SYSTEM" TO WS-AUD-ACCT
           MOVE "SCREEN-RUN" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           IF WS-WL-DATE = SPACES
               STRING "Clearing: " WS-SCR-CT
                   " originators, no watchlist on file"
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
           ELSE
               STRING "Clearing: " WS-SCR-CT " originators, "
                   WS-HELD-CT " held, list of " WS-WL-DATE
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
           END-IF
           PERFORM LOG-AUDIT.

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
           CLOSE TERMDEP-FILE
      *>   The read loop over CLEARIN-FILE is still in progress --
      *>   its end-of-file switch must not be left tripped
           MOVE "N" TO WS-EOF.

      *> ============================================================
      *> SUM-ACCOUNT-HOLDS: Total the unreleased deposit holds for
      *> the account in WS-HOLD-KEY, same counting rule ATM-SYSTEM
      *> ============================================================
       FINISH-RUN-CONTROL.
           MOVE "C" TO WR-STATUS(WS-RC-SLOT)
           COMPUTE WR-CT1(WS-RC-SLOT) =
               WS-CR-CT + WS-DR-CT + WS-BRT-CT
           MOVE WS-RET-CT TO WR-CT2(WS-RC-SLOT)
           PERFORM SAVE-RUNCTL.

           MOVE WS-LOG-AMT   TO TR-AMOUNT
           MOVE WS-LOG-BAL   TO TR-BALANCE
           MOVE WS-LOG-DESC  TO TR-DESC
           MOVE WS-LOG-ORIG-REF TO TR-ORIG-REF
           MOVE "CLR"        TO TR-TERM
           WRITE TRAN-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Transaction write failed"
           END-WRITE
           CLOSE TRAN-FILE
           MOVE 0 TO WS-LOG-ORIG-REF.

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
      *> LOG-AUDIT: Append to AUDITLOG.DAT
