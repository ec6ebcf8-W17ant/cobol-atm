      *> ================================================================
      *> WATCH-LOAD: Sanctions watchlist load and customer rescan.
      *> The government publishes its sanctions list as a file of
      *> listed names; the shop receives it as SDNLIST.DAT (one row
      *> per name: list id, name, sanctions program -- an alias comes
      *> as a row of its own under the same id). This job:
      *>   - loads the published list into WATCHLIST.DAT, the list
      *>     ACCT-MAINT screens CUST-ADD/CUST-UPD names against and
      *>     CLEARING screens clearing originators against, each
      *>     name stored with its match key (its words upper case,
      *>     punctuation dropped, sorted) and the date it was loaded;
      *>   - rescans every customer on CUSTMAST.DAT against the new
      *>     list with the same fuzzy match ACCT-MAINT uses, so a
      *>     name added to the list catches a customer onboarded
      *>     before it was there. Each new possible match is queued
      *>     on SCREENQ.DAT as a RESCAN case for compliance review
      *>     (SCREEN-CLEAR / SCREEN-CONFIRM in ACCT-MAINT) and
      *>     audited; a customer and list entry that already have a
      *>     case, in any state, are not queued again;
      *>   - writes the hit report WATCHHIT.RPT: the new cases, the
      *>     matches already on the queue, and the run totals.
      *> A published list that is missing or holds no names leaves
      *> the list on file untouched and stops before the rescan.
      *> Run whenever a new list is received.
      *> Compile: cobc -x -free WATCH-LOAD.cob -o watch-load
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCH-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDN-FILE ASSIGN TO "SDNLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDN-FS.
           SELECT WATCH-FILE ASSIGN TO "WATCHLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-FS.
           SELECT CUST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-NUMBER
               FILE STATUS IS WS-CUST-FS.
           SELECT SCREENQ-FILE ASSIGN TO "SCREENQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FS.
           SELECT REPORT-FILE ASSIGN TO "WATCHHIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.

       DATA DIVISION.
       FILE SECTION.

      *> Published sanctions list as received
       FD SDN-FILE.
       01 SDN-REC.
           05 SL-ID            PIC X(10).
           05 SL-NAME          PIC X(60).
           05 SL-PROGRAM       PIC X(12).

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

      *> Current business (posting) date, advanced by EOD-SETTLE's
      *> cutover once a settlement day closes
       FD BUSDATE-FILE.
       01 BUSDATE-REC           PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BD-FS              PIC XX.
       01 WS-SDN-FS             PIC XX.
       01 WS-CUST-FS            PIC XX.
       01 WS-RPT-FS             PIC XX.
       01 WS-AUDIT-FS           PIC XX.
       01 WS-EOF                PIC X VALUE "N".

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
       01 WS-WL-PROGRAM-TBL.
           05 WW-PROGRAM        PIC X(12) OCCURS 2000 TIMES.
       01 WS-WL-OVERFLOW        PIC X VALUE "N".

      *> Review cases on SCREENQ.DAT: the highest case id, and every
      *> customer and list entry pair raised -- before this run or
      *> by it. WQ-SEEN marks a case a match of this run has been
      *> noted against, so an alias of a name adds nothing. The
      *> queue holds at most 5000 cases.
       01 WS-SQ-FS              PIC XX.
       01 WS-SQ-CT              PIC 9(4) VALUE 0.
       01 WS-SQ-TBL.
           05 WS-SQ OCCURS 5000 TIMES.
               10 WQ-ID         PIC 9(5).
               10 WQ-CUST       PIC X(10).
               10 WQ-WL-ID      PIC X(10).
               10 WQ-STATUS     PIC X(1).
               10 WQ-SEEN       PIC X(1).
       01 WS-QI                 PIC 9(4).
       01 WS-HIGH-SQ            PIC 9(5) VALUE 0.
       01 WS-SQ-SLOT            PIC 9(4) VALUE 0.

      *> This run's matches, for the report: WH-CASE is the case
      *> raised (new) or already on the queue, WH-STATUS the state
      *> of a case found on the queue ("N" for one raised now).
      *> Every match is queued; one past the table is only left off
      *> the report.
       01 WS-HIT-CT             PIC 9(4) VALUE 0.
       01 WS-HIT-TBL.
           05 WS-HIT OCCURS 1000 TIMES.
               10 WH-CUST       PIC X(10).
               10 WH-NAME       PIC X(40).
               10 WH-WI         PIC 9(4).
               10 WH-CASE       PIC 9(5).
               10 WH-STATUS     PIC X(1).
       01 WS-HI                 PIC 9(4).
       01 WS-HIT-NEW            PIC X VALUE "N".
       01 WS-HIT-OVERFLOW       PIC X VALUE "N".

       01 WS-CUST-CT            PIC 9(5) VALUE 0.
       01 WS-NEW-CT             PIC 9(5) VALUE 0.
       01 WS-OLD-CT             PIC 9(5) VALUE 0.
       01 WS-SECTION-CODE       PIC X(1).
       01 WS-STATUS-TEXT        PIC X(9).
       01 WS-CASE-DSP           PIC Z(4)9.

       01 WS-DATE-TIME.
           05 WS-DT-DATE        PIC X(8).
           05 WS-DT-TIME        PIC X(8).
           05 WS-DT-GMT         PIC X(5).
       01 WS-TODAY               PIC X(8).
       01 WS-NOW-TIME            PIC X(6).

       01 WS-AUD-ACCT            PIC X(10).
       01 WS-AUD-ACTION          PIC X(20).
       01 WS-AUD-DETAIL          PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-DATETIME
           PERFORM LOAD-PUBLISHED-LIST
           PERFORM LOAD-SCREEN-QUEUE
           PERFORM WRITE-WATCHLIST
           PERFORM RESCAN-CUSTOMERS
           PERFORM WRITE-HIT-REPORT
           PERFORM LOG-RESCAN

           DISPLAY "WATCH-LOAD run complete for " WS-TODAY
           DISPLAY "  Names loaded:          " WS-WL-CT
           DISPLAY "  Customers rescanned:   " WS-CUST-CT
           DISPLAY "  New review cases:      " WS-NEW-CT
           DISPLAY "  Already on the queue:  " WS-OLD-CT
           IF WS-HIT-OVERFLOW = "Y"
               DISPLAY "  *** HIT TABLE OVERFLOWED -- matches past "
                   "1000 were queued but not reported ***"
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

      *> ============================================================
      *> LOAD-PUBLISHED-LIST: Read SDNLIST.DAT into the table, each
      *> name split into its match words. Nothing is replaced until
      *> the whole list has been read, and a missing or empty list,
      *> or one longer than the table, stops the run with the list
      *> on file left as it was.
      *> ============================================================
       LOAD-PUBLISHED-LIST.
           MOVE 0 TO WS-WL-CT
           MOVE "N" TO WS-EOF
           OPEN INPUT SDN-FILE
           IF WS-SDN-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|No published list on hand"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SDN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SL-NAME NOT = SPACES
                           PERFORM ADD-LIST-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SDN-FILE
           IF WS-WL-CT = 0
               DISPLAY "ERR|LIST-EMPTY|Published list holds no names"
               STOP RUN
           END-IF
           IF WS-WL-OVERFLOW = "Y"
               DISPLAY "ERR|LIST-FULL|"
                   "Published list holds more than 2000 names"
               STOP RUN
           END-IF.

       ADD-LIST-NAME.
           IF WS-WL-CT >= 2000
               MOVE "Y" TO WS-WL-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WL-CT
           MOVE SL-ID      TO WW-ID(WS-WL-CT)
           MOVE SL-NAME    TO WW-NAME(WS-WL-CT)
           MOVE SL-PROGRAM TO WW-PROGRAM(WS-WL-CT)
           MOVE SL-NAME TO WS-SCR-IN
           PERFORM SPLIT-NAME
           PERFORM KEEP-ENTRY-WORDS.

      *> ============================================================
      *> WRITE-WATCHLIST: Replace WATCHLIST.DAT with the list just
      *> read, dated today, each name with its match key.
      *> ============================================================
       WRITE-WATCHLIST.
           MOVE WS-TODAY TO WS-WL-DATE
           OPEN OUTPUT WATCH-FILE
           PERFORM VARYING WS-WI FROM 1 BY 1
               UNTIL WS-WI > WS-WL-CT
               MOVE WW-NAME(WS-WI) TO WS-SCR-IN
               PERFORM SPLIT-NAME
               MOVE WW-ID(WS-WI)      TO WL-ID
               MOVE WW-NAME(WS-WI)    TO WL-NAME
               MOVE WS-SCR-KEY        TO WL-KEY
               MOVE WW-PROGRAM(WS-WI) TO WL-PROGRAM
               MOVE WS-WL-DATE        TO WL-LIST-DATE
               WRITE WL-REC
           END-PERFORM
           CLOSE WATCH-FILE.

      *> ============================================================
      *> LOAD-SCREEN-QUEUE: Note the cases already on SCREENQ.DAT --
      *> the highest case id, so a new case takes the next one, and
      *> which customer and list entry pairs have been raised. A
      *> missing file is an empty queue; one longer than the table
      *> stops the run before the list on file is replaced.
      *> ============================================================
       LOAD-SCREEN-QUEUE.
           MOVE 0 TO WS-SQ-CT
           MOVE 0 TO WS-HIGH-SQ
           MOVE "N" TO WS-EOF
           OPEN INPUT SCREENQ-FILE
           IF WS-SQ-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SCREENQ-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-SQ-CT < 5000
                           ADD 1 TO WS-SQ-CT
                           MOVE SQ-ID     TO WQ-ID(WS-SQ-CT)
                           MOVE SQ-CUST   TO WQ-CUST(WS-SQ-CT)
                           MOVE SQ-WL-ID  TO WQ-WL-ID(WS-SQ-CT)
                           MOVE SQ-STATUS TO WQ-STATUS(WS-SQ-CT)
                           MOVE "N"       TO WQ-SEEN(WS-SQ-CT)
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
      *> RESCAN-CUSTOMERS: Screen every customer on the master
      *> against every name on the new list.
      *> ============================================================
       RESCAN-CUSTOMERS.
           MOVE "N" TO WS-EOF
           OPEN INPUT CUST-FILE
           IF WS-CUST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CUST-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SCREEN-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUST-FILE.

       SCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-CT
           INITIALIZE WS-SCR-IN
           STRING FUNCTION TRIM(CM-FIRST) " " FUNCTION TRIM(CM-LAST)
               DELIMITED BY SIZE INTO WS-SCR-IN
           END-STRING
           PERFORM SPLIT-NAME
           PERFORM VARYING WS-WI FROM 1 BY 1
               UNTIL WS-WI > WS-WL-CT
               PERFORM MATCH-ENTRY
               IF WS-SCR-MATCH = "Y"
                   PERFORM NOTE-HIT
               END-IF
           END-PERFORM.

      *> ============================================================
      *> NOTE-HIT: Record a customer's match on list entry WS-WI --
      *> once per list id (an alias of a name already matched adds
      *> nothing), against the case already on the queue for the
      *> pair if there is one, else as a new RESCAN case. A full
      *> queue stops the run rather than leave a match unqueued.
      *> ============================================================
       NOTE-HIT.
           MOVE 0 TO WS-SQ-SLOT
           PERFORM VARYING WS-QI FROM 1 BY 1
               UNTIL WS-QI > WS-SQ-CT
               IF WQ-CUST(WS-QI) = CM-NUMBER
                   AND WQ-WL-ID(WS-QI) = WW-ID(WS-WI)
                   MOVE WS-QI TO WS-SQ-SLOT
               END-IF
           END-PERFORM

           IF WS-SQ-SLOT > 0
               IF WQ-SEEN(WS-SQ-SLOT) = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-HIT-NEW
               ADD 1 TO WS-OLD-CT
           ELSE
               IF WS-SQ-CT >= 5000
                   DISPLAY "ERR|QUEUE-FULL|Compliance review queue "
                       "is full at customer " CM-NUMBER
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-HIT-NEW
               ADD 1 TO WS-NEW-CT
               ADD 1 TO WS-HIGH-SQ
               ADD 1 TO WS-SQ-CT
               MOVE WS-SQ-CT TO WS-SQ-SLOT
               MOVE WS-HIGH-SQ   TO WQ-ID(WS-SQ-SLOT)
               MOVE CM-NUMBER    TO WQ-CUST(WS-SQ-SLOT)
               MOVE WW-ID(WS-WI) TO WQ-WL-ID(WS-SQ-SLOT)
               MOVE "P"          TO WQ-STATUS(WS-SQ-SLOT)
               PERFORM QUEUE-RESCAN-CASE
           END-IF
           MOVE "Y" TO WQ-SEEN(WS-SQ-SLOT)

           IF WS-HIT-CT >= 1000
               MOVE "Y" TO WS-HIT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIT-CT
           MOVE CM-NUMBER TO WH-CUST(WS-HIT-CT)
           MOVE WS-SCR-IN TO WH-NAME(WS-HIT-CT)
           MOVE WS-WI     TO WH-WI(WS-HIT-CT)
           MOVE WQ-ID(WS-SQ-SLOT) TO WH-CASE(WS-HIT-CT)
           IF WS-HIT-NEW = "Y"
               MOVE "N" TO WH-STATUS(WS-HIT-CT)
           ELSE
               MOVE WQ-STATUS(WS-SQ-SLOT) TO WH-STATUS(WS-HIT-CT)
           END-IF.

      *> ============================================================
      *> QUEUE-RESCAN-CASE: Append a pending RESCAN case for the
      *> customer and list entry, and audit it.
      *> ============================================================
       QUEUE-RESCAN-CASE.
           OPEN EXTEND SCREENQ-FILE
           IF WS-SQ-FS NOT = "00"
               OPEN OUTPUT SCREENQ-FILE
           END-IF
           INITIALIZE SQ-REC
           MOVE WS-HIGH-SQ   TO SQ-ID
           MOVE WS-TODAY     TO SQ-DATE
           MOVE "RESCAN"     TO SQ-SOURCE
           MOVE CM-NUMBER    TO SQ-CUST
           MOVE WS-SCR-IN    TO SQ-NAME
           MOVE WW-ID(WS-WI) TO SQ-WL-ID
           MOVE "P"          TO SQ-STATUS
           WRITE SQ-REC
           CLOSE SCREENQ-FILE

           MOVE CM-NUMBER TO WS-AUD-ACCT
           MOVE "SCREEN-HOLD" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Case " WS-HIGH-SQ " RESCAN list "
               FUNCTION TRIM(WW-ID(WS-WI))
               ": " FUNCTION TRIM(WS-SCR-IN)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> WRITE-HIT-REPORT: WATCHHIT.RPT -- the cases raised by this
      *> rescan, the matches already on the queue with the state of
      *> their case, and the run totals.
      *> ============================================================
       WRITE-HIT-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "SANCTIONS WATCHLIST RESCAN" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Run date: " WS-TODAY
               "   list of " WS-WL-DATE ", " WS-WL-CT " names"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "NEW POSSIBLE MATCHES (queued for review)" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-HIT-HEADING
           MOVE "N" TO WS-SECTION-CODE
           PERFORM WRITE-HIT-SECTION
           IF WS-NEW-CT = 0
               MOVE "No new possible matches." TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "MATCHES ALREADY ON THE REVIEW QUEUE" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-HIT-HEADING
           MOVE "P" TO WS-SECTION-CODE
           PERFORM WRITE-HIT-SECTION
           MOVE "C" TO WS-SECTION-CODE
           PERFORM WRITE-HIT-SECTION
           MOVE "X" TO WS-SECTION-CODE
           PERFORM WRITE-HIT-SECTION
           IF WS-OLD-CT = 0
               MOVE "None." TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           MOVE "----------------------------------------" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Customers rescanned: " WS-CUST-CT
               "   new cases: " WS-NEW-CT
               "   already on the queue: " WS-OLD-CT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-HIT-OVERFLOW = "Y"
               MOVE SPACES TO REPORT-REC
               STRING "*** Hit table overflowed -- matches past "
                   "1000 were queued but are not listed ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE.

       WRITE-HIT-HEADING.
           MOVE SPACES TO REPORT-REC
           STRING "Case  Customer   Name                           "
               "List id    Listed name              State"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-HIT-SECTION.
           PERFORM VARYING WS-HI FROM 1 BY 1
               UNTIL WS-HI > WS-HIT-CT
               IF WH-STATUS(WS-HI) = WS-SECTION-CODE
                   PERFORM WRITE-HIT-LINE
               END-IF
           END-PERFORM.

       WRITE-HIT-LINE.
           MOVE WH-CASE(WS-HI) TO WS-CASE-DSP
           EVALUATE WH-STATUS(WS-HI)
               WHEN "P"
                   MOVE "pending" TO WS-STATUS-TEXT
               WHEN "C"
                   MOVE "confirmed" TO WS-STATUS-TEXT
               WHEN "X"
                   MOVE "cleared" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "new" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO REPORT-REC
           STRING WS-CASE-DSP " " WH-CUST(WS-HI) " "
               WH-NAME(WS-HI)(1:30) " "
               WW-ID(WH-WI(WS-HI)) " "
               WW-NAME(WH-WI(WS-HI))(1:24) " "
               WS-STATUS-TEXT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

      *> ============================================================
      *> LOG-RESCAN: One audit entry for the load and rescan -- the
      *> list loaded, the customers screened and the cases raised.
      *> ============================================================
       LOG-RESCAN.
           MOVE "SYSTEM" TO WS-AUD-ACCT
           MOVE "SCREEN-RESCAN" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "List " WS-WL-DATE " " WS-WL-CT " names: "
               WS-CUST-CT " customers, " WS-NEW-CT " new cases"
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> KEEP-ENTRY-WORDS: Carry the words of the name last split
      *> onto list entry WS-WL-CT.
      *> ============================================================
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
