      *> Accepts commands via ACCEPT (stdin), returns pipe-delimited
      *> responses via DISPLAY (stdout), same convention as
      *> ATM-SYSTEM.cob.
      *>   CUST-ADD   first last street city state zip phone [tid]
      *>              (multi-word street/city use underscores, e.g.
      *>              12_Main_St -- stored with the underscores
      *>              translated back to spaces)
      *>   CUST-UPD   cust-number first last street city state zip
      *>              phone [tid]
      *>   CUST-ACCTS cust-number
      *>   OPEN-ACCT  pin cust-number type balance
      *>              [linked-savings-acct] [pin2 cust-number2]
      *>              (holder names come off the customer master and
      *>              are carried on the account record as a display
      *>              copy -- the customer number is the master)
      *>   OPEN-ACCT  pin cust-number T balance term-months P|R
      *>              [payout-acct] [product-code]
      *>              (term deposit: single holder, rate locked off
      *>              the catalog at opening; P pays out to the
      *>              payout account at maturity, R renews)
      *>   TD-INSTR   account P|R [payout-acct]
      *>   CLOSE-ACCT account
      *>   SO-ADD     source dest amount freq(W/M) first-due(YYYYMMDD)
      *>              [expiry(YYYYMMDD)]
      *>   SO-CANCEL  order-id
      *>   PAYEE-ADD    cust-number name routing payee-account
      *>                [customer-ref]
      *>                (multi-word name uses underscores, as street)
      *>   PAYEE-CANCEL payee-id
      *>   PAYEE-LIST   cust-number
      *>   CARD-ISSUE   account [holder(1/2)]
      *>   CARD-REPLACE card-number
      *>   CARD-BLOCK   card-number [reason]
      *>   SCREEN-LIST
      *>   SCREEN-CLEAR   case-id reviewer
      *>   SCREEN-CONFIRM case-id reviewer
      *>                (CUST-ADD and CUST-UPD screen the name
      *>                against the sanctions watchlist first; a
      *>                possible match is held as a review case
      *>                instead of being written)
      *> Compile: cobc -x -free ACCT-MAINT.cob -o acct-maint
      *> ================================================================
       IDENTIFICATION DIVISION.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-FS.
           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-FS.
           SELECT PAYEE-FILE ASSIGN TO "PAYEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-FS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT WATCH-FILE ASSIGN TO "WATCHLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-FS.
           SELECT SCREENQ-FILE ASSIGN TO "SCREENQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FS.

       DATA DIVISION.
       FILE SECTION.
      *> Customer master (CIF): one row per person, keyed on the
      *> customer number. Accounts reference these numbers through
      *> AR-CUST/AR-CUST2, so one person holding several accounts is
      *> one customer row, and the mailing address lives here. The
      *> taxpayer id (nine digits, no dashes) is what TAX-1099 files
      *> the year-end interest under; blank until it is captured.
       FD CUST-FILE.
       01 CUST-REC.
           05 CM-NUMBER        PIC X(10).
           05 CM-STATE         PIC X(2).
           05 CM-ZIP           PIC X(10).
           05 CM-PHONE         PIC X(12).
           05 CM-TID           PIC X(9).

      *> Card master: one row per piece of plastic, pointing at the
      *> account and at which holder of that account it was issued
           05 PR-DFLT-LIMIT    PIC 9(7)V99.
           05 PR-HOLD-DAYS     PIC 9(2).

      *> Term deposit terms: one row per term deposit (AR-TYPE "T"),
      *> holding what the account record has no room for -- the term
      *> in months, the rate locked in when the term began (a daily
      *> rate, same basis as the catalog tiers), the term's start and
      *> maturity dates, and the customer's maturity instruction: "P"
      *> pay the proceeds out to TD-PAYOUT and close, "R" renew for
      *> another term at the catalog rate then in effect. TD-DUE-DD
      *> anchors the maturity day of month across renewals; TD-NOTICE
      *> is the maturity date the advance notice last went out for.
      *> TD-STATUS "A" running (no withdrawals before maturity),
      *> "M" matured with the funds left on the account, "P" paid
      *> out, "C" account closed. TERM-MATURE works the file nightly.
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

      *> Bill-pay payee master: one row per outside party a customer
      *> pays from their account -- the utility, the landlord.
      *> PY-ROUTING and PY-DEST-ACCT say where the money goes at the
      *> receiving bank; PY-CUST-REF is the customer's own account
      *> number with the payee, carried on the payment so the payee
      *> can apply it. A payee belongs to one customer, and only
      *> accounts that customer holds can pay it. PY-STATUS "A"
      *> active, "C" cancelled (kept, so payments already queued
      *> still trace back to it).
       FD PAYEE-FILE.
       01 PY-REC.
           05 PY-ID            PIC 9(5).
           05 PY-CUST          PIC X(10).
           05 PY-NAME          PIC X(22).
           05 PY-ROUTING       PIC X(9).
           05 PY-DEST-ACCT     PIC X(17).
           05 PY-CUST-REF      PIC X(15).
           05 PY-STATUS        PIC X(1).

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

       WORKING-STORAGE SECTION.
       01 WS-BD-FS              PIC XX.
       01 WS-ACCT-FS            PIC XX.
       01 WS-PROD-CODE          PIC X(4).
       01 WS-PROD-EFF           PIC X(8).
       01 WS-PROD-LIMIT         PIC S9(7)V99 VALUE 0.
       01 WS-PROD-TIERS.
           05 WS-PROD-TIER OCCURS 3 TIMES.
               10 WS-PT-FLOOR   PIC 9(9)V99.
               10 WS-PT-RATE    PIC V9(5).
       01 WS-PT                 PIC 9.

      *> Term deposit opening and instruction fields. The term runs
      *> from one month to ten years.
       01 WS-TD-FS              PIC XX.
       01 WS-TD-OK              PIC X VALUE "Y".
       01 WS-TD-TERM            PIC 9(3) VALUE 0.
       01 WS-TD-MAX-TERM        PIC 9(3) VALUE 120.
       01 WS-TD-INSTR           PIC X(1).
       01 WS-TD-PAYOUT          PIC X(10).
       01 WS-TD-OWNER           PIC X(10).
       01 WS-TD-RATE            PIC V9(5) VALUE 0.
       01 WS-TD-OPEN-BAL        PIC S9(9)V99 VALUE 0.
       01 WS-TD-MATURITY        PIC X(8).
       01 WS-RATE-DSP           PIC .9(5).
       01 WS-TD-CT              PIC 9(3) VALUE 0.
       01 WS-TD-OVERFLOW        PIC X VALUE "N".
       01 WS-TD-TBL.
           05 WS-TD OCCURS 500 TIMES.
               10 WT-ACCT       PIC X(10).
               10 WT-TERM-MO    PIC 9(3).
               10 WT-RATE       PIC V9(5).
               10 WT-START      PIC X(8).
               10 WT-MATURITY   PIC X(8).
               10 WT-INSTR      PIC X(1).
               10 WT-PAYOUT     PIC X(10).
               10 WT-STATUS     PIC X(1).
               10 WT-NOTICE     PIC X(8).
               10 WT-DUE-DD     PIC 9(2).
       01 WS-TI                 PIC 9(3).
       01 WS-TD-SLOT            PIC 9(3) VALUE 0.

      *> Maturity date arithmetic: term months forward from the
      *> start, the day of month clamped in a shorter month
       01 WS-DUE-YMD.
           05 WS-DUE-YYYY       PIC 9(4).
           05 WS-DUE-MM         PIC 9(2).
           05 WS-DUE-DD         PIC 9(2).
       01 WS-MONTH-DAYS         PIC 9(2).
       01 WS-LEAP-REM           PIC 9(4).
       01 WS-MONTH-NO           PIC 9(6).

      *> Account ceiling: ACCT-MAINT will not open account #1000 --
      *> a standalone operational safeguard so the next-account-number
       01 WS-NEXT-CUST          PIC 9(10).
       01 WS-NEW-CUST           PIC X(10).
       01 WS-CUST-KEY           PIC X(10).
       01 WS-TID-OK             PIC X VALUE "Y".

      *> Holder names fetched off the customer master for the account
      *> record's display copy
       01 WS-ORD-AMT            PIC S9(9)V99.
       01 WS-AMT-DSP            PIC -(9)9.99.

      *> In-memory payee table: PAYEES.DAT is loaded whole and
      *> written back, as STANDING.DAT is. A routing number must
      *> pass the ABA check digit (weights 3-7-1 across the nine
      *> digits, total a multiple of ten) before a payee is taken.
       01 WS-PAYEE-FS           PIC XX.
       01 WS-PAYEE-CT           PIC 9(3) VALUE 0.
       01 WS-PAYEE-TBL.
           05 WS-PAYEE OCCURS 300 TIMES.
               10 WY-ID         PIC 9(5).
               10 WY-CUST       PIC X(10).
               10 WY-NAME       PIC X(22).
               10 WY-ROUTING    PIC X(9).
               10 WY-DEST-ACCT  PIC X(17).
               10 WY-CUST-REF   PIC X(15).
               10 WY-STATUS     PIC X(1).
       01 WS-YI                 PIC 9(3).
       01 WS-PAYEE-SLOT         PIC 9(3) VALUE 0.
       01 WS-HIGH-PAYEE         PIC 9(5) VALUE 0.
       01 WS-NEW-PAYEE-ID       PIC 9(5).
       01 WS-PAYEE-NAME         PIC X(22).
       01 WS-PAYEE-LIST-CT      PIC 9(3) VALUE 0.
       01 WS-RT-NUM.
           05 WS-RT-DIGIT       PIC 9 OCCURS 9 TIMES.
       01 WS-RT-SUM             PIC 9(4).

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

      *> Compliance review queue, loaded whole and written back as
      *> PAYEES.DAT is. A held customer change waits here; clearing
      *> the case completes it, confirming it refuses it (and, for
      *> an existing customer, freezes the customer's accounts --
      *> AR-STATUS "F": every channel refuses postings to or from a
      *> frozen account). A case once cleared for a customer against
      *> a list entry is not raised again for that pair. The queue
      *> holds at most 5000 cases; one found longer is never saved.
       01 WS-SQ-FS              PIC XX.
       01 WS-SQ-CT              PIC 9(4) VALUE 0.
       01 WS-SQ-OVERFLOW        PIC X VALUE "N".
       01 WS-SQ-TBL.
           05 WS-SQ OCCURS 5000 TIMES.
               10 WQ-ID         PIC 9(5).
               10 WQ-DATE       PIC X(8).
               10 WQ-SOURCE     PIC X(8).
               10 WQ-CUST       PIC X(10).
               10 WQ-NAME       PIC X(40).
               10 WQ-WL-ID      PIC X(10).
               10 WQ-STATUS     PIC X(1).
               10 WQ-DECIDED    PIC X(8).
               10 WQ-REVIEWER   PIC X(8).
               10 WQ-FIRST      PIC X(20).
               10 WQ-LAST       PIC X(20).
               10 WQ-STREET     PIC X(30).
               10 WQ-CITY       PIC X(20).
               10 WQ-STATE      PIC X(2).
               10 WQ-ZIP        PIC X(10).
               10 WQ-PHONE      PIC X(12).
               10 WQ-TID        PIC X(9).
       01 WS-QI                 PIC 9(4).
       01 WS-SQ-SLOT            PIC 9(4) VALUE 0.
       01 WS-HIGH-SQ            PIC 9(5) VALUE 0.
       01 WS-NEW-SQ-ID          PIC 9(5).
       01 WS-SQ-LIST-CT         PIC 9(4) VALUE 0.
       01 WS-SCR-CUST           PIC X(10).
       01 WS-SCR-SOURCE         PIC X(8).
       01 WS-SCR-NAME           PIC X(40).
       01 WS-SCR-HIT            PIC 9(4) VALUE 0.
       01 WS-SCR-CLEARED        PIC X VALUE "N".
       01 WS-SCR-BLOCKED        PIC X VALUE "N".
       01 WS-REVIEWER           PIC X(8).
       01 WS-FROZEN-CT          PIC 9(3) VALUE 0.

       01 WS-DATE-TIME.
           05 WS-DT-DATE        PIC X(8).
           05 WS-DT-TIME        PIC X(8).
               WHEN "CLOSE-ACCT" PERFORM DO-CLOSE-ACCT
               WHEN "SO-ADD"     PERFORM DO-SO-ADD
               WHEN "SO-CANCEL"  PERFORM DO-SO-CANCEL
               WHEN "TD-INSTR"   PERFORM DO-TD-INSTR
               WHEN "PAYEE-ADD"    PERFORM DO-PAYEE-ADD
               WHEN "PAYEE-CANCEL" PERFORM DO-PAYEE-CANCEL
               WHEN "PAYEE-LIST"   PERFORM DO-PAYEE-LIST
               WHEN "CARD-ISSUE"   PERFORM DO-CARD-ISSUE
               WHEN "CARD-REPLACE" PERFORM DO-CARD-REPLACE
               WHEN "CARD-BLOCK"   PERFORM DO-CARD-BLOCK
               WHEN "SCREEN-LIST"    PERFORM DO-SCREEN-LIST
               WHEN "SCREEN-CLEAR"   PERFORM DO-SCREEN-CLEAR
               WHEN "SCREEN-CONFIRM" PERFORM DO-SCREEN-CONFIRM
               WHEN OTHER
                   DISPLAY "ERR|INVALID-OP|Unknown operation"
           END-EVALUATE
                           MOVE "Y" TO WS-PROD-FOUND
                           MOVE PR-EFF-DATE TO WS-PROD-EFF
                           MOVE PR-DFLT-LIMIT TO WS-PROD-LIMIT
                           PERFORM VARYING WS-PT FROM 1 BY 1
                               UNTIL WS-PT > 3
                               MOVE PR-TIER-FLOOR(WS-PT)
                                   TO WS-PT-FLOOR(WS-PT)
                               MOVE PR-TIER-RATE(WS-PT)
                                   TO WS-PT-RATE(WS-PT)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
      *>         P6=2nd holder pin P7=2nd holder cust-number
      *>         (optional, opens the account as a joint account)
      *>         P8=product code (optional)
      *> A term deposit (type T) is single-holder and takes its term
      *> and maturity instruction in place of the linked and joint
      *> fields; its rate is locked off the catalog tier the opening
      *> balance reaches (product TDP1 by default) and the terms go
      *> on TERMDEP.DAT:
      *> Input:  P1=pin P2=cust-number P3=T P4=balance
      *>         P5=term in months P6=P (pay out) or R (renew)
      *>         P7=payout account (required for P)
      *>         P8=product code (optional)
      *> Output: OK|account-number  or  ERR|code|message
      *>         (term deposit: OK|account-number|maturity|rate)
      *> ============================================================
       DO-OPEN-ACCT.
           PERFORM SCAN-ACCOUNTS
               EXIT PARAGRAPH
           END-IF

           IF WS-P3 NOT = "C" AND WS-P3 NOT = "S" AND WS-P3 NOT = "T"
               DISPLAY "ERR|INVALID-TYPE|"
                   "Account type must be C, S or T"
               EXIT PARAGRAPH
           END-IF

           IF WS-P3 = "T"
               PERFORM CHECK-TERM-PARAMS
               IF WS-TD-OK = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-P6 NOT = SPACES AND WS-P7 = SPACES
               DISPLAY "ERR|CUST-REQUIRED|"
                   "2nd holder pin given without a customer number"
      *>   defaulted code is allowed to miss so a shop that has not
      *>   loaded PRODUCTS.DAT yet keeps opening accounts the old way
           IF WS-P8 = SPACES
               EVALUATE WS-P3
                   WHEN "S"
                       MOVE "SAV1" TO WS-PROD-CODE
                   WHEN "T"
                       MOVE "TDP1" TO WS-PROD-CODE
                   WHEN OTHER
                       MOVE "CHK1" TO WS-PROD-CODE
               END-EVALUATE
           ELSE
               MOVE WS-P8(1:4) TO WS-PROD-CODE
           END-IF
                   "No product entry in effect for that code"
               EXIT PARAGRAPH
           END-IF
      *>   A term deposit has no built-in fallback -- its rate is
      *>   whatever the catalog offers today, locked for the term
           IF WS-P3 = "T"
               IF WS-PROD-FOUND = "N"
                   DISPLAY "ERR|PROD-NOT-FOUND|"
                       "No term deposit product in effect"
                   EXIT PARAGRAPH
               END-IF
               PERFORM SET-TERM-RATE
           END-IF

           MOVE WS-P2 TO WS-CUST-KEY
           PERFORM FETCH-CUSTOMER
           END-IF
           MOVE CM-FIRST TO WS-CUST-FIRST
           MOVE CM-LAST  TO WS-CUST-LAST
      *>   No new account for anyone held on a watchlist case
           PERFORM CHECK-CUST-CASES
           IF WS-SCR-BLOCKED = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-P7 NOT = SPACES
               MOVE WS-P7 TO WS-CUST-KEY
               END-IF
               MOVE CM-FIRST TO WS-CUST2-FIRST
               MOVE CM-LAST  TO WS-CUST2-LAST
               PERFORM CHECK-CUST-CASES
               IF WS-SCR-BLOCKED = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-NEXT-NUM = WS-HIGH-NUM + 1
           END-WRITE
           CLOSE ACCOUNT-FILE

           IF WS-P3 = "T"
               MOVE WS-TODAY TO WS-DUE-YMD
               PERFORM SET-MATURITY-DATE
               PERFORM ADD-TERM-DEPOSIT
               MOVE WS-TD-RATE TO WS-RATE-DSP
               DISPLAY "OK|" WS-NEW-NUMBER "|" WS-TD-MATURITY
                   "|" WS-RATE-DSP
           ELSE
               DISPLAY "OK|" WS-NEW-NUMBER
           END-IF

           MOVE WS-NEW-NUMBER TO WS-AUD-ACCT
           MOVE "ACCT-OPENED" TO WS-AUD-ACTION
               " account for customer " FUNCTION TRIM(WS-P2)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT

           IF WS-P3 = "T"
               MOVE WS-NEW-NUMBER TO WS-AUD-ACCT
               MOVE "TD-OPENED" TO WS-AUD-ACTION
               INITIALIZE WS-AUD-DETAIL
               STRING WS-TD-TERM " months at " WS-RATE-DSP
                   " matures " WS-TD-MATURITY " instr " WS-TD-INSTR
                   " " WS-TD-PAYOUT
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
               PERFORM LOG-AUDIT
           END-IF.

      *> ============================================================
      *> CHECK-TERM-PARAMS: Validate a term deposit's term, maturity
      *> instruction and payout account, then clear P5-P7 so the
      *> rest of DO-OPEN-ACCT opens it unlinked and single-holder.
      *> ============================================================
       CHECK-TERM-PARAMS.
           MOVE "N" TO WS-TD-OK
           PERFORM LOAD-TERM-DEPOSITS
           IF WS-TD-CT >= 500
               DISPLAY "ERR|TD-LIMIT|Term deposit table is full"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TD-OPEN-BAL = FUNCTION NUMVAL(WS-P4)
           IF WS-TD-OPEN-BAL <= 0
               DISPLAY "ERR|INVALID-AMT|"
                   "A term deposit needs an opening balance"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TD-TERM = FUNCTION NUMVAL(WS-P5)
           IF WS-TD-TERM < 1 OR WS-TD-TERM > WS-TD-MAX-TERM
               DISPLAY "ERR|INVALID-TERM|"
                   "Term must be 1 to 120 months"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-P6(1:1)) TO WS-TD-INSTR
           MOVE WS-P7(1:10) TO WS-TD-PAYOUT
           MOVE WS-P2(1:10) TO WS-TD-OWNER
           PERFORM CHECK-TERM-INSTR
           IF WS-TD-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-P5 WS-P6 WS-P7.

      *> ============================================================
      *> CHECK-TERM-INSTR: A maturity instruction is P (pay out) or
      *> R (renew). Paying out needs somewhere to pay to: an active
      *> or dormant checking or savings account held by the
      *> deposit's own customer (WS-TD-OWNER), first or second
      *> holder. A renewing deposit may name one too, for when the
      *> customer later switches to P.
      *> ============================================================
       CHECK-TERM-INSTR.
           MOVE "N" TO WS-TD-OK
           IF WS-TD-INSTR NOT = "P" AND WS-TD-INSTR NOT = "R"
               DISPLAY "ERR|INVALID-INSTR|"
                   "Maturity instruction must be P or R"
               EXIT PARAGRAPH
           END-IF
           IF WS-TD-PAYOUT = SPACES
               IF WS-TD-INSTR = "P"
                   DISPLAY "ERR|PAYOUT-REQUIRED|"
                       "Pay-out instruction needs a payout account"
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-TD-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open accounts file"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND
           MOVE WS-TD-PAYOUT TO AR-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE ACCOUNT-FILE
           IF WS-FOUND = "N" OR AR-TYPE = "T"
               OR (AR-STATUS NOT = "A" AND AR-STATUS NOT = "D")
               DISPLAY "ERR|INVALID-PAYOUT|Payout account must be "
                   "an open checking or savings account"
               EXIT PARAGRAPH
           END-IF
           IF AR-CUST NOT = WS-TD-OWNER AND AR-CUST2 NOT = WS-TD-OWNER
               DISPLAY "ERR|INVALID-PAYOUT|Payout account must "
                   "belong to the term deposit's customer"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TD-OK.

      *> ============================================================
      *> SET-TERM-RATE: The rate of the highest catalog tier the
      *> opening balance reaches, same tier rule BATCH-INTEREST
      *> applies to savings.
      *> ============================================================
       SET-TERM-RATE.
           MOVE 0 TO WS-TD-RATE
           PERFORM VARYING WS-PT FROM 1 BY 1 UNTIL WS-PT > 3
               IF WS-TD-OPEN-BAL >= WS-PT-FLOOR(WS-PT)
                   MOVE WS-PT-RATE(WS-PT) TO WS-TD-RATE
               END-IF
           END-PERFORM.

      *> ============================================================
      *> SET-MATURITY-DATE: WS-TD-TERM months on from the start date
      *> in WS-DUE-YMD, the day of month clamped to the end of a
      *> shorter month (a 31 Jan start matures 30 Apr on a 3-month
      *> term). Result in WS-TD-MATURITY.
      *> ============================================================
       SET-MATURITY-DATE.
           COMPUTE WS-MONTH-NO =
               WS-DUE-YYYY * 12 + WS-DUE-MM - 1 + WS-TD-TERM
           COMPUTE WS-DUE-YYYY = WS-MONTH-NO / 12
           COMPUTE WS-DUE-MM = FUNCTION MOD(WS-MONTH-NO, 12) + 1
           PERFORM SET-MONTH-DAYS
           IF WS-DUE-DD > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DUE-DD
           END-IF
           MOVE WS-DUE-YMD TO WS-TD-MATURITY.

      *> ============================================================
      *> SET-MONTH-DAYS: Days in WS-DUE-MM of WS-DUE-YYYY, February
      *> leap years included.
      *> ============================================================
       SET-MONTH-DAYS.
           EVALUATE WS-DUE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   COMPUTE WS-LEAP-REM =
                       FUNCTION MOD(WS-DUE-YYYY, 4)
                   IF WS-LEAP-REM = 0
                       COMPUTE WS-LEAP-REM =
                           FUNCTION MOD(WS-DUE-YYYY, 100)
                       IF WS-LEAP-REM NOT = 0
                           MOVE 29 TO WS-MONTH-DAYS
                       ELSE
                           COMPUTE WS-LEAP-REM =
                               FUNCTION MOD(WS-DUE-YYYY, 400)
                           IF WS-LEAP-REM = 0
                               MOVE 29 TO WS-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

      *> ============================================================
      *> ADD-TERM-DEPOSIT: Append the new deposit's terms to
      *> TERMDEP.DAT, created on first use.
      *> ============================================================
       ADD-TERM-DEPOSIT.
           OPEN EXTEND TERMDEP-FILE
           IF WS-TD-FS NOT = "00"
               OPEN OUTPUT TERMDEP-FILE
           END-IF
           MOVE WS-NEW-NUMBER  TO TD-ACCT
           MOVE WS-TD-TERM     TO TD-TERM-MO
           MOVE WS-TD-RATE     TO TD-RATE
           MOVE WS-TODAY       TO TD-START
           MOVE WS-TD-MATURITY TO TD-MATURITY
           MOVE WS-TD-INSTR    TO TD-INSTR
           MOVE WS-TD-PAYOUT   TO TD-PAYOUT
           MOVE "A"            TO TD-STATUS
           MOVE SPACES         TO TD-NOTICE
           MOVE WS-TODAY(7:2)  TO TD-DUE-DD
           WRITE TD-REC
           CLOSE TERMDEP-FILE.

      *> ============================================================
      *> DO-CLOSE-ACCT: Mark an account inactive (AR-STATUS = "I")
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
      *>           A frozen account stays open until compliance
      *>           releases it -- closing it would pay the funds away
                   IF AR-STATUS = "F"
                       CLOSE ACCOUNT-FILE
                       DISPLAY "ERR|ACCT-FROZEN|Account is frozen"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "I" TO AR-STATUS
                   REWRITE ACCT-REC
                       INVALID KEY
           INSPECT CM-CITY REPLACING ALL "_" BY " "
           MOVE WS-P6(1:2) TO CM-STATE
           MOVE WS-P7(1:10) TO CM-ZIP
           MOVE WS-P8(1:12) TO CM-PHONE
           IF WS-P9 NOT = SPACES
               MOVE WS-P9(1:9) TO CM-TID
           END-IF.

      *> ============================================================
      *> CHECK-TID: A taxpayer id, when one is given, must be the
      *> nine digits alone -- TAX-1099 writes it to the filing file
      *> as it stands. Leaves WS-TID-OK "N" and answers the error.
      *> ============================================================
       CHECK-TID.
           MOVE "Y" TO WS-TID-OK
           IF WS-P9 = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-P9(1:9) IS NOT NUMERIC
               OR WS-P9(10:11) NOT = SPACES
               MOVE "N" TO WS-TID-OK
               DISPLAY "ERR|INVALID-TID|"
                   "Taxpayer id must be nine digits"
           END-IF.

      *> ============================================================
      *> DO-CUST-ADD: Register a new customer on the master file
      *> with the next customer number in sequence.
      *> Input:  P1=first P2=last P3=street P4=city P5=state P6=zip
      *>         P7=phone P8=taxpayer id (optional, nine digits)
      *> Output: OK|cust-number  or  ERR|code|message
      *>         (ERR|SCREEN-HOLD when the name is held for review)
      *> ============================================================
       DO-CUST-ADD.
           IF WS-P1 = SPACES OR WS-P2 = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-P8 TO WS-P9
           PERFORM CHECK-TID
           IF WS-TID-OK = "N"
               EXIT PARAGRAPH
           END-IF

      *>   The fill paragraph works off P2-P9; CUST-ADD's params
      *>   start one position earlier than CUST-UPD's, so shift them
      *>   up before the shared moves (the tid was moved up above)
           MOVE WS-P7 TO WS-P8
           MOVE WS-P6 TO WS-P7
           MOVE WS-P5 TO WS-P6
           MOVE WS-P4 TO WS-P5
           MOVE WS-P3 TO WS-P4
           MOVE WS-P2 TO WS-P3
           MOVE WS-P1 TO WS-P2

      *>   Screen the name before a number is given out; a possible
      *>   match waits on the review queue with the details as keyed
           INITIALIZE WS-SCR-IN
           STRING FUNCTION TRIM(WS-P2) " " FUNCTION TRIM(WS-P3)
               DELIMITED BY SIZE INTO WS-SCR-IN
           END-STRING
           MOVE SPACES TO WS-SCR-CUST
           MOVE "CUST-ADD" TO WS-SCR-SOURCE
           PERFORM SCREEN-CUSTOMER
           IF WS-SCR-HIT > 0
               MOVE SPACES TO CM-NUMBER
               MOVE SPACES TO CM-TID
               PERFORM FILL-CUST-FIELDS
               PERFORM HOLD-CUSTOMER-CHANGE
               EXIT PARAGRAPH
           END-IF

           PERFORM SCAN-CUSTOMERS
           COMPUTE WS-NEXT-CUST = WS-HIGH-CUST + 1
           MOVE WS-NEXT-CUST TO WS-NEW-CUST
           END-IF

           MOVE WS-NEW-CUST TO CM-NUMBER
           MOVE SPACES TO CM-TID
           PERFORM FILL-CUST-FIELDS
           WRITE CUST-REC
               INVALID KEY

           DISPLAY "OK|" WS-NEW-CUST

           MOVE WS-NEW-CUST TO WS-AUD-ACCT
           PERFORM LOG-SCREEN-PASS

           MOVE WS-NEW-CUST TO WS-AUD-ACCT
           MOVE "CUST-ADDED" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
      *> their next statement; the display-copy names on existing
      *> account records are left as opened, the same way a renamed
      *> branch doesn't rewrite its history.
      *> A blank taxpayer id leaves the one on file in place, so a
      *> change of address never has to re-key it.
      *> Input:  P1=cust-number P2=first P3=last P4=street P5=city
      *>         P6=state P7=zip P8=phone P9=taxpayer id (optional)
      *> The new name is screened as a new customer's would be, and
      *> a possible match holds the whole change for review.
      *> Output: OK|cust-number  or  ERR|code|message
      *> ============================================================
       DO-CUST-UPD.
           PERFORM CHECK-TID
           IF WS-TID-OK = "N"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CUST-FILE
           IF WS-CUST-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open customer file"
           END-IF

           PERFORM FILL-CUST-FIELDS

           INITIALIZE WS-SCR-IN
           STRING FUNCTION TRIM(CM-FIRST) " " FUNCTION TRIM(CM-LAST)
               DELIMITED BY SIZE INTO WS-SCR-IN
           END-STRING
           MOVE WS-P1 TO WS-SCR-CUST
           MOVE "CUST-UPD" TO WS-SCR-SOURCE
           PERFORM SCREEN-CUSTOMER
           IF WS-SCR-HIT > 0
               CLOSE CUST-FILE
               PERFORM HOLD-CUSTOMER-CHANGE
               EXIT PARAGRAPH
           END-IF

           REWRITE CUST-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Customer rewrite failed"

           DISPLAY "OK|" WS-P1

           MOVE WS-P1 TO WS-AUD-ACCT
           PERFORM LOG-SCREEN-PASS

           MOVE WS-P1 TO WS-AUD-ACCT
           MOVE "CUST-UPDATED" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
      *> DO-SO-ADD: Register a new standing order. Both accounts must
      *> exist on ACCOUNTS.DAT before the order is accepted -- a typo
      *> in either number should fail here at the counter, not at
      *> 2am in BATCH-ORDERS. A term deposit is locked for its term,
      *> so it can be neither end of an order.
      *> Input:  P1=source P2=dest P3=amount P4=freq(W/M)
      *>         P5=first-due(YYYYMMDD) P6=expiry(YYYYMMDD, optional)
      *> Output: OK|order-id  or  ERR|code|message
               DISPLAY "ERR|ACCT-NOT-FOUND|Source account not found"
               EXIT PARAGRAPH
           END-IF
           IF AR-TYPE = "T"
               CLOSE ACCOUNT-FILE
               DISPLAY "ERR|INVALID-TYPE|"
                   "A term deposit cannot fund a standing order"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND
           MOVE WS-P2 TO AR-NUMBER
           READ ACCOUNT-FILE
                   "Destination account not found"
               EXIT PARAGRAPH
           END-IF
           IF AR-TYPE = "T"
               DISPLAY "ERR|INVALID-TYPE|"
                   "A term deposit cannot receive a standing order"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ORDERS
           IF WS-ORD-CT >= 200
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> DO-TD-INSTR: Change a running term deposit's maturity
      *> instruction. Switching to P without naming a payout
      *> account keeps the one already on file.
      *> Input:  P1=account P2=P (pay out) or R (renew)
      *>         P3=payout account (optional)
      *> Output: OK|account|instruction|payout-account
      *> ============================================================
       DO-TD-INSTR.
           PERFORM LOAD-TERM-DEPOSITS
           IF WS-TD-OVERFLOW = "Y"
               DISPLAY "ERR|TD-LIMIT|"
                   "Term deposit file is over the 500-row table"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TD-SLOT
           PERFORM VARYING WS-TI FROM 1 BY 1
               UNTIL WS-TI > WS-TD-CT
               IF WT-ACCT(WS-TI) = WS-P1(1:10)
                   AND WT-STATUS(WS-TI) = "A"
                   MOVE WS-TI TO WS-TD-SLOT
               END-IF
           END-PERFORM
           IF WS-TD-SLOT = 0
               DISPLAY "ERR|TD-NOT-FOUND|"
                   "No running term deposit on that account"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-P2(1:1)) TO WS-TD-INSTR
           MOVE WS-P3(1:10) TO WS-TD-PAYOUT
           IF WS-TD-PAYOUT = SPACES
               MOVE WT-PAYOUT(WS-TD-SLOT) TO WS-TD-PAYOUT
           END-IF
      *>   The payout account must be the deposit holder's own
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "ERR|FILE-ERR|Cannot open accounts file"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND
           MOVE WS-P1(1:10) TO AR-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE ACCOUNT-FILE
           IF WS-FOUND = "N"
               DISPLAY "ERR|ACCT-NOT-FOUND|Account not found"
               EXIT PARAGRAPH
           END-IF
           MOVE AR-CUST TO WS-TD-OWNER
           PERFORM CHECK-TERM-INSTR
           IF WS-TD-OK = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TD-INSTR  TO WT-INSTR(WS-TD-SLOT)
           MOVE WS-TD-PAYOUT TO WT-PAYOUT(WS-TD-SLOT)
           PERFORM SAVE-TERM-DEPOSITS

           DISPLAY "OK|" FUNCTION TRIM(WS-P1) "|" WS-TD-INSTR "|"
               WS-TD-PAYOUT

           MOVE WS-P1 TO WS-AUD-ACCT
           MOVE "TD-INSTR" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Maturity instruction " WS-TD-INSTR
               " payout " WS-TD-PAYOUT
               " matures " WT-MATURITY(WS-TD-SLOT)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> LOAD-TERM-DEPOSITS / SAVE-TERM-DEPOSITS: TERMDEP.DAT is
      *> loaded whole and written back, as STANDING.DAT is. Rows
      *> past the table are flagged so nothing saves the file short.
      *> ============================================================
       LOAD-TERM-DEPOSITS.
           MOVE 0 TO WS-TD-CT
           MOVE "N" TO WS-TD-OVERFLOW
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
                       IF WS-TD-CT < 500
                           ADD 1 TO WS-TD-CT
                           MOVE TD-ACCT     TO WT-ACCT(WS-TD-CT)
                           MOVE TD-TERM-MO  TO WT-TERM-MO(WS-TD-CT)
                           MOVE TD-RATE     TO WT-RATE(WS-TD-CT)
                           MOVE TD-START    TO WT-START(WS-TD-CT)
                           MOVE TD-MATURITY TO WT-MATURITY(WS-TD-CT)
                           MOVE TD-INSTR    TO WT-INSTR(WS-TD-CT)
                           MOVE TD-PAYOUT   TO WT-PAYOUT(WS-TD-CT)
                           MOVE TD-STATUS   TO WT-STATUS(WS-TD-CT)
                           MOVE TD-NOTICE   TO WT-NOTICE(WS-TD-CT)
                           MOVE TD-DUE-DD   TO WT-DUE-DD(WS-TD-CT)
                       ELSE
                           MOVE "Y" TO WS-TD-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMDEP-FILE.

       SAVE-TERM-DEPOSITS.
           OPEN OUTPUT TERMDEP-FILE
           PERFORM VARYING WS-TI FROM 1 BY 1
               UNTIL WS-TI > WS-TD-CT
               MOVE WT-ACCT(WS-TI)     TO TD-ACCT
               MOVE WT-TERM-MO(WS-TI)  TO TD-TERM-MO
               MOVE WT-RATE(WS-TI)     TO TD-RATE
               MOVE WT-START(WS-TI)    TO TD-START
               MOVE WT-MATURITY(WS-TI) TO TD-MATURITY
               MOVE WT-INSTR(WS-TI)    TO TD-INSTR
               MOVE WT-PAYOUT(WS-TI)   TO TD-PAYOUT
               MOVE WT-STATUS(WS-TI)   TO TD-STATUS
               MOVE WT-NOTICE(WS-TI)   TO TD-NOTICE
               MOVE WT-DUE-DD(WS-TI)   TO TD-DUE-DD
               WRITE TD-REC
           END-PERFORM
           CLOSE TERMDEP-FILE.

      *> ============================================================
      *> DO-SO-CANCEL: Mark a standing order cancelled. The row is
      *> kept on file (status "C") so the order history survives,
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> LOAD-PAYEES / SAVE-PAYEES: PAYEES.DAT is loaded whole and
      *> written back, noting the highest payee id in use so a new
      *> payee takes the next one. A missing file is an empty list.
      *> ============================================================
       LOAD-PAYEES.
           MOVE 0 TO WS-PAYEE-CT
           MOVE 0 TO WS-HIGH-PAYEE
           MOVE "N" TO WS-EOF
           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ PAYEE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-PAYEE-CT < 300
                           ADD 1 TO WS-PAYEE-CT
                           MOVE PY-ID       TO WY-ID(WS-PAYEE-CT)
                           MOVE PY-CUST     TO WY-CUST(WS-PAYEE-CT)
                           MOVE PY-NAME     TO WY-NAME(WS-PAYEE-CT)
                           MOVE PY-ROUTING  TO WY-ROUTING(WS-PAYEE-CT)
                           MOVE PY-DEST-ACCT
                               TO WY-DEST-ACCT(WS-PAYEE-CT)
                           MOVE PY-CUST-REF
                               TO WY-CUST-REF(WS-PAYEE-CT)
                           MOVE PY-STATUS   TO WY-STATUS(WS-PAYEE-CT)
                       END-IF
                       IF PY-ID > WS-HIGH-PAYEE
                           MOVE PY-ID TO WS-HIGH-PAYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYEE-FILE.

       SAVE-PAYEES.
           OPEN OUTPUT PAYEE-FILE
           PERFORM VARYING WS-YI FROM 1 BY 1
               UNTIL WS-YI > WS-PAYEE-CT
               MOVE WY-ID(WS-YI)        TO PY-ID
               MOVE WY-CUST(WS-YI)      TO PY-CUST
               MOVE WY-NAME(WS-YI)      TO PY-NAME
               MOVE WY-ROUTING(WS-YI)   TO PY-ROUTING
               MOVE WY-DEST-ACCT(WS-YI) TO PY-DEST-ACCT
               MOVE WY-CUST-REF(WS-YI)  TO PY-CUST-REF
               MOVE WY-STATUS(WS-YI)    TO PY-STATUS
               WRITE PY-REC
           END-PERFORM
           CLOSE PAYEE-FILE.

      *> ============================================================
      *> DO-PAYEE-ADD: Register a bill-pay payee for a customer. The
      *> customer must be on the master and the routing number must
      *> carry a good check digit -- a mistyped routing number is
      *> caught here rather than coming back from the receiving
      *> bank a week later as a return.
      *> Input:  P1=cust-number P2=payee name (underscores for
      *>         spaces) P3=routing (nine digits) P4=payee account
      *>         P5=customer's reference with the payee (optional)
      *> Output: OK|payee-id  or  ERR|code|message
      *> ============================================================
       DO-PAYEE-ADD.
           MOVE WS-P1 TO WS-CUST-KEY
           PERFORM FETCH-CUSTOMER
           IF WS-FOUND = "N"
               DISPLAY "ERR|CUST-NOT-FOUND|Customer not found"
               EXIT PARAGRAPH
           END-IF

           IF WS-P2 = SPACES
               DISPLAY "ERR|NAME-REQUIRED|Payee name is required"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P2 TO WS-PAYEE-NAME
           INSPECT WS-PAYEE-NAME REPLACING ALL "_" BY " "

           IF WS-P3(1:9) IS NOT NUMERIC
               OR WS-P3(10:11) NOT = SPACES
               DISPLAY "ERR|INVALID-ROUTING|"
                   "Routing number must be nine digits"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P3(1:9) TO WS-RT-NUM
           COMPUTE WS-RT-SUM =
               3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4) + WS-RT-DIGIT(7))
               + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5)
                   + WS-RT-DIGIT(8))
               + WS-RT-DIGIT(3) + WS-RT-DIGIT(6) + WS-RT-DIGIT(9)
           IF FUNCTION MOD(WS-RT-SUM, 10) NOT = 0
               DISPLAY "ERR|INVALID-ROUTING|"
                   "Routing number check digit is wrong"
               EXIT PARAGRAPH
           END-IF

           IF WS-P4 = SPACES
               DISPLAY "ERR|INVALID-PAYEE-ACCT|"
                   "Payee account number is required"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PAYEES
           IF WS-PAYEE-CT >= 300
               DISPLAY "ERR|PAYEE-LIMIT|Payee table is full"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NEW-PAYEE-ID = WS-HIGH-PAYEE + 1
           ADD 1 TO WS-PAYEE-CT
           MOVE WS-NEW-PAYEE-ID TO WY-ID(WS-PAYEE-CT)
           MOVE WS-P1           TO WY-CUST(WS-PAYEE-CT)
           MOVE WS-PAYEE-NAME   TO WY-NAME(WS-PAYEE-CT)
           MOVE WS-P3(1:9)      TO WY-ROUTING(WS-PAYEE-CT)
           MOVE WS-P4(1:17)     TO WY-DEST-ACCT(WS-PAYEE-CT)
           MOVE WS-P5(1:15)     TO WY-CUST-REF(WS-PAYEE-CT)
           MOVE "A"             TO WY-STATUS(WS-PAYEE-CT)
           PERFORM SAVE-PAYEES

           DISPLAY "OK|" WS-NEW-PAYEE-ID

           MOVE WS-P1 TO WS-AUD-ACCT
           MOVE "PAYEE-ADDED" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Payee " WS-NEW-PAYEE-ID " "
               FUNCTION TRIM(WS-PAYEE-NAME)
               " rt " WS-P3(1:9)
               " acct " FUNCTION TRIM(WS-P4)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> DO-PAYEE-CANCEL: Retire a payee (status "C") so no new
      *> payment can be made to it. Payments already queued still
      *> go out -- the row is kept, as a cancelled order is.
      *> Input:  P1=payee-id
      *> Output: OK|payee-id  or  ERR|code|message
      *> ============================================================
       DO-PAYEE-CANCEL.
           PERFORM LOAD-PAYEES
           MOVE 0 TO WS-PAYEE-SLOT
           PERFORM VARYING WS-YI FROM 1 BY 1
               UNTIL WS-YI > WS-PAYEE-CT
               IF WY-ID(WS-YI) = FUNCTION NUMVAL(WS-P1)
                   MOVE WS-YI TO WS-PAYEE-SLOT
               END-IF
           END-PERFORM

           IF WS-PAYEE-SLOT = 0
               DISPLAY "ERR|PAYEE-NOT-FOUND|Payee not found"
               EXIT PARAGRAPH
           END-IF
           IF WY-STATUS(WS-PAYEE-SLOT) NOT = "A"
               DISPLAY "ERR|PAYEE-INACTIVE|Payee is not active"
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO WY-STATUS(WS-PAYEE-SLOT)
           PERFORM SAVE-PAYEES

           DISPLAY "OK|" WY-ID(WS-PAYEE-SLOT)

           MOVE WY-CUST(WS-PAYEE-SLOT) TO WS-AUD-ACCT
           MOVE "PAYEE-CANCELLED" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Payee " WY-ID(WS-PAYEE-SLOT) " "
               FUNCTION TRIM(WY-NAME(WS-PAYEE-SLOT))
               " cancelled"
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> DO-PAYEE-LIST: Every payee a customer has set up, active or
      *> not -- what the teller reads the payee id off.
      *> Input:  P1=cust-number
      *> Output: OK|count then one line per payee:
      *>         payee-id|name|routing|payee-account|reference|status
      *> ============================================================
       DO-PAYEE-LIST.
           MOVE WS-P1 TO WS-CUST-KEY
           PERFORM FETCH-CUSTOMER
           IF WS-FOUND = "N"
               DISPLAY "ERR|CUST-NOT-FOUND|Customer not found"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PAYEES
           MOVE 0 TO WS-PAYEE-LIST-CT
           PERFORM VARYING WS-YI FROM 1 BY 1
               UNTIL WS-YI > WS-PAYEE-CT
               IF WY-CUST(WS-YI) = WS-P1
                   ADD 1 TO WS-PAYEE-LIST-CT
               END-IF
           END-PERFORM

           DISPLAY "OK|" WS-PAYEE-LIST-CT
           PERFORM VARYING WS-YI FROM 1 BY 1
               UNTIL WS-YI > WS-PAYEE-CT
               IF WY-CUST(WS-YI) = WS-P1
                   DISPLAY WY-ID(WS-YI) "|"
                       FUNCTION TRIM(WY-NAME(WS-YI)) "|"
                       WY-ROUTING(WS-YI) "|"
                       FUNCTION TRIM(WY-DEST-ACCT(WS-YI)) "|"
                       FUNCTION TRIM(WY-CUST-REF(WS-YI)) "|"
                       WY-STATUS(WS-YI)
               END-IF
           END-PERFORM.

      *> ============================================================
      *> SCAN-CARDS: Pass over CARDS.DAT for the highest card number
      *> in use, so new plastic takes the next one -- same sequencing
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
      *> LOAD-SCREEN-QUEUE / SAVE-SCREEN-QUEUE: SCREENQ.DAT is
      *> loaded whole and written back, noting the highest case id
      *> in use so a new case takes the next one. A missing file is
      *> an empty queue. Cases past the table set WS-SQ-OVERFLOW,
      *> and every path that would save the queue refuses instead.
      *> ============================================================
       LOAD-SCREEN-QUEUE.
           MOVE 0 TO WS-SQ-CT
           MOVE "N" TO WS-SQ-OVERFLOW
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
                           MOVE SQ-ID       TO WQ-ID(WS-SQ-CT)
                           MOVE SQ-DATE     TO WQ-DATE(WS-SQ-CT)
                           MOVE SQ-SOURCE   TO WQ-SOURCE(WS-SQ-CT)
                           MOVE SQ-CUST     TO WQ-CUST(WS-SQ-CT)
                           MOVE SQ-NAME     TO WQ-NAME(WS-SQ-CT)
                           MOVE SQ-WL-ID    TO WQ-WL-ID(WS-SQ-CT)
                           MOVE SQ-STATUS   TO WQ-STATUS(WS-SQ-CT)
                           MOVE SQ-DECIDED  TO WQ-DECIDED(WS-SQ-CT)
                           MOVE SQ-REVIEWER TO WQ-REVIEWER(WS-SQ-CT)
                           MOVE SQ-FIRST    TO WQ-FIRST(WS-SQ-CT)
                           MOVE SQ-LAST     TO WQ-LAST(WS-SQ-CT)
                           MOVE SQ-STREET   TO WQ-STREET(WS-SQ-CT)
                           MOVE SQ-CITY     TO WQ-CITY(WS-SQ-CT)
                           MOVE SQ-STATE    TO WQ-STATE(WS-SQ-CT)
                           MOVE SQ-ZIP      TO WQ-ZIP(WS-SQ-CT)
                           MOVE SQ-PHONE    TO WQ-PHONE(WS-SQ-CT)
                           MOVE SQ-TID      TO WQ-TID(WS-SQ-CT)
                       ELSE
                           MOVE "Y" TO WS-SQ-OVERFLOW
                       END-IF
                       IF SQ-ID > WS-HIGH-SQ
                           MOVE SQ-ID TO WS-HIGH-SQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCREENQ-FILE.

       SAVE-SCREEN-QUEUE.
           OPEN OUTPUT SCREENQ-FILE
           PERFORM VARYING WS-QI FROM 1 BY 1
               UNTIL WS-QI > WS-SQ-CT
               MOVE WQ-ID(WS-QI)       TO SQ-ID
               MOVE WQ-DATE(WS-QI)     TO SQ-DATE
               MOVE WQ-SOURCE(WS-QI)   TO SQ-SOURCE
               MOVE WQ-CUST(WS-QI)     TO SQ-CUST
               MOVE WQ-NAME(WS-QI)     TO SQ-NAME
               MOVE WQ-WL-ID(WS-QI)    TO SQ-WL-ID
               MOVE WQ-STATUS(WS-QI)   TO SQ-STATUS
               MOVE WQ-DECIDED(WS-QI)  TO SQ-DECIDED
               MOVE WQ-REVIEWER(WS-QI) TO SQ-REVIEWER
               MOVE WQ-FIRST(WS-QI)    TO SQ-FIRST
               MOVE WQ-LAST(WS-QI)     TO SQ-LAST
               MOVE WQ-STREET(WS-QI)   TO SQ-STREET
               MOVE WQ-CITY(WS-QI)     TO SQ-CITY
               MOVE WQ-STATE(WS-QI)    TO SQ-STATE
               MOVE WQ-ZIP(WS-QI)      TO SQ-ZIP
               MOVE WQ-PHONE(WS-QI)    TO SQ-PHONE
               MOVE WQ-TID(WS-QI)      TO SQ-TID
               WRITE SQ-REC
           END-PERFORM
           CLOSE SCREENQ-FILE.

      *> ============================================================
      *> SCREEN-CUSTOMER: Screen the name in WS-SCR-IN against the
      *> watchlist. WS-SCR-HIT is left at the first entry it may
      *> match (zero when clear), passing over an entry a case for
      *> this customer (WS-SCR-CUST) was already cleared against.
      *> Loads the review queue as it goes, for the hold that
      *> follows a hit.
      *> ============================================================
       SCREEN-CUSTOMER.
           MOVE 0 TO WS-SCR-HIT
           PERFORM LOAD-WATCHLIST
           PERFORM LOAD-SCREEN-QUEUE
           MOVE WS-SCR-IN TO WS-SCR-NAME
           PERFORM SPLIT-NAME
           PERFORM VARYING WS-WI FROM 1 BY 1
               UNTIL WS-WI > WS-WL-CT OR WS-SCR-HIT > 0
               PERFORM MATCH-ENTRY
               IF WS-SCR-MATCH = "Y"
                   PERFORM CHECK-CLEARED-CASE
                   IF WS-SCR-CLEARED = "N"
                       MOVE WS-WI TO WS-SCR-HIT
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-CLEARED-CASE.
           MOVE "N" TO WS-SCR-CLEARED
           IF WS-SCR-CUST = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QI FROM 1 BY 1
               UNTIL WS-QI > WS-SQ-CT
               IF WQ-CUST(WS-QI) = WS-SCR-CUST
                   AND WQ-WL-ID(WS-QI) = WW-ID(WS-WI)
                   AND WQ-STATUS(WS-QI) = "X"
                   MOVE "Y" TO WS-SCR-CLEARED
               END-IF
           END-PERFORM.

      *> ============================================================
      *> HOLD-CUSTOMER-CHANGE: Queue a possible match for review
      *> instead of making the change. The customer details to be
      *> written are in CUST-REC; they ride on the case so clearing
      *> it can complete the change as keyed.
      *> Output: ERR|SCREEN-HOLD|message with the case id
      *> ============================================================
       HOLD-CUSTOMER-CHANGE.
           IF WS-SQ-CT >= 5000 OR WS-SQ-OVERFLOW = "Y"
               DISPLAY "ERR|QUEUE-FULL|Compliance review queue is full"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-SQ-ID = WS-HIGH-SQ + 1
           ADD 1 TO WS-SQ-CT
           MOVE WS-SQ-CT TO WS-SQ-SLOT
           MOVE WS-NEW-SQ-ID  TO WQ-ID(WS-SQ-SLOT)
           MOVE WS-TODAY      TO WQ-DATE(WS-SQ-SLOT)
           MOVE WS-SCR-SOURCE TO WQ-SOURCE(WS-SQ-SLOT)
           MOVE WS-SCR-CUST   TO WQ-CUST(WS-SQ-SLOT)
           MOVE WS-SCR-NAME   TO WQ-NAME(WS-SQ-SLOT)
           MOVE WW-ID(WS-SCR-HIT) TO WQ-WL-ID(WS-SQ-SLOT)
           MOVE "P"           TO WQ-STATUS(WS-SQ-SLOT)
           MOVE SPACES        TO WQ-DECIDED(WS-SQ-SLOT)
           MOVE SPACES        TO WQ-REVIEWER(WS-SQ-SLOT)
           MOVE CM-FIRST      TO WQ-FIRST(WS-SQ-SLOT)
           MOVE CM-LAST       TO WQ-LAST(WS-SQ-SLOT)
           MOVE CM-STREET     TO WQ-STREET(WS-SQ-SLOT)
           MOVE CM-CITY       TO WQ-CITY(WS-SQ-SLOT)
           MOVE CM-STATE      TO WQ-STATE(WS-SQ-SLOT)
           MOVE CM-ZIP        TO WQ-ZIP(WS-SQ-SLOT)
           MOVE CM-PHONE      TO WQ-PHONE(WS-SQ-SLOT)
           MOVE CM-TID        TO WQ-TID(WS-SQ-SLOT)
           PERFORM SAVE-SCREEN-QUEUE

           DISPLAY "ERR|SCREEN-HOLD|"
               "Possible watchlist match, held for review as case "
               WS-NEW-SQ-ID

           IF WS-SCR-CUST = SPACES
               MOVE "SYSTEM" TO WS-AUD-ACCT
           ELSE
               MOVE WS-SCR-CUST TO WS-AUD-ACCT
           END-IF
           MOVE "SCREEN-HOLD" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Case " WS-NEW-SQ-ID " " FUNCTION TRIM(WS-SCR-SOURCE)
               " list " FUNCTION TRIM(WW-ID(WS-SCR-HIT))
               ": " FUNCTION TRIM(WS-SCR-NAME)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> LOG-SCREEN-PASS: Record a name screened clear. The list
      *> date says which list it was screened against; no list on
      *> file is recorded as such.
      *> ============================================================
       LOG-SCREEN-PASS.
           MOVE "SCREEN-PASS" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           IF WS-WL-DATE = SPACES
               STRING FUNCTION TRIM(WS-SCR-SOURCE) " "
                   FUNCTION TRIM(WS-SCR-NAME) ": no watchlist on file"
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-SCR-SOURCE) " "
                   FUNCTION TRIM(WS-SCR-NAME) ": clear, list of "
                   WS-WL-DATE
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
           END-IF
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> CHECK-CUST-CASES: A customer with a case pending review or
      *> confirmed (WS-CUST-KEY) opens no new accounts, nor does
      *> anyone while the queue is too long to read whole. Sets
      *> WS-SCR-BLOCKED "Y" and answers the error.
      *> ============================================================
       CHECK-CUST-CASES.
           MOVE "N" TO WS-SCR-BLOCKED
           PERFORM LOAD-SCREEN-QUEUE
           IF WS-SQ-OVERFLOW = "Y"
               MOVE "Y" TO WS-SCR-BLOCKED
               DISPLAY "ERR|QUEUE-FULL|"
                   "Compliance review queue is over 5000 cases"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QI FROM 1 BY 1
               UNTIL WS-QI > WS-SQ-CT
               IF WQ-CUST(WS-QI) = WS-CUST-KEY
                   AND WQ-SOURCE(WS-QI) NOT = "CLEARIN"
                   AND (WQ-STATUS(WS-QI) = "P"
                       OR WQ-STATUS(WS-QI) = "C")
                   MOVE "Y" TO WS-SCR-BLOCKED
               END-IF
           END-PERFORM
           IF WS-SCR-BLOCKED = "Y"
               DISPLAY "ERR|SCREEN-HOLD|"
                   "Customer is held on a watchlist case"
               MOVE WS-CUST-KEY TO WS-AUD-ACCT
               MOVE "OPEN-REJECTED" TO WS-AUD-ACTION
               MOVE "Customer held on a watchlist case"
                   TO WS-AUD-DETAIL
               PERFORM LOG-AUDIT
           END-IF.

      *> ============================================================
      *> DO-SCREEN-LIST: The compliance desk's work list -- every
      *> case still pending review, with the list entry it hit.
      *> Output: OK|count then one line per case:
      *>         case|date|source|customer|name|list-id|list-name
      *> ============================================================
       DO-SCREEN-LIST.
           PERFORM LOAD-WATCHLIST
           PERFORM LOAD-SCREEN-QUEUE
           MOVE 0 TO WS-SQ-LIST-CT
           PERFORM VARYING WS-QI FROM 1 BY 1
               UNTIL WS-QI > WS-SQ-CT
               IF WQ-STATUS(WS-QI) = "P"
                   ADD 1 TO WS-SQ-LIST-CT
               END-IF
           END-PERFORM

           DISPLAY "OK|" WS-SQ-LIST-CT
           PERFORM VARYING WS-QI FROM 1 BY 1
               UNTIL WS-QI > WS-SQ-CT
               IF WQ-STATUS(WS-QI) = "P"
                   MOVE 0 TO WS-SCR-HIT
                   PERFORM VARYING WS-WI FROM 1 BY 1
                       UNTIL WS-WI > WS-WL-CT OR WS-SCR-HIT > 0
                       IF WW-ID(WS-WI) = WQ-WL-ID(WS-QI)
                           MOVE WS-WI TO WS-SCR-HIT
                       END-IF
                   END-PERFORM
                   IF WS-SCR-HIT = 0
                       DISPLAY WQ-ID(WS-QI) "|" WQ-DATE(WS-QI) "|"
                           FUNCTION TRIM(WQ-SOURCE(WS-QI)) "|"
                           FUNCTION TRIM(WQ-CUST(WS-QI)) "|"
                           FUNCTION TRIM(WQ-NAME(WS-QI)) "|"
                           FUNCTION TRIM(WQ-WL-ID(WS-QI)) "|"
                   ELSE
                       DISPLAY WQ-ID(WS-QI) "|" WQ-DATE(WS-QI) "|"
                           FUNCTION TRIM(WQ-SOURCE(WS-QI)) "|"
                           FUNCTION TRIM(WQ-CUST(WS-QI)) "|"
                           FUNCTION TRIM(WQ-NAME(WS-QI)) "|"
                           FUNCTION TRIM(WQ-WL-ID(WS-QI)) "|"
                           FUNCTION TRIM(WW-NAME(WS-SCR-HIT))
                   END-IF
               END-IF
           END-PERFORM.

      *> ============================================================
      *> FIND-OPEN-CASE: Locate review case P1 for a decision and
      *> check the reviewer (P2) is named and the case still open.
      *> Leaves WS-SQ-SLOT at the case, zero when refused.
      *> ============================================================
       FIND-OPEN-CASE.
           MOVE 0 TO WS-SQ-SLOT
           IF WS-P2 = SPACES
               DISPLAY "ERR|REVIEWER-REQUIRED|"
                   "The reviewing officer must be named"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P2(1:8) TO WS-REVIEWER
           IF FUNCTION TRIM(WS-P1) IS NOT NUMERIC
               DISPLAY "ERR|CASE-NOT-FOUND|Case not found"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-P1) TO WS-NEW-SQ-ID
           PERFORM LOAD-SCREEN-QUEUE
           IF WS-SQ-OVERFLOW = "Y"
               DISPLAY "ERR|QUEUE-FULL|"
                   "Compliance review queue is over 5000 cases"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QI FROM 1 BY 1
               UNTIL WS-QI > WS-SQ-CT
               IF WQ-ID(WS-QI) = WS-NEW-SQ-ID
                   MOVE WS-QI TO WS-SQ-SLOT
               END-IF
           END-PERFORM
           IF WS-SQ-SLOT = 0
               DISPLAY "ERR|CASE-NOT-FOUND|Case not found"
               EXIT PARAGRAPH
           END-IF
           IF WQ-STATUS(WS-SQ-SLOT) NOT = "P"
               MOVE 0 TO WS-SQ-SLOT
               DISPLAY "ERR|CASE-DECIDED|Case has already been decided"
           END-IF.

      *> ============================================================
      *> DO-SCREEN-CLEAR: The reviewer finds the match false. A held
      *> onboarding creates the customer as keyed (the case then
      *> carries the new customer number); a held update is written
      *> to the customer as keyed. A rescan or clearing case is
      *> simply closed.
      *> Input:  P1=case P2=reviewer
      *> Output: OK|case|cust-number  or  ERR|code|message
      *> ============================================================
       DO-SCREEN-CLEAR.
           PERFORM FIND-OPEN-CASE
           IF WS-SQ-SLOT = 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE WQ-SOURCE(WS-SQ-SLOT)
               WHEN "CUST-ADD"
                   PERFORM SCAN-CUSTOMERS
                   COMPUTE WS-NEXT-CUST = WS-HIGH-CUST + 1
                   MOVE WS-NEXT-CUST TO WS-NEW-CUST
                   OPEN I-O CUST-FILE
                   IF WS-CUST-FS = "35"
                       OPEN OUTPUT CUST-FILE
                   END-IF
                   IF WS-CUST-FS NOT = "00"
                       DISPLAY "ERR|FILE-ERR|Cannot open customer file"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-NEW-CUST TO CM-NUMBER
                   PERFORM FILL-FROM-CASE
                   WRITE CUST-REC
                       INVALID KEY
                           DISPLAY "ERR|FILE-ERR|Customer write failed"
                           CLOSE CUST-FILE
                           EXIT PARAGRAPH
                   END-WRITE
                   CLOSE CUST-FILE
                   MOVE WS-NEW-CUST TO WQ-CUST(WS-SQ-SLOT)
                   MOVE WS-NEW-CUST TO WS-AUD-ACCT
                   MOVE "CUST-ADDED" TO WS-AUD-ACTION
                   INITIALIZE WS-AUD-DETAIL
                   STRING "Customer " FUNCTION TRIM(CM-FIRST)
                       " " FUNCTION TRIM(CM-LAST) " registered"
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
                   END-STRING
                   PERFORM LOG-AUDIT
               WHEN "CUST-UPD"
                   OPEN I-O CUST-FILE
                   IF WS-CUST-FS NOT = "00"
                       DISPLAY "ERR|FILE-ERR|Cannot open customer file"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "N" TO WS-FOUND
                   MOVE WQ-CUST(WS-SQ-SLOT) TO CM-NUMBER
                   READ CUST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-FOUND
                   END-READ
                   IF WS-FOUND = "N"
                       CLOSE CUST-FILE
                       DISPLAY "ERR|CUST-NOT-FOUND|Customer not found"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM FILL-FROM-CASE
                   REWRITE CUST-REC
                       INVALID KEY
                           DISPLAY "ERR|FILE-ERR|"
                               "Customer rewrite failed"
                           CLOSE CUST-FILE
                           EXIT PARAGRAPH
                   END-REWRITE
                   CLOSE CUST-FILE
                   MOVE WQ-CUST(WS-SQ-SLOT) TO WS-AUD-ACCT
                   MOVE "CUST-UPDATED" TO WS-AUD-ACTION
                   INITIALIZE WS-AUD-DETAIL
                   STRING "Customer details replaced for "
                       FUNCTION TRIM(WQ-CUST(WS-SQ-SLOT))
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
                   END-STRING
                   PERFORM LOG-AUDIT
           END-EVALUATE

           MOVE "X" TO WQ-STATUS(WS-SQ-SLOT)
           MOVE WS-TODAY TO WQ-DECIDED(WS-SQ-SLOT)
           MOVE WS-REVIEWER TO WQ-REVIEWER(WS-SQ-SLOT)
           PERFORM SAVE-SCREEN-QUEUE

           DISPLAY "OK|" WQ-ID(WS-SQ-SLOT) "|"
               FUNCTION TRIM(WQ-CUST(WS-SQ-SLOT))

           PERFORM SET-CASE-AUDIT-ACCT
           MOVE "SCREEN-CLEARED" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Case " WQ-ID(WS-SQ-SLOT) " "
               FUNCTION TRIM(WQ-SOURCE(WS-SQ-SLOT))
               " list " FUNCTION TRIM(WQ-WL-ID(WS-SQ-SLOT))
               " cleared by " FUNCTION TRIM(WS-REVIEWER)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

       FILL-FROM-CASE.
           MOVE WQ-FIRST(WS-SQ-SLOT)  TO CM-FIRST
           MOVE WQ-LAST(WS-SQ-SLOT)   TO CM-LAST
           MOVE WQ-STREET(WS-SQ-SLOT) TO CM-STREET
           MOVE WQ-CITY(WS-SQ-SLOT)   TO CM-CITY
           MOVE WQ-STATE(WS-SQ-SLOT)  TO CM-STATE
           MOVE WQ-ZIP(WS-SQ-SLOT)    TO CM-ZIP
           MOVE WQ-PHONE(WS-SQ-SLOT)  TO CM-PHONE
           MOVE WQ-TID(WS-SQ-SLOT)    TO CM-TID.

       SET-CASE-AUDIT-ACCT.
           IF WQ-CUST(WS-SQ-SLOT) = SPACES
               MOVE "SYSTEM" TO WS-AUD-ACCT
           ELSE
               MOVE WQ-CUST(WS-SQ-SLOT) TO WS-AUD-ACCT
           END-IF.

      *> ============================================================
      *> DO-SCREEN-CONFIRM: The reviewer confirms the match. A held
      *> onboarding or update is refused for good. A case on an
      *> existing customer (a held update, or a rescan hit) freezes
      *> every account the customer holds, first or second holder,
      *> that is not already closed. A clearing case names one of
      *> our accounts only as the payee of the item, which was
      *> returned when it was held; it is closed with no freeze.
      *> Input:  P1=case P2=reviewer
      *> Output: OK|case|accounts-frozen  or  ERR|code|message
      *> ============================================================
       DO-SCREEN-CONFIRM.
           PERFORM FIND-OPEN-CASE
           IF WS-SQ-SLOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FROZEN-CT
           IF WQ-SOURCE(WS-SQ-SLOT) = "CUST-UPD"
               OR WQ-SOURCE(WS-SQ-SLOT) = "RESCAN"
      *>       No freeze, no decision: the case stays pending until
      *>       the accounts can actually be frozen
               OPEN I-O ACCOUNT-FILE
               IF WS-ACCT-FS NOT = "00"
                   DISPLAY "ERR|FILE-ERR|Cannot open accounts file"
                   EXIT PARAGRAPH
               END-IF
               PERFORM FREEZE-CUST-ACCOUNTS
           END-IF

           MOVE "C" TO WQ-STATUS(WS-SQ-SLOT)
           MOVE WS-TODAY TO WQ-DECIDED(WS-SQ-SLOT)
           MOVE WS-REVIEWER TO WQ-REVIEWER(WS-SQ-SLOT)
           PERFORM SAVE-SCREEN-QUEUE

           DISPLAY "OK|" WQ-ID(WS-SQ-SLOT) "|" WS-FROZEN-CT

           PERFORM SET-CASE-AUDIT-ACCT
           MOVE "SCREEN-CONFIRMED" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Case " WQ-ID(WS-SQ-SLOT) " "
               FUNCTION TRIM(WQ-SOURCE(WS-SQ-SLOT))
               " list " FUNCTION TRIM(WQ-WL-ID(WS-SQ-SLOT))
               " confirmed by " FUNCTION TRIM(WS-REVIEWER)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> FREEZE-CUST-ACCOUNTS: Put every open account the case's
      *> customer holds on AR-STATUS "F", one audit entry each. The
      *> caller has ACCOUNT-FILE open I-O; it is closed here.
      *> ============================================================
       FREEZE-CUST-ACCOUNTS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (AR-CUST = WQ-CUST(WS-SQ-SLOT)
                           OR AR-CUST2 = WQ-CUST(WS-SQ-SLOT))
                           AND AR-STATUS NOT = "I"
                           AND AR-STATUS NOT = "F"
                           PERFORM FREEZE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       FREEZE-ONE-ACCOUNT.
           MOVE AR-STATUS TO WS-SCR-CH
           MOVE "F" TO AR-STATUS
           REWRITE ACCT-REC
               INVALID KEY
                   DISPLAY "ERR|FILE-ERR|Account rewrite failed"
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-FROZEN-CT
           MOVE AR-NUMBER TO WS-AUD-ACCT
           MOVE "ACCT-FROZEN" TO WS-AUD-ACTION
           INITIALIZE WS-AUD-DETAIL
           STRING "Frozen on watchlist case " WQ-ID(WS-SQ-SLOT)
               " (was " WS-SCR-CH ")"
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING
           PERFORM LOG-AUDIT.

      *> ============================================================
      *> LOG-AUDIT: Append to AUDITLOG.DAT
      *> ============================================================
