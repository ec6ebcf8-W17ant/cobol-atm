      *>                    it does not balance
      *>   GLEXTRACT.DAT -- fixed-layout posting lines for the
      *>                    ledger system to import
      *> and, on a run that measures the cash, appends each
      *> terminal's own proof to CASHPROOF.DAT -- the record an ATM
      *> dispute case (DISPUTE) pulls for the machine and day in
      *> question.
      *> The start-of-day cassette position comes from the per-
      *> terminal CASSSOD.Txx snapshots, copies of the live cassette
      *> files this job rolls forward after a genuine end-of-day run
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT PROOF-FILE ASSIGN TO "CASHPROOF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD BUSDATE-FILE.
       01 BUSDATE-REC           PIC X(8).

      *> Per-terminal cash proof history: one line per registered
      *> terminal per settled day. CP-STATUS "B" in balance, "O" out
      *> of balance, "U" unproven (no snapshot for that machine).
      *> CP-DIFF is cash out of the cassettes less withdrawals
      *> posted -- negative means the machine kept cash it was
      *> recorded as paying out.
       FD PROOF-FILE.
       01 PROOF-REC.
           05 CP-DATE          PIC X(8).
           05 CP-TERM          PIC X(4).
           05 CP-STATUS        PIC X(1).
           05 CP-DISPENSED     PIC S9(11)V99.
           05 CP-POSTED        PIC S9(11)V99.
           05 CP-DIFF          PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-BD-FS              PIC XX.
       01 WS-TRAN-FS            PIC XX.
       01 WS-SETTLE-FS          PIC XX.
       01 WS-GL-FS              PIC XX.
       01 WS-STAMP-FS           PIC XX.
       01 WS-PRF-FS             PIC XX.
       01 WS-EOF                PIC X VALUE "N".

       01 WS-COMMAND            PIC X(200).
      *> Per-type totals built from one pass over the day's postings.
      *> Every TR-TYPE seen gets a slot, so a type added later still
      *> shows on the report even before it gets its own GL code.
      *> A type past the table stops the run rather than settle
      *> without it.
       01 WS-TYPE-CT            PIC 9(2) VALUE 0.
       01 WS-TYPE-TBL.
           05 WS-TTYPE OCCURS 40 TIMES.
               10 WT-TYPE       PIC X(10).
               10 WT-COUNT      PIC 9(5).
               10 WT-TOTAL      PIC S9(11)V99.

      *> Terminal registry: every ATM's cassette and start-of-day
      *> snapshot file is named for its terminal id. A missing
      *> registry file reads as a single terminal T01. Each
      *> terminal also carries its own share of the cash proof.
       01 WS-TERM-CT            PIC 9 VALUE 0.
       01 WS-TERM-TBL.
           05 WS-TERM OCCURS 4 TIMES.
               10 WE-ID         PIC X(4).
               10 WE-PROVEN     PIC X(1).
               10 WE-MOVED      PIC S9(11)V99.
               10 WE-LOADS      PIC S9(11)V99.
               10 WE-WD         PIC S9(11)V99.
       01 WS-MOVED-BEFORE       PIC S9(11)V99 VALUE 0.
       01 WS-TMI                PIC 9.
       01 WS-CASS-NAME          PIC X(13).
       01 WS-SOD-NAME           PIC X(12).
           PERFORM CHECK-ROLL-STATE
           IF WS-ROLL-OK = "Y"
               PERFORM MEASURE-CASH-MOVEMENT
               PERFORM WRITE-CASH-PROOF
           ELSE
               MOVE "N" TO WS-HAVE-SOD
           END-IF
      *> TOTAL-TRANSACTIONS: One pass over TRANSLOG.DAT, totaling
      *> count and absolute amount per TR-TYPE for the settlement
      *> date only. OPEN-BAL archive-cut markers move no money and
      *> are skipped. MAINT-FEE and the activity fees post a
      *> negative amount, which is why the totals use the absolute
      *> value.
      *> The cash proof's withdrawal total is kept separately and
      *> counts only WITHDRAWALs stamped with a terminal on the
      *> registry -- a teller-paid withdrawal comes out of the
               UNTIL WS-TMI > WS-TERM-CT
               IF WE-ID(WS-TMI) = TR-TERM
                   ADD FUNCTION ABS(TR-AMOUNT) TO WS-WD-TOTAL
                   ADD FUNCTION ABS(TR-AMOUNT) TO WE-WD(WS-TMI)
               END-IF
           END-PERFORM.

           END-PERFORM

           IF WS-SLOT = 0
               IF WS-TYPE-CT >= 40
                   DISPLAY "ERR|TYPE-FULL|More than 40 posting types, "
                       TR-TYPE " not totaled; nothing settled"
                   STOP RUN
               END-IF
               ADD 1 TO WS-TYPE-CT
               MOVE WS-TYPE-CT TO WS-SLOT
           IF WS-TERM-FS NOT = "00"
               MOVE 1 TO WS-TERM-CT
               MOVE "T01" TO WE-ID(1)
               PERFORM CLEAR-TERMINAL-PROOF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
                       IF WS-TERM-CT < 4
                           ADD 1 TO WS-TERM-CT
                           MOVE TE-ID TO WE-ID(WS-TERM-CT)
                           PERFORM CLEAR-TERMINAL-PROOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMINAL-FILE.

       CLEAR-TERMINAL-PROOF.
           MOVE "N" TO WE-PROVEN(WS-TERM-CT)
           MOVE 0 TO WE-MOVED(WS-TERM-CT)
           MOVE 0 TO WE-LOADS(WS-TERM-CT)
           MOVE 0 TO WE-WD(WS-TERM-CT).

      *> ============================================================
      *> MEASURE-CASH-MOVEMENT: For every registered terminal, load
      *> its start-of-day cassette snapshot and compare denomination
                       IF CL-DATE = WS-SETTLE-DATE
                           COMPUTE WS-LOAD-TOTAL = WS-LOAD-TOTAL
                               + (CL-COUNT * CL-DENOM)
                           PERFORM VARYING WS-TMI FROM 1 BY 1
                               UNTIL WS-TMI > WS-TERM-CT
                               IF WE-ID(WS-TMI) = CL-TERM
                                   COMPUTE WE-LOADS(WS-TMI) =
                                       WE-LOADS(WS-TMI)
                                       + (CL-COUNT * CL-DENOM)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
               DELIMITED BY SIZE INTO WS-SOD-NAME
           END-STRING

           MOVE WS-CASH-MOVED TO WS-MOVED-BEFORE
           MOVE 0 TO WS-SOD-CT
           MOVE "N" TO WS-EOF
           OPEN INPUT CASS-SOD-FILE
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CASSETTE-FILE
           COMPUTE WE-MOVED(WS-TMI) = WS-CASH-MOVED - WS-MOVED-BEFORE
           MOVE "Y" TO WE-PROVEN(WS-TMI).

      *> ============================================================
      *> WRITE-CASH-PROOF: Append each terminal's own proof for the
      *> settlement date to CASHPROOF.DAT -- its cassette movement
      *> plus its own vault loads against the withdrawals posted
      *> under its id. A machine missing its snapshot or cassette
      *> file is recorded unproven on its own; the combined proof on
      *> the report still needs every machine.
      *> ============================================================
       WRITE-CASH-PROOF.
           OPEN EXTEND PROOF-FILE
           IF WS-PRF-FS NOT = "00"
               OPEN OUTPUT PROOF-FILE
           END-IF
           PERFORM VARYING WS-TMI FROM 1 BY 1
               UNTIL WS-TMI > WS-TERM-CT
               MOVE WS-SETTLE-DATE TO CP-DATE
               MOVE WE-ID(WS-TMI) TO CP-TERM
               MOVE WE-WD(WS-TMI) TO CP-POSTED
               IF WE-PROVEN(WS-TMI) = "Y"
                   COMPUTE CP-DISPENSED =
                       WE-MOVED(WS-TMI) + WE-LOADS(WS-TMI)
                   COMPUTE CP-DIFF = CP-DISPENSED - CP-POSTED
                   IF CP-DIFF = 0
                       MOVE "B" TO CP-STATUS
                   ELSE
                       MOVE "O" TO CP-STATUS
                   END-IF
               ELSE
                   MOVE "U" TO CP-STATUS
                   MOVE 0 TO CP-DISPENSED
                   MOVE 0 TO CP-DIFF
               END-IF
               WRITE PROOF-REC
           END-PERFORM
           CLOSE PROOF-FILE.

      *> ============================================================
      *> WRITE-SETTLE-REPORT: The human-readable settlement report.
      *> relevant transaction type. TRANSFER and OVERDRAFT-XFER move
      *> money between our own accounts (and both legs land in the
      *> total), so they post to the internal-movements code for
      *> information only. Bill payments and their returns post to
      *> their own origination settlement code, apart from the
      *> inbound clearing items. OD-AGING's charge-offs of overdrawn
      *> balances are a loss, and what later deposits recover of
      *> them comes back against the same line. FEE-ASSESS's
      *> activity fees are income on a line per fee, and an admin
      *> FEE-REFUND of any fee comes back out of fee income.
      *> Dispute credits to customers -- the provisional credit and
      *> a permanent credit paid without one -- are the bank's
      *> expense until a denied claim's
      *> REVERSAL takes the provisional back. HOLD-RLSE moves no
      *> money at all and is left out entirely. Anything
      *> unrecognized goes to suspense so the ledger import never
      *> silently drops a new type.
      *> ============================================================
       WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-FILE
                       MOVE "CR" TO GL-DRCR
                       MOVE "Maintenance fees" TO GL-DESC
                       PERFORM WRITE-GL-LINE
                   WHEN "TD-PENALTY"
                       MOVE "410400" TO GL-CODE
                       MOVE "CR" TO GL-DRCR
                       MOVE "Early w/d penalties" TO GL-DESC
                       PERFORM WRITE-GL-LINE
                   WHEN "NSF-FEE"
                       MOVE "410500" TO GL-CODE
                       MOVE "CR" TO GL-DRCR
                       MOVE "NSF fees" TO GL-DESC
                       PERFORM WRITE-GL-LINE
                   WHEN "ODX-FEE"
                       MOVE "410600" TO GL-CODE
                       MOVE "CR" TO GL-DRCR
                       MOVE "Overdraft xfer fees" TO GL-DESC
                       PERFORM WRITE-GL-LINE
                   WHEN "WD-FEE"
                       MOVE "410700" TO GL-CODE
                       MOVE "CR" TO GL-DRCR
                       MOVE "Withdrawal fees" TO GL-DESC
                       PERFORM WRITE-GL-LINE
                   WHEN "FEE-REFUND"
                       MOVE "410900" TO GL-CODE
                       MOVE "DR" TO GL-DRCR
                       MOVE "Fee refunds" TO GL-DESC
                       PERFORM WRITE-GL-LINE
                   WHEN "CLEAR-CR"
                       MOVE "120100" TO GL-CODE
                       MOVE "CR" TO GL-DRCR
                       MOVE "DR" TO GL-DRCR
                       MOVE "Clearing debits" TO GL-DESC
                       PERFORM WRITE-GL-LINE
                   WHEN "BILL-PAY"
                       MOVE "120200" TO GL-CODE
                       MOVE "DR" TO GL-DRCR
                       MOVE "Bill payments out" TO GL-DESC
                       PERFORM WRITE-GL-LINE
                   WHEN "BILL-RTN"
                       MOVE "120200" TO GL-CODE
                       MOVE "CR" TO GL-DRCR
                       MOVE "Bill payment returns" TO GL-DESC
                       PERFORM WRITE-GL-LINE
                   WHEN "CHARGE-OFF"
                       MOVE "570100" TO GL-CODE
                       MOVE "DR" TO GL-DRCR
                       MOVE "Overdraft losses" TO GL-DESC
                       PERFORM WRITE-GL-LINE
                   WHEN "RECOVERY"
                       MOVE "570100" TO GL-CODE
                       MOVE "CR" TO GL-DRCR
                       MOVE "Loss recoveries" TO GL-DESC
                       PERFORM WRITE-GL-LINE
                   WHEN "DSP-PROV"
                   WHEN "DSP-CREDIT"
                       MOVE "560200" TO GL-CODE
                       MOVE "DR" TO GL-DRCR
                       MOVE "ATM dispute credits" TO GL-DESC
                       PERFORM WRITE-GL-LINE
                   WHEN "TRANSFER"
                       MOVE "999100" TO GL-CODE
                       MOVE "  " TO GL-DRCR
