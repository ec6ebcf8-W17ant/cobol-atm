           05 CM-STATE         PIC X(2).
           05 CM-ZIP           PIC X(10).
           05 CM-PHONE         PIC X(12).
           05 CM-TID           PIC X(9).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FS            PIC XX.
      *> WS-CLOSING-BAL. The first posting in the period also fixes
      *> WS-OPENING-BAL when no prior history was found -- TR-AMOUNT
      *> is logged as a positive magnitude even on a debit posting
      *> (WITHDRAWAL, a CLEAR-DR clearing debit, a TD-PENALTY on a
      *> term deposit broken early, a BILL-PAY, a charge-off
      *> RECOVERY, the savings side of an OVERDRAFT-XFER, or the
      *> source leg of a TRANSFER, which ATM-SYSTEM.cob tells apart
      *> from the destination leg only by
      *> the "Transfer to"/"Transfer from" wording in TR-DESC), so
      *> those types add TR-AMOUNT back to reach the pre-posting
      *> balance instead of subtracting it.
               ELSE
                   IF TR-TYPE = "OVERDRAFT-"
                       OR TR-TYPE = "CLEAR-DR"
                       OR TR-TYPE = "TD-PENALTY"
                       OR TR-TYPE = "BILL-PAY"
                       OR TR-TYPE = "RECOVERY"
                       COMPUTE WS-OPENING-BAL = TR-BALANCE + TR-AMOUNT
                   ELSE
      *>               A HOLD-RLSE posting moves no money -- it only
