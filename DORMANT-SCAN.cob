           05 CM-STATE         PIC X(2).
           05 CM-ZIP           PIC X(10).
           05 CM-PHONE         PIC X(12).
           05 CM-TID           PIC X(9).

       FD AUDIT-FILE.
       01 AUDIT-REC.
      *> ============================================================
      *> BUILD-ACTIVITY-TABLE: One pass over TRANSLOG.DAT keeping the
      *> last customer-initiated posting date per account. INTEREST,
      *> MAINT-FEE, HOLD-RLSE, OD-AGING's CHARGE-OFF, FEE-ASSESS's
      *> activity fees and a FEE-REFUND of any fee are the bank's
      *> own doing; everything else -- withdrawals,
      *> deposits, transfers (standing orders run on the
      *> customer's instruction), overdraft coverage,
      *> reversals of customer postings, and the OPEN-BAL archive
      *> markers that stand in for pre-archive history -- counts as
      *> contact. Erring toward "active" is the safe direction for
                       IF TR-TYPE NOT = "INTEREST"
                           AND TR-TYPE NOT = "MAINT-FEE"
                           AND TR-TYPE NOT = "HOLD-RLSE"
                           AND TR-TYPE NOT = "CHARGE-OFF"
                           AND TR-TYPE NOT = "NSF-FEE"
                           AND TR-TYPE NOT = "ODX-FEE"
                           AND TR-TYPE NOT = "WD-FEE"
                           AND TR-TYPE NOT = "FEE-REFUND"
                           PERFORM RECORD-ACTIVITY
                       END-IF
               END-READ
