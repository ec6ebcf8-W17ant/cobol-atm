           05 CM-STATE         PIC X(2).
           05 CM-ZIP           PIC X(10).
           05 CM-PHONE         PIC X(12).
           05 CM-TID           PIC X(9).

       FD STMT-FILE.
       01 STMT-REC              PIC X(100).
                   WHEN TR-TYPE = "WITHDRAWAL"
                   WHEN TR-TYPE = "OVERDRAFT-"
                   WHEN TR-TYPE = "CLEAR-DR"
                   WHEN TR-TYPE = "TD-PENALTY"
                   WHEN TR-TYPE = "BILL-PAY"
                   WHEN TR-TYPE = "RECOVERY"
                       COMPUTE WD-OPEN-BAL(WS-SLOT) =
                           TR-BALANCE + TR-AMOUNT
                   WHEN TR-TYPE = "HOLD-RLSE"
