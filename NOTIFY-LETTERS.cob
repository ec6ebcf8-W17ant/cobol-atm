           05 CM-STATE         PIC X(2).
           05 CM-ZIP           PIC X(10).
           05 CM-PHONE         PIC X(12).
           05 CM-TID           PIC X(9).

       FD LETTER-FILE.
       01 LETTER-REC            PIC X(100).
