               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEESCHED-FILE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SDN-FILE ASSIGN TO "SDNLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 CM-STATE         PIC X(2).
           05 CM-ZIP           PIC X(10).
           05 CM-PHONE         PIC X(12).
           05 CM-TID           PIC X(9).

       FD CASSETTE-FILE.
       01 CASS-REC.
       FD BUSDATE-FILE.
       01 BUSDATE-REC           PIC X(8).

      *> Activity fee schedule: fee amount and monthly free count per
      *> product and billable event (NSF, OVERDRAFT, WITHDRAWAL); a
      *> blank product is the default row for products not listed
       FD FEESCHED-FILE.
       01 FEESCHED-REC.
           05 FS-PRODUCT       PIC X(4).
           05 FS-EVENT         PIC X(10).
           05 FS-AMOUNT        PIC 9(5)V99.
           05 FS-FREE-CT       PIC 9(3).

      *> Published sanctions list, as WATCH-LOAD takes it in
       FD SDN-FILE.
       01 SDN-REC.
           05 SL-ID            PIC X(10).
           05 SL-NAME          PIC X(60).
           05 SL-PROGRAM       PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-CASS-NAME          PIC X(13).
       01 WS-DATE-TIME.
           MOVE "IL"             TO CM-STATE
           MOVE "62701"          TO CM-ZIP
           MOVE "217-555-0101"   TO CM-PHONE
           MOVE "900000001"      TO CM-TID
           WRITE CUST-REC

           MOVE "2000000002"     TO CM-NUMBER
           MOVE "IL"             TO CM-STATE
           MOVE "62702"          TO CM-ZIP
           MOVE "217-555-0102"   TO CM-PHONE
           MOVE "900000002"      TO CM-TID
           WRITE CUST-REC

           MOVE "2000000003"     TO CM-NUMBER
           MOVE "IL"             TO CM-STATE
           MOVE "62703"          TO CM-ZIP
           MOVE "217-555-0103"   TO CM-PHONE
           MOVE "900000003"      TO CM-TID
           WRITE CUST-REC

           MOVE "2000000004"     TO CM-NUMBER
           MOVE "IL"             TO CM-STATE
           MOVE "62703"          TO CM-ZIP
           MOVE "217-555-0104"   TO CM-PHONE
           MOVE "900000004"      TO CM-TID
           WRITE CUST-REC

           MOVE "2000000005"     TO CM-NUMBER
           MOVE "IL"             TO CM-STATE
           MOVE "62704"          TO CM-ZIP
           MOVE "217-555-0105"   TO CM-PHONE
      *>   No taxpayer id captured yet -- she lands on the
      *>   year-end exceptions page until one is
           MOVE SPACES           TO CM-TID
           WRITE CUST-REC

           CLOSE CUST-FILE
           CLOSE CARD-FILE

      *>   Load the product catalog: basic checking (no interest,
      *>   $8 fee below a $500 floor), tiered savings, and term
      *>   deposits (rate locked at opening from these tiers)
           OPEN OUTPUT PRODUCT-FILE

           MOVE "CHK1"     TO PR-CODE
           MOVE 2          TO PR-HOLD-DAYS
           WRITE PROD-REC

           MOVE "TDP1"     TO PR-CODE
           MOVE "20250101" TO PR-EFF-DATE
           MOVE 0          TO PR-TIER-FLOOR(1)
           MOVE .00018     TO PR-TIER-RATE(1)
           MOVE 10000.00   TO PR-TIER-FLOOR(2)
           MOVE .00020     TO PR-TIER-RATE(2)
           MOVE 50000.00   TO PR-TIER-FLOOR(3)
           MOVE .00022     TO PR-TIER-RATE(3)
           MOVE 0          TO PR-FEE-AMT
           MOVE 0          TO PR-FEE-FLOOR
           MOVE 2000.00    TO PR-DFLT-LIMIT
           MOVE 2          TO PR-HOLD-DAYS
           WRITE PROD-REC

           CLOSE PRODUCT-FILE

      *>   Load the activity fee schedule: $30 per bounced item,
      *>   $10 per overdraft coverage transfer, and withdrawals
      *>   free up to a monthly allowance ($2 each past eight on
      *>   checking, $3 each past six on savings)
           OPEN OUTPUT FEESCHED-FILE

           MOVE SPACES       TO FS-PRODUCT
           MOVE "NSF"        TO FS-EVENT
           MOVE 30.00        TO FS-AMOUNT
           MOVE 0            TO FS-FREE-CT
           WRITE FEESCHED-REC

           MOVE "CHK1"       TO FS-PRODUCT
           MOVE "NSF"        TO FS-EVENT
           MOVE 30.00        TO FS-AMOUNT
           MOVE 0            TO FS-FREE-CT
           WRITE FEESCHED-REC

           MOVE "CHK1"       TO FS-PRODUCT
           MOVE "OVERDRAFT"  TO FS-EVENT
           MOVE 10.00        TO FS-AMOUNT
           MOVE 0            TO FS-FREE-CT
           WRITE FEESCHED-REC

           MOVE "CHK1"       TO FS-PRODUCT
           MOVE "WITHDRAWAL" TO FS-EVENT
           MOVE 2.00         TO FS-AMOUNT
           MOVE 8            TO FS-FREE-CT
           WRITE FEESCHED-REC

           MOVE "SAV1"       TO FS-PRODUCT
           MOVE "WITHDRAWAL" TO FS-EVENT
           MOVE 3.00         TO FS-AMOUNT
           MOVE 6            TO FS-FREE-CT
           WRITE FEESCHED-REC

           CLOSE FEESCHED-FILE

      *>   A small published sanctions list for WATCH-LOAD to load
      *>   (the second row is an alias of the first)
           OPEN OUTPUT SDN-FILE

           MOVE "0000010421"                  TO SL-ID
           MOVE "DRAGUNOV, Ivan Petrovich"    TO SL-NAME
           MOVE "UKRAINE-EO"                  TO SL-PROGRAM
           WRITE SDN-REC

           MOVE "0000010421"                  TO SL-ID
           MOVE "Ivan P. Dragunov"            TO SL-NAME
           MOVE "UKRAINE-EO"                  TO SL-PROGRAM
           WRITE SDN-REC

           MOVE "0000017735"                  TO SL-ID
           MOVE "AL-RASHID TRADING COMPANY"   TO SL-NAME
           MOVE "SDGT"                        TO SL-PROGRAM
           WRITE SDN-REC

           MOVE "0000022019"                  TO SL-ID
           MOVE "QUINTERO VEGA, Marta Elena"  TO SL-NAME
           MOVE "SDNTK"                       TO SL-PROGRAM
           WRITE SDN-REC

           CLOSE SDN-FILE

      *>   Create empty transaction and audit files
           OPEN OUTPUT TRAN-FILE
           CLOSE TRAN-FILE
