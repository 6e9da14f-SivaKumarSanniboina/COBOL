      * SHARED CALL AREA FOR TAXCALC.CBL, THE INCOME TAX SLAB
      * SERVICE. COPIED INTO THE WORKING-STORAGE OF EVERY CALLER
      * (PAYSLIP, TAXSTMT) AND INTO TAXCALC'S OWN LINKAGE SECTION,
      * SO THE MONTHLY PROJECTION AND THE YEAR-END STATEMENT WORK
      * THE LIABILITY OUT FROM THE SAME SLABS IN THE SAME WAY.
      * THE TAX YEAR RUNS APRIL TO MARCH AND IS KNOWN BY THE YEAR IT
      * STARTS IN: TAX YEAR 2026 IS APRIL 2026 TO MARCH 2027.
      * THE CALLER SETS TXC-TAX-YEAR AND TXC-TAXABLE; TAXCALC HANDS
      * BACK THE YEAR'S BANDS IN ASCENDING ORDER WITH THE SLICE OF
      * INCOME TAXED IN EACH AND THE TAX ON IT, AND THE TOTAL
      * LIABILITY. TXC-BAND-TO OF ZERO IS THE OPEN TOP BAND.
      * TXC-RESULT 'N' MEANS NO SLABS ARE ON FILE FOR THE YEAR.
       01  TXC-AREA.
           05  TXC-TAX-YEAR            PIC 9(04).
           05  TXC-TAXABLE             PIC 9(09)V99.
           05  TXC-LIABILITY           PIC 9(09)V99.
           05  TXC-BAND-CNT            PIC 9(02).
           05  TXC-BAND OCCURS 10 TIMES.
               10  TXC-BAND-FROM       PIC 9(09)V99.
               10  TXC-BAND-TO         PIC 9(09)V99.
               10  TXC-BAND-RATE       PIC 9(02)V99.
               10  TXC-BAND-INCOME     PIC 9(09)V99.
               10  TXC-BAND-TAX        PIC 9(09)V99.
           05  TXC-RESULT              PIC X(01).
               88  TXC-COMPUTED                VALUE 'Y'.
               88  TXC-NO-SLABS                VALUE 'N'.
