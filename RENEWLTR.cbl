           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LTRFL-STATUS.

      * NO-VALID-ADDRESS EXCEPTION LIST: ONE LINE PER NOTICE NOT
      * MAILED BECAUSE THE CUSTOMER IS ON RETURNED-MAIL ADDRESS HOLD
      * (RETMAIL.CBL), FOR THE BRANCH TO TRACE A NEW ADDRESS.
           SELECT NOADDRFL ASSIGN TO DYNAMIC WS-NOADDRFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NOADDRFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS FILERD.CBL'S RENEWEXTR-REC.
           05  CUST-CUSTOMERID PIC     X(08).
           05  CUST-CUSTNAME   PIC     X(30).
           05  CUST-CUSTADDR   PIC     X(40).
           05  CUST-ADDR-PARTS REDEFINES CUST-CUSTADDR.
               10  CUST-ADDR-LINES PIC X(26).
               10  CUST-ADDR-CITY  PIC X(14).
           05  CUST-ADDR-HOLD  PIC     X(01).
               88  CUST-ADDRESS-HELD           VALUE 'H'.
           05  CUST-HOLD-RSN   PIC     X(01).
           05  CUST-HOLD-DATE  PIC     X(08).
           05  CUST-POSTCODE   PIC     X(06).
           05  CUST-REGION     PIC     X(04).
           05  CUST-ADDR-STAT  PIC     X(01).
               88  CUST-ADDR-VALIDATED         VALUE 'V'.
               88  CUST-ADDR-UNRESOLVED        VALUE 'U'.
           05  FILLER          PIC     X(01).

       FD  LTRFL.
       01  LTRFL-REC                   PIC X(80).

       FD  NOADDRFL.
       01  NOADDRFL-REC                PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
       77  WS-RENEWEXTR-PATH           PIC X(80) VALUE SPACES.
       77  WS-CUSTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-LTRFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-NOADDRFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-RENEWEXTR-STATUS     PIC X(2).
           05  WS-CUSTFL-STATUS        PIC X(2).
           05  WS-LTRFL-STATUS         PIC X(2).
           05  WS-NOADDRFL-STATUS      PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-RENEWEXTR-EOF-SW     PIC X(01)   VALUE 'N'.
           05  WS-RENEWEXTR-RD-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-LETTER-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-CUST-MISS-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-ADDR-HELD-CNT        PIC 9(6)    VALUE ZEROES.

       77  WS-FORMATTED-PREMIUM        PIC Z(9)9.99.

      * EXPERIENCE-RATING CALL AREA (EXPRATE.CBL), RATED AS AT THE
      * EXPIRING TERM'S END DATE, THE SAME WAY RENEWEXEC.CBL WILL
      * PRICE THE RENEWAL WHEN IT IS ACCEPTED.
       COPY 'EXPRCOPY'.
       01  WS-EXPR-POLICYNO-X.
           05  FILLER                  PIC X(01)   VALUE '0'.
           05  WS-EXPR-POLICYNO-NUM    PIC 9(07)   VALUE ZEROES.
       77  WS-FORMATTED-ADJ-PCT        PIC ZZ9.99.
       77  WS-FORMATTED-CNT            PIC ZZ9.
       77  WS-FORMATTED-YRS            PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           DISPLAY 'RENEWAL-DUE POLICIES READ: ', WS-RENEWEXTR-RD-CNT.
           DISPLAY 'NOTICES WRITTEN: ', WS-LETTER-CNT.
           DISPLAY 'CUSTOMER LOOKUPS MISSED: ', WS-CUST-MISS-CNT.
           DISPLAY 'NOTICES HELD, NO VALID ADDRESS: ',
               WS-ADDR-HELD-CNT.
           IF WS-DUE-OVFL-CNT > 0
               DISPLAY 'NOTICES DROPPED, WS-DUE-TABLE FULL: ',
                   WS-DUE-OVFL-CNT
           OPEN OUTPUT LTRFL.
           DISPLAY 'FILE STATUS FOR LTRFL:', WS-LTRFL-STATUS.

           OPEN OUTPUT NOADDRFL.
           DISPLAY 'FILE STATUS FOR NOADDRFL:', WS-NOADDRFL-STATUS.
           MOVE 'NO VALID ADDRESS - RENEWAL NOTICES NOT MAILED'
               TO NOADDRFL-REC.
           WRITE NOADDRFL-REC.

       1500-EXTRACT-LOAD-PARA.
           READ RENEWEXTR
               AT END
                   TO WS-DUE-ENTRY(WS-SORT-INNER-IDX + 1)
           END-IF.

      * A CUSTOMER ON ADDRESS HOLD IS NOT MAILED AT THE DEAD
      * ADDRESS AGAIN; THE NOTICE GOES TO THE EXCEPTION LIST.
       2500-LETTER-WRITE-PARA.
           PERFORM 2600-CUST-LOOKUP-PARA.
           IF WS-CUST-FOUND AND CUST-ADDRESS-HELD
               PERFORM 2650-NOADDR-WRITE-PARA
           ELSE
               PERFORM 2550-NOTICE-PRINT-PARA
           END-IF.
           ADD 1 TO WS-DUE-IDX.

      * ONE NOTICE BLOCK PER DUE POLICY: CUSTOMER NAME/ADDRESS HEAD,
      * THEN THE POLICY, END DATE, AND PREMIUM, THEN A SEPARATOR LINE
      * SO THE PRINT SHOP CAN BURST THE FILE.
       2550-NOTICE-PRINT-PARA.
           MOVE ALL '-' TO LTRFL-REC.
           WRITE LTRFL-REC.

           IF WS-CUST-FOUND
               MOVE CUST-CUSTNAME TO LTRFL-REC
               WRITE LTRFL-REC
               MOVE SPACES TO LTRFL-REC
               STRING CUST-CUSTADDR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-POSTCODE DELIMITED BY SIZE
                   INTO LTRFL-REC
               WRITE LTRFL-REC
           ELSE
               ADD 1 TO WS-CUST-MISS-CNT
               INTO LTRFL-REC.
           WRITE LTRFL-REC.

           PERFORM 2700-EXPERIENCE-QUOTE-PARA.

           MOVE 'PLEASE CONTACT YOUR BRANCH BEFORE THE END DATE.'
               TO LTRFL-REC.
           WRITE LTRFL-REC.

           ADD 1 TO WS-LETTER-CNT.

      * ONE KEYED READ PER DUE POLICY, THE SAME ACCESS PATTERN
      * POLICY.CBL'S 2550-CUST-LOOKUP-PARA USES.
               END-READ
           END-IF.

       2650-NOADDR-WRITE-PARA.
           ADD 1 TO WS-ADDR-HELD-CNT.
           MOVE SPACES TO NOADDRFL-REC.
           STRING 'CUSTOMER ' DELIMITED BY SIZE
               CUST-CUSTOMERID DELIMITED BY SIZE
               ' POLICY ' DELIMITED BY SIZE
               WS-DUE-POLICYNO(WS-DUE-IDX) DELIMITED BY SIZE
               ' HOLD ' DELIMITED BY SIZE
               CUST-HOLD-RSN DELIMITED BY SIZE
               ' SINCE ' DELIMITED BY SIZE
               CUST-HOLD-DATE DELIMITED BY SIZE
               ' RENEWAL NOTICE' DELIMITED BY SIZE
               INTO NOADDRFL-REC.
           WRITE NOADDRFL-REC.

      * QUOTES THE NO-CLAIM BONUS OR CLAIMS LOADING THE RENEWAL
      * WILL CARRY. A POLICY WITH NEITHER, OR WHOSE HISTORY COULD
      * NOT BE READ, GETS NO EXTRA LINE.
       2700-EXPERIENCE-QUOTE-PARA.
           MOVE SPACES TO EXPR-AREA.
           MOVE 'R' TO EXPR-FUNCTION.
           MOVE WS-DUE-POLICYNO(WS-DUE-IDX) TO WS-EXPR-POLICYNO-NUM.
           MOVE WS-EXPR-POLICYNO-X TO EXPR-POLICYNO.
           MOVE WS-DUE-END-DATE(WS-DUE-IDX) TO EXPR-AS-OF-DATE.
           CALL 'EXPRATE' USING EXPR-AREA.
           MOVE EXPR-ADJ-PCT TO WS-FORMATTED-ADJ-PCT.
           MOVE SPACES TO LTRFL-REC.
           IF EXPR-RESULT = 'Y' AND EXPR-NO-CLAIM-BONUS
               MOVE EXPR-CLAIM-FREE-YRS TO WS-FORMATTED-YRS
               STRING 'NO-CLAIM BONUS OF ' DELIMITED BY SIZE
                   WS-FORMATTED-ADJ-PCT DELIMITED BY SIZE
                   ' PCT - ' DELIMITED BY SIZE
                   WS-FORMATTED-YRS DELIMITED BY SIZE
                   ' CLAIM-FREE YEARS' DELIMITED BY SIZE
                   INTO LTRFL-REC
               WRITE LTRFL-REC
           END-IF.
           IF EXPR-RESULT = 'Y' AND EXPR-CLAIMS-LOADING
               MOVE EXPR-POLICY-CLAIMS TO WS-FORMATTED-CNT
               MOVE EXPR-WINDOW-YRS TO WS-FORMATTED-YRS
               STRING 'CLAIMS LOADING OF ' DELIMITED BY SIZE
                   WS-FORMATTED-ADJ-PCT DELIMITED BY SIZE
                   ' PCT - ' DELIMITED BY SIZE
                   WS-FORMATTED-CNT DELIMITED BY SIZE
                   ' CLAIMS IN ' DELIMITED BY SIZE
                   WS-FORMATTED-YRS DELIMITED BY SIZE
                   ' YEARS' DELIMITED BY SIZE
                   INTO LTRFL-REC
               WRITE LTRFL-REC
           END-IF.

       3000-FILES-CLOSE-PARA.
           IF WS-RENEWEXTR-STATUS = '00'
               CLOSE RENEWEXTR
               CLOSE CUSTFL
           END-IF.
           CLOSE LTRFL.
           CLOSE NOADDRFL.
           MOVE 'C' TO EXPR-FUNCTION.
           CALL 'EXPRATE' USING EXPR-AREA.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
           MOVE 'RENEWALLETTE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LTRFL-PATH.
           MOVE 'RENEWNOADDR' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-NOADDRFL-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
