       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ADD/CHANGE/DELETE TRANSACTIONS KEYED BY CUST-CUSTOMERID, ONE
      * ACTION CODE FOLLOWED BY THE CUSTOMER'S NAME, ADDRESS LINES,
      * CITY AND POSTAL CODE PER LINE.
           SELECT CUSTTRAN ASSIGN TO DYNAMIC
           WS-CUSTTRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY IS CUST-CUSTOMERID
           FILE STATUS WS-CUSTFL-STATUS.

      * POSTAL-CODE REFERENCE MASTER, SAME ASSIGN/LAYOUT/KEY AS
      * POSTMAINT.CBL'S POSTMAST. EVERY ADD AND CHANGE MUST CARRY A
      * POSTAL CODE ON IT; THE CITY AND REGION COME FROM THE MASTER.
           SELECT POSTMAST ASSIGN TO DYNAMIC
           WS-POSTMAST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PST-POSTCODE
           FILE STATUS WS-POSTMAST-STATUS.

      * APPLIED/REJECTED MAINTENANCE REGISTER SHOWING WHAT CHANGED.
           SELECT MAINTREG ASSIGN TO DYNAMIC
           WS-MAINTREG-PATH
           05  CTR-CUSTOMERID  PIC     X(08).
           05  CTR-CUSTNAME    PIC     X(30).
           05  CTR-CUSTADDR    PIC     X(40).
           05  CTR-ADDR-PARTS REDEFINES CTR-CUSTADDR.
               10  CTR-ADDR-LINES  PIC X(26).
               10  CTR-ADDR-CITY   PIC X(14).
           05  CTR-POSTCODE    PIC     X(06).
           05  FILLER          PIC     X(16).

      * SAME LAYOUT AS POLICY.CBL'S CUSTFL-REC, WITH THE RETURNED-
      * MAIL ADDRESS HOLD RETMAIL.CBL SETS AND THE POSTAL CODE, REGION
      * AND ADDRESS STATUS ADDRCONV.CBL SETS IN THE FILLER. THE
      * ADDRESS ITSELF IS THE STREET LINES FOLLOWED BY THE CITY.
       FD  CUSTFL.
       01  CUSTFL-REC.
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

      * SAME LAYOUT AS POSTMAINT.CBL'S POSTMAST-REC.
       FD  POSTMAST.
       01  POSTMAST-REC.
           05  PST-POSTCODE    PIC     X(06).
           05  PST-CITY        PIC     X(20).
           05  PST-STATE       PIC     X(20).
           05  PST-REGION      PIC     X(04).
           05  FILLER          PIC     X(30).

       FD  MAINTREG.
       01  MAINTREG-REC                PIC X(80).
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-CUSTTRAN-PATH            PIC X(80) VALUE SPACES.
       77  WS-CUSTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-POSTMAST-PATH            PIC X(80) VALUE SPACES.
       77  WS-MAINTREG-PATH            PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       01  WS-FILE-STATUS.
           05  WS-CUSTTRAN-STATUS      PIC X(2).
           05  WS-CUSTFL-STATUS        PIC X(2).
           05  WS-POSTMAST-STATUS      PIC X(2).
           05  WS-MAINTREG-STATUS      PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

           05  WS-CUSTTRAN-RD-CNT      PIC 9(6)        VALUE ZEROES.
           05  WS-APPLIED-CNT          PIC 9(6)        VALUE ZEROES.
           05  WS-REJECTED-CNT         PIC 9(6)        VALUE ZEROES.
           05  WS-HOLD-CLEARED-CNT     PIC 9(6)        VALUE ZEROES.

       77  WS-TRN-RESULT               PIC X(08)       VALUE SPACES.
       77  WS-TRN-REASON               PIC X(30)       VALUE SPACES.
       77  WS-POSTCODE-SW              PIC X(01)       VALUE 'N'.
           88  WS-POSTCODE-VALID                       VALUE 'Y'.

      * STAGING FIELD FOR THE CALL TO STDFIELD, THE SHARED NAME/ADDRESS
      * STANDARDIZATION ROUTINE ALSO USED BY POLICY.CBL AND
      * ALREADY CLEANED.
       77  WS-STD-FIELD                 PIC X(40)       VALUE SPACES.

      * THE MASTER'S ADDRESS AND ADDRESS HOLD AS THEY STOOD BEFORE A
      * CHANGE. A CHANGE THAT LEAVES THE ADDRESS AS IT WAS KEEPS THE
      * HOLD; A NEW ADDRESS CLEARS IT.
       77  WS-OLD-CUSTADDR              PIC X(40)       VALUE SPACES.
       77  WS-OLD-POSTCODE              PIC X(06)       VALUE SPACES.
       77  WS-OLD-ADDR-HOLD             PIC X(01)       VALUE SPACES.
       77  WS-OLD-HOLD-RSN              PIC X(01)       VALUE SPACES.
       77  WS-OLD-HOLD-DATE             PIC X(08)       VALUE SPACES.

       77  WS-RUN-DATE                  PIC 9(8)        VALUE ZEROES.
       77  WS-RUN-TIME                  PIC 9(6)        VALUE ZEROES.

      * MASTER RECOVERY JOURNAL ENTRY FOR AN UPDATE THIS RUN HAS MADE
      * TO THE CUSTOMER MASTER (SEE MSTJRNW.CBL).
       77  WS-JRN-MASTER                PIC X(12) VALUE 'CUSTOMERMAST'.
       77  WS-JRN-SOURCE                PIC X(12) VALUE 'CUSTTRANS'.
       77  WS-JRN-PROGRAM               PIC X(10) VALUE 'CUSTMAINT'.
       77  WS-JRN-ACTION                PIC X(01)       VALUE SPACE.
       77  WS-JRN-IMAGE                 PIC X(103)      VALUE SPACES.
       77  WS-JRN-RESULT                PIC X(01)       VALUE SPACE.
      * RETURN-CODE AS IT STOOD BEFORE THE CALL, WHICH RESETS IT.
       77  WS-JRN-HOLD-RC               PIC S9(4) COMP  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-CUSTFL-STATUS = '00'
                   AND WS-CUSTTRAN-STATUS = '00'
                   AND WS-POSTMAST-STATUS = '00' THEN
               PERFORM 2000-CUSTTRAN-READ-PARA UNTIL CUSTTRAN-EOF
           ELSE
               DISPLAY 'MASTER OR TRANSACTION FILE CANNOT BE OPENED.'
           DISPLAY 'NO. OF TRANSACTIONS READ: ', WS-CUSTTRAN-RD-CNT.
           DISPLAY 'NO. OF TRANSACTIONS APPLIED: ', WS-APPLIED-CNT.
           DISPLAY 'NO. OF TRANSACTIONS REJECTED: ', WS-REJECTED-CNT.
           DISPLAY 'NO. OF ADDRESS HOLDS CLEARED: ',
               WS-HOLD-CLEARED-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN I-O CUSTFL.
           DISPLAY 'FILE STATUS FOR CUSTFL:', WS-CUSTFL-STATUS.

           OPEN INPUT POSTMAST.
           DISPLAY 'FILE STATUS FOR POSTMAST:', WS-POSTMAST-STATUS.

           OPEN INPUT CUSTTRAN.
           DISPLAY 'FILE STATUS FOR CUSTTRAN:', WS-CUSTTRAN-STATUS.

      * AN ADD FOR A KEY ALREADY ON THE MASTER IS REJECTED BY THE
      * WRITE'S INVALID KEY RATHER THAN A SEPARATE PRE-READ.
       2200-TRAN-ADD-PARA.
           PERFORM 2240-POSTCODE-CHECK-PARA.
           IF NOT WS-POSTCODE-VALID
               MOVE 'REJECTED' TO WS-TRN-RESULT
               MOVE 'ADD - INVALID POSTAL CODE' TO WS-TRN-REASON
               ADD 1 TO WS-REJECTED-CNT
           ELSE
               PERFORM 2250-TRAN-FIELDS-MOVE-PARA
               WRITE CUSTFL-REC
                   INVALID KEY
                       MOVE 'REJECTED' TO WS-TRN-RESULT
                       MOVE 'ADD - CUSTOMERID ALREADY EXISTS'
                           TO WS-TRN-REASON
                       ADD 1 TO WS-REJECTED-CNT
                   NOT INVALID KEY
                       MOVE 'APPLIED ' TO WS-TRN-RESULT
                       ADD 1 TO WS-APPLIED-CNT
                       MOVE 'W' TO WS-JRN-ACTION
                       MOVE CUSTFL-REC TO WS-JRN-IMAGE
                       PERFORM 2950-JOURNAL-WRITE-PARA
               END-WRITE
           END-IF.

      * THE TRANSACTION'S POSTAL CODE MUST BE ON THE POSTAL-CODE
      * MASTER. A HIT LEAVES POSTMAST-REC HOLDING ITS CITY AND REGION
      * FOR 2250-TRAN-FIELDS-MOVE-PARA.
       2240-POSTCODE-CHECK-PARA.
           MOVE 'N' TO WS-POSTCODE-SW.
           IF CTR-POSTCODE NUMERIC
               MOVE CTR-POSTCODE TO PST-POSTCODE
               READ POSTMAST
                   INVALID KEY
                       MOVE 'N' TO WS-POSTCODE-SW
                   NOT INVALID KEY
                       SET WS-POSTCODE-VALID TO TRUE
               END-READ
           END-IF.

      * BUILDS THE MASTER RECORD FROM THE TRANSACTION, RUNNING THE
      * NAME AND ADDRESS LINES THROUGH THE SHARED STDFIELD ROUTINE
      * FIRST SO THE MASTER ONLY EVER CARRIES CLEANED TEXT. THE CITY
      * AND REGION ARE TAKEN FROM THE POSTAL-CODE MASTER, NOT FROM
      * THE TRANSACTION, SO THEY ALWAYS AGREE WITH THE POSTAL CODE.
       2250-TRAN-FIELDS-MOVE-PARA.
           MOVE SPACES TO CUSTFL-REC.
           MOVE CTR-CUSTOMERID TO CUST-CUSTOMERID.
           MOVE WS-STD-FIELD(1:30) TO CUST-CUSTNAME.

           MOVE SPACES TO WS-STD-FIELD.
           MOVE CTR-ADDR-LINES TO WS-STD-FIELD.
           CALL 'STDFIELD' USING WS-STD-FIELD.
           MOVE WS-STD-FIELD(1:26) TO CUST-ADDR-LINES.
           MOVE PST-CITY TO CUST-ADDR-CITY.
           MOVE PST-POSTCODE TO CUST-POSTCODE.
           MOVE PST-REGION TO CUST-REGION.
           SET CUST-ADDR-VALIDATED TO TRUE.

       2300-TRAN-CHANGE-PARA.
           MOVE CTR-CUSTOMERID TO CUST-CUSTOMERID.
                       TO WS-TRN-REASON
                   ADD 1 TO WS-REJECTED-CNT
               NOT INVALID KEY
                   PERFORM 2320-TRAN-CHANGE-APPLY-PARA
           END-READ.

       2320-TRAN-CHANGE-APPLY-PARA.
           MOVE CUST-CUSTADDR TO WS-OLD-CUSTADDR.
           MOVE CUST-POSTCODE TO WS-OLD-POSTCODE.
           MOVE CUST-ADDR-HOLD TO WS-OLD-ADDR-HOLD.
           MOVE CUST-HOLD-RSN TO WS-OLD-HOLD-RSN.
           MOVE CUST-HOLD-DATE TO WS-OLD-HOLD-DATE.
           PERFORM 2240-POSTCODE-CHECK-PARA.
           IF NOT WS-POSTCODE-VALID
               MOVE 'REJECTED' TO WS-TRN-RESULT
               MOVE 'CHANGE - INVALID POSTAL CODE' TO WS-TRN-REASON
               ADD 1 TO WS-REJECTED-CNT
           ELSE
               PERFORM 2250-TRAN-FIELDS-MOVE-PARA
               PERFORM 2350-ADDRESS-HOLD-PARA
               REWRITE CUSTFL-REC
               MOVE 'APPLIED ' TO WS-TRN-RESULT
               ADD 1 TO WS-APPLIED-CNT
               MOVE 'R' TO WS-JRN-ACTION
               MOVE CUSTFL-REC TO WS-JRN-IMAGE
               PERFORM 2950-JOURNAL-WRITE-PARA
           END-IF.

       2350-ADDRESS-HOLD-PARA.
           IF CUST-CUSTADDR = WS-OLD-CUSTADDR
                   AND CUST-POSTCODE = WS-OLD-POSTCODE
               MOVE WS-OLD-ADDR-HOLD TO CUST-ADDR-HOLD
               MOVE WS-OLD-HOLD-RSN TO CUST-HOLD-RSN
               MOVE WS-OLD-HOLD-DATE TO CUST-HOLD-DATE
           ELSE
               IF WS-OLD-ADDR-HOLD = 'H'
                   MOVE 'ADDRESS CHANGED, HOLD CLEARED'
                       TO WS-TRN-REASON
                   ADD 1 TO WS-HOLD-CLEARED-CNT
               END-IF
           END-IF.

       2400-TRAN-DELETE-PARA.
           MOVE CTR-CUSTOMERID TO CUST-CUSTOMERID.
           READ CUSTFL
                       TO WS-TRN-REASON
                   ADD 1 TO WS-REJECTED-CNT
               NOT INVALID KEY
                   MOVE 'D' TO WS-JRN-ACTION
                   MOVE CUSTFL-REC TO WS-JRN-IMAGE
                   DELETE CUSTFL
                   MOVE 'APPLIED ' TO WS-TRN-RESULT
                   ADD 1 TO WS-APPLIED-CNT
                   PERFORM 2950-JOURNAL-WRITE-PARA
           END-READ.

       2900-REGISTER-WRITE-PARA.
               INTO MAINTREG-REC.
           WRITE MAINTREG-REC.

      * JOURNALS THE UPDATE JUST MADE TO THE MASTER SO A REBUILD FROM
      * THE LATEST ARCHIVE GENERATION CAN REPLAY IT; THE RUN ENDS
      * WITH A WARNING WHEN IT CANNOT BE.
       2950-JOURNAL-WRITE-PARA.
           MOVE RETURN-CODE TO WS-JRN-HOLD-RC.
           CALL 'MSTJRNW' USING WS-JRN-MASTER, WS-JRN-SOURCE,
               WS-JRN-PROGRAM, WS-RUN-DATE, WS-JRN-ACTION,
               WS-JRN-IMAGE, WS-JRN-RESULT.
           MOVE WS-JRN-HOLD-RC TO RETURN-CODE.
           IF WS-JRN-RESULT NOT = 'Y'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       3900-FILES-CLOSE-PARA.
           IF WS-CUSTFL-STATUS = '00'
               CLOSE CUSTFL
           IF WS-CUSTTRAN-STATUS = '00'
               CLOSE CUSTTRAN
           END-IF.
           IF WS-POSTMAST-STATUS = '00'
               CLOSE POSTMAST
           END-IF.
           MOVE SPACES TO MAINTREG-REC.
           STRING 'TRANSACTIONS READ: ' DELIMITED BY SIZE
               WS-CUSTTRAN-RD-CNT DELIMITED BY SIZE
           MOVE 'CUSTOMERMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CUSTFL-PATH.
           MOVE 'POSTALMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POSTMAST-PATH.
           MOVE 'CUSTMAINTREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-MAINTREG-PATH.
