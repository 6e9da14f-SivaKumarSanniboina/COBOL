       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT/KEY AS CUSTMAINT.CBL'S CUSTFL. ACCESS MODE
      * IS SEQUENTIAL BY DEFAULT, SO THIS WALKS THE MASTER TOP TO
      * BOTTOM AND REWRITES EACH CUSTOMER IN PLACE.
           SELECT CUSTFL ASSIGN TO DYNAMIC
           WS-CUSTFL-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS CUST-CUSTOMERID
           FILE STATUS WS-CUSTFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS POSTMAINT.CBL'S POSTMAST, READ
      * RANDOM ON THE POSTAL CODE FOUND IN THE ADDRESS.
           SELECT POSTMAST ASSIGN TO DYNAMIC
           WS-POSTMAST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PST-POSTCODE
           FILE STATUS WS-POSTMAST-STATUS.

      * ADDRESSES THAT COULD NOT BE RESOLVED, ONE LINE EACH WITH THE
      * REASON AND THE ADDRESS AS IT STANDS, FOR CUSTOMER SERVICE TO
      * CORRECT THROUGH CUSTMAINT.CBL.
           SELECT ADDREXC ASSIGN TO DYNAMIC
           WS-ADDREXC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ADDREXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS CUSTMAINT.CBL'S CUSTFL-REC.
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

       FD  ADDREXC.
       01  ADDREXC-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-CUSTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-POSTMAST-PATH            PIC X(80) VALUE SPACES.
       77  WS-ADDREXC-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-CUSTFL-STATUS        PIC X(2).
           05  WS-POSTMAST-STATUS      PIC X(2).
           05  WS-ADDREXC-STATUS       PIC X(2).

       77  WS-CUSTFL-EOF-SW            PIC X(01)       VALUE 'N'.
           88  CUSTFL-EOF                              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CUSTFL-RD-CNT        PIC 9(6)        VALUE ZEROES.
           05  WS-ALREADY-CNT          PIC 9(6)        VALUE ZEROES.
           05  WS-CONVERTED-CNT        PIC 9(6)        VALUE ZEROES.
           05  WS-UNRESOLVED-CNT       PIC 9(6)        VALUE ZEROES.

       77  WS-CONV-OK-SW               PIC X(01)       VALUE 'Y'.
           88  WS-CONV-OK                              VALUE 'Y'.
       77  WS-EXC-REASON               PIC X(30)       VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8)        VALUE ZEROES.

      * MASTER RECOVERY JOURNAL ENTRY FOR EACH CUSTOMER THIS RUN
      * REWRITES, FILED UNDER THE POSTAL CODE MASTER THE CONVERSION
      * WORKS FROM (SEE MSTJRNW.CBL).
       77  WS-JRN-MASTER               PIC X(12) VALUE 'CUSTOMERMAST'.
       77  WS-JRN-SOURCE               PIC X(12) VALUE 'POSTALMAST'.
       77  WS-JRN-PROGRAM              PIC X(10) VALUE 'ADDRCONV'.
       77  WS-JRN-ACTION               PIC X(01)       VALUE 'R'.
       77  WS-JRN-IMAGE                PIC X(103)      VALUE SPACES.
       77  WS-JRN-RESULT               PIC X(01)       VALUE SPACE.
      * RETURN-CODE AS IT STOOD BEFORE THE CALL, WHICH RESETS IT.
       77  WS-JRN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

      * WORK AREA FOR TAKING THE FREE-TEXT ADDRESS APART. THE POSTAL
      * CODE IS THE LAST RUN OF EXACTLY SIX DIGITS; WHAT COMES BEFORE
      * IT, LESS THE CITY NAME WHEN THE ADDRESS SPELLS IT OUT, IS THE
      * STREET LINES. ANYTHING AFTER THE CODE (A COUNTRY NAME) IS
      * DROPPED.
       77  WS-ADDR-WORK                PIC X(40)       VALUE SPACES.
       77  WS-SCAN-IDX                 PIC S9(4) COMP  VALUE ZERO.
       77  WS-DIGIT-RUN                PIC S9(4) COMP  VALUE ZERO.
       77  WS-PC-POS                   PIC S9(4) COMP  VALUE ZERO.
       77  WS-LINES-LEN                PIC S9(4) COMP  VALUE ZERO.
       77  WS-CITY-LEN                 PIC S9(4) COMP  VALUE ZERO.
       77  WS-CITY-POS                 PIC S9(4) COMP  VALUE ZERO.
       77  WS-TRAIL-SPACE-CNT          PIC S9(4) COMP  VALUE ZERO.
       77  WS-STRIP-SW                 PIC X(01)       VALUE 'N'.
           88  WS-STRIP-DONE                           VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-CUSTFL-STATUS = '00'
                   AND WS-POSTMAST-STATUS = '00' THEN
               PERFORM 2000-CUSTFL-READ-PARA UNTIL CUSTFL-EOF
           ELSE
               DISPLAY 'CUSTOMER OR POSTAL CODE MASTER CANNOT BE '
                   'OPENED.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           IF WS-UNRESOLVED-CNT > 0
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'CUSTOMERS READ: ', WS-CUSTFL-RD-CNT.
           DISPLAY 'ALREADY STRUCTURED: ', WS-ALREADY-CNT.
           DISPLAY 'ADDRESSES CONVERTED: ', WS-CONVERTED-CNT.
           DISPLAY 'ADDRESSES UNRESOLVED: ', WS-UNRESOLVED-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O CUSTFL.
           DISPLAY 'FILE STATUS FOR CUSTFL:', WS-CUSTFL-STATUS.

           OPEN INPUT POSTMAST.
           DISPLAY 'FILE STATUS FOR POSTMAST:', WS-POSTMAST-STATUS.

           OPEN OUTPUT ADDREXC.
           DISPLAY 'FILE STATUS FOR ADDREXC:', WS-ADDREXC-STATUS.
           MOVE 'UNRESOLVED CUSTOMER ADDRESSES' TO ADDREXC-REC.
           WRITE ADDREXC-REC.

      * A CUSTOMER ALREADY STRUCTURED (BY AN EARLIER RUN OR BY
      * CUSTMAINT.CBL) IS LEFT ALONE, SO THE CONVERSION CAN BE RERUN
      * AFTER THE EXCEPTIONS OR THE POSTAL MASTER ARE CORRECTED. AN
      * ADDRESS THAT CANNOT BE RESOLVED KEEPS ITS TEXT AND IS MARKED
      * UNRESOLVED.
       2000-CUSTFL-READ-PARA.
           READ CUSTFL
               AT END
                   SET CUSTFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTFL-RD-CNT
                   IF CUST-ADDR-VALIDATED
                       ADD 1 TO WS-ALREADY-CNT
                   ELSE
                       PERFORM 2100-ADDR-CONVERT-PARA
                   END-IF
           END-READ.

       2100-ADDR-CONVERT-PARA.
           PERFORM 2200-ADDR-PARSE-PARA.
           IF WS-CONV-OK
               MOVE SPACES TO CUST-CUSTADDR
               MOVE WS-ADDR-WORK(1:WS-LINES-LEN) TO CUST-ADDR-LINES
               MOVE PST-CITY TO CUST-ADDR-CITY
               MOVE PST-POSTCODE TO CUST-POSTCODE
               MOVE PST-REGION TO CUST-REGION
               SET CUST-ADDR-VALIDATED TO TRUE
               ADD 1 TO WS-CONVERTED-CNT
           ELSE
               SET CUST-ADDR-UNRESOLVED TO TRUE
               ADD 1 TO WS-UNRESOLVED-CNT
               PERFORM 2900-EXCEPTION-WRITE-PARA
           END-IF.
           REWRITE CUSTFL-REC.
           IF WS-CUSTFL-STATUS NOT = '00'
               DISPLAY 'CUSTOMER REWRITE FAILED, STATUS '
                   WS-CUSTFL-STATUS ' CUSTOMERID ' CUST-CUSTOMERID
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE CUSTFL-REC TO WS-JRN-IMAGE
               PERFORM 2950-JOURNAL-WRITE-PARA
           END-IF.

       2200-ADDR-PARSE-PARA.
           MOVE 'Y' TO WS-CONV-OK-SW.
           MOVE SPACES TO WS-EXC-REASON.
           MOVE CUST-CUSTADDR TO WS-ADDR-WORK.
           MOVE ZERO TO WS-DIGIT-RUN.
           MOVE ZERO TO WS-PC-POS.
           PERFORM 2210-PC-SCAN-ONE-PARA
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > 40.
           IF WS-DIGIT-RUN = 6
               MOVE 35 TO WS-PC-POS
           END-IF.
           IF WS-PC-POS = 0
               MOVE 'N' TO WS-CONV-OK-SW
               MOVE 'NO 6-DIGIT POSTAL CODE FOUND' TO WS-EXC-REASON
           ELSE
               PERFORM 2220-POSTCODE-LOOKUP-PARA
           END-IF.
           IF WS-CONV-OK
               PERFORM 2230-LINES-EXTRACT-PARA
           END-IF.

       2210-PC-SCAN-ONE-PARA.
           IF WS-ADDR-WORK(WS-SCAN-IDX:1) NUMERIC
               ADD 1 TO WS-DIGIT-RUN
           ELSE
               IF WS-DIGIT-RUN = 6
                   COMPUTE WS-PC-POS = WS-SCAN-IDX - 6
               END-IF
               MOVE ZERO TO WS-DIGIT-RUN
           END-IF.

       2220-POSTCODE-LOOKUP-PARA.
           MOVE WS-ADDR-WORK(WS-PC-POS:6) TO PST-POSTCODE.
           READ POSTMAST
               INVALID KEY
                   MOVE 'N' TO WS-CONV-OK-SW
                   MOVE 'POSTAL CODE NOT ON MASTER' TO WS-EXC-REASON
           END-READ.

      * THE STREET LINES MUST FIT THE 26 BYTES AHEAD OF THE CITY ON
      * THE MASTER ADDRESS.
       2230-LINES-EXTRACT-PARA.
           COMPUTE WS-LINES-LEN = WS-PC-POS - 1.
           PERFORM 2240-TRAIL-STRIP-PARA.
           MOVE ZERO TO WS-TRAIL-SPACE-CNT.
           INSPECT PST-CITY TALLYING
               WS-TRAIL-SPACE-CNT FOR TRAILING SPACES.
           COMPUTE WS-CITY-LEN = 20 - WS-TRAIL-SPACE-CNT.
           IF WS-CITY-LEN > 0 AND WS-LINES-LEN >= WS-CITY-LEN
               PERFORM 2235-CITY-DROP-PARA
           END-IF.
           EVALUATE TRUE
               WHEN WS-LINES-LEN = 0
                   MOVE 'N' TO WS-CONV-OK-SW
                   MOVE 'NO STREET ADDRESS' TO WS-EXC-REASON
               WHEN WS-LINES-LEN > 26
                   MOVE 'N' TO WS-CONV-OK-SW
                   MOVE 'STREET LINES OVER 26 CHARACTERS'
                       TO WS-EXC-REASON
           END-EVALUATE.

      * THE CITY IS DROPPED FROM THE END OF THE STREET TEXT ONLY AS A
      * WHOLE WORD, SO A LOCALITY THAT MERELY ENDS IN THE CITY'S
      * LETTERS IS KEPT.
       2235-CITY-DROP-PARA.
           COMPUTE WS-CITY-POS = WS-LINES-LEN - WS-CITY-LEN + 1.
           IF WS-ADDR-WORK(WS-CITY-POS:WS-CITY-LEN)
                   = PST-CITY(1:WS-CITY-LEN)
               IF WS-CITY-POS = 1
                   MOVE ZERO TO WS-LINES-LEN
               ELSE
                   IF WS-ADDR-WORK(WS-CITY-POS - 1:1) = SPACE
                       OR WS-ADDR-WORK(WS-CITY-POS - 1:1) = ','
                       OR WS-ADDR-WORK(WS-CITY-POS - 1:1) = '-'
                       COMPUTE WS-LINES-LEN = WS-CITY-POS - 1
                       PERFORM 2240-TRAIL-STRIP-PARA
                   END-IF
               END-IF
           END-IF.

      * BACKS WS-LINES-LEN OFF ANY TRAILING SPACES AND SEPARATORS.
       2240-TRAIL-STRIP-PARA.
           MOVE 'N' TO WS-STRIP-SW.
           PERFORM 2245-TRAIL-STRIP-ONE-PARA UNTIL WS-STRIP-DONE.

       2245-TRAIL-STRIP-ONE-PARA.
           IF WS-LINES-LEN = 0
               SET WS-STRIP-DONE TO TRUE
           ELSE
               IF WS-ADDR-WORK(WS-LINES-LEN:1) = SPACE
                   OR WS-ADDR-WORK(WS-LINES-LEN:1) = ','
                   OR WS-ADDR-WORK(WS-LINES-LEN:1) = '-'
                   OR WS-ADDR-WORK(WS-LINES-LEN:1) = '.'
                   SUBTRACT 1 FROM WS-LINES-LEN
               ELSE
                   SET WS-STRIP-DONE TO TRUE
               END-IF
           END-IF.

       2900-EXCEPTION-WRITE-PARA.
           MOVE SPACES TO ADDREXC-REC.
           STRING CUST-CUSTOMERID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EXC-REASON DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-CUSTADDR DELIMITED BY SIZE
               INTO ADDREXC-REC.
           WRITE ADDREXC-REC.

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
           IF WS-CUSTFL-STATUS = '00' OR WS-CUSTFL-STATUS = '10'
               CLOSE CUSTFL
           END-IF.
           IF WS-POSTMAST-STATUS = '00' OR WS-POSTMAST-STATUS = '23'
               CLOSE POSTMAST
           END-IF.
           MOVE SPACES TO ADDREXC-REC.
           STRING 'READ: ' DELIMITED BY SIZE
               WS-CUSTFL-RD-CNT DELIMITED BY SIZE
               ' CONVERTED: ' DELIMITED BY SIZE
               WS-CONVERTED-CNT DELIMITED BY SIZE
               ' UNRESOLVED: ' DELIMITED BY SIZE
               WS-UNRESOLVED-CNT DELIMITED BY SIZE
               INTO ADDREXC-REC.
           WRITE ADDREXC-REC.
           CLOSE ADDREXC.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'CUSTOMERMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CUSTFL-PATH.
           MOVE 'POSTALMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POSTMAST-PATH.
           MOVE 'ADDREXCEPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ADDREXC-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.
