       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLEXTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT/KEYS AS POLICY.CBL'S POLICYFYL, THE ONE
      * MAINTAINED POLICY MASTER. READ STRAIGHT THROUGH IN KEY ORDER;
      * OPENED I-O FIRST ONLY TO CARRY FORWARD ANY PAYMENT MODE NOT
      * YET HELD ON IT (SEE 1000-MODE-SEED-PARA).
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS POLICYNO OF POLICY_REC
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * LAST NIGHT'S POLICY.TXT, READ RANDOM BEFORE IT IS REPLACED.
      * ONLY ITS PAYMENT MODE IS USED, AND ONLY FOR A POLICY WHOSE
      * MODE IS STILL BLANK ON POLICYFYL.
           SELECT OLDPOLFL ASSIGN TO DYNAMIC WS-POLICYFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POLICYNO OF OLDPOLFL-REC
           FILE STATUS WS-OLDPOLFL-STATUS.

      * FILERD.CBL'S POLICYFL (POLICY.TXT), REBUILT FROM SCRATCH EVERY
      * NIGHT SO IT IS NEVER ANYTHING BUT A COPY OF POLICYFYL. WRITTEN
      * IN ASCENDING KEY ORDER, THE ORDER POLICYFYL IS READ IN.
           SELECT POLICYFL ASSIGN TO DYNAMIC WS-POLICYFL-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS POLICYNO OF POLICYFL-REC
           FILE STATUS WS-POLICYFL-STATUS.

      * CONTROL REPORT: EVERY RECORD THAT CANNOT CONVERT, WITH ITS
      * REASON, THEN THE COUNT/PREMIUM CONTROL TOTALS.
           SELECT EXTRRPT ASSIGN TO DYNAMIC WS-EXTRRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EXTRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS POLICY.CBL'S POLICY_REC.
       FD  POLICYFYL.
       01  POLICY_REC.
           05  POLICYNO        PIC     X(08).
           05  CUSTOMERID      PIC     X(08).
           05  LOBCODE         PIC     X(01).
           05  START-DATE      PIC     X(08).
           05  END-DATE        PIC     X(08).
           05  PREMIUM         PIC     X(10).
           05  PREMIUM-NUM REDEFINES PREMIUM
                               PIC     S9(8)V99 SIGN IS TRAILING.
           05  AGENT-ID        PIC     X(05).
           05  POLICY-STATUS   PIC     X(01).
           05  POLICYMODE      PIC     X(01).
               88  MODE-VALID                  VALUE 'M' 'Q' 'H'
                                               'A' SPACE.
           05  FILLER          PIC     X(53).

      * SAME LAYOUT AS FILERD.CBL'S POLICYFL-REC.
       FD  OLDPOLFL.
       01  OLDPOLFL-REC.
           05 POLICYNO             PIC 9(7).
           05 FILLER               PIC X(34).
           05 POLICYMODE           PIC X(1).
           05 FILLER               PIC X(41).

      * SAME LAYOUT AS FILERD.CBL'S POLICYFL-REC.
       FD  POLICYFL.
       01  POLICYFL-REC.
           05 POLICYNO             PIC 9(7).
           05 CUSTOMERCODE         PIC X(5).
           05 STARTDATE.
               10 MM               PIC 9(2).
               10 DD               PIC 9(2).
               10 YYYY             PIC 9(4).
           05 ENDDATE.
               10 MM               PIC 9(2).
               10 DD               PIC 9(2).
               10 YYYY             PIC 9(4).
           05 PREMIUM              PIC 9(8)V99.
           05 POLICYMODE           PIC X(1).
           05 LOB                  PIC X(1).
           05 FILLER               PIC X(40).

       FD  EXTRRPT.
       01  EXTRRPT-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-POLICYFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-EXTRRPT-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-OLDPOLFL-STATUS      PIC X(2).
           05  WS-POLICYFL-STATUS      PIC X(2).
           05  WS-EXTRRPT-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-SEED-EOF-SW          PIC X(01)   VALUE 'N'.
               88  SEED-EOF                        VALUE 'Y'.
           05  WS-POLICYFYL-EOF-SW     PIC X(01)   VALUE 'N'.
               88  POLICYFYL-EOF                   VALUE 'Y'.

      * POLICYFYL'S 8-BYTE KEY, TAKEN APART: IT CONVERTS ONLY WHEN IT
      * IS A LEADING ZERO FOLLOWED BY THE 7-DIGIT POLICYFL NUMBER.
       01  WS-POL-KEY-X.
           05  WS-POL-KEY-LEAD         PIC X(01).
           05  WS-POL-KEY-NUM          PIC 9(07).

      * A FLAT YYYYMMDD DATE SPLIT INTO THE PARTS POLICYFL HOLDS IN
      * MM/DD/YYYY ORDER.
       01  WS-DATE-WORK.
           05  WS-DATE-YYYY            PIC 9(4).
           05  WS-DATE-MM              PIC 9(2).
           05  WS-DATE-DD              PIC 9(2).
       77  WS-DATEVAL-DATE             PIC X(08)   VALUE SPACES.
       77  WS-DATEVAL-RESULT           PIC X(01)   VALUE 'N'.

      * EVERY CONVERTED RECORD IS TAKEN BACK THROUGH THE SAME
      * POLICYFL-TO-CANONICAL MAPPING FILERD.CBL USES AND MUST COME
      * OUT EQUAL TO THE POLICYFYL RECORD IT WAS BUILT FROM.
       COPY 'POLYCOPY'.
       77  WS-CANON-KEY-NUM            PIC 9(8)    VALUE ZEROES.

       77  WS-CONVERT-SW               PIC X(01)   VALUE 'Y'.
           88  WS-CONVERT-OK                       VALUE 'Y'.
       77  WS-REJ-REASON               PIC X(30)   VALUE SPACES.

      * TRAILER CONTROLS: POLICYFYL'S ZZZZZZZZ RECORD CARRIES THE
      * POLICY COUNT IN BYTES 9-16 AND THE PREMIUM HASH (CENTS) IN
      * BYTES 17-29, THE SAME LAYOUT POLICY.CBL CHECKS ITS FEED
      * AGAINST AND POLMAINT.CBL REBUILDS.
       77  WS-TRAILER-SEEN-SW          PIC X(01)   VALUE 'N'.
           88  WS-TRAILER-SEEN                     VALUE 'Y'.
       77  WS-TRL-COUNT                PIC 9(08)   VALUE ZEROES.
       77  WS-TRL-HASH-X               PIC 9(13)   VALUE ZEROES.
       77  WS-IN-HASH-X                PIC 9(13)   VALUE ZEROES.

       77  WS-BREAK-SW                 PIC X(01)   VALUE 'N'.
           88  WS-CONTROL-BREAK                    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SEEDED-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-IN-CNT               PIC 9(8)    VALUE ZEROES.
           05  WS-OUT-CNT              PIC 9(8)    VALUE ZEROES.
           05  WS-REJ-CNT              PIC 9(8)    VALUE ZEROES.
           05  WS-IN-PREMIUM           PIC 9(11)V99 VALUE ZEROES.
           05  WS-OUT-PREMIUM          PIC 9(11)V99 VALUE ZEROES.
           05  WS-REJ-PREMIUM          PIC 9(11)V99 VALUE ZEROES.
       77  WS-FORMATTED-PREMIUM        PIC Z(10)9.99.

       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.

      * MASTER RECOVERY JOURNAL ENTRY FOR EACH POLICY WHOSE PAYMENT
      * MODE IS CARRIED FORWARD, FILED UNDER LAST NIGHT'S POLICY.TXT
      * THE MODE CAME FROM (SEE MSTJRNW.CBL).
       77  WS-JRN-MASTER               PIC X(12) VALUE 'POLICYFILE'.
       77  WS-JRN-SOURCE               PIC X(12) VALUE 'POLICY'.
       77  WS-JRN-PROGRAM              PIC X(10) VALUE 'POLEXTR'.
       77  WS-JRN-ACTION               PIC X(01)   VALUE 'R'.
       77  WS-JRN-IMAGE                PIC X(103)  VALUE SPACES.
       77  WS-JRN-RESULT               PIC X(01)   VALUE SPACE.
      * RETURN-CODE AS IT STOOD BEFORE THE CALL, WHICH RESETS IT.
       77  WS-JRN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-MODE-SEED-PARA.
           IF RETURN-CODE < 16
               PERFORM 1500-FILES-OPEN-PARA
               IF WS-POLICYFYL-STATUS = '00'
                       AND WS-POLICYFL-STATUS = '00' THEN
                   PERFORM 2000-POLICYFYL-READ-PARA
                       UNTIL POLICYFYL-EOF
                   PERFORM 3000-CONTROL-TOTALS-PARA
               ELSE
                   DISPLAY 'POLICYFYL OR POLICYFL CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               END-IF
               PERFORM 3900-FILES-CLOSE-PARA
           END-IF.

           DISPLAY 'PAYMENT MODES CARRIED FORWARD: ', WS-SEEDED-CNT.
           DISPLAY 'POLICYFYL POLICIES READ: ', WS-IN-CNT.
           DISPLAY 'POLICYFL RECORDS WRITTEN: ', WS-OUT-CNT.
           DISPLAY 'POLICIES NOT CONVERTED: ', WS-REJ-CNT.
           IF WS-CONTROL-BREAK
               DISPLAY 'POLICY EXTRACT CONTROL BREAK.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * A POLICY WHOSE PAYMENT MODE IS STILL BLANK ON POLICYFYL TAKES
      * THE MODE LAST NIGHT'S POLICY.TXT HELD FOR IT, SO NO MODE IS
      * LOST WHEN POLICY.TXT IS REBUILT. ONCE EVERY POLICY CARRIES
      * ITS OWN MODE THIS PASS FINDS NOTHING TO DO.
       1000-MODE-SEED-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT OLDPOLFL.
           IF WS-OLDPOLFL-STATUS NOT = '00'
               DISPLAY 'PRIOR POLICYFL NOT FOUND, NO MODES CARRIED.'
           ELSE
               OPEN I-O POLICYFYL
               DISPLAY 'FILE STATUS FOR POLICYFYL:',
                   WS-POLICYFYL-STATUS
               IF WS-POLICYFYL-STATUS = '00'
                   PERFORM 1100-SEED-READ-PARA UNTIL SEED-EOF
                   CLOSE POLICYFYL
               ELSE
                   DISPLAY 'POLICYFYL CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE OLDPOLFL
           END-IF.

       1100-SEED-READ-PARA.
           READ POLICYFYL NEXT RECORD
               AT END
                   SET SEED-EOF TO TRUE
               NOT AT END
                   MOVE POLICYNO OF POLICY_REC TO WS-POL-KEY-X
                   IF POLICYMODE OF POLICY_REC = SPACE
                           AND POLICYNO OF POLICY_REC NOT = '00000000'
                           AND WS-POL-KEY-LEAD = '0'
                           AND WS-POL-KEY-NUM NUMERIC
                       PERFORM 1200-SEED-ONE-PARA
                   END-IF
           END-READ.

       1200-SEED-ONE-PARA.
           MOVE WS-POL-KEY-NUM TO POLICYNO OF OLDPOLFL-REC.
           READ OLDPOLFL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF POLICYMODE OF OLDPOLFL-REC NOT = SPACE
                       MOVE POLICYMODE OF OLDPOLFL-REC
                           TO POLICYMODE OF POLICY_REC
                       REWRITE POLICY_REC
                       IF WS-POLICYFYL-STATUS = '00'
                           ADD 1 TO WS-SEEDED-CNT
                           MOVE POLICY_REC TO WS-JRN-IMAGE
                           PERFORM 1250-JOURNAL-WRITE-PARA
                       ELSE
                           DISPLAY 'MODE REWRITE FAILED, STATUS '
                               WS-POLICYFYL-STATUS ' POLICYNO '
                               POLICYNO OF POLICY_REC
                           MOVE 16 TO RETURN-CODE
                           SET SEED-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1250-JOURNAL-WRITE-PARA.
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

       1500-FILES-OPEN-PARA.
           OPEN INPUT POLICYFYL.
           DISPLAY 'FILE STATUS FOR POLICYFYL:', WS-POLICYFYL-STATUS.

           OPEN OUTPUT POLICYFL.
           DISPLAY 'FILE STATUS FOR POLICYFL:', WS-POLICYFL-STATUS.

           OPEN OUTPUT EXTRRPT.
           DISPLAY 'FILE STATUS FOR EXTRRPT:', WS-EXTRRPT-STATUS.
           MOVE 'POLICYFL EXTRACT FROM POLICYFYL - CONTROL REPORT'
               TO EXTRRPT-REC.
           WRITE EXTRRPT-REC.

      * THE HEADER AND TRAILER ARE CONTROL RECORDS, NOT POLICIES:
      * NEITHER IS EXTRACTED, AND THE TRAILER'S COUNT AND HASH ARE
      * KEPT TO PROVE THE READ AGAINST.
       2000-POLICYFYL-READ-PARA.
           READ POLICYFYL NEXT RECORD
               AT END
                   SET POLICYFYL-EOF TO TRUE
               NOT AT END
                   EVALUATE POLICYNO OF POLICY_REC
                       WHEN '00000000'
                           CONTINUE
                       WHEN 'ZZZZZZZZ'
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE POLICY_REC(9:8) TO WS-TRL-COUNT
                           MOVE POLICY_REC(17:13) TO WS-TRL-HASH-X
                       WHEN OTHER
                           ADD 1 TO WS-IN-CNT
                           IF PREMIUM-NUM OF POLICY_REC NUMERIC
                               ADD PREMIUM-NUM OF POLICY_REC
                                   TO WS-IN-PREMIUM
                           END-IF
                           PERFORM 2100-CONVERT-PARA
                   END-EVALUATE
           END-READ.

      * FIELD-BY-FIELD CONVERSION, FIRST FAILURE WINS: THE KEY MUST
      * FIT POLICYFL'S 7 DIGITS, THE CUSTOMER ID ITS 5 BYTES, BOTH
      * DATES MUST BE REAL, THE PREMIUM NUMERIC AND NOT NEGATIVE, AND
      * THE PAYMENT MODE ONE BILLING KNOWS.
       2100-CONVERT-PARA.
           SET WS-CONVERT-OK TO TRUE.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE POLICYNO OF POLICY_REC TO WS-POL-KEY-X.
           EVALUATE TRUE
               WHEN WS-POL-KEY-LEAD NOT = '0'
                       OR WS-POL-KEY-NUM NOT NUMERIC
                   MOVE 'N' TO WS-CONVERT-SW
                   MOVE 'KEY NOT 7-DIGIT NUMERIC' TO WS-REJ-REASON
               WHEN CUSTOMERID OF POLICY_REC(6:3) NOT = SPACES
                   MOVE 'N' TO WS-CONVERT-SW
                   MOVE 'CUSTOMERID OVER 5 BYTES' TO WS-REJ-REASON
               WHEN PREMIUM-NUM OF POLICY_REC NOT NUMERIC
                   MOVE 'N' TO WS-CONVERT-SW
                   MOVE 'NON-NUMERIC PREMIUM' TO WS-REJ-REASON
               WHEN PREMIUM-NUM OF POLICY_REC < 0
                   MOVE 'N' TO WS-CONVERT-SW
                   MOVE 'NEGATIVE PREMIUM' TO WS-REJ-REASON
               WHEN NOT MODE-VALID
                   MOVE 'N' TO WS-CONVERT-SW
                   MOVE 'INVALID PAYMENT MODE' TO WS-REJ-REASON
           END-EVALUATE.
           IF WS-CONVERT-OK
               PERFORM 2150-DATES-CHECK-PARA
           END-IF.
           IF WS-CONVERT-OK
               PERFORM 2200-POLICYFL-BUILD-PARA
               PERFORM 2300-ROUND-TRIP-PARA
           END-IF.
           IF WS-CONVERT-OK
               PERFORM 2400-POLICYFL-WRITE-PARA
           END-IF.
           IF NOT WS-CONVERT-OK
               PERFORM 2900-REJECT-PARA
           END-IF.

       2150-DATES-CHECK-PARA.
           MOVE START-DATE OF POLICY_REC TO WS-DATEVAL-DATE.
           CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT.
           IF WS-DATEVAL-RESULT NOT = 'Y'
               MOVE 'N' TO WS-CONVERT-SW
               MOVE 'INVALID START DATE' TO WS-REJ-REASON
           ELSE
               MOVE END-DATE OF POLICY_REC TO WS-DATEVAL-DATE
               CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT
               IF WS-DATEVAL-RESULT NOT = 'Y'
                   MOVE 'N' TO WS-CONVERT-SW
                   MOVE 'INVALID END DATE' TO WS-REJ-REASON
               END-IF
           END-IF.

      * POLICYFYL TO POLICYFL: 7-DIGIT KEY, LEFT-JUSTIFIED 5-BYTE
      * CUSTOMER CODE, MM/DD/YYYY DATE GROUPS, UNSIGNED PREMIUM.
       2200-POLICYFL-BUILD-PARA.
           MOVE SPACES TO POLICYFL-REC.
           MOVE WS-POL-KEY-NUM TO POLICYNO OF POLICYFL-REC.
           MOVE CUSTOMERID OF POLICY_REC(1:5) TO CUSTOMERCODE.

           MOVE START-DATE OF POLICY_REC TO WS-DATE-WORK.
           MOVE WS-DATE-MM TO MM OF STARTDATE.
           MOVE WS-DATE-DD TO DD OF STARTDATE.
           MOVE WS-DATE-YYYY TO YYYY OF STARTDATE.

           MOVE END-DATE OF POLICY_REC TO WS-DATE-WORK.
           MOVE WS-DATE-MM TO MM OF ENDDATE.
           MOVE WS-DATE-DD TO DD OF ENDDATE.
           MOVE WS-DATE-YYYY TO YYYY OF ENDDATE.

           MOVE PREMIUM-NUM OF POLICY_REC TO PREMIUM OF POLICYFL-REC.
           MOVE POLICYMODE OF POLICY_REC TO POLICYMODE OF POLICYFL-REC.
           MOVE LOBCODE OF POLICY_REC TO LOB.

      * POLICYFL BACK TO CANONICAL, EXACTLY AS FILERD.CBL'S
      * 2580-CANON-BUILD-PARA DOES IT, THEN COMPARED WITH THE SOURCE.
       2300-ROUND-TRIP-PARA.
           MOVE POLICYNO OF POLICYFL-REC TO WS-CANON-KEY-NUM.
           MOVE WS-CANON-KEY-NUM TO PLC-POLICYNO.
           MOVE CUSTOMERCODE TO PLC-CUSTOMERID.
           MOVE LOB TO PLC-LOBCODE.

           MOVE SPACES TO PLC-START-DATE.
           STRING YYYY OF STARTDATE DELIMITED BY SIZE
               MM OF STARTDATE DELIMITED BY SIZE
               DD OF STARTDATE DELIMITED BY SIZE
               INTO PLC-START-DATE.

           MOVE SPACES TO PLC-END-DATE.
           STRING YYYY OF ENDDATE DELIMITED BY SIZE
               MM OF ENDDATE DELIMITED BY SIZE
               DD OF ENDDATE DELIMITED BY SIZE
               INTO PLC-END-DATE.

           MOVE PREMIUM OF POLICYFL-REC TO PLC-PREMIUM.

           IF PLC-POLICYNO NOT = POLICYNO OF POLICY_REC
                   OR PLC-CUSTOMERID NOT = CUSTOMERID OF POLICY_REC
                   OR PLC-LOBCODE NOT = LOBCODE OF POLICY_REC
                   OR PLC-START-DATE NOT = START-DATE OF POLICY_REC
                   OR PLC-END-DATE NOT = END-DATE OF POLICY_REC
                   OR PLC-PREMIUM NOT = PREMIUM-NUM OF POLICY_REC
               MOVE 'N' TO WS-CONVERT-SW
               MOVE 'ROUND TRIP MISMATCH' TO WS-REJ-REASON
           END-IF.

       2400-POLICYFL-WRITE-PARA.
           WRITE POLICYFL-REC
               INVALID KEY
                   MOVE 'N' TO WS-CONVERT-SW
                   MOVE 'POLICYFL WRITE REFUSED' TO WS-REJ-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-OUT-CNT
                   ADD PREMIUM OF POLICYFL-REC TO WS-OUT-PREMIUM
           END-WRITE.

       2900-REJECT-PARA.
           ADD 1 TO WS-REJ-CNT.
           IF PREMIUM-NUM OF POLICY_REC NUMERIC
               ADD PREMIUM-NUM OF POLICY_REC TO WS-REJ-PREMIUM
           END-IF.
           MOVE SPACES TO EXTRRPT-REC.
           STRING 'POLICYNO ' DELIMITED BY SIZE
               POLICYNO OF POLICY_REC DELIMITED BY SIZE
               ' NOT CONVERTED: ' DELIMITED BY SIZE
               WS-REJ-REASON DELIMITED BY SIZE
               INTO EXTRRPT-REC.
           WRITE EXTRRPT-REC.

      * THE NIGHT FAILS ON ANY RECORD LEFT BEHIND OR ANY TOTAL THAT
      * DOES NOT TIE: POLICIES READ = WRITTEN, PREMIUM READ = PREMIUM
      * WRITTEN, AND -- WHEN POLICYFYL CARRIES A TRAILER -- THE READ
      * COUNT AND PREMIUM HASH AGREE WITH IT.
       3000-CONTROL-TOTALS-PARA.
           IF WS-REJ-CNT > 0
                   OR WS-OUT-CNT NOT = WS-IN-CNT
                   OR WS-OUT-PREMIUM NOT = WS-IN-PREMIUM
               SET WS-CONTROL-BREAK TO TRUE
           END-IF.
           IF WS-TRAILER-SEEN
               COMPUTE WS-IN-HASH-X = WS-IN-PREMIUM * 100
               IF WS-TRL-COUNT NOT = WS-IN-CNT
                       OR WS-TRL-HASH-X NOT = WS-IN-HASH-X
                   SET WS-CONTROL-BREAK TO TRUE
                   MOVE 'POLICYFYL TRAILER COUNT/HASH DOES NOT AGREE'
                       TO EXTRRPT-REC
                   WRITE EXTRRPT-REC
               END-IF
           END-IF.

           MOVE SPACES TO EXTRRPT-REC.
           MOVE WS-IN-PREMIUM TO WS-FORMATTED-PREMIUM.
           STRING 'READ     ' DELIMITED BY SIZE
               WS-IN-CNT DELIMITED BY SIZE
               ' PREMIUM ' DELIMITED BY SIZE
               WS-FORMATTED-PREMIUM DELIMITED BY SIZE
               INTO EXTRRPT-REC.
           WRITE EXTRRPT-REC.
           MOVE SPACES TO EXTRRPT-REC.
           MOVE WS-OUT-PREMIUM TO WS-FORMATTED-PREMIUM.
           STRING 'WRITTEN  ' DELIMITED BY SIZE
               WS-OUT-CNT DELIMITED BY SIZE
               ' PREMIUM ' DELIMITED BY SIZE
               WS-FORMATTED-PREMIUM DELIMITED BY SIZE
               INTO EXTRRPT-REC.
           WRITE EXTRRPT-REC.
           MOVE SPACES TO EXTRRPT-REC.
           MOVE WS-REJ-PREMIUM TO WS-FORMATTED-PREMIUM.
           STRING 'REJECTED ' DELIMITED BY SIZE
               WS-REJ-CNT DELIMITED BY SIZE
               ' PREMIUM ' DELIMITED BY SIZE
               WS-FORMATTED-PREMIUM DELIMITED BY SIZE
               INTO EXTRRPT-REC.
           WRITE EXTRRPT-REC.
           IF WS-CONTROL-BREAK
               MOVE 'CONTROL BREAK - POLICYFL IS NOT A FULL COPY'
                   TO EXTRRPT-REC
           ELSE
               MOVE 'CONTROLS AGREE' TO EXTRRPT-REC
           END-IF.
           WRITE EXTRRPT-REC.

       3900-FILES-CLOSE-PARA.
           IF WS-POLICYFYL-STATUS = '00' OR WS-POLICYFYL-STATUS = '10'
               CLOSE POLICYFYL
           END-IF.
           IF WS-POLICYFL-STATUS = '00'
               CLOSE POLICYFL
           END-IF.
           CLOSE EXTRRPT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'POLICY' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFL-PATH.
           MOVE 'POLEXTRRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EXTRRPT-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.
