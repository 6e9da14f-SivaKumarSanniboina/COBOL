       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANIFREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OUTBOUND FILE MANIFEST (MANIFEST.CPY): READ FOR THE LAST
      * SEQUENCE NUMBER ISSUED, THEN EXTENDED WITH THE NEW ENTRY.
           SELECT MANFL ASSIGN TO DYNAMIC WS-MANFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MANFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANFL.
       COPY 'MANIFEST'.

       WORKING-STORAGE SECTION.
       77  WS-MANFL-STATUS         PIC X(2).
       77  WS-MANFL-EOF-SW         PIC X(01)   VALUE 'N'.
           88  MANFL-EOF                       VALUE 'Y'.

      * FILE PATH, RESOLVED ONCE PER RUN FROM THE EXTERNAL FILE
      * CONFIGURATION. WITHOUT A MANIFEST ENTRY NOTHING CAN BE
      * REGISTERED, AND THE CALLER IS TOLD SO.
       77  WS-MANFL-PATH           PIC X(80)   VALUE SPACES.
       77  WS-PATH-LOADED-SW       PIC X(01)   VALUE 'N'.
           88  WS-PATH-LOADED                  VALUE 'Y'.
       77  WS-MANFL-CFG-SW         PIC X(01)   VALUE 'N'.
           88  WS-MANFL-CONFIGURED             VALUE 'Y'.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       77  WS-LAST-SEQ-NO          PIC 9(06)   VALUE ZEROES.
       77  WS-NOW-DATE             PIC 9(08)   VALUE ZEROES.
       77  WS-NOW-TIME             PIC 9(08)   VALUE ZEROES.

       LINKAGE SECTION.
      * LK-FILE-NAME IS THE FILE'S LOGICAL NAME ON THE FILE
      * CONFIGURATION. LK-SEQ-NO COMES BACK AS THE MANIFEST SEQUENCE
      * NUMBER GIVEN TO THE FILE, AND LK-RESULT AS 'Y' WHEN THE
      * ENTRY WAS WRITTEN, 'N' WHEN IT COULD NOT BE.
       01  LK-FILE-NAME            PIC X(12).
       01  LK-PROGRAM              PIC X(10).
       01  LK-REC-CNT              PIC 9(06).
       01  LK-AMOUNT               PIC 9(11)V99.
       01  LK-SEQ-NO               PIC 9(06).
       01  LK-RESULT               PIC X(01).

       PROCEDURE DIVISION USING LK-FILE-NAME, LK-PROGRAM,
               LK-REC-CNT, LK-AMOUNT, LK-SEQ-NO, LK-RESULT.
       0000-MAIN-PARA.
           IF NOT WS-PATH-LOADED
               PERFORM 0100-PATH-RESOLVE-PARA
           END-IF.
           MOVE 'N' TO LK-RESULT.
           MOVE ZEROES TO LK-SEQ-NO.
           IF WS-MANFL-CONFIGURED
               PERFORM 1000-LAST-SEQ-PARA
               PERFORM 2000-ENTRY-WRITE-PARA
           END-IF.
           GOBACK.

       0100-PATH-RESOLVE-PARA.
           SET WS-PATH-LOADED TO TRUE.
           MOVE 'MANIFEST' TO WS-CFG-NAME.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT = 'Y'
               MOVE WS-CFG-PATH TO WS-MANFL-PATH
               SET WS-MANFL-CONFIGURED TO TRUE
           ELSE
               DISPLAY 'MANIFREG: MANIFEST NOT CONFIGURED, NO FILE '
                   'REGISTERED.'
           END-IF.

      * A MISSING MANIFEST MEANS NO FILE HAS BEEN REGISTERED YET.
       1000-LAST-SEQ-PARA.
           MOVE ZEROES TO WS-LAST-SEQ-NO.
           MOVE 'N' TO WS-MANFL-EOF-SW.
           OPEN INPUT MANFL.
           IF WS-MANFL-STATUS = '00'
               PERFORM 1100-MANFL-READ-PARA UNTIL MANFL-EOF
               CLOSE MANFL
           END-IF.

       1100-MANFL-READ-PARA.
           READ MANFL
               AT END
                   SET MANFL-EOF TO TRUE
               NOT AT END
                   IF MAN-SEQ-NO NUMERIC
                       IF MAN-SEQ-NO > WS-LAST-SEQ-NO
                           MOVE MAN-SEQ-NO TO WS-LAST-SEQ-NO
                       END-IF
                   END-IF
           END-READ.

      * THE MANIFEST IS APPENDED TO, THE SAME OPEN-EXTEND RULE
      * LOSSDEV.CBL USES FOR ITS SNAPSHOT HISTORY.
       2000-ENTRY-WRITE-PARA.
           OPEN EXTEND MANFL.
           IF WS-MANFL-STATUS = '35'
               OPEN OUTPUT MANFL
           END-IF.
           IF WS-MANFL-STATUS NOT = '00'
               DISPLAY 'MANIFREG: MANIFEST CANNOT BE EXTENDED, STATUS '
                   WS-MANFL-STATUS
           ELSE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE SPACES TO MAN-REC
               ADD 1 TO WS-LAST-SEQ-NO
               MOVE WS-LAST-SEQ-NO TO MAN-SEQ-NO
               MOVE LK-FILE-NAME TO MAN-FILE-NAME
               MOVE LK-PROGRAM TO MAN-PROGRAM
               MOVE WS-NOW-DATE TO MAN-RUN-DATE
               MOVE WS-NOW-TIME(1:6) TO MAN-RUN-TIME
               MOVE LK-REC-CNT TO MAN-REC-CNT
               MOVE LK-AMOUNT TO MAN-AMOUNT-TOTAL
               SET MAN-CREATED TO TRUE
               MOVE WS-NOW-DATE TO MAN-STATUS-DATE
               MOVE WS-NOW-TIME(1:6) TO MAN-STATUS-TIME
               WRITE MAN-REC
               CLOSE MANFL
               MOVE WS-LAST-SEQ-NO TO LK-SEQ-NO
               MOVE 'Y' TO LK-RESULT
               DISPLAY 'MANIFREG: ' LK-FILE-NAME ' REGISTERED AS '
                   'MANIFEST SEQUENCE ' LK-SEQ-NO
           END-IF.
