       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMHASH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE PARAMETER FILE BEING HASHED, AT THE PATH THE CALLER HAS
      * RESOLVED.
           SELECT PRMFL ASSIGN TO DYNAMIC WS-PRMFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PRMFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRMFL.
       01  PRMFL-REC                   PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-PRMFL-PATH               PIC X(80)   VALUE SPACES.
       77  WS-PRMFL-STATUS             PIC X(2).
       77  WS-PRMFL-EOF-SW             PIC X(01)   VALUE 'N'.
           88  PRMFL-EOF                           VALUE 'Y'.

      * RUNNING HASH, KEPT BELOW THE MODULUS AFTER EVERY BYTE.
       77  WS-HASH                     PIC 9(11)   VALUE ZEROES.
       77  WS-HASH-WORK                PIC 9(13)   VALUE ZEROES.
       77  WS-HASH-QUOT                PIC 9(13)   VALUE ZEROES.
       77  WS-HASH-MODULUS             PIC 9(10)   VALUE 999999937.
       77  WS-LINE-CNT                 PIC 9(05)   VALUE ZEROES.
       77  WS-BYTE-IDX                 PIC 9(03)   VALUE ZEROES.

      * ONE BYTE OF THE LINE IN THE LOW ORDER OF A HALFWORD, READ
      * BACK AS ITS CODE POINT.
       01  WS-BYTE-PAIR.
           05  FILLER                  PIC X(01)   VALUE LOW-VALUE.
           05  WS-BYTE-CHAR            PIC X(01)   VALUE SPACE.
       01  WS-BYTE-CODE REDEFINES WS-BYTE-PAIR
                                       PIC 9(4)    COMP.

       LINKAGE SECTION.
      * LK-PATH IS THE PARAMETER FILE'S RESOLVED PATH. LK-HASH AND
      * LK-LINE-CNT COME BACK AS ITS CONTROL HASH AND LINE COUNT, AND
      * LK-RESULT AS 'Y', OR 'N' WHEN THE FILE CANNOT BE READ. EVERY
      * BYTE OF EVERY LINE, IN ORDER, GOES INTO THE HASH, SO ANY
      * CHANGE TO A VALUE, A SWITCH OR THE ORDER OF THE LINES GIVES A
      * DIFFERENT HASH.
       01  LK-PATH                     PIC X(80).
       01  LK-HASH                     PIC 9(10).
       01  LK-LINE-CNT                 PIC 9(05).
       01  LK-RESULT                   PIC X(01).

       PROCEDURE DIVISION USING LK-PATH, LK-HASH, LK-LINE-CNT,
               LK-RESULT.
       0000-MAIN-PARA.
           MOVE 'N' TO LK-RESULT.
           MOVE ZEROES TO LK-HASH.
           MOVE ZEROES TO LK-LINE-CNT.
           MOVE ZEROES TO WS-HASH.
           MOVE ZEROES TO WS-LINE-CNT.
           MOVE 'N' TO WS-PRMFL-EOF-SW.
           MOVE LK-PATH TO WS-PRMFL-PATH.
           OPEN INPUT PRMFL.
           IF WS-PRMFL-STATUS = '00'
               PERFORM 1000-PRMFL-READ-PARA UNTIL PRMFL-EOF
               CLOSE PRMFL
               MOVE WS-HASH TO LK-HASH
               MOVE WS-LINE-CNT TO LK-LINE-CNT
               MOVE 'Y' TO LK-RESULT
           END-IF.
           GOBACK.

       1000-PRMFL-READ-PARA.
           READ PRMFL
               AT END
                   SET PRMFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-CNT
                   PERFORM 1100-BYTE-HASH-PARA
                       VARYING WS-BYTE-IDX FROM 1 BY 1
                       UNTIL WS-BYTE-IDX > 80
           END-READ.

      * HASH = (HASH * 31 + CODE POINT + 1) MODULO A PRIME.
       1100-BYTE-HASH-PARA.
           MOVE PRMFL-REC(WS-BYTE-IDX:1) TO WS-BYTE-CHAR.
           COMPUTE WS-HASH-WORK = WS-HASH * 31 + WS-BYTE-CODE + 1.
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOT REMAINDER WS-HASH.
