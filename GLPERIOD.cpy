      * GL PERIOD CONTROL RECORD. GLTRIAL.CBL APPENDS ONE LINE EACH
      * TIME IT CLOSES A PERIOD; GLPERCHK.CBL READS THEM BACK SO NO
      * GL INTERFACE WRITER POSTS INTO A CLOSED PERIOD. EVERY PERIOD
      * UP TO AND INCLUDING THE LATEST ONE CLOSED COUNTS AS CLOSED.
       01  GLPER-REC.
           05  GLPER-PERIOD            PIC 9(06).
           05  GLPER-STATUS            PIC X(01).
               88  GLPER-CLOSED                    VALUE 'C'.
           05  GLPER-CLOSE-DATE        PIC 9(08).
           05  GLPER-LINE-CNT          PIC 9(06).
           05  GLPER-DEBIT-TOTAL       PIC 9(13)V99.
           05  GLPER-CARRIED-CNT       PIC 9(06).
           05  FILLER                  PIC X(38).
