      * MASTER GENERATION CONTROL RECORD, ONE PER INDEXED MASTER PER
      * ARCHIVER.CBL RUN: THE GENERATION DATE THE UNLOAD IS FILED
      * UNDER (THE MASTER'S OWN PATH SUFFIXED .YYYYMMDD), WHEN IT WAS
      * TAKEN, AND THE CONTROL TOTALS OF THE RECORDS UNLOADED -- THE
      * RECORD COUNT (FEED HEADER/TRAILER CONTROL RECORDS EXCLUDED)
      * AND THE PREMIUM TOTAL FOR THE POLICY MASTER OR THE RESERVE
      * TOTAL FOR THE CLAIMS MASTER (ZERO FOR THE CUSTOMER MASTER).
      * THESE ARE THE LAST GOOD CONTROL TOTALS MSTRECOV.CBL PROVES A
      * REBUILD FROM.
       01  MGN-REC.
           05  MGN-MASTER              PIC X(12).
           05  MGN-GEN-DATE            PIC 9(08).
           05  MGN-TAKEN-DATE          PIC 9(08).
           05  MGN-TAKEN-TIME          PIC 9(06).
           05  MGN-REC-CNT             PIC 9(08).
           05  MGN-AMOUNT              PIC 9(11)V99.
           05  FILLER                  PIC X(25).
