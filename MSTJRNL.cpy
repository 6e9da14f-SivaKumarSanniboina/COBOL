      * MASTER RECOVERY JOURNAL RECORD: ONE ENTRY PER UPDATE THE
      * MAINTENANCE PROGRAMS MAKE TO AN INDEXED MASTER, WRITTEN BY
      * MSTJRNW.CBL AT THE MOMENT THE WRITE, REWRITE OR DELETE
      * SUCCEEDS -- SO ONLY TRANSACTIONS THE OWNING PROGRAM'S OWN
      * EDITS ACCEPTED EVER REACH IT. JRN-MASTER IS THE MASTER'S
      * LOGICAL NAME ON THE FILE CONFIGURATION, JRN-SOURCE THE
      * TRANSACTION FILE THAT DROVE THE UPDATE, AND JRN-IMAGE THE
      * RECORD AS WRITTEN (FOR A DELETE, AS IT STOOD BEFORE). ENTRIES
      * ARE APPENDED IN THE ORDER THE RUNS APPLIED THEM; ARCHIVER.CBL
      * ROLLS THE JOURNAL TO A GENERATION AT THE SAME POINT IT TAKES
      * THE MASTER GENERATIONS, SO THE LIVE JOURNAL HOLDS EXACTLY
      * WHAT HAS BEEN APPLIED SINCE THE LATEST GENERATION
      * (MSTRECOV.CBL REPLAYS IT).
       01  JRN-REC.
           05  JRN-MASTER              PIC X(12).
           05  JRN-SOURCE              PIC X(12).
           05  JRN-PROGRAM             PIC X(10).
           05  JRN-RUN-DATE            PIC 9(08).
           05  JRN-STAMP-DATE          PIC 9(08).
           05  JRN-STAMP-TIME          PIC 9(06).
           05  JRN-ACTION              PIC X(01).
               88  JRN-WRITTEN                     VALUE 'W'.
               88  JRN-REWRITTEN                   VALUE 'R'.
               88  JRN-DELETED                     VALUE 'D'.
           05  JRN-IMAGE               PIC X(103).
