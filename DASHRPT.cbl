      * LATEST HISTORY ENTRY SEEN PER PROGRAM; READING THE WHOLE
      * HISTORY TOP TO BOTTOM LEAVES EACH SLOT HOLDING THE PRIOR
      * NIGHT'S COUNTS, THE SAME READ-TO-THE-LAST-LINE TECHNIQUE
      * EMPLOYEE.CBL'S 1100-YTD-LOAD-PARA USES. THE RUN DATE AND TIME
      * OF THAT ENTRY, AND THE COUNTS OF THE ONE BEFORE IT, LET A
      * LATER DASHBOARD RUN THE SAME DAY (THE MONTH-END AND WEEKLY
      * STREAMS) RECOGNISE AN ENTRY ALREADY ON THE HISTORY.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 20 TIMES.
               10  WS-PRIOR-PROGRAM     PIC X(10).
               10  WS-PRIOR-READ-CNT    PIC 9(06).
               10  WS-PRIOR-WRITE-CNT   PIC 9(06).
               10  WS-PRIOR-REJECT-CNT  PIC 9(06).
               10  WS-PRIOR-STAMP       PIC 9(14).
               10  WS-PRIOR-EARLIER-SW  PIC X(01).
                   88  WS-PRIOR-HAS-EARLIER         VALUE 'Y'.
               10  WS-PRIOR-EARLIER-READ-CNT
                                        PIC 9(06).
               10  WS-PRIOR-EARLIER-REJECT-CNT
                                        PIC 9(06).
       77  WS-PRIOR-CNT                PIC 9(2)    VALUE ZEROES.
       77  WS-PRIOR-SRCH-IDX           PIC 9(2)    VALUE ZEROES.
       77  WS-PRIOR-FOUND-SW           PIC X(01)   VALUE 'N'.
           88  WS-PRIOR-FOUND                      VALUE 'Y'.

      * THE COUNTS AN ENTRY IS COMPARED AGAINST: THE LATEST HISTORY
      * ENTRY FOR A NEW ENTRY, OR THE ONE BEFORE IT FOR AN ENTRY
      * ALREADY ON THE HISTORY, WHICH IS REPRINTED BUT NOT APPENDED
      * AGAIN.
       77  WS-DASH-STAMP               PIC 9(14)   VALUE ZEROES.
       77  WS-BASE-READ-CNT            PIC 9(06)   VALUE ZEROES.
       77  WS-BASE-REJECT-CNT          PIC 9(06)   VALUE ZEROES.
       77  WS-BASE-SW                  PIC X(01)   VALUE 'N'.
           88  WS-BASE-FOUND                       VALUE 'Y'.
       77  WS-ON-HIST-SW               PIC X(01)   VALUE 'N'.
           88  WS-ON-HIST                          VALUE 'Y'.

      * TONIGHT'S ENTRIES, HELD BACK AND APPENDED TO THE HISTORY FILE
      * ONLY AFTER THE REPORT IS DONE, SO A CRASHED REPORT RUN DOES
      * NOT HALF-WRITE THE HISTORY.
       01  WS-TONIGHT-TABLE.
           05  WS-TONIGHT-ENTRY OCCURS 20 TIMES PIC X(57).
       77  WS-TONIGHT-CNT              PIC 9(2)    VALUE ZEROES.
       77  WS-TONIGHT-IDX              PIC 9(2)    VALUE ZEROES.

                   SET DASHHIST-EOF TO TRUE
               NOT AT END
                   PERFORM 1600-PRIOR-FIND-PARA
                   IF WS-PRIOR-FOUND
                       PERFORM 1570-PRIOR-EARLIER-KEEP-PARA
                   ELSE
                       IF WS-PRIOR-CNT < 20
                           ADD 1 TO WS-PRIOR-CNT
                           MOVE WS-PRIOR-CNT TO WS-PRIOR-SRCH-IDX
                           MOVE HIST-PROGRAM TO
                               WS-PRIOR-PROGRAM(WS-PRIOR-SRCH-IDX)
                           MOVE 'N' TO
                               WS-PRIOR-EARLIER-SW(WS-PRIOR-SRCH-IDX)
                       END-IF
                   END-IF
                   IF WS-PRIOR-SRCH-IDX <= WS-PRIOR-CNT
                       COMPUTE WS-PRIOR-STAMP(WS-PRIOR-SRCH-IDX) =
                           HIST-RUN-DATE * 1000000 + HIST-RUN-TIME
                       MOVE HIST-READ-CNT TO
                           WS-PRIOR-READ-CNT(WS-PRIOR-SRCH-IDX)
                       MOVE HIST-WRITE-CNT TO
                   END-IF
           END-READ.

      * THE SLOT'S COUNTS BECOME THE EARLIER ENTRY'S BEFORE THE LINE
      * JUST READ REPLACES THEM.
       1570-PRIOR-EARLIER-KEEP-PARA.
           MOVE WS-PRIOR-READ-CNT(WS-PRIOR-SRCH-IDX) TO
               WS-PRIOR-EARLIER-READ-CNT(WS-PRIOR-SRCH-IDX).
           MOVE WS-PRIOR-REJECT-CNT(WS-PRIOR-SRCH-IDX) TO
               WS-PRIOR-EARLIER-REJECT-CNT(WS-PRIOR-SRCH-IDX).
           SET WS-PRIOR-HAS-EARLIER(WS-PRIOR-SRCH-IDX) TO TRUE.

      * LEAVES WS-PRIOR-SRCH-IDX AT THE MATCHING SLOT. USED AGAINST
      * HIST-PROGRAM DURING THE LOAD AND DASH-PROGRAM DURING THE
      * REPORT PASS, SO THE CALLER SETS THE COMPARE FIELD FIRST.
       2550-VARIANCE-CHECK-PARA.
           MOVE DASH-PROGRAM TO HIST-PROGRAM.
           PERFORM 1600-PRIOR-FIND-PARA.
           PERFORM 2560-BASELINE-PICK-PARA.
           IF WS-BASE-FOUND
               IF WS-BASE-READ-CNT > 0
                   COMPUTE WS-READ-DIFF = DASH-READ-CNT
                       - WS-BASE-READ-CNT
                   IF WS-READ-DIFF < 0
                       COMPUTE WS-READ-DIFF = 0 - WS-READ-DIFF
                   END-IF
                   COMPUTE WS-READ-DIFF-PCT = WS-READ-DIFF * 100
                       / WS-BASE-READ-CNT
                   IF WS-READ-DIFF-PCT > WS-VARIANCE-LIMIT-PCT
                       ADD 1 TO WS-VARIANCE-CNT
                       MOVE WS-READ-DIFF-PCT TO WS-FORMATTED-PCT
                       WRITE DASHRPT-REC
                   END-IF
               END-IF
               IF DASH-REJECT-CNT > WS-BASE-REJECT-CNT
                   ADD 1 TO WS-VARIANCE-CNT
                   MOVE SPACES TO DASHRPT-REC
                   STRING '*** VARIANCE: ' DELIMITED BY SIZE
                       DASH-PROGRAM DELIMITED BY SPACE
                       ' REJECTS ROSE FROM ' DELIMITED BY SIZE
                       WS-BASE-REJECT-CNT DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       DASH-REJECT-CNT DELIMITED BY SIZE
                       INTO DASHRPT-REC
               END-IF
           END-IF.

      * AN ENTRY NO LATER THAN THE PROGRAM'S LATEST HISTORY LINE WAS
      * ALREADY APPENDED BY AN EARLIER DASHBOARD RUN. IT IS COMPARED
      * AGAINST THE LINE BEFORE THAT ONE, SO THE REPRINT SHOWS THE
      * SAME FLAGS, AND IS KEPT OFF THE HISTORY THIS TIME.
       2560-BASELINE-PICK-PARA.
           MOVE 'N' TO WS-BASE-SW.
           MOVE 'N' TO WS-ON-HIST-SW.
           IF WS-PRIOR-FOUND
               COMPUTE WS-DASH-STAMP =
                   DASH-RUN-DATE * 1000000 + DASH-RUN-TIME
               IF WS-DASH-STAMP > WS-PRIOR-STAMP(WS-PRIOR-SRCH-IDX)
                   SET WS-BASE-FOUND TO TRUE
                   MOVE WS-PRIOR-READ-CNT(WS-PRIOR-SRCH-IDX) TO
                       WS-BASE-READ-CNT
                   MOVE WS-PRIOR-REJECT-CNT(WS-PRIOR-SRCH-IDX) TO
                       WS-BASE-REJECT-CNT
               ELSE
                   SET WS-ON-HIST TO TRUE
                   IF WS-PRIOR-HAS-EARLIER(WS-PRIOR-SRCH-IDX)
                       SET WS-BASE-FOUND TO TRUE
                       MOVE WS-PRIOR-EARLIER-READ-CNT
                           (WS-PRIOR-SRCH-IDX) TO WS-BASE-READ-CNT
                       MOVE WS-PRIOR-EARLIER-REJECT-CNT
                           (WS-PRIOR-SRCH-IDX) TO WS-BASE-REJECT-CNT
                   END-IF
               END-IF
           END-IF.

      * HOLDS TONIGHT'S ENTRY FOR THE HISTORY APPEND AT CLOSE TIME.
      * ABORTED ENTRIES STAY OUT OF THE HISTORY: A PARTIAL NIGHT'S
      * COUNTS MUST NEVER BECOME THE PRIOR-NIGHT BASELINE, OR THE
      * NEXT CLEAN NIGHT FIRES A FALSE VARIANCE ALARM (AND A
      * RECOVERED NIGHT'S RESUBMISSION WOULD STASH THE LEFTOVER
      * ABORTED ENTRY A SECOND TIME). AN ENTRY AN EARLIER RUN HAS
      * ALREADY APPENDED STAYS OUT AS WELL.
       2700-TONIGHT-STASH-PARA.
           IF DASH-ABORT-SW = 'Y' OR WS-ON-HIST
               CONTINUE
           ELSE
               IF WS-TONIGHT-CNT < 20
                   ADD 1 TO WS-TONIGHT-CNT
                   MOVE DASH-REC TO WS-TONIGHT-ENTRY(WS-TONIGHT-CNT)
               END-IF
