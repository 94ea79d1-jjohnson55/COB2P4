      *          way a maintenance batch run twice demands. Mode F    *
      *          rolls a master restored from an older unload forward *
      *          by re-applying every journaled after-image in order. *
      *          Entries for the seasonal alternate-address file are  *
      *          applied to that file, and mailing-history and last-  *
      *          mailed entries (written when two customers are       *
      *          merged) to theirs, so a maintenance batch backs out  *
      *          whole. Every update a backout makes is journaled in  *
      *          turn under this program's name, so the journal's     *
      *          last word on each customer again matches the files   *
      *          and a later rollforward replays the backout too.     *
      *          Every anomaly (a record not where the journal says   *
      *          it should be) is counted and reported, and any       *
      *          anomaly ends the run with return code 4 so someone   *
                             ASSIGN TO '..\p04-master-journal.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT ALT-ADDRESS-FILE
                             ASSIGN TO '..\p04-alt-address.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS ALT-CUST-ID
                             FILE STATUS IS WS-ALT-FILE-STATUS.
           SELECT HISTORY-FILE
                             ASSIGN TO '..\p04-mail-history.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS HST-KEY
                             FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT LAST-MAILED-FILE
                             ASSIGN TO '..\p04-mail-last.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS LST-CUST-ID
                             FILE STATUS IS WS-LAST-FILE-STATUS.
           SELECT RECOVER-CONTROL-FILE
                             ASSIGN TO '..\p04-recover-control.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
       FD  JOURNAL-FILE.
       COPY P04JRNL.

       FD  ALT-ADDRESS-FILE.
       COPY P04ALT.

       FD  HISTORY-FILE.
       COPY P04HIST.

       FD  LAST-MAILED-FILE.
       01  LST-REC.
           03  LST-CUST-ID             PIC X(10).
           03  LST-LAST-DATE           PIC 9(08).
           03  LST-MAIL-CLASS          PIC X(01).

       FD  RECOVER-CONTROL-FILE.
       01  RECOVER-CONTROL-REC         PIC X(60).

       01  WS-SELECTED-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-APPLIED-CTR              PIC 9(6)    VALUE ZERO.
       01  WS-ANOMALY-CTR              PIC 9(6)    VALUE ZERO.
       01  WS-JOURNALED-CTR            PIC 9(6)    VALUE ZERO.
       01  WS-APPLIED-WAS              PIC 9(6)    VALUE ZERO.
       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
       01  WS-MASTER-FILE-STATUS       PIC X(02)   VALUE '00'.
       01  WS-JOURNAL-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-CONTROL-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-ALT-FILE-STATUS          PIC X(02)   VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-LAST-FILE-STATUS         PIC X(02)   VALUE '00'.
       01  WS-RC-WK                    PIC 9(02)   VALUE ZERO.
      *-----------------------------------------------------------------
      * THE RECOVERY ORDER - ONE CONTROL LINE: MODE,PROGRAM,DATE,TIME.
               05  WS-BK-ACTION        PIC X(01).
               05  WS-BK-BEFORE        PIC X(120).
               05  WS-BK-AFTER         PIC X(120).
               05  WS-BK-FILE-CODE     PIC X(02).
       01  WS-BK-COUNT                  PIC 9(04)   VALUE ZERO.
       01  WS-BK-SUB                    PIC 9(04)   VALUE ZERO.
       01  WS-BK-OVFL-CTR               PIC 9(06)   VALUE ZERO.
       01  WS-APPLY-ACTION             PIC X(01).
       01  WS-APPLY-BEFORE             PIC X(120).
       01  WS-APPLY-AFTER              PIC X(120).
       01  WS-APPLY-FILE-CODE          PIC X(02).
           88  APPLY-TO-MASTER                     VALUE SPACES.
           88  APPLY-TO-ALT-ADDRESS                VALUE 'AA'.
           88  APPLY-TO-HISTORY                    VALUE 'HS'.
           88  APPLY-TO-LAST-MAILED                VALUE 'LM'.
       01  WS-RPT-LINE                 PIC X(80).
      *-----------------------------------------------------------------
      * JOURNAL ENTRY FOR EACH UPDATE A BACKOUT MAKES
      *-----------------------------------------------------------------
       01  WS-JRN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-JRN-TIME                 PIC X(06)   VALUE SPACES.
       01  WS-JRN-TIME-X               PIC X(08).
       01  WS-JRN-ACTION               PIC X(01).
       01  WS-JRN-BEFORE               PIC X(120)  VALUE SPACES.
       01  WS-JRN-AFTER                PIC X(120)  VALUE SPACES.
       01  WS-JRN-FILE-CODE            PIC X(02)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME-X FROM TIME.
           MOVE WS-JRN-TIME-X(1:6) TO WS-JRN-TIME.
           OPEN OUTPUT RECOVER-REPORT-FILE.
           PERFORM 110-READ-RECOVER-CONTROL.

           IF NOT RUN-ABORTED
               IF BACKOUT-MODE
                   PERFORM 200-COLLECT-BATCH
                   IF NOT RUN-ABORTED
                       PERFORM 290-REOPEN-JOURNAL-EXTEND
                   END-IF
                   IF NOT RUN-ABORTED
                       PERFORM 300-APPLY-BACKOUT
                   END-IF
               END-IF
               CLOSE CUST-MASTER
               CLOSE JOURNAL-FILE
               CLOSE ALT-ADDRESS-FILE
               CLOSE HISTORY-FILE
               CLOSE LAST-MAILED-FILE
           END-IF.

           IF WS-ANOMALY-CTR > ZERO AND WS-RC-WK = ZERO
           DISPLAY 'ENTRIES SELECTED     : ', WS-SELECTED-CTR.
           DISPLAY 'ENTRIES APPLIED      : ', WS-APPLIED-CTR.
           DISPLAY 'ANOMALIES            : ', WS-ANOMALY-CTR.
           DISPLAY 'BACKOUTS JOURNALED   : ', WS-JOURNALED-CTR.

           MOVE WS-RC-WK TO RETURN-CODE.
           STOP RUN.
                   CLOSE CUST-MASTER
               END-IF
           END-IF.

      *    A JOURNAL WRITTEN BEFORE ANY ALTERNATE WAS KEYED NEEDS NO
      *    ALTERNATE FILE, SO A MISSING ONE IS CREATED EMPTY.
           IF NOT RUN-ABORTED
               OPEN I-O ALT-ADDRESS-FILE
               IF WS-ALT-FILE-STATUS = '35'
                   OPEN OUTPUT ALT-ADDRESS-FILE
                   CLOSE ALT-ADDRESS-FILE
                   OPEN I-O ALT-ADDRESS-FILE
               END-IF
               IF WS-ALT-FILE-STATUS NOT = '00'
                   DISPLAY 'ALTERNATE ADDRESS OPEN FAILED, STATUS: ',
                           WS-ALT-FILE-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
                   MOVE 8   TO WS-RC-WK
                   CLOSE CUST-MASTER
                   CLOSE JOURNAL-FILE
               END-IF
           END-IF.

      *    THE SAME HOLDS FOR THE HISTORY AND LAST-MAILED FILES, WHICH
      *    ONLY A MERGE JOURNALS.
           IF NOT RUN-ABORTED
               OPEN I-O HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS = '35'
                   OPEN OUTPUT HISTORY-FILE
                   CLOSE HISTORY-FILE
                   OPEN I-O HISTORY-FILE
               END-IF
               IF WS-HISTORY-FILE-STATUS NOT = '00'
                   DISPLAY 'MAIL HISTORY OPEN FAILED, STATUS: ',
                           WS-HISTORY-FILE-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
                   MOVE 8   TO WS-RC-WK
                   CLOSE CUST-MASTER
                   CLOSE JOURNAL-FILE
                   CLOSE ALT-ADDRESS-FILE
               END-IF
           END-IF.
           IF NOT RUN-ABORTED
               OPEN I-O LAST-MAILED-FILE
               IF WS-LAST-FILE-STATUS = '35'
                   OPEN OUTPUT LAST-MAILED-FILE
                   CLOSE LAST-MAILED-FILE
                   OPEN I-O LAST-MAILED-FILE
               END-IF
               IF WS-LAST-FILE-STATUS NOT = '00'
                   DISPLAY 'LAST-MAILED OPEN FAILED, STATUS: ',
                           WS-LAST-FILE-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
                   MOVE 8   TO WS-RC-WK
                   CLOSE CUST-MASTER
                   CLOSE JOURNAL-FILE
                   CLOSE ALT-ADDRESS-FILE
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * PASS OVER THE JOURNAL COLLECTING THE NAMED BATCH IN ORDER. A
      * BLANK CONTROL TIME TAKES EVERY RUN OF THE PROGRAM THAT DATE.
                   MOVE JRN-ACTION       TO WS-BK-ACTION(WS-BK-COUNT)
                   MOVE JRN-BEFORE-IMAGE TO WS-BK-BEFORE(WS-BK-COUNT)
                   MOVE JRN-AFTER-IMAGE  TO WS-BK-AFTER(WS-BK-COUNT)
                   MOVE JRN-FILE-CODE    TO WS-BK-FILE-CODE(WS-BK-COUNT)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * THE BATCH IS COLLECTED; THE JOURNAL NOW TAKES THE BACKOUT'S
      * OWN ENTRIES. A BACKOUT THAT CANNOT BE JOURNALED IS NOT STARTED
      * - THE JOURNAL WOULD NO LONGER DESCRIBE THE FILES.
      *-----------------------------------------------------------------
       290-REOPEN-JOURNAL-EXTEND.
           CLOSE JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'JOURNAL EXTEND FAILED, STATUS: ',
                       WS-JOURNAL-FILE-STATUS, ' - NOTHING BACKED OUT'
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 8   TO WS-RC-WK
           END-IF.
      *-----------------------------------------------------------------
       300-APPLY-BACKOUT.
           PERFORM 310-BACKOUT-ONE-ENTRY
           MOVE WS-BK-ACTION(WS-BK-SUB) TO WS-APPLY-ACTION.
           MOVE WS-BK-BEFORE(WS-BK-SUB) TO WS-APPLY-BEFORE.
           MOVE WS-BK-AFTER(WS-BK-SUB)  TO WS-APPLY-AFTER.
           MOVE WS-BK-FILE-CODE(WS-BK-SUB) TO WS-APPLY-FILE-CODE.
           MOVE WS-APPLIED-CTR TO WS-APPLIED-WAS.

           EVALUATE TRUE
               WHEN APPLY-TO-MASTER
                   PERFORM 311-BACKOUT-MASTER-ENTRY
               WHEN APPLY-TO-ALT-ADDRESS
                   PERFORM 312-BACKOUT-ALT-ENTRY
               WHEN APPLY-TO-HISTORY
                   PERFORM 313-BACKOUT-HISTORY-ENTRY
               WHEN APPLY-TO-LAST-MAILED
                   PERFORM 314-BACKOUT-LAST-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-ANOMALY-CTR
                   PERFORM 510-REPORT-ANOMALY
           END-EVALUATE.

           IF WS-APPLIED-CTR > WS-APPLIED-WAS
               PERFORM 320-JOURNAL-BACKOUT
           END-IF.
      *-----------------------------------------------------------------
      * JOURNALS WHAT THE BACKOUT JUST DID, AS THE INVERSE OF THE
      * ENTRY IT UNDID: AN ADD BACKED OUT IS A DELETE OF THE ADDED
      * IMAGE, A REWRITE BACKED OUT A REWRITE FROM ITS AFTER-IMAGE TO
      * ITS BEFORE-IMAGE, A DELETE BACKED OUT AN ADD OF WHAT WAS
      * DELETED. SAME FILE CODE AS THE ENTRY UNDONE.
      *-----------------------------------------------------------------
       320-JOURNAL-BACKOUT.
           EVALUATE WS-APPLY-ACTION
               WHEN 'W'
                   MOVE 'D'             TO WS-JRN-ACTION
                   MOVE WS-APPLY-AFTER  TO WS-JRN-BEFORE
                   MOVE SPACES          TO WS-JRN-AFTER
               WHEN 'R'
                   MOVE 'R'             TO WS-JRN-ACTION
                   MOVE WS-APPLY-AFTER  TO WS-JRN-BEFORE
                   MOVE WS-APPLY-BEFORE TO WS-JRN-AFTER
               WHEN OTHER
                   MOVE 'W'             TO WS-JRN-ACTION
                   MOVE SPACES          TO WS-JRN-BEFORE
                   MOVE WS-APPLY-BEFORE TO WS-JRN-AFTER
           END-EVALUATE.
           MOVE WS-APPLY-FILE-CODE TO WS-JRN-FILE-CODE.
           PERFORM 700-WRITE-JOURNAL-REC.
           IF WS-JOURNAL-FILE-STATUS = '00'
               ADD 1 TO WS-JOURNALED-CTR
           ELSE
               DISPLAY 'JOURNAL WRITE FAILED, STATUS: ',
                       WS-JOURNAL-FILE-STATUS
               ADD 1 TO WS-ANOMALY-CTR
               PERFORM 510-REPORT-ANOMALY
           END-IF.
      *-----------------------------------------------------------------
       311-BACKOUT-MASTER-ENTRY.
           EVALUATE WS-APPLY-ACTION
               WHEN 'W'
                   MOVE WS-APPLY-AFTER(1:10) TO MST-CUST-ID
                   PERFORM 510-REPORT-ANOMALY
           END-EVALUATE.
      *-----------------------------------------------------------------
      * THE SAME INVERSES AGAINST THE ALTERNATE-ADDRESS FILE.
      *-----------------------------------------------------------------
       312-BACKOUT-ALT-ENTRY.
           EVALUATE WS-APPLY-ACTION
               WHEN 'W'
                   MOVE WS-APPLY-AFTER(1:10) TO ALT-CUST-ID
                   DELETE ALT-ADDRESS-FILE
                       INVALID KEY
                           ADD 1 TO WS-ANOMALY-CTR
                           PERFORM 510-REPORT-ANOMALY
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-DELETE
               WHEN 'R'
                   MOVE WS-APPLY-BEFORE TO ALT-ADDR-REC
                   REWRITE ALT-ADDR-REC
                       INVALID KEY
                           ADD 1 TO WS-ANOMALY-CTR
                           PERFORM 510-REPORT-ANOMALY
                           WRITE ALT-ADDR-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-APPLIED-CTR
                           END-WRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-REWRITE
               WHEN 'D'
                   MOVE WS-APPLY-BEFORE TO ALT-ADDR-REC
                   WRITE ALT-ADDR-REC
                       INVALID KEY
                           ADD 1 TO WS-ANOMALY-CTR
                           PERFORM 510-REPORT-ANOMALY
                           REWRITE ALT-ADDR-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-APPLIED-CTR
                           END-REWRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-WRITE
               WHEN OTHER
                   ADD 1 TO WS-ANOMALY-CTR
                   PERFORM 510-REPORT-ANOMALY
           END-EVALUATE.
      *-----------------------------------------------------------------
      * AND AGAINST THE MAILING HISTORY AND LAST-MAILED FILES. A HISTORY
      * ROW IS KEYED ON ITS FIRST THIRTY BYTES (ID, DATE, CAMPAIGN).
      *-----------------------------------------------------------------
       313-BACKOUT-HISTORY-ENTRY.
           EVALUATE WS-APPLY-ACTION
               WHEN 'W'
                   MOVE WS-APPLY-AFTER(1:30) TO HST-KEY
                   DELETE HISTORY-FILE
                       INVALID KEY
                           ADD 1 TO WS-ANOMALY-CTR
                           PERFORM 510-REPORT-ANOMALY
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-DELETE
               WHEN 'R'
                   MOVE WS-APPLY-BEFORE TO HST-REC
                   REWRITE HST-REC
                       INVALID KEY
                           ADD 1 TO WS-ANOMALY-CTR
                           PERFORM 510-REPORT-ANOMALY
                           WRITE HST-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-APPLIED-CTR
                           END-WRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-REWRITE
               WHEN 'D'
                   MOVE WS-APPLY-BEFORE TO HST-REC
                   WRITE HST-REC
                       INVALID KEY
                           ADD 1 TO WS-ANOMALY-CTR
                           PERFORM 510-REPORT-ANOMALY
                           REWRITE HST-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-APPLIED-CTR
                           END-REWRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-WRITE
               WHEN OTHER
                   ADD 1 TO WS-ANOMALY-CTR
                   PERFORM 510-REPORT-ANOMALY
           END-EVALUATE.
      *-----------------------------------------------------------------
       314-BACKOUT-LAST-ENTRY.
           EVALUATE WS-APPLY-ACTION
               WHEN 'W'
                   MOVE WS-APPLY-AFTER(1:10) TO LST-CUST-ID
                   DELETE LAST-MAILED-FILE
                       INVALID KEY
                           ADD 1 TO WS-ANOMALY-CTR
                           PERFORM 510-REPORT-ANOMALY
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-DELETE
               WHEN 'R'
                   MOVE WS-APPLY-BEFORE TO LST-REC
                   REWRITE LST-REC
                       INVALID KEY
                           ADD 1 TO WS-ANOMALY-CTR
                           PERFORM 510-REPORT-ANOMALY
                           WRITE LST-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-APPLIED-CTR
                           END-WRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-REWRITE
               WHEN 'D'
                   MOVE WS-APPLY-BEFORE TO LST-REC
                   WRITE LST-REC
                       INVALID KEY
                           ADD 1 TO WS-ANOMALY-CTR
                           PERFORM 510-REPORT-ANOMALY
                           REWRITE LST-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-APPLIED-CTR
                           END-REWRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-WRITE
               WHEN OTHER
                   ADD 1 TO WS-ANOMALY-CTR
                   PERFORM 510-REPORT-ANOMALY
           END-EVALUATE.
      *-----------------------------------------------------------------
      * ROLLFORWARD RE-APPLIES EVERY JOURNALED ACTION IN THE ORDER IT
      * HAPPENED. THE RESTORED MASTER MAY ALREADY HOLD SOME OF THESE
      * STATES, SO EACH ACTION FALLS BACK TO ITS TWIN (WRITE TO
           MOVE JRN-ACTION       TO WS-APPLY-ACTION.
           MOVE JRN-BEFORE-IMAGE TO WS-APPLY-BEFORE.
           MOVE JRN-AFTER-IMAGE  TO WS-APPLY-AFTER.
           MOVE JRN-FILE-CODE    TO WS-APPLY-FILE-CODE.

           EVALUATE TRUE
               WHEN APPLY-TO-MASTER
                   PERFORM 411-ROLL-MASTER-ENTRY
               WHEN APPLY-TO-ALT-ADDRESS
                   PERFORM 412-ROLL-ALT-ENTRY
               WHEN APPLY-TO-HISTORY
                   PERFORM 413-ROLL-HISTORY-ENTRY
               WHEN APPLY-TO-LAST-MAILED
                   PERFORM 414-ROLL-LAST-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-ANOMALY-CTR
                   PERFORM 510-REPORT-ANOMALY
           END-EVALUATE.
      *-----------------------------------------------------------------
       411-ROLL-MASTER-ENTRY.
           EVALUATE WS-APPLY-ACTION
               WHEN 'W'
                   MOVE WS-APPLY-AFTER TO MST-CUST-REC
                   ADD 1 TO WS-ANOMALY-CTR
                   PERFORM 510-REPORT-ANOMALY
           END-EVALUATE.
      *-----------------------------------------------------------------
       412-ROLL-ALT-ENTRY.
           EVALUATE WS-APPLY-ACTION
               WHEN 'W'
               WHEN 'R'
                   MOVE WS-APPLY-AFTER TO ALT-ADDR-REC
                   WRITE ALT-ADDR-REC
                       INVALID KEY
                           REWRITE ALT-ADDR-REC
                           ADD 1 TO WS-APPLIED-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-WRITE
               WHEN 'D'
                   MOVE WS-APPLY-BEFORE(1:10) TO ALT-CUST-ID
                   DELETE ALT-ADDRESS-FILE
                       INVALID KEY
                           ADD 1 TO WS-ANOMALY-CTR
                           PERFORM 510-REPORT-ANOMALY
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO WS-ANOMALY-CTR
                   PERFORM 510-REPORT-ANOMALY
           END-EVALUATE.
      *-----------------------------------------------------------------
       413-ROLL-HISTORY-ENTRY.
           EVALUATE WS-APPLY-ACTION
               WHEN 'W'
               WHEN 'R'
                   MOVE WS-APPLY-AFTER TO HST-REC
                   WRITE HST-REC
                       INVALID KEY
                           REWRITE HST-REC
                           ADD 1 TO WS-APPLIED-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-WRITE
               WHEN 'D'
                   MOVE WS-APPLY-BEFORE(1:30) TO HST-KEY
                   DELETE HISTORY-FILE
                       INVALID KEY
                           ADD 1 TO WS-ANOMALY-CTR
                           PERFORM 510-REPORT-ANOMALY
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO WS-ANOMALY-CTR
                   PERFORM 510-REPORT-ANOMALY
           END-EVALUATE.
      *-----------------------------------------------------------------
       414-ROLL-LAST-ENTRY.
           EVALUATE WS-APPLY-ACTION
               WHEN 'W'
               WHEN 'R'
                   MOVE WS-APPLY-AFTER TO LST-REC
                   WRITE LST-REC
                       INVALID KEY
                           REWRITE LST-REC
                           ADD 1 TO WS-APPLIED-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-WRITE
               WHEN 'D'
                   MOVE WS-APPLY-BEFORE(1:10) TO LST-CUST-ID
                   DELETE LAST-MAILED-FILE
                       INVALID KEY
                           ADD 1 TO WS-ANOMALY-CTR
                           PERFORM 510-REPORT-ANOMALY
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-CTR
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO WS-ANOMALY-CTR
                   PERFORM 510-REPORT-ANOMALY
           END-EVALUATE.
      *-----------------------------------------------------------------
       510-REPORT-ANOMALY.
           MOVE SPACES TO WS-RPT-LINE.
               INTO WS-RPT-LINE
           END-STRING.
           WRITE RECOVER-REPORT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
       700-WRITE-JOURNAL-REC.
           MOVE SPACES TO JRN-REC.
           MOVE 'JOHNSON-P04-JRNL-RECOVER' TO JRN-PROGRAM.
           MOVE WS-JRN-DATE    TO JRN-DATE.
           MOVE WS-JRN-TIME    TO JRN-TIME.
           MOVE WS-JRN-ACTION  TO JRN-ACTION.
           MOVE WS-JRN-BEFORE  TO JRN-BEFORE-IMAGE.
           MOVE WS-JRN-AFTER   TO JRN-AFTER-IMAGE.
           MOVE WS-JRN-FILE-CODE TO JRN-FILE-CODE.
           WRITE JRN-REC.
      *-----------------------------------------------------------------
       500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
