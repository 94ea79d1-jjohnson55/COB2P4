      ******************************************************************
      *PROGRAM : PROJECT 4   Mailing History Load                     *
      *AUTHOR  : JOHN STEPHEN JOHNSON                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Carries the old comma-separated mailing history       *
      *          (id, run date, class and optional test cell per row)  *
      *          into the indexed history keyed on customer id and     *
      *          mail date. Run once when the indexed history goes     *
      *          live; the indexed file is opened for update, never    *
      *          recreated, so a second run or a run after a label     *
      *          run has already written keyed rows loses nothing.     *
      *          Carried rows have no serial - the old file never held *
      *          one - and take LOAD and their old row number as the   *
      *          campaign, so two rows for one customer on one date    *
      *          (one per campaign of a queued window) are both        *
      *          carried. A row already carried by an earlier load and *
      *          a row that will not parse are listed on a load        *
      *          report. A history write that fails for any other      *
      *          reason stops the load.                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P04-HIST-LOAD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE
                             ASSIGN TO '..\p04-mail-history.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT HISTORY-FILE
                             ASSIGN TO '..\p04-mail-history.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS HST-KEY
                             FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT LOAD-REPORT-FILE
                             ASSIGN TO '..\P04-HIST-LOAD-REPORT.TXT'
                             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-REC             PIC X(30).

       FD  HISTORY-FILE.
       COPY P04HIST.

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-REC             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-READ-CTR                 PIC 9(6)    VALUE ZERO.
       01  WS-LOADED-CTR               PIC 9(6)    VALUE ZERO.
       01  WS-REJECT-CTR               PIC 9(6)    VALUE ZERO.
       01  WS-DUP-CTR                  PIC 9(6)    VALUE ZERO.
       01  WS-RC-WK                    PIC 9(02)   VALUE ZERO.
       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
           03  WS-HISTORY-OPEN-FLAG    PIC X       VALUE 'N'.
               88  HISTORY-OPEN                    VALUE 'Y'.
       01  WS-OLD-FILE-STATUS          PIC X(02)   VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-REASON-TEXT              PIC X(40).
      *-----------------------------------------------------------------
      * CAMPAIGN FOR A CARRIED ROW - THE OLD FILE'S ROW NUMBER MAKES
      * EVERY ROW'S KEY ITS OWN, AND THE SAME ROW ON A SECOND LOAD
      * COMES BACK TO THE SAME KEY AND IS NOT CARRIED TWICE.
      *-----------------------------------------------------------------
       01  WS-LOAD-CAMPAIGN.
           03  FILLER                  PIC X(04)   VALUE 'LOAD'.
           03  WS-LOAD-ROW-NBR         PIC 9(06).
      *-----------------------------------------------------------------
      * ONE OLD HISTORY ROW, SPLIT AT ITS COMMAS
      *-----------------------------------------------------------------
       01  WS-HIST-ID-X                PIC X(10).
       01  WS-HIST-DATE-X              PIC X(10).
       01  WS-HIST-CLASS-X             PIC X(05).
       01  WS-HIST-CELL-X              PIC X(05).
      *-----------------------------------------------------------------
      * REPORT LINE LAYOUT FOR ROWS NOT CARRIED
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           03  WS-RPT-REC-NBR          PIC 9(06).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-RPT-ROW              PIC X(30).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-RPT-REASON           PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           OPEN INPUT OLD-HISTORY-FILE.
           IF WS-OLD-FILE-STATUS NOT = '00'
               DISPLAY 'OLD MAIL HISTORY OPEN FAILED, STATUS: ',
                       WS-OLD-FILE-STATUS, ' - NOTHING TO CARRY'
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 4 TO WS-RC-WK
           END-IF.

           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'MAIL HISTORY OPEN FAILED, STATUS: ',
                       WS-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 8 TO WS-RC-WK
           ELSE
               MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
           END-IF.

           OPEN OUTPUT LOAD-REPORT-FILE.
           MOVE 'REC-NO  OLD ROW                         REASON'
                TO LOAD-REPORT-REC.
           WRITE LOAD-REPORT-REC.

           PERFORM UNTIL EOF
               READ OLD-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       PERFORM 200-LOAD-ONE-ROW
           END-PERFORM.

           IF WS-OLD-FILE-STATUS = '00' OR '10'
               CLOSE OLD-HISTORY-FILE
           END-IF.
           IF HISTORY-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE LOAD-REPORT-FILE.

           DISPLAY SPACES.
           DISPLAY 'OLD ROWS READ       : ', WS-READ-CTR.
           DISPLAY 'HISTORY ROWS LOADED : ', WS-LOADED-CTR.
           DISPLAY 'ALREADY CARRIED     : ', WS-DUP-CTR.
           DISPLAY 'ROWS REJECTED       : ', WS-REJECT-CTR.

           IF WS-REJECT-CTR > ZERO AND WS-RC-WK < 4
               MOVE 4 TO WS-RC-WK
           END-IF.
           MOVE WS-RC-WK TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------------------
      * THE SAME BAR THE OLD READERS HELD A HISTORY ROW TO: AN ID AND
      * AN EIGHT-DIGIT DATE. A BLANK LINE IS SKIPPED UNREPORTED.
      *-----------------------------------------------------------------
       200-LOAD-ONE-ROW.
           IF OLD-HISTORY-REC NOT = SPACES
               MOVE SPACES TO WS-HIST-ID-X WS-HIST-DATE-X
                              WS-HIST-CLASS-X WS-HIST-CELL-X
               UNSTRING OLD-HISTORY-REC DELIMITED BY ','
                   INTO WS-HIST-ID-X, WS-HIST-DATE-X,
                        WS-HIST-CLASS-X, WS-HIST-CELL-X
               END-UNSTRING
               IF WS-HIST-ID-X = SPACES
                  OR WS-HIST-DATE-X(1:8) NOT NUMERIC
                   MOVE 'NO CUSTOMER ID OR BAD DATE'
                     TO WS-REASON-TEXT
                   ADD 1 TO WS-REJECT-CTR
                   PERFORM 220-WRITE-REPORT-LINE
               ELSE
                   PERFORM 210-WRITE-HISTORY-ROW
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       210-WRITE-HISTORY-ROW.
           MOVE WS-HIST-ID-X         TO HST-CUST-ID.
           MOVE WS-HIST-DATE-X(1:8)  TO HST-MAIL-DATE.
           MOVE WS-READ-CTR          TO WS-LOAD-ROW-NBR.
           MOVE WS-LOAD-CAMPAIGN     TO HST-CAMPAIGN.
           MOVE WS-HIST-CLASS-X(1:1) TO HST-MAIL-CLASS.
           MOVE WS-HIST-CELL-X(1:2)  TO HST-CELL.
           MOVE ZERO                 TO HST-SERIAL.

           WRITE HST-REC.
           EVALUATE WS-HISTORY-FILE-STATUS
               WHEN '00'
                   ADD 1 TO WS-LOADED-CTR
               WHEN '22'
                   ADD 1 TO WS-DUP-CTR
                   MOVE 'ALREADY CARRIED BY AN EARLIER LOAD'
                     TO WS-REASON-TEXT
                   PERFORM 220-WRITE-REPORT-LINE
               WHEN OTHER
                   DISPLAY 'MAIL HISTORY WRITE FAILED, STATUS: ',
                           WS-HISTORY-FILE-STATUS, ' AT OLD ROW ',
                           WS-READ-CTR, ' - LOAD STOPPED'
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING 'WRITE FAILED, STATUS '  DELIMITED BY SIZE
                          WS-HISTORY-FILE-STATUS   DELIMITED BY SIZE
                          ' - LOAD STOPPED'        DELIMITED BY SIZE
                       INTO WS-REASON-TEXT
                   END-STRING
                   PERFORM 220-WRITE-REPORT-LINE
                   MOVE 8 TO WS-RC-WK
                   MOVE 'Y' TO WS-EOF-FLAG
           END-EVALUATE.
      *-----------------------------------------------------------------
       220-WRITE-REPORT-LINE.
           MOVE SPACES          TO WS-RPT-LINE.
           MOVE WS-READ-CTR     TO WS-RPT-REC-NBR.
           MOVE OLD-HISTORY-REC TO WS-RPT-ROW.
           MOVE WS-REASON-TEXT  TO WS-RPT-REASON.
           WRITE LOAD-REPORT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
