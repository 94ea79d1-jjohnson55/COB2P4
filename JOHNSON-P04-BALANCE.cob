      *          labels actually sitting in the first-class and bulk   *
      *          label files and the rows in the exception file, and   *
      *          checks that records read equals labels printed plus   *
      *          duplicates plus do-not-mail plus exceptions (plus the *
      *          frequency-capped, unselected and held-out), and that  *
      *          the tray tags' piece counts add up to the labels in   *
      *          each class's label file. Any discrepancy is reported  *
      *          with its exact size and the program ends with return  *
      *          code 8 so the schedule halts dependent jobs instead   *
      *          of mailing garbage.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P04-BALANCE.
           SELECT EXCEPTION-FILE ASSIGN TO '..\P04-EXCEPTIONS.TXT'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT TRAY-TAG-FILE
                             ASSIGN TO '..\P04-TRAY-TAGS.TXT'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-TRAY-STATUS.
           SELECT BALANCE-REPORT-FILE
                             ASSIGN TO '..\P04-BALANCE-REPORT.TXT'
                             ORGANIZATION IS LINE SEQUENTIAL.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC               PIC X(100).

       FD  TRAY-TAG-FILE.
       01  TRAY-TAG-REC                PIC X(80).

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-REC          PIC X(80).
      *-----------------------------------------------------------------
       01  WS-LABEL-BULK-STATUS        PIC X(02)   VALUE '00'.
       01  WS-LABEL-INTL-STATUS        PIC X(02)   VALUE '00'.
       01  WS-EXCEPTION-STATUS         PIC X(02)   VALUE '00'.
       01  WS-TRAY-STATUS              PIC X(02)   VALUE '00'.
      *-----------------------------------------------------------------
      * LATEST RUN-SUMMARY LINE - SHARED LAYOUT WITH THE LABEL RUN
      *-----------------------------------------------------------------
      * COUNTED BY ITS CITY/STATE/ZIP LINE, THE ONLY LABEL LINE THAT
      * CAN CONTAIN A COMMA: NAME AND ADDRESS COME FROM COMMA-
      * DELIMITED FIELDS AND SO CAN NEVER HOLD ONE, PAD LINES ARE
      * BLANK, AND TRAY SLIPS CARRY NO COMMA. COUNTING THAT
      * LINE IS ROBUST TO A LABEL WHOSE NAME OR ADDRESS LINE IS
      * BLANK AND TO 3-UP STOCK, WHERE LABELS ABUT WITH NO PAD LINE
      * BETWEEN THEM.
       01  WS-ACTUAL-WK                PIC 9(6)    VALUE ZERO.
       01  WS-DIFF-WK                  PIC 9(6)    VALUE ZERO.
      *-----------------------------------------------------------------
      * PIECES PER CLASS AS THE TRAY TAGS ADD THEM UP - SHARED TAG
      * LAYOUT WITH THE LABEL RUN
      *-----------------------------------------------------------------
       COPY P04TRAY.
       01  WS-FC-TRAY-PIECES           PIC 9(6)    VALUE ZERO.
       01  WS-BULK-TRAY-PIECES         PIC 9(6)    VALUE ZERO.
       01  WS-INTL-TRAY-PIECES         PIC 9(6)    VALUE ZERO.
      *-----------------------------------------------------------------
      * REPORT LINE LAYOUT - ONE LINE PER BALANCING CHECK
      *-----------------------------------------------------------------
       01  WS-BAL-LINE.
           03  WS-BAL-DESC             PIC X(32).
           03  WS-BAL-EXPECTED         PIC ZZZZZ9.
           03  FILLER                  PIC X(03)   VALUE SPACES.
           03  WS-BAL-ACTUAL           PIC ZZZZZ9.
           PERFORM 210-COUNT-BULK-LABELS.
           PERFORM 215-COUNT-INTL-LABELS.
           PERFORM 220-COUNT-EXCEPTIONS.
           PERFORM 225-SUM-TRAY-TAGS.

           PERFORM 300-WRITE-REPORT-HEADER.
           PERFORM 310-CHECK-READ-EQUATION.
           PERFORM 345-CHECK-INTL-FILE.
           PERFORM 350-CHECK-EXCEPTION-FILE.
           PERFORM 355-CHECK-REASON-SUM.
           PERFORM 360-CHECK-FC-TRAYS.
           PERFORM 365-CHECK-BULK-TRAYS.
           PERFORM 370-CHECK-INTL-TRAYS.
           PERFORM 400-WRITE-VERDICT.

           CLOSE BALANCE-REPORT-FILE.
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.
      *-----------------------------------------------------------------
       225-SUM-TRAY-TAGS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TRAY-TAG-FILE.
           IF WS-TRAY-STATUS = '00'
               PERFORM UNTIL EOF
                   READ TRAY-TAG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE TRAY-TAG-REC TO WS-TRAY-TAG-LINE
                           IF WS-TAG-PIECES IS NUMERIC
                               EVALUATE WS-TAG-CLASS
                                   WHEN 'F'
                                       ADD WS-TAG-PIECES
                                         TO WS-FC-TRAY-PIECES
                                   WHEN 'S'
                                       ADD WS-TAG-PIECES
                                         TO WS-BULK-TRAY-PIECES
                                   WHEN 'I'
                                       ADD WS-TAG-PIECES
                                         TO WS-INTL-TRAY-PIECES
                               END-EVALUATE
                           END-IF
               END-PERFORM
               CLOSE TRAY-TAG-FILE
           END-IF.
      *-----------------------------------------------------------------
       300-WRITE-REPORT-HEADER.
           MOVE SPACES TO BALANCE-REPORT-REC.
               INTO BALANCE-REPORT-REC
           END-STRING.
           WRITE BALANCE-REPORT-REC.
           MOVE 'CHECK                           EXPECTD   ACTUAL'
             TO BALANCE-REPORT-REC.
           WRITE BALANCE-REPORT-REC.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       310-CHECK-READ-EQUATION.
      *    A SUMMARY LINE WRITTEN BEFORE FREQUENCY CAPPING, CAMPAIGN
      *    SELECTION, SEED INJECTION OR HOLDOUT GROUPS EXISTED HAS
      *    SPACES IN THOSE COLUMNS - THAT IS A ZERO, NOT AN ERROR.
           IF WS-SUM-FREQCAP NOT NUMERIC
               MOVE ZERO TO WS-SUM-FREQCAP
           END-IF.
           IF WS-SUM-SEED-INTL NOT NUMERIC
               MOVE ZERO TO WS-SUM-SEED-INTL
           END-IF.
           IF WS-SUM-HOLDOUT NOT NUMERIC
               MOVE ZERO TO WS-SUM-HOLDOUT
           END-IF.

           MOVE SPACES TO WS-BAL-LINE.
           MOVE 'READ=PRT+DUP+DNM+EXC+FCP+SEL+HLD' TO WS-BAL-DESC.
           MOVE WS-SUM-READ TO WS-EXPECTED-WK.
           COMPUTE WS-ACTUAL-WK = WS-SUM-PRINTED + WS-SUM-DUPS
                                + WS-SUM-OPTOUT + WS-SUM-EXCEPTIONS
                                + WS-SUM-FREQCAP + WS-SUM-SELSKIP
                                + WS-SUM-HOLDOUT.
           PERFORM 305-WRITE-CHECK-LINE.
      *-----------------------------------------------------------------
       320-CHECK-PRINTED-SPLIT.
                                    + WS-SUM-E5 + WS-SUM-E6
               PERFORM 305-WRITE-CHECK-LINE
           END-IF.
      *-----------------------------------------------------------------
      * EVERY LABEL IN A CLASS'S FILE MUST RIDE IN ONE OF THAT
      * CLASS'S TRAYS: THE TAGS' PIECE COUNTS ADD BACK UP TO THE
      * LABELS RECOUNTED FROM THE FILE, OR THE LETTERSHOP IS
      * WORKING FROM TAGS THAT DO NOT MATCH THE MAIL.
      *-----------------------------------------------------------------
       360-CHECK-FC-TRAYS.
           MOVE SPACES TO WS-BAL-LINE.
           MOVE 'FC TRAY PIECES = FC FILE' TO WS-BAL-DESC.
           MOVE WS-FC-LABEL-CTR   TO WS-EXPECTED-WK.
           MOVE WS-FC-TRAY-PIECES TO WS-ACTUAL-WK.
           PERFORM 305-WRITE-CHECK-LINE.
      *-----------------------------------------------------------------
       365-CHECK-BULK-TRAYS.
           MOVE SPACES TO WS-BAL-LINE.
           MOVE 'BULK TRAY PIECES = BULK FILE' TO WS-BAL-DESC.
           MOVE WS-BULK-LABEL-CTR   TO WS-EXPECTED-WK.
           MOVE WS-BULK-TRAY-PIECES TO WS-ACTUAL-WK.
           PERFORM 305-WRITE-CHECK-LINE.
      *-----------------------------------------------------------------
       370-CHECK-INTL-TRAYS.
           MOVE SPACES TO WS-BAL-LINE.
           MOVE 'INTL TRAY PIECES = INTL FILE' TO WS-BAL-DESC.
           MOVE WS-INTL-LABEL-CTR   TO WS-EXPECTED-WK.
           MOVE WS-INTL-TRAY-PIECES TO WS-ACTUAL-WK.
           PERFORM 305-WRITE-CHECK-LINE.
      *-----------------------------------------------------------------
       400-WRITE-VERDICT.
           MOVE SPACES TO BALANCE-REPORT-REC.
