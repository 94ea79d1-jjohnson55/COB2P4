      *          selection-criteria echo from the run summary, and     *
      *          broken out by mail class and by state from the        *
      *          customer master. Responses that match no mailing are  *
      *          counted, not lost. Where a campaign split its names   *
      *          into test cells and a held-out control group, each    *
      *          cell is reported beside that run date's holdout so    *
      *          the lift over customers who were never mailed shows.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P04-RESPONSE.
                             RECORD KEY IS MST-CUST-ID
                             FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT HISTORY-FILE
                             ASSIGN TO '..\p04-mail-history.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS HST-KEY
                             FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT RESPONSE-FILE
                             ASSIGN TO '..\p04-responses.csv'
       COPY P04MAST.

       FD  HISTORY-FILE.
       COPY P04HIST.

       FD  RESPONSE-FILE.
       01  RESPONSE-REC                PIC X(40).
       01  WS-RESP-MATCHED-CTR         PIC 9(6)    VALUE ZERO.
       01  WS-RESP-UNMATCHED-CTR       PIC 9(6)    VALUE ZERO.
       01  WS-RESP-BAD-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-RESP-HOLDOUT-CTR         PIC 9(6)    VALUE ZERO.
       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
               88  MASTER-OPENED                   VALUE 'Y'.
           03  WS-FOUND-FLAG           PIC X       VALUE 'N'.
               88  ENTRY-FOUND                     VALUE 'Y'.
           03  WS-HIST-OPEN-FLAG       PIC X       VALUE 'N'.
               88  HISTORY-AVAILABLE               VALUE 'Y'.
           03  WS-SCAN-FLAG            PIC X       VALUE 'N'.
               88  SCAN-DONE                       VALUE 'Y'.
           03  WS-HIT-FLAG             PIC X       VALUE 'N'.
               88  HISTORY-HIT                     VALUE 'Y'.
       01  WS-MASTER-FILE-STATUS       PIC X(02)   VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-RESPONSE-FILE-STATUS     PIC X(02)   VALUE '00'.
       01  WS-SUMMARY-FILE-STATUS      PIC X(02)   VALUE '00'.
      *-----------------------------------------------------------------
      * THE MAILING HISTORY ROW BEING TALLIED OR CREDITED:
      * CUSTOMER, RUN DATE, CLASS AND TEST CELL PER LABEL PRINTED OR
      * NAME HELD OUT ('HO'). A HELD-OUT ROW IS NOT A PIECE MAILED -
      * IT FEEDS ONLY THE TEST-CELL BREAKOUT. THE HISTORY IS READ BY
      * KEY, NEVER HELD WHOLE, SO NO HISTORY IS TOO LONG TO MATCH.
      *-----------------------------------------------------------------
       01  WS-HIST-ENTRY.
           03  WS-HIST-CUST-ID         PIC X(10).
           03  WS-HIST-DATE            PIC 9(08).
           03  WS-HIST-CLASS           PIC X(01).
           03  WS-HIST-CELL            PIC X(02).
               88  HIST-HOLDOUT                    VALUE 'HO'.
      *-----------------------------------------------------------------
      * PERFORMANCE PER RUN DATE. THE CRITERIA ECHO COMES FROM THE
      * RUN-SUMMARY LINE FOR THAT DATE; A NIGHT THAT RAN SEVERAL
       01  WS-ST-OVFL-CTR               PIC 9(06)   VALUE ZERO.
       01  WS-ST-WK                     PIC X(02).
      *-----------------------------------------------------------------
      * PERFORMANCE PER RUN DATE AND TEST CELL, THE HOLDOUT ('HO')
      * BEING ONE MORE CELL. LIFT IS MEASURED AGAINST THE HOLDOUT OF
      * THE SAME RUN DATE - A CELL IS ONLY COMPARABLE WITH THE
      * CONTROL GROUP DRAWN FROM THE SAME SELECTION ON THE SAME DAY.
      *-----------------------------------------------------------------
       01  WS-CEL-TABLE.
           03  WS-CEL-ENTRY            OCCURS 200 TIMES.
               05  WS-CEL-DATE         PIC 9(08).
               05  WS-CEL-CODE         PIC X(02).
               05  WS-CEL-PIECES       PIC 9(06).
               05  WS-CEL-RESP         PIC 9(06).
               05  WS-CEL-REVENUE      PIC 9(07)V99.
       01  WS-CEL-COUNT                 PIC 9(03)   VALUE ZERO.
       01  WS-CEL-SUB                   PIC 9(03)   VALUE ZERO.
       01  WS-CEL-HOLD-SUB              PIC 9(03)   VALUE ZERO.
       01  WS-CEL-OVFL-CTR              PIC 9(06)   VALUE ZERO.
       01  WS-CEL-DATE-WK               PIC 9(08).
       01  WS-CEL-CODE-WK               PIC X(02).
      *-----------------------------------------------------------------
      * WORKING FIELDS FOR PARSING ONE RESPONSE ROW
      *-----------------------------------------------------------------
       01  WS-RESP-ID-X                 PIC X(10).
       01  WS-RESP-DATE-X               PIC X(10).
       01  WS-RESP-AMT-X                PIC X(12).
       01  WS-RESP-DATE-WK              PIC 9(08).
       01  WS-RESP-AMT-WK               PIC 9(07)V99.
      *-----------------------------------------------------------------
      * LATEST RUN-SUMMARY LINE IN THE SHARED LAYOUT
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       01  WS-RATE-WK                   PIC 9(03)V99.
       01  WS-RPP-WK                    PIC 9(05)V99.
       01  WS-HO-RATE-WK                PIC 9(03)V99.
       01  WS-HO-RPP-WK                 PIC 9(05)V99.
       01  WS-RATE-LIFT-WK              PIC S9(03)V99.
       01  WS-RPP-LIFT-WK               PIC S9(05)V99.
      *-----------------------------------------------------------------
      * REPORT LINE LAYOUTS
      *-----------------------------------------------------------------
           03  FILLER                  PIC X(01)   VALUE '%'.
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-KL-RPP               PIC ZZZZ9.99.
       01  WS-CELL-LINE.
           03  WS-CE-DATE              PIC 9(08).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-CE-CODE              PIC X(02).
           03  FILLER                  PIC X(04)   VALUE SPACES.
           03  WS-CE-PIECES            PIC ZZZZZ9.
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-CE-RESP              PIC ZZZZZ9.
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-CE-RATE              PIC ZZ9.99.
           03  FILLER                  PIC X(01)   VALUE '%'.
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-CE-RPP               PIC ZZZZ9.99.
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-CE-LIFT-AREA.
               05  WS-CE-RATE-LIFT     PIC +ZZ9.99.
               05  FILLER              PIC X(02).
               05  WS-CE-RPP-LIFT      PIC +ZZZZ9.99.
           03  WS-CE-LIFT-TEXT REDEFINES WS-CE-LIFT-AREA
                                       PIC X(18).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 'I' TO WS-CLS-CODE(3).
           MOVE '?' TO WS-CLS-CODE(4).

           PERFORM 110-OPEN-HISTORY.
           PERFORM 120-LOAD-SUMMARY-CRITERIA.
           PERFORM 130-OPEN-MASTER.
           PERFORM 140-TALLY-MAILED-PIECES.
           IF MASTER-OPENED
               CLOSE CUST-MASTER
           END-IF.
           IF HISTORY-AVAILABLE
               CLOSE HISTORY-FILE
           END-IF.

           DISPLAY SPACES.
           DISPLAY 'HISTORY ROWS READ   : ', WS-HIST-READ-CTR.
           DISPLAY 'RESPONSES MATCHED   : ', WS-RESP-MATCHED-CTR.
           DISPLAY 'RESPONSES UNMATCHED : ', WS-RESP-UNMATCHED-CTR.
           DISPLAY 'RESPONSES MALFORMED : ', WS-RESP-BAD-CTR.
           DISPLAY 'RESPONSES HELD OUT  : ', WS-RESP-HOLDOUT-CTR.

           STOP RUN.
      *-----------------------------------------------------------------
       110-OPEN-HISTORY.
           MOVE 'N' TO WS-HIST-OPEN-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HIST-OPEN-FLAG
           ELSE
               DISPLAY 'MAIL HISTORY OPEN FAILED, STATUS: ',
                       WS-HISTORY-FILE-STATUS
           END-IF.
      *-----------------------------------------------------------------
       115-TAKE-HISTORY-ROW.
           MOVE HST-CUST-ID    TO WS-HIST-CUST-ID.
           MOVE HST-MAIL-DATE  TO WS-HIST-DATE.
           MOVE HST-MAIL-CLASS TO WS-HIST-CLASS.
           MOVE HST-CELL       TO WS-HIST-CELL.
      *-----------------------------------------------------------------
      * READS EVERY RUN-SUMMARY LINE AND REMEMBERS THE CRITERIA ECHO
      * PER RUN DATE, SO EACH REPORTED DATE CAN SAY WHICH SEGMENT IT
                       ' - STATE BREAKOUT LIMITED'
           END-IF.
      *-----------------------------------------------------------------
      * WALKS THE HISTORY ONCE IN KEY ORDER, COUNTING PIECES MAILED INTO
      * THE RUN-DATE, MAIL-CLASS AND STATE BUCKETS THE RESPONSES
      * WILL LATER BE MEASURED AGAINST. A ROW WITH A TEST CELL ALSO
      * COUNTS INTO ITS CELL; A HELD-OUT ROW COUNTS NOWHERE ELSE.
      *-----------------------------------------------------------------
       140-TALLY-MAILED-PIECES.
           IF HISTORY-AVAILABLE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-HIST-READ-CTR
                           PERFORM 115-TAKE-HISTORY-ROW
                           PERFORM 145-TALLY-ONE-PIECE
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
       145-TALLY-ONE-PIECE.
           IF WS-HIST-CELL NOT = SPACES
               PERFORM 180-FIND-OR-ADD-CELL
               IF WS-CEL-SUB > ZERO
                   ADD 1 TO WS-CEL-PIECES(WS-CEL-SUB)
               END-IF
           END-IF.

           IF NOT HIST-HOLDOUT
               PERFORM 146-TALLY-MAILED-PIECE
           END-IF.
      *-----------------------------------------------------------------
       146-TALLY-MAILED-PIECE.
           MOVE WS-HIST-DATE TO WS-SUM-DATE.
           PERFORM 150-FIND-OR-ADD-RUN.
           IF WS-RUN-SUB > ZERO
               ADD 1 TO WS-RUN-MAILED(WS-RUN-SUB)
           END-IF.
      *-----------------------------------------------------------------
       160-SET-CLASS-SUB.
           EVALUATE WS-HIST-CLASS
               WHEN 'F'
                   MOVE 1 TO WS-CLS-SUB
               WHEN 'S'
       165-GET-CUSTOMER-STATE.
           MOVE '??' TO WS-ST-WK.
           IF MASTER-OPENED
               MOVE WS-HIST-CUST-ID TO MST-CUST-ID
               READ CUST-MASTER
                   INVALID KEY
                       CONTINUE
           IF WS-ST-CODE(WS-ST-SUB) = WS-ST-WK
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.
      *-----------------------------------------------------------------
      * FINDS THE CELL-TABLE ENTRY FOR THE CURRENT HISTORY ROW'S RUN
      * DATE AND CELL, ADDING ONE WHEN IT IS NEW. WS-CEL-SUB COMES
      * BACK ZERO ONLY WHEN THE TABLE IS FULL.
      *-----------------------------------------------------------------
       180-FIND-OR-ADD-CELL.
           MOVE WS-HIST-DATE TO WS-CEL-DATE-WK.
           MOVE WS-HIST-CELL TO WS-CEL-CODE-WK.
           PERFORM 182-FIND-CELL.
           IF WS-CEL-SUB = ZERO
               IF WS-CEL-COUNT < 200
                   ADD 1 TO WS-CEL-COUNT
                   MOVE WS-CEL-COUNT   TO WS-CEL-SUB
                   MOVE WS-CEL-DATE-WK TO WS-CEL-DATE(WS-CEL-SUB)
                   MOVE WS-CEL-CODE-WK TO WS-CEL-CODE(WS-CEL-SUB)
                   MOVE ZERO TO WS-CEL-PIECES(WS-CEL-SUB)
                   MOVE ZERO TO WS-CEL-RESP(WS-CEL-SUB)
                   MOVE ZERO TO WS-CEL-REVENUE(WS-CEL-SUB)
               ELSE
                   ADD 1 TO WS-CEL-OVFL-CTR
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * LOOKS UP WS-CEL-DATE-WK/WS-CEL-CODE-WK; WS-CEL-SUB COMES BACK
      * ZERO WHEN THE PAIR IS NOT IN THE TABLE.
      *-----------------------------------------------------------------
       182-FIND-CELL.
           MOVE 'N'  TO WS-FOUND-FLAG.
           PERFORM 185-CHECK-CELL-ENTRY
               VARYING WS-CEL-SUB FROM 1 BY 1
               UNTIL WS-CEL-SUB > WS-CEL-COUNT
                  OR ENTRY-FOUND.
           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-CEL-SUB
           ELSE
               MOVE ZERO TO WS-CEL-SUB
           END-IF.
      *-----------------------------------------------------------------
       185-CHECK-CELL-ENTRY.
           IF WS-CEL-DATE(WS-CEL-SUB) = WS-CEL-DATE-WK
              AND WS-CEL-CODE(WS-CEL-SUB) = WS-CEL-CODE-WK
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.
      *-----------------------------------------------------------------
       200-MATCH-RESPONSES.
           MOVE 'N' TO WS-EOF-FLAG.
      * ONE RESPONSE: CREDIT IT TO THE LATEST MAILING THIS CUSTOMER
      * RECEIVED ON OR BEFORE THE RESPONSE DATE. A RESPONSE WITH NO
      * SUCH MAILING WAS NOT PULLED BY A PIECE WE CAN POINT TO AND
      * IS COUNTED UNMATCHED. A RESPONSE WHOSE LATEST HISTORY ROW IS
      * A HOLDOUT CAME FROM A CUSTOMER WE DELIBERATELY DID NOT MAIL -
      * IT IS THE BASELINE THE CELLS ARE MEASURED AGAINST, AND IS
      * CREDITED TO THE HOLDOUT ALONE.
      *-----------------------------------------------------------------
       210-MATCH-ONE-RESPONSE.
           MOVE SPACES TO WS-RESP-ID-X WS-RESP-DATE-X WS-RESP-AMT-X.
               MOVE WS-RESP-DATE-X(1:8) TO WS-RESP-DATE-WK
               MOVE FUNCTION NUMVAL(WS-RESP-AMT-X)
                 TO WS-RESP-AMT-WK
               PERFORM 220-FIND-LATEST-MAILING
               IF HISTORY-HIT
                   ADD 1 TO WS-RESP-MATCHED-CTR
                   PERFORM 230-CREDIT-RESPONSE
               ELSE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * STARTS AT THE RESPONDING CUSTOMER'S FIRST HISTORY ROW AND
      * READS FORWARD IN DATE ORDER WHILE THE ROWS ARE STILL THAT
      * CUSTOMER'S AND NOT AFTER THE RESPONSE DATE - THE LAST ROW SO
      * READ IS THE MAILING THE RESPONSE IS CREDITED TO.
      *-----------------------------------------------------------------
       220-FIND-LATEST-MAILING.
           MOVE 'N' TO WS-HIT-FLAG.
           MOVE 'N' TO WS-SCAN-FLAG.
           IF HISTORY-AVAILABLE
               MOVE WS-RESP-ID-X TO HST-CUST-ID
               MOVE ZERO         TO HST-MAIL-DATE
               MOVE LOW-VALUES   TO HST-CAMPAIGN
               START HISTORY-FILE KEY IS >= HST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-FLAG
               END-START
               PERFORM 225-READ-CUSTOMER-ROW UNTIL SCAN-DONE
           END-IF.
      *-----------------------------------------------------------------
       225-READ-CUSTOMER-ROW.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-FLAG
               NOT AT END
                   IF HST-CUST-ID NOT = WS-RESP-ID-X
                      OR HST-MAIL-DATE > WS-RESP-DATE-WK
                       MOVE 'Y' TO WS-SCAN-FLAG
                   ELSE
                       MOVE 'Y' TO WS-HIT-FLAG
                       PERFORM 115-TAKE-HISTORY-ROW
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       230-CREDIT-RESPONSE.
           IF WS-HIST-CELL NOT = SPACES
               PERFORM 180-FIND-OR-ADD-CELL
               IF WS-CEL-SUB > ZERO
                   ADD 1              TO WS-CEL-RESP(WS-CEL-SUB)
                   ADD WS-RESP-AMT-WK TO WS-CEL-REVENUE(WS-CEL-SUB)
               END-IF
           END-IF.

           IF HIST-HOLDOUT
               ADD 1 TO WS-RESP-HOLDOUT-CTR
           ELSE
               PERFORM 235-CREDIT-MAILED-PIECE
           END-IF.
      *-----------------------------------------------------------------
       235-CREDIT-MAILED-PIECE.
           MOVE WS-HIST-DATE TO WS-SUM-DATE.
           PERFORM 150-FIND-OR-ADD-RUN.
           IF WS-RUN-SUB > ZERO
               ADD 1              TO WS-RUN-RESP(WS-RUN-SUB)
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT.

           IF WS-CEL-COUNT > ZERO
               MOVE SPACES TO PERF-REPORT-REC
               WRITE PERF-REPORT-REC
               MOVE 'BY TEST CELL - LIFT OVER THE SAME DATE''S HOLDOUT'
                 TO PERF-REPORT-REC
               WRITE PERF-REPORT-REC
               MOVE 'RUN DATE  CELL  PIECES    RESP    RATE' &
                    '     REV/PC  RT LIFT   RPP LIFT'
                 TO PERF-REPORT-REC
               WRITE PERF-REPORT-REC
               PERFORM 360-WRITE-CELL-LINE
                   VARYING WS-CEL-SUB FROM 1 BY 1
                   UNTIL WS-CEL-SUB > WS-CEL-COUNT
           END-IF.

           MOVE SPACES TO PERF-REPORT-REC.
           WRITE PERF-REPORT-REC.
           STRING 'RESPONSES WITH NO MATCHING MAILING: '
               INTO PERF-REPORT-REC
           END-STRING.
           WRITE PERF-REPORT-REC.
           IF WS-RESP-HOLDOUT-CTR > ZERO
               MOVE SPACES TO PERF-REPORT-REC
               STRING 'RESPONSES FROM HELD-OUT CUSTOMERS: '
                          DELIMITED BY SIZE
                      WS-RESP-HOLDOUT-CTR DELIMITED BY SIZE
                   INTO PERF-REPORT-REC
               END-STRING
               WRITE PERF-REPORT-REC
           END-IF.
           IF WS-CEL-OVFL-CTR > ZERO
               MOVE SPACES TO PERF-REPORT-REC
               STRING 'HISTORY ROWS BEYOND CELL TABLE: '
                          DELIMITED BY SIZE
                      WS-CEL-OVFL-CTR DELIMITED BY SIZE
                   INTO PERF-REPORT-REC
               END-STRING
               WRITE PERF-REPORT-REC
                   / WS-ST-MAILED(WS-ST-SUB)
           END-IF.
      *-----------------------------------------------------------------
      * ONE TEST-CELL LINE. LIFT IS THE CELL'S RATE AND REVENUE PER
      * PIECE LESS THOSE OF THE SAME DATE'S HOLDOUT; THE HOLDOUT'S
      * OWN LINE IS MARKED AS THE CONTROL, AND A CELL WITH NO
      * HOLDOUT TO MEASURE AGAINST SAYS SO.
      *-----------------------------------------------------------------
       360-WRITE-CELL-LINE.
           MOVE SPACES TO WS-CELL-LINE.
           MOVE WS-CEL-DATE(WS-CEL-SUB)   TO WS-CE-DATE.
           MOVE WS-CEL-CODE(WS-CEL-SUB)   TO WS-CE-CODE.
           MOVE WS-CEL-PIECES(WS-CEL-SUB) TO WS-CE-PIECES.
           MOVE WS-CEL-RESP(WS-CEL-SUB)   TO WS-CE-RESP.

           IF WS-CEL-CODE(WS-CEL-SUB) = 'HO'
               MOVE 'CONTROL' TO WS-CE-LIFT-TEXT
           ELSE
               MOVE WS-CEL-SUB               TO WS-CEL-HOLD-SUB
               MOVE WS-CEL-DATE(WS-CEL-SUB)  TO WS-CEL-DATE-WK
               MOVE 'HO'                     TO WS-CEL-CODE-WK
               PERFORM 182-FIND-CELL
               IF WS-CEL-SUB = ZERO
                   MOVE 'NO HOLDOUT' TO WS-CE-LIFT-TEXT
               ELSE
                   PERFORM 365-COMPUTE-CELL-RATES
                   MOVE WS-RATE-WK TO WS-HO-RATE-WK
                   MOVE WS-RPP-WK  TO WS-HO-RPP-WK
               END-IF
               MOVE WS-CEL-HOLD-SUB TO WS-CEL-SUB
           END-IF.

           PERFORM 365-COMPUTE-CELL-RATES.
           MOVE WS-RATE-WK TO WS-CE-RATE.
           MOVE WS-RPP-WK  TO WS-CE-RPP.
           IF WS-CE-LIFT-TEXT = SPACES
               COMPUTE WS-RATE-LIFT-WK = WS-RATE-WK - WS-HO-RATE-WK
               COMPUTE WS-RPP-LIFT-WK  = WS-RPP-WK  - WS-HO-RPP-WK
               MOVE WS-RATE-LIFT-WK TO WS-CE-RATE-LIFT
               MOVE WS-RPP-LIFT-WK  TO WS-CE-RPP-LIFT
           END-IF.
           WRITE PERF-REPORT-REC FROM WS-CELL-LINE.
      *-----------------------------------------------------------------
       365-COMPUTE-CELL-RATES.
           MOVE ZERO TO WS-RATE-WK WS-RPP-WK.
           IF WS-CEL-PIECES(WS-CEL-SUB) > ZERO
               COMPUTE WS-RATE-WK ROUNDED
                   = WS-CEL-RESP(WS-CEL-SUB) * 100
                   / WS-CEL-PIECES(WS-CEL-SUB)
               COMPUTE WS-RPP-WK ROUNDED
                   = WS-CEL-REVENUE(WS-CEL-SUB)
                   / WS-CEL-PIECES(WS-CEL-SUB)
           END-IF.
      *-----------------------------------------------------------------
