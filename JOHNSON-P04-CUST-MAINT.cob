      *          customer master and writes an applied/rejected        *
      *          report so the master is never hand-edited and every   *
      *          refused transaction says why (duplicate add, change   *
      *          or delete for an id that is not on file). Codes S, T  *
      *          and X add, change and remove a customer's seasonal    *
      *          alternate address on p04-alt-address.dat; deleting a  *
      *          customer takes their alternate with them. Code M      *
      *          merges a duplicate customer (victim) into the id that *
      *          survives: the victim's mailing history, last-mailed   *
      *          date and alternate move to the survivor, a victim     *
      *          that was do-not-mail makes the survivor do-not-mail,  *
      *          and the victim is deleted. Every applied change to    *
      *          any file is journaled.                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P04-CUST-MAINT.
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-TRAN-CTR                 PIC 9(6)    VALUE ZERO.
       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
           03  WS-ALT-OPEN-FLAG        PIC X       VALUE 'N'.
               88  ALT-ADDRESS-OPENED              VALUE 'Y'.
           03  WS-HISTORY-OPEN-FLAG    PIC X       VALUE 'N'.
               88  HISTORY-OPENED                  VALUE 'Y'.
           03  WS-LAST-OPEN-FLAG       PIC X       VALUE 'N'.
               88  LAST-MAILED-OPENED              VALUE 'Y'.
       01  WS-MASTER-FILE-STATUS       PIC X(02)   VALUE '00'.
       01  WS-TRAN-FILE-STATUS         PIC X(02)   VALUE '00'.
       01  WS-JOURNAL-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-ALT-FILE-STATUS          PIC X(02)   VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-LAST-FILE-STATUS         PIC X(02)   VALUE '00'.
      *-----------------------------------------------------------------
      * BEFORE/AFTER JOURNALING - EVERY APPLIED TRANSACTION CUTS ONE
      * JOURNAL RECORD SO THE RECOVERY UTILITY CAN BACK THIS BATCH
       01  WS-JRN-ACTION               PIC X(01).
       01  WS-JRN-BEFORE               PIC X(120)  VALUE SPACES.
       01  WS-JRN-AFTER                PIC X(120)  VALUE SPACES.
       01  WS-JRN-FILE-CODE            PIC X(02)   VALUE SPACES.
      *-----------------------------------------------------------------
      * DISPOSITION OF THE TRANSACTION IN HAND - SET BY THE STRUCTURAL
      * CHECKS AND THE MASTER I-O, THEN REPORTED.
      *-----------------------------------------------------------------
       01  WS-TRAN-ACTION              PIC X(01).
           88  ALT-ADDRESS-TRAN                    VALUE 'S' 'T' 'X'.
           88  MERGE-TRAN                          VALUE 'M'.
       01  WS-TRAN-STATUS              PIC X(01).
       01  WS-TRAN-REASON              PIC X(30).
       01  WS-ALT-CASCADE-FLAG         PIC X(01)   VALUE 'N'.
           88  ALT-CASCADE-DUE                     VALUE 'Y'.
      *-----------------------------------------------------------------
      * WORKING FIELDS FOR PARSING ONE TRANSACTION ROW
      *-----------------------------------------------------------------
       COPY P04CUST.
       01  WS-FIELD-CNT                PIC 9(02)   VALUE ZERO.
      *-----------------------------------------------------------------
      * AN ALTERNATE-ADDRESS ROW SHARES THE CUSTOMER BREAKOUT FOR ITS
      * ADDRESS BLOCK; ONLY THE SEASON'S MMDD RANGE IS ITS OWN.
      *-----------------------------------------------------------------
       01  WS-ALT-FROM-X               PIC X(05).
       01  WS-ALT-TO-X                 PIC X(05).
       01  WS-ALT-FROM                 PIC 9(04)   VALUE ZERO.
       01  WS-ALT-TO                   PIC 9(04)   VALUE ZERO.
       01  WS-MMDD-X                   PIC X(05).
       01  WS-MMDD-WK                  PIC 9(04)   VALUE ZERO.
       01  WS-MMDD-PARTS REDEFINES WS-MMDD-WK.
           03  WS-MMDD-MM              PIC 9(02).
           03  WS-MMDD-DD              PIC 9(02).
       01  WS-MMDD-FLAG                PIC X(01)   VALUE 'Y'.
           88  MMDD-VALID                          VALUE 'Y'.
      *-----------------------------------------------------------------
      * A MERGE ROW IS M,SURVIVOR-ID,VICTIM-ID. THE SURVIVOR RIDES IN
      * WS-CUST-ID LIKE EVERY OTHER TRANSACTION'S ID. EACH RECORD THE
      * MERGE MOVES IS JOURNALED AS IT GOES, SO A MERGE THAT STOPS ON
      * AN I-O ERROR PART WAY THROUGH IS STILL BACKED OUT WHOLE BY
      * BACKING OUT THE BATCH.
      *-----------------------------------------------------------------
       01  WS-VICTIM-ID                PIC X(10)   VALUE SPACES.
       01  WS-VICTIM-ID-X              PIC X(20).
       01  WS-VICTIM-IMAGE             PIC X(111)  VALUE SPACES.
       01  WS-VICTIM-PREF-FLAG         PIC X(01)   VALUE SPACES.
       01  WS-MERGE-HIST-CTR           PIC 9(04)   VALUE ZERO.
       01  WS-MERGE-SAVE-HIST          PIC X(41)   VALUE SPACES.
       01  WS-MERGE-SAVE-LAST          PIC X(19)   VALUE SPACES.
       01  WS-MERGE-SAVE-ALT           PIC X(91)   VALUE SPACES.
       01  WS-MERGE-IO-STATUS          PIC X(02)   VALUE '00'.
       01  WS-MERGE-FLAGS.
           03  WS-MERGE-OK-FLAG        PIC X(01)   VALUE 'Y'.
               88  MERGE-OK                        VALUE 'Y'.
           03  WS-HIST-MOVED-FLAG      PIC X(01)   VALUE 'N'.
               88  HISTORY-ALL-MOVED               VALUE 'Y'.
      *-----------------------------------------------------------------
      * REPORT LINE LAYOUT FOR THE APPLIED/REJECTED REPORT
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           CLOSE TRAN-FILE
                 CUST-MASTER
                 MAINT-REPORT-FILE.
           IF ALT-ADDRESS-OPENED
               CLOSE ALT-ADDRESS-FILE
           END-IF.
           IF HISTORY-OPENED
               CLOSE HISTORY-FILE
           END-IF.
           IF LAST-MAILED-OPENED
               CLOSE LAST-MAILED-FILE
           END-IF.
           IF WS-JOURNAL-FILE-STATUS = '00'
               CLOSE JOURNAL-FILE
           END-IF.
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

           OPEN I-O ALT-ADDRESS-FILE.
           IF WS-ALT-FILE-STATUS = '35'
               OPEN OUTPUT ALT-ADDRESS-FILE
               CLOSE ALT-ADDRESS-FILE
               OPEN I-O ALT-ADDRESS-FILE
           END-IF.
           IF WS-ALT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ALT-OPEN-FLAG
           ELSE
               DISPLAY 'ALTERNATE ADDRESS OPEN FAILED, STATUS: ',
                       WS-ALT-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

      *    THE HISTORY AND LAST-MAILED FILES ARE ONLY TOUCHED BY A
      *    MERGE, BUT A MERGE HALF-APPLIED FOR WANT OF ONE OF THEM IS
      *    WORSE THAN A BATCH THAT WAITS - SO THEY GATE THE BATCH LIKE
      *    THE ALTERNATE FILE DOES.
           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
           ELSE
               DISPLAY 'MAIL HISTORY OPEN FAILED, STATUS: ',
                       WS-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

           OPEN I-O LAST-MAILED-FILE.
           IF WS-LAST-FILE-STATUS = '35'
               OPEN OUTPUT LAST-MAILED-FILE
               CLOSE LAST-MAILED-FILE
               OPEN I-O LAST-MAILED-FILE
           END-IF.
           IF WS-LAST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-LAST-OPEN-FLAG
           ELSE
               DISPLAY 'LAST-MAILED OPEN FAILED, STATUS: ',
                       WS-LAST-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
      * DELETE CARRYING JUST THE CUSTOMER ID. THE STRUCTURAL CHECKS
      * RUN FIRST; A TRANSACTION THAT SURVIVES THEM IS APPLIED TO THE
      * MASTER IN ONE KEYED OPERATION AND THE RECORD KEY SETTLES THE
      * DUPLICATE-ADD AND NOT-ON-FILE QUESTIONS. THE ALTERNATE-
      * ADDRESS CODES FOLLOW THE SAME PATTERN AGAINST THEIR OWN FILE.
      * A MERGE CARRIES TWO IDS AND TOUCHES EVERY FILE KEYED ON THEM.
      *-----------------------------------------------------------------
       200-APPLY-ONE-TRAN.
           MOVE 'A'    TO WS-TRAN-STATUS.
           MOVE SPACES TO WS-TRAN-REASON.
           MOVE SPACES TO WS-JRN-FILE-CODE.
           MOVE 'N'    TO WS-ALT-CASCADE-FLAG.
           MOVE TRAN-REC(1:1) TO WS-TRAN-ACTION.

           MOVE SPACES TO WS-CUST-FIELDS.
           MOVE SPACES TO WS-VICTIM-ID.
           MOVE ZERO   TO WS-FIELD-CNT.
           EVALUATE TRUE
               WHEN ALT-ADDRESS-TRAN
                   PERFORM 205-PARSE-ALT-TRAN
               WHEN MERGE-TRAN
                   PERFORM 207-PARSE-MERGE-TRAN
               WHEN OTHER
      *            A NINE-FIELD TRANSACTION IS THE FORMAT AS IT WAS
      *            BEFORE THE COUNTRY COLUMN EXISTED - A DOMESTIC ROW.
                   UNSTRING TRAN-REC(3:110) DELIMITED BY ','
                       INTO WS-CUST-ID, WS-NAME, WS-ADDRESS, WS-CITY,
                            WS-STATE, WS-ZIP, WS-MAIL-PREF-FLAG,
                            WS-CARRIER-ROUTE, WS-MAIL-CLASS,
                            WS-COUNTRY
                       TALLYING IN WS-FIELD-CNT
                       ON OVERFLOW
                           MOVE 'R' TO WS-TRAN-STATUS
                           MOVE 'TOO MANY FIELDS IN ROW'
                                TO WS-TRAN-REASON
                   END-UNSTRING
           END-EVALUATE.

           IF WS-TRAN-STATUS NOT = 'R'
               PERFORM 210-CHECK-TRAN-STRUCTURE
                       PERFORM 230-APPLY-CHANGE
                   WHEN 'D'
                       PERFORM 240-APPLY-DELETE
                   WHEN 'S'
                       PERFORM 270-APPLY-ALT-ADD
                   WHEN 'T'
                       PERFORM 275-APPLY-ALT-CHANGE
                   WHEN 'X'
                       PERFORM 280-APPLY-ALT-DELETE
                   WHEN 'M'
                       PERFORM 300-APPLY-MERGE
               END-EVALUATE
           END-IF.

               PERFORM 700-WRITE-JOURNAL-REC
           END-IF.

           IF ALT-CASCADE-DUE
               PERFORM 245-CASCADE-ALT-DELETE
           END-IF.

           IF WS-TRAN-STATUS = 'R'
               ADD 1 TO WS-REJECTED-CTR
           ELSE
               ADD 1 TO WS-APPLIED-CTR
           END-IF.
      *-----------------------------------------------------------------
      * AN ALTERNATE-ADDRESS ROW IS CODE,CUSTID,ADDRESS,CITY,STATE,
      * ZIP,CARRIER-ROUTE,COUNTRY,FROM-MMDD,TO-MMDD - THE MASTER'S
      * ADDRESS COLUMNS IN THE MASTER'S ORDER, THEN THE SEASON. A
      * REMOVE CARRIES JUST THE CUSTOMER ID.
      *-----------------------------------------------------------------
       205-PARSE-ALT-TRAN.
           MOVE SPACES TO WS-ALT-FROM-X WS-ALT-TO-X.
           UNSTRING TRAN-REC(3:110) DELIMITED BY ','
               INTO WS-CUST-ID, WS-ADDRESS, WS-CITY, WS-STATE,
                    WS-ZIP, WS-CARRIER-ROUTE, WS-COUNTRY,
                    WS-ALT-FROM-X, WS-ALT-TO-X
               TALLYING IN WS-FIELD-CNT
               ON OVERFLOW
                   MOVE 'R' TO WS-TRAN-STATUS
                   MOVE 'TOO MANY FIELDS IN ROW' TO WS-TRAN-REASON
           END-UNSTRING.
      *-----------------------------------------------------------------
       207-PARSE-MERGE-TRAN.
           MOVE SPACES TO WS-VICTIM-ID-X.
           UNSTRING TRAN-REC(3:110) DELIMITED BY ','
               INTO WS-CUST-ID, WS-VICTIM-ID-X
               TALLYING IN WS-FIELD-CNT
               ON OVERFLOW
                   MOVE 'R' TO WS-TRAN-STATUS
                   MOVE 'TOO MANY FIELDS IN ROW' TO WS-TRAN-REASON
           END-UNSTRING.
           MOVE WS-VICTIM-ID-X(1:10) TO WS-VICTIM-ID.
      *-----------------------------------------------------------------
      * AN ADD OR CHANGE MUST CARRY ALL NINE CUSTOMER FIELDS - THE
      * SAME STRUCTURAL BAR THE LOAD UTILITY HOLDS A FEED ROW TO, SO
      * MAINTENANCE CAN NEVER INTRODUCE A ROW A LABEL RUN WOULD ONLY
                                    TO WS-TRAN-REASON
                           END-IF
                       END-IF
                   WHEN 'S'
                   WHEN 'T'
                       IF WS-FIELD-CNT < 9
                           MOVE 'R' TO WS-TRAN-STATUS
                           MOVE 'MISSING FIELD IN ROW'
                                TO WS-TRAN-REASON
                       ELSE
                           IF WS-CUST-ID = SPACES
                               MOVE 'R' TO WS-TRAN-STATUS
                               MOVE 'BLANK CUSTOMER ID'
                                    TO WS-TRAN-REASON
                           ELSE
                               PERFORM 215-CHECK-ALT-CONTENT
                           END-IF
                       END-IF
                   WHEN 'D'
                   WHEN 'X'
                       IF WS-CUST-ID = SPACES
                           MOVE 'R' TO WS-TRAN-STATUS
                           MOVE 'BLANK CUSTOMER ID'
                                TO WS-TRAN-REASON
                       END-IF
                   WHEN 'M'
                       EVALUATE TRUE
                           WHEN WS-CUST-ID = SPACES
                           WHEN WS-VICTIM-ID = SPACES
                               MOVE 'R' TO WS-TRAN-STATUS
                               MOVE 'BLANK CUSTOMER ID'
                                    TO WS-TRAN-REASON
                           WHEN WS-CUST-ID = WS-VICTIM-ID
                               MOVE 'R' TO WS-TRAN-STATUS
                               MOVE 'SURVIVOR AND VICTIM SAME ID'
                                    TO WS-TRAN-REASON
                       END-EVALUATE
                   WHEN OTHER
                       MOVE 'R' TO WS-TRAN-STATUS
                       MOVE 'UNKNOWN ACTION CODE' TO WS-TRAN-REASON
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      * AN ALTERNATE WITH NO STREET OR NO SEASON WOULD EITHER MAIL TO
      * NOWHERE OR NEVER BE USED - BOTH ARE KEYING ERRORS.
      *-----------------------------------------------------------------
       215-CHECK-ALT-CONTENT.
           IF WS-ADDRESS = SPACES
               MOVE 'R' TO WS-TRAN-STATUS
               MOVE 'BLANK ALTERNATE ADDRESS' TO WS-TRAN-REASON
           ELSE
               MOVE WS-ALT-FROM-X TO WS-MMDD-X
               PERFORM 216-CHECK-ONE-MMDD
               MOVE WS-MMDD-WK    TO WS-ALT-FROM
               IF MMDD-VALID
                   MOVE WS-ALT-TO-X TO WS-MMDD-X
                   PERFORM 216-CHECK-ONE-MMDD
                   MOVE WS-MMDD-WK  TO WS-ALT-TO
               END-IF
               IF NOT MMDD-VALID
                   MOVE 'R' TO WS-TRAN-STATUS
                   MOVE 'BAD SEASON MMDD RANGE' TO WS-TRAN-REASON
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       216-CHECK-ONE-MMDD.
           MOVE 'N'  TO WS-MMDD-FLAG.
           MOVE ZERO TO WS-MMDD-WK.
           IF WS-MMDD-X(1:4) NUMERIC AND WS-MMDD-X(5:1) = SPACE
               MOVE WS-MMDD-X(1:4) TO WS-MMDD-WK
               IF WS-MMDD-MM >= 1 AND WS-MMDD-MM <= 12
                  AND WS-MMDD-DD >= 1 AND WS-MMDD-DD <= 31
                   MOVE 'Y' TO WS-MMDD-FLAG
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       220-APPLY-ADD.
           MOVE 'W'    TO WS-JRN-ACTION.
           IF WS-TRAN-STATUS NOT = 'R'
               PERFORM 260-CHECK-MASTER-IO
           END-IF.
           IF WS-TRAN-STATUS NOT = 'R'
               MOVE 'Y' TO WS-ALT-CASCADE-FLAG
           END-IF.
      *-----------------------------------------------------------------
      * A DELETED CUSTOMER'S ALTERNATE GOES WITH THEM, UNDER ITS OWN
      * JOURNAL ENTRY SO A BACKOUT OF THE BATCH RESTORES BOTH. THE
      * CUSTOMER WITH NO ALTERNATE - THE USUAL CASE - WRITES NOTHING.
      *-----------------------------------------------------------------
       245-CASCADE-ALT-DELETE.
           MOVE WS-CUST-ID TO ALT-CUST-ID.
           READ ALT-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'D'    TO WS-JRN-ACTION
                   MOVE 'AA'   TO WS-JRN-FILE-CODE
                   MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER
                   MOVE ALT-ADDR-REC TO WS-JRN-BEFORE
                   DELETE ALT-ADDRESS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 700-WRITE-JOURNAL-REC
                           MOVE 'ROW AND ALTERNATE DELETED'
                                TO WS-TRAN-REASON
                   END-DELETE
           END-READ.
      *-----------------------------------------------------------------
      * A KEYED OPERATION THAT FAILED FOR ANY REASON BEYOND ITS
      * INVALID KEY CONDITION - BOUNDARY VIOLATION, I-O ERROR - MUST
           MOVE WS-CARRIER-ROUTE  TO MST-CARRIER-ROUTE.
           MOVE WS-MAIL-CLASS     TO MST-MAIL-CLASS.
           MOVE WS-COUNTRY        TO MST-COUNTRY.
      *-----------------------------------------------------------------
      * AN ALTERNATE IS ONLY EVER ADDED FOR A CUSTOMER ALREADY ON THE
      * MASTER - AN ORPHAN ALTERNATE IS AN ADDRESS NOBODY MAILS.
      *-----------------------------------------------------------------
       270-APPLY-ALT-ADD.
           MOVE 'W'    TO WS-JRN-ACTION.
           MOVE 'AA'   TO WS-JRN-FILE-CODE.
           MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER.
           MOVE WS-CUST-ID TO MST-CUST-ID.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-TRAN-STATUS
                   MOVE 'ID NOT ON FILE' TO WS-TRAN-REASON
           END-READ.
           IF WS-TRAN-STATUS NOT = 'R'
               PERFORM 285-MOVE-FIELDS-TO-ALT
               WRITE ALT-ADDR-REC
                   INVALID KEY
                       MOVE 'R' TO WS-TRAN-STATUS
                       MOVE 'ALTERNATE ALREADY ON FILE'
                            TO WS-TRAN-REASON
                   NOT INVALID KEY
                       MOVE ALT-ADDR-REC TO WS-JRN-AFTER
                       MOVE 'ALTERNATE ADDED' TO WS-TRAN-REASON
               END-WRITE
           END-IF.
           IF WS-TRAN-STATUS NOT = 'R'
               PERFORM 290-CHECK-ALT-IO
           END-IF.
      *-----------------------------------------------------------------
       275-APPLY-ALT-CHANGE.
           MOVE 'R'    TO WS-JRN-ACTION.
           MOVE 'AA'   TO WS-JRN-FILE-CODE.
           MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER.
           MOVE WS-CUST-ID TO ALT-CUST-ID.
           READ ALT-ADDRESS-FILE
               INVALID KEY
                   MOVE 'R' TO WS-TRAN-STATUS
                   MOVE 'NO ALTERNATE ON FILE' TO WS-TRAN-REASON
               NOT INVALID KEY
                   MOVE ALT-ADDR-REC TO WS-JRN-BEFORE
                   PERFORM 285-MOVE-FIELDS-TO-ALT
                   REWRITE ALT-ADDR-REC
                   MOVE ALT-ADDR-REC TO WS-JRN-AFTER
                   MOVE 'ALTERNATE CHANGED' TO WS-TRAN-REASON
           END-READ.
           IF WS-TRAN-STATUS NOT = 'R'
               PERFORM 290-CHECK-ALT-IO
           END-IF.
      *-----------------------------------------------------------------
       280-APPLY-ALT-DELETE.
           MOVE 'D'    TO WS-JRN-ACTION.
           MOVE 'AA'   TO WS-JRN-FILE-CODE.
           MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER.
           MOVE WS-CUST-ID TO ALT-CUST-ID.
           READ ALT-ADDRESS-FILE
               INVALID KEY
                   MOVE 'R' TO WS-TRAN-STATUS
                   MOVE 'NO ALTERNATE ON FILE' TO WS-TRAN-REASON
               NOT INVALID KEY
                   MOVE ALT-ADDR-REC TO WS-JRN-BEFORE
                   DELETE ALT-ADDRESS-FILE
                       INVALID KEY
                           MOVE 'R' TO WS-TRAN-STATUS
                           MOVE 'NO ALTERNATE ON FILE'
                                TO WS-TRAN-REASON
                       NOT INVALID KEY
                           MOVE 'ALTERNATE REMOVED' TO WS-TRAN-REASON
                   END-DELETE
           END-READ.
           IF WS-TRAN-STATUS NOT = 'R'
               PERFORM 290-CHECK-ALT-IO
           END-IF.
      *-----------------------------------------------------------------
       285-MOVE-FIELDS-TO-ALT.
           MOVE WS-CUST-ID        TO ALT-CUST-ID.
           MOVE WS-ADDRESS        TO ALT-ADDRESS.
           MOVE WS-CITY           TO ALT-CITY.
           MOVE WS-STATE          TO ALT-STATE.
           MOVE WS-ZIP            TO ALT-ZIP.
           MOVE WS-CARRIER-ROUTE  TO ALT-CARRIER-ROUTE.
           MOVE WS-COUNTRY        TO ALT-COUNTRY.
           MOVE WS-ALT-FROM       TO ALT-FROM-MMDD.
           MOVE WS-ALT-TO         TO ALT-TO-MMDD.
      *-----------------------------------------------------------------
       290-CHECK-ALT-IO.
           IF WS-ALT-FILE-STATUS NOT = '00'
               MOVE 'R' TO WS-TRAN-STATUS
               MOVE SPACES TO WS-TRAN-REASON
               STRING 'ALTERNATE I-O FAILED, STATUS '
                          DELIMITED BY SIZE
                      WS-ALT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-TRAN-REASON
               END-STRING
           END-IF.
      *-----------------------------------------------------------------
      * MERGE - BOTH IDS MUST BE ON THE MASTER BEFORE ANYTHING MOVES.
      * THE VICTIM'S HISTORY, LAST-MAILED DATE AND ALTERNATE GO TO THE
      * SURVIVOR, THE STRICTER MAIL PREFERENCE (DO-NOT-MAIL) WINS, AND
      * THE VICTIM IS DELETED LAST. EACH STEP JOURNALS ITS OWN RECORDS;
      * THE VICTIM'S DELETE IS THE TRANSACTION'S OWN JOURNAL ENTRY.
      *-----------------------------------------------------------------
       300-APPLY-MERGE.
           MOVE 'Y'    TO WS-MERGE-OK-FLAG.
           MOVE ZERO   TO WS-MERGE-HIST-CTR.
           MOVE WS-VICTIM-ID TO MST-CUST-ID.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-TRAN-STATUS
                   MOVE 'VICTIM ID NOT ON FILE' TO WS-TRAN-REASON
               NOT INVALID KEY
                   MOVE MST-CUST-REC TO WS-VICTIM-IMAGE
                   MOVE MST-MAIL-PREF-FLAG TO WS-VICTIM-PREF-FLAG
           END-READ.
           IF WS-TRAN-STATUS NOT = 'R'
               MOVE WS-CUST-ID TO MST-CUST-ID
               READ CUST-MASTER
                   INVALID KEY
                       MOVE 'R' TO WS-TRAN-STATUS
                       MOVE 'SURVIVOR ID NOT ON FILE'
                            TO WS-TRAN-REASON
               END-READ
           END-IF.

           IF WS-TRAN-STATUS NOT = 'R'
               PERFORM 310-MERGE-HISTORY
               IF MERGE-OK
                   PERFORM 320-MERGE-LAST-MAILED
               END-IF
               IF MERGE-OK
                   PERFORM 330-MERGE-ALTERNATE
               END-IF
               IF MERGE-OK
                   PERFORM 340-MERGE-MAIL-PREF
               END-IF
               IF MERGE-OK
                   PERFORM 350-DELETE-VICTIM
               END-IF
               IF NOT MERGE-OK
                   MOVE 'R' TO WS-TRAN-STATUS
                   MOVE SPACES TO WS-TRAN-REASON
                   STRING 'MERGE STOPPED, STATUS '
                              DELIMITED BY SIZE
                          WS-MERGE-IO-STATUS DELIMITED BY SIZE
                       INTO WS-TRAN-REASON
                   END-STRING
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * ONE VICTIM HISTORY ROW AT A TIME, RE-POSITIONING ON THE VICTIM
      * EACH TIME SO THE DELETE AND THE WRITE UNDER THE NEW KEY NEVER
      * DISTURB THE READ. A ROW THE SURVIVOR ALREADY HOLDS (BOTH IDS
      * MAILED IN ONE CAMPAIGN ON ONE DATE) IS ONE PIECE TOO MANY IN
      * THE HISTORY - THE SURVIVOR'S ROW STANDS AND THE VICTIM'S GOES.
      *-----------------------------------------------------------------
       310-MERGE-HISTORY.
           MOVE 'N' TO WS-HIST-MOVED-FLAG.
           PERFORM 311-MOVE-ONE-HISTORY-ROW
               UNTIL HISTORY-ALL-MOVED OR NOT MERGE-OK.
      *-----------------------------------------------------------------
       311-MOVE-ONE-HISTORY-ROW.
           MOVE LOW-VALUES   TO HST-KEY.
           MOVE WS-VICTIM-ID TO HST-CUST-ID.
           START HISTORY-FILE KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-MOVED-FLAG
           END-START.
           IF NOT HISTORY-ALL-MOVED
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-MOVED-FLAG
                   NOT AT END
                       IF HST-CUST-ID NOT = WS-VICTIM-ID
                           MOVE 'Y' TO WS-HIST-MOVED-FLAG
                       END-IF
               END-READ
           END-IF.

           IF NOT HISTORY-ALL-MOVED
               MOVE HST-REC TO WS-MERGE-SAVE-HIST
               DELETE HISTORY-FILE
               MOVE WS-HISTORY-FILE-STATUS TO WS-MERGE-IO-STATUS
               PERFORM 390-CHECK-MERGE-IO
               IF MERGE-OK
                   MOVE 'D'    TO WS-JRN-ACTION
                   MOVE 'HS'   TO WS-JRN-FILE-CODE
                   MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER
                   MOVE WS-MERGE-SAVE-HIST TO WS-JRN-BEFORE
                   PERFORM 700-WRITE-JOURNAL-REC
                   MOVE WS-MERGE-SAVE-HIST TO HST-REC
                   MOVE WS-CUST-ID         TO HST-CUST-ID
                   WRITE HST-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'W'    TO WS-JRN-ACTION
                           MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER
                           MOVE HST-REC TO WS-JRN-AFTER
                           PERFORM 700-WRITE-JOURNAL-REC
                           ADD 1 TO WS-MERGE-HIST-CTR
                   END-WRITE
                   IF WS-HISTORY-FILE-STATUS NOT = '22'
                       MOVE WS-HISTORY-FILE-STATUS
                         TO WS-MERGE-IO-STATUS
                       PERFORM 390-CHECK-MERGE-IO
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * THE SURVIVOR'S LAST-MAILED DATE BECOMES THE LATER OF THE TWO,
      * SO THE FREQUENCY CAP SEES EVERY PIECE EITHER ID WAS SENT.
      *-----------------------------------------------------------------
       320-MERGE-LAST-MAILED.
           MOVE WS-VICTIM-ID TO LST-CUST-ID.
           READ LAST-MAILED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LST-REC TO WS-MERGE-SAVE-LAST
                   DELETE LAST-MAILED-FILE
                   MOVE WS-LAST-FILE-STATUS TO WS-MERGE-IO-STATUS
                   PERFORM 390-CHECK-MERGE-IO
                   IF MERGE-OK
                       MOVE 'D'    TO WS-JRN-ACTION
                       MOVE 'LM'   TO WS-JRN-FILE-CODE
                       MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER
                       MOVE WS-MERGE-SAVE-LAST TO WS-JRN-BEFORE
                       PERFORM 700-WRITE-JOURNAL-REC
                       PERFORM 325-CARRY-LAST-MAILED
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       325-CARRY-LAST-MAILED.
           MOVE WS-CUST-ID TO LST-CUST-ID.
           READ LAST-MAILED-FILE
               INVALID KEY
                   MOVE WS-MERGE-SAVE-LAST TO LST-REC
                   MOVE WS-CUST-ID         TO LST-CUST-ID
                   WRITE LST-REC
                   MOVE WS-LAST-FILE-STATUS TO WS-MERGE-IO-STATUS
                   PERFORM 390-CHECK-MERGE-IO
                   IF MERGE-OK
                       MOVE 'W'    TO WS-JRN-ACTION
                       MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER
                       MOVE LST-REC TO WS-JRN-AFTER
                       PERFORM 700-WRITE-JOURNAL-REC
                   END-IF
               NOT INVALID KEY
                   IF WS-MERGE-SAVE-LAST(11:8) > LST-LAST-DATE
                       MOVE SPACES  TO WS-JRN-BEFORE WS-JRN-AFTER
                       MOVE LST-REC TO WS-JRN-BEFORE
                       MOVE WS-MERGE-SAVE-LAST TO LST-REC
                       MOVE WS-CUST-ID         TO LST-CUST-ID
                       REWRITE LST-REC
                       MOVE WS-LAST-FILE-STATUS TO WS-MERGE-IO-STATUS
                       PERFORM 390-CHECK-MERGE-IO
                       IF MERGE-OK
                           MOVE 'R'     TO WS-JRN-ACTION
                           MOVE LST-REC TO WS-JRN-AFTER
                           PERFORM 700-WRITE-JOURNAL-REC
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * THE VICTIM'S SEASONAL ADDRESS IS THE SAME PERSON'S SEASON, SO
      * IT MOVES ACROSS - UNLESS THE SURVIVOR ALREADY HAS ONE, WHICH
      * STANDS. EITHER WAY THE VICTIM'S IS REMOVED.
      *-----------------------------------------------------------------
       330-MERGE-ALTERNATE.
           MOVE WS-VICTIM-ID TO ALT-CUST-ID.
           READ ALT-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ALT-ADDR-REC TO WS-MERGE-SAVE-ALT
                   DELETE ALT-ADDRESS-FILE
                   MOVE WS-ALT-FILE-STATUS TO WS-MERGE-IO-STATUS
                   PERFORM 390-CHECK-MERGE-IO
                   IF MERGE-OK
                       MOVE 'D'    TO WS-JRN-ACTION
                       MOVE 'AA'   TO WS-JRN-FILE-CODE
                       MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER
                       MOVE WS-MERGE-SAVE-ALT TO WS-JRN-BEFORE
                       PERFORM 700-WRITE-JOURNAL-REC
                       PERFORM 335-CARRY-ALTERNATE
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       335-CARRY-ALTERNATE.
           MOVE WS-CUST-ID TO ALT-CUST-ID.
           READ ALT-ADDRESS-FILE
               INVALID KEY
                   MOVE WS-MERGE-SAVE-ALT TO ALT-ADDR-REC
                   MOVE WS-CUST-ID        TO ALT-CUST-ID
                   WRITE ALT-ADDR-REC
                   MOVE WS-ALT-FILE-STATUS TO WS-MERGE-IO-STATUS
                   PERFORM 390-CHECK-MERGE-IO
                   IF MERGE-OK
                       MOVE 'W'    TO WS-JRN-ACTION
                       MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER
                       MOVE ALT-ADDR-REC TO WS-JRN-AFTER
                       PERFORM 700-WRITE-JOURNAL-REC
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * DO-NOT-MAIL ON EITHER ID IS DO-NOT-MAIL FOR THE PERSON.
      *-----------------------------------------------------------------
       340-MERGE-MAIL-PREF.
           MOVE WS-CUST-ID TO MST-CUST-ID.
           READ CUST-MASTER
               INVALID KEY
                   MOVE WS-MASTER-FILE-STATUS TO WS-MERGE-IO-STATUS
                   MOVE 'N' TO WS-MERGE-OK-FLAG
           END-READ.
           IF MERGE-OK
              AND WS-VICTIM-PREF-FLAG = 'D'
              AND MST-MAIL-PREF-FLAG NOT = 'D'
               MOVE 'R'    TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-FILE-CODE
               MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER
               MOVE MST-CUST-REC TO WS-JRN-BEFORE
               MOVE 'D' TO MST-MAIL-PREF-FLAG
               REWRITE MST-CUST-REC
               MOVE WS-MASTER-FILE-STATUS TO WS-MERGE-IO-STATUS
               PERFORM 390-CHECK-MERGE-IO
               IF MERGE-OK
                   MOVE MST-CUST-REC TO WS-JRN-AFTER
                   PERFORM 700-WRITE-JOURNAL-REC
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * THE VICTIM'S DELETE IS LEFT SET UP AS THE TRANSACTION'S OWN
      * JOURNAL ENTRY, WRITTEN WITH EVERY OTHER APPLIED TRANSACTION'S.
      *-----------------------------------------------------------------
       350-DELETE-VICTIM.
           MOVE WS-VICTIM-ID TO MST-CUST-ID.
           DELETE CUST-MASTER
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-MASTER-FILE-STATUS TO WS-MERGE-IO-STATUS.
           PERFORM 390-CHECK-MERGE-IO.
           IF MERGE-OK
               MOVE 'D'    TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-FILE-CODE
               MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER
               MOVE WS-VICTIM-IMAGE TO WS-JRN-BEFORE
               MOVE SPACES TO WS-TRAN-REASON
               STRING 'MERGED '        DELIMITED BY SIZE
                      WS-VICTIM-ID     DELIMITED BY SIZE
                      ' HIST '         DELIMITED BY SIZE
                      WS-MERGE-HIST-CTR DELIMITED BY SIZE
                   INTO WS-TRAN-REASON
               END-STRING
           END-IF.
      *-----------------------------------------------------------------
       390-CHECK-MERGE-IO.
           IF WS-MERGE-IO-STATUS NOT = '00'
               MOVE 'N' TO WS-MERGE-OK-FLAG
           END-IF.
      *-----------------------------------------------------------------
       700-WRITE-JOURNAL-REC.
           MOVE SPACES TO JRN-REC.
           MOVE WS-JRN-ACTION  TO JRN-ACTION.
           MOVE WS-JRN-BEFORE  TO JRN-BEFORE-IMAGE.
           MOVE WS-JRN-AFTER   TO JRN-AFTER-IMAGE.
           MOVE WS-JRN-FILE-CODE TO JRN-FILE-CODE.
           WRITE JRN-REC.
      *-----------------------------------------------------------------
       400-WRITE-REPORT-LINE.
