      ******************************************************************
      *PROGRAM : PROJECT 4   Nightly Job-Stream Driver                *
      *AUTHOR  : JOHN STEPHEN JOHNSON                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Runs the night's chain of programs so nobody has to   *
      *          watch each return code by eye. The job-stream         *
      *          definition file lists the steps in running order,     *
      *          one per row as STEP,MAX-RC,DEPENDS-ON,COMMAND, where  *
      *          DEPENDS-ON names earlier steps separated by '/'.      *
      *          Without a definition file the standard chain runs -   *
      *          ADDR-STD, SUPPRESS, MOVE-UPDATE, CUST-MAINT,          *
      *          MAILING-LABELS, BALANCE - each depending on the one   *
      *          before it. A step whose return code exceeds its       *
      *          maximum fails, and every step depending on it is      *
      *          skipped rather than run on top of a bad result. Each  *
      *          step's start, end and return code go to the step log *
      *          and its outcome to a state file after every step.    *
      *          A run resumes only when the operator asks for it with *
      *          a restart control file holding the word RESTART: it   *
      *          then picks up at the failed step, passing over the    *
      *          steps that already completed, and the control file is *
      *          removed so the next night starts fresh again. Without *
      *          it every run starts fresh, and an incomplete earlier  *
      *          run is noted in the step log as not resumed.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P04-JOBSTREAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEF-FILE
                             ASSIGN TO '..\p04-jobstream.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-DEF-FILE-STATUS.
           SELECT JOB-STATE-FILE
                             ASSIGN TO '..\p04-jobstream-state.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-STATE-FILE-STATUS.
           SELECT RESTART-CONTROL-FILE
                             ASSIGN TO '..\p04-jobstream-restart.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RESTART-FILE-STATUS.
           SELECT STEP-LOG-FILE
                             ASSIGN TO '..\P04-STEP-LOG.TXT'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-LOG-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEF-FILE.
       01  JOB-DEF-REC                 PIC X(200).

       FD  JOB-STATE-FILE.
       01  JOB-STATE-REC.
           03  JST-STEP-NAME           PIC X(16).
           03  JST-STATUS              PIC X(01).
           03  JST-RC                  PIC 9(03).
           03  JST-DATE                PIC 9(08).
           03  JST-TIME                PIC 9(06).

       FD  RESTART-CONTROL-FILE.
       01  RESTART-CONTROL-REC         PIC X(20).

       FD  STEP-LOG-FILE.
       01  STEP-LOG-REC                PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DEF-READ-CTR             PIC 9(4)    VALUE ZERO.
       01  WS-RUN-CTR                  PIC 9(4)    VALUE ZERO.
       01  WS-BYPASS-CTR               PIC 9(4)    VALUE ZERO.
       01  WS-FAIL-CTR                 PIC 9(4)    VALUE ZERO.
       01  WS-SKIP-CTR                 PIC 9(4)    VALUE ZERO.
       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
           03  WS-DEF-OK-FLAG          PIC X       VALUE 'Y'.
               88  DEFINITION-OK                   VALUE 'Y'.
           03  WS-RESUME-FLAG          PIC X       VALUE 'N'.
               88  RESUMING                        VALUE 'Y'.
           03  WS-PRIOR-INCOMPLETE-FLAG PIC X      VALUE 'N'.
               88  PRIOR-RUN-INCOMPLETE            VALUE 'Y'.
           03  WS-RESTART-FLAG         PIC X       VALUE 'N'.
               88  RESTART-REQUESTED               VALUE 'Y'.
           03  WS-FOUND-FLAG           PIC X       VALUE 'N'.
               88  ENTRY-FOUND                     VALUE 'Y'.
           03  WS-DEPS-MET-FLAG        PIC X       VALUE 'Y'.
               88  DEPENDENCIES-MET                VALUE 'Y'.
           03  WS-LOG-OPEN-FLAG        PIC X       VALUE 'N'.
               88  STEP-LOG-OPEN                   VALUE 'Y'.
       01  WS-DEF-FILE-STATUS          PIC X(02)   VALUE '00'.
       01  WS-STATE-FILE-STATUS        PIC X(02)   VALUE '00'.
       01  WS-LOG-FILE-STATUS          PIC X(02)   VALUE '00'.
       01  WS-RESTART-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-RESTART-FILE-NAME        PIC X(40)
                                 VALUE '..\p04-jobstream-restart.dat'.
       01  WS-RC-WK                    PIC 9(02)   VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-TIME-WK                  PIC 9(08)   VALUE ZERO.
      *-----------------------------------------------------------------
      * THE STEPS IN RUNNING ORDER. A DEPENDENCY IS HELD AS THE
      * SUBSCRIPT OF THE EARLIER STEP IT NAMES. STATUS IS BLANK FOR A
      * STEP STILL TO RUN, 'R' WHILE IT RUNS (SO A DRIVER THAT DIES
      * MID-STEP RERUNS IT), 'C' COMPLETE, 'F' FAILED, 'S' SKIPPED
      * BECAUSE SOMETHING IT DEPENDS ON DID NOT COMPLETE.
      *-----------------------------------------------------------------
       01  WS-STEP-MAX                 PIC 9(02)   VALUE 20.
       01  WS-STEP-TABLE.
           03  WS-STEP-ENTRY           OCCURS 20 TIMES.
               05  WS-STEP-NAME        PIC X(16).
               05  WS-STEP-MAX-RC      PIC 9(03).
               05  WS-STEP-COMMAND     PIC X(120).
               05  WS-STEP-DEP-CNT     PIC 9(01).
               05  WS-STEP-DEP-SUB     PIC 9(02)   OCCURS 5 TIMES.
               05  WS-STEP-STATUS      PIC X(01).
                   88  STEP-PENDING                VALUE SPACE.
                   88  STEP-RUNNING                VALUE 'R'.
                   88  STEP-COMPLETE               VALUE 'C'.
                   88  STEP-FAILED                 VALUE 'F'.
                   88  STEP-SKIPPED                VALUE 'S'.
               05  WS-STEP-RC          PIC 9(03).
               05  WS-STEP-DATE        PIC 9(08).
               05  WS-STEP-TIME        PIC 9(06).
       01  WS-STEP-COUNT               PIC 9(02)   VALUE ZERO.
       01  WS-STEP-SUB                 PIC 9(02)   VALUE ZERO.
       01  WS-FIND-SUB                 PIC 9(02)   VALUE ZERO.
       01  WS-DEP-SUB                  PIC 9(01)   VALUE ZERO.
       01  WS-DEP-STEP                 PIC 9(02)   VALUE ZERO.
       01  WS-FIRST-FAIL-SUB           PIC 9(02)   VALUE ZERO.
      *-----------------------------------------------------------------
      * ONE DEFINITION ROW, SPLIT AT ITS COMMAS. THE MAXIMUM RETURN
      * CODE IS RIGHT-JUSTIFIED AND ZERO-FILLED SO '4' READS AS 004.
      *-----------------------------------------------------------------
       01  WS-DEF-STEP-X               PIC X(16).
       01  WS-DEF-MAXRC-X              PIC X(03)   JUSTIFIED RIGHT.
       01  WS-DEF-DEPS-X               PIC X(90).
       01  WS-DEF-COMMAND-X            PIC X(120).
       01  WS-DEF-FIELD-CNT            PIC 9(02)   VALUE ZERO.
       01  WS-DEF-DEP-NAMES.
           03  WS-DEF-DEP-NAME         PIC X(16)   OCCURS 5 TIMES.
       01  WS-DEF-DEP-CNT              PIC 9(02)   VALUE ZERO.
       01  WS-LOOK-NAME                PIC X(16).
      *-----------------------------------------------------------------
      * THE COMMAND HANDED TO THE SYSTEM AND WHAT COMES BACK. A SHELL
      * THAT REPORTS THE WAIT STATUS CARRIES THE EXIT CODE IN THE
      * HIGH BYTE; A COMMAND THAT COULD NOT BE STARTED AT ALL COMES
      * BACK NEGATIVE AND IS RECORDED AS 999.
      *-----------------------------------------------------------------
       01  WS-CMD-LINE                 PIC X(121).
       01  WS-SYS-RC                   PIC S9(09)  VALUE ZERO.
      *-----------------------------------------------------------------
      * STEP-LOG LINE LAYOUT
      *-----------------------------------------------------------------
       01  WS-LOG-LINE.
           03  WS-LOG-DATE             PIC 9(08).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-LOG-TIME             PIC 9(06).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-LOG-STEP             PIC X(16).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-LOG-EVENT            PIC X(07).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-LOG-RC-AREA.
               05  WS-LOG-RC           PIC ZZ9.
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-LOG-TEXT             PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 110-LOAD-DEFINITION.
           IF WS-STEP-COUNT = ZERO
               MOVE 'N' TO WS-DEF-OK-FLAG
           END-IF.

           IF NOT DEFINITION-OK
               DISPLAY 'JOB-STREAM DEFINITION UNUSABLE - NO STEP RUN'
               MOVE 8 TO WS-RC-WK
           ELSE
               PERFORM 120-LOAD-STATE
               PERFORM 130-OPEN-STEP-LOG
               MOVE SPACES TO WS-LOG-STEP WS-LOG-RC-AREA
               MOVE 'STREAM'     TO WS-LOG-STEP
               MOVE 'BEGIN'      TO WS-LOG-EVENT
               EVALUATE TRUE
                   WHEN RESUMING
                       MOVE
                         'RESTART - RESUMING AFTER AN EARLIER FAILURE'
                         TO WS-LOG-TEXT
                   WHEN PRIOR-RUN-INCOMPLETE
                       MOVE
                         'NEW RUN - PRIOR RUN INCOMPLETE, NOT RESUMED'
                         TO WS-LOG-TEXT
                       DISPLAY 'PRIOR RUN INCOMPLETE - NOT RESUMED'
                   WHEN RESTART-REQUESTED
                       MOVE
                         'NEW RUN - RESTART ASKED, PRIOR RUN COMPLETE'
                         TO WS-LOG-TEXT
                   WHEN OTHER
                       MOVE 'NEW RUN' TO WS-LOG-TEXT
               END-EVALUATE
               PERFORM 800-WRITE-LOG-LINE

               PERFORM 200-RUN-ONE-STEP
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT

               PERFORM 700-SAVE-STATE
               PERFORM 300-FINISH-STREAM
               IF STEP-LOG-OPEN
                   CLOSE STEP-LOG-FILE
               END-IF
           END-IF.

           DISPLAY SPACES.
           DISPLAY 'STEPS DEFINED       : ', WS-STEP-COUNT.
           DISPLAY 'STEPS RUN           : ', WS-RUN-CTR.
           DISPLAY 'STEPS ALREADY DONE  : ', WS-BYPASS-CTR.
           DISPLAY 'STEPS FAILED        : ', WS-FAIL-CTR.
           DISPLAY 'STEPS SKIPPED       : ', WS-SKIP-CTR.

           MOVE WS-RC-WK TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------------------
      * READS THE DEFINITION FILE, OR SETS UP THE STANDARD CHAIN WHEN
      * THERE IS NONE. A ROW THAT WILL NOT PARSE OR NAMES A STEP NOT
      * DEFINED ABOVE IT STOPS THE WHOLE STREAM - A DEPENDENCY LOST
      * TO A TYPING SLIP IS EXACTLY HOW LABELS REACH THE PRINTER OFF
      * AN UNBALANCED RUN. A ROW STARTING '*' IS A COMMENT.
      *-----------------------------------------------------------------
       110-LOAD-DEFINITION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT JOB-DEF-FILE.
           IF WS-DEF-FILE-STATUS = '35'
               DISPLAY 'NO JOB-STREAM DEFINITION - STANDARD CHAIN'
               PERFORM 115-LOAD-STANDARD-CHAIN
           ELSE
               IF WS-DEF-FILE-STATUS NOT = '00'
                   DISPLAY 'JOB-STREAM DEFINITION OPEN FAILED, '
                           'STATUS: ', WS-DEF-FILE-STATUS
                   MOVE 'N' TO WS-DEF-OK-FLAG
               ELSE
                   PERFORM UNTIL EOF
                       READ JOB-DEF-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-DEF-READ-CTR
                               IF JOB-DEF-REC NOT = SPACES
                                  AND JOB-DEF-REC(1:1) NOT = '*'
                                   PERFORM 112-STORE-STEP-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOB-DEF-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
       112-STORE-STEP-ROW.
           MOVE SPACES TO WS-DEF-STEP-X WS-DEF-MAXRC-X
                          WS-DEF-DEPS-X WS-DEF-COMMAND-X.
           MOVE ZERO   TO WS-DEF-FIELD-CNT.
           UNSTRING JOB-DEF-REC DELIMITED BY ','
               INTO WS-DEF-STEP-X, WS-DEF-MAXRC-X,
                    WS-DEF-DEPS-X, WS-DEF-COMMAND-X
               TALLYING IN WS-DEF-FIELD-CNT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-DEF-STEP-X) TO WS-DEF-STEP-X.
           INSPECT WS-DEF-MAXRC-X REPLACING LEADING SPACES BY ZEROS.

           EVALUATE TRUE
               WHEN WS-DEF-FIELD-CNT < 4
                  OR WS-DEF-STEP-X = SPACES
                  OR WS-DEF-COMMAND-X = SPACES
                   DISPLAY 'DEFINITION ROW ', WS-DEF-READ-CTR,
                           ' INCOMPLETE'
                   MOVE 'N' TO WS-DEF-OK-FLAG
               WHEN WS-DEF-MAXRC-X NOT NUMERIC
                   DISPLAY 'DEFINITION ROW ', WS-DEF-READ-CTR,
                           ' MAX RC NOT NUMERIC'
                   MOVE 'N' TO WS-DEF-OK-FLAG
               WHEN WS-STEP-COUNT >= WS-STEP-MAX
                   DISPLAY 'DEFINITION ROW ', WS-DEF-READ-CTR,
                           ' BEYOND ', WS-STEP-MAX, ' STEPS'
                   MOVE 'N' TO WS-DEF-OK-FLAG
               WHEN OTHER
                   MOVE WS-DEF-STEP-X TO WS-LOOK-NAME
                   PERFORM 150-FIND-STEP
                   IF ENTRY-FOUND
                       DISPLAY 'DEFINITION ROW ', WS-DEF-READ-CTR,
                               ' REPEATS STEP ', WS-DEF-STEP-X
                       MOVE 'N' TO WS-DEF-OK-FLAG
                   ELSE
                       ADD 1 TO WS-STEP-COUNT
                       MOVE WS-DEF-STEP-X
                         TO WS-STEP-NAME(WS-STEP-COUNT)
                       MOVE WS-DEF-MAXRC-X
                         TO WS-STEP-MAX-RC(WS-STEP-COUNT)
                       MOVE WS-DEF-COMMAND-X
                         TO WS-STEP-COMMAND(WS-STEP-COUNT)
                       PERFORM 113-STORE-DEPENDENCIES
                   END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
       113-STORE-DEPENDENCIES.
           MOVE ZERO   TO WS-STEP-DEP-CNT(WS-STEP-COUNT).
           MOVE SPACE  TO WS-STEP-STATUS(WS-STEP-COUNT).
           MOVE ZERO   TO WS-STEP-RC(WS-STEP-COUNT)
                          WS-STEP-DATE(WS-STEP-COUNT)
                          WS-STEP-TIME(WS-STEP-COUNT).
           MOVE SPACES TO WS-DEF-DEP-NAMES.
           MOVE ZERO   TO WS-DEF-DEP-CNT.
           IF WS-DEF-DEPS-X NOT = SPACES
               UNSTRING WS-DEF-DEPS-X DELIMITED BY '/'
                   INTO WS-DEF-DEP-NAME(1), WS-DEF-DEP-NAME(2),
                        WS-DEF-DEP-NAME(3), WS-DEF-DEP-NAME(4),
                        WS-DEF-DEP-NAME(5)
                   TALLYING IN WS-DEF-DEP-CNT
                   ON OVERFLOW
                       DISPLAY 'STEP ', WS-DEF-STEP-X,
                               ' HAS MORE THAN 5 DEPENDENCIES'
                       MOVE 'N' TO WS-DEF-OK-FLAG
               END-UNSTRING
               PERFORM 114-STORE-ONE-DEPENDENCY
                   VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEF-DEP-CNT
                      OR WS-DEP-SUB > 5
           END-IF.
      *-----------------------------------------------------------------
      * A DEPENDENCY MUST NAME A STEP ALREADY DEFINED ABOVE THIS ONE -
      * THE STEPS RUN IN FILE ORDER, SO ANYTHING ELSE COULD NEVER BE
      * SATISFIED IN TIME.
      *-----------------------------------------------------------------
       114-STORE-ONE-DEPENDENCY.
           MOVE FUNCTION UPPER-CASE
                (FUNCTION TRIM(WS-DEF-DEP-NAME(WS-DEP-SUB)))
             TO WS-LOOK-NAME.
           IF WS-LOOK-NAME NOT = SPACES
               PERFORM 150-FIND-STEP
               IF ENTRY-FOUND AND WS-FIND-SUB < WS-STEP-COUNT
                   ADD 1 TO WS-STEP-DEP-CNT(WS-STEP-COUNT)
                   MOVE WS-STEP-DEP-CNT(WS-STEP-COUNT) TO WS-DEP-STEP
                   MOVE WS-FIND-SUB
                     TO WS-STEP-DEP-SUB(WS-STEP-COUNT, WS-DEP-STEP)
               ELSE
                   DISPLAY 'STEP ', WS-DEF-STEP-X,
                           ' DEPENDS ON UNDEFINED STEP ', WS-LOOK-NAME
                   MOVE 'N' TO WS-DEF-OK-FLAG
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * THE CHAIN AS IT WAS RUN BY HAND: EACH STEP DEPENDS ON THE ONE
      * BEFORE IT AND ANY RETURN CODE ABOVE 4 STOPS EVERYTHING AFTER.
      *-----------------------------------------------------------------
       115-LOAD-STANDARD-CHAIN.
           MOVE 'ADDR-STD,4,,JOHNSON-P04-ADDR-STD'
             TO JOB-DEF-REC.
           PERFORM 116-STORE-STANDARD-ROW.
           MOVE 'SUPPRESS,4,ADDR-STD,JOHNSON-P04-SUPPRESS'
             TO JOB-DEF-REC.
           PERFORM 116-STORE-STANDARD-ROW.
           MOVE 'MOVE-UPDATE,4,SUPPRESS,JOHNSON-P04-MOVE-UPDATE'
             TO JOB-DEF-REC.
           PERFORM 116-STORE-STANDARD-ROW.
           MOVE 'CUST-MAINT,4,MOVE-UPDATE,JOHNSON-P04-CUST-MAINT'
             TO JOB-DEF-REC.
           PERFORM 116-STORE-STANDARD-ROW.
           MOVE 'MAILING-LABELS,4,CUST-MAINT,'
             TO JOB-DEF-REC.
           MOVE 'JOHNSON-P04-MAILING-LABELS' TO JOB-DEF-REC(29:26).
           PERFORM 116-STORE-STANDARD-ROW.
           MOVE 'BALANCE,4,MAILING-LABELS,JOHNSON-P04-BALANCE'
             TO JOB-DEF-REC.
           PERFORM 116-STORE-STANDARD-ROW.
      *-----------------------------------------------------------------
       116-STORE-STANDARD-ROW.
           ADD 1 TO WS-DEF-READ-CTR.
           PERFORM 112-STORE-STEP-ROW.
      *-----------------------------------------------------------------
      * PICKS UP THE LAST RUN'S OUTCOME PER STEP. ONLY WHEN SOME STEP
      * OF THAT RUN DID NOT COMPLETE AND THE OPERATOR HAS ASKED FOR A
      * RESTART DOES THIS RUN RESUME IT: STEPS ALREADY COMPLETE STAY
      * COMPLETE AND ARE PASSED OVER, EVERYTHING ELSE RUNS AGAIN. A
      * FAILED NIGHT NOBODY RESTARTED MUST NOT HAVE TONIGHT'S RUN
      * PASS OVER ITS STEPS AGAINST LAST NIGHT'S OUTPUT, SO OTHERWISE
      * THIS IS A NEW NIGHT AND EVERY STEP RUNS.
      *-----------------------------------------------------------------
       120-LOAD-STATE.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'N' TO WS-RESUME-FLAG.
           MOVE 'N' TO WS-PRIOR-INCOMPLETE-FLAG.
           OPEN INPUT JOB-STATE-FILE.
           IF WS-STATE-FILE-STATUS = '00'
               PERFORM UNTIL EOF
                   READ JOB-STATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 125-APPLY-STATE-ROW
                   END-READ
               END-PERFORM
               CLOSE JOB-STATE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

           PERFORM 122-READ-RESTART-CONTROL.
           IF PRIOR-RUN-INCOMPLETE AND RESTART-REQUESTED
               MOVE 'Y' TO WS-RESUME-FLAG
           END-IF.

           PERFORM 127-SETTLE-ONE-STATE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
      *-----------------------------------------------------------------
      * THE RESTART REQUEST IS GOOD FOR ONE RUN: ONCE READ, THE
      * CONTROL FILE IS REMOVED.
      *-----------------------------------------------------------------
       122-READ-RESTART-CONTROL.
           MOVE 'N' TO WS-RESTART-FLAG.
           OPEN INPUT RESTART-CONTROL-FILE.
           IF WS-RESTART-FILE-STATUS = '00'
               READ RESTART-CONTROL-FILE
                   AT END
                       DISPLAY 'RESTART CONTROL FILE IS EMPTY'
                   NOT AT END
                       IF FUNCTION UPPER-CASE(RESTART-CONTROL-REC(1:7))
                          = 'RESTART'
                           MOVE 'Y' TO WS-RESTART-FLAG
                       ELSE
                           DISPLAY 'RESTART CONTROL NOT RECOGNISED: ',
                                   RESTART-CONTROL-REC
                       END-IF
               END-READ
               CLOSE RESTART-CONTROL-FILE
               CALL 'CBL_DELETE_FILE' USING WS-RESTART-FILE-NAME
               MOVE ZERO TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
       125-APPLY-STATE-ROW.
           MOVE JST-STEP-NAME TO WS-LOOK-NAME.
           PERFORM 150-FIND-STEP.
           IF ENTRY-FOUND
               MOVE JST-STATUS TO WS-STEP-STATUS(WS-FIND-SUB)
               IF JST-RC IS NUMERIC
                   MOVE JST-RC TO WS-STEP-RC(WS-FIND-SUB)
               END-IF
               IF JST-DATE IS NUMERIC
                   MOVE JST-DATE TO WS-STEP-DATE(WS-FIND-SUB)
               END-IF
               IF JST-TIME IS NUMERIC
                   MOVE JST-TIME TO WS-STEP-TIME(WS-FIND-SUB)
               END-IF
               IF NOT STEP-COMPLETE(WS-FIND-SUB)
                   MOVE 'Y' TO WS-PRIOR-INCOMPLETE-FLAG
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * A RESUMED STEP KEEPS ONLY A COMPLETION; A NEW RUN FORGETS
      * EVERYTHING. A STEP NEW TO THE DEFINITION SINCE THE LAST RUN
      * HAS NO STATE ROW, STAYS PENDING AND SO RUNS EITHER WAY - IT
      * DOES NOT BY ITSELF MAKE A RUN A RESUME.
      *-----------------------------------------------------------------
       127-SETTLE-ONE-STATE.
           IF RESUMING
               IF NOT STEP-COMPLETE(WS-STEP-SUB)
                   MOVE SPACE TO WS-STEP-STATUS(WS-STEP-SUB)
               END-IF
           ELSE
               MOVE SPACE TO WS-STEP-STATUS(WS-STEP-SUB)
               MOVE ZERO  TO WS-STEP-RC(WS-STEP-SUB)
                             WS-STEP-DATE(WS-STEP-SUB)
                             WS-STEP-TIME(WS-STEP-SUB)
           END-IF.
      *-----------------------------------------------------------------
       130-OPEN-STEP-LOG.
           MOVE 'N' TO WS-LOG-OPEN-FLAG.
           OPEN EXTEND STEP-LOG-FILE.
           IF WS-LOG-FILE-STATUS = '35'
               OPEN OUTPUT STEP-LOG-FILE
           END-IF.
           IF WS-LOG-FILE-STATUS = '00'
               MOVE 'Y' TO WS-LOG-OPEN-FLAG
           ELSE
               DISPLAY 'STEP LOG OPEN FAILED, STATUS: ',
                       WS-LOG-FILE-STATUS, ' - STEPS NOT LOGGED'
           END-IF.
      *-----------------------------------------------------------------
      * LOOKS UP WS-LOOK-NAME AMONG THE STEPS DEFINED SO FAR;
      * WS-FIND-SUB IS ITS SUBSCRIPT WHEN ENTRY-FOUND.
      *-----------------------------------------------------------------
       150-FIND-STEP.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM 155-CHECK-STEP-ENTRY
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-STEP-COUNT
                  OR ENTRY-FOUND.
           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-FIND-SUB
           END-IF.
      *-----------------------------------------------------------------
       155-CHECK-STEP-ENTRY.
           IF WS-STEP-NAME(WS-FIND-SUB) = WS-LOOK-NAME
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.
      *-----------------------------------------------------------------
      * ONE STEP: PASSED OVER IF AN EARLIER RUN COMPLETED IT, SKIPPED
      * IF ANYTHING IT DEPENDS ON DID NOT COMPLETE, OTHERWISE RUN AND
      * JUDGED AGAINST ITS MAXIMUM RETURN CODE. THE STATE FILE IS
      * WRITTEN BEFORE AND AFTER EVERY RUN, SO A RESTART KNOWS
      * EXACTLY WHERE THIS ONE GOT TO.
      *-----------------------------------------------------------------
       200-RUN-ONE-STEP.
           MOVE SPACES TO WS-LOG-RC-AREA WS-LOG-TEXT.
           MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-LOG-STEP.

           IF STEP-COMPLETE(WS-STEP-SUB)
               ADD 1 TO WS-BYPASS-CTR
               MOVE 'BYPASS' TO WS-LOG-EVENT
               MOVE WS-STEP-RC(WS-STEP-SUB) TO WS-LOG-RC
               STRING 'COMPLETED IN EARLIER RUN '
                          DELIMITED BY SIZE
                      WS-STEP-DATE(WS-STEP-SUB) DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-STEP-TIME(WS-STEP-SUB) DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
               END-STRING
               PERFORM 800-WRITE-LOG-LINE
           ELSE
               PERFORM 210-CHECK-DEPENDENCIES
               IF DEPENDENCIES-MET
                   PERFORM 220-EXECUTE-STEP
               ELSE
                   ADD 1 TO WS-SKIP-CTR
                   MOVE 'S' TO WS-STEP-STATUS(WS-STEP-SUB)
                   MOVE 'SKIPPED' TO WS-LOG-EVENT
                   STRING 'DEPENDS ON '    DELIMITED BY SIZE
                          WS-STEP-NAME(WS-DEP-STEP)
                                           DELIMITED BY SPACE
                          ' - NOT COMPLETE' DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
                   END-STRING
                   PERFORM 800-WRITE-LOG-LINE
                   DISPLAY 'STEP ', WS-STEP-NAME(WS-STEP-SUB),
                           ' SKIPPED - ', FUNCTION TRIM(WS-LOG-TEXT)
                   PERFORM 700-SAVE-STATE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * WS-DEP-STEP COMES BACK AS THE FIRST DEPENDENCY NOT COMPLETE.
      *-----------------------------------------------------------------
       210-CHECK-DEPENDENCIES.
           MOVE 'Y' TO WS-DEPS-MET-FLAG.
           PERFORM 215-CHECK-ONE-DEPENDENCY
               VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-STEP-DEP-CNT(WS-STEP-SUB)
                  OR NOT DEPENDENCIES-MET.
      *-----------------------------------------------------------------
       215-CHECK-ONE-DEPENDENCY.
           MOVE WS-STEP-DEP-SUB(WS-STEP-SUB, WS-DEP-SUB)
             TO WS-DEP-STEP.
           IF NOT STEP-COMPLETE(WS-DEP-STEP)
               MOVE 'N' TO WS-DEPS-MET-FLAG
           END-IF.
      *-----------------------------------------------------------------
       220-EXECUTE-STEP.
           ADD 1 TO WS-RUN-CTR.
           MOVE 'R' TO WS-STEP-STATUS(WS-STEP-SUB).
           PERFORM 700-SAVE-STATE.

           MOVE 'START' TO WS-LOG-EVENT.
           MOVE WS-STEP-COMMAND(WS-STEP-SUB) TO WS-LOG-TEXT.
           PERFORM 800-WRITE-LOG-LINE.
           DISPLAY 'STEP ', WS-STEP-NAME(WS-STEP-SUB), ' STARTED'.

           MOVE WS-STEP-COMMAND(WS-STEP-SUB) TO WS-CMD-LINE.
           CALL 'SYSTEM' USING WS-CMD-LINE.
           MOVE RETURN-CODE TO WS-SYS-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-SYS-RC < ZERO
               MOVE 999 TO WS-SYS-RC
           ELSE
               IF WS-SYS-RC > 255
                   DIVIDE WS-SYS-RC BY 256 GIVING WS-SYS-RC
               END-IF
               IF WS-SYS-RC > 999
                   MOVE 999 TO WS-SYS-RC
               END-IF
           END-IF.

           MOVE WS-SYS-RC   TO WS-STEP-RC(WS-STEP-SUB).
           MOVE WS-RUN-DATE TO WS-STEP-DATE(WS-STEP-SUB).
           ACCEPT WS-TIME-WK FROM TIME.
           MOVE WS-TIME-WK(1:6) TO WS-STEP-TIME(WS-STEP-SUB).

           MOVE 'END'     TO WS-LOG-EVENT.
           MOVE WS-SYS-RC TO WS-LOG-RC.
           IF WS-STEP-RC(WS-STEP-SUB) > WS-STEP-MAX-RC(WS-STEP-SUB)
               ADD 1 TO WS-FAIL-CTR
               MOVE 'F' TO WS-STEP-STATUS(WS-STEP-SUB)
               MOVE SPACES TO WS-LOG-TEXT
               STRING 'FAILED - MAXIMUM RC IS ' DELIMITED BY SIZE
                      WS-STEP-MAX-RC(WS-STEP-SUB) DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
               END-STRING
               DISPLAY 'STEP ', WS-STEP-NAME(WS-STEP-SUB),
                       ' FAILED, RC ', WS-STEP-RC(WS-STEP-SUB)
           ELSE
               MOVE 'C' TO WS-STEP-STATUS(WS-STEP-SUB)
               MOVE 'COMPLETE' TO WS-LOG-TEXT
               DISPLAY 'STEP ', WS-STEP-NAME(WS-STEP-SUB),
                       ' COMPLETE, RC ', WS-STEP-RC(WS-STEP-SUB)
           END-IF.
           PERFORM 800-WRITE-LOG-LINE.
           PERFORM 700-SAVE-STATE.
      *-----------------------------------------------------------------
      * A STREAM WITH ANY STEP FAILED OR SKIPPED ENDS RC 8 AND NAMES
      * THE STEP A RESTART WILL RESUME FROM.
      *-----------------------------------------------------------------
       300-FINISH-STREAM.
           MOVE ZERO TO WS-FIRST-FAIL-SUB.
           PERFORM 310-CHECK-ONE-OUTCOME
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
                  OR WS-FIRST-FAIL-SUB > ZERO.

           MOVE SPACES   TO WS-LOG-RC-AREA WS-LOG-TEXT.
           MOVE 'STREAM' TO WS-LOG-STEP.
           MOVE 'FINISH' TO WS-LOG-EVENT.
           IF WS-FIRST-FAIL-SUB = ZERO
               MOVE 'ALL STEPS COMPLETE' TO WS-LOG-TEXT
               DISPLAY 'JOB STREAM COMPLETE'
           ELSE
               MOVE 8 TO WS-RC-WK
               STRING 'INCOMPLETE - RESTART RESUMES AT '
                          DELIMITED BY SIZE
                      WS-STEP-NAME(WS-FIRST-FAIL-SUB)
                          DELIMITED BY SPACE
                   INTO WS-LOG-TEXT
               END-STRING
               DISPLAY 'JOB STREAM ', FUNCTION TRIM(WS-LOG-TEXT)
           END-IF.
           MOVE WS-RC-WK TO WS-LOG-RC.
           PERFORM 800-WRITE-LOG-LINE.
      *-----------------------------------------------------------------
       310-CHECK-ONE-OUTCOME.
           IF NOT STEP-COMPLETE(WS-STEP-SUB)
               MOVE WS-STEP-SUB TO WS-FIRST-FAIL-SUB
           END-IF.
      *-----------------------------------------------------------------
      * REWRITES THE WHOLE STATE FILE - ONE ROW PER STEP. IT IS SMALL
      * ENOUGH THAT REWRITING IT AFTER EVERY STEP COSTS NOTHING, AND
      * IT IS THEN ALWAYS CURRENT WHATEVER STOPS THE DRIVER.
      *-----------------------------------------------------------------
       700-SAVE-STATE.
           OPEN OUTPUT JOB-STATE-FILE.
           IF WS-STATE-FILE-STATUS = '00'
               PERFORM 710-WRITE-STATE-ROW
                   VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-STEP-COUNT
               CLOSE JOB-STATE-FILE
           ELSE
               DISPLAY 'STATE FILE WRITE FAILED, STATUS: ',
                       WS-STATE-FILE-STATUS
               MOVE 8 TO WS-RC-WK
           END-IF.
      *-----------------------------------------------------------------
       710-WRITE-STATE-ROW.
           MOVE WS-STEP-NAME(WS-FIND-SUB)   TO JST-STEP-NAME.
           MOVE WS-STEP-STATUS(WS-FIND-SUB) TO JST-STATUS.
           MOVE WS-STEP-RC(WS-FIND-SUB)     TO JST-RC.
           MOVE WS-STEP-DATE(WS-FIND-SUB)   TO JST-DATE.
           MOVE WS-STEP-TIME(WS-FIND-SUB)   TO JST-TIME.
           WRITE JOB-STATE-REC.
      *-----------------------------------------------------------------
       800-WRITE-LOG-LINE.
           MOVE WS-RUN-DATE TO WS-LOG-DATE.
           ACCEPT WS-TIME-WK FROM TIME.
           MOVE WS-TIME-WK(1:6) TO WS-LOG-TIME.
           IF STEP-LOG-OPEN
               WRITE STEP-LOG-REC FROM WS-LOG-LINE
           END-IF.
      *-----------------------------------------------------------------
