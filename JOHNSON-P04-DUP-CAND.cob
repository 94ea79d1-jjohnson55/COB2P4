      ******************************************************************
      *PROGRAM : PROJECT 4   Duplicate Customer Candidates            *
      *AUTHOR  : JOHN STEPHEN JOHNSON                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Lists pairs of customer ids on the master that are    *
      *          probably one person keyed twice, for review before    *
      *          a merge transaction is keyed to CUST-MAINT. Two       *
      *          sweeps: ids sharing the ZIP/address/city household    *
      *          key the label run dedups on whose names are alike,    *
      *          and ids carrying the same first and last name at      *
      *          addresses near each other (same ZIP, or same 3-digit  *
      *          prefix). Names are compared uppercased, punctuation   *
      *          and titles/suffixes dropped. Each pair gets a match   *
      *          score out of 100 and the report runs highest score   *
      *          first. The lower id is shown first as the suggested   *
      *          survivor. Nothing on the master is changed.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P04-DUP-CAND.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER
                             ASSIGN TO '..\p04-cust-master.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS MST-CUST-ID
                             FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CAND-WORK-FILE
                             ASSIGN TO '..\p04-dupcand-work.tmp'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUP-REPORT-FILE
                             ASSIGN TO '..\P04-DUP-CANDIDATES.TXT'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO '..\p04-dcsort.tmp'.
           SELECT CAND-SORT-FILE ASSIGN TO '..\p04-dcsort2.tmp'.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER.
       COPY P04MAST.

       FD  CAND-WORK-FILE.
       01  CAND-WORK-REC               PIC X(80).

       FD  DUP-REPORT-FILE.
       01  DUP-REPORT-REC              PIC X(80).

      *    ONE MASTER ROW, NORMALIZED. THE GROUP KEY IS THE HOUSEHOLD
      *    KEY ON THE FIRST SWEEP AND LAST NAME + FIRST NAME ON THE
      *    SECOND; ROWS SHARING IT ARE COMPARED PAIR BY PAIR.
       SD  SORT-WORK-FILE.
       01  SRT-SORT-REC.
           03  SRT-GROUP-KEY           PIC X(60).
           03  SRT-CUST-ID             PIC X(10).
           03  SRT-NAME                PIC X(30).
           03  SRT-FIRST               PIC X(20).
           03  SRT-LAST                PIC X(20).
           03  SRT-NORM-NAME           PIC X(30).
           03  SRT-HH-KEY.
               05  SRT-HH-ZIP          PIC X(10).
               05  SRT-HH-ADDR         PIC X(30).
               05  SRT-HH-CITY         PIC X(20).
           03  SRT-HOUSE-NBR           PIC X(08).

       SD  CAND-SORT-FILE.
       01  SRC-SORT-REC.
           03  SRC-SCORE               PIC 9(03).
           03  SRC-LINE                PIC X(77).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-MASTER-READ-CTR          PIC 9(6)    VALUE ZERO.
       01  WS-HH-PAIR-CTR              PIC 9(6)    VALUE ZERO.
       01  WS-NAME-PAIR-CTR            PIC 9(6)    VALUE ZERO.
       01  WS-GROUP-OVFL-CTR           PIC 9(6)    VALUE ZERO.
       01  WS-RC-WK                    PIC 9(02)   VALUE ZERO.
       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
           03  WS-SORT-EOF-FLAG        PIC X       VALUE 'N'.
               88  SORT-EOF                        VALUE 'Y'.
           03  WS-MASTER-OPEN-FLAG     PIC X       VALUE 'N'.
               88  MASTER-OPENED                   VALUE 'Y'.
       01  WS-MASTER-FILE-STATUS       PIC X(02)   VALUE '00'.
      *-----------------------------------------------------------------
      * WHICH SWEEP IS RUNNING - H (HOUSEHOLD) OR N (NAME)
      *-----------------------------------------------------------------
       01  WS-PASS                     PIC X(01)   VALUE SPACES.
           88  HOUSEHOLD-PASS                      VALUE 'H'.
           88  NAME-PASS                           VALUE 'N'.
      *-----------------------------------------------------------------
      * ONE GROUP OF ROWS SHARING A GROUP KEY. A GROUP BIGGER THAN THE
      * TABLE (A BLOCK OF FLATS UNDER ONE STREET LINE, A VERY COMMON
      * NAME) HAS ITS FIRST FIFTY COMPARED AND THE REST COUNTED.
      *-----------------------------------------------------------------
       01  WS-GRP-TABLE.
           03  WS-GRP-ENTRY            OCCURS 50 TIMES.
               05  WS-GRP-CUST-ID      PIC X(10).
               05  WS-GRP-NAME         PIC X(30).
               05  WS-GRP-FIRST        PIC X(20).
               05  WS-GRP-LAST         PIC X(20).
               05  WS-GRP-NORM-NAME    PIC X(30).
               05  WS-GRP-HH-KEY.
                   07  WS-GRP-ZIP      PIC X(10).
                   07  WS-GRP-ADDR     PIC X(30).
                   07  WS-GRP-CITY     PIC X(20).
               05  WS-GRP-HOUSE-NBR    PIC X(08).
       01  WS-GRP-COUNT                PIC 9(02)   VALUE ZERO.
       01  WS-GRP-KEY                  PIC X(60)   VALUE HIGH-VALUES.
       01  WS-SUB-A                    PIC 9(02)   VALUE ZERO.
       01  WS-SUB-B                    PIC 9(02)   VALUE ZERO.
      *-----------------------------------------------------------------
      * NAME NORMALIZATION - THE NAME IS UPPERCASED, PUNCTUATION IS
      * BLANKED AND IT IS SPLIT INTO WORDS. A LEADING TITLE AND A
      * TRAILING GENERATION SUFFIX ARE DROPPED; FIRST NAME IS THE
      * FIRST WORD LEFT, LAST NAME THE LAST.
      *-----------------------------------------------------------------
       01  WS-NAME-WK                  PIC X(30).
       01  WS-NAME-TOKENS.
           03  WS-NAME-TOK             PIC X(20)   OCCURS 6 TIMES.
       01  WS-TOK-CNT                  PIC 9(02)   VALUE ZERO.
       01  WS-TOK-FIRST                PIC 9(02)   VALUE ZERO.
       01  WS-TOK-LAST                 PIC 9(02)   VALUE ZERO.
       01  WS-TOK-SUB                  PIC 9(02)   VALUE ZERO.
       01  WS-TOK-PTR                  PIC 9(03)   VALUE ZERO.
       01  WS-NORM-NAME                PIC X(30).
       01  WS-NORM-FIRST               PIC X(20).
       01  WS-NORM-LAST                PIC X(20).
       01  WS-ADDR-WK                  PIC X(30).
       01  WS-HOUSE-NBR                PIC X(08).
      *-----------------------------------------------------------------
      * SCORING - NAME POINTS PLUS ADDRESS POINTS, OUT OF 100.
      *   NAME:  SAME FULL NAME 50, SAME FIRST AND LAST 45, SAME LAST
      *          AND FIRST INITIAL 35, SAME FIRST AND LAST INITIAL 25.
      *          ANYTHING LESS IS TWO PEOPLE (A SPOUSE, A CHILD).
      *   ADDR:  SAME HOUSEHOLD 50; OTHERWISE SAME ZIP 35, SAME
      *          3-DIGIT PREFIX AND CITY 25, SAME PREFIX 15, PLUS 10
      *          WHEN THE HOUSE NUMBER AGREES. THE NAME SWEEP ONLY
      *          PAIRS ROWS WITH THE SAME FIRST AND LAST NAME AND A
      *          SHARED PREFIX; ANYTHING FURTHER APART IS NOT NEARBY.
      *-----------------------------------------------------------------
       01  WS-NAME-POINTS              PIC 9(03)   VALUE ZERO.
       01  WS-ADDR-POINTS              PIC 9(03)   VALUE ZERO.
       01  WS-SCORE                    PIC 9(03)   VALUE ZERO.
       01  WS-BASIS                    PIC X(09)   VALUE SPACES.
      *-----------------------------------------------------------------
      * CANDIDATE LINE - ALSO THE WORK FILE ROW BEHIND THE SCORE
      *-----------------------------------------------------------------
       01  WS-CAND-LINE.
           03  WS-CND-SCORE            PIC ZZ9.
           03  FILLER                  PIC X(01)   VALUE SPACES.
           03  WS-CND-ID-A             PIC X(10).
           03  FILLER                  PIC X(01)   VALUE SPACES.
           03  WS-CND-ID-B             PIC X(10).
           03  FILLER                  PIC X(01)   VALUE SPACES.
           03  WS-CND-BASIS            PIC X(09).
           03  FILLER                  PIC X(01)   VALUE SPACES.
           03  WS-CND-NAME-A           PIC X(20).
           03  FILLER                  PIC X(01)   VALUE SPACES.
           03  WS-CND-NAME-B           PIC X(20).
       01  WS-WORK-ROW.
           03  WS-WRK-SCORE            PIC 9(03).
           03  WS-WRK-LINE             PIC X(77).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           OPEN INPUT CUST-MASTER.
           IF WS-MASTER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
               CLOSE CUST-MASTER
           ELSE
               DISPLAY 'CUSTOMER MASTER OPEN FAILED, STATUS: ',
                       WS-MASTER-FILE-STATUS
               MOVE 8 TO WS-RC-WK
           END-IF.

           OPEN OUTPUT CAND-WORK-FILE.
           IF MASTER-OPENED
      *        SWEEP ONE - ALIKE NAMES UNDER ONE HOUSEHOLD KEY.
               MOVE 'H' TO WS-PASS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-GROUP-KEY SRT-CUST-ID
                   INPUT PROCEDURE 200-RELEASE-MASTER
                   OUTPUT PROCEDURE 300-COMPARE-GROUPS
      *        SWEEP TWO - ONE NAME AT NEARBY ADDRESSES.
               MOVE 'N' TO WS-PASS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-GROUP-KEY SRT-CUST-ID
                   INPUT PROCEDURE 200-RELEASE-MASTER
                   OUTPUT PROCEDURE 300-COMPARE-GROUPS
           END-IF.
           CLOSE CAND-WORK-FILE.

           SORT CAND-SORT-FILE
               ON DESCENDING KEY SRC-SCORE
               ON ASCENDING KEY SRC-LINE
               INPUT PROCEDURE 500-RELEASE-CANDIDATES
               OUTPUT PROCEDURE 600-WRITE-REPORT.

           DISPLAY SPACES.
           DISPLAY 'MASTER ROWS READ    : ', WS-MASTER-READ-CTR.
           DISPLAY 'HOUSEHOLD PAIRS     : ', WS-HH-PAIR-CTR.
           DISPLAY 'NAME/NEARBY PAIRS   : ', WS-NAME-PAIR-CTR.
           IF WS-GROUP-OVFL-CTR > ZERO
               DISPLAY 'ROWS NOT COMPARED (GROUP TABLE FULL): ',
                       WS-GROUP-OVFL-CTR
           END-IF.

           MOVE WS-RC-WK TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------------------
      * EVERY MASTER ROW WITH A ZIP AND A NAME GOES TO THE SORT. A ROW
      * WITH NEITHER CAN MATCH NOTHING - THE LABEL RUN EXCEPTIONS IT.
      *-----------------------------------------------------------------
       200-RELEASE-MASTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CUST-MASTER.
           PERFORM UNTIL EOF
               READ CUST-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HOUSEHOLD-PASS
                           ADD 1 TO WS-MASTER-READ-CTR
                       END-IF
                       IF MST-ZIP NOT = SPACES
                          AND MST-NAME NOT = SPACES
                           PERFORM 210-RELEASE-ONE-ROW
                       END-IF
           END-PERFORM.
           CLOSE CUST-MASTER.
      *-----------------------------------------------------------------
       210-RELEASE-ONE-ROW.
           MOVE SPACES TO SRT-SORT-REC.
           PERFORM 220-NORMALIZE-NAME.
           MOVE MST-CUST-ID    TO SRT-CUST-ID.
           MOVE MST-NAME       TO SRT-NAME.
           MOVE WS-NORM-FIRST  TO SRT-FIRST.
           MOVE WS-NORM-LAST   TO SRT-LAST.
           MOVE WS-NORM-NAME   TO SRT-NORM-NAME.
           MOVE FUNCTION UPPER-CASE(MST-ZIP)     TO SRT-HH-ZIP.
           MOVE FUNCTION UPPER-CASE(MST-ADDRESS) TO SRT-HH-ADDR.
           MOVE FUNCTION UPPER-CASE(MST-CITY)    TO SRT-HH-CITY.

           MOVE SPACES TO WS-HOUSE-NBR.
           MOVE FUNCTION TRIM(SRT-HH-ADDR) TO WS-ADDR-WK.
           IF WS-ADDR-WK(1:1) IS NUMERIC
               UNSTRING WS-ADDR-WK DELIMITED BY SPACE
                   INTO WS-HOUSE-NBR
               END-UNSTRING
           END-IF.
           MOVE WS-HOUSE-NBR TO SRT-HOUSE-NBR.

           IF HOUSEHOLD-PASS
               MOVE SRT-HH-KEY TO SRT-GROUP-KEY
           ELSE
               MOVE SRT-LAST   TO SRT-GROUP-KEY(1:20)
               MOVE SRT-FIRST  TO SRT-GROUP-KEY(21:20)
           END-IF.

           IF SRT-LAST NOT = SPACES
               RELEASE SRT-SORT-REC
           END-IF.
      *-----------------------------------------------------------------
       220-NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE(MST-NAME) TO WS-NAME-WK.
           INSPECT WS-NAME-WK CONVERTING '.,''-' TO '    '.
           MOVE FUNCTION TRIM(WS-NAME-WK) TO WS-NAME-WK.
           MOVE SPACES TO WS-NAME-TOKENS.
           MOVE ZERO   TO WS-TOK-CNT.
           UNSTRING WS-NAME-WK DELIMITED BY ALL SPACE
               INTO WS-NAME-TOK(1), WS-NAME-TOK(2), WS-NAME-TOK(3),
                    WS-NAME-TOK(4), WS-NAME-TOK(5), WS-NAME-TOK(6)
               TALLYING IN WS-TOK-CNT
           END-UNSTRING.
           PERFORM UNTIL WS-TOK-CNT = ZERO
                      OR WS-NAME-TOK(WS-TOK-CNT) NOT = SPACES
               SUBTRACT 1 FROM WS-TOK-CNT
           END-PERFORM.

           MOVE 1          TO WS-TOK-FIRST.
           MOVE WS-TOK-CNT TO WS-TOK-LAST.
           IF WS-TOK-CNT > 2
               EVALUATE WS-NAME-TOK(1)
                   WHEN 'MR'
                   WHEN 'MRS'
                   WHEN 'MS'
                   WHEN 'MISS'
                   WHEN 'DR'
                       MOVE 2 TO WS-TOK-FIRST
               END-EVALUATE
           END-IF.
           IF WS-TOK-LAST - WS-TOK-FIRST > 1
               EVALUATE WS-NAME-TOK(WS-TOK-LAST)
                   WHEN 'JR'
                   WHEN 'SR'
                   WHEN 'II'
                   WHEN 'III'
                   WHEN 'IV'
                       SUBTRACT 1 FROM WS-TOK-LAST
               END-EVALUATE
           END-IF.

           MOVE SPACES TO WS-NORM-NAME WS-NORM-FIRST WS-NORM-LAST.
           IF WS-TOK-CNT > ZERO
               MOVE WS-NAME-TOK(WS-TOK-FIRST) TO WS-NORM-FIRST
               MOVE WS-NAME-TOK(WS-TOK-LAST)  TO WS-NORM-LAST
               MOVE 1 TO WS-TOK-PTR
               PERFORM 225-APPEND-NAME-TOKEN
                   VARYING WS-TOK-SUB FROM WS-TOK-FIRST BY 1
                   UNTIL WS-TOK-SUB > WS-TOK-LAST
           END-IF.
      *-----------------------------------------------------------------
       225-APPEND-NAME-TOKEN.
           IF WS-TOK-SUB > WS-TOK-FIRST
               STRING ' ' DELIMITED BY SIZE
                   INTO WS-NORM-NAME
                   WITH POINTER WS-TOK-PTR
               END-STRING
           END-IF.
           STRING WS-NAME-TOK(WS-TOK-SUB) DELIMITED BY SPACE
               INTO WS-NORM-NAME
               WITH POINTER WS-TOK-PTR
           END-STRING.
      *-----------------------------------------------------------------
      * CONTROL BREAK ON THE GROUP KEY. EACH COMPLETE GROUP OF TWO OR
      * MORE ROWS IS COMPARED PAIR BY PAIR.
      *-----------------------------------------------------------------
       300-COMPARE-GROUPS.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE HIGH-VALUES TO WS-GRP-KEY.
           MOVE ZERO TO WS-GRP-COUNT.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       IF SRT-GROUP-KEY NOT = WS-GRP-KEY
                           PERFORM 310-CLOSE-GROUP
                           MOVE SRT-GROUP-KEY TO WS-GRP-KEY
                       END-IF
                       PERFORM 305-ADD-TO-GROUP
           END-PERFORM.
           PERFORM 310-CLOSE-GROUP.
      *-----------------------------------------------------------------
       305-ADD-TO-GROUP.
           IF WS-GRP-COUNT >= 50
               ADD 1 TO WS-GROUP-OVFL-CTR
           ELSE
               ADD 1 TO WS-GRP-COUNT
               MOVE SRT-CUST-ID   TO WS-GRP-CUST-ID(WS-GRP-COUNT)
               MOVE SRT-NAME      TO WS-GRP-NAME(WS-GRP-COUNT)
               MOVE SRT-FIRST     TO WS-GRP-FIRST(WS-GRP-COUNT)
               MOVE SRT-LAST      TO WS-GRP-LAST(WS-GRP-COUNT)
               MOVE SRT-NORM-NAME TO WS-GRP-NORM-NAME(WS-GRP-COUNT)
               MOVE SRT-HH-KEY    TO WS-GRP-HH-KEY(WS-GRP-COUNT)
               MOVE SRT-HOUSE-NBR TO WS-GRP-HOUSE-NBR(WS-GRP-COUNT)
           END-IF.
      *-----------------------------------------------------------------
       310-CLOSE-GROUP.
           IF WS-GRP-COUNT > 1
               PERFORM 320-COMPARE-FROM-ONE-ROW
                   VARYING WS-SUB-A FROM 1 BY 1
                   UNTIL WS-SUB-A >= WS-GRP-COUNT
           END-IF.
           MOVE ZERO TO WS-GRP-COUNT.
      *-----------------------------------------------------------------
       320-COMPARE-FROM-ONE-ROW.
           COMPUTE WS-SUB-B = WS-SUB-A + 1.
           PERFORM 330-SCORE-ONE-PAIR
               VARYING WS-SUB-B FROM WS-SUB-B BY 1
               UNTIL WS-SUB-B > WS-GRP-COUNT.
      *-----------------------------------------------------------------
       330-SCORE-ONE-PAIR.
           PERFORM 340-SCORE-NAMES.
           MOVE ZERO TO WS-ADDR-POINTS.
           IF WS-NAME-POINTS > ZERO
               IF HOUSEHOLD-PASS
                   MOVE 50          TO WS-ADDR-POINTS
                   MOVE 'HOUSEHOLD' TO WS-BASIS
               ELSE
                   PERFORM 350-SCORE-NEARNESS
               END-IF
           END-IF.
           IF WS-ADDR-POINTS > ZERO
               COMPUTE WS-SCORE = WS-NAME-POINTS + WS-ADDR-POINTS
               IF WS-SCORE > 100
                   MOVE 100 TO WS-SCORE
               END-IF
               PERFORM 400-FILE-CANDIDATE
           END-IF.
      *-----------------------------------------------------------------
       340-SCORE-NAMES.
           MOVE ZERO TO WS-NAME-POINTS.
           EVALUATE TRUE
               WHEN WS-GRP-NORM-NAME(WS-SUB-A)
                  = WS-GRP-NORM-NAME(WS-SUB-B)
                   MOVE 50 TO WS-NAME-POINTS
               WHEN WS-GRP-LAST(WS-SUB-A) = WS-GRP-LAST(WS-SUB-B)
                AND WS-GRP-FIRST(WS-SUB-A) = WS-GRP-FIRST(WS-SUB-B)
                   MOVE 45 TO WS-NAME-POINTS
               WHEN WS-GRP-LAST(WS-SUB-A) = WS-GRP-LAST(WS-SUB-B)
                AND WS-GRP-FIRST(WS-SUB-A)(1:1)
                  = WS-GRP-FIRST(WS-SUB-B)(1:1)
                   MOVE 35 TO WS-NAME-POINTS
               WHEN WS-GRP-FIRST(WS-SUB-A) = WS-GRP-FIRST(WS-SUB-B)
                AND WS-GRP-LAST(WS-SUB-A)(1:1)
                  = WS-GRP-LAST(WS-SUB-B)(1:1)
                   MOVE 25 TO WS-NAME-POINTS
           END-EVALUATE.
      *-----------------------------------------------------------------
      * ONE HOUSEHOLD WAS ALREADY SCORED BY THE FIRST SWEEP, SO THE
      * NAME SWEEP ONLY TAKES PAIRS AT DIFFERENT ADDRESSES.
      *-----------------------------------------------------------------
       350-SCORE-NEARNESS.
           IF WS-GRP-HH-KEY(WS-SUB-A) NOT = WS-GRP-HH-KEY(WS-SUB-B)
               EVALUATE TRUE
                   WHEN WS-GRP-ZIP(WS-SUB-A)(1:5)
                      = WS-GRP-ZIP(WS-SUB-B)(1:5)
                       MOVE 35          TO WS-ADDR-POINTS
                       MOVE 'NAME ZIP5' TO WS-BASIS
                   WHEN WS-GRP-ZIP(WS-SUB-A)(1:3)
                      = WS-GRP-ZIP(WS-SUB-B)(1:3)
                    AND WS-GRP-CITY(WS-SUB-A) = WS-GRP-CITY(WS-SUB-B)
                       MOVE 25          TO WS-ADDR-POINTS
                       MOVE 'NAME CITY' TO WS-BASIS
                   WHEN WS-GRP-ZIP(WS-SUB-A)(1:3)
                      = WS-GRP-ZIP(WS-SUB-B)(1:3)
                       MOVE 15          TO WS-ADDR-POINTS
                       MOVE 'NAME ZIP3' TO WS-BASIS
               END-EVALUATE
               IF WS-ADDR-POINTS > ZERO
                  AND WS-GRP-HOUSE-NBR(WS-SUB-A) NOT = SPACES
                  AND WS-GRP-HOUSE-NBR(WS-SUB-A)
                    = WS-GRP-HOUSE-NBR(WS-SUB-B)
                   ADD 10 TO WS-ADDR-POINTS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * THE GROUP IS IN ID ORDER, SO ROW A IS ALWAYS THE LOWER ID -
      * THE OLDER RECORD, SHOWN FIRST AS THE LIKELY SURVIVOR.
      *-----------------------------------------------------------------
       400-FILE-CANDIDATE.
           IF HOUSEHOLD-PASS
               ADD 1 TO WS-HH-PAIR-CTR
           ELSE
               ADD 1 TO WS-NAME-PAIR-CTR
           END-IF.
           MOVE WS-SCORE                   TO WS-CND-SCORE.
           MOVE WS-GRP-CUST-ID(WS-SUB-A)   TO WS-CND-ID-A.
           MOVE WS-GRP-CUST-ID(WS-SUB-B)   TO WS-CND-ID-B.
           MOVE WS-BASIS                   TO WS-CND-BASIS.
           MOVE WS-GRP-NAME(WS-SUB-A)      TO WS-CND-NAME-A.
           MOVE WS-GRP-NAME(WS-SUB-B)      TO WS-CND-NAME-B.
           MOVE WS-SCORE                   TO WS-WRK-SCORE.
           MOVE WS-CAND-LINE(4:74)         TO WS-WRK-LINE.
           WRITE CAND-WORK-REC FROM WS-WORK-ROW.
      *-----------------------------------------------------------------
       500-RELEASE-CANDIDATES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CAND-WORK-FILE.
           PERFORM UNTIL EOF
               READ CAND-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CAND-WORK-REC TO SRC-SORT-REC
                       RELEASE SRC-SORT-REC
           END-PERFORM.
           CLOSE CAND-WORK-FILE.
      *-----------------------------------------------------------------
       600-WRITE-REPORT.
           OPEN OUTPUT DUP-REPORT-FILE.
           MOVE 'DUPLICATE CUSTOMER CANDIDATES - HIGHEST SCORE FIRST'
             TO DUP-REPORT-REC.
           WRITE DUP-REPORT-REC.
           MOVE SPACES TO DUP-REPORT-REC.
           WRITE DUP-REPORT-REC.
           MOVE 'SCR SURVIVOR   VICTIM     BASIS     NAME' &
                '                 NAME'
             TO DUP-REPORT-REC.
           WRITE DUP-REPORT-REC.

           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL SORT-EOF
               RETURN CAND-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       MOVE SRC-SCORE TO WS-CND-SCORE
                       MOVE SRC-LINE  TO WS-CAND-LINE(4:74)
                       WRITE DUP-REPORT-REC FROM WS-CAND-LINE
           END-PERFORM.

           MOVE SPACES TO DUP-REPORT-REC.
           WRITE DUP-REPORT-REC.
           MOVE SPACES TO DUP-REPORT-REC.
           STRING 'MASTER ROWS READ '  DELIMITED BY SIZE
                  WS-MASTER-READ-CTR   DELIMITED BY SIZE
                  ' HOUSEHOLD PAIRS '  DELIMITED BY SIZE
                  WS-HH-PAIR-CTR       DELIMITED BY SIZE
                  ' NAME PAIRS '       DELIMITED BY SIZE
                  WS-NAME-PAIR-CTR     DELIMITED BY SIZE
               INTO DUP-REPORT-REC
           END-STRING.
           WRITE DUP-REPORT-REC.
           CLOSE DUP-REPORT-FILE.
      *-----------------------------------------------------------------
