      ******************************************************************
      *PROGRAM : PROJECT 4   Carrier Route Coding                     *
      *AUTHOR  : JOHN STEPHEN JOHNSON                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Assigns or corrects MST-CARRIER-ROUTE on every        *
      *          domestic customer master record from the postal data *
      *          vendor's ZIP+4 to carrier-route reference, and does  *
      *          the same for seasonal alternate addresses, so the    *
      *          presort sees real routes instead of whatever was     *
      *          keyed on a load or maintenance row. Every rewrite is *
      *          journaled. The report lists each change and each     *
      *          record that could not be coded, then counts records  *
      *          coded, changed, uncodable (no ZIP+4, or a ZIP+4 the  *
      *          reference does not carry) and previously coded but   *
      *          disagreeing with the reference. A record the         *
      *          reference cannot code keeps the route it has. The    *
      *          reference is loaded into an indexed work file keyed  *
      *          on ZIP and range, so a national file of any size is  *
      *          looked up by key rather than held in storage.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P04-CRRT-CODE.
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
           SELECT ALT-ADDRESS-FILE
                             ASSIGN TO '..\p04-alt-address.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS ALT-CUST-ID
                             FILE STATUS IS WS-ALT-FILE-STATUS.
           SELECT CRRT-REF-FILE
                             ASSIGN TO '..\p04-crrt-ref.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-CRRT-FILE-STATUS.
           SELECT CRRT-WORK-FILE
                             ASSIGN TO '..\p04-crrt-ref.tmp'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS CRW-KEY
                             FILE STATUS IS WS-CRWK-FILE-STATUS.
           SELECT CRRT-REPORT-FILE
                             ASSIGN TO '..\P04-CRRT-REPORT.TXT'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE
                             ASSIGN TO '..\p04-master-journal.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-JOURNAL-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER.
       COPY P04MAST.

       FD  ALT-ADDRESS-FILE.
       COPY P04ALT.

       FD  CRRT-REF-FILE.
       01  CRRT-REF-REC                PIC X(40).

      *    ONE REFERENCE RANGE, KEYED ON ITS ZIP AND THE HIGH END OF
      *    ITS ADD-ON RANGE.
       FD  CRRT-WORK-FILE.
       01  CRRT-WORK-REC.
           03  CRW-KEY.
               05  CRW-ZIP5            PIC X(05).
               05  CRW-HIGH            PIC X(04).
           03  CRW-LOW                 PIC X(04).
           03  CRW-ROUTE               PIC X(04).

       FD  CRRT-REPORT-FILE.
       01  CRRT-REPORT-REC             PIC X(80).

       FD  JOURNAL-FILE.
       COPY P04JRNL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-READ-CTR                 PIC 9(6)    VALUE ZERO.
       01  WS-FOREIGN-CTR              PIC 9(6)    VALUE ZERO.
       01  WS-CODED-CTR                PIC 9(6)    VALUE ZERO.
       01  WS-CHANGED-CTR              PIC 9(6)    VALUE ZERO.
       01  WS-DISAGREE-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-NO-PLUS4-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-NOT-ON-REF-CTR           PIC 9(6)    VALUE ZERO.
       01  WS-ALT-READ-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
           03  WS-ABORT-FLAG           PIC X       VALUE 'N'.
               88  RUN-ABORTED                     VALUE 'Y'.
           03  WS-ALT-OPEN-FLAG        PIC X       VALUE 'N'.
               88  ALT-ADDRESS-OPENED              VALUE 'Y'.
           03  WS-REF-OPEN-FLAG        PIC X       VALUE 'N'.
               88  CRRT-REF-OPENED                 VALUE 'Y'.
       01  WS-MASTER-FILE-STATUS       PIC X(02)   VALUE '00'.
       01  WS-ALT-FILE-STATUS          PIC X(02)   VALUE '00'.
       01  WS-CRRT-FILE-STATUS         PIC X(02)   VALUE '00'.
       01  WS-CRWK-FILE-STATUS         PIC X(02)   VALUE '00'.
       01  WS-JOURNAL-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-RC-WK                    PIC 9(02)   VALUE ZERO.
      *-----------------------------------------------------------------
      * BEFORE/AFTER JOURNALING - EVERY ROUTE REWRITE CUTS A JOURNAL
      * RECORD SO THE RECOVERY UTILITY CAN BACK THIS RUN OUT OR ROLL
      * A RESTORED MASTER FORWARD THROUGH IT. A JOURNAL THAT WILL NOT
      * OPEN BLOCKS THE RUN - NO UNJOURNALED REWRITES.
      *-----------------------------------------------------------------
       01  WS-JRN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-JRN-TIME                 PIC X(06)   VALUE SPACES.
       01  WS-JRN-TIME-X               PIC X(08).
       01  WS-JRN-BEFORE               PIC X(120)  VALUE SPACES.
       01  WS-JRN-AFTER                PIC X(120)  VALUE SPACES.
       01  WS-JRN-FILE-CODE            PIC X(02)   VALUE SPACES.
      *-----------------------------------------------------------------
      * CARRIER-ROUTE REFERENCE - ONE ROW PER ZIP+4 RANGE AS
      * ZIP5,ADDON-LOW,ADDON-HIGH,ROUTE, THE WAY THE VENDOR SHIPS IT,
      * OR ONE ZIP+4 AS ZIP+4,ROUTE. A ROUTE IS A LETTER (C CITY,
      * R RURAL, H HIGHWAY CONTRACT, B PO BOX, G GENERAL DELIVERY)
      * AND THREE DIGITS. A ROW THAT FITS NEITHER SHAPE IS DROPPED
      * AND COUNTED. A SECOND ROW FOR THE SAME ZIP AND HIGH END IS
      * COUNTED AS A DUPLICATE AND THE FIRST ONE READ IS KEPT. THE
      * WORK FILE IS BUILT AFRESH EVERY RUN; A WORK FILE THAT CANNOT
      * BE BUILT WHOLE IS NOT USED AT ALL - CODING HALF THE COUNTRY
      * AND CALLING THE REST UNCODABLE WOULD READ AS A CLEAN RUN.
      *-----------------------------------------------------------------
       01  WS-CRRT-COUNT               PIC 9(08)   VALUE ZERO.
       01  WS-CRRT-DUP-CTR             PIC 9(08)   VALUE ZERO.
       01  WS-CRRT-BAD-CTR             PIC 9(08)   VALUE ZERO.
       01  WS-CRRT-FIELD-CNT           PIC 9(02)   VALUE ZERO.
       01  WS-CRRT-F1-X                PIC X(12).
       01  WS-CRRT-F2-X                PIC X(06).
       01  WS-CRRT-F3-X                PIC X(06).
       01  WS-CRRT-F4-X                PIC X(06).
       01  WS-CRRT-ROUTE-X             PIC X(06).
      *-----------------------------------------------------------------
      * THE ADDRESS BEING CODED - MASTER OR ALTERNATE - AND WHAT THE
      * LOOKUP MADE OF IT
      *-----------------------------------------------------------------
       01  WS-CUR-ID                   PIC X(10).
       01  WS-CUR-ZIP                  PIC X(10).
       01  WS-CUR-ZIP5                 PIC X(05).
       01  WS-CUR-ADDON                PIC X(04).
       01  WS-CUR-OLD-ROUTE            PIC X(04).
       01  WS-CUR-NEW-ROUTE            PIC X(04).
       01  WS-CUR-TAG                  PIC X(10).
       01  WS-LOOKUP-RESULT            PIC X(01)   VALUE SPACE.
           88  ROUTE-FOUND                         VALUE 'F'.
           88  ROUTE-NO-PLUS4                      VALUE 'Z'.
           88  ROUTE-NOT-ON-REF                    VALUE 'N'.
       01  WS-ROUTE-FOUND-FLAG         PIC X(01)   VALUE 'N'.
           88  REF-ENTRY-FOUND                     VALUE 'Y'.
      *-----------------------------------------------------------------
      * REPORT LINE LAYOUTS
      *-----------------------------------------------------------------
       01  WS-RPT-LINE.
           03  WS-RPT-TAG              PIC X(10).
           03  WS-RPT-ID               PIC X(10).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-RPT-ZIP              PIC X(10).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-RPT-OLD-ROUTE        PIC X(04).
           03  FILLER                  PIC X(04)   VALUE SPACES.
           03  WS-RPT-NEW-ROUTE        PIC X(04).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-RPT-NOTE             PIC X(30).
       01  WS-TOT-LINE.
           03  WS-TOT-LABEL            PIC X(40).
           03  WS-TOT-COUNT            PIC ZZ,ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME-X FROM TIME.
           MOVE WS-JRN-TIME-X(1:6) TO WS-JRN-TIME.

           OPEN OUTPUT CRRT-REPORT-FILE.
           MOVE 'TAG       CUST-ID     ZIP         OLD     NEW   NOTE'
                TO CRRT-REPORT-REC.
           WRITE CRRT-REPORT-REC.

           PERFORM 110-LOAD-CRRT-REF.
           IF NOT RUN-ABORTED
               PERFORM 120-OPEN-FILES
           END-IF.

           IF NOT RUN-ABORTED
               PERFORM UNTIL EOF
                   READ CUST-MASTER NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           PERFORM 200-CODE-ONE-MASTER
               END-PERFORM
               MOVE 'N' TO WS-EOF-FLAG
               IF ALT-ADDRESS-OPENED
                   PERFORM UNTIL EOF
                       READ ALT-ADDRESS-FILE NEXT
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-ALT-READ-CTR
                               PERFORM 300-CODE-ONE-ALTERNATE
                   END-PERFORM
                   CLOSE ALT-ADDRESS-FILE
               END-IF
               CLOSE CUST-MASTER
                     JOURNAL-FILE
           END-IF.
           IF CRRT-REF-OPENED
               CLOSE CRRT-WORK-FILE
           END-IF.

           PERFORM 500-WRITE-REPORT-TOTALS.
           CLOSE CRRT-REPORT-FILE.

           DISPLAY SPACES.
           DISPLAY 'MASTER ROWS READ    : ', WS-READ-CTR.
           DISPLAY 'ALTERNATES READ     : ', WS-ALT-READ-CTR.
           DISPLAY 'FOREIGN SKIPPED     : ', WS-FOREIGN-CTR.
           DISPLAY 'ROUTES CODED        : ', WS-CODED-CTR.
           DISPLAY 'ROUTES CHANGED      : ', WS-CHANGED-CTR.
           DISPLAY 'PRIOR ROUTE DISAGREE: ', WS-DISAGREE-CTR.
           DISPLAY 'UNCODABLE NO ZIP+4  : ', WS-NO-PLUS4-CTR.
           DISPLAY 'UNCODABLE NOT ON REF: ', WS-NOT-ON-REF-CTR.

           MOVE WS-RC-WK TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------------------
      * A MISSING OR EMPTY REFERENCE, OR A WORK FILE THAT CANNOT BE
      * BUILT, ENDS THE RUN BEFORE THE MASTER IS OPENED - EVERY RECORD
      * WOULD OTHERWISE COME OUT UNCODABLE. ONCE BUILT THE WORK FILE
      * IS REOPENED FOR THE LOOKUPS.
      *-----------------------------------------------------------------
       110-LOAD-CRRT-REF.
           OPEN INPUT CRRT-REF-FILE.
           IF WS-CRRT-FILE-STATUS NOT = '00'
               DISPLAY 'CARRIER ROUTE REFERENCE OPEN FAILED, STATUS: ',
                       WS-CRRT-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 8   TO WS-RC-WK
           ELSE
               OPEN OUTPUT CRRT-WORK-FILE
               IF WS-CRWK-FILE-STATUS NOT = '00'
                   DISPLAY 'REFERENCE WORK FILE OPEN FAILED, STATUS: ',
                           WS-CRWK-FILE-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
                   MOVE 8   TO WS-RC-WK
               ELSE
                   PERFORM UNTIL EOF
                       READ CRRT-REF-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM 115-STORE-CRRT-ROW
                   END-PERFORM
                   CLOSE CRRT-WORK-FILE
                   MOVE 'N' TO WS-EOF-FLAG
               END-IF
               CLOSE CRRT-REF-FILE
           END-IF.

           IF WS-CRRT-BAD-CTR > ZERO
               DISPLAY 'REFERENCE ROWS DROPPED (MALFORMED): ',
                       WS-CRRT-BAD-CTR
           END-IF.
           IF WS-CRRT-DUP-CTR > ZERO
               DISPLAY 'REFERENCE ROWS DROPPED (DUPLICATE): ',
                       WS-CRRT-DUP-CTR
           END-IF.
           IF WS-CRRT-COUNT = ZERO AND NOT RUN-ABORTED
               DISPLAY 'CARRIER ROUTE REFERENCE IS EMPTY - '
                       'NOTHING CODED'
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 8   TO WS-RC-WK
           END-IF.
           IF NOT RUN-ABORTED
               OPEN INPUT CRRT-WORK-FILE
               IF WS-CRWK-FILE-STATUS NOT = '00'
                   DISPLAY 'REFERENCE WORK FILE REOPEN FAILED, '
                           'STATUS: ', WS-CRWK-FILE-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
                   MOVE 8   TO WS-RC-WK
               ELSE
                   MOVE 'Y' TO WS-REF-OPEN-FLAG
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       115-STORE-CRRT-ROW.
           IF CRRT-REF-REC = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-CRRT-F1-X WS-CRRT-F2-X
                              WS-CRRT-F3-X WS-CRRT-F4-X
               MOVE ZERO   TO WS-CRRT-FIELD-CNT
               UNSTRING CRRT-REF-REC DELIMITED BY ','
                   INTO WS-CRRT-F1-X, WS-CRRT-F2-X,
                        WS-CRRT-F3-X, WS-CRRT-F4-X
                   TALLYING IN WS-CRRT-FIELD-CNT
               END-UNSTRING
               IF WS-CRRT-FIELD-CNT = 2
                   MOVE WS-CRRT-F2-X TO WS-CRRT-ROUTE-X
                   MOVE WS-CRRT-F1-X(7:4) TO WS-CRRT-F2-X
                   MOVE WS-CRRT-F1-X(7:4) TO WS-CRRT-F3-X
                   IF WS-CRRT-F1-X(6:1) NOT = '-'
                       MOVE SPACES TO WS-CRRT-F2-X
                   END-IF
               ELSE
                   MOVE WS-CRRT-F4-X TO WS-CRRT-ROUTE-X
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-CRRT-ROUTE-X)
                 TO WS-CRRT-ROUTE-X
               IF (WS-CRRT-FIELD-CNT = 2 OR WS-CRRT-FIELD-CNT = 4)
                  AND WS-CRRT-F1-X(1:5) IS NUMERIC
                  AND WS-CRRT-F2-X(1:4) IS NUMERIC
                  AND WS-CRRT-F2-X(5:2) = SPACES
                  AND WS-CRRT-F3-X(1:4) IS NUMERIC
                  AND WS-CRRT-F3-X(5:2) = SPACES
                  AND WS-CRRT-F2-X(1:4) NOT > WS-CRRT-F3-X(1:4)
                  AND WS-CRRT-ROUTE-X(2:3) IS NUMERIC
                  AND WS-CRRT-ROUTE-X(5:2) = SPACES
                  AND (WS-CRRT-ROUTE-X(1:1) = 'C' OR 'R' OR 'H'
                       OR 'B' OR 'G')
                   MOVE WS-CRRT-F1-X(1:5)    TO CRW-ZIP5
                   MOVE WS-CRRT-F3-X(1:4)    TO CRW-HIGH
                   MOVE WS-CRRT-F2-X(1:4)    TO CRW-LOW
                   MOVE WS-CRRT-ROUTE-X(1:4) TO CRW-ROUTE
                   WRITE CRRT-WORK-REC
                   EVALUATE WS-CRWK-FILE-STATUS
                       WHEN '00'
                           ADD 1 TO WS-CRRT-COUNT
                       WHEN '22'
                           ADD 1 TO WS-CRRT-DUP-CTR
                       WHEN OTHER
                           DISPLAY 'REFERENCE WORK FILE WRITE FAILED, '
                                   'STATUS: ', WS-CRWK-FILE-STATUS,
                                   ' - NOTHING CODED'
                           MOVE 'Y' TO WS-ABORT-FLAG
                           MOVE 8   TO WS-RC-WK
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-CRRT-BAD-CTR
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       120-OPEN-FILES.
           OPEN I-O CUST-MASTER.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER OPEN FAILED, STATUS: ',
                       WS-MASTER-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 8   TO WS-RC-WK
           END-IF.

           IF NOT RUN-ABORTED
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-FILE-STATUS = '35'
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF WS-JOURNAL-FILE-STATUS NOT = '00'
                   DISPLAY 'JOURNAL OPEN FAILED, STATUS: ',
                           WS-JOURNAL-FILE-STATUS,
                           ' - RUN ABANDONED'
                   MOVE 'Y' TO WS-ABORT-FLAG
                   MOVE 8   TO WS-RC-WK
                   CLOSE CUST-MASTER
               END-IF
           END-IF.

      *    NO ALTERNATE-ADDRESS FILE MEANS NO ALTERNATES TO CODE.
           IF NOT RUN-ABORTED
               OPEN I-O ALT-ADDRESS-FILE
               IF WS-ALT-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-ALT-OPEN-FLAG
               ELSE
                   IF WS-ALT-FILE-STATUS NOT = '35'
                       DISPLAY 'ALTERNATE ADDRESS OPEN FAILED, '
                               'STATUS: ', WS-ALT-FILE-STATUS,
                               ' - ALTERNATES NOT CODED'
                       MOVE 4 TO WS-RC-WK
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * ONE MASTER RECORD. A FOREIGN ADDRESS HAS NO CARRIER ROUTE TO
      * CODE AND IS LEFT ALONE.
      *-----------------------------------------------------------------
       200-CODE-ONE-MASTER.
           IF MST-COUNTRY = SPACES OR MST-COUNTRY = 'USA'
              OR MST-COUNTRY = 'US '
               MOVE MST-CUST-ID       TO WS-CUR-ID
               MOVE MST-ZIP           TO WS-CUR-ZIP
               MOVE MST-CARRIER-ROUTE TO WS-CUR-OLD-ROUTE
               MOVE 'MASTER'          TO WS-CUR-TAG
               PERFORM 250-LOOKUP-ROUTE
               IF ROUTE-FOUND
                  AND WS-CUR-NEW-ROUTE NOT = MST-CARRIER-ROUTE
                   MOVE MST-CUST-REC TO WS-JRN-BEFORE
                   MOVE WS-CUR-NEW-ROUTE TO MST-CARRIER-ROUTE
                   REWRITE MST-CUST-REC
                   IF WS-MASTER-FILE-STATUS = '00'
                       MOVE SPACES TO WS-JRN-FILE-CODE
                       MOVE MST-CUST-REC TO WS-JRN-AFTER
                       PERFORM 700-WRITE-JOURNAL-REC
                       PERFORM 270-COUNT-CHANGE
                   ELSE
                       DISPLAY 'REWRITE FAILED, STATUS: ',
                               WS-MASTER-FILE-STATUS,
                               ' FOR ID: ', MST-CUST-ID
                       MOVE 4 TO WS-RC-WK
                   END-IF
               END-IF
               PERFORM 280-REPORT-OUTCOME
           ELSE
               ADD 1 TO WS-FOREIGN-CTR
           END-IF.
      *-----------------------------------------------------------------
      * SPLITS THE ZIP INTO ITS FIVE DIGITS AND ADD-ON - KEYED AS
      * 99999-9999 OR, BEFORE ADDRESS STANDARDIZATION HAS RUN, AS
      * NINE BARE DIGITS - AND FINDS THE REFERENCE RANGE HOLDING IT.
      * RANGES WITHIN A ZIP DO NOT OVERLAP, SO THE FIRST RANGE OF THE
      * ZIP WHOSE HIGH END IS NOT BELOW THE ADD-ON IS THE ONLY ONE
      * THAT CAN HOLD IT - IT DOES IF ITS LOW END IS NOT ABOVE IT.
      *-----------------------------------------------------------------
       250-LOOKUP-ROUTE.
           MOVE SPACES TO WS-CUR-ZIP5 WS-CUR-ADDON WS-CUR-NEW-ROUTE.
           EVALUATE TRUE
               WHEN WS-CUR-ZIP(1:5) IS NUMERIC
                    AND WS-CUR-ZIP(6:1) = '-'
                    AND WS-CUR-ZIP(7:4) IS NUMERIC
                   MOVE WS-CUR-ZIP(1:5) TO WS-CUR-ZIP5
                   MOVE WS-CUR-ZIP(7:4) TO WS-CUR-ADDON
               WHEN WS-CUR-ZIP(1:9) IS NUMERIC
                    AND WS-CUR-ZIP(10:1) = SPACE
                   MOVE WS-CUR-ZIP(1:5) TO WS-CUR-ZIP5
                   MOVE WS-CUR-ZIP(6:4) TO WS-CUR-ADDON
           END-EVALUATE.

           IF WS-CUR-ADDON = SPACES
               SET ROUTE-NO-PLUS4 TO TRUE
               ADD 1 TO WS-NO-PLUS4-CTR
           ELSE
               MOVE 'N' TO WS-ROUTE-FOUND-FLAG
               PERFORM 255-FIND-REF-RANGE
               IF REF-ENTRY-FOUND
                   MOVE CRW-ROUTE TO WS-CUR-NEW-ROUTE
                   SET ROUTE-FOUND TO TRUE
                   ADD 1 TO WS-CODED-CTR
               ELSE
                   SET ROUTE-NOT-ON-REF TO TRUE
                   ADD 1 TO WS-NOT-ON-REF-CTR
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       255-FIND-REF-RANGE.
           MOVE WS-CUR-ZIP5  TO CRW-ZIP5.
           MOVE WS-CUR-ADDON TO CRW-HIGH.
           START CRRT-WORK-FILE KEY IS >= CRW-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CRRT-WORK-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CRW-ZIP5 = WS-CUR-ZIP5
                              AND WS-CUR-ADDON NOT < CRW-LOW
                               MOVE 'Y' TO WS-ROUTE-FOUND-FLAG
                           END-IF
                   END-READ
           END-START.
      *-----------------------------------------------------------------
      * A ROUTE THAT WAS BLANK IS NEWLY CODED; ONE THAT WAS ALREADY
      * THERE AND SAID SOMETHING ELSE DISAGREED WITH THE REFERENCE
      * AND WAS CORRECTED.
      *-----------------------------------------------------------------
       270-COUNT-CHANGE.
           ADD 1 TO WS-CHANGED-CTR.
           IF WS-CUR-OLD-ROUTE NOT = SPACES
               ADD 1 TO WS-DISAGREE-CTR
           END-IF.
      *-----------------------------------------------------------------
      * ONE REPORT LINE FOR EVERY CHANGE AND EVERY RECORD THAT COULD
      * NOT BE CODED - A RECORD ALREADY CARRYING THE RIGHT ROUTE IS
      * NOT WORTH A LINE.
      *-----------------------------------------------------------------
       280-REPORT-OUTCOME.
           MOVE SPACES           TO WS-RPT-LINE.
           MOVE WS-CUR-TAG       TO WS-RPT-TAG.
           MOVE WS-CUR-ID        TO WS-RPT-ID.
           MOVE WS-CUR-ZIP       TO WS-RPT-ZIP.
           MOVE WS-CUR-OLD-ROUTE TO WS-RPT-OLD-ROUTE.
           EVALUATE TRUE
               WHEN ROUTE-FOUND
                   IF WS-CUR-NEW-ROUTE NOT = WS-CUR-OLD-ROUTE
                       MOVE WS-CUR-NEW-ROUTE TO WS-RPT-NEW-ROUTE
                       IF WS-CUR-OLD-ROUTE = SPACES
                           MOVE 'CODED' TO WS-RPT-NOTE
                       ELSE
                           MOVE 'CORRECTED - PRIOR DISAGREED'
                             TO WS-RPT-NOTE
                       END-IF
                       WRITE CRRT-REPORT-REC FROM WS-RPT-LINE
                   END-IF
               WHEN ROUTE-NO-PLUS4
                   MOVE 'UNCODABLE - NO ZIP+4' TO WS-RPT-NOTE
                   WRITE CRRT-REPORT-REC FROM WS-RPT-LINE
               WHEN ROUTE-NOT-ON-REF
                   MOVE 'UNCODABLE - ZIP+4 NOT ON REF'
                     TO WS-RPT-NOTE
                   WRITE CRRT-REPORT-REC FROM WS-RPT-LINE
           END-EVALUATE.
      *-----------------------------------------------------------------
      * ONE SEASONAL ALTERNATE - THE ADDRESS A WINTER PIECE TRAVELS
      * TO NEEDS ITS OWN ROUTE, CODED BY THE SAME RULES.
      *-----------------------------------------------------------------
       300-CODE-ONE-ALTERNATE.
           IF ALT-COUNTRY = SPACES OR ALT-COUNTRY = 'USA'
              OR ALT-COUNTRY = 'US '
               MOVE ALT-CUST-ID       TO WS-CUR-ID
               MOVE ALT-ZIP           TO WS-CUR-ZIP
               MOVE ALT-CARRIER-ROUTE TO WS-CUR-OLD-ROUTE
               MOVE 'ALTERNATE'       TO WS-CUR-TAG
               PERFORM 250-LOOKUP-ROUTE
               IF ROUTE-FOUND
                  AND WS-CUR-NEW-ROUTE NOT = ALT-CARRIER-ROUTE
                   MOVE ALT-ADDR-REC TO WS-JRN-BEFORE
                   MOVE WS-CUR-NEW-ROUTE TO ALT-CARRIER-ROUTE
                   REWRITE ALT-ADDR-REC
                   IF WS-ALT-FILE-STATUS = '00'
                       MOVE 'AA' TO WS-JRN-FILE-CODE
                       MOVE ALT-ADDR-REC TO WS-JRN-AFTER
                       PERFORM 700-WRITE-JOURNAL-REC
                       PERFORM 270-COUNT-CHANGE
                   ELSE
                       DISPLAY 'ALTERNATE REWRITE FAILED, STATUS: ',
                               WS-ALT-FILE-STATUS,
                               ' FOR ID: ', ALT-CUST-ID
                       MOVE 4 TO WS-RC-WK
                   END-IF
               END-IF
               PERFORM 280-REPORT-OUTCOME
           ELSE
               ADD 1 TO WS-FOREIGN-CTR
           END-IF.
      *-----------------------------------------------------------------
       500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO CRRT-REPORT-REC.
           WRITE CRRT-REPORT-REC.
           MOVE 'MASTER RECORDS READ'            TO WS-TOT-LABEL.
           MOVE WS-READ-CTR                      TO WS-TOT-COUNT.
           WRITE CRRT-REPORT-REC FROM WS-TOT-LINE.
           MOVE 'ALTERNATE ADDRESSES READ'       TO WS-TOT-LABEL.
           MOVE WS-ALT-READ-CTR                  TO WS-TOT-COUNT.
           WRITE CRRT-REPORT-REC FROM WS-TOT-LINE.
           MOVE 'FOREIGN ADDRESSES SKIPPED'      TO WS-TOT-LABEL.
           MOVE WS-FOREIGN-CTR                   TO WS-TOT-COUNT.
           WRITE CRRT-REPORT-REC FROM WS-TOT-LINE.
           MOVE 'CODED FROM REFERENCE'           TO WS-TOT-LABEL.
           MOVE WS-CODED-CTR                     TO WS-TOT-COUNT.
           WRITE CRRT-REPORT-REC FROM WS-TOT-LINE.
           MOVE 'ROUTE CHANGED (REWRITTEN)'      TO WS-TOT-LABEL.
           MOVE WS-CHANGED-CTR                   TO WS-TOT-COUNT.
           WRITE CRRT-REPORT-REC FROM WS-TOT-LINE.
           MOVE '  OF WHICH PRIOR ROUTE DISAGREED' TO WS-TOT-LABEL.
           MOVE WS-DISAGREE-CTR                  TO WS-TOT-COUNT.
           WRITE CRRT-REPORT-REC FROM WS-TOT-LINE.
           MOVE 'UNCODABLE - NO ZIP+4'           TO WS-TOT-LABEL.
           MOVE WS-NO-PLUS4-CTR                  TO WS-TOT-COUNT.
           WRITE CRRT-REPORT-REC FROM WS-TOT-LINE.
           MOVE 'UNCODABLE - ZIP+4 NOT ON REFERENCE' TO WS-TOT-LABEL.
           MOVE WS-NOT-ON-REF-CTR                TO WS-TOT-COUNT.
           WRITE CRRT-REPORT-REC FROM WS-TOT-LINE.
           MOVE 'REFERENCE RANGES LOADED'        TO WS-TOT-LABEL.
           MOVE WS-CRRT-COUNT                    TO WS-TOT-COUNT.
           WRITE CRRT-REPORT-REC FROM WS-TOT-LINE.
           MOVE 'REFERENCE ROWS DROPPED'         TO WS-TOT-LABEL.
           MOVE WS-CRRT-BAD-CTR                  TO WS-TOT-COUNT.
           WRITE CRRT-REPORT-REC FROM WS-TOT-LINE.
           MOVE 'REFERENCE ROWS DUPLICATED'      TO WS-TOT-LABEL.
           MOVE WS-CRRT-DUP-CTR                  TO WS-TOT-COUNT.
           WRITE CRRT-REPORT-REC FROM WS-TOT-LINE.
      *-----------------------------------------------------------------
       700-WRITE-JOURNAL-REC.
           MOVE SPACES           TO JRN-REC.
           MOVE 'JOHNSON-P04-CRRT-CODE' TO JRN-PROGRAM.
           MOVE WS-JRN-DATE      TO JRN-DATE.
           MOVE WS-JRN-TIME      TO JRN-TIME.
           MOVE 'R'              TO JRN-ACTION.
           MOVE WS-JRN-BEFORE    TO JRN-BEFORE-IMAGE.
           MOVE WS-JRN-AFTER     TO JRN-AFTER-IMAGE.
           MOVE WS-JRN-FILE-CODE TO JRN-FILE-CODE.
           WRITE JRN-REC.
      *-----------------------------------------------------------------
