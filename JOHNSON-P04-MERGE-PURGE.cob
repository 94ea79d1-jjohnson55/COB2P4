      *          by the same ZIP/address/city household key the label  *
      *          run dedups on - with the house file winning every     *
      *          tie. Produces a merged CSV ready for the label run    *
      *          (each row led by its source-list code), a per-list    *
      *          report of records in, uniques kept and duplicates     *
      *          purged, and a settlement counts file the label run's  *
      *          broker usage statement is built from. A rented name   *
      *          on the permanent erasure suppression list (people who *
      *          had us erase them) is dropped before it can reach the *
      *          label run.                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P04-MERGE-PURGE.
           SELECT RENT3-FILE ASSIGN TO '..\p04-rent3.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RENT3-FILE-STATUS.
           SELECT SUPP-ERASED-FILE
                             ASSIGN TO '..\p04-supp-erased.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-ERASED-FILE-STATUS.
           SELECT MERGE-WORK-FILE
                             ASSIGN TO '..\p04-merge-work.tmp'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-REPORT-FILE
                             ASSIGN TO '..\P04-MERGE-REPORT.TXT'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-COUNTS-FILE
                             ASSIGN TO '..\p04-merge-counts.dat'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO '..\p04-mpsort.tmp'.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FD  RENT3-FILE.
       01  RENT3-REC                   PIC X(110).

       FD  SUPP-ERASED-FILE.
       01  SUPP-ERASED-REC             PIC X(120).

       FD  MERGE-WORK-FILE.
       01  MERGE-WORK-REC              PIC X(183).

      *    THE SOURCE-LIST CODE LEADS EVERY MERGED ROW, AHEAD OF THE
      *    NINE/TEN-FIELD CUSTOMER ROW, SO THE LABEL RUN KNOWS WHICH
      *    BROKER EACH PIECE IT MAILS BELONGS TO.
       FD  MERGED-FILE.
       01  MERGED-REC.
           03  MRG-SOURCE              PIC X(02).
           03  MRG-SEP                 PIC X(01).
           03  MRG-RAW-REC             PIC X(110).

       FD  MERGE-REPORT-FILE.
       01  MERGE-REPORT-REC            PIC X(80).

      *    ONE FIXED-FORMAT ROW PER LIST FOR BROKER SETTLEMENT - WHAT
      *    THE LIST SENT US AND HOW MANY OF ITS NAMES THE HOUSE FILE
      *    ALREADY HAD.
       FD  MERGE-COUNTS-FILE.
       01  MERGE-COUNTS-REC.
           03  MCT-LIST-CODE           PIC X(02).
           03  MCT-IN                  PIC 9(06).
           03  MCT-INVALID             PIC 9(06).
           03  MCT-HOUSE-HIT           PIC 9(06).
           03  MCT-LIST-DUP            PIC 9(06).
           03  MCT-KEPT                PIC 9(06).

       SD  SORT-WORK-FILE.
       01  SRT-SORT-REC.
           03  SRT-CUST-ID             PIC X(10).
               88  RECORD-VALID                    VALUE 'Y'.
           03  WS-MASTER-OPEN-FLAG     PIC X       VALUE 'N'.
               88  MASTER-OPENED                   VALUE 'Y'.
           03  WS-ERASED-HIT-FLAG      PIC X       VALUE 'N'.
               88  ERASED-NAME                     VALUE 'Y'.
       01  WS-MASTER-FILE-STATUS       PIC X(02)   VALUE '00'.
       01  WS-RENT1-FILE-STATUS        PIC X(02)   VALUE '00'.
       01  WS-RENT2-FILE-STATUS        PIC X(02)   VALUE '00'.
       01  WS-RENT3-FILE-STATUS        PIC X(02)   VALUE '00'.
       01  WS-ERASED-FILE-STATUS       PIC X(02)   VALUE '00'.
      *-----------------------------------------------------------------
      * PER-LIST SETTLEMENT COUNTS, SUBSCRIPTED BY SOURCE RANK:
      * 1 = HOUSE MASTER, 2-4 = RENTED LISTS 1-3. A DUPLICATE IS
      * ALWAYS CHARGED TO THE LIST THAT LOST THE TIE, WHICH IS WHAT
      * THE BROKER SETTLES ON. A DUPLICATE WHOSE SURVIVOR IS THE HOUSE
      * RECORD IS ALSO COUNTED AS A HOUSE HIT - A NAME WE ALREADY OWN
      * IS NOT A NAME WE PAY THE BROKER FOR.
      *-----------------------------------------------------------------
       01  WS-LIST-TABLE.
           03  WS-LIST-ENTRY           OCCURS 4 TIMES.
               05  WS-LIST-INVALID     PIC 9(06).
               05  WS-LIST-IDDUP       PIC 9(06).
               05  WS-LIST-HHDUP       PIC 9(06).
               05  WS-LIST-HOUSE-HIT   PIC 9(06).
               05  WS-LIST-KEPT        PIC 9(06).
               05  WS-LIST-ERASED      PIC 9(06).
       01  WS-LIST-SUB                 PIC 9(01)   VALUE ZERO.
       01  WS-CUR-RANK                 PIC 9(01)   VALUE ZERO.
       01  WS-CUR-SOURCE               PIC X(02)   VALUE SPACES.
       01  WS-PREV-ID                  PIC X(10)   VALUE HIGH-VALUES.
       01  WS-PREV-HH-KEY              PIC X(60)   VALUE HIGH-VALUES.
       01  WS-PREV-RANK                PIC 9(01)   VALUE ZERO.
      *-----------------------------------------------------------------
      * THE PERMANENT ERASURE SUPPRESSION LIST THE PRIVACY RUN KEEPS -
      * NAME,ADDRESS,CITY,STATE,ZIP LIKE THE QUARTERLY SUPPRESSION
      * FILES, MATCHED THE SAME WAY: UPPERCASED NAME PLUS THE
      * ZIP/ADDRESS/CITY HOUSEHOLD KEY. IT ONLY GROWS, SO THE TABLE
      * IS CUT GENEROUS; AN OVERFLOW IS SHOUTED ABOUT AND STOPS THE
      * MERGE FROM BEING MAILED.
      *-----------------------------------------------------------------
       01  WS-ERASED-TABLE.
           03  WS-ERS-ENTRY            OCCURS 5000 TIMES.
               05  WS-ERS-NAME         PIC X(30).
               05  WS-ERS-HH-KEY.
                   07  WS-ERS-ZIP      PIC X(10).
                   07  WS-ERS-ADDR     PIC X(30).
                   07  WS-ERS-CITY     PIC X(20).
       01  WS-ERASED-COUNT             PIC 9(04)   VALUE ZERO.
       01  WS-ERASED-SUB               PIC 9(04)   VALUE ZERO.
       01  WS-ERASED-OVFL-CTR          PIC 9(06)   VALUE ZERO.
       01  WS-ERS-NAME-X               PIC X(30).
       01  WS-ERS-ADDR-X               PIC X(30).
       01  WS-ERS-CITY-X               PIC X(20).
       01  WS-ERS-STATE-X              PIC X(10).
       01  WS-ERS-ZIP-X                PIC X(10).
       01  WS-RENT-NAME-WK             PIC X(30).
       01  WS-RENT-HH-KEY.
           03  WS-RENT-HH-ZIP          PIC X(10).
           03  WS-RENT-HH-ADDR         PIC X(30).
           03  WS-RENT-HH-CITY         PIC X(20).
      *-----------------------------------------------------------------
      * WORKING FIELDS FOR PARSING ONE RENTED ROW
      *-----------------------------------------------------------------
           03  FILLER                  PIC X(03)   VALUE SPACES.
           03  WS-RPT-HHDUP            PIC ZZZZZ9.
           03  FILLER                  PIC X(03)   VALUE SPACES.
           03  WS-RPT-HOUSE-HIT        PIC ZZZZZ9.
           03  FILLER                  PIC X(03)   VALUE SPACES.
           03  WS-RPT-KEPT             PIC ZZZZZ9.
           03  FILLER                  PIC X(03)   VALUE SPACES.
           03  WS-RPT-ERASED           PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
               VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > 4.

           PERFORM 120-LOAD-ERASED-LIST.

      *    PASS ONE - CUSTOMER-ID DEDUP. LOWEST SOURCE RANK SORTS
      *    FIRST WITHIN AN ID, SO THE HOUSE RECORD SURVIVES AND THE
      *    RENTED COPY IS THE ONE CHARGED WITH THE DUPLICATE.
               OUTPUT PROCEDURE 500-DROP-HH-DUPS.

           PERFORM 600-WRITE-REPORT.
           PERFORM 620-WRITE-SETTLEMENT-COUNTS.

           DISPLAY SPACES.
           PERFORM 610-DISPLAY-ONE-LIST

      *    A MERGE WITHOUT THE HOUSE FILE IN IT NEVER DEDUPPED
      *    AGAINST THE HOUSE LIST - THE SCHEDULE MUST NOT MAIL IT.
      *    NOR MAY ONE THAT COULD NOT HOLD THE WHOLE ERASURE LIST.
           IF NOT MASTER-OPENED
              OR WS-ERASED-OVFL-CTR > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE ZERO TO WS-LIST-INVALID(WS-LIST-SUB).
           MOVE ZERO TO WS-LIST-IDDUP(WS-LIST-SUB).
           MOVE ZERO TO WS-LIST-HHDUP(WS-LIST-SUB).
           MOVE ZERO TO WS-LIST-HOUSE-HIT(WS-LIST-SUB).
           MOVE ZERO TO WS-LIST-KEPT(WS-LIST-SUB).
           MOVE ZERO TO WS-LIST-ERASED(WS-LIST-SUB).
      *-----------------------------------------------------------------
      * A MISSING ERASURE LIST IS AN EMPTY ONE - NOBODY HAS ASKED YET.
      *-----------------------------------------------------------------
       120-LOAD-ERASED-LIST.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUPP-ERASED-FILE.
           IF WS-ERASED-FILE-STATUS = '00'
               PERFORM UNTIL EOF
                   READ SUPP-ERASED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 125-STORE-ERASED-ROW
               END-PERFORM
               CLOSE SUPP-ERASED-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

           IF WS-ERASED-OVFL-CTR > ZERO
               DISPLAY 'ERASURE LIST ROWS NOT LOADED (TABLE FULL): ',
                       WS-ERASED-OVFL-CTR
           END-IF.
      *-----------------------------------------------------------------
       125-STORE-ERASED-ROW.
           IF SUPP-ERASED-REC NOT = SPACES
               MOVE SPACES TO WS-ERS-NAME-X WS-ERS-ADDR-X
                              WS-ERS-CITY-X WS-ERS-STATE-X
                              WS-ERS-ZIP-X
               UNSTRING SUPP-ERASED-REC DELIMITED BY ','
                   INTO WS-ERS-NAME-X, WS-ERS-ADDR-X,
                        WS-ERS-CITY-X, WS-ERS-STATE-X,
                        WS-ERS-ZIP-X
               END-UNSTRING
               IF WS-ERASED-COUNT >= 5000
                   ADD 1 TO WS-ERASED-OVFL-CTR
               ELSE
                   ADD 1 TO WS-ERASED-COUNT
                   MOVE FUNCTION UPPER-CASE(WS-ERS-NAME-X)
                     TO WS-ERS-NAME(WS-ERASED-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-ERS-ZIP-X)
                     TO WS-ERS-ZIP(WS-ERASED-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-ERS-ADDR-X)
                     TO WS-ERS-ADDR(WS-ERASED-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-ERS-CITY-X)
                     TO WS-ERS-CITY(WS-ERASED-COUNT)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * RELEASES THE HOUSE MASTER AND EACH RENTED LIST TO THE SORT,
      * TAGGED WITH ITS SOURCE CODE AND RANK. A MISSING RENTED FILE
           MOVE SPACES TO WS-CUST-FIELDS.
           MOVE ZERO   TO WS-FIELD-CNT.
           MOVE 'Y'    TO WS-VALID-FLAG.
           MOVE 'N'    TO WS-ERASED-HIT-FLAG.
      *    A NINE-FIELD RENTED ROW IS THE FORMAT AS IT WAS BEFORE
      *    THE COUNTRY COLUMN EXISTED - A DOMESTIC ROW.
           UNSTRING WS-WORK-ROW DELIMITED BY ','
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.

           IF RECORD-VALID AND WS-ERASED-COUNT > ZERO
               PERFORM 235-CHECK-ERASED-LIST
           END-IF.

           IF RECORD-VALID AND NOT ERASED-NAME
               MOVE WS-CUST-ID    TO SRT-CUST-ID
               MOVE WS-ZIP        TO SRT-HH-ZIP
               MOVE WS-ADDRESS    TO SRT-HH-ADDR
               MOVE WS-WORK-ROW   TO SRT-RAW-REC
               RELEASE SRT-SORT-REC
           ELSE
               IF ERASED-NAME
                   ADD 1 TO WS-LIST-ERASED(WS-CUR-RANK)
               ELSE
                   ADD 1 TO WS-LIST-INVALID(WS-CUR-RANK)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * A RENTED NAME AT AN ERASED CUSTOMER'S HOUSEHOLD IS NEVER
      * MAILED. THE BROKER STILL SENT IT, SO IT STAYS IN THE LIST'S
      * RECEIVED COUNT AND FALLS TO ITS OTHER-DROPS ON THE STATEMENT.
      *-----------------------------------------------------------------
       235-CHECK-ERASED-LIST.
           MOVE FUNCTION UPPER-CASE(WS-NAME)    TO WS-RENT-NAME-WK.
           MOVE FUNCTION UPPER-CASE(WS-ZIP)     TO WS-RENT-HH-ZIP.
           MOVE FUNCTION UPPER-CASE(WS-ADDRESS) TO WS-RENT-HH-ADDR.
           MOVE FUNCTION UPPER-CASE(WS-CITY)    TO WS-RENT-HH-CITY.
           PERFORM 237-COMPARE-ONE-ERASED
               VARYING WS-ERASED-SUB FROM 1 BY 1
               UNTIL WS-ERASED-SUB > WS-ERASED-COUNT
                  OR ERASED-NAME.
      *-----------------------------------------------------------------
       237-COMPARE-ONE-ERASED.
           IF WS-ERS-NAME(WS-ERASED-SUB) = WS-RENT-NAME-WK
              AND WS-ERS-HH-KEY(WS-ERASED-SUB) = WS-RENT-HH-KEY
               MOVE 'Y' TO WS-ERASED-HIT-FLAG
           END-IF.
      *-----------------------------------------------------------------
      * FIRST RECORD OF EACH CUSTOMER-ID GROUP SURVIVES TO THE WORK
      * FILE; EVERY LATER ONE IS AN ID DUPLICATE CHARGED TO ITS OWN
      * LIST, AND A HOUSE HIT WHEN THE SURVIVOR CAME FROM THE MASTER.
      *-----------------------------------------------------------------
       300-DROP-ID-DUPS.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE HIGH-VALUES TO WS-PREV-ID.
           MOVE ZERO TO WS-PREV-RANK.
           OPEN OUTPUT MERGE-WORK-FILE.

           PERFORM UNTIL SORT-EOF
                   NOT AT END
                       IF SRT-CUST-ID = WS-PREV-ID
                           ADD 1 TO WS-LIST-IDDUP(SRT-SOURCE-RANK)
                           IF WS-PREV-RANK = 1
                               ADD 1
                                 TO WS-LIST-HOUSE-HIT(SRT-SOURCE-RANK)
                           END-IF
                       ELSE
                           WRITE MERGE-WORK-REC FROM SRT-SORT-REC
                           MOVE SRT-CUST-ID TO WS-PREV-ID
                           MOVE SRT-SOURCE-RANK TO WS-PREV-RANK
                       END-IF
           END-PERFORM.


           CLOSE MERGE-WORK-FILE.
      *-----------------------------------------------------------------
      * FIRST RECORD OF EACH HOUSEHOLD SURVIVES TO THE MERGED FILE,
      * LED BY ITS SOURCE-LIST CODE.
      * A ROW WITH A BLANK ZIP NEVER MATCHES A HOUSEHOLD - THE LABEL
      * RUN WILL EXCEPTION IT, AND PURGING IT HERE AS A "DUPLICATE"
      * WOULD HIDE IT FROM THAT CONTROL.
       500-DROP-HH-DUPS.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE HIGH-VALUES TO WS-PREV-HH-KEY.
           MOVE ZERO TO WS-PREV-RANK.
           OPEN OUTPUT MERGED-FILE.

           PERFORM UNTIL SORT-EOF
                       IF SRT-HH-KEY = WS-PREV-HH-KEY
                          AND SRT-HH-ZIP NOT = SPACES
                           ADD 1 TO WS-LIST-HHDUP(SRT-SOURCE-RANK)
                           IF WS-PREV-RANK = 1
                               ADD 1
                                 TO WS-LIST-HOUSE-HIT(SRT-SOURCE-RANK)
                           END-IF
                       ELSE
                           ADD 1 TO WS-LIST-KEPT(SRT-SOURCE-RANK)
                           MOVE SPACES      TO MERGED-REC
                           MOVE SRT-SOURCE  TO MRG-SOURCE
                           MOVE ','         TO MRG-SEP
                           MOVE SRT-RAW-REC TO MRG-RAW-REC
                           WRITE MERGED-REC
                           MOVE SRT-HH-KEY TO WS-PREV-HH-KEY
                           MOVE SRT-SOURCE-RANK TO WS-PREV-RANK
                       END-IF
           END-PERFORM.

       600-WRITE-REPORT.
           OPEN OUTPUT MERGE-REPORT-FILE.

           MOVE 'LIST     IN   INVALID   ID-DUP   HH-DUP  HSE-HIT' &
                '     KEPT   ERASED'
             TO MERGE-REPORT-REC.
           WRITE MERGE-REPORT-REC.

           MOVE WS-LIST-INVALID(WS-LIST-SUB) TO WS-RPT-INVALID.
           MOVE WS-LIST-IDDUP(WS-LIST-SUB)   TO WS-RPT-IDDUP.
           MOVE WS-LIST-HHDUP(WS-LIST-SUB)   TO WS-RPT-HHDUP.
           MOVE WS-LIST-HOUSE-HIT(WS-LIST-SUB) TO WS-RPT-HOUSE-HIT.
           MOVE WS-LIST-KEPT(WS-LIST-SUB)    TO WS-RPT-KEPT.
           MOVE WS-LIST-ERASED(WS-LIST-SUB)  TO WS-RPT-ERASED.
           WRITE MERGE-REPORT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
       610-DISPLAY-ONE-LIST.
                   ' IN: ',     WS-LIST-IN(WS-LIST-SUB),
                   ' KEPT: ',   WS-LIST-KEPT(WS-LIST-SUB),
                   ' PURGED: ', WS-LIST-IDDUP(WS-LIST-SUB),
                   '+',         WS-LIST-HHDUP(WS-LIST-SUB),
                   ' ERASED: ', WS-LIST-ERASED(WS-LIST-SUB).
      *-----------------------------------------------------------------
      * THE SETTLEMENT COUNTS THE LABEL RUN PICKS UP FOR ITS BROKER
      * USAGE STATEMENT. LIST DUPLICATES ARE THE ID AND HOUSEHOLD
      * DUPLICATES THAT WERE NOT HOUSE HITS - NAMES ANOTHER RENTED
      * LIST GOT TO FIRST.
      *-----------------------------------------------------------------
       620-WRITE-SETTLEMENT-COUNTS.
           OPEN OUTPUT MERGE-COUNTS-FILE.
           PERFORM 625-WRITE-ONE-COUNT
               VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > 4.
           CLOSE MERGE-COUNTS-FILE.
      *-----------------------------------------------------------------
       625-WRITE-ONE-COUNT.
           MOVE WS-LIST-CODE(WS-LIST-SUB)      TO MCT-LIST-CODE.
           MOVE WS-LIST-IN(WS-LIST-SUB)        TO MCT-IN.
           MOVE WS-LIST-INVALID(WS-LIST-SUB)   TO MCT-INVALID.
           MOVE WS-LIST-HOUSE-HIT(WS-LIST-SUB) TO MCT-HOUSE-HIT.
           COMPUTE MCT-LIST-DUP = WS-LIST-IDDUP(WS-LIST-SUB)
                                + WS-LIST-HHDUP(WS-LIST-SUB)
                                - WS-LIST-HOUSE-HIT(WS-LIST-SUB).
           MOVE WS-LIST-KEPT(WS-LIST-SUB)      TO MCT-KEPT.
           WRITE MERGE-COUNTS-REC.
      *-----------------------------------------------------------------
