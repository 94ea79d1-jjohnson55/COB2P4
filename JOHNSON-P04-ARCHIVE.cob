      *DATE    : 09/02/2026                                            *
      *ABSTRACT: Retires mailing-history and audit-log rows older     *
      *          than the configurable retention period into dated    *
      *          generation files, so neither grows forever and       *
      *          nobody ever has to trim them by hand. Aged rows are  *
      *          deleted from the keyed history in place, but only    *
      *          after their generation file is safely filed; the     *
      *          audit log is only replaced after its keep and        *
      *          archive copies are both safely written. On request   *
      *          it also rebuilds the indexed last-mailed file from   *
      *          the surviving history - the utility that did not     *
      *          exist the day that file was nearly lost and the      *
      *          frequency cap with it. Every generation filed is     *
      *          listed in an archive catalogue, so a later erasure   *
      *          can find each generation a customer was filed in.    *
      *          The run that first creates the catalogue also looks  *
      *          for generations filed before it existed and lists    *
      *          every one it finds.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P04-ARCHIVE.
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT HISTORY-FILE
                             ASSIGN TO '..\p04-mail-history.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS HST-KEY
                             FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO '..\P04-AUDIT-LOG.TXT'
                             ORGANIZATION IS LINE SEQUENTIAL
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS LST-CUST-ID
                             FILE STATUS IS WS-LAST-FILE-STATUS.
           SELECT ARCH-CATALOG-FILE
                             ASSIGN TO '..\p04-archive-catalog.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-CATALOG-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03  ACT-REBUILD-FLAG        PIC X(01).

       FD  HISTORY-FILE.
       COPY P04HIST.

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(230).
           03  LST-CUST-ID             PIC X(10).
           03  LST-LAST-DATE           PIC 9(08).
           03  LST-MAIL-CLASS          PIC X(01).

      *    ONE ROW PER GENERATION FILED: HS FOR MAILING HISTORY, AU
      *    FOR THE AUDIT LOG, THEN THE NAME IT WAS FILED UNDER.
       FD  ARCH-CATALOG-FILE.
       01  ARCH-CATALOG-REC.
           03  ACG-KIND                PIC X(02).
           03  ACG-SEP                 PIC X(01).
           03  ACG-GEN-NAME            PIC X(60).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-HIST-READ-CTR            PIC 9(6)    VALUE ZERO.
       01  WS-HIST-KEPT-CTR            PIC 9(6)    VALUE ZERO.
       01  WS-HIST-ARCH-CTR            PIC 9(6)    VALUE ZERO.
       01  WS-HIST-DEL-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-AUD-READ-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-AUD-KEPT-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-AUD-ARCH-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-KEEP-FILE-STATUS         PIC X(02)   VALUE '00'.
       01  WS-ARCH-FILE-STATUS         PIC X(02)   VALUE '00'.
       01  WS-LAST-FILE-STATUS         PIC X(02)   VALUE '00'.
       01  WS-CATALOG-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-RC-WK                    PIC 9(02)   VALUE ZERO.
      *-----------------------------------------------------------------
      * RETENTION ARITHMETIC - THE CUTOFF IS A YEAR-MONTH: A ROW
       01  WS-MONTH-REM                PIC 9(02)   VALUE ZERO.
       01  WS-ROW-YYYYMM               PIC X(06).
      *-----------------------------------------------------------------
      * WORKING FIELDS FOR THE GENERATION COPIES
      *-----------------------------------------------------------------
       01  WS-COPY-SRC-NAME            PIC X(60).
       01  WS-COPY-DST-NAME            PIC X(60).
       01  WS-COPY-BASE-WK             PIC X(60).
       01  WS-COPY-EXT-WK              PIC X(10).
       01  WS-CAT-KIND                 PIC X(02)   VALUE SPACES.
      *-----------------------------------------------------------------
      * SEEDING A NEW CATALOGUE - EVERY DAY OF THE LAST TEN YEARS IS
      * TRIED AS A GENERATION DATE FOR BOTH KINDS. DAYS 29-31 ARE
      * TRIED IN EVERY MONTH; A DATE THAT DOES NOT EXIST NAMES NO
      * FILE, SO NO CALENDAR IS NEEDED.
      *-----------------------------------------------------------------
       01  WS-SEED-MONTHS              PIC 9(03)   VALUE 120.
       01  WS-SEED-CTR                 PIC 9(6)    VALUE ZERO.
       01  WS-SEED-FLAG                PIC X       VALUE 'N'.
           88  CATALOG-SEEDED                      VALUE 'Y'.
       01  WS-SEED-DATE.
           03  WS-SEED-YYYY            PIC 9(04).
           03  WS-SEED-MM              PIC 9(02).
           03  WS-SEED-DD              PIC 9(02).
       01  WS-SEED-KIND                PIC X(02).
       01  WS-SEED-BASE                PIC X(60).
       01  WS-SEED-EXT                 PIC X(10).
       01  WS-SEED-NAME                PIC X(60).
       01  WS-FILE-DETAILS             PIC X(16).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'HISTORY ROWS READ   : ', WS-HIST-READ-CTR.
           DISPLAY 'HISTORY ROWS KEPT   : ', WS-HIST-KEPT-CTR.
           DISPLAY 'HISTORY ROWS ARCHIVED: ', WS-HIST-ARCH-CTR.
           DISPLAY 'HISTORY ROWS DELETED: ', WS-HIST-DEL-CTR.
           DISPLAY 'AUDIT LINES READ    : ', WS-AUD-READ-CTR.
           DISPLAY 'AUDIT LINES KEPT    : ', WS-AUD-KEPT-CTR.
           DISPLAY 'AUDIT LINES ARCHIVED: ', WS-AUD-ARCH-CTR.
           MOVE WS-MONTH-QUOT TO WS-CUTOFF-YYYY.
           COMPUTE WS-CUTOFF-MM = WS-MONTH-REM + 1.
      *-----------------------------------------------------------------
      * THE FIRST PASS OVER THE KEYED HISTORY COPIES EVERY ROW OLDER
      * THAN THE CUTOFF TO THE ARCHIVE COPY; ONLY WHEN THAT CLOSED
      * CLEAN AND WAS FILED UNDER ITS DATED GENERATION NAME DOES THE
      * SECOND PASS DELETE THOSE ROWS FROM THE LIVE FILE - THE REST
      * OF THE FILE IS NEVER REWRITTEN. A ROW WHOSE DATE IS NOT
      * NUMERIC IS KEPT - AGE WE CANNOT READ IS AGE WE DO NOT ASSUME.
      *-----------------------------------------------------------------
       200-ARCHIVE-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'Y' TO WS-REPLACE-OK-FLAG.
           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'MAIL HISTORY OPEN FAILED, STATUS: ',
                       WS-HISTORY-FILE-STATUS,
                       ' - HISTORY NOT ARCHIVED'
               MOVE 'N' TO WS-REPLACE-OK-FLAG
           ELSE
               OPEN OUTPUT ARCH-FILE
               PERFORM UNTIL EOF
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-HIST-READ-CTR
                           PERFORM 210-COPY-AGED-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
               IF WS-ARCH-FILE-STATUS NOT = '00'
                   MOVE 'N' TO WS-REPLACE-OK-FLAG
               END-IF
               IF REPLACE-OK
                   MOVE '..\p04-mail-history' TO WS-COPY-BASE-WK
                   MOVE '.csv'                TO WS-COPY-EXT-WK
                   MOVE 'HS'                  TO WS-CAT-KIND
                   PERFORM 510-FILE-GENERATION
               END-IF
               IF REPLACE-OK
                   IF WS-HIST-ARCH-CTR > ZERO
                       PERFORM 220-DELETE-AGED-HISTORY
                   END-IF
               ELSE
                   DISPLAY 'HISTORY ARCHIVE FAILED - LIVE FILE '
                           'LEFT UNTOUCHED'
                   MOVE 8 TO WS-RC-WK
               END-IF
               CLOSE HISTORY-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           COMPUTE WS-HIST-KEPT-CTR
               = WS-HIST-READ-CTR - WS-HIST-DEL-CTR.
      *-----------------------------------------------------------------
      * SETS WS-KEEP-ROW-FLAG FOR THE HISTORY ROW IN THE RECORD AREA.
      *-----------------------------------------------------------------
       205-CHECK-HISTORY-AGE.
           MOVE 'Y' TO WS-KEEP-ROW-FLAG.
           IF HST-MAIL-DATE IS NUMERIC
               MOVE HST-MAIL-DATE(1:6) TO WS-ROW-YYYYMM
               IF WS-ROW-YYYYMM < WS-CUTOFF-YYYYMM
                   MOVE 'N' TO WS-KEEP-ROW-FLAG
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * AN ARCHIVED ROW IS FILED IN THE SAME COMMA-SEPARATED FORM THE
      * HISTORY ONCE LIVED IN - ID, DATE, CLASS, CELL - WITH THE
      * SERIAL AND CAMPAIGN THE KEYED FILE ADDED AFTER THEM.
      *-----------------------------------------------------------------
       210-COPY-AGED-HISTORY-ROW.
           PERFORM 205-CHECK-HISTORY-AGE.
           IF NOT KEEP-THIS-ROW
               ADD 1 TO WS-HIST-ARCH-CTR
               MOVE SPACES TO ARCH-REC
               STRING FUNCTION TRIM(HST-CUST-ID) DELIMITED BY SIZE
                      ','                        DELIMITED BY SIZE
                      HST-MAIL-DATE              DELIMITED BY SIZE
                      ','                        DELIMITED BY SIZE
                      HST-MAIL-CLASS             DELIMITED BY SIZE
                      ','                        DELIMITED BY SIZE
                      HST-CELL                   DELIMITED BY SPACE
                      ','                        DELIMITED BY SIZE
                      HST-SERIAL                 DELIMITED BY SIZE
                      ','                        DELIMITED BY SIZE
                      FUNCTION TRIM(HST-CAMPAIGN) DELIMITED BY SIZE
                   INTO ARCH-REC
               END-STRING
               WRITE ARCH-REC
           END-IF.
      *-----------------------------------------------------------------
      * SECOND PASS: BACK TO THE FIRST KEY AND DELETE EVERY AGED ROW.
      *-----------------------------------------------------------------
       220-DELETE-AGED-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO HST-KEY.
           START HISTORY-FILE KEY IS >= HST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL EOF
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 205-CHECK-HISTORY-AGE
                       IF NOT KEEP-THIS-ROW
                           DELETE HISTORY-FILE
                               INVALID KEY
                                   DISPLAY 'HISTORY DELETE FAILED: ',
                                           HST-CUST-ID, ' ',
                                           HST-MAIL-DATE
                                   MOVE 8 TO WS-RC-WK
                               NOT INVALID KEY
                                   ADD 1 TO WS-HIST-DEL-CTR
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      * SAME SPLIT FOR THE AUDIT LOG - EVERY AUDIT LINE LEADS WITH
      * ITS RUN DATE, SO THE FIRST SIX BYTES ARE THE YEAR-MONTH.
      *-----------------------------------------------------------------
               IF REPLACE-OK
                   MOVE '..\P04-AUDIT-LOG' TO WS-COPY-SRC-NAME
                   MOVE '.TXT'             TO WS-COPY-DST-NAME
                   MOVE 'AU'               TO WS-CAT-KIND
                   PERFORM 500-REPLACE-AND-FILE-GENERATION
               ELSE
                   DISPLAY 'AUDIT SPLIT FAILED - LIVE FILE '
           END-IF.
           MOVE ZERO TO RETURN-CODE.

           PERFORM 510-FILE-GENERATION.

           MOVE '..\p04-archive-keep.tmp' TO WS-COPY-SRC-NAME.
           CALL 'CBL_DELETE_FILE' USING WS-COPY-SRC-NAME.
           MOVE ZERO TO RETURN-CODE.
      *-----------------------------------------------------------------
      * FILES THE ARCHIVE COPY AS <NAME>-ARCH-<RUNDATE><EXT> FROM THE
      * STEM IN WS-COPY-BASE-WK AND THE EXTENSION IN WS-COPY-EXT-WK.
      * A FAILED COPY CLEARS WS-REPLACE-OK-FLAG SO NOTHING IS TAKEN
      * OUT OF A LIVE FILE THAT HAS NO FILED COPY. A FILED COPY IS
      * CATALOGUED UNDER THE KIND IN WS-CAT-KIND.
      *-----------------------------------------------------------------
       510-FILE-GENERATION.
           MOVE '..\p04-archive-out.tmp' TO WS-COPY-SRC-NAME.
           MOVE SPACES TO WS-COPY-DST-NAME.
           STRING FUNCTION TRIM(WS-COPY-BASE-WK) DELIMITED BY SIZE
               DISPLAY 'GENERATION COPY FAILED: ',
                       WS-COPY-DST-NAME
               MOVE 8 TO WS-RC-WK
               MOVE 'N' TO WS-REPLACE-OK-FLAG
           ELSE
               PERFORM 520-CATALOG-GENERATION
           END-IF.
           MOVE ZERO TO RETURN-CODE.

           MOVE '..\p04-archive-out.tmp' TO WS-COPY-SRC-NAME.
           CALL 'CBL_DELETE_FILE' USING WS-COPY-SRC-NAME.
           MOVE ZERO TO RETURN-CODE.
      *-----------------------------------------------------------------
      * A GENERATION THAT IS FILED BUT NOT CATALOGUED IS STILL A GOOD
      * ARCHIVE, SO A CATALOGUE FAILURE IS A WARNING - BUT A PRIVACY
      * ERASURE WILL NOT FIND THAT GENERATION UNTIL IT IS ADDED BY HAND.
      * WHEN THERE IS NO CATALOGUE YET IT IS SEEDED WITH EVERY
      * GENERATION ALREADY ON DISK, WHICH TAKES IN THE ONE JUST FILED.
      *-----------------------------------------------------------------
       520-CATALOG-GENERATION.
           MOVE 'N' TO WS-SEED-FLAG.
           OPEN EXTEND ARCH-CATALOG-FILE.
           IF WS-CATALOG-FILE-STATUS = '35'
               OPEN OUTPUT ARCH-CATALOG-FILE
               IF WS-CATALOG-FILE-STATUS = '00'
                   PERFORM 530-SEED-CATALOG
               END-IF
           END-IF.
           IF WS-CATALOG-FILE-STATUS = '00' OR CATALOG-SEEDED
               IF NOT CATALOG-SEEDED
                   MOVE SPACES           TO ARCH-CATALOG-REC
                   MOVE WS-CAT-KIND      TO ACG-KIND
                   MOVE ','              TO ACG-SEP
                   MOVE WS-COPY-DST-NAME TO ACG-GEN-NAME
                   WRITE ARCH-CATALOG-REC
               END-IF
               CLOSE ARCH-CATALOG-FILE
           ELSE
               DISPLAY 'ARCHIVE CATALOG OPEN FAILED, STATUS: ',
                       WS-CATALOG-FILE-STATUS, ' - NOT CATALOGUED: ',
                       WS-COPY-DST-NAME
               IF WS-RC-WK < 4
                   MOVE 4 TO WS-RC-WK
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * LISTS EVERY HISTORY AND AUDIT GENERATION FOUND ON DISK, WORKING
      * BACK A MONTH AT A TIME FROM THE RUN MONTH.
      *-----------------------------------------------------------------
       530-SEED-CATALOG.
           MOVE 'Y'         TO WS-SEED-FLAG.
           MOVE ZERO        TO WS-SEED-CTR.
           MOVE WS-RUN-YYYY TO WS-SEED-YYYY.
           MOVE WS-RUN-MM   TO WS-SEED-MM.
           PERFORM 532-SEED-ONE-MONTH WS-SEED-MONTHS TIMES.
           DISPLAY 'ARCHIVE CATALOG SEEDED: ', WS-SEED-CTR,
                   ' GENERATIONS'.
      *-----------------------------------------------------------------
       532-SEED-ONE-MONTH.
           PERFORM 534-SEED-ONE-DAY
               VARYING WS-SEED-DD FROM 1 BY 1
               UNTIL WS-SEED-DD > 31.
           IF WS-SEED-MM = 1
               MOVE 12 TO WS-SEED-MM
               SUBTRACT 1 FROM WS-SEED-YYYY
           ELSE
               SUBTRACT 1 FROM WS-SEED-MM
           END-IF.
      *-----------------------------------------------------------------
       534-SEED-ONE-DAY.
           MOVE 'HS'                  TO WS-SEED-KIND.
           MOVE '..\p04-mail-history' TO WS-SEED-BASE.
           MOVE '.csv'                TO WS-SEED-EXT.
           PERFORM 536-SEED-ONE-NAME.
           MOVE 'AU'                  TO WS-SEED-KIND.
           MOVE '..\P04-AUDIT-LOG'    TO WS-SEED-BASE.
           MOVE '.TXT'                TO WS-SEED-EXT.
           PERFORM 536-SEED-ONE-NAME.
      *-----------------------------------------------------------------
       536-SEED-ONE-NAME.
           MOVE SPACES TO WS-SEED-NAME.
           STRING FUNCTION TRIM(WS-SEED-BASE) DELIMITED BY SIZE
                  '-ARCH-'                    DELIMITED BY SIZE
                  WS-SEED-DATE                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEED-EXT)  DELIMITED BY SIZE
               INTO WS-SEED-NAME
           END-STRING.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-SEED-NAME
                                             WS-FILE-DETAILS.
           IF RETURN-CODE = ZERO
               MOVE SPACES       TO ARCH-CATALOG-REC
               MOVE WS-SEED-KIND TO ACG-KIND
               MOVE ','          TO ACG-SEP
               MOVE WS-SEED-NAME TO ACG-GEN-NAME
               WRITE ARCH-CATALOG-REC
               ADD 1 TO WS-SEED-CTR
           END-IF.
           MOVE ZERO TO RETURN-CODE.
      *-----------------------------------------------------------------
      * REBUILDS THE LAST-MAILED FILE FROM THE SURVIVING HISTORY: THE
      * LATEST DATE PER CUSTOMER WINS, EXACTLY WHAT THE FREQUENCY CAP
      * LOOKS UP. THE OLD INDEXED FILE - LOST, CORRUPT OR MERELY
      * SUSPECT - IS SIMPLY WRITTEN OVER. THE HISTORY IS READ IN KEY
      * ORDER, SO EACH CUSTOMER'S ROWS ARRIVE TOGETHER AND OLDEST
      * FIRST. A HOLDOUT ROW (CELL 'HO') RECORDS A CUSTOMER
      * DELIBERATELY NOT MAILED AND NEVER SETS A LAST-MAILED DATE.
      *-----------------------------------------------------------------
       400-REBUILD-LAST-MAILED.
           OPEN OUTPUT LAST-MAILED-FILE.
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS = '00'
                   PERFORM UNTIL EOF
                       READ HISTORY-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM 410-APPLY-ONE-HISTORY-ROW
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
       410-APPLY-ONE-HISTORY-ROW.
           IF HST-CUST-ID = SPACES
              OR HST-MAIL-DATE NOT NUMERIC
              OR HST-HOLDOUT
               CONTINUE
           ELSE
               ADD 1 TO WS-REBUILD-ROWS-CTR
               MOVE HST-CUST-ID TO LST-CUST-ID
               READ LAST-MAILED-FILE
                   INVALID KEY
                       MOVE HST-CUST-ID    TO LST-CUST-ID
                       MOVE HST-MAIL-DATE  TO LST-LAST-DATE
                       MOVE HST-MAIL-CLASS TO LST-MAIL-CLASS
                       WRITE LST-REC
                       ADD 1 TO WS-REBUILD-CTR
                   NOT INVALID KEY
                       IF HST-MAIL-DATE NOT < LST-LAST-DATE
                           MOVE HST-MAIL-DATE  TO LST-LAST-DATE
                           MOVE HST-MAIL-CLASS TO LST-MAIL-CLASS
                           REWRITE LST-REC
                       END-IF
               END-READ
