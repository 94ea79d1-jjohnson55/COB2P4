                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RETURNED-FILE-STATUS.
           SELECT HISTORY-FILE
                             ASSIGN TO '..\p04-mail-history.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS HST-KEY
                             FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT LAST-MAILED-FILE
                             ASSIGN TO '..\p04-mail-last.dat'
                             ASSIGN TO '..\p04-manifest.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-MANIFEST-FILE-STATUS.
           SELECT MERGED-FILE
                             ASSIGN TO '..\p04-merged.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-MERGED-FILE-STATUS.
           SELECT MERGE-COUNTS-FILE
                             ASSIGN TO '..\p04-merge-counts.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-MCOUNTS-FILE-STATUS.
           SELECT BROKER-REPORT-FILE
                             ASSIGN TO '..\P04-BROKER-USAGE.TXT'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-BROKER-FILE-STATUS.
           SELECT ALT-ADDRESS-FILE
                             ASSIGN TO '..\p04-alt-address.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS ALT-CUST-ID
                             FILE STATUS IS WS-ALT-FILE-STATUS.
           SELECT TRAY-TAG-FILE
                             ASSIGN TO '..\P04-TRAY-TAGS.TXT'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-TRAY-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03  CTL-RUN-MODE            PIC X(01).
           03  CTL-FREQ-DAYS           PIC X(03).
           03  CTL-EXC-THRESHOLD       PIC X(04).
           03  CTL-TRAY-CAP            PIC X(03).

       FD  HISTORY-FILE.
       COPY P04HIST.

       FD  LAST-MAILED-FILE.
       01  LST-REC.
       FD  RESTART-FILE.
       01  RESTART-REC.
           03  RST-CHECKPOINT-CTR      PIC 9(06).
           03  RST-TRAY-CTR            PIC 9(05).

       FD  LABEL-FILE-FC.
       01  LABEL-FC-REC                PIC X(80).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC                PIC X(80).

       FD  MERGED-FILE.
       01  MERGED-REC.
           03  MRG-SOURCE              PIC X(02).
           03  MRG-SEP                 PIC X(01).
           03  MRG-RAW-REC             PIC X(110).

       FD  MERGE-COUNTS-FILE.
       01  MERGE-COUNTS-REC.
           03  MCT-LIST-CODE           PIC X(02).
           03  MCT-IN                  PIC 9(06).
           03  MCT-INVALID             PIC 9(06).
           03  MCT-HOUSE-HIT           PIC 9(06).
           03  MCT-LIST-DUP            PIC 9(06).
           03  MCT-KEPT                PIC 9(06).

       FD  BROKER-REPORT-FILE.
       01  BROKER-REPORT-REC           PIC X(80).

       FD  ALT-ADDRESS-FILE.
       COPY P04ALT.

       FD  TRAY-TAG-FILE.
       01  TRAY-TAG-REC                PIC X(80).

       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           03  SD-HOUSEHOLD-KEY.
           03  SD-MAIL-CLASS           PIC X(01).
           03  SD-ORIG-REC-NBR         PIC 9(06).
           03  SD-SEED-FLAG            PIC X(01).
           03  SD-SOURCE               PIC X(02).
           03  SD-RAW-REC              PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-RETURNED-FILE-STATUS     PIC X(02)   VALUE '00'.
       01  WS-QUEUE-FILE-STATUS        PIC X(02)   VALUE '00'.
       01  WS-RUN-MODE                 PIC X(01)   VALUE 'L'.
           88  LABEL-RUN-MODE                      VALUE 'L' 'M'.
           88  MERGED-RUN-MODE                     VALUE 'M'.
           88  UPDATE-RUN-MODE                     VALUE 'U'.
      *-----------------------------------------------------------------
      * CAMPAIGN QUEUE - LOADED FROM P04-CAMPAIGN-QUEUE.DAT, ONE ROW
      * PER CAMPAIGN AS SUFFIX,STOCK,FREQ-DAYS,EXC-THRESHOLD, WITH AN
      * OPTIONAL FIFTH FIELD OVERRIDING THE HOLDOUT PERCENTAGE. EACH
      * CAMPAIGN'S SELECTION RULES LIVE IN P04-SELECT-<SUFFIX>.DAT,
      * WHICH IS SWAPPED INTO P04-SELECT.DAT BEFORE THAT CAMPAIGN
      * RUNS - THE SAME SWAP THE OPERATORS USED TO DO BY HAND BETWEEN
               05  WS-QUE-STOCK        PIC X(01).
               05  WS-QUE-FREQ-DAYS    PIC X(03).
               05  WS-QUE-EXC-THR      PIC X(04).
               05  WS-QUE-HOLDOUT      PIC X(03).
       01  WS-QUEUE-COUNT               PIC 9(02)   VALUE ZERO.
       01  WS-QUEUE-SUB                 PIC 9(02)   VALUE ZERO.
       01  WS-QUEUE-OVFL-CTR            PIC 9(02)   VALUE ZERO.
       01  WS-QUE-STOCK-X               PIC X(05).
       01  WS-QUE-FREQ-X                PIC X(05).
       01  WS-QUE-THR-X                 PIC X(06).
       01  WS-QUE-HOLD-X                PIC X(05).
       01  WS-COPY-BASE                 PIC X(40).
       01  WS-COPY-EXT                  PIC X(10).
       01  WS-COPY-SRC-NAME             PIC X(60).
      *-----------------------------------------------------------------
       01  WS-RAW-REC                  PIC X(110).
      *-----------------------------------------------------------------
      * ZIP PREFIX OF THE CURRENT ROW - ITS POSTAGE BUNDLE
      *-----------------------------------------------------------------
       01  WS-CUR-ZIP-PFX              PIC X(03)   VALUE SPACES.
      *-----------------------------------------------------------------
      * WORKING FIELDS FOR HOUSEHOLD-LEVEL DUPLICATE SUPPRESSION
      * (5-DIGIT ZIP RANGE) OR CL (MAIL CLASS). WHERE A FIELD HAS AT
      * LEAST ONE INCLUDE RULE A RECORD MUST MATCH ONE OF THEM; ANY
      * MATCHING EXCLUDE RULE THROWS THE RECORD OUT. NO FILE OR NO
      * RULES MEANS THE WHOLE LIST RUNS, AS IT ALWAYS HAS. ACTIONS H
      * AND T SELECT NOBODY - THEY SPLIT THE SELECTED NAMES INTO
      * TEST CELLS (SEE BELOW) AND RIDE THE TABLE ONLY SO THE
      * CRITERIA ECHO SHOWS THEM.
      *-----------------------------------------------------------------
       01  WS-SEL-TABLE.
           03  WS-SEL-ENTRY            OCCURS 20 TIMES.
               05  WS-SEL-ACTION       PIC X(01).
                   88  SEL-CELL-RULE               VALUE 'H' 'T'.
               05  WS-SEL-FIELD        PIC X(02).
               05  WS-SEL-VAL1         PIC X(10).
               05  WS-SEL-VAL2         PIC X(10).
       01  WS-SEL-CRITERIA-WK           PIC X(60)   VALUE 'ALL'.
       01  WS-SEL-CRITERIA-PTR          PIC 9(02)   VALUE 1.
      *-----------------------------------------------------------------
      * TEST CELLS AND THE HOLDOUT CONTROL GROUP - FROM SELECTION
      * RULES T,<CELL>,<WEIGHT> (ONE PER CELL, WEIGHTS RELATIVE TO
      * EACH OTHER) AND H,HO,<PERCENT>; A QUEUE ROW'S FIFTH FIELD
      * OVERRIDES THE HOLDOUT PERCENTAGE. EACH HOUSE NAME THAT GETS
      * AS FAR AS A LABEL IS DRAWN AT RANDOM: HELD OUT, IT GETS NO
      * LABEL, SERIAL OR LAST-MAILED DATE BUT IS WRITTEN TO THE
      * MAILING HISTORY UNDER CELL 'HO' SO ITS ORDERS CAN BE
      * MEASURED; OTHERWISE IT IS MAILED CARRYING THE CELL DRAWN BY
      * WEIGHT - OR, WITH A HOLDOUT AND NO CELL RULES, CELL 'ML', SO
      * THE MAILED NAMES HAVE A CELL TO SET AGAINST THE CONTROL GROUP
      * WHEN RESPONSES ARE MEASURED. THE GENERATOR IS SEEDED FROM THE
      * RUN DATE AND QUEUE POSITION, SO A RESTART'S RECOUNT DRAWS
      * EXACTLY AS THE FIRST ATTEMPT DID. RENTED NAMES ARE NEVER HELD
      * OUT - THE BROKER IS PAID FOR THEM EITHER WAY - AND CARRY NO
      * CELL.
      *-----------------------------------------------------------------
       01  WS-CELL-TABLE.
           03  WS-CELL-ENTRY           OCCURS 10 TIMES.
               05  WS-CELL-CODE        PIC X(02).
               05  WS-CELL-WEIGHT      PIC 9(03).
               05  WS-CELL-PIECES      PIC 9(06).
       01  WS-CELL-COUNT                PIC 9(02)   VALUE ZERO.
       01  WS-CELL-SUB                  PIC 9(02)   VALUE ZERO.
       01  WS-CELL-WEIGHT-TOT           PIC 9(04)   VALUE ZERO.
       01  WS-CELL-CUM                  PIC 9(04)   VALUE ZERO.
       01  WS-CELL-PICK                 PIC 9(04)   VALUE ZERO.
       01  WS-CELL-DRAW                 PIC 9(04)   VALUE ZERO.
       01  WS-CELL-SEED                 PIC 9(09)   VALUE ZERO.
       01  WS-CELL-VAL-WK               PIC 9(03)   VALUE ZERO.
       01  WS-HOLDOUT-PCT               PIC 9(02)   VALUE ZERO.
       01  WS-HOLDOUT-OVR               PIC X(03)   VALUE SPACES.
       01  WS-HOLDOUT-CTR               PIC 9(06)   VALUE ZERO.
       01  WS-CUR-CELL                  PIC X(02)   VALUE SPACES.
           88  HOLDOUT-CELL                         VALUE 'HO'.
       01  WS-CELLS-FLAG                PIC X       VALUE 'N'.
           88  TEST-CELLS-ACTIVE                    VALUE 'Y'.
      *-----------------------------------------------------------------
      * WORKING FIELDS FOR CROSS-RUN FREQUENCY CAPPING. A CUSTOMER
      * ALREADY MAILED WITHIN WS-FREQ-CAP-DAYS (FROM THE CONTROL
      * FILE, ZERO = NO CAP) IS SKIPPED AND COUNTED, SO THE SAME
       01  WS-FREQ-CAP-DAYS             PIC 9(03)   VALUE ZERO.
       01  WS-RUN-DATE-INT              PIC 9(07)   VALUE ZERO.
       01  WS-DAYS-SINCE                PIC S9(7)   VALUE ZERO.
      *-----------------------------------------------------------------
      * WORKING FIELDS FOR THE POSTAGE ESTIMATE
      *-----------------------------------------------------------------
      * PIECE, SEEDS INCLUDED, DRAWS THE NEXT SERIAL OF THE RUN,
      * PRINTS IT AS A BARCODE-READY LINE UNDER THE ADDRESS BLOCK,
      * AND FILES ONE MANIFEST ROW (SERIAL, CUSTOMER, ZIP, CLASS,
      * BUNDLE PREFIX, CAMPAIGN, SOURCE LIST, TEST CELL, TRAY). SERIALS
      * ADVANCE EVEN THROUGH A RESTART'S RECOUNT PHASE SO A PIECE
      * KEEPS THE SERIAL IT WAS PRINTED WITH, AND THEY RUN STRAIGHT
      * THROUGH A QUEUED WINDOW SO NO TWO CAMPAIGNS OF THE NIGHT
      * SHARE ONE.
      *-----------------------------------------------------------------
       01  WS-SERIAL-CTR                PIC 9(08)   VALUE ZERO.
       01  WS-MANIFEST-FILE-STATUS      PIC X(02)   VALUE '00'.
      * MANIFEST, HISTORY AND LAST-MAILED ROWS ALL CARRY.
      *-----------------------------------------------------------------
       01  WS-PIECE-CLASS               PIC X(01)   VALUE SPACES.
      *-----------------------------------------------------------------
      * TRAY PREPARATION. EACH LABEL FILE'S PIECES ARE MADE UP INTO
      * TRAYS OF AT MOST WS-TRAY-CAP PIECES: A 5-DIGIT ZIP THAT CAN
      * FILL A TRAY GETS 5-DIGIT TRAYS OF ITS OWN, WHAT IS LEFT OF A
      * 3-DIGIT PREFIX THAT CAN STILL FILL ONE GETS 3-DIGIT TRAYS,
      * AND EVERYTHING ELSE FILLS MIXED TRAYS IN ZIP ORDER. FOREIGN
      * MAIL ONLY EVER GOES MIXED. EACH STREAM (1 = FIRST-CLASS, 2 =
      * STANDARD/BULK, 3 = INTERNATIONAL) HOLDS ONE BUFFER PER LEVEL
      * (1 = 5-DIGIT, 2 = 3-DIGIT, 3 = MIXED), AND A BUFFER IS
      * LABELLED AND EMPTIED THE MOMENT IT MAKES A FULL TRAY, SO NONE
      * EVER HOLDS MORE THAN ONE TRAY'S PIECES. A PIECE'S LABEL AND
      * MANIFEST ROW ARE WRITTEN WITH ITS TRAY, SO THE LABEL FILE
      * COMES OFF THE PRINTER ONE TRAY AT A TIME BEHIND ITS TRAY
      * SLIP. TRAYS ARE NUMBERED THROUGH THE RUN, AND THE CHECKPOINT
      * CARRIES THE LAST TRAY WRITTEN - A RESTART'S RECOUNT MAKES UP
      * THE SAME TRAYS AGAIN BUT ONLY WRITES THE ONES AFTER IT.
      *-----------------------------------------------------------------
       01  WS-TRAY-FILE-STATUS          PIC X(02)   VALUE '00'.
       01  WS-TRAY-CAP                  PIC 9(03)   VALUE 300.
       01  WS-TRAY-CAP-WK               PIC 9(03)   VALUE ZERO.
       01  WS-TRAY-MAX-CAP              PIC 9(03)   VALUE 500.
       01  WS-TRAY-SEQ                  PIC 9(05)   VALUE ZERO.
       01  WS-RESTART-TRAYS             PIC 9(05)   VALUE ZERO.
       01  WS-TRAY-5D-CTR               PIC 9(05)   VALUE ZERO.
       01  WS-TRAY-3D-CTR               PIC 9(05)   VALUE ZERO.
       01  WS-TRAY-MX-CTR               PIC 9(05)   VALUE ZERO.
       01  WS-STM-SUB                   PIC 9(01)   VALUE ZERO.
       01  WS-LVL-SUB                   PIC 9(01)   VALUE ZERO.
       01  WS-MOVE-SUB                  PIC 9(03)   VALUE ZERO.
       01  WS-EMIT-SUB                  PIC 9(03)   VALUE ZERO.
       01  WS-TO-SUB                    PIC 9(03)   VALUE ZERO.
       01  WS-TRAY-LEVEL-WK             PIC X(07)   VALUE SPACES.
       01  WS-TRAY-DEST-WK              PIC X(07)   VALUE SPACES.
       01  WS-TRAY-STREAMS.
           03  WS-STM                  OCCURS 3 TIMES.
               05  WS-STM-ZIP5         PIC X(05)   VALUE SPACES.
               05  WS-STM-PFX          PIC X(03)   VALUE SPACES.
               05  WS-STM-ZIP5-FLAG    PIC X       VALUE 'N'.
                   88  ZIP5-TRAYS-MADE             VALUE 'Y'.
               05  WS-STM-PFX-FLAG     PIC X       VALUE 'N'.
                   88  PFX-TRAYS-MADE              VALUE 'Y'.
               05  WS-STM-MIX-LOW      PIC X(03)   VALUE SPACES.
               05  WS-STM-MIX-HIGH     PIC X(03)   VALUE SPACES.
               05  WS-STM-LVL          OCCURS 3 TIMES.
                   07  WS-BUF-COUNT    PIC 9(03)   VALUE ZERO.
                   07  WS-BUF-PIECE    PIC X(121)  OCCURS 500 TIMES.
      *    ONE PIECE AS IT WAITS IN A TRAY BUFFER - THE FIELDS ITS
      *    LABEL AND MANIFEST ROW ARE BUILT FROM WHEN THE TRAY IS
      *    WRITTEN.
       01  WS-TRAY-PIECE.
           03  WS-TP-SERIAL            PIC 9(08).
           03  WS-TP-CUST-ID           PIC X(10).
           03  WS-TP-NAME              PIC X(30).
           03  WS-TP-ADDRESS           PIC X(30).
           03  WS-TP-CITY              PIC X(20).
           03  WS-TP-STATE             PIC X(02).
           03  WS-TP-ZIP               PIC X(10).
           03  WS-TP-COUNTRY           PIC X(03).
           03  WS-TP-CLASS             PIC X(01).
               88  TP-FOREIGN-PIECE                VALUE 'I'.
           03  WS-TP-ZIP-PFX           PIC X(03).
           03  WS-TP-SOURCE            PIC X(02).
           03  WS-TP-CELL              PIC X(02).
       COPY P04TRAY.
      *-----------------------------------------------------------------
      * MERGED-LIST MODE (RUN MODE 'M') - THE SORT IS FED FROM THE
      * MERGE/PURGE OUTPUT INSTEAD OF THE MASTER, EACH ROW LED BY ITS
      * SOURCE LIST: 'H ' FOR THE HOUSE FILE, R1-R3 FOR THE RENTED
      * LISTS. THE SOURCE RIDES THE SORT TO THE MANIFEST. A RENTED
      * NAME IS MAILED ONCE ON THE BROKER'S LICENCE AND IS NOT OURS
      * TO REMEMBER - IT NEVER ENTERS THE MAILING HISTORY OR THE
      * LAST-MAILED FILE, AND THE FREQUENCY CAP DOES NOT LOOK IT UP.
      *-----------------------------------------------------------------
       01  WS-MERGED-FILE-STATUS        PIC X(02)   VALUE '00'.
       01  WS-MCOUNTS-FILE-STATUS       PIC X(02)   VALUE '00'.
       01  WS-BROKER-FILE-STATUS        PIC X(02)   VALUE '00'.
       01  WS-MERGED-OPEN-FLAG          PIC X       VALUE 'N'.
           88  MERGED-OPENED                        VALUE 'Y'.
       01  WS-CUR-SOURCE                PIC X(02)   VALUE 'H '.
           88  HOUSE-NAME                           VALUE 'H '.
      *-----------------------------------------------------------------
      * BROKER USAGE TALLIES, SUBSCRIPTED LIKE THE MERGE/PURGE LIST
      * TABLE: 1 = HOUSE, 2-4 = RENTED LISTS R1-R3. NAMES READ, DO-
      * NOT-MAIL HITS AND PIECES MAILED COME FROM THIS RUN; NAMES
      * RECEIVED AND HOUSE-FILE HITS COME FROM THE MERGE/PURGE
      * SETTLEMENT COUNTS. THE BROKER IS PAID FOR WHAT WAS MAILED.
      *-----------------------------------------------------------------
       01  WS-BROKER-TABLE.
           03  WS-BRK-ENTRY            OCCURS 4 TIMES.
               05  WS-BRK-CODE         PIC X(02).
               05  WS-BRK-READ         PIC 9(06).
               05  WS-BRK-RECEIVED     PIC 9(06).
               05  WS-BRK-HOUSE-HIT    PIC 9(06).
               05  WS-BRK-DNM          PIC 9(06).
               05  WS-BRK-MAILED       PIC 9(06).
       01  WS-BRK-SUB                   PIC 9(01)   VALUE 1.
       01  WS-BRK-OTHER                 PIC S9(07)  VALUE ZERO.
       01  WS-MCOUNTS-FLAG              PIC X       VALUE 'N'.
           88  MERGE-COUNTS-LOADED                  VALUE 'Y'.
       01  WS-BRK-LINE.
           03  WS-BRK-RPT-CODE         PIC X(02).
           03  FILLER                  PIC X(04)   VALUE SPACES.
           03  WS-BRK-RPT-RECEIVED     PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(03)   VALUE SPACES.
           03  WS-BRK-RPT-HOUSE-HIT    PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(03)   VALUE SPACES.
           03  WS-BRK-RPT-DNM          PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(03)   VALUE SPACES.
           03  WS-BRK-RPT-OTHER        PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(03)   VALUE SPACES.
           03  WS-BRK-RPT-MAILED       PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
      * SEASONAL ALTERNATE ADDRESSES - A HOUSE CUSTOMER WITH AN
      * ALTERNATE WHOSE MMDD RANGE TAKES IN THE RUN DATE IS MAILED AT
      * THE ALTERNATE. THE SUBSTITUTION IS MADE BEFORE THE ROW IS
      * STRUNG FOR THE SORT, SO VALIDATION, THE ZIP REFERENCE, THE
      * HOUSEHOLD KEY AND THE PRESORT ALL SEE THE ADDRESS THE PIECE
      * IS GOING TO. NO ALTERNATE-ADDRESS FILE MEANS NO ALTERNATES.
      *-----------------------------------------------------------------
       01  WS-ALT-FILE-STATUS           PIC X(02)   VALUE '00'.
       01  WS-ALT-OPEN-FLAG             PIC X       VALUE 'N'.
           88  ALT-ADDRESS-AVAILABLE                VALUE 'Y'.
       01  WS-ALT-ACTIVE-FLAG           PIC X       VALUE 'N'.
           88  ALT-ADDRESS-IN-EFFECT                VALUE 'Y'.
       01  WS-RUN-MMDD                  PIC 9(04)   VALUE ZERO.
       01  WS-ALT-USED-CTR              PIC 9(06)   VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE WS-TIME-X(1:6) TO WS-START-TIME.
           COMPUTE WS-RUN-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE WS-RUN-DATE(5:4) TO WS-RUN-MMDD.
           MOVE 'H '  TO WS-BRK-CODE(1).
           MOVE 'R1'  TO WS-BRK-CODE(2).
           MOVE 'R2'  TO WS-BRK-CODE(3).
           MOVE 'R3'  TO WS-BRK-CODE(4).
           PERFORM 133-ZERO-ONE-BROKER
               VARYING WS-BRK-SUB FROM 1 BY 1
               UNTIL WS-BRK-SUB > 4.
           PERFORM 110-READ-CONTROL.

           IF UPDATE-RUN-MODE
               ELSE
                   MOVE SPACES TO WS-QUE-SFX-X WS-QUE-STOCK-X
                                  WS-QUE-FREQ-X WS-QUE-THR-X
                                  WS-QUE-HOLD-X
                   UNSTRING QUEUE-REC DELIMITED BY ','
                       INTO WS-QUE-SFX-X, WS-QUE-STOCK-X,
                            WS-QUE-FREQ-X, WS-QUE-THR-X,
                            WS-QUE-HOLD-X
                   END-UNSTRING
                   IF WS-QUE-SFX-X = SPACES
                       ADD 1 TO WS-QUEUE-BAD-CTR
                         TO WS-QUE-FREQ-DAYS(WS-QUEUE-COUNT)
                       MOVE WS-QUE-THR-X(1:4)
                         TO WS-QUE-EXC-THR(WS-QUEUE-COUNT)
                       MOVE WS-QUE-HOLD-X(1:3)
                         TO WS-QUE-HOLDOUT(WS-QUEUE-COUNT)
                   END-IF
               END-IF
           END-IF.
           ELSE
               MOVE 9999 TO WS-EXC-THRESHOLD
           END-IF.
           MOVE WS-QUE-HOLDOUT(WS-QUEUE-SUB) TO WS-HOLDOUT-OVR.

           PERFORM 113-SWAP-SELECT-FILE.
           PERFORM 132-RESET-CAMPAIGN-TOTALS.
      *-----------------------------------------------------------------
       130-RUN-LABEL-PASS.
           PERFORM 118-READ-SELECT-FILE.
           PERFORM 125-SET-TEST-CELLS.
           IF NOT QUEUE-MODE
               PERFORM 120-READ-RESTART
           END-IF.
           DISPLAY 'DO-NOT-MAIL SKIPPED  : ', WS-OPTOUT-CTR.
           DISPLAY 'FREQ-CAP SKIPPED     : ', WS-FREQCAP-CTR.
           DISPLAY 'SELECTION SKIPPED    : ', WS-SELECT-SKIP-CTR.
           DISPLAY 'HELD OUT (CONTROL)   : ', WS-HOLDOUT-CTR.
           DISPLAY 'SEASONAL ADDRESSES   : ', WS-ALT-USED-CTR.
           DISPLAY 'EXCEPTIONS           : ', WS-EXCEPTION-CTR.
           DISPLAY 'FIRST-CLASS LABELS   : ', WS-FC-CTR.
           DISPLAY 'STANDARD/BULK LABELS : ', WS-BULK-CTR.
           DISPLAY 'INTERNATIONAL LABELS : ', WS-INTL-CTR.
           DISPLAY 'SEED PIECES INJECTED : ', WS-SEED-CTR.
           DISPLAY 'TRAYS - 5-DIGIT      : ', WS-TRAY-5D-CTR.
           DISPLAY 'TRAYS - 3-DIGIT      : ', WS-TRAY-3D-CTR.
           DISPLAY 'TRAYS - MIXED        : ', WS-TRAY-MX-CTR.

           PERFORM 170-WRITE-RUN-SUMMARY.
           PERFORM 175-WRITE-POSTAGE-REPORT.
           IF MERGED-RUN-MODE
               PERFORM 178-WRITE-BROKER-USAGE
           END-IF.
           PERFORM 190-CLEAR-RESTART-FILE.

           PERFORM 850-SET-RETURN-CODE.
                        WS-FC-POSTAGE WS-BULK-POSTAGE
                        WS-INTL-POSTAGE WS-TOT-POSTAGE.
           MOVE ZERO TO WS-SEL-COUNT WS-SEL-OVFL-CTR WS-RESTART-CTR.
           MOVE ZERO TO WS-CELL-COUNT WS-HOLDOUT-PCT WS-HOLDOUT-CTR.
           MOVE ZERO TO WS-ALT-USED-CTR.
           MOVE ZERO TO WS-SEED-CTR WS-SEED-FC-CTR WS-SEED-BULK-CTR
                        WS-SEED-INTL-CTR.
           PERFORM 133-ZERO-ONE-BROKER
               VARYING WS-BRK-SUB FROM 1 BY 1
               UNTIL WS-BRK-SUB > 4.
           MOVE ZERO TO WS-TRAY-SEQ WS-RESTART-TRAYS WS-TRAY-5D-CTR
                        WS-TRAY-3D-CTR WS-TRAY-MX-CTR.
           PERFORM 269-RESET-TRAY-STREAM
               VARYING WS-STM-SUB FROM 1 BY 1
               UNTIL WS-STM-SUB > 3.
           MOVE HIGH-VALUES TO WS-PREV-HOUSEHOLD-KEY.
           MOVE 'ALL' TO WS-SEL-CRITERIA-WK.
           MOVE 1     TO WS-SEL-CRITERIA-PTR.
           MOVE 'N'   TO WS-EOF-FLAG WS-SORT-EOF-FLAG
                         WS-RESTART-MODE-FLAG WS-SKIP-OUTPUT-FLAG
                         WS-CELLS-FLAG.
           MOVE 'N'   TO WS-ST-INC-EXISTS-FLAG
                         WS-ZP-INC-EXISTS-FLAG
                         WS-CL-INC-EXISTS-FLAG.
      *-----------------------------------------------------------------
       133-ZERO-ONE-BROKER.
           MOVE ZERO TO WS-BRK-READ(WS-BRK-SUB)
                        WS-BRK-RECEIVED(WS-BRK-SUB)
                        WS-BRK-HOUSE-HIT(WS-BRK-SUB)
                        WS-BRK-DNM(WS-BRK-SUB)
                        WS-BRK-MAILED(WS-BRK-SUB).
      *-----------------------------------------------------------------
      * COPIES THE PASS'S FIXED-NAME OUTPUTS TO THE CAMPAIGN'S OWN
      * SUFFIXED NAMES. A COPY THAT FAILS LEAVES A CAMPAIGN WITH NO
           MOVE '..\p04-manifest'          TO WS-COPY-BASE.
           MOVE '.csv'                     TO WS-COPY-EXT.
           PERFORM 136-COPY-ONE-OUTPUT.
           MOVE '..\P04-TRAY-TAGS'         TO WS-COPY-BASE.
           MOVE '.TXT'                     TO WS-COPY-EXT.
           PERFORM 136-COPY-ONE-OUTPUT.
           IF MERGED-RUN-MODE
               MOVE '..\P04-BROKER-USAGE'  TO WS-COPY-BASE
               MOVE '.TXT'                 TO WS-COPY-EXT
               PERFORM 136-COPY-ONE-OUTPUT
           END-IF.
      *-----------------------------------------------------------------
       136-COPY-ONE-OUTPUT.
           MOVE SPACES TO WS-COPY-SRC-NAME WS-COPY-DST-NAME.
      * READS THE LABEL-STOCK CONTROL RECORD (1-UP, 2-UP OR 3-UP
      * AVERY LAYOUT) AND SETS THE BLANK-LINE PADDING WRITTEN AFTER
      * EACH LABEL. DEFAULTS TO 1-UP STOCK WHEN NO CONTROL RECORD
      * IS PRESENT. RUN MODE IS L (LABELS FROM THE MASTER), M (LABELS
      * FROM THE MERGE/PURGE OUTPUT) OR U (RETURNED-MAIL UPDATE).
      * TRAY CAPACITY (COLUMNS 10-12) IS 1 TO 500 PIECES; BLANK OR
      * OUT OF RANGE LEAVES THE STANDARD 300.
      *-----------------------------------------------------------------
       110-READ-CONTROL.
           MOVE '1'  TO WS-STOCK-TYPE.
           MOVE 'L'  TO WS-RUN-MODE.
           MOVE ZERO TO WS-FREQ-CAP-DAYS.
           MOVE 300  TO WS-TRAY-CAP.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = '00'
                           MOVE CTL-EXC-THRESHOLD
                             TO WS-EXC-THRESHOLD
                       END-IF
                       IF CTL-TRAY-CAP IS NUMERIC
                           MOVE CTL-TRAY-CAP TO WS-TRAY-CAP-WK
                           IF WS-TRAY-CAP-WK > ZERO
                              AND WS-TRAY-CAP-WK NOT > WS-TRAY-MAX-CAP
                               MOVE WS-TRAY-CAP-WK TO WS-TRAY-CAP
                           ELSE
                               DISPLAY 'TRAY CAPACITY OUT OF RANGE: ',
                                       CTL-TRAY-CAP, ' - USING ',
                                       WS-TRAY-CAP
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
      * SILENTLY MAIL THE WHOLE LIST OR NOBODY AT ALL.
      *-----------------------------------------------------------------
       119A-ACCEPT-SELECT-RULE.
           IF SEL-CELL-RULE(WS-SEL-SUB)
               PERFORM 119B-ACCEPT-CELL-RULE
           ELSE
               PERFORM 119C-ACCEPT-SEGMENT-RULE
           END-IF.
      *-----------------------------------------------------------------
       119C-ACCEPT-SEGMENT-RULE.
           IF (WS-SEL-ACTION(WS-SEL-SUB) = 'I'
                  OR WS-SEL-ACTION(WS-SEL-SUB) = 'E')
              AND (WS-SEL-FIELD(WS-SEL-SUB) = 'ST'
                           MOVE 'Y' TO WS-CL-INC-EXISTS-FLAG
                   END-EVALUATE
               END-IF
               PERFORM 119D-ECHO-SELECT-RULE
           ELSE
               DISPLAY 'BAD SELECT RULE DROPPED: ', SELECT-REC
               SUBTRACT 1 FROM WS-SEL-COUNT
           END-IF.
      *-----------------------------------------------------------------
      * A HOLDOUT RULE MUST BE H,HO,<PERCENT> WITH A PERCENTAGE OF 1
      * TO 99; A CELL RULE T,<CELL>,<WEIGHT> NEEDS A CODE OTHER THAN
      * THE RESERVED 'HO', A WEIGHT OF 1 TO 999, AND ROOM IN THE
      * CELL TABLE. ANYTHING ELSE IS DROPPED LIKE ANY BAD RULE.
      *-----------------------------------------------------------------
       119B-ACCEPT-CELL-RULE.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZERO TO WS-CELL-VAL-WK.
           IF FUNCTION TEST-NUMVAL(WS-SEL-VAL1(WS-SEL-SUB)) = ZERO
               IF FUNCTION NUMVAL(WS-SEL-VAL1(WS-SEL-SUB)) < 1000
                   MOVE FUNCTION NUMVAL(WS-SEL-VAL1(WS-SEL-SUB))
                     TO WS-CELL-VAL-WK
               END-IF
           END-IF.

           IF WS-SEL-ACTION(WS-SEL-SUB) = 'H'
               IF WS-SEL-FIELD(WS-SEL-SUB) = 'HO'
                  AND WS-CELL-VAL-WK > ZERO
                  AND WS-CELL-VAL-WK < 100
                   MOVE WS-CELL-VAL-WK TO WS-HOLDOUT-PCT
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           ELSE
               IF WS-SEL-FIELD(WS-SEL-SUB) NOT = 'HO'
                  AND WS-SEL-FIELD(WS-SEL-SUB) NOT = SPACES
                  AND WS-CELL-VAL-WK > ZERO
                  AND WS-CELL-COUNT < 10
                   ADD 1 TO WS-CELL-COUNT
                   MOVE WS-SEL-FIELD(WS-SEL-SUB)
                     TO WS-CELL-CODE(WS-CELL-COUNT)
                   MOVE WS-CELL-VAL-WK
                     TO WS-CELL-WEIGHT(WS-CELL-COUNT)
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-IF.

           IF ENTRY-FOUND
               PERFORM 119D-ECHO-SELECT-RULE
           ELSE
               DISPLAY 'BAD SELECT RULE DROPPED: ', SELECT-REC
               SUBTRACT 1 FROM WS-SEL-COUNT
           END-IF.
      *-----------------------------------------------------------------
       119D-ECHO-SELECT-RULE.
           IF WS-SEL-COUNT = 1
               MOVE SPACES TO WS-SEL-CRITERIA-WK
               MOVE 1 TO WS-SEL-CRITERIA-PTR
           END-IF.
           STRING FUNCTION TRIM(SELECT-REC) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
               INTO WS-SEL-CRITERIA-WK
               WITH POINTER WS-SEL-CRITERIA-PTR
               ON OVERFLOW CONTINUE
           END-STRING.
      *-----------------------------------------------------------------
      * SETTLES THE PASS'S TEST DESIGN ONCE THE RULES ARE LOADED: A
      * QUEUED HOLDOUT OVERRIDE TAKES THE PLACE OF THE RULE FILE'S
      * (ZERO TURNS THE HOLDOUT OFF FOR THAT CAMPAIGN), THE CELL
      * WEIGHTS ARE TOTALLED, AND THE RANDOM DRAW IS SEEDED.
      *-----------------------------------------------------------------
       125-SET-TEST-CELLS.
           IF WS-HOLDOUT-OVR NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-HOLDOUT-OVR) = ZERO
                  AND FUNCTION NUMVAL(WS-HOLDOUT-OVR) < 100
                   MOVE FUNCTION NUMVAL(WS-HOLDOUT-OVR)
                     TO WS-HOLDOUT-PCT
               ELSE
                   DISPLAY 'BAD QUEUE HOLDOUT IGNORED: ',
                           WS-HOLDOUT-OVR
               END-IF
           END-IF.

           MOVE ZERO TO WS-CELL-WEIGHT-TOT.
           PERFORM 126-TOTAL-ONE-CELL
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT.

           MOVE 'N' TO WS-CELLS-FLAG.
           IF WS-HOLDOUT-PCT > ZERO OR WS-CELL-COUNT > ZERO
               MOVE 'Y' TO WS-CELLS-FLAG
               COMPUTE WS-CELL-SEED
                   = WS-RUN-DATE-INT * 100 + WS-QUEUE-SUB
               COMPUTE WS-CELL-DRAW
                   = FUNCTION RANDOM(WS-CELL-SEED) * 10000
               DISPLAY 'TEST CELLS: ', WS-CELL-COUNT,
                       '  HOLDOUT PERCENT: ', WS-HOLDOUT-PCT
           END-IF.
      *-----------------------------------------------------------------
       126-TOTAL-ONE-CELL.
           ADD WS-CELL-WEIGHT(WS-CELL-SUB) TO WS-CELL-WEIGHT-TOT.
           MOVE ZERO TO WS-CELL-PIECES(WS-CELL-SUB).
      *-----------------------------------------------------------------
      * READS THE LAST CHECKPOINTED RECORD NUMBER FROM THE RESTART
      * FILE, IF ONE EXISTS, SO A JOB THAT ABENDED PARTWAY THROUGH A
      * RUN.
      *-----------------------------------------------------------------
       120-READ-RESTART.
           MOVE ZERO TO WS-RESTART-CTR WS-RESTART-TRAYS.
           OPEN INPUT RESTART-FILE.
           IF WS-RESTART-FILE-STATUS = '00'
               READ RESTART-FILE
                       MOVE ZERO TO WS-RESTART-CTR
                   NOT AT END
                       MOVE RST-CHECKPOINT-CTR TO WS-RESTART-CTR
                       IF RST-TRAY-CTR IS NUMERIC
                           MOVE RST-TRAY-CTR TO WS-RESTART-TRAYS
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           END-IF.
      * DISCOUNT. EACH MASTER RECORD IS RE-STRUNG INTO THE NINE-FIELD
      * CSV ROW THE DOWNSTREAM VALIDATE/LABEL/EXCEPTION PROCESSING
      * HAS ALWAYS WORKED FROM, SO THAT PIPELINE IS UNCHANGED BY THE
      * MOVE OFF THE FLAT FILE. A MERGED-LIST RUN READS THE MERGE/
      * PURGE OUTPUT IN THE MASTER'S PLACE.
      *-----------------------------------------------------------------
       150-SORT-INPUT.
           PERFORM 156-OPEN-ALT-ADDRESS.

           IF MERGED-RUN-MODE
               PERFORM 151-RELEASE-MERGED-LIST
           ELSE
               PERFORM 150A-RELEASE-MASTER
           END-IF.

           IF ALT-ADDRESS-AVAILABLE
               CLOSE ALT-ADDRESS-FILE
           END-IF.

           PERFORM 152-RELEASE-SEEDS.
      *-----------------------------------------------------------------
       150A-RELEASE-MASTER.
           MOVE 'N' TO WS-MASTER-OPEN-FLAG.
           OPEN INPUT CUST-MASTER.
           IF WS-MASTER-FILE-STATUS = '00'
                       MOVE WS-MAIL-CLASS    TO SD-MAIL-CLASS
                       MOVE WS-INPUT-CTR     TO SD-ORIG-REC-NBR
                       MOVE 'N'              TO SD-SEED-FLAG
                       MOVE 'H '             TO SD-SOURCE
                       MOVE WS-RAW-REC       TO SD-RAW-REC
                       RELEASE SD-SORT-REC
           END-PERFORM.
           IF MASTER-OPENED
               CLOSE CUST-MASTER
           END-IF.
      *-----------------------------------------------------------------
      * RELEASES EVERY ROW OF THE MERGE/PURGE OUTPUT, SOURCE CODE AND
      * ALL. THE ROW IS PARSED HERE ONLY TO BUILD ITS SORT KEY - THE
      * OUTPUT SIDE VALIDATES IT FOR REAL, SO A BAD RENTED ROW STILL
      * LANDS IN THE EXCEPTION FILE. A MISSING MERGED FILE IS A FAILED
      * RUN, NOT AN EMPTY ONE: THE MODE WAS ASKED FOR BY NAME.
      *-----------------------------------------------------------------
       151-RELEASE-MERGED-LIST.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'N' TO WS-MERGED-OPEN-FLAG.
           OPEN INPUT MERGED-FILE.
           IF WS-MERGED-FILE-STATUS = '00'
               MOVE 'Y' TO WS-MERGED-OPEN-FLAG
           ELSE
               DISPLAY 'MERGED LIST OPEN FAILED, STATUS: ',
                       WS-MERGED-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF
               READ MERGED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF MERGED-REC NOT = SPACES
                           ADD 1 TO WS-INPUT-CTR
                           PERFORM 151A-RELEASE-ONE-MERGED
                       END-IF
           END-PERFORM.

           IF MERGED-OPENED
               CLOSE MERGED-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
       151A-RELEASE-ONE-MERGED.
           MOVE MRG-RAW-REC      TO WS-RAW-REC.
           PERFORM 205-VALIDATE-RECORD.
      *    A HOUSE ROW GETS ITS SEASONAL ADDRESS THE SAME AS A MASTER
      *    ROW; A ROW TOO BROKEN TO RE-STRING GOES THROUGH AS IT CAME
      *    SO THE OUTPUT SIDE REJECTS IT FOR ITS REAL FAULT.
           IF MRG-SOURCE = 'H '
              AND WS-FIELD-CNT NOT < 9
              AND (RECORD-VALID OR NOT REASON-EXTRA-FIELD)
               PERFORM 157-APPLY-SEASONAL-ADDRESS
               IF ALT-ADDRESS-IN-EFFECT
                   PERFORM 158-STRING-RAW-ROW
               END-IF
           END-IF.
           MOVE WS-ZIP           TO SD-ZIP.
           MOVE WS-ADDRESS       TO WS-ADDR-KEY-ADDR.
           MOVE WS-CITY          TO WS-ADDR-KEY-CITY.
           MOVE WS-ADDR-KEY      TO SD-ADDR-KEY.
           MOVE WS-MAIL-CLASS    TO SD-MAIL-CLASS.
           MOVE WS-INPUT-CTR     TO SD-ORIG-REC-NBR.
           MOVE 'N'              TO SD-SEED-FLAG.
           MOVE MRG-SOURCE       TO SD-SOURCE.
           MOVE WS-RAW-REC       TO SD-RAW-REC.
           RELEASE SD-SORT-REC.
      *-----------------------------------------------------------------
      * RELEASES EVERY SEED ADDRESS INTO THE SAME SORT AS THE REAL
      * LIST, SO THE SORT PUTS EACH DECOY EXACTLY WHERE A CUSTOMER AT
               MOVE WS-MAIL-CLASS    TO SD-MAIL-CLASS
               MOVE ZERO             TO SD-ORIG-REC-NBR
               MOVE 'Y'              TO SD-SEED-FLAG
               MOVE SPACES           TO SD-SOURCE
               MOVE WS-RAW-REC       TO SD-RAW-REC
               RELEASE SD-SORT-REC
           END-IF.
      *-----------------------------------------------------------------
      * MOVES THE MASTER FIELDS INTO THE SHARED P04CUST BREAKOUT,
      * SWAPS IN THE SEASONAL ADDRESS WHEN ONE IS IN EFFECT, AND
      * RE-STRINGS THEM INTO A CSV ROW IMAGE FOR THE SORT RECORD AND
      * THE EXCEPTION FILE.
      *-----------------------------------------------------------------
           MOVE MST-CARRIER-ROUTE  TO WS-CARRIER-ROUTE.
           MOVE MST-MAIL-CLASS     TO WS-MAIL-CLASS.
           MOVE MST-COUNTRY        TO WS-COUNTRY.
           PERFORM 157-APPLY-SEASONAL-ADDRESS.
           PERFORM 158-STRING-RAW-ROW.
      *-----------------------------------------------------------------
       158-STRING-RAW-ROW.
           MOVE SPACES TO WS-RAW-REC.
           STRING FUNCTION TRIM(WS-CUST-ID)  DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
               INTO WS-RAW-REC
           END-STRING.
      *-----------------------------------------------------------------
      * A MISSING ALTERNATE-ADDRESS FILE IS THE NORMAL STATE BEFORE
      * THE FIRST SEASONAL ADDRESS IS KEYED; ANY OTHER OPEN FAILURE
      * DISABLES THE SUBSTITUTION AND SAYS SO - THE RUN STILL MAILS
      * EVERYONE AT THEIR MASTER ADDRESS.
      *-----------------------------------------------------------------
       156-OPEN-ALT-ADDRESS.
           MOVE 'N' TO WS-ALT-OPEN-FLAG.
           OPEN INPUT ALT-ADDRESS-FILE.
           IF WS-ALT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ALT-OPEN-FLAG
           ELSE
               IF WS-ALT-FILE-STATUS NOT = '35'
                   DISPLAY 'ALTERNATE ADDRESS OPEN FAILED, STATUS: ',
                           WS-ALT-FILE-STATUS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * LOOKS UP THE CUSTOMER IN THE BREAKOUT AND, WHEN THE ALTERNATE
      * IS IN EFFECT ON THE RUN DATE, OVERLAYS THE ADDRESS BLOCK. THE
      * NAME, MAIL PREFERENCE AND CLASS ARE THE CUSTOMER'S WHEREVER
      * THEY ARE LIVING.
      *-----------------------------------------------------------------
       157-APPLY-SEASONAL-ADDRESS.
           MOVE 'N' TO WS-ALT-ACTIVE-FLAG.
           IF ALT-ADDRESS-AVAILABLE
               MOVE WS-CUST-ID TO ALT-CUST-ID
               READ ALT-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 159-CHECK-ALT-IN-EFFECT
               END-READ
           END-IF.

           IF ALT-ADDRESS-IN-EFFECT
               ADD 1 TO WS-ALT-USED-CTR
               MOVE ALT-ADDRESS       TO WS-ADDRESS
               MOVE ALT-CITY          TO WS-CITY
               MOVE ALT-STATE         TO WS-STATE
               MOVE ALT-ZIP           TO WS-ZIP
               MOVE ALT-CARRIER-ROUTE TO WS-CARRIER-ROUTE
               MOVE ALT-COUNTRY       TO WS-COUNTRY
           END-IF.
      *-----------------------------------------------------------------
      * FROM NOT AFTER TO IS A RANGE INSIDE ONE CALENDAR YEAR; FROM
      * AFTER TO RUNS OVER THE YEAR END, SO THE RUN DATE NEED ONLY
      * FALL ON OR AFTER FROM OR ON OR BEFORE TO.
      *-----------------------------------------------------------------
       159-CHECK-ALT-IN-EFFECT.
           IF ALT-FROM-MMDD NUMERIC AND ALT-TO-MMDD NUMERIC
               IF ALT-FROM-MMDD NOT > ALT-TO-MMDD
                   IF WS-RUN-MMDD NOT < ALT-FROM-MMDD
                      AND WS-RUN-MMDD NOT > ALT-TO-MMDD
                       MOVE 'Y' TO WS-ALT-ACTIVE-FLAG
                   END-IF
               ELSE
                   IF WS-RUN-MMDD NOT < ALT-FROM-MMDD
                      OR WS-RUN-MMDD NOT > ALT-TO-MMDD
                       MOVE 'Y' TO WS-ALT-ACTIVE-FLAG
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * RETURNS EACH ZIP-SEQUENCED ROW, INSERTS A BUNDLE-BREAK SLIP
      * EVERY TIME THE 3-DIGIT ZIP PREFIX CHANGES, SUPPRESSES A ROW
      * WHOSE ADDRESS/CITY/ZIP MATCHES THE HOUSEHOLD JUST PRINTED, AND
               OPEN EXTEND LABEL-FILE-INTL
               OPEN EXTEND EXCEPTION-FILE
               OPEN EXTEND MANIFEST-FILE
               OPEN EXTEND TRAY-TAG-FILE
           ELSE
               OPEN OUTPUT LABEL-FILE-FC
               OPEN OUTPUT LABEL-FILE-BULK
               OPEN OUTPUT LABEL-FILE-INTL
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT MANIFEST-FILE
               OPEN OUTPUT TRAY-TAG-FILE
           END-IF.

           PERFORM 165-OPEN-HISTORY-FILES.
                           END-IF
                           MOVE SD-MAIL-CLASS   TO WS-MAIL-CLASS
                           MOVE SD-ORIG-REC-NBR TO WS-ORIG-REC-NBR
                           MOVE SD-SOURCE       TO WS-CUR-SOURCE
                           PERFORM 164-SET-BROKER-SUB
                           ADD 1 TO WS-BRK-READ(WS-BRK-SUB)
                           MOVE SD-ZIP(1:3) TO WS-CUR-ZIP-PFX
                           MOVE SD-HOUSEHOLD-KEY
                             TO WS-CUR-HOUSEHOLD-KEY
                           IF RECORD-VALID AND NOT RECORD-SELECTED
                               ADD 1 TO WS-SELECT-SKIP-CTR
                           ELSE
                               PERFORM 227-CHECK-HOUSEHOLD-DUP
                           END-IF
                           IF NOT SKIP-OUTPUT
                       END-IF
           END-PERFORM.

      *    THE LAST PARTIAL TRAYS OF EACH STREAM
           PERFORM 266-CLOSE-TRAY-STREAM
               VARYING WS-STM-SUB FROM 1 BY 1
               UNTIL WS-STM-SUB > 3.

           CLOSE LABEL-FILE-FC
                 LABEL-FILE-BULK
                 LABEL-FILE-INTL
                 EXCEPTION-FILE
                 MANIFEST-FILE
                 TRAY-TAG-FILE.

           IF HISTORY-AVAILABLE
               CLOSE HISTORY-FILE
               CLOSE SEED-LOG-FILE
           END-IF.
      *-----------------------------------------------------------------
      * POINTS THE BROKER TALLIES AT THE CURRENT ROW'S SOURCE LIST. A
      * MASTER-FED RUN IS ALL HOUSE NAMES.
      *-----------------------------------------------------------------
       164-SET-BROKER-SUB.
           EVALUATE WS-CUR-SOURCE
               WHEN 'R1'
                   MOVE 2 TO WS-BRK-SUB
               WHEN 'R2'
                   MOVE 3 TO WS-BRK-SUB
               WHEN 'R3'
                   MOVE 4 TO WS-BRK-SUB
               WHEN OTHER
                   MOVE 1 TO WS-BRK-SUB
           END-EVALUATE.
      *-----------------------------------------------------------------
      * OPENS THE KEYED MAILING HISTORY AND THE LAST-MAILED LOOKUP
      * FILE, CREATING EITHER ON ITS FIRST-EVER RUN. A FILE
      * THAT WILL NOT OPEN DISABLES ITS OWN FEATURE AND SAYS SO -
      * LABELS STILL PRINT, BECAUSE A MISSING HISTORY FILE IS NOT A
      * REASON TO MISS THE MAIL WINDOW.
           MOVE 'N' TO WS-HIST-OPEN-FLAG.
           MOVE 'N' TO WS-LAST-OPEN-FLAG.

           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HIST-OPEN-FLAG
           MOVE WS-SEED-BULK-CTR TO WS-SUM-SEED-BULK.
           MOVE WS-INTL-CTR      TO WS-SUM-INTL.
           MOVE WS-SEED-INTL-CTR TO WS-SUM-SEED-INTL.
           MOVE WS-HOLDOUT-CTR   TO WS-SUM-HOLDOUT.

           OPEN EXTEND SUMMARY-FILE.
           IF WS-SUMMARY-FILE-STATUS NOT = '00'
           CLOSE SUMMARY-FILE.
      *-----------------------------------------------------------------
      * CHECKPOINTS WS-CTR TO THE RESTART FILE EVERY
      * WS-CHECKPOINT-INTERVAL RECORDS, WITH THE NUMBER OF TRAYS
      * WRITTEN SO FAR.
      *-----------------------------------------------------------------
       180-CHECKPOINT-IF-DUE.
           DIVIDE WS-CTR BY WS-CHECKPOINT-INTERVAL
           END-IF.
      *-----------------------------------------------------------------
       185-WRITE-CHECKPOINT.
           MOVE WS-CTR      TO RST-CHECKPOINT-CTR.
           MOVE WS-TRAY-SEQ TO RST-TRAY-CTR.
           OPEN OUTPUT RESTART-FILE.
           WRITE RESTART-REC.
           CLOSE RESTART-FILE.
      * IS RESET TO ZERO FOR THE NEXT FROM-SCRATCH RUN.
      *-----------------------------------------------------------------
       190-CLEAR-RESTART-FILE.
           MOVE ZERO TO RST-CHECKPOINT-CTR RST-TRAY-CTR.
           OPEN OUTPUT RESTART-FILE.
           WRITE RESTART-REC.
           CLOSE RESTART-FILE.
           IF RECORD-VALID
               IF DO-NOT-MAIL
                   ADD 1 TO WS-OPTOUT-CTR
                   ADD 1 TO WS-BRK-DNM(WS-BRK-SUB)
               ELSE
                   PERFORM 240-CHECK-FREQ-CAP
                   IF FREQ-SUPPRESSED
                       ADD 1 TO WS-FREQCAP-CTR
                   ELSE
                       PERFORM 242-DRAW-TEST-CELL
                       IF HOLDOUT-CELL
                           PERFORM 246-HOLD-OUT-PIECE
                       ELSE
                           PERFORM 204-MAIL-PIECE
                       END-IF
                   END-IF
               END-IF
                   PERFORM 220-WRITE-EXCEPTION
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       204-MAIL-PIECE.
           ADD 1 TO WS-LABEL-CTR.
           ADD 1 TO WS-BRK-MAILED(WS-BRK-SUB).
           ADD 1 TO WS-SERIAL-CTR.
           PERFORM 201-SET-PIECE-CLASS.
           EVALUATE TRUE
               WHEN NOT DOMESTIC-ADDRESS
                   ADD 1 TO WS-INTL-CTR
               WHEN FIRST-CLASS-MAIL
                   ADD 1 TO WS-FC-CTR
               WHEN OTHER
                   ADD 1 TO WS-BULK-CTR
           END-EVALUATE.
           IF DOMESTIC-ADDRESS
               PERFORM 235-COUNT-POSTAGE-PIECE
           END-IF.
           IF NOT SKIP-OUTPUT
               IF HOUSE-NAME
                   PERFORM 245-RECORD-MAILING
               END-IF
           END-IF.
           PERFORM 260-TRAY-PIECE.
      *-----------------------------------------------------------------
       201-SET-PIECE-CLASS.
           IF DOMESTIC-ADDRESS
           END-IF.
      *-----------------------------------------------------------------
       207-APPLY-SELECT-RULE.
           EVALUATE TRUE
               WHEN SEL-CELL-RULE(WS-SEL-SUB)
                   CONTINUE
               WHEN WS-SEL-FIELD(WS-SEL-SUB) = 'ST'
                   IF FUNCTION UPPER-CASE(WS-STATE)
                      = WS-SEL-VAL1(WS-SEL-SUB)(1:2)
                       PERFORM 208-FLAG-RULE-HIT
                   END-IF
               WHEN WS-SEL-FIELD(WS-SEL-SUB) = 'ZP'
                   IF WS-ZIP(1:5) >= WS-SEL-VAL1(WS-SEL-SUB)(1:5)
                      AND WS-ZIP(1:5)
                          <= WS-SEL-VAL2(WS-SEL-SUB)(1:5)
                       PERFORM 208-FLAG-RULE-HIT
                   END-IF
               WHEN WS-SEL-FIELD(WS-SEL-SUB) = 'CL'
                   IF FUNCTION UPPER-CASE(WS-MAIL-CLASS)
                      = WS-SEL-VAL1(WS-SEL-SUB)(1:1)
                       PERFORM 208-FLAG-RULE-HIT
               MOVE 'Y' TO WS-ZIP-FOUND-FLAG
               MOVE WS-ZIPREF-SUB TO WS-ZIPREF-HIT
           END-IF.
      *-----------------------------------------------------------------
      * PRINTS THE LABEL OF THE TRAY PIECE IN WS-TRAY-PIECE.
      *-----------------------------------------------------------------
       210-WRITE-LABEL.
           MOVE SPACES         TO WS-LABEL-LINE.
           STRING WS-TP-NAME DELIMITED BY SIZE
               INTO WS-LABEL-LINE
           END-STRING.
           PERFORM 212-WRITE-LABEL-LINE.

           MOVE SPACES         TO WS-LABEL-LINE.
           STRING WS-TP-ADDRESS DELIMITED BY SIZE
               INTO WS-LABEL-LINE
           END-STRING.
           PERFORM 212-WRITE-LABEL-LINE.

           MOVE SPACES         TO WS-LABEL-LINE.
           STRING FUNCTION TRIM(WS-TP-CITY)  DELIMITED BY SIZE
                  ', '                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TP-STATE) DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TP-ZIP)   DELIMITED BY SIZE
               INTO WS-LABEL-LINE
           END-STRING.
           PERFORM 212-WRITE-LABEL-LINE.

      *    A FOREIGN PIECE CARRIES ITS COUNTRY AS THE LAST ADDRESS
      *    LINE, THE WAY THE POSTAL UNION WANTS IT READ.
           IF TP-FOREIGN-PIECE
               MOVE SPACES        TO WS-LABEL-LINE
               MOVE WS-TP-COUNTRY TO WS-LABEL-LINE
               PERFORM 212-WRITE-LABEL-LINE
           END-IF.

      *    SURVIVES A SMUDGED ADDRESS.
           MOVE SPACES         TO WS-LABEL-LINE.
           STRING '*'            DELIMITED BY SIZE
                  WS-TP-SERIAL   DELIMITED BY SIZE
                  '*'            DELIMITED BY SIZE
               INTO WS-LABEL-LINE
           END-STRING.

           PERFORM 215-WRITE-PAD-LINE WS-PAD-LINES TIMES.
      *-----------------------------------------------------------------
      * WRITES ONE LABEL LINE TO THE FILE OF THE TRAY STREAM BEING
      * WRITTEN - FOREIGN PIECES HAVE THEIR OWN FILE, AND
      * FIRST-CLASS AND STANDARD/BULK CUSTOMERS NEVER SHARE ONE.
      *-----------------------------------------------------------------
       212-WRITE-LABEL-LINE.
           EVALUATE WS-STM-SUB
               WHEN 3
                   WRITE LABEL-INTL-REC FROM WS-LABEL-LINE
               WHEN 1
                   WRITE LABEL-FC-REC   FROM WS-LABEL-LINE
               WHEN OTHER
                   WRITE LABEL-BULK-REC FROM WS-LABEL-LINE
      *-----------------------------------------------------------------
       218-WRITE-MANIFEST-ROW.
           MOVE SPACES TO WS-MANIFEST-LINE.
           STRING WS-TP-SERIAL              DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TP-CUST-ID)
                                            DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TP-ZIP)  DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  WS-TP-CLASS               DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  WS-TP-ZIP-PFX             DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-CAMPAIGN)
                                            DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  WS-TP-SOURCE              DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  WS-TP-CELL                DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  WS-TRAY-SEQ               DELIMITED BY SIZE
               INTO WS-MANIFEST-LINE
           END-STRING.
           WRITE MANIFEST-REC FROM WS-MANIFEST-LINE.
           MOVE WS-REASON-TEXT TO WS-EXC-TEXT.
           WRITE EXCEPTION-REC FROM WS-EXCEPTION-LINE.
      *-----------------------------------------------------------------
      * A DUPLICATE ONLY COUNTS WHEN THE CURRENT ROW VALIDATES CLEAN
      * AND MATCHES THE HOUSEHOLD OF THE LAST GOOD ROW - VALIDATION
      * RUNS FIRST SO A MALFORMED ROW THAT HAPPENS TO SHARE A
      * PRODUCED FOR IT - A DO-NOT-MAIL OR FREQUENCY-CAPPED ROW MUST
      * NOT CLAIM THE HOUSEHOLD SLOT AND CAUSE A LATER MAILABLE
      * MEMBER OF THE SAME HOUSEHOLD TO BE TREATED AS A DUPLICATE
      * AND DROPPED. A HELD-OUT ROW DOES CLAIM THE SLOT - ITS
      * HOUSEHOLD IS THE CONTROL, AND MAILING THE NEXT MEMBER WOULD
      * CONTAMINATE IT.
      *-----------------------------------------------------------------
       227-CHECK-HOUSEHOLD-DUP.
           IF RECORD-VALID
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * THE SLIP AHEAD OF EACH TRAY'S LABELS. IT CARRIES NO COMMA,
      * SO THE BALANCING RUN NEVER COUNTS IT AS A LABEL.
      *-----------------------------------------------------------------
       230-WRITE-TRAY-BREAK.
           MOVE SPACES         TO WS-LABEL-LINE.
           STRING '*** TRAY '                      DELIMITED BY SIZE
                  WS-TRAY-SEQ                      DELIMITED BY SIZE
                  ' - '                            DELIMITED BY SIZE
                  WS-TRAY-LEVEL-WK                 DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-TRAY-DEST-WK                  DELIMITED BY SIZE
                  ' - '                            DELIMITED BY SIZE
                  WS-BUF-COUNT(WS-STM-SUB, WS-LVL-SUB)
                                                   DELIMITED BY SIZE
                  ' PIECES ***'                    DELIMITED BY SIZE
               INTO WS-LABEL-LINE
           END-STRING.
           PERFORM 212-WRITE-LABEL-LINE.
      * A LAST-MAILED DATE EQUAL TO TODAY MEANS THIS SAME RUN MAILED
      * THE CUSTOMER BEFORE A CHECKPOINT RESTART - THAT IS NOT A CAP
      * HIT, AND TREATING IT AS ONE WOULD THROW THE RECOUNTED
      * TOTALS OFF AGAINST THE LABELS ALREADY IN THE FILE. A RENTED
      * NAME HAS NO LAST-MAILED ROW OF OURS, AND ITS BROKER'S ID MUST
      * NOT BE LOOKED UP AGAINST A HOUSE CUSTOMER'S.
      *-----------------------------------------------------------------
       240-CHECK-FREQ-CAP.
           MOVE 'N' TO WS-SUPPRESS-FLAG.
           IF LAST-MAILED-AVAILABLE AND WS-FREQ-CAP-DAYS > ZERO
              AND HOUSE-NAME
               MOVE WS-CUST-ID TO LST-CUST-ID
               READ LAST-MAILED-FILE
                   INVALID KEY
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      * RECORDS THE LABEL JUST WRITTEN: ONE KEYED HISTORY ROW
      * (CUSTOMER, RUN DATE, CAMPAIGN, CLASS, SERIAL, AND THE TEST
      * CELL WHEN THE CAMPAIGN HAS ONE) FOR THE AUDIT TRAIL, AND THE
      * LAST-MAILED DATE KEYED BY CUSTOMER FOR THE NEXT RUN'S
      * FREQUENCY-CAP LOOKUP. RENTED NAMES ARE RECORDED ONLY ON THE
      * MANIFEST - THE LICENCE COVERS ONE MAILING, NOT A HISTORY.
      *-----------------------------------------------------------------
       245-RECORD-MAILING.
           PERFORM 247-WRITE-HISTORY-ROW.

           IF LAST-MAILED-AVAILABLE
               MOVE WS-CUST-ID TO LST-CUST-ID
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      * DRAWS THE CURRENT NAME'S TEST CELL (SEE WS-CELL-TABLE). A RUN
      * WITH NO TEST DESIGN, A RENTED NAME AND A SEED ALL CARRY A
      * BLANK CELL AND DRAW NOTHING, SO THE RANDOM SEQUENCE DEPENDS
      * ONLY ON THE HOUSE NAMES REACHING THIS POINT.
      *-----------------------------------------------------------------
       242-DRAW-TEST-CELL.
           MOVE SPACES TO WS-CUR-CELL.
           IF TEST-CELLS-ACTIVE AND HOUSE-NAME
               COMPUTE WS-CELL-DRAW = FUNCTION RANDOM * 10000
               IF WS-CELL-DRAW < WS-HOLDOUT-PCT * 100
                   MOVE 'HO' TO WS-CUR-CELL
               ELSE
                   IF WS-CELL-COUNT > ZERO
                       COMPUTE WS-CELL-PICK
                           = FUNCTION RANDOM * WS-CELL-WEIGHT-TOT
                       MOVE ZERO TO WS-CELL-CUM
                       MOVE 'N'  TO WS-FOUND-FLAG
                       PERFORM 243-CHECK-CELL-BAND
                           VARYING WS-CELL-SUB FROM 1 BY 1
                           UNTIL WS-CELL-SUB > WS-CELL-COUNT
                              OR ENTRY-FOUND
                   ELSE
                       MOVE 'ML' TO WS-CUR-CELL
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       243-CHECK-CELL-BAND.
           ADD WS-CELL-WEIGHT(WS-CELL-SUB) TO WS-CELL-CUM.
           IF WS-CELL-PICK < WS-CELL-CUM
               MOVE 'Y' TO WS-FOUND-FLAG
               MOVE WS-CELL-CODE(WS-CELL-SUB) TO WS-CUR-CELL
               ADD 1 TO WS-CELL-PIECES(WS-CELL-SUB)
           END-IF.
      *-----------------------------------------------------------------
      * A HELD-OUT NAME: COUNTED, CLASSED AS IT WOULD HAVE BEEN
      * MAILED, AND WRITTEN TO THE HISTORY UNDER CELL 'HO' - BUT NO
      * LABEL, NO SERIAL, NO MANIFEST ROW AND NO LAST-MAILED DATE,
      * BECAUSE NOTHING WAS MAILED.
      *-----------------------------------------------------------------
       246-HOLD-OUT-PIECE.
           ADD 1 TO WS-HOLDOUT-CTR.
           PERFORM 201-SET-PIECE-CLASS.
           IF NOT SKIP-OUTPUT
               PERFORM 247-WRITE-HISTORY-ROW
           END-IF.
      *-----------------------------------------------------------------
      * A ROW ALREADY ON FILE UNDER THE SAME CUSTOMER, DATE AND
      * CAMPAIGN CAN ONLY BE THIS SAME PIECE WRITTEN BEFORE AN ABEND
      * AND REPLAYED BY THE RESTART - IT IS REWRITTEN, NOT DOUBLED.
      *-----------------------------------------------------------------
       247-WRITE-HISTORY-ROW.
           IF HISTORY-AVAILABLE
               MOVE WS-CUST-ID      TO HST-CUST-ID
               MOVE WS-RUN-DATE     TO HST-MAIL-DATE
               MOVE WS-CUR-CAMPAIGN TO HST-CAMPAIGN
               MOVE WS-PIECE-CLASS  TO HST-MAIL-CLASS
               MOVE WS-CUR-CELL     TO HST-CELL
               IF HOLDOUT-CELL
                   MOVE ZERO          TO HST-SERIAL
               ELSE
                   MOVE WS-SERIAL-CTR TO HST-SERIAL
               END-IF
               WRITE HST-REC
                   INVALID KEY
                       REWRITE HST-REC
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
      * ONE SEED PIECE: TRAY ITS LABEL IN PLACE AND LOG IT, BUT KEEP
      * IT OUT OF EVERY CUSTOMER-FACING COUNT - THE LABEL TOTAL, THE
      * POSTAGE BUNDLES, THE MAILING HISTORY AND THE FREQUENCY CAP.
      * THE RESTART COMPARE USES THE REAL-RECORD COUNTER, SO A SEED
      *-----------------------------------------------------------------
       250-PROCESS-SEED.
           MOVE SD-MAIL-CLASS TO WS-MAIL-CLASS.
           MOVE SD-SOURCE     TO WS-CUR-SOURCE.
           MOVE SPACES        TO WS-CUR-CELL.
           MOVE SD-ZIP(1:3)   TO WS-CUR-ZIP-PFX.
           MOVE SD-RAW-REC    TO WS-RAW-REC.
           PERFORM 205-VALIDATE-RECORD.
               MOVE 'N' TO WS-SKIP-OUTPUT-FLAG
           END-IF.

           ADD 1 TO WS-SEED-CTR.
           ADD 1 TO WS-SERIAL-CTR.
           PERFORM 201-SET-PIECE-CLASS.
           END-EVALUATE.

           IF NOT SKIP-OUTPUT
               PERFORM 255-WRITE-SEED-LOG
           END-IF.
           PERFORM 260-TRAY-PIECE.
      *-----------------------------------------------------------------
       255-WRITE-SEED-LOG.
           IF SEED-LOG-AVAILABLE
               WRITE SEED-LOG-REC FROM WS-SEED-LOG-LINE
           END-IF.
      *-----------------------------------------------------------------
      * FILES THE PIECE JUST COUNTED INTO ITS STREAM'S TRAYS. A NEW
      * 3-DIGIT PREFIX OR 5-DIGIT ZIP CLOSES OUT THE ONE BEFORE IT
      * FIRST; THE PIECE THEN WAITS IN THE 5-DIGIT BUFFER, WHICH IS
      * MADE UP INTO A 5-DIGIT TRAY THE MOMENT IT IS FULL. FOREIGN
      * PIECES GO STRAIGHT TO THEIR MIXED BUFFER. THE SORT IS ON THE
      * FULL ZIP, SO EVERY ZIP AND PREFIX ARRIVES IN ONE RUN.
      *-----------------------------------------------------------------
       260-TRAY-PIECE.
           EVALUATE WS-PIECE-CLASS
               WHEN 'I'
                   MOVE 3 TO WS-STM-SUB
               WHEN 'F'
                   MOVE 1 TO WS-STM-SUB
               WHEN OTHER
                   MOVE 2 TO WS-STM-SUB
           END-EVALUATE.

           IF WS-STM-SUB < 3
               IF WS-ZIP(1:3) NOT = WS-STM-PFX(WS-STM-SUB)
                   PERFORM 264-CLOSE-PREFIX
                   MOVE WS-ZIP(1:3) TO WS-STM-PFX(WS-STM-SUB)
               END-IF
               IF WS-ZIP(1:5) NOT = WS-STM-ZIP5(WS-STM-SUB)
                   PERFORM 262-CLOSE-ZIP5
                   MOVE WS-ZIP(1:5) TO WS-STM-ZIP5(WS-STM-SUB)
               END-IF
           END-IF.

           MOVE WS-SERIAL-CTR  TO WS-TP-SERIAL.
           MOVE WS-CUST-ID     TO WS-TP-CUST-ID.
           MOVE WS-NAME        TO WS-TP-NAME.
           MOVE WS-ADDRESS     TO WS-TP-ADDRESS.
           MOVE WS-CITY        TO WS-TP-CITY.
           MOVE WS-STATE       TO WS-TP-STATE.
           MOVE WS-ZIP         TO WS-TP-ZIP.
           MOVE WS-COUNTRY     TO WS-TP-COUNTRY.
           MOVE WS-PIECE-CLASS TO WS-TP-CLASS.
           MOVE WS-CUR-ZIP-PFX TO WS-TP-ZIP-PFX.
           MOVE WS-CUR-SOURCE  TO WS-TP-SOURCE.
           MOVE WS-CUR-CELL    TO WS-TP-CELL.

           IF WS-STM-SUB = 3
               MOVE 3 TO WS-LVL-SUB
               PERFORM 261-BUFFER-PIECE
               IF WS-BUF-COUNT(WS-STM-SUB, 3) = WS-TRAY-CAP
                   PERFORM 270-MAKE-UP-TRAY
               END-IF
           ELSE
               MOVE 1 TO WS-LVL-SUB
               PERFORM 261-BUFFER-PIECE
               IF WS-BUF-COUNT(WS-STM-SUB, 1) = WS-TRAY-CAP
                   MOVE 'Y' TO WS-STM-ZIP5-FLAG(WS-STM-SUB)
                   PERFORM 270-MAKE-UP-TRAY
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       261-BUFFER-PIECE.
           ADD 1 TO WS-BUF-COUNT(WS-STM-SUB, WS-LVL-SUB).
           MOVE WS-BUF-COUNT(WS-STM-SUB, WS-LVL-SUB) TO WS-TO-SUB.
           MOVE WS-TRAY-PIECE
             TO WS-BUF-PIECE(WS-STM-SUB, WS-LVL-SUB, WS-TO-SUB).
      *-----------------------------------------------------------------
      * A 5-DIGIT ZIP IS COMPLETE. ONE THAT FILLED A TRAY KEEPS ITS
      * LAST, PART-FULL TRAY AS A 5-DIGIT TRAY TOO; ONE THAT NEVER
      * DID MOVES ITS PIECES DOWN TO THE 3-DIGIT BUFFER.
      *-----------------------------------------------------------------
       262-CLOSE-ZIP5.
           IF WS-BUF-COUNT(WS-STM-SUB, 1) > ZERO
               IF ZIP5-TRAYS-MADE(WS-STM-SUB)
                   MOVE 1 TO WS-LVL-SUB
                   PERFORM 270-MAKE-UP-TRAY
               ELSE
                   PERFORM 263-MOVE-TO-3DIGIT
                       VARYING WS-MOVE-SUB FROM 1 BY 1
                       UNTIL WS-MOVE-SUB > WS-BUF-COUNT(WS-STM-SUB, 1)
                   MOVE ZERO TO WS-BUF-COUNT(WS-STM-SUB, 1)
               END-IF
           END-IF.
           MOVE 'N' TO WS-STM-ZIP5-FLAG(WS-STM-SUB).
      *-----------------------------------------------------------------
       263-MOVE-TO-3DIGIT.
           ADD 1 TO WS-BUF-COUNT(WS-STM-SUB, 2).
           MOVE WS-BUF-COUNT(WS-STM-SUB, 2) TO WS-TO-SUB.
           MOVE WS-BUF-PIECE(WS-STM-SUB, 1, WS-MOVE-SUB)
             TO WS-BUF-PIECE(WS-STM-SUB, 2, WS-TO-SUB).
           IF WS-BUF-COUNT(WS-STM-SUB, 2) = WS-TRAY-CAP
               MOVE 'Y' TO WS-STM-PFX-FLAG(WS-STM-SUB)
               MOVE 2 TO WS-LVL-SUB
               PERFORM 270-MAKE-UP-TRAY
           END-IF.
      *-----------------------------------------------------------------
      * A 3-DIGIT PREFIX IS COMPLETE: ITS LAST 5-DIGIT ZIP IS CLOSED
      * OUT, THEN WHAT REACHED THE 3-DIGIT BUFFER IS EITHER THE
      * PREFIX'S LAST 3-DIGIT TRAY OR, IF THE PREFIX NEVER FILLED
      * ONE, MOVES DOWN TO THE MIXED BUFFER.
      *-----------------------------------------------------------------
       264-CLOSE-PREFIX.
           PERFORM 262-CLOSE-ZIP5.
           IF WS-BUF-COUNT(WS-STM-SUB, 2) > ZERO
               IF PFX-TRAYS-MADE(WS-STM-SUB)
                   MOVE 2 TO WS-LVL-SUB
                   PERFORM 270-MAKE-UP-TRAY
               ELSE
                   PERFORM 265-MOVE-TO-MIXED
                       VARYING WS-MOVE-SUB FROM 1 BY 1
                       UNTIL WS-MOVE-SUB > WS-BUF-COUNT(WS-STM-SUB, 2)
                   MOVE ZERO TO WS-BUF-COUNT(WS-STM-SUB, 2)
               END-IF
           END-IF.
           MOVE 'N'    TO WS-STM-PFX-FLAG(WS-STM-SUB).
           MOVE SPACES TO WS-STM-ZIP5(WS-STM-SUB).
      *-----------------------------------------------------------------
       265-MOVE-TO-MIXED.
           IF WS-BUF-COUNT(WS-STM-SUB, 3) = ZERO
               MOVE WS-STM-PFX(WS-STM-SUB) TO WS-STM-MIX-LOW(WS-STM-SUB)
           END-IF.
           MOVE WS-STM-PFX(WS-STM-SUB) TO WS-STM-MIX-HIGH(WS-STM-SUB).
           ADD 1 TO WS-BUF-COUNT(WS-STM-SUB, 3).
           MOVE WS-BUF-COUNT(WS-STM-SUB, 3) TO WS-TO-SUB.
           MOVE WS-BUF-PIECE(WS-STM-SUB, 2, WS-MOVE-SUB)
             TO WS-BUF-PIECE(WS-STM-SUB, 3, WS-TO-SUB).
           IF WS-BUF-COUNT(WS-STM-SUB, 3) = WS-TRAY-CAP
               MOVE 3 TO WS-LVL-SUB
               PERFORM 270-MAKE-UP-TRAY
           END-IF.
      *-----------------------------------------------------------------
      * END OF THE SORT: THE STREAM'S LAST PREFIX IS CLOSED OUT AND
      * WHATEVER IS LEFT IN ITS MIXED BUFFER IS ITS LAST TRAY.
      *-----------------------------------------------------------------
       266-CLOSE-TRAY-STREAM.
           IF WS-STM-SUB < 3
               PERFORM 264-CLOSE-PREFIX
               MOVE SPACES TO WS-STM-PFX(WS-STM-SUB)
           END-IF.
           IF WS-BUF-COUNT(WS-STM-SUB, 3) > ZERO
               MOVE 3 TO WS-LVL-SUB
               PERFORM 270-MAKE-UP-TRAY
           END-IF.
      *-----------------------------------------------------------------
       269-RESET-TRAY-STREAM.
           MOVE SPACES TO WS-STM-ZIP5(WS-STM-SUB)
                          WS-STM-PFX(WS-STM-SUB)
                          WS-STM-MIX-LOW(WS-STM-SUB)
                          WS-STM-MIX-HIGH(WS-STM-SUB).
           MOVE 'N'    TO WS-STM-ZIP5-FLAG(WS-STM-SUB)
                          WS-STM-PFX-FLAG(WS-STM-SUB).
           MOVE ZERO   TO WS-BUF-COUNT(WS-STM-SUB, 1)
                          WS-BUF-COUNT(WS-STM-SUB, 2)
                          WS-BUF-COUNT(WS-STM-SUB, 3).
      *-----------------------------------------------------------------
      * MAKES UP ONE TRAY FROM THE BUFFER AT WS-STM-SUB/WS-LVL-SUB:
      * ITS SLIP, EACH PIECE'S LABEL AND MANIFEST ROW, AND ITS TAG,
      * THEN EMPTIES THE BUFFER. A TRAY THE CHECKPOINT SAYS WAS
      * WRITTEN BEFORE A RESTART IS NUMBERED AND COUNTED AGAIN BUT
      * NOT WRITTEN TWICE.
      *-----------------------------------------------------------------
       270-MAKE-UP-TRAY.
           ADD 1 TO WS-TRAY-SEQ.
           EVALUATE WS-LVL-SUB
               WHEN 1
                   ADD 1 TO WS-TRAY-5D-CTR
                   MOVE '5-DIGIT' TO WS-TRAY-LEVEL-WK
                   MOVE WS-STM-ZIP5(WS-STM-SUB) TO WS-TRAY-DEST-WK
               WHEN 2
                   ADD 1 TO WS-TRAY-3D-CTR
                   MOVE '3-DIGIT' TO WS-TRAY-LEVEL-WK
                   MOVE WS-STM-PFX(WS-STM-SUB)  TO WS-TRAY-DEST-WK
               WHEN OTHER
                   ADD 1 TO WS-TRAY-MX-CTR
                   MOVE 'MIXED'   TO WS-TRAY-LEVEL-WK
                   PERFORM 271-SET-MIXED-DEST
           END-EVALUATE.

           IF WS-TRAY-SEQ > WS-RESTART-TRAYS
               PERFORM 230-WRITE-TRAY-BREAK
               PERFORM 272-LABEL-TRAY-PIECE
                   VARYING WS-EMIT-SUB FROM 1 BY 1
                   UNTIL WS-EMIT-SUB >
                         WS-BUF-COUNT(WS-STM-SUB, WS-LVL-SUB)
               PERFORM 274-WRITE-TRAY-TAG
           END-IF.

           MOVE ZERO TO WS-BUF-COUNT(WS-STM-SUB, WS-LVL-SUB).
           IF WS-LVL-SUB = 3
               MOVE SPACES TO WS-STM-MIX-LOW(WS-STM-SUB)
                              WS-STM-MIX-HIGH(WS-STM-SUB)
           END-IF.
      *-----------------------------------------------------------------
      * A MIXED TRAY IS TAGGED WITH THE RANGE OF PREFIXES IT HOLDS.
      *-----------------------------------------------------------------
       271-SET-MIXED-DEST.
           EVALUATE TRUE
               WHEN WS-STM-SUB = 3
                   MOVE 'FOREIGN' TO WS-TRAY-DEST-WK
               WHEN WS-STM-MIX-LOW(WS-STM-SUB)
                  = WS-STM-MIX-HIGH(WS-STM-SUB)
                   MOVE WS-STM-MIX-LOW(WS-STM-SUB) TO WS-TRAY-DEST-WK
               WHEN OTHER
                   MOVE SPACES TO WS-TRAY-DEST-WK
                   STRING WS-STM-MIX-LOW(WS-STM-SUB)  DELIMITED BY SIZE
                          '-'                         DELIMITED BY SIZE
                          WS-STM-MIX-HIGH(WS-STM-SUB) DELIMITED BY SIZE
                       INTO WS-TRAY-DEST-WK
                   END-STRING
           END-EVALUATE.
      *-----------------------------------------------------------------
       272-LABEL-TRAY-PIECE.
           MOVE WS-BUF-PIECE(WS-STM-SUB, WS-LVL-SUB, WS-EMIT-SUB)
             TO WS-TRAY-PIECE.
           PERFORM 210-WRITE-LABEL.
           PERFORM 218-WRITE-MANIFEST-ROW.
      *-----------------------------------------------------------------
       274-WRITE-TRAY-TAG.
           MOVE SPACES           TO WS-TRAY-TAG-LINE.
           MOVE WS-RUN-DATE      TO WS-TAG-DATE.
           MOVE WS-CUR-CAMPAIGN  TO WS-TAG-CAMPAIGN.
           MOVE WS-TRAY-SEQ      TO WS-TAG-TRAY-SEQ.
           EVALUATE WS-STM-SUB
               WHEN 1
                   MOVE 'F' TO WS-TAG-CLASS
               WHEN 2
                   MOVE 'S' TO WS-TAG-CLASS
               WHEN OTHER
                   MOVE 'I' TO WS-TAG-CLASS
           END-EVALUATE.
           MOVE WS-TRAY-LEVEL-WK TO WS-TAG-LEVEL.
           MOVE WS-TRAY-DEST-WK  TO WS-TAG-DEST.
           MOVE WS-BUF-COUNT(WS-STM-SUB, WS-LVL-SUB) TO WS-TAG-PIECES.
           WRITE TRAY-TAG-REC FROM WS-TRAY-TAG-LINE.
      *-----------------------------------------------------------------
      * TALLIES THE LABEL JUST COUNTED INTO ITS CLASS/ZIP-PREFIX
      * BUNDLE AND ITS CARRIER ROUTE, SO THE POSTAGE REPORT CAN SAY
      * BEFORE THE MAIL GOES OUT WHICH BUNDLES ACTUALLY QUALIFY FOR
           MOVE WS-ROUTE-PIECES(WS-ROUTE-SUB) TO WS-PST-ROUTE-PIECES.
           WRITE POSTAGE-REPORT-REC FROM WS-PST-ROUTE-LINE.
      *-----------------------------------------------------------------
      * THE BROKER USAGE STATEMENT FOR A MERGED-LIST DROP: FOR EACH
      * RENTED LIST, THE NAMES IT SENT, THE ONES THE HOUSE FILE
      * ALREADY HAD, THE DO-NOT-MAIL HITS, EVERYTHING ELSE THAT DID
      * NOT GO OUT (MALFORMED, CROSS-LIST DUPLICATES, EXCEPTIONS,
      * OUTSIDE THE SEGMENT), AND THE PIECES ACTUALLY MAILED - THE
      * NUMBER THE BROKER IS PAID ON. WITHOUT THE MERGE/PURGE COUNTS
      * THE STATEMENT STILL PRINTS, FROM WHAT THIS RUN READ, AND SAYS
      * SO.
      *-----------------------------------------------------------------
       178-WRITE-BROKER-USAGE.
           PERFORM 179-READ-MERGE-COUNTS.

           OPEN OUTPUT BROKER-REPORT-FILE.
           MOVE SPACES TO BROKER-REPORT-REC.
           STRING 'RENTED LIST USAGE STATEMENT - RUN DATE '
                                            DELIMITED BY SIZE
                  WS-RUN-DATE               DELIMITED BY SIZE
                  '  CAMPAIGN '             DELIMITED BY SIZE
                  WS-CUR-CAMPAIGN           DELIMITED BY SIZE
               INTO BROKER-REPORT-REC
           END-STRING.
           WRITE BROKER-REPORT-REC.
           IF NOT MERGE-COUNTS-LOADED
               MOVE 'MERGE COUNTS UNAVAILABLE - RECEIVED IS NAMES READ'
                 TO BROKER-REPORT-REC
               WRITE BROKER-REPORT-REC
           END-IF.
           MOVE 'LIST  RECEIVED  HOUSE-HIT    DNM-HIT  OTHR-DROP' &
                '     MAILED'
             TO BROKER-REPORT-REC.
           WRITE BROKER-REPORT-REC.

           PERFORM 178A-WRITE-ONE-BROKER
               VARYING WS-BRK-SUB FROM 2 BY 1
               UNTIL WS-BRK-SUB > 4.

           CLOSE BROKER-REPORT-FILE.
      *-----------------------------------------------------------------
       178A-WRITE-ONE-BROKER.
           IF NOT MERGE-COUNTS-LOADED
               MOVE WS-BRK-READ(WS-BRK-SUB)
                 TO WS-BRK-RECEIVED(WS-BRK-SUB)
           END-IF.
           COMPUTE WS-BRK-OTHER = WS-BRK-RECEIVED(WS-BRK-SUB)
                                - WS-BRK-HOUSE-HIT(WS-BRK-SUB)
                                - WS-BRK-DNM(WS-BRK-SUB)
                                - WS-BRK-MAILED(WS-BRK-SUB).
           IF WS-BRK-OTHER < ZERO
               MOVE ZERO TO WS-BRK-OTHER
           END-IF.

           MOVE SPACES TO WS-BRK-LINE.
           MOVE WS-BRK-CODE(WS-BRK-SUB)      TO WS-BRK-RPT-CODE.
           MOVE WS-BRK-RECEIVED(WS-BRK-SUB)  TO WS-BRK-RPT-RECEIVED.
           MOVE WS-BRK-HOUSE-HIT(WS-BRK-SUB) TO WS-BRK-RPT-HOUSE-HIT.
           MOVE WS-BRK-DNM(WS-BRK-SUB)       TO WS-BRK-RPT-DNM.
           MOVE WS-BRK-OTHER                 TO WS-BRK-RPT-OTHER.
           MOVE WS-BRK-MAILED(WS-BRK-SUB)    TO WS-BRK-RPT-MAILED.
           WRITE BROKER-REPORT-REC FROM WS-BRK-LINE.

           DISPLAY 'LIST ', WS-BRK-CODE(WS-BRK-SUB),
                   ' MAILED (BILLABLE): ', WS-BRK-MAILED(WS-BRK-SUB).
      *-----------------------------------------------------------------
       179-READ-MERGE-COUNTS.
           MOVE 'N' TO WS-MCOUNTS-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MERGE-COUNTS-FILE.
           IF WS-MCOUNTS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-MCOUNTS-FLAG
               PERFORM UNTIL EOF
                   READ MERGE-COUNTS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 179A-STORE-ONE-COUNT
               END-PERFORM
               CLOSE MERGE-COUNTS-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
       179A-STORE-ONE-COUNT.
           MOVE MCT-LIST-CODE TO WS-CUR-SOURCE.
           PERFORM 164-SET-BROKER-SUB.
           IF WS-BRK-SUB > 1
              AND MCT-IN IS NUMERIC
              AND MCT-HOUSE-HIT IS NUMERIC
               MOVE MCT-IN        TO WS-BRK-RECEIVED(WS-BRK-SUB)
               MOVE MCT-HOUSE-HIT TO WS-BRK-HOUSE-HIT(WS-BRK-SUB)
           END-IF.
      *-----------------------------------------------------------------
      * APPENDS THE STRUCTURED AUDIT RECORD FOR THIS RUN TO THE
      * PERMANENT AUDIT LOG. THE AUDIT FILE REFUSING TO OPEN IS
      * ITSELF A BAD RETURN CODE - AN UNAUDITED RUN IS WHAT THIS
           PERFORM 855-CHECK-ONE-STATUS.
           MOVE WS-MANIFEST-FILE-STATUS  TO WS-CHK-STATUS.
           PERFORM 855-CHECK-ONE-STATUS.
           MOVE WS-TRAY-FILE-STATUS      TO WS-CHK-STATUS.
           PERFORM 855-CHECK-ONE-STATUS.
           MOVE WS-EXCEPTION-FILE-STATUS TO WS-CHK-STATUS.
           PERFORM 855-CHECK-ONE-STATUS.
           MOVE WS-POSTAGE-FILE-STATUS   TO WS-CHK-STATUS.
           PERFORM 855-CHECK-ONE-STATUS.
           IF MERGED-RUN-MODE
               MOVE WS-MERGED-FILE-STATUS TO WS-CHK-STATUS
               PERFORM 855-CHECK-ONE-STATUS
               MOVE WS-BROKER-FILE-STATUS TO WS-CHK-STATUS
               PERFORM 855-CHECK-ONE-STATUS
           END-IF.

           MOVE 'Y' TO WS-CHK-OPTIONAL.
           MOVE WS-CONTROL-FILE-STATUS   TO WS-CHK-STATUS.
