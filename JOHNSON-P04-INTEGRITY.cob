      ******************************************************************
      *PROGRAM : PROJECT 4   Cross-File Integrity Sweep               *
      *AUTHOR  : JOHN STEPHEN JOHNSON                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Read-only sweep that crosses the customer master      *
      *          with every file keyed or stamped by customer id or    *
      *          piece serial, and reports where they have drifted     *
      *          apart: last-mailed rows and history rows whose id is  *
      *          no longer on the master (a delete or a backout that   *
      *          left its trail behind), manifest serials filed twice  *
      *          across the campaign window, and customers whose last  *
      *          journaled after-image is not what the master holds    *
      *          today (or who the journal says were deleted but are   *
      *          still there). Each class of finding is listed with a  *
      *          sample of its keys and a count. Any finding ends the  *
      *          run with return code 4; a master that will not open  *
      *          ends it with 8. Nothing is updated.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P04-INTEGRITY.
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
           SELECT LAST-MAILED-FILE
                             ASSIGN TO '..\p04-mail-last.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS LST-CUST-ID
                             FILE STATUS IS WS-LAST-FILE-STATUS.
           SELECT HISTORY-FILE
                             ASSIGN TO '..\p04-mail-history.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS HST-KEY
                             FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT JOURNAL-FILE
                             ASSIGN TO '..\p04-master-journal.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT QUEUE-FILE
                             ASSIGN TO '..\p04-campaign-queue.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT MANIFEST-FILE
                             ASSIGN TO '..\p04-integrity-manifest.tmp'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-MANIFEST-FILE-STATUS.
           SELECT INTEGRITY-REPORT-FILE
                             ASSIGN TO '..\P04-INTEGRITY-REPORT.TXT'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SERIAL-SORT-FILE ASSIGN TO '..\p04-insort1.tmp'.
           SELECT JOURNAL-SORT-FILE ASSIGN TO '..\p04-insort2.tmp'.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER.
       COPY P04MAST.

       FD  LAST-MAILED-FILE.
       01  LST-REC.
           03  LST-CUST-ID             PIC X(10).
           03  LST-LAST-DATE           PIC 9(08).
           03  LST-MAIL-CLASS          PIC X(01).

       FD  HISTORY-FILE.
       COPY P04HIST.

       FD  JOURNAL-FILE.
       COPY P04JRNL.

       FD  QUEUE-FILE.
       01  QUEUE-REC                   PIC X(40).

       FD  MANIFEST-FILE.
       01  MANIFEST-REC                PIC X(80).

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-REC        PIC X(80).

       SD  SERIAL-SORT-FILE.
       01  SRS-SORT-REC.
           03  SRS-SERIAL              PIC 9(08).
           03  SRS-CAMPAIGN            PIC X(12).
           03  SRS-CUST-ID             PIC X(10).

      *    THE JOURNAL SEQUENCE KEEPS A CUSTOMER'S ENTRIES IN THE ORDER
      *    THEY WERE WRITTEN, SO THE LAST ONE OUT OF THE SORT FOR AN ID
      *    IS THE LAST THING DONE TO IT.
       SD  JOURNAL-SORT-FILE.
       01  SRJ-SORT-REC.
           03  SRJ-CUST-ID             PIC X(10).
           03  SRJ-SEQ                 PIC 9(08).
           03  SRJ-ACTION              PIC X(01).
           03  SRJ-PROGRAM             PIC X(30).
           03  SRJ-DATE                PIC 9(08).
           03  SRJ-AFTER-IMAGE         PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
           03  WS-SORT-EOF-FLAG        PIC X       VALUE 'N'.
               88  SORT-EOF                        VALUE 'Y'.
           03  WS-MASTER-OPEN-FLAG     PIC X       VALUE 'N'.
               88  MASTER-OPENED                   VALUE 'Y'.
           03  WS-QUEUE-MODE-FLAG      PIC X       VALUE 'N'.
               88  QUEUE-MODE                      VALUE 'Y'.
       01  WS-MASTER-FILE-STATUS       PIC X(02)   VALUE '00'.
       01  WS-LAST-FILE-STATUS         PIC X(02)   VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-JOURNAL-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-QUEUE-FILE-STATUS        PIC X(02)   VALUE '00'.
       01  WS-MANIFEST-FILE-STATUS     PIC X(02)   VALUE '00'.
       01  WS-OPEN-STATUS              PIC X(02)   VALUE '00'.
       01  WS-RC-WK                    PIC 9(02)   VALUE ZERO.
      *-----------------------------------------------------------------
      * COUNTS FOR EACH CHECK
      *-----------------------------------------------------------------
       01  WS-LAST-READ-CTR            PIC 9(6)    VALUE ZERO.
       01  WS-LAST-ORPHAN-CTR          PIC 9(6)    VALUE ZERO.
       01  WS-HIST-READ-CTR            PIC 9(6)    VALUE ZERO.
       01  WS-HIST-ID-CTR              PIC 9(6)    VALUE ZERO.
       01  WS-HIST-ORPHAN-ID-CTR       PIC 9(6)    VALUE ZERO.
       01  WS-HIST-ORPHAN-ROW-CTR      PIC 9(6)    VALUE ZERO.
       01  WS-MAN-FILE-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-MAN-MISSING-CTR          PIC 9(6)    VALUE ZERO.
       01  WS-MAN-ROW-CTR              PIC 9(6)    VALUE ZERO.
       01  WS-MAN-BAD-CTR              PIC 9(6)    VALUE ZERO.
       01  WS-MAN-DUP-CTR              PIC 9(6)    VALUE ZERO.
       01  WS-JRN-READ-CTR             PIC 9(8)    VALUE ZERO.
       01  WS-JRN-MASTER-CTR           PIC 9(8)    VALUE ZERO.
       01  WS-JRN-ID-CTR               PIC 9(6)    VALUE ZERO.
       01  WS-JRN-MISMATCH-CTR         PIC 9(6)    VALUE ZERO.
       01  WS-FINDING-CTR              PIC 9(6)    VALUE ZERO.
      *-----------------------------------------------------------------
      * SAMPLE KEYS - THE FIRST TEN FINDINGS OF EACH CHECK ARE LISTED
      * ON THE REPORT; THE COUNT LINE CARRIES THE REST.
      *-----------------------------------------------------------------
       01  WS-SAMPLE-CTR               PIC 9(02)   VALUE ZERO.
       01  WS-SAMPLE-MAX               PIC 9(02)   VALUE 10.
       01  WS-SAMPLE-KEY               PIC X(30)   VALUE SPACES.
       01  WS-SAMPLE-TEXT              PIC X(40)   VALUE SPACES.
      *-----------------------------------------------------------------
      * CONTROL-BREAK FIELDS
      *-----------------------------------------------------------------
       01  WS-PREV-HIST-ID             PIC X(10)   VALUE HIGH-VALUES.
       01  WS-PREV-HIST-ROWS           PIC 9(6)    VALUE ZERO.
       01  WS-PREV-HIST-ORPHAN-FLAG    PIC X       VALUE 'N'.
           88  PREV-HIST-ORPHAN                    VALUE 'Y'.
       01  WS-PREV-SERIAL              PIC 9(08)   VALUE ZERO.
       01  WS-PREV-SERIAL-CAMPAIGN     PIC X(12)   VALUE SPACES.
       01  WS-PREV-SERIAL-FLAG         PIC X       VALUE 'N'.
           88  PREV-SERIAL-HELD                    VALUE 'Y'.
       01  WS-LAST-JRN-ENTRY.
           03  WS-LJ-CUST-ID           PIC X(10)   VALUE HIGH-VALUES.
           03  WS-LJ-ACTION            PIC X(01).
           03  WS-LJ-PROGRAM           PIC X(30).
           03  WS-LJ-DATE              PIC 9(08).
           03  WS-LJ-AFTER-IMAGE       PIC X(120).
      *-----------------------------------------------------------------
      * CAMPAIGN WINDOW - THE QUEUE THE LABEL RUN WORKS THROUGH. EACH
      * QUEUED CAMPAIGN FILES ITS MANIFEST AS P04-MANIFEST-<SUFFIX>.CSV
      * AND SERIALS RUN STRAIGHT THROUGH THE WINDOW, SO THE WINDOW'S
      * MANIFESTS ARE CHECKED TOGETHER. NO QUEUE MEANS ONE CAMPAIGN
      * AND THE PLAIN P04-MANIFEST.CSV.
      *-----------------------------------------------------------------
       01  WS-QUEUE-TABLE.
           03  WS-QUE-SUFFIX           PIC X(12)   OCCURS 20 TIMES.
       01  WS-QUEUE-COUNT              PIC 9(02)   VALUE ZERO.
       01  WS-QUEUE-SUB                PIC 9(02)   VALUE ZERO.
       01  WS-QUE-SFX-X                PIC X(40).
       01  WS-COPY-SRC-NAME            PIC X(60).
       01  WS-COPY-DST-NAME            PIC X(60).
      *-----------------------------------------------------------------
      * ONE MANIFEST ROW, SPLIT AT ITS COMMAS
      *-----------------------------------------------------------------
       01  WS-MAN-SERIAL-X             PIC X(10).
       01  WS-MAN-CUST-ID-X            PIC X(12).
       01  WS-MAN-ZIP-X                PIC X(12).
       01  WS-MAN-CLASS-X              PIC X(03).
       01  WS-MAN-PFX-X                PIC X(05).
       01  WS-MAN-CAMPAIGN-X           PIC X(14).
      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-RPT-LINE                 PIC X(80).
       01  WS-SAMPLE-LINE.
           03  FILLER                  PIC X(04)   VALUE SPACES.
           03  WS-SMP-KEY              PIC X(30).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-SMP-TEXT             PIC X(40).
       01  WS-COUNT-LINE.
           03  FILLER                  PIC X(04)   VALUE SPACES.
           03  WS-CNT-LABEL            PIC X(40).
           03  WS-CNT-VALUE            PIC ZZZ,ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE 'CROSS-FILE INTEGRITY SWEEP' TO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.

           OPEN INPUT CUST-MASTER.
           IF WS-MASTER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               DISPLAY 'CUSTOMER MASTER OPEN FAILED, STATUS: ',
                       WS-MASTER-FILE-STATUS
               MOVE SPACES TO WS-RPT-LINE
               STRING 'CUSTOMER MASTER OPEN FAILED, STATUS '
                                            DELIMITED BY SIZE
                      WS-MASTER-FILE-STATUS DELIMITED BY SIZE
                      ' - MASTER CHECKS NOT RUN' DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE INTEGRITY-REPORT-REC FROM WS-RPT-LINE
               MOVE 8 TO WS-RC-WK
           END-IF.

           IF MASTER-OPENED
               PERFORM 200-CHECK-LAST-MAILED
               PERFORM 300-CHECK-HISTORY
           END-IF.

           PERFORM 400-CHECK-MANIFEST-SERIALS.

           IF MASTER-OPENED
               PERFORM 500-CHECK-JOURNAL-IMAGES
               CLOSE CUST-MASTER
           END-IF.

           IF WS-FINDING-CTR > ZERO AND WS-RC-WK < 4
               MOVE 4 TO WS-RC-WK
           END-IF.
           PERFORM 900-WRITE-SUMMARY.
           CLOSE INTEGRITY-REPORT-FILE.

           DISPLAY SPACES.
           DISPLAY 'LAST-MAILED ORPHANS : ', WS-LAST-ORPHAN-CTR.
           DISPLAY 'HISTORY ORPHAN IDS  : ', WS-HIST-ORPHAN-ID-CTR.
           DISPLAY 'HISTORY ORPHAN ROWS : ', WS-HIST-ORPHAN-ROW-CTR.
           DISPLAY 'DUPLICATE SERIALS   : ', WS-MAN-DUP-CTR.
           DISPLAY 'MANIFESTS MISSING   : ', WS-MAN-MISSING-CTR.
           DISPLAY 'JOURNAL DISAGREES   : ', WS-JRN-MISMATCH-CTR.
           DISPLAY 'TOTAL FINDINGS      : ', WS-FINDING-CTR.

           MOVE WS-RC-WK TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------------------
      * LAST-MAILED ROWS WHOSE CUSTOMER IS GONE. THE FREQUENCY CAP
      * READS THIS FILE BY ID, SO AN ORPHAN DOES NO HARM UNTIL THE ID
      * IS REUSED - THEN IT HOLDS A NEW CUSTOMER OUT OF A MAILING.
      *-----------------------------------------------------------------
       200-CHECK-LAST-MAILED.
           MOVE 'LAST-MAILED IDS NOT ON THE MASTER'
             TO WS-RPT-LINE.
           PERFORM 800-WRITE-SECTION-HEAD.

           OPEN INPUT LAST-MAILED-FILE.
           EVALUATE WS-LAST-FILE-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL EOF
                       READ LAST-MAILED-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-LAST-READ-CTR
                               PERFORM 210-CHECK-ONE-LAST-ROW
                   END-PERFORM
                   CLOSE LAST-MAILED-FILE
               WHEN '35'
                   MOVE 'NO LAST-MAILED FILE - CHECK NOT RUN'
                     TO WS-RPT-LINE
                   PERFORM 810-WRITE-NOTE
               WHEN OTHER
                   MOVE WS-LAST-FILE-STATUS
                     TO WS-OPEN-STATUS
                   PERFORM 820-REPORT-OPEN-FAILURE
           END-EVALUATE.

           MOVE 'LAST-MAILED ROWS READ' TO WS-CNT-LABEL.
           MOVE WS-LAST-READ-CTR        TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
           MOVE 'ORPHANED LAST-MAILED ROWS' TO WS-CNT-LABEL.
           MOVE WS-LAST-ORPHAN-CTR          TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       210-CHECK-ONE-LAST-ROW.
           MOVE LST-CUST-ID TO MST-CUST-ID.
           READ CUST-MASTER
               INVALID KEY
                   ADD 1 TO WS-LAST-ORPHAN-CTR
                   ADD 1 TO WS-FINDING-CTR
                   MOVE LST-CUST-ID TO WS-SAMPLE-KEY
                   MOVE SPACES      TO WS-SAMPLE-TEXT
                   STRING 'LAST MAILED '  DELIMITED BY SIZE
                          LST-LAST-DATE   DELIMITED BY SIZE
                          ' CLASS '       DELIMITED BY SIZE
                          LST-MAIL-CLASS  DELIMITED BY SIZE
                       INTO WS-SAMPLE-TEXT
                   END-STRING
                   PERFORM 830-WRITE-SAMPLE
           END-READ.
      *-----------------------------------------------------------------
      * HISTORY ROWS WHOSE CUSTOMER IS GONE. THE FILE IS IN ID ORDER,
      * SO THE MASTER IS READ ONCE PER CUSTOMER, NOT ONCE PER ROW, AND
      * THE SAMPLE NAMES THE ID WITH HOW MANY ROWS IT LEFT BEHIND.
      *-----------------------------------------------------------------
       300-CHECK-HISTORY.
           MOVE 'MAIL HISTORY IDS NOT ON THE MASTER'
             TO WS-RPT-LINE.
           PERFORM 800-WRITE-SECTION-HEAD.

           OPEN INPUT HISTORY-FILE.
           EVALUATE WS-HISTORY-FILE-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-PREV-HIST-ID
                   PERFORM UNTIL EOF
                       READ HISTORY-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-HIST-READ-CTR
                               PERFORM 310-CHECK-ONE-HISTORY-ROW
                   END-PERFORM
                   PERFORM 320-CLOSE-HISTORY-ID
                   CLOSE HISTORY-FILE
               WHEN '35'
                   MOVE 'NO MAIL HISTORY FILE - CHECK NOT RUN'
                     TO WS-RPT-LINE
                   PERFORM 810-WRITE-NOTE
               WHEN OTHER
                   MOVE WS-HISTORY-FILE-STATUS
                     TO WS-OPEN-STATUS
                   PERFORM 820-REPORT-OPEN-FAILURE
           END-EVALUATE.

           MOVE 'HISTORY ROWS READ'     TO WS-CNT-LABEL.
           MOVE WS-HIST-READ-CTR        TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
           MOVE 'CUSTOMERS IN HISTORY'  TO WS-CNT-LABEL.
           MOVE WS-HIST-ID-CTR          TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
           MOVE 'ORPHANED HISTORY IDS'  TO WS-CNT-LABEL.
           MOVE WS-HIST-ORPHAN-ID-CTR   TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
           MOVE 'ORPHANED HISTORY ROWS' TO WS-CNT-LABEL.
           MOVE WS-HIST-ORPHAN-ROW-CTR  TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       310-CHECK-ONE-HISTORY-ROW.
           IF HST-CUST-ID NOT = WS-PREV-HIST-ID
               PERFORM 320-CLOSE-HISTORY-ID
               ADD 1 TO WS-HIST-ID-CTR
               MOVE HST-CUST-ID TO WS-PREV-HIST-ID
               MOVE ZERO        TO WS-PREV-HIST-ROWS
               MOVE 'N'         TO WS-PREV-HIST-ORPHAN-FLAG
               MOVE HST-CUST-ID TO MST-CUST-ID
               READ CUST-MASTER
                   INVALID KEY
                       MOVE 'Y' TO WS-PREV-HIST-ORPHAN-FLAG
               END-READ
           END-IF.
           ADD 1 TO WS-PREV-HIST-ROWS.
      *-----------------------------------------------------------------
       320-CLOSE-HISTORY-ID.
           IF WS-PREV-HIST-ID NOT = HIGH-VALUES
              AND PREV-HIST-ORPHAN
               ADD 1 TO WS-HIST-ORPHAN-ID-CTR
               ADD 1 TO WS-FINDING-CTR
               ADD WS-PREV-HIST-ROWS TO WS-HIST-ORPHAN-ROW-CTR
               MOVE WS-PREV-HIST-ID TO WS-SAMPLE-KEY
               MOVE SPACES          TO WS-SAMPLE-TEXT
               STRING WS-PREV-HIST-ROWS DELIMITED BY SIZE
                      ' HISTORY ROWS'   DELIMITED BY SIZE
                   INTO WS-SAMPLE-TEXT
               END-STRING
               PERFORM 830-WRITE-SAMPLE
           END-IF.
           MOVE 'N' TO WS-PREV-HIST-ORPHAN-FLAG.
      *-----------------------------------------------------------------
      * A PIECE SERIAL FILED TWICE ACROSS THE WINDOW'S MANIFESTS. EVERY
      * MANIFEST OF THE WINDOW IS RELEASED TO ONE SORT ON SERIAL; ANY
      * SERIAL THAT COMES OUT NEXT TO ITSELF IS A DUPLICATE. A QUEUED
      * CAMPAIGN WHOSE MANIFEST IS NOT THERE IS NOTED - IT MAY NOT
      * HAVE RUN YET - BUT IS NOT ITSELF A FINDING.
      *-----------------------------------------------------------------
       400-CHECK-MANIFEST-SERIALS.
           MOVE 'MANIFEST SERIALS FILED MORE THAN ONCE IN THE WINDOW'
             TO WS-RPT-LINE.
           PERFORM 800-WRITE-SECTION-HEAD.

           PERFORM 410-READ-CAMPAIGN-QUEUE.

           SORT SERIAL-SORT-FILE
               ON ASCENDING KEY SRS-SERIAL SRS-CAMPAIGN
               INPUT PROCEDURE 420-RELEASE-MANIFESTS
               OUTPUT PROCEDURE 450-FIND-DUP-SERIALS.

           MOVE '..\p04-integrity-manifest.tmp' TO WS-COPY-DST-NAME.
           CALL 'CBL_DELETE_FILE' USING WS-COPY-DST-NAME.
           MOVE ZERO TO RETURN-CODE.

           MOVE 'MANIFESTS CHECKED'     TO WS-CNT-LABEL.
           MOVE WS-MAN-FILE-CTR         TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
           MOVE 'MANIFESTS NOT FOUND'   TO WS-CNT-LABEL.
           MOVE WS-MAN-MISSING-CTR      TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
           MOVE 'MANIFEST ROWS READ'    TO WS-CNT-LABEL.
           MOVE WS-MAN-ROW-CTR          TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
           MOVE 'ROWS WITHOUT A SERIAL' TO WS-CNT-LABEL.
           MOVE WS-MAN-BAD-CTR          TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
           MOVE 'DUPLICATE SERIALS'     TO WS-CNT-LABEL.
           MOVE WS-MAN-DUP-CTR          TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
      * THE SAME READING OF THE QUEUE THE LABEL RUN MAKES: FIRST FIELD
      * IS THE CAMPAIGN SUFFIX, A ROW WITHOUT ONE IS IGNORED, TWENTY
      * CAMPAIGNS AT MOST.
      *-----------------------------------------------------------------
       410-READ-CAMPAIGN-QUEUE.
           MOVE ZERO TO WS-QUEUE-COUNT.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ QUEUE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 415-STORE-QUEUE-ROW
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.
           IF WS-QUEUE-COUNT > ZERO
               MOVE 'Y' TO WS-QUEUE-MODE-FLAG
           END-IF.
      *-----------------------------------------------------------------
       415-STORE-QUEUE-ROW.
           IF QUEUE-REC NOT = SPACES AND WS-QUEUE-COUNT < 20
               MOVE SPACES TO WS-QUE-SFX-X
               UNSTRING QUEUE-REC DELIMITED BY ','
                   INTO WS-QUE-SFX-X
               END-UNSTRING
               IF WS-QUE-SFX-X NOT = SPACES
                   ADD 1 TO WS-QUEUE-COUNT
                   MOVE WS-QUE-SFX-X(1:12)
                     TO WS-QUE-SUFFIX(WS-QUEUE-COUNT)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       420-RELEASE-MANIFESTS.
           IF QUEUE-MODE
               PERFORM 425-RELEASE-QUEUED-MANIFEST
                   VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
           ELSE
               MOVE '..\p04-manifest.csv' TO WS-COPY-SRC-NAME
               PERFORM 430-RELEASE-ONE-MANIFEST
           END-IF.
      *-----------------------------------------------------------------
       425-RELEASE-QUEUED-MANIFEST.
           MOVE SPACES TO WS-COPY-SRC-NAME.
           STRING '..\p04-manifest-'        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUE-SUFFIX(WS-QUEUE-SUB))
                                            DELIMITED BY SIZE
                  '.csv'                    DELIMITED BY SIZE
               INTO WS-COPY-SRC-NAME
           END-STRING.
           PERFORM 430-RELEASE-ONE-MANIFEST.
      *-----------------------------------------------------------------
      * EACH MANIFEST IS COPIED TO THE ONE WORK NAME THE MANIFEST FILE
      * IS ASSIGNED TO AND READ FROM THERE.
      *-----------------------------------------------------------------
       430-RELEASE-ONE-MANIFEST.
           MOVE '..\p04-integrity-manifest.tmp' TO WS-COPY-DST-NAME.
           CALL 'CBL_COPY_FILE' USING WS-COPY-SRC-NAME
                                      WS-COPY-DST-NAME.
           IF RETURN-CODE NOT = ZERO
               MOVE ZERO TO RETURN-CODE
               ADD 1 TO WS-MAN-MISSING-CTR
               MOVE SPACES TO WS-RPT-LINE
               STRING 'MANIFEST NOT FOUND: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COPY-SRC-NAME)
                                             DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM 810-WRITE-NOTE
           ELSE
               OPEN INPUT MANIFEST-FILE
               IF WS-MANIFEST-FILE-STATUS = '00'
                   ADD 1 TO WS-MAN-FILE-CTR
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL EOF
                       READ MANIFEST-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM 435-RELEASE-MANIFEST-ROW
                   END-PERFORM
                   CLOSE MANIFEST-FILE
               ELSE
                   ADD 1 TO WS-MAN-MISSING-CTR
                   MOVE WS-MANIFEST-FILE-STATUS
                     TO WS-OPEN-STATUS
                   PERFORM 820-REPORT-OPEN-FAILURE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       435-RELEASE-MANIFEST-ROW.
           IF MANIFEST-REC NOT = SPACES
               ADD 1 TO WS-MAN-ROW-CTR
               MOVE SPACES TO WS-MAN-SERIAL-X WS-MAN-CUST-ID-X
                              WS-MAN-ZIP-X WS-MAN-CLASS-X
                              WS-MAN-PFX-X WS-MAN-CAMPAIGN-X
               UNSTRING MANIFEST-REC DELIMITED BY ','
                   INTO WS-MAN-SERIAL-X, WS-MAN-CUST-ID-X,
                        WS-MAN-ZIP-X, WS-MAN-CLASS-X,
                        WS-MAN-PFX-X, WS-MAN-CAMPAIGN-X
               END-UNSTRING
               IF WS-MAN-SERIAL-X(1:8) NOT NUMERIC
                   ADD 1 TO WS-MAN-BAD-CTR
               ELSE
                   MOVE WS-MAN-SERIAL-X(1:8)   TO SRS-SERIAL
                   MOVE WS-MAN-CAMPAIGN-X(1:12) TO SRS-CAMPAIGN
                   MOVE WS-MAN-CUST-ID-X(1:10) TO SRS-CUST-ID
                   RELEASE SRS-SORT-REC
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * EVERY REPEAT OF A SERIAL IS ONE DUPLICATE; THE SAMPLE NAMES
      * THE TWO CAMPAIGNS (THE SAME ONE TWICE FOR A CAMPAIGN THAT
      * FILED A SERIAL TWICE ITSELF).
      *-----------------------------------------------------------------
       450-FIND-DUP-SERIALS.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE 'N' TO WS-PREV-SERIAL-FLAG.
           PERFORM UNTIL SORT-EOF
               RETURN SERIAL-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       IF PREV-SERIAL-HELD
                          AND SRS-SERIAL = WS-PREV-SERIAL
                           PERFORM 455-REPORT-DUP-SERIAL
                       END-IF
                       MOVE 'Y'          TO WS-PREV-SERIAL-FLAG
                       MOVE SRS-SERIAL   TO WS-PREV-SERIAL
                       MOVE SRS-CAMPAIGN TO WS-PREV-SERIAL-CAMPAIGN
           END-PERFORM.
      *-----------------------------------------------------------------
       455-REPORT-DUP-SERIAL.
           ADD 1 TO WS-MAN-DUP-CTR.
           ADD 1 TO WS-FINDING-CTR.
           MOVE SPACES TO WS-SAMPLE-KEY WS-SAMPLE-TEXT.
           STRING 'SERIAL '  DELIMITED BY SIZE
                  SRS-SERIAL DELIMITED BY SIZE
               INTO WS-SAMPLE-KEY
           END-STRING.
           STRING 'CAMPAIGNS ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PREV-SERIAL-CAMPAIGN)
                                DELIMITED BY SIZE
                  ' / '         DELIMITED BY SIZE
                  FUNCTION TRIM(SRS-CAMPAIGN)
                                DELIMITED BY SIZE
               INTO WS-SAMPLE-TEXT
           END-STRING.
           PERFORM 830-WRITE-SAMPLE.
      *-----------------------------------------------------------------
      * THE LAST THING THE JOURNAL SAYS WAS DONE TO EACH CUSTOMER
      * AGAINST WHAT THE MASTER HOLDS TODAY. ONLY MASTER ENTRIES COUNT
      * (FILE CODE BLANK); THE ID COMES FROM THE AFTER-IMAGE, OR THE
      * BEFORE-IMAGE OF A DELETE, WHICH HAS NO AFTER-IMAGE.
      *-----------------------------------------------------------------
       500-CHECK-JOURNAL-IMAGES.
           MOVE 'LAST JOURNAL IMAGE DISAGREES WITH THE MASTER'
             TO WS-RPT-LINE.
           PERFORM 800-WRITE-SECTION-HEAD.

           OPEN INPUT JOURNAL-FILE.
           EVALUATE WS-JOURNAL-FILE-STATUS
               WHEN '00'
                   SORT JOURNAL-SORT-FILE
                       ON ASCENDING KEY SRJ-CUST-ID SRJ-SEQ
                       INPUT PROCEDURE 510-RELEASE-JOURNAL
                       OUTPUT PROCEDURE 550-COMPARE-LAST-IMAGES
                   CLOSE JOURNAL-FILE
               WHEN '35'
                   MOVE 'NO MASTER JOURNAL - CHECK NOT RUN'
                     TO WS-RPT-LINE
                   PERFORM 810-WRITE-NOTE
               WHEN OTHER
                   MOVE WS-JOURNAL-FILE-STATUS
                     TO WS-OPEN-STATUS
                   PERFORM 820-REPORT-OPEN-FAILURE
           END-EVALUATE.

           MOVE 'JOURNAL ENTRIES READ'  TO WS-CNT-LABEL.
           MOVE WS-JRN-READ-CTR         TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
           MOVE 'MASTER ENTRIES'        TO WS-CNT-LABEL.
           MOVE WS-JRN-MASTER-CTR       TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
           MOVE 'CUSTOMERS JOURNALED'   TO WS-CNT-LABEL.
           MOVE WS-JRN-ID-CTR           TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
           MOVE 'MASTER DISAGREES'      TO WS-CNT-LABEL.
           MOVE WS-JRN-MISMATCH-CTR     TO WS-CNT-VALUE.
           PERFORM 840-WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
       510-RELEASE-JOURNAL.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-JRN-READ-CTR
                       PERFORM 515-RELEASE-ONE-ENTRY
           END-PERFORM.
      *-----------------------------------------------------------------
       515-RELEASE-ONE-ENTRY.
           IF JRN-MASTER-FILE
               ADD 1 TO WS-JRN-MASTER-CTR
               MOVE WS-JRN-READ-CTR  TO SRJ-SEQ
               MOVE JRN-ACTION       TO SRJ-ACTION
               MOVE JRN-PROGRAM      TO SRJ-PROGRAM
               MOVE JRN-DATE         TO SRJ-DATE
               MOVE JRN-AFTER-IMAGE  TO SRJ-AFTER-IMAGE
               IF JRN-AFTER-IMAGE = SPACES
                   MOVE JRN-BEFORE-IMAGE(1:10) TO SRJ-CUST-ID
               ELSE
                   MOVE JRN-AFTER-IMAGE(1:10)  TO SRJ-CUST-ID
               END-IF
               RELEASE SRJ-SORT-REC
           END-IF.
      *-----------------------------------------------------------------
       550-COMPARE-LAST-IMAGES.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE HIGH-VALUES TO WS-LJ-CUST-ID.
           PERFORM UNTIL SORT-EOF
               RETURN JOURNAL-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       IF SRJ-CUST-ID NOT = WS-LJ-CUST-ID
                           PERFORM 560-CHECK-LAST-IMAGE
                           ADD 1 TO WS-JRN-ID-CTR
                       END-IF
                       MOVE SRJ-CUST-ID     TO WS-LJ-CUST-ID
                       MOVE SRJ-ACTION      TO WS-LJ-ACTION
                       MOVE SRJ-PROGRAM     TO WS-LJ-PROGRAM
                       MOVE SRJ-DATE        TO WS-LJ-DATE
                       MOVE SRJ-AFTER-IMAGE TO WS-LJ-AFTER-IMAGE
           END-PERFORM.
           PERFORM 560-CHECK-LAST-IMAGE.
      *-----------------------------------------------------------------
      * A DELETE MUST HAVE LEFT NO RECORD; AN ADD OR A REWRITE MUST
      * HAVE LEFT EXACTLY ITS AFTER-IMAGE.
      *-----------------------------------------------------------------
       560-CHECK-LAST-IMAGE.
           IF WS-LJ-CUST-ID NOT = HIGH-VALUES
               MOVE SPACES TO WS-SAMPLE-TEXT
               MOVE WS-LJ-CUST-ID TO MST-CUST-ID
               READ CUST-MASTER
                   INVALID KEY
                       IF WS-LJ-ACTION NOT = 'D'
                           MOVE 'NOT ON MASTER' TO WS-SAMPLE-TEXT
                       END-IF
                   NOT INVALID KEY
                       IF WS-LJ-ACTION = 'D'
                           MOVE 'DELETED BUT ON MASTER'
                             TO WS-SAMPLE-TEXT
                       ELSE
                           IF MST-CUST-REC NOT =
                              WS-LJ-AFTER-IMAGE(1:111)
                               MOVE 'MASTER DIFFERS' TO WS-SAMPLE-TEXT
                           END-IF
                       END-IF
               END-READ
               IF WS-SAMPLE-TEXT NOT = SPACES
                   PERFORM 565-REPORT-JOURNAL-MISMATCH
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       565-REPORT-JOURNAL-MISMATCH.
           ADD 1 TO WS-JRN-MISMATCH-CTR.
           ADD 1 TO WS-FINDING-CTR.
           MOVE WS-LJ-CUST-ID TO WS-SAMPLE-KEY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING FUNCTION TRIM(WS-SAMPLE-TEXT) DELIMITED BY SIZE
                  ' - '                         DELIMITED BY SIZE
                  WS-LJ-ACTION                  DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-LJ-DATE                    DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LJ-PROGRAM)  DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO WS-SAMPLE-TEXT.
           PERFORM 830-WRITE-SAMPLE.
      *-----------------------------------------------------------------
      * REPORT WRITERS. A SECTION HEAD RESETS THE SAMPLE COUNT, SO
      * EACH CHECK LISTS ITS OWN FIRST TEN.
      *-----------------------------------------------------------------
       800-WRITE-SECTION-HEAD.
           MOVE SPACES TO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC FROM WS-RPT-LINE.
           MOVE ZERO TO WS-SAMPLE-CTR.
      *-----------------------------------------------------------------
       810-WRITE-NOTE.
           MOVE SPACES TO INTEGRITY-REPORT-REC.
           STRING '    '                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-LINE)  DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-REC
           END-STRING.
           WRITE INTEGRITY-REPORT-REC.
      *-----------------------------------------------------------------
      * A FILE THAT IS THERE BUT WILL NOT OPEN LEAVES ITS CHECK
      * UNDONE - THE RUN CANNOT SAY THE FILES AGREE, SO IT ENDS 8.
      *-----------------------------------------------------------------
       820-REPORT-OPEN-FAILURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'OPEN FAILED, STATUS '      DELIMITED BY SIZE
                  WS-OPEN-STATUS              DELIMITED BY SIZE
                  ' - CHECK NOT RUN'          DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM 810-WRITE-NOTE.
           DISPLAY FUNCTION TRIM(WS-RPT-LINE).
           MOVE 8 TO WS-RC-WK.
      *-----------------------------------------------------------------
       830-WRITE-SAMPLE.
           IF WS-SAMPLE-CTR < WS-SAMPLE-MAX
               ADD 1 TO WS-SAMPLE-CTR
               MOVE WS-SAMPLE-KEY  TO WS-SMP-KEY
               MOVE WS-SAMPLE-TEXT TO WS-SMP-TEXT
               WRITE INTEGRITY-REPORT-REC FROM WS-SAMPLE-LINE
           END-IF.
      *-----------------------------------------------------------------
       840-WRITE-COUNT-LINE.
           WRITE INTEGRITY-REPORT-REC FROM WS-COUNT-LINE.
      *-----------------------------------------------------------------
       900-WRITE-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TOTAL FINDINGS '   DELIMITED BY SIZE
                  WS-FINDING-CTR      DELIMITED BY SIZE
                  ' RC '              DELIMITED BY SIZE
                  WS-RC-WK            DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           WRITE INTEGRITY-REPORT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
