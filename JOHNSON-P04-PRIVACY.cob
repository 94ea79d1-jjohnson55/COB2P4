      ******************************************************************
      *PROGRAM : PROJECT 4   Privacy Request Processing               *
      *AUTHOR  : JOHN STEPHEN JOHNSON                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Answers the consumer privacy requests Legal sends     *
      *          us, one row per request: customer id, request type   *
      *          (A access, E erasure) and optionally the date Legal  *
      *          received it. An access request gets a disclosure     *
      *          report of everything held on the customer - master,  *
      *          seasonal alternate, suppression status, last-mailed, *
      *          every mailing history and manifest row, every        *
      *          journal entry and every archived history row. An     *
      *          erasure request removes the customer from the        *
      *          master, alternate, last-mailed, history and          *
      *          manifests, blanks the name and address in every      *
      *          journal image, blanks the id on archived history     *
      *          rows, and adds the name at each address to the       *
      *          permanent erasure suppression list the merge/purge   *
      *          checks rented lists against, so a rented list cannot *
      *          bring them back. Every keyed delete is journaled     *
      *          with the name and address already blanked. Each      *
      *          request is written to the compliance log with the    *
      *          run date and time and what was found or removed.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P04-PRIVACY.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIVACY-REQUEST-FILE
                             ASSIGN TO '..\p04-privacy-requests.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-REQUEST-FILE-STATUS.
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
           SELECT JOURNAL-FILE
                             ASSIGN TO '..\p04-master-journal.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT SUPP-DECEASED-FILE
                             ASSIGN TO '..\p04-supp-deceased.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-DECEASED-FILE-STATUS.
           SELECT SUPP-DNM-FILE
                             ASSIGN TO '..\p04-supp-dnm.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-DNM-FILE-STATUS.
           SELECT SUPP-ERASED-FILE
                             ASSIGN TO '..\p04-supp-erased.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-ERASED-FILE-STATUS.
           SELECT QUEUE-FILE
                             ASSIGN TO '..\p04-campaign-queue.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT ARCH-CATALOG-FILE
                             ASSIGN TO '..\p04-archive-catalog.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT SCRUB-IN-FILE
                             ASSIGN TO '..\p04-privacy-in.tmp'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SCRUB-IN-FILE-STATUS.
           SELECT SCRUB-OUT-FILE
                             ASSIGN TO '..\p04-privacy-out.tmp'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SCRUB-OUT-FILE-STATUS.
           SELECT DISC-WORK-FILE
                             ASSIGN TO '..\p04-privacy-disc.tmp'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCLOSURE-REPORT-FILE
                             ASSIGN TO '..\P04-PRIVACY-DISCLOSURE.TXT'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIVACY-LOG-FILE
                             ASSIGN TO '..\P04-PRIVACY-LOG.TXT'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT DISC-SORT-FILE ASSIGN TO '..\p04-pvsort.tmp'.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PRIVACY-REQUEST-FILE.
       01  PRIVACY-REQUEST-REC         PIC X(60).

       FD  CUST-MASTER.
       COPY P04MAST.

       FD  ALT-ADDRESS-FILE.
       COPY P04ALT.

       FD  HISTORY-FILE.
       COPY P04HIST.

       FD  LAST-MAILED-FILE.
       01  LST-REC.
           03  LST-CUST-ID             PIC X(10).
           03  LST-LAST-DATE           PIC 9(08).
           03  LST-MAIL-CLASS          PIC X(01).

       FD  JOURNAL-FILE.
       COPY P04JRNL.

       FD  SUPP-DECEASED-FILE.
       01  SUPP-DECEASED-REC           PIC X(120).

       FD  SUPP-DNM-FILE.
       01  SUPP-DNM-REC                PIC X(120).

       FD  SUPP-ERASED-FILE.
       01  SUPP-ERASED-REC             PIC X(120).

       FD  QUEUE-FILE.
       01  QUEUE-REC                   PIC X(40).

       FD  ARCH-CATALOG-FILE.
       01  ARCH-CATALOG-REC.
           03  ACG-KIND                PIC X(02).
           03  ACG-SEP                 PIC X(01).
           03  ACG-GEN-NAME            PIC X(60).

       FD  SCRUB-IN-FILE.
       01  SCRUB-IN-REC                PIC X(300).

       FD  SCRUB-OUT-FILE.
       01  SCRUB-OUT-REC               PIC X(300).

       FD  DISC-WORK-FILE.
       01  DISC-WORK-REC               PIC X(131).

       FD  DISCLOSURE-REPORT-FILE.
       01  DISCLOSURE-REPORT-REC       PIC X(132).

       FD  PRIVACY-LOG-FILE.
       01  PRIVACY-LOG-REC             PIC X(150).

      *    ONE DISCLOSURE LINE: WHICH REQUEST IT ANSWERS, WHICH
      *    SECTION OF THE REPORT IT BELONGS IN, AND THE ORDER IT WAS
      *    FOUND IN - THE KEYED FILES ARE READ REQUEST BY REQUEST BUT
      *    THE JOURNAL AND MANIFESTS ONCE FOR ALL OF THEM, SO THE
      *    SORT PUTS EACH CUSTOMER'S REPORT BACK TOGETHER.
       SD  DISC-SORT-FILE.
       01  DSR-SORT-REC.
           03  DSR-REQ-SEQ             PIC 9(04).
           03  DSR-SECTION             PIC 9(01).
           03  DSR-LINE-SEQ            PIC 9(06).
           03  DSR-TEXT                PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03  WS-EOF-FLAG             PIC X       VALUE 'N'.
               88  EOF                             VALUE 'Y'.
           03  WS-SCRUB-EOF-FLAG       PIC X       VALUE 'N'.
               88  SCRUB-EOF                       VALUE 'Y'.
           03  WS-SORT-EOF-FLAG        PIC X       VALUE 'N'.
               88  SORT-EOF                        VALUE 'Y'.
           03  WS-ABORT-FLAG           PIC X       VALUE 'N'.
               88  RUN-ABORTED                     VALUE 'Y'.
           03  WS-MASTER-OPEN-FLAG     PIC X       VALUE 'N'.
               88  MASTER-OPENED                   VALUE 'Y'.
           03  WS-ALT-OPEN-FLAG        PIC X       VALUE 'N'.
               88  ALT-ADDRESS-OPENED              VALUE 'Y'.
           03  WS-HISTORY-OPEN-FLAG    PIC X       VALUE 'N'.
               88  HISTORY-OPENED                  VALUE 'Y'.
           03  WS-LAST-OPEN-FLAG       PIC X       VALUE 'N'.
               88  LAST-MAILED-OPENED              VALUE 'Y'.
           03  WS-JOURNAL-OPEN-FLAG    PIC X       VALUE 'N'.
               88  JOURNAL-OPENED                  VALUE 'Y'.
           03  WS-MASTER-FOUND-FLAG    PIC X       VALUE 'N'.
               88  MASTER-FOUND                    VALUE 'Y'.
           03  WS-ALT-FOUND-FLAG       PIC X       VALUE 'N'.
               88  ALT-FOUND                       VALUE 'Y'.
           03  WS-HIST-DONE-FLAG       PIC X       VALUE 'N'.
               88  HISTORY-DONE                    VALUE 'Y'.
           03  WS-FILE-CHANGED-FLAG    PIC X       VALUE 'N'.
               88  FILE-CHANGED                    VALUE 'Y'.
           03  WS-DROP-ROW-FLAG        PIC X       VALUE 'N'.
               88  DROP-THIS-ROW                   VALUE 'Y'.
           03  WS-QUEUE-MODE-FLAG      PIC X       VALUE 'N'.
               88  QUEUE-MODE                      VALUE 'Y'.
           03  WS-SCAN-FAIL-FLAG       PIC X       VALUE 'N'.
               88  SCAN-FAILED                     VALUE 'Y'.
       01  WS-REQUEST-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-MASTER-FILE-STATUS       PIC X(02)   VALUE '00'.
       01  WS-ALT-FILE-STATUS          PIC X(02)   VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-LAST-FILE-STATUS         PIC X(02)   VALUE '00'.
       01  WS-JOURNAL-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-DECEASED-FILE-STATUS     PIC X(02)   VALUE '00'.
       01  WS-DNM-FILE-STATUS          PIC X(02)   VALUE '00'.
       01  WS-ERASED-FILE-STATUS       PIC X(02)   VALUE '00'.
       01  WS-QUEUE-FILE-STATUS        PIC X(02)   VALUE '00'.
       01  WS-CATALOG-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-SCRUB-IN-FILE-STATUS     PIC X(02)   VALUE '00'.
       01  WS-SCRUB-OUT-FILE-STATUS    PIC X(02)   VALUE '00'.
       01  WS-LOG-FILE-STATUS          PIC X(02)   VALUE '00'.
       01  WS-RC-WK                    PIC 9(02)   VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-RUN-TIME                 PIC X(06)   VALUE SPACES.
       01  WS-RUN-TIME-X               PIC X(08).
      *-----------------------------------------------------------------
      * RUN COUNTS
      *-----------------------------------------------------------------
       01  WS-REQ-READ-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-REQ-REJECT-CTR           PIC 9(6)    VALUE ZERO.
       01  WS-REQ-OVFL-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-ACCESS-CTR               PIC 9(6)    VALUE ZERO.
       01  WS-ERASURE-CTR              PIC 9(6)    VALUE ZERO.
       01  WS-INCOMPLETE-CTR           PIC 9(6)    VALUE ZERO.
       01  WS-JRN-READ-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-MAN-FILE-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-GEN-FILE-CTR             PIC 9(6)    VALUE ZERO.
       01  WS-SUPP-WRITTEN-CTR         PIC 9(6)    VALUE ZERO.
      *-----------------------------------------------------------------
      * THE REQUESTS - ONE ROW EACH: CUSTOMER-ID,TYPE,RECEIVED-DATE.
      * EVERY FILE READ SEQUENTIALLY IS READ ONCE FOR THE WHOLE TABLE,
      * SO THE TABLE CARRIES WHAT EACH REQUEST FOUND OR REMOVED, AND
      * FOR AN ERASURE THE NAME AND ADDRESSES THE SUPPRESSION ENTRIES
      * ARE CUT FROM. A REQUEST IS FULFILLED UNTIL SOMETHING STOPS IT,
      * THEN INCOMPLETE; A MALFORMED ROW IS REJECTED OUTRIGHT. ROWS
      * BEYOND THE TABLE ARE LEFT FOR A RERUN - A REQUEST ANSWERED
      * TWICE FINDS NOTHING THE SECOND TIME.
      *-----------------------------------------------------------------
       01  WS-REQ-TABLE.
           03  WS-REQ-ENTRY            OCCURS 200 TIMES.
               05  WS-REQ-CUST-ID      PIC X(10).
               05  WS-REQ-TYPE         PIC X(01).
                   88  REQ-ACCESS                  VALUE 'A'.
                   88  REQ-ERASURE                 VALUE 'E'.
               05  WS-REQ-RECEIVED     PIC X(08).
               05  WS-REQ-STATUS       PIC X(01).
                   88  REQ-FULFILLED               VALUE 'F'.
                   88  REQ-REJECTED                VALUE 'R'.
                   88  REQ-INCOMPLETE              VALUE 'I'.
               05  WS-REQ-REASON       PIC X(30).
               05  WS-REQ-MASTER-CTR   PIC 9(01).
               05  WS-REQ-ALT-CTR      PIC 9(01).
               05  WS-REQ-LAST-CTR     PIC 9(01).
               05  WS-REQ-HIST-CTR     PIC 9(05).
               05  WS-REQ-MAN-CTR      PIC 9(05).
               05  WS-REQ-JRN-CTR      PIC 9(05).
               05  WS-REQ-ARCH-CTR     PIC 9(05).
               05  WS-REQ-SUPP-CTR     PIC 9(01).
               05  WS-REQ-NAME         PIC X(30).
               05  WS-REQ-ADDR         PIC X(30).
               05  WS-REQ-CITY         PIC X(20).
               05  WS-REQ-STATE        PIC X(02).
               05  WS-REQ-ZIP          PIC X(10).
               05  WS-REQ-ALT-ADDR     PIC X(30).
               05  WS-REQ-ALT-CITY     PIC X(20).
               05  WS-REQ-ALT-STATE    PIC X(02).
               05  WS-REQ-ALT-ZIP      PIC X(10).
       01  WS-REQ-COUNT                PIC 9(04)   VALUE ZERO.
       01  WS-REQ-SUB                  PIC 9(04)   VALUE ZERO.
       01  WS-CUR-ID                   PIC X(10)   VALUE SPACES.
       01  WS-RQ-ID-X                  PIC X(20).
       01  WS-RQ-TYPE-X                PIC X(10).
       01  WS-RQ-RECEIVED-X            PIC X(10).
      *-----------------------------------------------------------------
      * THE SUPPRESSION LISTS, LOADED THE WAY THE SUPPRESSION RUN
      * LOADS THEM: SOURCE D (DECEASED), N (NATIONAL DO-NOT-MAIL) OR
      * E (OUR OWN PERMANENT ERASURE LIST), UPPERCASED NAME AND
      * ZIP/ADDRESS/CITY HOUSEHOLD KEY.
      *-----------------------------------------------------------------
       01  WS-SUPP-TABLE.
           03  WS-SUPP-ENTRY           OCCURS 7000 TIMES.
               05  WS-SUPP-SOURCE      PIC X(01).
               05  WS-SUPP-NAME        PIC X(30).
               05  WS-SUPP-HH-KEY.
                   07  WS-SUPP-ZIP     PIC X(10).
                   07  WS-SUPP-ADDR    PIC X(30).
                   07  WS-SUPP-CITY    PIC X(20).
       01  WS-SUPP-COUNT               PIC 9(04)   VALUE ZERO.
       01  WS-SUPP-SUB                 PIC 9(04)   VALUE ZERO.
       01  WS-SUPP-OVFL-CTR            PIC 9(06)   VALUE ZERO.
       01  WS-CUR-SOURCE               PIC X(01)   VALUE SPACES.
       01  WS-SUPP-ROW                 PIC X(120).
       01  WS-SUPP-NAME-X              PIC X(30).
       01  WS-SUPP-ADDR-X              PIC X(30).
       01  WS-SUPP-CITY-X              PIC X(20).
       01  WS-SUPP-STATE-X             PIC X(10).
       01  WS-SUPP-ZIP-X               PIC X(10).
       01  WS-MATCH-NAME               PIC X(30).
       01  WS-MATCH-HH-KEY.
           03  WS-MATCH-ZIP            PIC X(10).
           03  WS-MATCH-ADDR           PIC X(30).
           03  WS-MATCH-CITY           PIC X(20).
       01  WS-MATCH-FLAGS.
           03  WS-MATCH-DECEASED       PIC X(01)   VALUE 'N'.
           03  WS-MATCH-DNM            PIC X(01)   VALUE 'N'.
           03  WS-MATCH-ERASED         PIC X(01)   VALUE 'N'.
       01  WS-MATCH-SHOWN              PIC X(01)   VALUE 'N'.
      *-----------------------------------------------------------------
      * JOURNALING OF THE ERASURE'S OWN DELETES
      *-----------------------------------------------------------------
       01  WS-JRN-ACTION               PIC X(01).
       01  WS-JRN-BEFORE               PIC X(120)  VALUE SPACES.
       01  WS-JRN-AFTER                PIC X(120)  VALUE SPACES.
       01  WS-JRN-FILE-CODE            PIC X(02)   VALUE SPACES.
       01  WS-JRN-ID                   PIC X(10).
      *-----------------------------------------------------------------
      * A JOURNAL IMAGE LAID OUT AS THE RECORD IT CAME FROM, SO THE
      * NAME AND ADDRESS FIELDS CAN BE BLANKED AND THE REST KEPT.
      *-----------------------------------------------------------------
       01  WS-IMG-WORK                 PIC X(120).
       01  WS-IMG-MASTER REDEFINES WS-IMG-WORK.
           03  WS-IMM-CUST-ID          PIC X(10).
           03  WS-IMM-NAME             PIC X(30).
           03  WS-IMM-ADDRESS          PIC X(30).
           03  WS-IMM-CITY             PIC X(20).
           03  WS-IMM-STATE            PIC X(02).
           03  WS-IMM-ZIP              PIC X(10).
           03  WS-IMM-MAIL-PREF-FLAG   PIC X(01).
           03  WS-IMM-CARRIER-ROUTE    PIC X(04).
           03  FILLER                  PIC X(13).
       01  WS-IMG-ALT REDEFINES WS-IMG-WORK.
           03  WS-IMA-CUST-ID          PIC X(10).
           03  WS-IMA-ADDRESS          PIC X(30).
           03  WS-IMA-CITY             PIC X(20).
           03  WS-IMA-STATE            PIC X(02).
           03  WS-IMA-ZIP              PIC X(10).
           03  WS-IMA-CARRIER-ROUTE    PIC X(04).
           03  FILLER                  PIC X(44).
       01  WS-IMG-SAVE                 PIC X(120).
      *-----------------------------------------------------------------
      * CAMPAIGN WINDOW - EACH QUEUED CAMPAIGN FILES ITS MANIFEST AS
      * P04-MANIFEST-<SUFFIX>.CSV; A NIGHT WITHOUT A QUEUE FILES THE
      * PLAIN P04-MANIFEST.CSV. WHICHEVER OF THEM IS ON DISK IS READ.
      *-----------------------------------------------------------------
       01  WS-QUEUE-TABLE.
           03  WS-QUE-SUFFIX           PIC X(12)   OCCURS 20 TIMES.
       01  WS-QUEUE-COUNT              PIC 9(02)   VALUE ZERO.
       01  WS-QUEUE-SUB                PIC 9(02)   VALUE ZERO.
       01  WS-QUE-SFX-X                PIC X(40).
      *-----------------------------------------------------------------
      * ONE MANIFEST OR ARCHIVED HISTORY FILE BEING READ: ITS NAME,
      * KIND (M MANIFEST, G ARCHIVED HISTORY GENERATION) AND THE ROW
      * SPLIT AT ITS COMMAS. A MANIFEST ROW IS SERIAL,ID,ZIP,CLASS,
      * PREFIX,CAMPAIGN,SOURCE,...; AN ARCHIVED ROW LEADS WITH THE ID.
      *-----------------------------------------------------------------
       01  WS-SCRUB-NAME               PIC X(60).
       01  WS-SCRUB-KIND               PIC X(01).
           88  SCRUB-MANIFEST                      VALUE 'M'.
           88  SCRUB-GENERATION                    VALUE 'G'.
       01  WS-SCRUB-FAIL-NOTE          PIC X(30)   VALUE SPACES.
       01  WS-COPY-SRC-NAME            PIC X(60).
       01  WS-COPY-DST-NAME            PIC X(60).
       01  WS-FILE-DETAILS             PIC X(16).
       01  WS-SCR-ROW                  PIC X(300).
       01  WS-SCR-ROW-WK               PIC X(300).
       01  WS-SCR-ID                   PIC X(20).
       01  WS-SCR-SOURCE               PIC X(20).
       01  WS-SCR-F1                   PIC X(20).
       01  WS-SCR-F2                   PIC X(20).
       01  WS-SCR-F3                   PIC X(20).
       01  WS-SCR-F4                   PIC X(20).
       01  WS-SCR-F5                   PIC X(20).
       01  WS-SCR-F6                   PIC X(20).
       01  WS-SCR-F7                   PIC X(20).
       01  WS-SCR-COMMA-CNT            PIC 9(04)   VALUE ZERO.
      *-----------------------------------------------------------------
      * DISCLOSURE LINES AND REPORT LAYOUT. SECTION NUMBERS ARE THE
      * ORDER THE SECTIONS PRINT IN.
      *-----------------------------------------------------------------
       01  WS-DISC-LINE.
           03  WS-DISC-REQ-SEQ         PIC 9(04).
           03  WS-DISC-SECTION         PIC 9(01).
           03  WS-DISC-LINE-SEQ        PIC 9(06)   VALUE ZERO.
           03  WS-DISC-TEXT            PIC X(120).
       01  WS-SECTION-TITLE-DATA.
           03  FILLER                  PIC X(30)
                                       VALUE 'CUSTOMER MASTER RECORD'.
           03  FILLER                  PIC X(30)
                                 VALUE 'SEASONAL ALTERNATE ADDRESS'.
           03  FILLER                  PIC X(30)
                                       VALUE 'SUPPRESSION STATUS'.
           03  FILLER                  PIC X(30)
                                       VALUE 'LAST-MAILED DATE'.
           03  FILLER                  PIC X(30)
                                       VALUE 'MAILING HISTORY'.
           03  FILLER                  PIC X(30)
                                       VALUE 'PIECE MANIFESTS'.
           03  FILLER                  PIC X(30)
                                       VALUE 'MASTER JOURNAL ENTRIES'.
           03  FILLER                  PIC X(30)
                                       VALUE 'ARCHIVED MAILING HISTORY'.
       01  WS-SECTION-TITLES REDEFINES WS-SECTION-TITLE-DATA.
           03  WS-SECTION-TITLE        PIC X(30)   OCCURS 8 TIMES.
       01  WS-PREV-REQ-SEQ             PIC 9(04)   VALUE ZERO.
       01  WS-PREV-SECTION             PIC 9(01)   VALUE ZERO.
       01  WS-RPT-LINE                 PIC X(132).
       01  WS-FILE-DESC                PIC X(20).
      *-----------------------------------------------------------------
      * COMPLIANCE LOG LINE - ONE PER REQUEST, APPENDED, NEVER AGED.
      * THE COUNTS ARE WHAT WAS DISCLOSED FOR AN ACCESS REQUEST AND
      * WHAT WAS REMOVED OR BLANKED FOR AN ERASURE: MASTER, ALTERNATE,
      * LAST-MAILED, HISTORY ROWS, MANIFEST ROWS, JOURNAL ENTRIES,
      * ARCHIVED ROWS, AND SUPPRESSION ENTRIES ADDED.
      *-----------------------------------------------------------------
       01  WS-LOG-LINE.
           03  WS-LOG-RUN-DATE         PIC 9(08).
           03  FILLER                  PIC X(01)   VALUE SPACES.
           03  WS-LOG-RUN-TIME         PIC X(06).
           03  FILLER                  PIC X(01)   VALUE SPACES.
           03  WS-LOG-CUST-ID          PIC X(10).
           03  FILLER                  PIC X(01)   VALUE SPACES.
           03  WS-LOG-TYPE             PIC X(07).
           03  FILLER                  PIC X(04)   VALUE ' RCV'.
           03  WS-LOG-RECEIVED         PIC X(08).
           03  FILLER                  PIC X(01)   VALUE SPACES.
           03  WS-LOG-OUTCOME          PIC X(10).
           03  FILLER                  PIC X(04)   VALUE ' MST'.
           03  WS-LOG-MASTER           PIC 9(01).
           03  FILLER                  PIC X(04)   VALUE ' ALT'.
           03  WS-LOG-ALT              PIC 9(01).
           03  FILLER                  PIC X(04)   VALUE ' LST'.
           03  WS-LOG-LAST             PIC 9(01).
           03  FILLER                  PIC X(04)   VALUE ' HST'.
           03  WS-LOG-HIST             PIC 9(05).
           03  FILLER                  PIC X(04)   VALUE ' MAN'.
           03  WS-LOG-MAN              PIC 9(05).
           03  FILLER                  PIC X(04)   VALUE ' JRN'.
           03  WS-LOG-JRN              PIC 9(05).
           03  FILLER                  PIC X(04)   VALUE ' ARC'.
           03  WS-LOG-ARCH             PIC 9(05).
           03  FILLER                  PIC X(04)   VALUE ' SUP'.
           03  WS-LOG-SUPP             PIC 9(01).
           03  FILLER                  PIC X(01)   VALUE SPACES.
           03  WS-LOG-REASON           PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           MOVE WS-RUN-TIME-X(1:6) TO WS-RUN-TIME.

           PERFORM 110-LOAD-REQUESTS.

           IF WS-REQ-COUNT = ZERO
               DISPLAY 'NO PRIVACY REQUESTS TO PROCESS'
           ELSE
               PERFORM 120-OPEN-KEYED-FILES
           END-IF.

           IF WS-REQ-COUNT > ZERO AND NOT RUN-ABORTED
               PERFORM 130-LOAD-SUPPRESSION-LISTS
               OPEN OUTPUT DISC-WORK-FILE
               PERFORM 200-APPLY-ONE-REQUEST
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               PERFORM 140-CLOSE-KEYED-FILES
               PERFORM 300-SCAN-JOURNAL
               PERFORM 400-SCAN-MANIFESTS
               PERFORM 500-SCAN-ARCHIVE-GENERATIONS
               PERFORM 600-ADD-ERASED-SUPPRESSION
               PERFORM 650-NOTE-EMPTY-SECTIONS
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               CLOSE DISC-WORK-FILE
               SORT DISC-SORT-FILE
                   ON ASCENDING KEY DSR-REQ-SEQ DSR-SECTION
                                    DSR-LINE-SEQ
                   INPUT PROCEDURE 700-RELEASE-DISCLOSURE
                   OUTPUT PROCEDURE 750-WRITE-DISCLOSURE
               MOVE '..\p04-privacy-disc.tmp' TO WS-COPY-SRC-NAME
               CALL 'CBL_DELETE_FILE' USING WS-COPY-SRC-NAME
               MOVE ZERO TO RETURN-CODE
               PERFORM 800-WRITE-COMPLIANCE-LOG
           END-IF.

           IF WS-REQ-REJECT-CTR > ZERO OR WS-REQ-OVFL-CTR > ZERO
               IF WS-RC-WK < 4
                   MOVE 4 TO WS-RC-WK
               END-IF
           END-IF.
           IF WS-INCOMPLETE-CTR > ZERO
               MOVE 8 TO WS-RC-WK
           END-IF.

           DISPLAY SPACES.
           DISPLAY 'REQUEST ROWS READ   : ', WS-REQ-READ-CTR.
           DISPLAY 'ACCESS REQUESTS     : ', WS-ACCESS-CTR.
           DISPLAY 'ERASURE REQUESTS    : ', WS-ERASURE-CTR.
           DISPLAY 'REQUESTS REJECTED   : ', WS-REQ-REJECT-CTR.
           DISPLAY 'REQUESTS INCOMPLETE : ', WS-INCOMPLETE-CTR.
           DISPLAY 'JOURNAL ENTRIES READ: ', WS-JRN-READ-CTR.
           DISPLAY 'MANIFESTS READ      : ', WS-MAN-FILE-CTR.
           DISPLAY 'ARCHIVES READ       : ', WS-GEN-FILE-CTR.
           DISPLAY 'SUPPRESSIONS ADDED  : ', WS-SUPP-WRITTEN-CTR.

           MOVE WS-RC-WK TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------------------
      * A MISSING REQUEST FILE IS A NIGHT WITH NO REQUESTS.
      *-----------------------------------------------------------------
       110-LOAD-REQUESTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PRIVACY-REQUEST-FILE.
           IF WS-REQUEST-FILE-STATUS = '00'
               PERFORM UNTIL EOF
                   READ PRIVACY-REQUEST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 115-STORE-ONE-REQUEST
               END-PERFORM
               CLOSE PRIVACY-REQUEST-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

           IF WS-REQ-OVFL-CTR > ZERO
               DISPLAY 'REQUESTS BEYOND THE TABLE NOT PROCESSED: ',
                       WS-REQ-OVFL-CTR, ' - RERUN FOR THE REST'
           END-IF.
      *-----------------------------------------------------------------
       115-STORE-ONE-REQUEST.
           IF PRIVACY-REQUEST-REC NOT = SPACES
               ADD 1 TO WS-REQ-READ-CTR
               IF WS-REQ-COUNT >= 200
                   ADD 1 TO WS-REQ-OVFL-CTR
               ELSE
                   ADD 1 TO WS-REQ-COUNT
                   PERFORM 117-PARSE-ONE-REQUEST
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       117-PARSE-ONE-REQUEST.
           MOVE SPACES TO WS-REQ-ENTRY(WS-REQ-COUNT).
           MOVE SPACES TO WS-RQ-ID-X WS-RQ-TYPE-X WS-RQ-RECEIVED-X.
           UNSTRING PRIVACY-REQUEST-REC DELIMITED BY ','
               INTO WS-RQ-ID-X, WS-RQ-TYPE-X, WS-RQ-RECEIVED-X
           END-UNSTRING.
           MOVE WS-RQ-ID-X(1:10) TO WS-REQ-CUST-ID(WS-REQ-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-RQ-TYPE-X(1:1))
             TO WS-REQ-TYPE(WS-REQ-COUNT).
           MOVE WS-RQ-RECEIVED-X(1:8)
             TO WS-REQ-RECEIVED(WS-REQ-COUNT).
           MOVE ZERO TO WS-REQ-MASTER-CTR(WS-REQ-COUNT)
                        WS-REQ-ALT-CTR(WS-REQ-COUNT)
                        WS-REQ-LAST-CTR(WS-REQ-COUNT)
                        WS-REQ-HIST-CTR(WS-REQ-COUNT)
                        WS-REQ-MAN-CTR(WS-REQ-COUNT)
                        WS-REQ-JRN-CTR(WS-REQ-COUNT)
                        WS-REQ-ARCH-CTR(WS-REQ-COUNT)
                        WS-REQ-SUPP-CTR(WS-REQ-COUNT).
           MOVE 'F' TO WS-REQ-STATUS(WS-REQ-COUNT).

           EVALUATE TRUE
               WHEN WS-RQ-ID-X = SPACES
                   MOVE 'NO CUSTOMER ID'
                     TO WS-REQ-REASON(WS-REQ-COUNT)
                   MOVE 'R' TO WS-REQ-STATUS(WS-REQ-COUNT)
               WHEN WS-RQ-ID-X(11:10) NOT = SPACES
                   MOVE 'CUSTOMER ID TOO LONG'
                     TO WS-REQ-REASON(WS-REQ-COUNT)
                   MOVE 'R' TO WS-REQ-STATUS(WS-REQ-COUNT)
               WHEN NOT REQ-ACCESS(WS-REQ-COUNT)
                AND NOT REQ-ERASURE(WS-REQ-COUNT)
                   MOVE 'UNKNOWN REQUEST TYPE'
                     TO WS-REQ-REASON(WS-REQ-COUNT)
                   MOVE 'R' TO WS-REQ-STATUS(WS-REQ-COUNT)
               WHEN WS-REQ-RECEIVED(WS-REQ-COUNT) NOT = SPACES
                AND WS-REQ-RECEIVED(WS-REQ-COUNT) NOT NUMERIC
                   MOVE 'RECEIVED DATE NOT YYYYMMDD'
                     TO WS-REQ-REASON(WS-REQ-COUNT)
                   MOVE 'R' TO WS-REQ-STATUS(WS-REQ-COUNT)
           END-EVALUATE.

           EVALUATE TRUE
               WHEN REQ-REJECTED(WS-REQ-COUNT)
                   ADD 1 TO WS-REQ-REJECT-CTR
               WHEN REQ-ACCESS(WS-REQ-COUNT)
                   ADD 1 TO WS-ACCESS-CTR
               WHEN OTHER
                   ADD 1 TO WS-ERASURE-CTR
           END-EVALUATE.
      *-----------------------------------------------------------------
      * THE MASTER AND THE JOURNAL MUST OPEN OR NOTHING IS DONE. THE
      * ALTERNATE, HISTORY AND LAST-MAILED FILES MAY NOT EXIST YET -
      * THEN THEY HOLD NOTHING ON ANYONE - BUT ONE THAT EXISTS AND
      * WILL NOT OPEN STOPS THE RUN: AN ERASURE THAT SKIPS A FILE IS
      * NOT AN ERASURE.
      *-----------------------------------------------------------------
       120-OPEN-KEYED-FILES.
           OPEN I-O CUST-MASTER.
           IF WS-MASTER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               DISPLAY 'CUSTOMER MASTER OPEN FAILED, STATUS: ',
                       WS-MASTER-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

           OPEN I-O ALT-ADDRESS-FILE.
           EVALUATE WS-ALT-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-ALT-OPEN-FLAG
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ALTERNATE ADDRESS OPEN FAILED, STATUS: ',
                           WS-ALT-FILE-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
           END-EVALUATE.

           OPEN I-O HISTORY-FILE.
           EVALUATE WS-HISTORY-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MAIL HISTORY OPEN FAILED, STATUS: ',
                           WS-HISTORY-FILE-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
           END-EVALUATE.

           OPEN I-O LAST-MAILED-FILE.
           EVALUATE WS-LAST-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-LAST-OPEN-FLAG
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LAST-MAILED OPEN FAILED, STATUS: ',
                           WS-LAST-FILE-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
           END-EVALUATE.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-JOURNAL-OPEN-FLAG
           ELSE
               DISPLAY 'JOURNAL OPEN FAILED, STATUS: ',
                       WS-JOURNAL-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

           IF RUN-ABORTED
               DISPLAY 'NO PRIVACY REQUESTS PROCESSED'
               MOVE 8 TO WS-RC-WK
               PERFORM 140-CLOSE-KEYED-FILES
           END-IF.
      *-----------------------------------------------------------------
      * LOADS THE TWO QUARTERLY SUPPRESSION FILES AND THE PERMANENT
      * ERASURE LIST. A MISSING FILE IS AN EMPTY LIST.
      *-----------------------------------------------------------------
       130-LOAD-SUPPRESSION-LISTS.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'D' TO WS-CUR-SOURCE.
           OPEN INPUT SUPP-DECEASED-FILE.
           IF WS-DECEASED-FILE-STATUS = '00'
               PERFORM UNTIL EOF
                   READ SUPP-DECEASED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SUPP-DECEASED-REC TO WS-SUPP-ROW
                           PERFORM 135-STORE-SUPP-ROW
               END-PERFORM
               CLOSE SUPP-DECEASED-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'N' TO WS-CUR-SOURCE.
           OPEN INPUT SUPP-DNM-FILE.
           IF WS-DNM-FILE-STATUS = '00'
               PERFORM UNTIL EOF
                   READ SUPP-DNM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SUPP-DNM-REC TO WS-SUPP-ROW
                           PERFORM 135-STORE-SUPP-ROW
               END-PERFORM
               CLOSE SUPP-DNM-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'E' TO WS-CUR-SOURCE.
           OPEN INPUT SUPP-ERASED-FILE.
           IF WS-ERASED-FILE-STATUS = '00'
               PERFORM UNTIL EOF
                   READ SUPP-ERASED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SUPP-ERASED-REC TO WS-SUPP-ROW
                           PERFORM 135-STORE-SUPP-ROW
               END-PERFORM
               CLOSE SUPP-ERASED-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

           IF WS-SUPP-OVFL-CTR > ZERO
               DISPLAY 'SUPPRESSION ROWS IGNORED (TABLE FULL): ',
                       WS-SUPP-OVFL-CTR
           END-IF.
      *-----------------------------------------------------------------
      * ONE SUPPRESSION ROW: NAME,ADDRESS,CITY,STATE,ZIP.
      *-----------------------------------------------------------------
       135-STORE-SUPP-ROW.
           IF WS-SUPP-ROW NOT = SPACES
               IF WS-SUPP-COUNT >= 7000
                   ADD 1 TO WS-SUPP-OVFL-CTR
               ELSE
                   MOVE SPACES TO WS-SUPP-NAME-X WS-SUPP-ADDR-X
                                  WS-SUPP-CITY-X WS-SUPP-STATE-X
                                  WS-SUPP-ZIP-X
                   UNSTRING WS-SUPP-ROW DELIMITED BY ','
                       INTO WS-SUPP-NAME-X, WS-SUPP-ADDR-X,
                            WS-SUPP-CITY-X, WS-SUPP-STATE-X,
                            WS-SUPP-ZIP-X
                   END-UNSTRING
                   ADD 1 TO WS-SUPP-COUNT
                   MOVE WS-CUR-SOURCE TO WS-SUPP-SOURCE(WS-SUPP-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-SUPP-NAME-X)
                     TO WS-SUPP-NAME(WS-SUPP-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-SUPP-ZIP-X)
                     TO WS-SUPP-ZIP(WS-SUPP-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-SUPP-ADDR-X)
                     TO WS-SUPP-ADDR(WS-SUPP-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-SUPP-CITY-X)
                     TO WS-SUPP-CITY(WS-SUPP-COUNT)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       140-CLOSE-KEYED-FILES.
           IF MASTER-OPENED
               CLOSE CUST-MASTER
               MOVE 'N' TO WS-MASTER-OPEN-FLAG
           END-IF.
           IF ALT-ADDRESS-OPENED
               CLOSE ALT-ADDRESS-FILE
               MOVE 'N' TO WS-ALT-OPEN-FLAG
           END-IF.
           IF HISTORY-OPENED
               CLOSE HISTORY-FILE
               MOVE 'N' TO WS-HISTORY-OPEN-FLAG
           END-IF.
           IF LAST-MAILED-OPENED
               CLOSE LAST-MAILED-FILE
               MOVE 'N' TO WS-LAST-OPEN-FLAG
           END-IF.
           IF JOURNAL-OPENED
               CLOSE JOURNAL-FILE
               MOVE 'N' TO WS-JOURNAL-OPEN-FLAG
           END-IF.
      *-----------------------------------------------------------------
      * THE KEYED FILES, ONE REQUEST AT A TIME
      *-----------------------------------------------------------------
       200-APPLY-ONE-REQUEST.
           IF NOT REQ-REJECTED(WS-REQ-SUB)
               MOVE WS-REQ-CUST-ID(WS-REQ-SUB) TO WS-CUR-ID
               MOVE WS-REQ-SUB TO WS-DISC-REQ-SEQ
               MOVE 'N' TO WS-MASTER-FOUND-FLAG
               MOVE 'N' TO WS-ALT-FOUND-FLAG
               IF REQ-ACCESS(WS-REQ-SUB)
                   PERFORM 210-DISCLOSE-MASTER
                   PERFORM 215-DISCLOSE-ALTERNATE
                   PERFORM 220-DISCLOSE-SUPPRESSION
                   PERFORM 230-DISCLOSE-LAST-MAILED
                   PERFORM 235-DISCLOSE-HISTORY
               ELSE
                   PERFORM 250-ERASE-MASTER
                   PERFORM 255-ERASE-ALTERNATE
                   PERFORM 260-ERASE-LAST-MAILED
                   PERFORM 265-ERASE-HISTORY
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       210-DISCLOSE-MASTER.
           MOVE 1 TO WS-DISC-SECTION.
           MOVE WS-CUR-ID TO MST-CUST-ID.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'NOT ON THE CUSTOMER MASTER' TO WS-DISC-TEXT
                   PERFORM 900-WRITE-DISC-LINE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-FLAG
                   MOVE 1   TO WS-REQ-MASTER-CTR(WS-REQ-SUB)
                   PERFORM 212-DISCLOSE-MASTER-FIELDS
           END-READ.
      *-----------------------------------------------------------------
       212-DISCLOSE-MASTER-FIELDS.
           MOVE SPACES TO WS-DISC-TEXT.
           STRING 'CUSTOMER ID     : ' DELIMITED BY SIZE
                  MST-CUST-ID          DELIMITED BY SIZE
               INTO WS-DISC-TEXT
           END-STRING.
           PERFORM 900-WRITE-DISC-LINE.
           MOVE SPACES TO WS-DISC-TEXT.
           STRING 'NAME            : ' DELIMITED BY SIZE
                  MST-NAME             DELIMITED BY SIZE
               INTO WS-DISC-TEXT
           END-STRING.
           PERFORM 900-WRITE-DISC-LINE.
           MOVE SPACES TO WS-DISC-TEXT.
           STRING 'ADDRESS         : ' DELIMITED BY SIZE
                  MST-ADDRESS          DELIMITED BY SIZE
               INTO WS-DISC-TEXT
           END-STRING.
           PERFORM 900-WRITE-DISC-LINE.
           MOVE SPACES TO WS-DISC-TEXT.
           STRING 'CITY STATE ZIP  : ' DELIMITED BY SIZE
                  FUNCTION TRIM(MST-CITY) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  MST-STATE            DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  MST-ZIP              DELIMITED BY SIZE
               INTO WS-DISC-TEXT
           END-STRING.
           PERFORM 900-WRITE-DISC-LINE.
           MOVE SPACES TO WS-DISC-TEXT.
           STRING 'COUNTRY         : ' DELIMITED BY SIZE
                  MST-COUNTRY          DELIMITED BY SIZE
                  '   CARRIER ROUTE: ' DELIMITED BY SIZE
                  MST-CARRIER-ROUTE    DELIMITED BY SIZE
                  '   MAIL CLASS: '    DELIMITED BY SIZE
                  MST-MAIL-CLASS       DELIMITED BY SIZE
               INTO WS-DISC-TEXT
           END-STRING.
           PERFORM 900-WRITE-DISC-LINE.
      *-----------------------------------------------------------------
       215-DISCLOSE-ALTERNATE.
           MOVE 2 TO WS-DISC-SECTION.
           IF ALT-ADDRESS-OPENED
               MOVE WS-CUR-ID TO ALT-CUST-ID
               READ ALT-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ALT-FOUND-FLAG
                       MOVE 1   TO WS-REQ-ALT-CTR(WS-REQ-SUB)
               END-READ
           END-IF.

           IF ALT-FOUND
               MOVE SPACES TO WS-DISC-TEXT
               STRING 'ADDRESS         : ' DELIMITED BY SIZE
                      ALT-ADDRESS          DELIMITED BY SIZE
                   INTO WS-DISC-TEXT
               END-STRING
               PERFORM 900-WRITE-DISC-LINE
               MOVE SPACES TO WS-DISC-TEXT
               STRING 'CITY STATE ZIP  : ' DELIMITED BY SIZE
                      FUNCTION TRIM(ALT-CITY) DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      ALT-STATE            DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      ALT-ZIP              DELIMITED BY SIZE
                   INTO WS-DISC-TEXT
               END-STRING
               PERFORM 900-WRITE-DISC-LINE
               MOVE SPACES TO WS-DISC-TEXT
               STRING 'COUNTRY         : ' DELIMITED BY SIZE
                      ALT-COUNTRY          DELIMITED BY SIZE
                      '   IN EFFECT MMDD ' DELIMITED BY SIZE
                      ALT-FROM-MMDD        DELIMITED BY SIZE
                      ' TO '               DELIMITED BY SIZE
                      ALT-TO-MMDD          DELIMITED BY SIZE
                   INTO WS-DISC-TEXT
               END-STRING
               PERFORM 900-WRITE-DISC-LINE
           ELSE
               MOVE 'NONE ON FILE' TO WS-DISC-TEXT
               PERFORM 900-WRITE-DISC-LINE
           END-IF.
      *-----------------------------------------------------------------
      * THE MASTER'S OWN MAIL PREFERENCE, THEN WHETHER THE NAME AT
      * THE MASTER OR ALTERNATE ADDRESS IS ON ANY SUPPRESSION LIST.
      *-----------------------------------------------------------------
       220-DISCLOSE-SUPPRESSION.
           MOVE 3 TO WS-DISC-SECTION.
           IF NOT MASTER-FOUND
               MOVE 'NO NAME ON FILE TO MATCH AGAINST SUPPRESSION LISTS'
                 TO WS-DISC-TEXT
               PERFORM 900-WRITE-DISC-LINE
           ELSE
               IF MST-MAIL-PREF-FLAG = 'D'
                   MOVE 'MAIL PREFERENCE : DO NOT MAIL'
                     TO WS-DISC-TEXT
               ELSE
                   MOVE 'MAIL PREFERENCE : MAILABLE'
                     TO WS-DISC-TEXT
               END-IF
               PERFORM 900-WRITE-DISC-LINE

               MOVE 'N' TO WS-MATCH-DECEASED WS-MATCH-DNM
                           WS-MATCH-ERASED
               MOVE FUNCTION UPPER-CASE(MST-NAME)    TO WS-MATCH-NAME
               MOVE FUNCTION UPPER-CASE(MST-ZIP)     TO WS-MATCH-ZIP
               MOVE FUNCTION UPPER-CASE(MST-ADDRESS) TO WS-MATCH-ADDR
               MOVE FUNCTION UPPER-CASE(MST-CITY)    TO WS-MATCH-CITY
               PERFORM 225-MATCH-ONE-SUPP-ENTRY
                   VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
               IF ALT-FOUND
                   MOVE FUNCTION UPPER-CASE(ALT-ZIP)     TO WS-MATCH-ZIP
                   MOVE FUNCTION UPPER-CASE(ALT-ADDRESS)
                     TO WS-MATCH-ADDR
                   MOVE FUNCTION UPPER-CASE(ALT-CITY)
                     TO WS-MATCH-CITY
                   PERFORM 225-MATCH-ONE-SUPP-ENTRY
                       VARYING WS-SUPP-SUB FROM 1 BY 1
                       UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
               END-IF

               MOVE 'DECEASED FILE   : ' TO WS-DISC-TEXT
               MOVE WS-MATCH-DECEASED    TO WS-MATCH-SHOWN
               PERFORM 227-WRITE-MATCH-LINE
               MOVE 'NATIONAL DNM    : ' TO WS-DISC-TEXT
               MOVE WS-MATCH-DNM         TO WS-MATCH-SHOWN
               PERFORM 227-WRITE-MATCH-LINE
               MOVE 'ERASURE LIST    : ' TO WS-DISC-TEXT
               MOVE WS-MATCH-ERASED      TO WS-MATCH-SHOWN
               PERFORM 227-WRITE-MATCH-LINE
           END-IF.
      *-----------------------------------------------------------------
       225-MATCH-ONE-SUPP-ENTRY.
           IF WS-SUPP-NAME(WS-SUPP-SUB) = WS-MATCH-NAME
              AND WS-SUPP-HH-KEY(WS-SUPP-SUB) = WS-MATCH-HH-KEY
               EVALUATE WS-SUPP-SOURCE(WS-SUPP-SUB)
                   WHEN 'D'
                       MOVE 'Y' TO WS-MATCH-DECEASED
                   WHEN 'N'
                       MOVE 'Y' TO WS-MATCH-DNM
                   WHEN OTHER
                       MOVE 'Y' TO WS-MATCH-ERASED
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      * ON ENTRY WS-DISC-TEXT HOLDS THE LABEL AND WS-MATCH-SHOWN THE
      * MATCH FLAG.
      *-----------------------------------------------------------------
       227-WRITE-MATCH-LINE.
           IF WS-MATCH-SHOWN = 'Y'
               MOVE 'LISTED'     TO WS-DISC-TEXT(19:10)
           ELSE
               MOVE 'NOT LISTED' TO WS-DISC-TEXT(19:10)
           END-IF.
           PERFORM 900-WRITE-DISC-LINE.
      *-----------------------------------------------------------------
       230-DISCLOSE-LAST-MAILED.
           MOVE 4 TO WS-DISC-SECTION.
           MOVE 'NONE ON FILE' TO WS-DISC-TEXT.
           IF LAST-MAILED-OPENED
               MOVE WS-CUR-ID TO LST-CUST-ID
               READ LAST-MAILED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-REQ-LAST-CTR(WS-REQ-SUB)
                       MOVE SPACES TO WS-DISC-TEXT
                       STRING 'LAST MAILED     : ' DELIMITED BY SIZE
                              LST-LAST-DATE        DELIMITED BY SIZE
                              '   MAIL CLASS: '    DELIMITED BY SIZE
                              LST-MAIL-CLASS       DELIMITED BY SIZE
                           INTO WS-DISC-TEXT
                       END-STRING
               END-READ
           END-IF.
           PERFORM 900-WRITE-DISC-LINE.
      *-----------------------------------------------------------------
       235-DISCLOSE-HISTORY.
           MOVE 5 TO WS-DISC-SECTION.
           MOVE 'Y' TO WS-HIST-DONE-FLAG.
           IF HISTORY-OPENED
               MOVE 'N' TO WS-HIST-DONE-FLAG
               MOVE LOW-VALUES TO HST-KEY
               MOVE WS-CUR-ID  TO HST-CUST-ID
               START HISTORY-FILE KEY IS NOT LESS THAN HST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HIST-DONE-FLAG
               END-START
           END-IF.
           PERFORM 237-DISCLOSE-ONE-HISTORY-ROW
               UNTIL HISTORY-DONE.

           IF WS-REQ-HIST-CTR(WS-REQ-SUB) = ZERO
               MOVE 'NONE ON FILE' TO WS-DISC-TEXT
               PERFORM 900-WRITE-DISC-LINE
           END-IF.
      *-----------------------------------------------------------------
       237-DISCLOSE-ONE-HISTORY-ROW.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-DONE-FLAG
               NOT AT END
                   IF HST-CUST-ID NOT = WS-CUR-ID
                       MOVE 'Y' TO WS-HIST-DONE-FLAG
                   ELSE
                       ADD 1 TO WS-REQ-HIST-CTR(WS-REQ-SUB)
                       MOVE SPACES TO WS-DISC-TEXT
                       STRING 'MAILED '       DELIMITED BY SIZE
                              HST-MAIL-DATE   DELIMITED BY SIZE
                              '  CAMPAIGN '   DELIMITED BY SIZE
                              HST-CAMPAIGN    DELIMITED BY SIZE
                              '  CLASS '      DELIMITED BY SIZE
                              HST-MAIL-CLASS  DELIMITED BY SIZE
                              '  CELL '       DELIMITED BY SIZE
                              HST-CELL        DELIMITED BY SIZE
                              '  SERIAL '     DELIMITED BY SIZE
                              HST-SERIAL      DELIMITED BY SIZE
                           INTO WS-DISC-TEXT
                       END-STRING
                       PERFORM 900-WRITE-DISC-LINE
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * ERASURE - THE NAME AND ADDRESS ARE KEPT IN THE REQUEST TABLE
      * ONLY LONG ENOUGH TO CUT THE SUPPRESSION ENTRY. THE DELETE IS
      * JOURNALED WITH THE ID AND NOTHING THAT NAMES OR LOCATES THE
      * PERSON, SO A ROLLFORWARD STILL DELETES THEM AND THE INTEGRITY
      * SWEEP STILL SEES THE DELETE AS THE LAST WORD ON THE ID.
      *-----------------------------------------------------------------
       250-ERASE-MASTER.
           MOVE WS-CUR-ID TO MST-CUST-ID.
           READ CUST-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-FLAG
           END-READ.
           IF MASTER-FOUND
               MOVE MST-NAME    TO WS-REQ-NAME(WS-REQ-SUB)
               MOVE MST-ADDRESS TO WS-REQ-ADDR(WS-REQ-SUB)
               MOVE MST-CITY    TO WS-REQ-CITY(WS-REQ-SUB)
               MOVE MST-STATE   TO WS-REQ-STATE(WS-REQ-SUB)
               MOVE MST-ZIP     TO WS-REQ-ZIP(WS-REQ-SUB)
               MOVE MST-CUST-REC TO WS-IMG-WORK
               PERFORM 680-BLANK-MASTER-IMAGE
               DELETE CUST-MASTER
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-MASTER-FILE-STATUS = '00'
                   MOVE 1 TO WS-REQ-MASTER-CTR(WS-REQ-SUB)
                   MOVE 'D'         TO WS-JRN-ACTION
                   MOVE SPACES      TO WS-JRN-FILE-CODE
                   MOVE WS-IMG-WORK TO WS-JRN-BEFORE
                   MOVE SPACES      TO WS-JRN-AFTER
                   PERFORM 910-WRITE-JOURNAL-REC
               ELSE
                   MOVE 'MASTER DELETE FAILED' TO WS-SCRUB-FAIL-NOTE
                   PERFORM 920-MARK-INCOMPLETE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       255-ERASE-ALTERNATE.
           IF ALT-ADDRESS-OPENED
               MOVE WS-CUR-ID TO ALT-CUST-ID
               READ ALT-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ALT-FOUND-FLAG
               END-READ
           END-IF.
           IF ALT-FOUND
               MOVE ALT-ADDRESS TO WS-REQ-ALT-ADDR(WS-REQ-SUB)
               MOVE ALT-CITY    TO WS-REQ-ALT-CITY(WS-REQ-SUB)
               MOVE ALT-STATE   TO WS-REQ-ALT-STATE(WS-REQ-SUB)
               MOVE ALT-ZIP     TO WS-REQ-ALT-ZIP(WS-REQ-SUB)
               MOVE ALT-ADDR-REC TO WS-IMG-WORK
               PERFORM 685-BLANK-ALT-IMAGE
               DELETE ALT-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-ALT-FILE-STATUS = '00'
                   MOVE 1 TO WS-REQ-ALT-CTR(WS-REQ-SUB)
                   MOVE 'D'         TO WS-JRN-ACTION
                   MOVE 'AA'        TO WS-JRN-FILE-CODE
                   MOVE WS-IMG-WORK TO WS-JRN-BEFORE
                   MOVE SPACES      TO WS-JRN-AFTER
                   PERFORM 910-WRITE-JOURNAL-REC
               ELSE
                   MOVE 'ALTERNATE DELETE FAILED'
                     TO WS-SCRUB-FAIL-NOTE
                   PERFORM 920-MARK-INCOMPLETE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       260-ERASE-LAST-MAILED.
           IF LAST-MAILED-OPENED
               MOVE WS-CUR-ID TO LST-CUST-ID
               READ LAST-MAILED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES  TO WS-JRN-BEFORE
                       MOVE LST-REC TO WS-JRN-BEFORE
                       DELETE LAST-MAILED-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       IF WS-LAST-FILE-STATUS = '00'
                           MOVE 1 TO WS-REQ-LAST-CTR(WS-REQ-SUB)
                           MOVE 'D'    TO WS-JRN-ACTION
                           MOVE 'LM'   TO WS-JRN-FILE-CODE
                           MOVE SPACES TO WS-JRN-AFTER
                           PERFORM 910-WRITE-JOURNAL-REC
                       ELSE
                           MOVE 'LAST-MAILED DELETE FAILED'
                             TO WS-SCRUB-FAIL-NOTE
                           PERFORM 920-MARK-INCOMPLETE
                       END-IF
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      * EVERY HISTORY ROW FROM THE CUSTOMER'S FIRST KEY ON, DELETED AS
      * IT IS READ - THE SAME READ-NEXT-AFTER-DELETE THE ARCHIVE RUN
      * RETIRES AGED ROWS WITH.
      *-----------------------------------------------------------------
       265-ERASE-HISTORY.
           MOVE 'Y' TO WS-HIST-DONE-FLAG.
           IF HISTORY-OPENED
               MOVE 'N' TO WS-HIST-DONE-FLAG
               MOVE LOW-VALUES TO HST-KEY
               MOVE WS-CUR-ID  TO HST-CUST-ID
               START HISTORY-FILE KEY IS NOT LESS THAN HST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HIST-DONE-FLAG
               END-START
           END-IF.
           PERFORM 267-ERASE-ONE-HISTORY-ROW
               UNTIL HISTORY-DONE.
      *-----------------------------------------------------------------
       267-ERASE-ONE-HISTORY-ROW.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-DONE-FLAG
               NOT AT END
                   IF HST-CUST-ID NOT = WS-CUR-ID
                       MOVE 'Y' TO WS-HIST-DONE-FLAG
                   ELSE
                       MOVE SPACES  TO WS-JRN-BEFORE
                       MOVE HST-REC TO WS-JRN-BEFORE
                       DELETE HISTORY-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       IF WS-HISTORY-FILE-STATUS = '00'
                           ADD 1 TO WS-REQ-HIST-CTR(WS-REQ-SUB)
                           MOVE 'D'    TO WS-JRN-ACTION
                           MOVE 'HS'   TO WS-JRN-FILE-CODE
                           MOVE SPACES TO WS-JRN-AFTER
                           PERFORM 910-WRITE-JOURNAL-REC
                       ELSE
                           MOVE 'HISTORY DELETE FAILED'
                             TO WS-SCRUB-FAIL-NOTE
                           PERFORM 920-MARK-INCOMPLETE
                           MOVE 'Y' TO WS-HIST-DONE-FLAG
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * ONE PASS OVER THE JOURNAL FOR EVERY REQUEST. AN ACCESS REQUEST
      * IS SHOWN EACH ENTRY FOR ITS ID AS IT STANDS; AN ERASURE HAS
      * THE NAME AND ADDRESS BLANKED IN EVERY MASTER AND ALTERNATE
      * IMAGE. THE PASS WRITES A WORK COPY, AND ONLY WHEN SOMETHING
      * WAS BLANKED IS THE WORK COPY PUT BACK OVER THE JOURNAL.
      *-----------------------------------------------------------------
       300-SCAN-JOURNAL.
           MOVE 'N' TO WS-FILE-CHANGED-FLAG.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'JOURNAL OPEN FAILED, STATUS: ',
                       WS-JOURNAL-FILE-STATUS
               MOVE 'JOURNAL NOT READ' TO WS-SCRUB-FAIL-NOTE
               PERFORM 930-MARK-ALL-INCOMPLETE
           ELSE
               MOVE 7 TO WS-DISC-SECTION
               OPEN OUTPUT SCRUB-OUT-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-JRN-READ-CTR
                           PERFORM 310-SCAN-ONE-JOURNAL-ENTRY
                           WRITE SCRUB-OUT-REC FROM JRN-REC
               END-PERFORM
               MOVE 'N' TO WS-EOF-FLAG
               CLOSE JOURNAL-FILE
               CLOSE SCRUB-OUT-FILE
               IF FILE-CHANGED
                   MOVE '..\p04-master-journal.dat'
                     TO WS-COPY-DST-NAME
                   MOVE 'JOURNAL NOT REWRITTEN' TO WS-SCRUB-FAIL-NOTE
                   PERFORM 470-PUT-WORK-COPY-BACK
               END-IF
               MOVE '..\p04-privacy-out.tmp' TO WS-COPY-SRC-NAME
               CALL 'CBL_DELETE_FILE' USING WS-COPY-SRC-NAME
               MOVE ZERO TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
       310-SCAN-ONE-JOURNAL-ENTRY.
           MOVE JRN-BEFORE-IMAGE(1:10) TO WS-JRN-ID.
           IF WS-JRN-ID = SPACES
               MOVE JRN-AFTER-IMAGE(1:10) TO WS-JRN-ID
           END-IF.
           IF WS-JRN-ID NOT = SPACES
               PERFORM 320-MATCH-JOURNAL-REQUEST
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
           END-IF.
      *-----------------------------------------------------------------
       320-MATCH-JOURNAL-REQUEST.
           IF NOT REQ-REJECTED(WS-REQ-SUB)
              AND WS-REQ-CUST-ID(WS-REQ-SUB) = WS-JRN-ID
               IF REQ-ACCESS(WS-REQ-SUB)
                   PERFORM 330-DISCLOSE-JOURNAL-ENTRY
               ELSE
                   PERFORM 340-BLANK-JOURNAL-ENTRY
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       330-DISCLOSE-JOURNAL-ENTRY.
           ADD 1 TO WS-REQ-JRN-CTR(WS-REQ-SUB).
           MOVE WS-REQ-SUB TO WS-DISC-REQ-SEQ.
           EVALUATE TRUE
               WHEN JRN-MASTER-FILE
                   MOVE 'CUSTOMER MASTER'   TO WS-FILE-DESC
               WHEN JRN-ALT-ADDRESS-FILE
                   MOVE 'ALTERNATE ADDRESS' TO WS-FILE-DESC
               WHEN JRN-HISTORY-FILE
                   MOVE 'MAILING HISTORY'   TO WS-FILE-DESC
               WHEN JRN-LAST-MAILED-FILE
                   MOVE 'LAST-MAILED'       TO WS-FILE-DESC
               WHEN OTHER
                   MOVE JRN-FILE-CODE       TO WS-FILE-DESC
           END-EVALUATE.
           MOVE SPACES TO WS-DISC-TEXT.
           STRING JRN-DATE                 DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  JRN-TIME                 DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  FUNCTION TRIM(JRN-PROGRAM) DELIMITED BY SIZE
                  '  ACTION '              DELIMITED BY SIZE
                  JRN-ACTION               DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  WS-FILE-DESC             DELIMITED BY SIZE
               INTO WS-DISC-TEXT
           END-STRING.
           PERFORM 900-WRITE-DISC-LINE.
           IF JRN-BEFORE-IMAGE NOT = SPACES
               MOVE SPACES TO WS-DISC-TEXT
               STRING '  BEFORE: '           DELIMITED BY SIZE
                      JRN-BEFORE-IMAGE(1:109) DELIMITED BY SIZE
                   INTO WS-DISC-TEXT
               END-STRING
               PERFORM 900-WRITE-DISC-LINE
           END-IF.
           IF JRN-AFTER-IMAGE NOT = SPACES
               MOVE SPACES TO WS-DISC-TEXT
               STRING '  AFTER : '           DELIMITED BY SIZE
                      JRN-AFTER-IMAGE(1:109) DELIMITED BY SIZE
                   INTO WS-DISC-TEXT
               END-STRING
               PERFORM 900-WRITE-DISC-LINE
           END-IF.
      *-----------------------------------------------------------------
      * A CUSTOMER ERASED HERE WHO WAS ALREADY OFF THE MASTER STILL
      * NEEDS A SUPPRESSION ENTRY; THE LAST MASTER IMAGE THE JOURNAL
      * HOLDS FOR THEM SUPPLIES THE NAME AND ADDRESS BEFORE IT TOO IS
      * BLANKED. HISTORY AND LAST-MAILED IMAGES NAME NOBODY.
      *-----------------------------------------------------------------
       340-BLANK-JOURNAL-ENTRY.
           EVALUATE TRUE
               WHEN JRN-MASTER-FILE
                   MOVE JRN-BEFORE-IMAGE TO WS-IMG-WORK
                   PERFORM 345-CAPTURE-JOURNAL-NAME
                   PERFORM 680-BLANK-MASTER-IMAGE
                   PERFORM 350-REPLACE-BEFORE-IMAGE
                   MOVE JRN-AFTER-IMAGE TO WS-IMG-WORK
                   PERFORM 345-CAPTURE-JOURNAL-NAME
                   PERFORM 680-BLANK-MASTER-IMAGE
                   PERFORM 355-REPLACE-AFTER-IMAGE
               WHEN JRN-ALT-ADDRESS-FILE
                   MOVE JRN-BEFORE-IMAGE TO WS-IMG-WORK
                   PERFORM 685-BLANK-ALT-IMAGE
                   PERFORM 350-REPLACE-BEFORE-IMAGE
                   MOVE JRN-AFTER-IMAGE TO WS-IMG-WORK
                   PERFORM 685-BLANK-ALT-IMAGE
                   PERFORM 355-REPLACE-AFTER-IMAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
       345-CAPTURE-JOURNAL-NAME.
           IF WS-REQ-MASTER-CTR(WS-REQ-SUB) = ZERO
              AND WS-IMM-NAME NOT = SPACES
              AND WS-IMM-ADDRESS NOT = SPACES
               MOVE WS-IMM-NAME    TO WS-REQ-NAME(WS-REQ-SUB)
               MOVE WS-IMM-ADDRESS TO WS-REQ-ADDR(WS-REQ-SUB)
               MOVE WS-IMM-CITY    TO WS-REQ-CITY(WS-REQ-SUB)
               MOVE WS-IMM-STATE   TO WS-REQ-STATE(WS-REQ-SUB)
               MOVE WS-IMM-ZIP     TO WS-REQ-ZIP(WS-REQ-SUB)
           END-IF.
      *-----------------------------------------------------------------
       350-REPLACE-BEFORE-IMAGE.
           IF WS-IMG-WORK NOT = JRN-BEFORE-IMAGE
               MOVE WS-IMG-WORK TO JRN-BEFORE-IMAGE
               ADD 1 TO WS-REQ-JRN-CTR(WS-REQ-SUB)
               MOVE 'Y' TO WS-FILE-CHANGED-FLAG
           END-IF.
      *-----------------------------------------------------------------
       355-REPLACE-AFTER-IMAGE.
           IF WS-IMG-WORK NOT = JRN-AFTER-IMAGE
               MOVE WS-IMG-WORK TO JRN-AFTER-IMAGE
               ADD 1 TO WS-REQ-JRN-CTR(WS-REQ-SUB)
               MOVE 'Y' TO WS-FILE-CHANGED-FLAG
           END-IF.
      *-----------------------------------------------------------------
      * EVERY MANIFEST OF THE CAMPAIGN WINDOW AND THE PLAIN MANIFEST.
      *-----------------------------------------------------------------
       400-SCAN-MANIFESTS.
           MOVE 'M' TO WS-SCRUB-KIND.
           MOVE 6   TO WS-DISC-SECTION.
           PERFORM 410-READ-CAMPAIGN-QUEUE.
           MOVE '..\p04-manifest.csv' TO WS-SCRUB-NAME.
           PERFORM 450-SCAN-ONE-FILE.
           IF QUEUE-MODE
               PERFORM 420-SCAN-QUEUED-MANIFEST
                   VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
           END-IF.
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
               MOVE 'N' TO WS-EOF-FLAG
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
       420-SCAN-QUEUED-MANIFEST.
           MOVE SPACES TO WS-SCRUB-NAME.
           STRING '..\p04-manifest-'        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUE-SUFFIX(WS-QUEUE-SUB))
                                            DELIMITED BY SIZE
                  '.csv'                    DELIMITED BY SIZE
               INTO WS-SCRUB-NAME
           END-STRING.
           PERFORM 450-SCAN-ONE-FILE.
      *-----------------------------------------------------------------
      * ONE MANIFEST OR ARCHIVED GENERATION, NAMED IN WS-SCRUB-NAME.
      * IT IS COPIED TO THE ONE WORK NAME THE INPUT IS ASSIGNED TO,
      * READ FROM THERE INTO A SECOND WORK COPY WITH THE ERASED ROWS
      * DROPPED (MANIFEST) OR THEIR ID BLANKED (ARCHIVE), AND THAT
      * COPY IS PUT BACK ONLY IF A ROW CHANGED. A MANIFEST THAT IS
      * NOT THERE HOLDS NOTHING, BUT A GENERATION THE CATALOGUE LISTS
      * HAS TO BE THERE, AND A FILE THAT IS THERE HAS TO BE READ -
      * OTHERWISE THE RUN CANNOT SAY IT FOUND EVERYTHING.
      *-----------------------------------------------------------------
       450-SCAN-ONE-FILE.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-SCRUB-NAME
                                             WS-FILE-DETAILS.
           IF RETURN-CODE NOT = ZERO
               MOVE ZERO TO RETURN-CODE
               IF SCRUB-GENERATION
                   DISPLAY 'CATALOGUED GENERATION MISSING: ',
                           WS-SCRUB-NAME
                   MOVE 'ARCHIVE GENERATION MISSING'
                     TO WS-SCRUB-FAIL-NOTE
                   PERFORM 930-MARK-ALL-INCOMPLETE
               END-IF
           ELSE
               PERFORM 452-COPY-AND-SCAN
           END-IF.
      *-----------------------------------------------------------------
       452-COPY-AND-SCAN.
           MOVE WS-SCRUB-NAME            TO WS-COPY-SRC-NAME.
           MOVE '..\p04-privacy-in.tmp'  TO WS-COPY-DST-NAME.
           CALL 'CBL_COPY_FILE' USING WS-COPY-SRC-NAME
                                      WS-COPY-DST-NAME.
           IF RETURN-CODE NOT = ZERO
               MOVE ZERO TO RETURN-CODE
               DISPLAY 'WORK COPY FAILED FOR ', WS-SCRUB-NAME
               MOVE 'MANIFEST OR ARCHIVE NOT READ'
                 TO WS-SCRUB-FAIL-NOTE
               PERFORM 930-MARK-ALL-INCOMPLETE
           ELSE
               PERFORM 455-SCAN-WORK-COPY
               MOVE '..\p04-privacy-in.tmp'  TO WS-COPY-SRC-NAME
               CALL 'CBL_DELETE_FILE' USING WS-COPY-SRC-NAME
               MOVE '..\p04-privacy-out.tmp' TO WS-COPY-SRC-NAME
               CALL 'CBL_DELETE_FILE' USING WS-COPY-SRC-NAME
               MOVE ZERO TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
       455-SCAN-WORK-COPY.
           MOVE 'N' TO WS-FILE-CHANGED-FLAG.
           OPEN INPUT SCRUB-IN-FILE.
           IF WS-SCRUB-IN-FILE-STATUS NOT = '00'
               DISPLAY 'WORK COPY OPEN FAILED, STATUS: ',
                       WS-SCRUB-IN-FILE-STATUS, ' FOR ',
                       WS-SCRUB-NAME
               MOVE 'MANIFEST OR ARCHIVE NOT READ'
                 TO WS-SCRUB-FAIL-NOTE
               PERFORM 930-MARK-ALL-INCOMPLETE
           ELSE
               IF SCRUB-MANIFEST
                   ADD 1 TO WS-MAN-FILE-CTR
               ELSE
                   ADD 1 TO WS-GEN-FILE-CTR
               END-IF
               OPEN OUTPUT SCRUB-OUT-FILE
               MOVE 'N' TO WS-SCRUB-EOF-FLAG
               PERFORM UNTIL SCRUB-EOF
                   READ SCRUB-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-SCRUB-EOF-FLAG
                       NOT AT END
                           PERFORM 460-SCAN-ONE-ROW
               END-PERFORM
               CLOSE SCRUB-IN-FILE
               CLOSE SCRUB-OUT-FILE
               IF FILE-CHANGED
                   MOVE WS-SCRUB-NAME TO WS-COPY-DST-NAME
                   MOVE 'MANIFEST OR ARCHIVE NOT REWRITTEN'
                     TO WS-SCRUB-FAIL-NOTE
                   PERFORM 470-PUT-WORK-COPY-BACK
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       460-SCAN-ONE-ROW.
           MOVE 'N' TO WS-DROP-ROW-FLAG.
           MOVE SCRUB-IN-REC TO WS-SCR-ROW.
           MOVE SPACES TO WS-SCR-ID WS-SCR-SOURCE.
           IF WS-SCR-ROW NOT = SPACES
               MOVE SPACES TO WS-SCR-F1 WS-SCR-F2 WS-SCR-F3 WS-SCR-F4
                              WS-SCR-F5 WS-SCR-F6 WS-SCR-F7
               UNSTRING WS-SCR-ROW DELIMITED BY ','
                   INTO WS-SCR-F1, WS-SCR-F2, WS-SCR-F3, WS-SCR-F4,
                        WS-SCR-F5, WS-SCR-F6, WS-SCR-F7
               END-UNSTRING
               IF SCRUB-MANIFEST
                   MOVE WS-SCR-F2 TO WS-SCR-ID
                   MOVE WS-SCR-F7 TO WS-SCR-SOURCE
               ELSE
                   MOVE WS-SCR-F1 TO WS-SCR-ID
               END-IF
           END-IF.

      *    A RENTED PIECE'S ID IS THE BROKER'S, NOT OURS - IT CAN
      *    COLLIDE WITH A HOUSE ID AND MUST NOT BE TAKEN FOR ONE.
           IF WS-SCR-ID NOT = SPACES
              AND WS-SCR-SOURCE(1:1) NOT = 'R'
               PERFORM 465-MATCH-ROW-REQUEST
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
           END-IF.

           IF NOT DROP-THIS-ROW
               WRITE SCRUB-OUT-REC FROM WS-SCR-ROW
           END-IF.
      *-----------------------------------------------------------------
       465-MATCH-ROW-REQUEST.
           IF NOT REQ-REJECTED(WS-REQ-SUB)
              AND WS-REQ-CUST-ID(WS-REQ-SUB) = WS-SCR-ID
               IF REQ-ACCESS(WS-REQ-SUB)
                   PERFORM 467-DISCLOSE-ROW
               ELSE
                   PERFORM 468-ERASE-ROW
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       467-DISCLOSE-ROW.
           MOVE WS-REQ-SUB TO WS-DISC-REQ-SEQ.
           IF SCRUB-MANIFEST
               MOVE 6 TO WS-DISC-SECTION
               ADD 1 TO WS-REQ-MAN-CTR(WS-REQ-SUB)
           ELSE
               MOVE 8 TO WS-DISC-SECTION
               ADD 1 TO WS-REQ-ARCH-CTR(WS-REQ-SUB)
           END-IF.
           MOVE SPACES TO WS-DISC-TEXT.
           STRING FUNCTION TRIM(WS-SCRUB-NAME) DELIMITED BY SIZE
                  ': '                         DELIMITED BY SIZE
                  WS-SCR-ROW                   DELIMITED BY SIZE
               INTO WS-DISC-TEXT
           END-STRING.
           PERFORM 900-WRITE-DISC-LINE.
      *-----------------------------------------------------------------
      * A MANIFEST ROW GOES. AN ARCHIVED HISTORY ROW STAYS, SO THE
      * GENERATION STILL COUNTS THE PIECES THAT CAMPAIGN MAILED, BUT
      * WITHOUT THE ID THAT WOULD TIE IT TO ANYONE.
      *-----------------------------------------------------------------
       468-ERASE-ROW.
           IF SCRUB-MANIFEST
               MOVE 'Y' TO WS-DROP-ROW-FLAG
               ADD 1 TO WS-REQ-MAN-CTR(WS-REQ-SUB)
               MOVE 'Y' TO WS-FILE-CHANGED-FLAG
           ELSE
               MOVE ZERO TO WS-SCR-COMMA-CNT
               INSPECT WS-SCR-ROW TALLYING WS-SCR-COMMA-CNT
                   FOR CHARACTERS BEFORE INITIAL ','
               IF WS-SCR-COMMA-CNT > ZERO
                   MOVE WS-SCR-ROW(WS-SCR-COMMA-CNT + 1:)
                     TO WS-SCR-ROW-WK
                   MOVE WS-SCR-ROW-WK TO WS-SCR-ROW
                   ADD 1 TO WS-REQ-ARCH-CTR(WS-REQ-SUB)
                   MOVE 'Y' TO WS-FILE-CHANGED-FLAG
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * PUTS THE WORK COPY BACK OVER THE FILE NAMED IN WS-COPY-DST-
      * NAME. WS-SCRUB-FAIL-NOTE ALREADY SAYS WHAT A FAILURE MEANS -
      * EVERY ERASURE IN THE RUN IS THEN INCOMPLETE.
      *-----------------------------------------------------------------
       470-PUT-WORK-COPY-BACK.
           IF WS-SCRUB-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'WORK COPY WRITE FAILED, STATUS: ',
                       WS-SCRUB-OUT-FILE-STATUS, ' FOR ',
                       WS-COPY-DST-NAME
               PERFORM 935-MARK-ERASURES-INCOMPLETE
           ELSE
               MOVE '..\p04-privacy-out.tmp' TO WS-COPY-SRC-NAME
               CALL 'CBL_COPY_FILE' USING WS-COPY-SRC-NAME
                                          WS-COPY-DST-NAME
               IF RETURN-CODE NOT = ZERO
                   DISPLAY 'REWRITE FAILED: ', WS-COPY-DST-NAME
                   PERFORM 935-MARK-ERASURES-INCOMPLETE
               END-IF
               MOVE ZERO TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
      * EVERY ARCHIVED HISTORY GENERATION THE ARCHIVE RUN CATALOGUED.
      * NO CATALOGUE AT ALL MEANS NOTHING HAS BEEN ARCHIVED YET; ONE
      * THAT IS THERE BUT WILL NOT OPEN LEAVES EVERY REQUEST
      * INCOMPLETE, SINCE NO GENERATION COULD BE SEARCHED.
      *-----------------------------------------------------------------
       500-SCAN-ARCHIVE-GENERATIONS.
           MOVE 'G' TO WS-SCRUB-KIND.
           MOVE 8   TO WS-DISC-SECTION.
           OPEN INPUT ARCH-CATALOG-FILE.
           EVALUATE WS-CATALOG-FILE-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL EOF
                       READ ARCH-CATALOG-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF ACG-KIND = 'HS'
                                  AND ACG-GEN-NAME NOT = SPACES
                                   MOVE ACG-GEN-NAME TO WS-SCRUB-NAME
                                   PERFORM 450-SCAN-ONE-FILE
                               END-IF
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-FLAG
                   CLOSE ARCH-CATALOG-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ARCHIVE CATALOGUE OPEN FAILED, STATUS: ',
                           WS-CATALOG-FILE-STATUS
                   MOVE 'ARCHIVE CATALOG NOT READ' TO WS-SCRUB-FAIL-NOTE
                   PERFORM 930-MARK-ALL-INCOMPLETE
           END-EVALUATE.
      *-----------------------------------------------------------------
      * THE PERMANENT SUPPRESSION ENTRIES - THE NAME AT THE MASTER
      * ADDRESS AND AT THE SEASONAL ADDRESS, IN THE SUPPRESSION FILES'
      * OWN ROW FORMAT. A NAME AND ADDRESS ALREADY ON THE LIST IS NOT
      * ADDED TWICE. WITHOUT THIS THE ERASURE IS NOT DONE, SO A LIST
      * THAT WILL NOT OPEN LEAVES EVERY ERASURE INCOMPLETE.
      *-----------------------------------------------------------------
       600-ADD-ERASED-SUPPRESSION.
           IF WS-ERASURE-CTR > ZERO
               OPEN EXTEND SUPP-ERASED-FILE
               IF WS-ERASED-FILE-STATUS = '35'
                   OPEN OUTPUT SUPP-ERASED-FILE
               END-IF
               IF WS-ERASED-FILE-STATUS = '00'
                   PERFORM 610-SUPPRESS-ONE-REQUEST
                       VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > WS-REQ-COUNT
                   CLOSE SUPP-ERASED-FILE
               ELSE
                   DISPLAY 'ERASURE LIST OPEN FAILED, STATUS: ',
                           WS-ERASED-FILE-STATUS
                   MOVE 'SUPPRESSION NOT RECORDED'
                     TO WS-SCRUB-FAIL-NOTE
                   PERFORM 935-MARK-ERASURES-INCOMPLETE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       610-SUPPRESS-ONE-REQUEST.
           IF REQ-ERASURE(WS-REQ-SUB)
              AND NOT REQ-REJECTED(WS-REQ-SUB)
              AND WS-REQ-NAME(WS-REQ-SUB) NOT = SPACES
               MOVE WS-REQ-ADDR(WS-REQ-SUB)  TO WS-SUPP-ADDR-X
               MOVE WS-REQ-CITY(WS-REQ-SUB)  TO WS-SUPP-CITY-X
               MOVE WS-REQ-STATE(WS-REQ-SUB) TO WS-SUPP-STATE-X
               MOVE WS-REQ-ZIP(WS-REQ-SUB)   TO WS-SUPP-ZIP-X
               PERFORM 615-WRITE-SUPP-ENTRY
               IF WS-REQ-ALT-ADDR(WS-REQ-SUB) NOT = SPACES
                   MOVE WS-REQ-ALT-ADDR(WS-REQ-SUB)  TO WS-SUPP-ADDR-X
                   MOVE WS-REQ-ALT-CITY(WS-REQ-SUB)  TO WS-SUPP-CITY-X
                   MOVE WS-REQ-ALT-STATE(WS-REQ-SUB)
                     TO WS-SUPP-STATE-X
                   MOVE WS-REQ-ALT-ZIP(WS-REQ-SUB)   TO WS-SUPP-ZIP-X
                   PERFORM 615-WRITE-SUPP-ENTRY
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       615-WRITE-SUPP-ENTRY.
           MOVE WS-REQ-NAME(WS-REQ-SUB) TO WS-SUPP-NAME-X.
           MOVE 'N' TO WS-MATCH-DECEASED WS-MATCH-DNM WS-MATCH-ERASED.
           MOVE FUNCTION UPPER-CASE(WS-SUPP-NAME-X) TO WS-MATCH-NAME.
           MOVE FUNCTION UPPER-CASE(WS-SUPP-ZIP-X)  TO WS-MATCH-ZIP.
           MOVE FUNCTION UPPER-CASE(WS-SUPP-ADDR-X) TO WS-MATCH-ADDR.
           MOVE FUNCTION UPPER-CASE(WS-SUPP-CITY-X) TO WS-MATCH-CITY.
           PERFORM 225-MATCH-ONE-SUPP-ENTRY
               VARYING WS-SUPP-SUB FROM 1 BY 1
               UNTIL WS-SUPP-SUB > WS-SUPP-COUNT.

           IF WS-MATCH-ERASED = 'N'
               MOVE SPACES TO SUPP-ERASED-REC
               STRING FUNCTION TRIM(WS-SUPP-NAME-X)  DELIMITED BY SIZE
                      ','                            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUPP-ADDR-X)  DELIMITED BY SIZE
                      ','                            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUPP-CITY-X)  DELIMITED BY SIZE
                      ','                            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUPP-STATE-X) DELIMITED BY SIZE
                      ','                            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUPP-ZIP-X)   DELIMITED BY SIZE
                   INTO SUPP-ERASED-REC
               END-STRING
               WRITE SUPP-ERASED-REC
               IF WS-ERASED-FILE-STATUS = '00'
                   ADD 1 TO WS-SUPP-WRITTEN-CTR
                   ADD 1 TO WS-REQ-SUPP-CTR(WS-REQ-SUB)
                   IF WS-SUPP-COUNT < 7000
                       MOVE SUPP-ERASED-REC TO WS-SUPP-ROW
                       MOVE 'E' TO WS-CUR-SOURCE
                       PERFORM 135-STORE-SUPP-ROW
                   END-IF
               ELSE
                   MOVE 'SUPPRESSION NOT RECORDED'
                     TO WS-SCRUB-FAIL-NOTE
                   PERFORM 920-MARK-INCOMPLETE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * AN ACCESS REQUEST IS TOLD WHEN A SEQUENTIAL FILE HELD NOTHING.
      *-----------------------------------------------------------------
       650-NOTE-EMPTY-SECTIONS.
           IF REQ-ACCESS(WS-REQ-SUB)
              AND NOT REQ-REJECTED(WS-REQ-SUB)
               MOVE WS-REQ-SUB     TO WS-DISC-REQ-SEQ
               MOVE 'NONE ON FILE' TO WS-DISC-TEXT
               IF WS-REQ-MAN-CTR(WS-REQ-SUB) = ZERO
                   MOVE 6 TO WS-DISC-SECTION
                   PERFORM 900-WRITE-DISC-LINE
               END-IF
               IF WS-REQ-JRN-CTR(WS-REQ-SUB) = ZERO
                   MOVE 7 TO WS-DISC-SECTION
                   PERFORM 900-WRITE-DISC-LINE
               END-IF
               IF WS-REQ-ARCH-CTR(WS-REQ-SUB) = ZERO
                   MOVE 8 TO WS-DISC-SECTION
                   PERFORM 900-WRITE-DISC-LINE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * BLANK THE FIELDS THAT NAME OR LOCATE THE PERSON IN A MASTER
      * OR ALTERNATE IMAGE HELD IN WS-IMG-WORK. A BLANK IMAGE STAYS
      * BLANK.
      *-----------------------------------------------------------------
       680-BLANK-MASTER-IMAGE.
           IF WS-IMG-WORK NOT = SPACES
               MOVE SPACES TO WS-IMM-NAME WS-IMM-ADDRESS WS-IMM-CITY
                              WS-IMM-STATE WS-IMM-ZIP
                              WS-IMM-CARRIER-ROUTE
           END-IF.
      *-----------------------------------------------------------------
       685-BLANK-ALT-IMAGE.
           IF WS-IMG-WORK NOT = SPACES
               MOVE SPACES TO WS-IMA-ADDRESS WS-IMA-CITY WS-IMA-STATE
                              WS-IMA-ZIP WS-IMA-CARRIER-ROUTE
           END-IF.
      *-----------------------------------------------------------------
       700-RELEASE-DISCLOSURE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DISC-WORK-FILE.
           PERFORM UNTIL EOF
               READ DISC-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DISC-WORK-REC TO DSR-SORT-REC
                       RELEASE DSR-SORT-REC
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           CLOSE DISC-WORK-FILE.
      *-----------------------------------------------------------------
      * ONE REPORT PER ACCESS REQUEST, SECTIONS IN ORDER.
      *-----------------------------------------------------------------
       750-WRITE-DISCLOSURE.
           OPEN OUTPUT DISCLOSURE-REPORT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CUSTOMER DATA DISCLOSURE - RUN DATE '
                                        DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-RUN-TIME           DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           WRITE DISCLOSURE-REPORT-REC FROM WS-RPT-LINE.
           IF WS-ACCESS-CTR = ZERO
               MOVE 'NO ACCESS REQUESTS IN THIS RUN'
                 TO DISCLOSURE-REPORT-REC
               WRITE DISCLOSURE-REPORT-REC
           END-IF.

           MOVE ZERO TO WS-PREV-REQ-SEQ WS-PREV-SECTION.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL SORT-EOF
               RETURN DISC-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       IF DSR-REQ-SEQ NOT = WS-PREV-REQ-SEQ
                           PERFORM 760-WRITE-CUSTOMER-HEAD
                       END-IF
                       IF DSR-SECTION NOT = WS-PREV-SECTION
                           PERFORM 770-WRITE-SECTION-HEAD
                       END-IF
                       MOVE SPACES   TO WS-RPT-LINE
                       MOVE DSR-TEXT TO WS-RPT-LINE(7:120)
                       WRITE DISCLOSURE-REPORT-REC FROM WS-RPT-LINE
           END-PERFORM.

           CLOSE DISCLOSURE-REPORT-FILE.
      *-----------------------------------------------------------------
       760-WRITE-CUSTOMER-HEAD.
           MOVE DSR-REQ-SEQ TO WS-PREV-REQ-SEQ.
           MOVE ZERO        TO WS-PREV-SECTION.
           MOVE SPACES TO DISCLOSURE-REPORT-REC.
           WRITE DISCLOSURE-REPORT-REC.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CUSTOMER '                 DELIMITED BY SIZE
                  WS-REQ-CUST-ID(DSR-REQ-SEQ) DELIMITED BY SIZE
                  '   ACCESS REQUEST RECEIVED ' DELIMITED BY SIZE
                  WS-REQ-RECEIVED(DSR-REQ-SEQ) DELIMITED BY SIZE
                  '   ANSWERED '              DELIMITED BY SIZE
                  WS-RUN-DATE                 DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           WRITE DISCLOSURE-REPORT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
       770-WRITE-SECTION-HEAD.
           MOVE DSR-SECTION TO WS-PREV-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-SECTION-TITLE(DSR-SECTION) TO WS-RPT-LINE(3:30).
           WRITE DISCLOSURE-REPORT-REC FROM WS-RPT-LINE.
      *-----------------------------------------------------------------
      * THE COMPLIANCE LOG IS THE PROOF THE REQUEST WAS ANSWERED, SO
      * A LOG THAT WILL NOT OPEN FAILS THE RUN.
      *-----------------------------------------------------------------
       800-WRITE-COMPLIANCE-LOG.
           OPEN EXTEND PRIVACY-LOG-FILE.
           IF WS-LOG-FILE-STATUS = '35'
               OPEN OUTPUT PRIVACY-LOG-FILE
           END-IF.
           IF WS-LOG-FILE-STATUS = '00'
               PERFORM 810-WRITE-ONE-LOG-LINE
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               CLOSE PRIVACY-LOG-FILE
           ELSE
               DISPLAY 'COMPLIANCE LOG OPEN FAILED, STATUS: ',
                       WS-LOG-FILE-STATUS,
                       ' - REQUESTS DONE BUT NOT LOGGED'
               MOVE 8 TO WS-RC-WK
           END-IF.
      *-----------------------------------------------------------------
       810-WRITE-ONE-LOG-LINE.
           MOVE WS-RUN-DATE                TO WS-LOG-RUN-DATE.
           MOVE WS-RUN-TIME                TO WS-LOG-RUN-TIME.
           MOVE WS-REQ-CUST-ID(WS-REQ-SUB)  TO WS-LOG-CUST-ID.
           EVALUATE TRUE
               WHEN REQ-ACCESS(WS-REQ-SUB)
                   MOVE 'ACCESS'  TO WS-LOG-TYPE
               WHEN REQ-ERASURE(WS-REQ-SUB)
                   MOVE 'ERASURE' TO WS-LOG-TYPE
               WHEN OTHER
                   MOVE WS-REQ-TYPE(WS-REQ-SUB) TO WS-LOG-TYPE
           END-EVALUATE.
           MOVE WS-REQ-RECEIVED(WS-REQ-SUB) TO WS-LOG-RECEIVED.
           EVALUATE TRUE
               WHEN REQ-REJECTED(WS-REQ-SUB)
                   MOVE 'REJECTED'   TO WS-LOG-OUTCOME
               WHEN REQ-INCOMPLETE(WS-REQ-SUB)
                   MOVE 'INCOMPLETE' TO WS-LOG-OUTCOME
               WHEN OTHER
                   MOVE 'FULFILLED'  TO WS-LOG-OUTCOME
           END-EVALUATE.
           MOVE WS-REQ-MASTER-CTR(WS-REQ-SUB) TO WS-LOG-MASTER.
           MOVE WS-REQ-ALT-CTR(WS-REQ-SUB)    TO WS-LOG-ALT.
           MOVE WS-REQ-LAST-CTR(WS-REQ-SUB)   TO WS-LOG-LAST.
           MOVE WS-REQ-HIST-CTR(WS-REQ-SUB)   TO WS-LOG-HIST.
           MOVE WS-REQ-MAN-CTR(WS-REQ-SUB)    TO WS-LOG-MAN.
           MOVE WS-REQ-JRN-CTR(WS-REQ-SUB)    TO WS-LOG-JRN.
           MOVE WS-REQ-ARCH-CTR(WS-REQ-SUB)   TO WS-LOG-ARCH.
           MOVE WS-REQ-SUPP-CTR(WS-REQ-SUB)   TO WS-LOG-SUPP.
           MOVE WS-REQ-REASON(WS-REQ-SUB)     TO WS-LOG-REASON.
           IF REQ-ERASURE(WS-REQ-SUB)
              AND REQ-FULFILLED(WS-REQ-SUB)
              AND WS-REQ-NAME(WS-REQ-SUB) = SPACES
               MOVE 'NO NAME HELD - NONE SUPPRESSED' TO WS-LOG-REASON
           END-IF.
           WRITE PRIVACY-LOG-REC FROM WS-LOG-LINE.
      *-----------------------------------------------------------------
       900-WRITE-DISC-LINE.
           ADD 1 TO WS-DISC-LINE-SEQ.
           WRITE DISC-WORK-REC FROM WS-DISC-LINE.
           MOVE SPACES TO WS-DISC-TEXT.
      *-----------------------------------------------------------------
       910-WRITE-JOURNAL-REC.
           MOVE SPACES TO JRN-REC.
           MOVE 'JOHNSON-P04-PRIVACY' TO JRN-PROGRAM.
           MOVE WS-RUN-DATE      TO JRN-DATE.
           MOVE WS-RUN-TIME      TO JRN-TIME.
           MOVE WS-JRN-ACTION    TO JRN-ACTION.
           MOVE WS-JRN-BEFORE    TO JRN-BEFORE-IMAGE.
           MOVE WS-JRN-AFTER     TO JRN-AFTER-IMAGE.
           MOVE WS-JRN-FILE-CODE TO JRN-FILE-CODE.
           WRITE JRN-REC.
      *-----------------------------------------------------------------
      * WS-SCRUB-FAIL-NOTE SAYS WHAT STOPPED THE REQUEST; THE FIRST
      * REASON A REQUEST GOES INCOMPLETE IS THE ONE IT KEEPS.
      *-----------------------------------------------------------------
       920-MARK-INCOMPLETE.
           IF NOT REQ-INCOMPLETE(WS-REQ-SUB)
               MOVE 'I' TO WS-REQ-STATUS(WS-REQ-SUB)
               MOVE WS-SCRUB-FAIL-NOTE TO WS-REQ-REASON(WS-REQ-SUB)
               ADD 1 TO WS-INCOMPLETE-CTR
           END-IF.
      *-----------------------------------------------------------------
       930-MARK-ALL-INCOMPLETE.
           PERFORM 940-MARK-ONE-INCOMPLETE
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
      *-----------------------------------------------------------------
       935-MARK-ERASURES-INCOMPLETE.
           PERFORM 945-MARK-ONE-ERASURE
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
      *-----------------------------------------------------------------
       940-MARK-ONE-INCOMPLETE.
           IF NOT REQ-REJECTED(WS-REQ-SUB)
               PERFORM 920-MARK-INCOMPLETE
           END-IF.
      *-----------------------------------------------------------------
       945-MARK-ONE-ERASURE.
           IF REQ-ERASURE(WS-REQ-SUB)
              AND NOT REQ-REJECTED(WS-REQ-SUB)
               PERFORM 920-MARK-INCOMPLETE
           END-IF.
      *-----------------------------------------------------------------
