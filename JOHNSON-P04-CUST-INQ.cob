      *DATE    : 09/02/2026                                            *
      *ABSTRACT: Front-office lookup while the caller is still on the *
      *          phone: enter a customer id and see the full master   *
      *          record, any seasonal alternate address with its      *
      *          season and which of the two addresses a label run    *
      *          today would use, the opt-out standing of its mail    *
      *          preference flag, the last-mailed date and class the  *
      *          frequency cap works from, and the customer's recent  *
      *          rows from the mailing history. Strictly read-only -  *
      *          customer maintenance remains the one writer of the   *
      *          master. A blank id or END finishes the session.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P04-CUST-INQ.
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS LST-CUST-ID
                             FILE STATUS IS WS-LAST-FILE-STATUS.
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
      *-----------------------------------------------------------------
       DATA DIVISION.
           03  LST-LAST-DATE           PIC 9(08).
           03  LST-MAIL-CLASS          PIC X(01).

       FD  ALT-ADDRESS-FILE.
       COPY P04ALT.

       FD  HISTORY-FILE.
       COPY P04HIST.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-INQUIRY-CTR              PIC 9(4)    VALUE ZERO.
               88  MASTER-AVAILABLE                VALUE 'Y'.
           03  WS-LAST-AVAIL-FLAG      PIC X       VALUE 'N'.
               88  LAST-MAILED-AVAILABLE           VALUE 'Y'.
           03  WS-ALT-AVAIL-FLAG       PIC X       VALUE 'N'.
               88  ALT-ADDRESS-AVAILABLE           VALUE 'Y'.
           03  WS-ALT-ACTIVE-FLAG      PIC X       VALUE 'N'.
               88  ALT-ADDRESS-IN-EFFECT           VALUE 'Y'.
           03  WS-HIST-AVAIL-FLAG      PIC X       VALUE 'N'.
               88  HISTORY-AVAILABLE               VALUE 'Y'.
       01  WS-MASTER-FILE-STATUS       PIC X(02)   VALUE '00'.
       01  WS-LAST-FILE-STATUS         PIC X(02)   VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(02)   VALUE '00'.
       01  WS-ALT-FILE-STATUS          PIC X(02)   VALUE '00'.
      *-----------------------------------------------------------------
      * TODAY'S MONTH AND DAY - WHAT DECIDES WHICH ADDRESS IS IN
      * EFFECT, BY THE SAME RULE THE LABEL RUN APPLIES.
      *-----------------------------------------------------------------
       01  WS-TODAY                    PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-MMDD               PIC 9(04)   VALUE ZERO.
      *-----------------------------------------------------------------
      * THE ID AS KEYED, AND THE RECENT-HISTORY RING: THE LAST FEW
      * HISTORY ROWS FOR THE CUSTOMER, HELD IN DATE ORDER SO THE
      * NEWEST MAILINGS ARE WHAT THE OPERATOR READS BACK.
      *-----------------------------------------------------------------
       01  WS-INQ-ID                   PIC X(10)   VALUE SPACES.
       01  WS-HIST-SHOW-MAX            PIC 9(01)   VALUE 5.
       01  WS-HIST-RING.
           03  WS-HIST-ROW             PIC X(50)   OCCURS 5 TIMES.
       01  WS-HIST-RING-CNT            PIC 9(01)   VALUE ZERO.
       01  WS-HIST-MATCH-CTR           PIC 9(6)    VALUE ZERO.
       01  WS-HIST-SUB                 PIC 9(01)   VALUE ZERO.
       01  WS-HIST-SHOW-LINE.
           03  WS-HSL-DATE             PIC 9(08).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-HSL-CLASS            PIC X(01).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-HSL-CELL             PIC X(02).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-HSL-SERIAL           PIC 9(08).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-HSL-CAMPAIGN         PIC X(12).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(5:4) TO WS-TODAY-MMDD.
           PERFORM 110-OPEN-FILES.

           PERFORM 200-ONE-INQUIRY UNTIL SESSION-DONE.
           IF LAST-MAILED-AVAILABLE
               CLOSE LAST-MAILED-FILE
           END-IF.
           IF ALT-ADDRESS-AVAILABLE
               CLOSE ALT-ADDRESS-FILE
           END-IF.
           IF HISTORY-AVAILABLE
               CLOSE HISTORY-FILE
           END-IF.

           DISPLAY SPACES.
           DISPLAY 'INQUIRIES ANSWERED  : ', WS-INQUIRY-CTR.
               DISPLAY 'LAST-MAILED FILE UNAVAILABLE, STATUS: ',
                       WS-LAST-FILE-STATUS
           END-IF.

      *    NO ALTERNATE-ADDRESS FILE SIMPLY MEANS NOBODY HAS ONE YET.
           OPEN INPUT ALT-ADDRESS-FILE.
           IF WS-ALT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ALT-AVAIL-FLAG
           ELSE
               IF WS-ALT-FILE-STATUS NOT = '35'
                   DISPLAY 'ALTERNATE ADDRESS FILE UNAVAILABLE, '
                           'STATUS: ', WS-ALT-FILE-STATUS
               END-IF
           END-IF.

      *    NO HISTORY FILE MEANS NO LABEL RUN HAS RECORDED ONE YET.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HIST-AVAIL-FLAG
           ELSE
               IF WS-HISTORY-FILE-STATUS NOT = '35'
                   DISPLAY 'MAIL HISTORY UNAVAILABLE, STATUS: ',
                           WS-HISTORY-FILE-STATUS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       200-ONE-INQUIRY.
           DISPLAY SPACES.
                   END-IF
                   DISPLAY 'CLASS   : ', MST-MAIL-CLASS
                   DISPLAY 'ROUTE   : ', MST-CARRIER-ROUTE
                   PERFORM 215-SHOW-ALT-ADDRESS
                   IF MST-MAIL-PREF-FLAG = 'D'
                       DISPLAY 'MAILING : OPTED OUT - DO NOT MAIL'
                   ELSE
                   PERFORM 220-SHOW-LAST-MAILED
                   PERFORM 230-SHOW-RECENT-HISTORY
           END-READ.
      *-----------------------------------------------------------------
      * THE SEASONAL ALTERNATE, IF THE CUSTOMER HAS ONE, AND WHICH OF
      * THE TWO ADDRESSES IS IN EFFECT TODAY. FROM NOT AFTER TO IS A
      * RANGE INSIDE ONE YEAR; FROM AFTER TO RUNS OVER THE YEAR END.
      *-----------------------------------------------------------------
       215-SHOW-ALT-ADDRESS.
           MOVE 'N' TO WS-ALT-ACTIVE-FLAG.
           IF ALT-ADDRESS-AVAILABLE
               MOVE WS-INQ-ID TO ALT-CUST-ID
               READ ALT-ADDRESS-FILE
                   INVALID KEY
                       DISPLAY 'ALTERNATE: NONE ON FILE'
                   NOT INVALID KEY
                       DISPLAY 'ALTERNATE: ', ALT-ADDRESS
                       DISPLAY '           ', ALT-CITY, ' ',
                               ALT-STATE, ' ', ALT-ZIP, ' ',
                               ALT-COUNTRY
                       DISPLAY 'SEASON   : ', ALT-FROM-MMDD,
                               ' THRU ', ALT-TO-MMDD, ' (MMDD)'
                       PERFORM 216-CHECK-ALT-IN-EFFECT
               END-READ
           END-IF.

           IF ALT-ADDRESS-IN-EFFECT
               DISPLAY 'IN EFFECT: ALTERNATE ADDRESS TODAY'
           ELSE
               DISPLAY 'IN EFFECT: MASTER ADDRESS TODAY'
           END-IF.
      *-----------------------------------------------------------------
       216-CHECK-ALT-IN-EFFECT.
           IF ALT-FROM-MMDD NUMERIC AND ALT-TO-MMDD NUMERIC
               IF ALT-FROM-MMDD NOT > ALT-TO-MMDD
                   IF WS-TODAY-MMDD NOT < ALT-FROM-MMDD
                      AND WS-TODAY-MMDD NOT > ALT-TO-MMDD
                       MOVE 'Y' TO WS-ALT-ACTIVE-FLAG
                   END-IF
               ELSE
                   IF WS-TODAY-MMDD NOT < ALT-FROM-MMDD
                      OR WS-TODAY-MMDD NOT > ALT-TO-MMDD
                       MOVE 'Y' TO WS-ALT-ACTIVE-FLAG
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       220-SHOW-LAST-MAILED.
           IF LAST-MAILED-AVAILABLE
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      * STARTS AT THIS CUSTOMER'S FIRST HISTORY ROW AND READS ONLY
      * THE CUSTOMER'S OWN ROWS, KEEPING THE NEWEST FEW - THE KEY
      * RUNS IN DATE ORDER WITHIN THE ID, SO THE LAST ROWS SEEN ARE
      * THE LATEST MAILINGS.
      *-----------------------------------------------------------------
       230-SHOW-RECENT-HISTORY.
           MOVE 'N'  TO WS-EOF-FLAG.
           MOVE ZERO TO WS-HIST-RING-CNT WS-HIST-MATCH-CTR.
           MOVE SPACES TO WS-HIST-RING.
           IF HISTORY-AVAILABLE
               MOVE WS-INQ-ID  TO HST-CUST-ID
               MOVE ZERO       TO HST-MAIL-DATE
               MOVE LOW-VALUES TO HST-CAMPAIGN
               START HISTORY-FILE KEY IS >= HST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL EOF
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 240-KEEP-MATCHING-ROW
                   END-READ
               END-PERFORM
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

           ELSE
               DISPLAY 'HISTORY : ', WS-HIST-MATCH-CTR,
                       ' MAILINGS, MOST RECENT:'
               DISPLAY '  DATE      CL  CE  SERIAL    CAMPAIGN'
               PERFORM 250-SHOW-ONE-RING-ROW
                   VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-RING-CNT
           END-IF.
      *-----------------------------------------------------------------
       240-KEEP-MATCHING-ROW.
           IF HST-CUST-ID NOT = WS-INQ-ID
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               ADD 1 TO WS-HIST-MATCH-CTR
               IF WS-HIST-RING-CNT < WS-HIST-SHOW-MAX
                   ADD 1 TO WS-HIST-RING-CNT
               ELSE
                   PERFORM 245-SHIFT-RING-DOWN
               END-IF
               MOVE HST-MAIL-DATE  TO WS-HSL-DATE
               MOVE HST-MAIL-CLASS TO WS-HSL-CLASS
               MOVE HST-CELL       TO WS-HSL-CELL
               MOVE HST-SERIAL     TO WS-HSL-SERIAL
               MOVE HST-CAMPAIGN   TO WS-HSL-CAMPAIGN
               MOVE WS-HIST-SHOW-LINE
                 TO WS-HIST-ROW(WS-HIST-RING-CNT)
           END-IF.
      *-----------------------------------------------------------------
