      ******************************************************************
      *COPYBOOK: P04HIST                                               *
      *AUTHOR  : JOHN STEPHEN JOHNSON                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Record layout for the indexed mailing history         *
      *          p04-mail-history.dat: one row per label printed, or   *
      *          per name held out of a test ('HO' in the cell), keyed *
      *          on the customer id and the mail date so every reader  *
      *          can START at a customer and read that customer's      *
      *          mailings in date order. The campaign completes the    *
      *          key because a queued window can mail one customer     *
      *          under two campaigns the same night. The serial is the *
      *          one printed on the label and the manifest - zero for  *
      *          a held-out name and for rows carried over from the    *
      *          old comma-separated history, whose campaign is LOAD   *
      *          and the row number they had in the old file.          *
      ******************************************************************
      *-----------------------------------------------------------------
       01  HST-REC.
           03  HST-KEY.
               05  HST-CUST-ID         PIC X(10).
               05  HST-MAIL-DATE       PIC 9(08).
               05  HST-CAMPAIGN        PIC X(12).
           03  HST-MAIL-CLASS          PIC X(01).
           03  HST-CELL                PIC X(02).
               88  HST-HOLDOUT                     VALUE 'HO'.
           03  HST-SERIAL              PIC 9(08).
