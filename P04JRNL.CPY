      *          record as it stood before and after (spaces where    *
      *          there was no record). The image fields are cut wider *
      *          than today's master record so a layout that grows    *
      *          does not force a journal conversion. FILE names the  *
      *          indexed file the images belong to: blank for the     *
      *          customer master - every entry written before other  *
      *          files were journaled reads that way - AA for the     *
      *          seasonal alternate-address file, HS for the mailing  *
      *          history and LM for the last-mailed file (the files a *
      *          customer merge re-keys).                             *
      ******************************************************************
      *-----------------------------------------------------------------
       01  JRN-REC.
           03  JRN-ACTION              PIC X(01).
           03  JRN-BEFORE-IMAGE        PIC X(120).
           03  JRN-AFTER-IMAGE         PIC X(120).
           03  JRN-FILE-CODE           PIC X(02).
               88  JRN-MASTER-FILE                 VALUE SPACES.
               88  JRN-ALT-ADDRESS-FILE            VALUE 'AA'.
               88  JRN-HISTORY-FILE                VALUE 'HS'.
               88  JRN-LAST-MAILED-FILE            VALUE 'LM'.
