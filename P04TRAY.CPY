      ******************************************************************
      *COPYBOOK: P04TRAY                                               *
      *AUTHOR  : JOHN STEPHEN JOHNSON                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Layout of one tray tag in P04-TRAY-TAGS.TXT, shared   *
      *          by the label run that writes a tag for every tray it  *
      *          makes up and the balancing run that adds the tags'    *
      *          piece counts back up against the label files. Class  *
      *          is F, S or I (the label file the tray's pieces are    *
      *          in); level is 5-DIGIT, 3-DIGIT or MIXED; destination  *
      *          is the 5-digit ZIP, the 3-digit prefix, or for a      *
      *          mixed tray the range of prefixes it holds (FOREIGN    *
      *          for international mail).                              *
      ******************************************************************
      *-----------------------------------------------------------------
       01  WS-TRAY-TAG-LINE.
           03  WS-TAG-DATE              PIC 9(08).
           03  FILLER                   PIC X(02).
           03  WS-TAG-CAMPAIGN          PIC X(12).
           03  FILLER                   PIC X(02).
           03  WS-TAG-TRAY-SEQ          PIC 9(05).
           03  FILLER                   PIC X(02).
           03  WS-TAG-CLASS             PIC X(01).
           03  FILLER                   PIC X(02).
           03  WS-TAG-LEVEL             PIC X(07).
           03  FILLER                   PIC X(02).
           03  WS-TAG-DEST              PIC X(07).
           03  FILLER                   PIC X(02).
           03  WS-TAG-PIECES            PIC 9(04).
