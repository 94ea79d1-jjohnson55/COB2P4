      ******************************************************************
      *COPYBOOK: P04ALT                                                *
      *AUTHOR  : JOHN STEPHEN JOHNSON                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Record layout for the indexed seasonal alternate-     *
      *          address file p04-alt-address.dat, keyed on the       *
      *          customer id it belongs to - at most one alternate    *
      *          per customer. FROM and TO are the month and day      *
      *          (MMDD) the alternate takes over and the last month  *
      *          and day it still applies; a FROM later than TO is a  *
      *          range that runs over the year end, the usual winter  *
      *          case (1101 to 0331). Outside the range the master    *
      *          address is the one in effect.                        *
      ******************************************************************
      *-----------------------------------------------------------------
       01  ALT-ADDR-REC.
           03  ALT-CUST-ID             PIC X(10).
           03  ALT-ADDRESS             PIC X(30).
           03  ALT-CITY                PIC X(20).
           03  ALT-STATE               PIC X(02).
           03  ALT-ZIP                 PIC X(10).
           03  ALT-CARRIER-ROUTE       PIC X(04).
           03  ALT-COUNTRY             PIC X(03).
           03  ALT-FROM-MMDD           PIC 9(04).
           03  ALT-TO-MMDD             PIC 9(04).
