      ******************************************************************
      * Copybook    : CBPCOANR.CPY
      * Application : CardDemo
      * Function    : Record layout for the change-of-address notice
      *               file PERSON.COA cut by the nightly person load.
      *               One detail for every person already on file
      *               whose mailing address actually changed this run
      *               - the address that was current before, and the
      *               one that replaced it - between a header stamped
      *               with the run's effective date and a trailer
      *               carrying the detail count and how many of them
      *               were flagged. A person whose address has
      *               changed more times in the last 90 days than the
      *               limit on the header is flagged for fraud review.
      *               The statement and card-reissue teams pick the
      *               file up; the old address stays on PERSON_ADDRESS
      *               as history, closed off at the effective date.
      ******************************************************************
       01  COA-NOTICE-RECORD.
           05 CN-REC-TYPE        PIC X(01).
           05 CN-REC-DATA        PIC X(230).

           05 CN-HEADER-DATA REDEFINES CN-REC-DATA.
              10 CN-EFFECTIVE-DATE   PIC X(08).
              10 CN-CHANGE-LIMIT     PIC 9(02).
              10 FILLER              PIC X(220).

           05 CN-DETAIL-DATA REDEFINES CN-REC-DATA.
              10 CN-PERSON-ID        PIC X(10).
              10 CN-FIRST-NAME       PIC X(20).
              10 CN-LAST-NAME        PIC X(20).
              10 CN-BIRTH-DATE       PIC X(10).
              10 CN-SOURCE-SYSTEM    PIC X(03).
              10 CN-OLD-ADDRESS.
                 15 CN-OLD-LINE-1    PIC X(25).
                 15 CN-OLD-LINE-2    PIC X(25).
                 15 CN-OLD-CITY      PIC X(20).
                 15 CN-OLD-STATE     PIC X(02).
                 15 CN-OLD-ZIP       PIC X(05).
              10 CN-NEW-ADDRESS.
                 15 CN-NEW-LINE-1    PIC X(25).
                 15 CN-NEW-LINE-2    PIC X(25).
                 15 CN-NEW-CITY      PIC X(20).
                 15 CN-NEW-STATE     PIC X(02).
                 15 CN-NEW-ZIP       PIC X(05).
              10 CN-CHANGES-90-DAYS  PIC 9(03).
              10 CN-RAPID-CHANGE-FLAG PIC X(01).
                 88 CN-RAPID-CHANGE            VALUE 'Y'.
              10 FILLER              PIC X(09).

           05 CN-TRAILER-DATA REDEFINES CN-REC-DATA.
              10 CN-NOTICE-COUNT     PIC 9(07).
              10 CN-RAPID-COUNT      PIC 9(07).
              10 FILLER              PIC X(216).
