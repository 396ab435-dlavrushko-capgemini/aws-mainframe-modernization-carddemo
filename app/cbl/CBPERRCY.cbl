      *               nightly load. Records that fail again go back
      *               to PERSON.REJ with the recycle-attempt counter
      *               stepped up, so chronic offenders stand out.
      *               It runs only after the night's load - the
      *               run-control file RUNCTL.DAT must show CBPERUPP
      *               ended at RC 4 or better for the effective date
      *               it loaded, and this job not already run clean
      *               against that load; otherwise it refuses, RC 16.
      *               Its own start, end and RC go on the same file
      *               for the morning batch-status report.
      *               A marketing consent correction goes back to
      *               PERSON.REJ under reason 76 for the feed to
      *               resend behind its person.
      *               A record that clears on recycle goes back to
      *               the source that first sent it as a follow-up
      *               disposition on RCYRET.<source>, so the source
      *               can close out its own reject.
      *               A person the recycle loads passes the same
      *               issuance screen as the nightly load before it
      *               goes on RECYCLE.XTR: a watchlist hit or a minor
      *               is held on PERSHOLD.DAT and kept off the
      *               extract until CBPERUPP releases the hold, and
      *               is listed on RECYCLE.RPT.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT RETURN-WORK-FILE ASSIGN TO 'RECYCLE.RTW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTW-FILE-STATUS.

           SELECT SOURCE-RETURN-FILE ASSIGN TO WS-RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT AUDIT-HISTORY-FILE ASSIGN TO 'AUDHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT TOLERANCE-PARM-FILE ASSIGN TO 'PERSCTL.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT WATCHLIST-FILE ASSIGN TO 'SANCLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'PERSHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTION-FILE.
       FD  EXTRACT-FILE.
           COPY CBPXTREC.

       FD  RETURN-WORK-FILE.
           COPY CBPSRCRT REPLACING
               ==SOURCE-RETURN-RECORD== BY ==RETURN-WORK-RECORD==
               LEADING ==RT-== BY ==RW-==.

       FD  SOURCE-RETURN-FILE.
           COPY CBPSRCRT.

       FD  AUDIT-HISTORY-FILE.
           COPY CBAUDHST.

       FD  RUN-CONTROL-FILE.
           COPY CBPRUNCT.

      *-----------------------------------------------------------*
      * THE LOAD'S PARM CARD - THE RECYCLE TAKES ONLY THE AGE OF
      * MAJORITY FROM IT, SO ITS MINOR HOLDS AGREE WITH THE LOAD'S.
      *-----------------------------------------------------------*
       FD  TOLERANCE-PARM-FILE.
       01  TOLERANCE-PARM-RECORD.
           05 TP-MAX-REJECT-PCT   PIC 9(03).
           05 TP-MAX-SQL-ERRORS   PIC 9(05).
           05 TP-RUN-MODE         PIC X(01).
           05 TP-SIM-FILE-NAME    PIC X(30).
           05 TP-ADDR-CHANGE-LIMIT PIC X(02).
           05 TP-AGE-OF-MAJORITY  PIC X(02).

       FD  WATCHLIST-FILE.
           COPY CBPSANCL.

       FD  HOLD-FILE.
           COPY CBPHOLDR.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      * FILE NAMES AND STATUS
       01  WS-REPORT-FILE-STATUS  PIC X(02).
       01  WS-EXTRACT-FILE-STATUS PIC X(02).
       01  WS-HISTORY-FILE-STATUS PIC X(02).
       01  WS-RTW-FILE-STATUS     PIC X(02).
       01  WS-RETURN-FILE-STATUS  PIC X(02).
       01  WS-RETURN-FILE-NAME    PIC X(30) VALUE SPACES.
       01  WS-PARM-FILE-STATUS    PIC X(02).
       01  WS-WATCHLIST-FILE-STATUS PIC X(02).
       01  WS-HOLD-FILE-STATUS    PIC X(02).

      *-----------------------------------------------------------*
      * WORKING COPY OF THE CURRENT CORRECTION RECORD
       01  WS-RECORDS-DUPLICATE   PIC 9(07) VALUE ZERO.
       01  WS-ADDRESSES-RETURNED  PIC 9(07) VALUE ZERO.
       01  WS-GOVTIDS-RETURNED    PIC 9(07) VALUE ZERO.
       01  WS-CONSENTS-RETURNED   PIC 9(07) VALUE ZERO.
       01  WS-CHRONIC-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-EXTRACT-COUNT       PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * ISSUANCE HOLD SCREENING. A PERSON THE RECYCLE LOADS IS
      * SCREENED BEFORE RECYCLE.XTR EXACTLY AS THE NIGHTLY LOAD
      * SCREENS BEFORE PERSON.XTR - AGAINST THE HOLD FILE, THE
      * WEEKLY SANCTIONS WATCHLIST HELD IN STORAGE FOR THE RUN,
      * AND THE AGE OF MAJORITY. A HELD PERSON IS STILL LOADED;
      * THE CARD WAITS ON THE HOLD FILE, AND THE NIGHTLY LOAD
      * RELEASES THEM ONTO PERSON.XTR ONCE THE HOLD IS CLEARED.
      * THE SCREEN PARAMETERS ARE THE LOAD'S AND THE WEEKLY
      * CBPERSCR SCREEN'S, SO ALL THREE AGREE ABOUT WHO IS A HIT.
      *-----------------------------------------------------------*
       01  WS-WATCHLIST-PRESENT-SW PIC X VALUE 'N'.
           88 WS-WATCHLIST-IS-PRESENT       VALUE 'Y'.
       01  WS-WL-MAX              PIC 9(05) VALUE 3000.
       01  WS-WL-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-WL-TABLE.
           05 WS-WL-ENTRY         OCCURS 3000 TIMES.
              10 WS-WL-LIST-ID       PIC X(10).
              10 WS-WL-FIRST-NAME    PIC X(20).
              10 WS-WL-LAST-NAME     PIC X(20).
              10 WS-WL-BIRTH-DATE    PIC X(10).
       01  WS-WL-TRUNCATED-SW     PIC X VALUE 'N'.
           88 WS-WL-TABLE-FULL              VALUE 'Y'.
       01  WS-WL-NDX              PIC 9(05) VALUE ZERO.

       01  WS-SCR-KEY             PIC X(50) VALUE SPACES.
       01  WS-SCR-FIRST-NAME      PIC X(20) VALUE SPACES.
       01  WS-SCR-LAST-NAME       PIC X(20) VALUE SPACES.
       01  WS-SCR-BIRTH-DATE      PIC X(10) VALUE SPACES.
       01  WS-SCR-SOURCE          PIC X(03) VALUE SPACES.
       01  WS-SCR-HELD-SW         PIC X VALUE 'N'.
           88 WS-SCR-PERSON-HELD            VALUE 'Y'.
       01  WS-SCR-SANC-HELD-SW    PIC X VALUE 'N'.
           88 WS-SCR-SANCTIONS-HELD         VALUE 'Y'.
       01  WS-SCR-MINOR-HELD-SW   PIC X VALUE 'N'.
           88 WS-SCR-MINOR-HELD             VALUE 'Y'.
       01  WS-HOLD-FOUND-SW       PIC X VALUE 'N'.
           88 WS-HOLD-ON-FILE               VALUE 'Y'.

      *-----------------------------------------------------------*
      * MINOR HOLD. A PERSON WHO HAS NOT REACHED THE AGE OF
      * MAJORITY (PERSCTL.PRM, DEFAULT 18) BY THE EFFECTIVE DATE
      * IS MARKED A MINOR CUSTOMER AND HELD OFF THE EXTRACT UNTIL
      * THE BRANCH RECORDS GUARDIAN CONSENT OR THE PERSON COMES
      * OF AGE. THE MAJORITY DATE IS THE BIRTHDAY IN THE YEAR OF
      * MAJORITY, CCYYMMDD.
      *-----------------------------------------------------------*
       01  WS-AGE-OF-MAJORITY     PIC 9(02) VALUE 18.
       01  WS-MAJORITY-DATE.
           05 WS-MAJ-YYYY          PIC 9(04).
           05 WS-MAJ-MM            PIC X(02).
           05 WS-MAJ-DD            PIC X(02).
       01  WS-SCR-MINOR-SW        PIC X VALUE 'N'.
           88 WS-SCR-PERSON-MINOR           VALUE 'Y'.
       01  WS-CUSTOMER-TYPE-MINOR PIC X(01) VALUE 'M'.

       01  WS-MATCH-SCORE         PIC 9(03) VALUE ZERO.
       01  WS-MATCH-REASON        PIC X(20) VALUE SPACES.
       01  WS-BEST-SCORE          PIC 9(03) VALUE ZERO.
       01  WS-BEST-REASON         PIC X(20) VALUE SPACES.
       01  WS-BEST-NDX            PIC 9(05) VALUE ZERO.
       01  WS-HIT-FLOOR           PIC 9(03) VALUE 60.
       01  WS-BIRTH-MATCH-SW      PIC X VALUE 'N'.
           88 WS-BIRTH-EXACT                VALUE 'E'.
           88 WS-BIRTH-PARTIAL              VALUE 'P'.
           88 WS-BIRTH-NO-MATCH             VALUE 'N'.
       01  WS-PARTIAL-PENALTY     PIC 9(03) VALUE 10.

      *-----------------------------------------------------------*
      * NAME SIMILARITY FOR THE WATCHLIST SCORE - THE SAME RULE
      * THE CBPERDUP SWEEP APPLIES: SAME FIRST LETTER, LENGTHS
      * WITHIN TWO, AND AT LEAST THE FLOOR PERCENTAGE OF THEIR
      * CHARACTERS SHARED.
      *-----------------------------------------------------------*
       01  WS-LIKE-NAME-1         PIC X(20) VALUE SPACES.
       01  WS-LIKE-NAME-2         PIC X(20) VALUE SPACES.
       01  WS-LIKE-WORK           PIC X(20) VALUE SPACES.
       01  WS-LIKE-LEN-1          PIC 9(02) VALUE ZERO.
       01  WS-LIKE-LEN-2          PIC 9(02) VALUE ZERO.
       01  WS-LIKE-LEN-MAX        PIC 9(02) VALUE ZERO.
       01  WS-LIKE-LEN-DIFF       PIC S9(02) VALUE ZERO.
       01  WS-LIKE-MATCHES        PIC 9(02) VALUE ZERO.
       01  WS-LIKE-PCT            PIC 9(03) VALUE ZERO.
       01  WS-LIKE-NDX-1          PIC 9(02) VALUE ZERO.
       01  WS-LIKE-NDX-2          PIC 9(02) VALUE ZERO.
       01  WS-LIKE-FOUND-SW       PIC X VALUE 'N'.
           88 WS-LIKE-CHAR-FOUND            VALUE 'Y'.
       01  WS-SIMILAR-SW          PIC X VALUE 'N'.
           88 WS-NAMES-ARE-SIMILAR          VALUE 'Y'.
       01  WS-SIMILARITY-FLOOR    PIC 9(03) VALUE 75.
       01  WS-LEN-WORK            PIC 9(02) VALUE ZERO.

       01  WS-HOLDS-PLACED        PIC 9(07) VALUE ZERO.
       01  WS-PERSONS-HELD        PIC 9(07) VALUE ZERO.
       01  WS-HOLD-WRITE-ERRORS   PIC 9(07) VALUE ZERO.
       01  WS-MINOR-HOLDS-PLACED  PIC 9(07) VALUE ZERO.
       01  WS-MINORS-HELD         PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * THE PERSONS HELD OFF RECYCLE.XTR, LISTED BY NAME ON THE
      * REPORT SO DATA CONTROL CAN ANSWER THE BRANCH THAT ASKS
      * WHERE A CORRECTED PERSON'S CARD IS. A RUN HOLDING MORE
      * THAN THE TABLE LISTS THE FIRST 200 AND COUNTS THE REST.
      *-----------------------------------------------------------*
       01  WS-HL-MAX              PIC 9(03) VALUE 200.
       01  WS-HL-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-HL-NDX              PIC 9(03) VALUE ZERO.
       01  WS-HL-TABLE.
           05 WS-HL-ENTRY         OCCURS 200 TIMES.
              10 WS-HL-REASON        PIC X(15).
              10 WS-HL-LAST-NAME     PIC X(20).
              10 WS-HL-FIRST-NAME    PIC X(20).
              10 WS-HL-BIRTH-DATE    PIC X(10).
       01  WS-HL-REASON-WORK      PIC X(15) VALUE SPACES.

      *-----------------------------------------------------------*
      * FOLLOW-UP DISPOSITIONS FOR THE SOURCES - A CORRECTION THAT
      * CLEARS IS STAGED ON RECYCLE.RTW, AND EACH SOURCE SEEN GETS
      * ITS OWN RCYRET.<SOURCE> CUT FROM IT AT THE END OF THE RUN.
      * THE TABLE HOLDS AS MANY SOURCES AS THE LOAD'S REGISTRY.
      *-----------------------------------------------------------*
       01  WS-RS-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-RS-MAX              PIC 9(02) VALUE 10.
       01  WS-RS-NDX              PIC 9(02) VALUE ZERO.
       01  WS-RS-FOUND-SW         PIC X VALUE 'N'.
           88 WS-RS-ENTRY-FOUND             VALUE 'Y'.
       01  WS-RETURN-SOURCE-TABLE.
           05 WS-RS-SOURCE-CODE   PIC X(03) OCCURS 10 TIMES.
       01  WS-RET-RECORDS         PIC 9(07) VALUE ZERO.
       01  WS-RET-LOADED          PIC 9(07) VALUE ZERO.
       01  WS-RET-UPDATED         PIC 9(07) VALUE ZERO.
       01  WS-RET-DELETED         PIC 9(07) VALUE ZERO.
       01  WS-FOLLOW-UPS-QUEUED   PIC 9(07) VALUE ZERO.
       01  WS-FOLLOW-UPS-UNSENT   PIC 9(07) VALUE ZERO.
       01  WS-FOLLOW-UP-FILES     PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * EFFECTIVE DATE / PARM AND SYSTEM DATE
       01  WS-NAME-WORK-2          PIC X(20).
       01  WS-LEAD-SPACE-COUNT     PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------*
      * RUN CONTROL - THE NIGHT THIS RUN BELONGS TO, TAKEN FROM
      * THE STREAM RECORD CBPERUPP LEAVES ON RUNCTL.DAT, AND WHY
      * THE RUN WAS REFUSED WHEN ITS PREREQUISITES WERE NOT MET.
      *-----------------------------------------------------------*
       01  WS-RUNCTL-FILE-STATUS  PIC X(02).
       01  WS-RUN-JOB-NAME        PIC X(08) VALUE 'CBPERRCY'.
       01  WS-RUN-LOOKUP-JOB      PIC X(08) VALUE SPACES.
       01  WS-RUN-EFFECTIVE-DATE  PIC X(08) VALUE SPACES.
       01  WS-RUN-CLOCK-DATE      PIC X(08) VALUE SPACES.
       01  WS-RUN-CLOCK-TIME      PIC X(08) VALUE SPACES.
       01  WS-RUN-REFUSAL-TEXT    PIC X(60) VALUE SPACES.
       01  WS-RUN-RC-DISPLAY      PIC 9(03) VALUE ZERO.
       01  WS-RUN-FOUND-SW        PIC X VALUE 'N'.
           88 WS-RUN-RECORD-FOUND           VALUE 'Y'.
       01  WS-RUN-ALREADY-SW      PIC X VALUE 'N'.
           88 WS-RUN-ALREADY-CLEAN          VALUE 'Y'.
       01  WS-RUN-RERUN-SW        PIC X VALUE 'N'.
           88 WS-RUN-RERUN-ALLOWED          VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05 LK-PARM-LEN          PIC S9(04) COMP.

       BEGIN.
           PERFORM INITIALIZE-RUN
           PERFORM CHECK-RUN-PREREQUISITES
           PERFORM OPEN-ALL-FILES
           PERFORM UNTIL END-OF-FILE
               PERFORM READ-NEXT-CORRECTION
           END-PERFORM
           PERFORM FINALIZE-RUN
           PERFORM RECORD-RUN-END
           STOP RUN.

      *-----------------------------------------------------------*
           EXIT.

      *-----------------------------------------------------------*
      * THE ISSUANCE-SCREEN INPUTS - AGE OF MAJORITY, HOLD FILE
      * AND WATCHLIST - COME FIRST, SO EVERY PERSON THE RECYCLE
      * LOADS IS SCREENED THE WAY THE NIGHTLY LOAD SCREENS THEM.
      * A MISSING CORRECTION FILE JUST MEANS DATA CONTROL HAD
      * NOTHING TO RESUBMIT - SAY SO AND END CLEAN. ANY OTHER BAD
      * STATUS ON A MANDATORY FILE IS FATAL BEFORE PROCESSING
      * STARTS, SAME AS THE NIGHTLY LOAD.
      *-----------------------------------------------------------*
       OPEN-ALL-FILES.
           PERFORM READ-MAJORITY-PARM
           PERFORM OPEN-HOLD-SCREEN-FILES

           OPEN INPUT CORRECTION-FILE
           IF WS-CORRECTION-FILE-STATUS = '35'
               DISPLAY 'CBPERRCY - NO PERSON.COR CORRECTION FILE - '
                           WS-CORRECTION-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
           END-IF

                       'STATUS=' WS-REJECT-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           OPEN OUTPUT RECYCLE-AUDIT-FILE
                       'STATUS=' WS-AUDIT-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           OPEN OUTPUT RECYCLE-REPORT-FILE
                       'RECYCLE-REPORT-FILE, STATUS='
                       WS-REPORT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           OPEN OUTPUT EXTRACT-FILE
                       'STATUS=' WS-EXTRACT-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF
           MOVE SPACES TO EXTRACT-RECORD
           MOVE 'H' TO XT-REC-TYPE
           MOVE WS-EFFECTIVE-DATE TO XT-EFFECTIVE-DATE
           WRITE EXTRACT-RECORD

           OPEN OUTPUT RETURN-WORK-FILE
           IF WS-RTW-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERRCY - COULD NOT OPEN RETURN-WORK-FILE, '
                       'STATUS=' WS-RTW-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           OPEN I-O PERSON-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '35'
               OPEN OUTPUT PERSON-MASTER-FILE
                       'PERSON-MASTER-FILE, STATUS='
                       WS-MASTER-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE AGE OF MAJORITY COMES OFF THE LOAD'S PERSCTL.PRM CARD,
      * COLUMNS 42-43. NO CARD, OR NO USABLE VALUE ON IT, LEAVES
      * THE DEFAULT OF 18 - THE SAME DEFAULT THE LOAD FALLS BACK
      * ON. THE TOLERANCES ON THE CARD ARE THE LOAD'S BUSINESS.
      *-----------------------------------------------------------*
       READ-MAJORITY-PARM.
           OPEN INPUT TOLERANCE-PARM-FILE
           IF WS-PARM-FILE-STATUS = '35'
               DISPLAY 'CBPERRCY - NO PERSCTL.PRM - AGE OF MAJORITY '
                       WS-AGE-OF-MAJORITY
           ELSE
               IF WS-PARM-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERRCY - COULD NOT OPEN '
                           'TOLERANCE-PARM-FILE, STATUS='
                           WS-PARM-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
               READ TOLERANCE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TP-AGE-OF-MAJORITY NUMERIC
                               AND TP-AGE-OF-MAJORITY > ZERO
                           MOVE TP-AGE-OF-MAJORITY
                               TO WS-AGE-OF-MAJORITY
                       END-IF
               END-READ
               CLOSE TOLERANCE-PARM-FILE
               DISPLAY 'CBPERRCY - AGE OF MAJORITY '
                       WS-AGE-OF-MAJORITY
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE HOLD FILE IS SHARED WITH THE LOAD AND THE WEEKLY
      * SCREEN, AND IS CREATED EMPTY IF NEITHER HAS RUN YET. A
      * NIGHT THE WATCHLIST IS MISSING THE RECYCLE STILL HONOURS
      * EVERY HOLD ALREADY ON FILE BUT CANNOT SCREEN NEW PERSONS,
      * SO IT SAYS SO ON THE REPORT AND ENDS WITH THE WARNING
      * RETURN CODE, AS THE LOAD DOES.
      *-----------------------------------------------------------*
       OPEN-HOLD-SCREEN-FILES.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERRCY - COULD NOT OPEN HOLD-FILE, '
                       'STATUS=' WS-HOLD-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-FILE-STATUS = '35'
               DISPLAY 'CBPERRCY - NO SANCLIST.DAT WATCHLIST - NEW '
                       'PERSONS WILL NOT BE SCREENED'
           ELSE
               IF WS-WATCHLIST-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERRCY - COULD NOT OPEN '
                           'WATCHLIST-FILE, STATUS='
                           WS-WATCHLIST-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
               MOVE 'Y' TO WS-WATCHLIST-PRESENT-SW
               PERFORM LOAD-WATCHLIST-TABLE
               CLOSE WATCHLIST-FILE
           END-IF
           EXIT.

       LOAD-WATCHLIST-TABLE.
           MOVE 'N' TO EOF
           PERFORM UNTIL END-OF-FILE
               READ WATCHLIST-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF WS-WL-COUNT < WS-WL-MAX
                           ADD 1 TO WS-WL-COUNT
                           PERFORM TAKE-ONE-LIST-ENTRY
                       ELSE
                           MOVE 'Y' TO WS-WL-TRUNCATED-SW
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF
           IF WS-WL-TABLE-FULL
               DISPLAY 'CBPERRCY - WATCHLIST EXCEEDS SCREEN TABLE OF '
                       WS-WL-MAX ' ENTRIES - SCREEN IS PARTIAL'
           END-IF
           EXIT.

       TAKE-ONE-LIST-ENTRY.
           INSPECT SL-FIRST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT SL-LAST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SL-LIST-ID TO WS-WL-LIST-ID(WS-WL-COUNT)
           MOVE SL-FIRST-NAME TO WS-WL-FIRST-NAME(WS-WL-COUNT)
           MOVE SL-LAST-NAME TO WS-WL-LAST-NAME(WS-WL-COUNT)
           MOVE SL-BIRTH-DATE TO WS-WL-BIRTH-DATE(WS-WL-COUNT)
           EXIT.

      *-----------------------------------------------------------*
      * MAIN LOOP - ONE CORRECTION RECORD PER READ. ONLY DETAIL
      * CORRECTIONS CAN BE RE-EDITED HERE - A CORRECTED ADDRESS
                           PERFORM RETURN-ADDRESS-CORRECTION
                       WHEN 'G'
                           PERFORM RETURN-GOVTID-CORRECTION
                       WHEN 'C'
                           PERFORM RETURN-CONSENT-CORRECTION
                       WHEN OTHER
                           DISPLAY 'CBPERRCY - UNEXPECTED RECORD '
                                   'TYPE ' CR-REC-TYPE ' - SKIPPING'
           END-IF

           PERFORM WRITE-AUDIT-RECORD
           IF WS-AUDIT-DISPOSITION = 'LOADED'
                   OR WS-AUDIT-DISPOSITION = 'UPDATED'
                   OR WS-AUDIT-DISPOSITION = 'DELETED'
               PERFORM QUEUE-FOLLOW-UP
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE CORRECTION CLEARED - STAGE A FOLLOW-UP DISPOSITION FOR
      * THE SOURCE THAT FIRST SENT IT, SO THAT SOURCE CAN CLOSE
      * OUT THE REJECT IT WAS TOLD ABOUT AND FIX THE DATA AT ITS
      * END. A REJECT CARRYING NO SOURCE, OR FROM MORE SOURCES
      * THAN THE TABLE HOLDS, IS COUNTED AND NOT RETURNED.
      *-----------------------------------------------------------*
       QUEUE-FOLLOW-UP.
           MOVE 'N' TO WS-RS-FOUND-SW
           IF WS-CURRENT-SOURCE-CODE NOT = SPACES
               PERFORM VARYING WS-RS-NDX FROM 1 BY 1
                       UNTIL WS-RS-NDX > WS-RS-COUNT
                          OR WS-RS-ENTRY-FOUND
                   IF WS-RS-SOURCE-CODE(WS-RS-NDX) =
                           WS-CURRENT-SOURCE-CODE
                       MOVE 'Y' TO WS-RS-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT WS-RS-ENTRY-FOUND
                       AND WS-RS-COUNT < WS-RS-MAX
                   ADD 1 TO WS-RS-COUNT
                   MOVE WS-CURRENT-SOURCE-CODE TO
                       WS-RS-SOURCE-CODE(WS-RS-COUNT)
                   MOVE 'Y' TO WS-RS-FOUND-SW
               END-IF
           END-IF
           IF WS-RS-ENTRY-FOUND
               MOVE SPACES TO RETURN-WORK-RECORD
               MOVE 'D' TO RW-REC-TYPE
               MOVE CR-REC-TYPE TO RW-FEED-REC-TYPE
               MOVE CR-PERSON-ID TO RW-PERSON-ID
               MOVE WS-AUDIT-DISPOSITION TO RW-DISPOSITION
               MOVE ZERO TO RW-REASON-CODE
               IF CR-RECYCLE-COUNT NUMERIC
                   MOVE CR-RECYCLE-COUNT TO RW-RECYCLE-COUNT
               ELSE
                   MOVE ZERO TO RW-RECYCLE-COUNT
               END-IF
               MOVE WS-CURRENT-SOURCE-CODE TO RW-DETAIL-SOURCE
               WRITE RETURN-WORK-RECORD
               ADD 1 TO WS-FOLLOW-UPS-QUEUED
           ELSE
               ADD 1 TO WS-FOLLOW-UPS-UNSENT
               DISPLAY 'CBPERRCY - NO FOLLOW-UP RETURNED FOR '
                       CR-PERSON-ID ' - SOURCE '''
                       WS-CURRENT-SOURCE-CODE ''''
           END-IF
           EXIT.

      *-----------------------------------------------------------*
           PERFORM WRITE-REJECT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * A MARKETING CONSENT RECORD NAMES ITS PERSON ONLY BY THE
      * DETAIL AHEAD OF IT IN THE FEED, SO IT GOES BACK THE SAME
      * WAY - OR THE BRANCH KEYS THE OPT-OUT ON CPMT INSTEAD.
      *-----------------------------------------------------------*
       RETURN-CONSENT-CORRECTION.
           ADD 1 TO WS-CORRECTIONS-READ
           ADD 1 TO WS-CONSENTS-RETURNED
           MOVE CR-SOURCE-SYSTEM TO WS-CURRENT-SOURCE-CODE
           MOVE 76 TO WS-REJECT-REASON-CODE
           MOVE 'CONSENT - RESUBMIT IN FEED'
               TO WS-REJECT-REASON-TEXT
           PERFORM WRITE-REJECT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * ROUTE A CLEAN CORRECTION BY ITS MAINTENANCE TYPE, EXACTLY
      * AS THE NIGHTLY LOAD ROUTES A DETAIL RECORD.
      *-----------------------------------------------------------*
      * EVERY PERSON THE RECYCLE LOADS GOES OUT ON ITS OWN DELTA
      * EXTRACT, SAME LAYOUT AS THE NIGHTLY ONE, SO A CORRECTED
      * PERSON STILL REACHES CARD ISSUANCE - UNLESS THE ISSUANCE
      * SCREEN HOLDS THEM, IN WHICH CASE THE CARD WAITS ON THE
      * HOLD FILE AND THE NIGHTLY LOAD RELEASES IT.
      *-----------------------------------------------------------*
       WRITE-EXTRACT-DETAIL.
           MOVE WS-MASTER-KEY TO WS-SCR-KEY
           MOVE WS-FIRST-NAME TO WS-SCR-FIRST-NAME
           MOVE WS-LAST-NAME TO WS-SCR-LAST-NAME
           MOVE WS-BIRTH-DATE TO WS-SCR-BIRTH-DATE
           MOVE WS-CURRENT-SOURCE-CODE TO WS-SCR-SOURCE
           PERFORM SCREEN-FOR-ISSUANCE-HOLD
           IF NOT WS-SCR-PERSON-HELD
               MOVE SPACES TO EXTRACT-RECORD
               MOVE 'D' TO XT-REC-TYPE
               MOVE WS-FIRST-NAME TO XT-FIRST-NAME
               MOVE WS-LAST-NAME TO XT-LAST-NAME
               MOVE WS-BIRTH-DATE TO XT-BIRTH-DATE
               MOVE WS-CURRENT-SOURCE-CODE TO XT-SOURCE-SYSTEM
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE LOAD'S ISSUANCE SCREEN, LESS ITS DECEASED CHECK - A
      * PERSON THE RECYCLE HAS JUST INSERTED CANNOT YET CARRY A
      * DECEASED DATE. SETS WS-SCR-PERSON-HELD WHEN THE PERSON
      * MUST STAY OFF RECYCLE.XTR, AND NOTES THEM FOR THE REPORT.
      *-----------------------------------------------------------*
       SCREEN-FOR-ISSUANCE-HOLD.
           MOVE 'N' TO WS-SCR-HELD-SW
           MOVE 'N' TO WS-SCR-MINOR-HELD-SW
           PERFORM CHECK-SANCTIONS-HOLD
           MOVE WS-SCR-HELD-SW TO WS-SCR-SANC-HELD-SW
           PERFORM CHECK-MINOR-HOLD
           IF WS-SCR-PERSON-HELD
               ADD 1 TO WS-PERSONS-HELD
               PERFORM NOTE-HELD-PERSON
           END-IF
           EXIT.

       NOTE-HELD-PERSON.
           EVALUATE TRUE
               WHEN WS-SCR-SANCTIONS-HELD AND WS-SCR-MINOR-HELD
                   MOVE 'SANCTIONS+MINOR' TO WS-HL-REASON-WORK
               WHEN WS-SCR-SANCTIONS-HELD
                   MOVE 'SANCTIONS' TO WS-HL-REASON-WORK
               WHEN OTHER
                   MOVE 'MINOR' TO WS-HL-REASON-WORK
           END-EVALUATE
           IF WS-HL-COUNT < WS-HL-MAX
               ADD 1 TO WS-HL-COUNT
               MOVE WS-HL-REASON-WORK TO WS-HL-REASON(WS-HL-COUNT)
               MOVE WS-SCR-LAST-NAME TO WS-HL-LAST-NAME(WS-HL-COUNT)
               MOVE WS-SCR-FIRST-NAME
                   TO WS-HL-FIRST-NAME(WS-HL-COUNT)
               MOVE WS-SCR-BIRTH-DATE
                   TO WS-HL-BIRTH-DATE(WS-HL-COUNT)
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * IS THE PERSON IN THE WS-SCR FIELDS UNDER THE AGE OF
      * MAJORITY ON THE EFFECTIVE DATE - AND IF SO, MARK THEM A
      * MINOR CUSTOMER ON THE PERSON TABLE, SO THE MONTHLY
      * CBPERMNR PASS FINDS THEM.
      *-----------------------------------------------------------*
       MARK-MINOR-CUSTOMER.
           MOVE 'N' TO WS-SCR-MINOR-SW
           IF WS-SCR-BIRTH-DATE(1:4) NUMERIC
               MOVE WS-SCR-BIRTH-DATE(1:4) TO WS-MAJ-YYYY
               ADD WS-AGE-OF-MAJORITY TO WS-MAJ-YYYY
               MOVE WS-SCR-BIRTH-DATE(6:2) TO WS-MAJ-MM
               MOVE WS-SCR-BIRTH-DATE(9:2) TO WS-MAJ-DD
               IF WS-MAJORITY-DATE > WS-EFFECTIVE-DATE
                   MOVE 'Y' TO WS-SCR-MINOR-SW
               END-IF
           END-IF

           IF WS-SCR-PERSON-MINOR
               EXEC SQL
                   UPDATE PERSON
                       SET CUSTOMER_TYPE = :WS-CUSTOMER-TYPE-MINOR
                       WHERE FIRST_NAME = :WS-SCR-FIRST-NAME
                         AND LAST_NAME = :WS-SCR-LAST-NAME
                         AND BIRTH_DATE = :WS-SCR-BIRTH-DATE
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   ADD 1 TO WS-SQL-ERROR-COUNT
                   DISPLAY 'CBPERRCY - SQL MINOR MARK FAILED, '
                           'SQLCODE=' SQLCODE ' FOR '
                           WS-SCR-FIRST-NAME ' ' WS-SCR-LAST-NAME
               END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * A SANCTIONS HOLD ALREADY OPEN KEEPS THE PERSON HELD, AND
      * IS MARKED SO THE RELEASE KNOWS THIS LOAD KEPT THEM OFF
      * THE EXTRACT. OTHERWISE THE PERSON IS SCORED AGAINST THE
      * WATCHLIST: A HIT IS HELD AND GOES ON THE HOLD FILE FOR
      * COMPLIANCE - UNLESS COMPLIANCE ALREADY CLEARED THE PERSON
      * AGAINST THAT SAME LIST ENTRY.
      *-----------------------------------------------------------*
       CHECK-SANCTIONS-HOLD.
           MOVE WS-SCR-KEY TO HD-NAME-DOB-KEY
           MOVE 'S' TO HD-HOLD-REASON
           MOVE 'N' TO WS-HOLD-FOUND-SW
           READ HOLD-FILE
               KEY IS HD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLD-FOUND-SW
           END-READ

           IF WS-HOLD-ON-FILE AND HD-HOLD-IS-OPEN
               MOVE 'Y' TO WS-SCR-HELD-SW
               MOVE 'Y' TO HD-EXTRACT-WITHHELD
               MOVE WS-SCR-SOURCE TO HD-SOURCE-SYSTEM
               REWRITE HOLD-RECORD
                   INVALID KEY
                       ADD 1 TO WS-HOLD-WRITE-ERRORS
                       DISPLAY 'CBPERRCY - HOLD REWRITE FAILED '
                               'FOR KEY ' WS-SCR-KEY
               END-REWRITE
           ELSE
               PERFORM SCORE-AGAINST-WATCHLIST
               IF WS-BEST-SCORE >= WS-HIT-FLOOR
                   IF NOT WS-HOLD-ON-FILE
                       MOVE 'Y' TO WS-SCR-HELD-SW
                       PERFORM BUILD-SANCTIONS-HOLD
                       WRITE HOLD-RECORD
                           INVALID KEY
                               ADD 1 TO WS-HOLD-WRITE-ERRORS
                               DISPLAY 'CBPERRCY - HOLD WRITE FAILED '
                                       'FOR KEY ' WS-SCR-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-HOLDS-PLACED
                       END-WRITE
                   ELSE
                       IF HD-LIST-ID NOT = WS-WL-LIST-ID(WS-BEST-NDX)
                           MOVE 'Y' TO WS-SCR-HELD-SW
                           PERFORM BUILD-SANCTIONS-HOLD
                           REWRITE HOLD-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-HOLD-WRITE-ERRORS
                                   DISPLAY 'CBPERRCY - HOLD REWRITE '
                                           'FAILED FOR KEY '
                                           WS-SCR-KEY
                               NOT INVALID KEY
                                   ADD 1 TO WS-HOLDS-PLACED
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * A MINOR IS MARKED AS SUCH ON THE PERSON TABLE AND HELD
      * UNDER A MINOR HOLD OF THEIR OWN, ALONGSIDE ANY SANCTIONS
      * HOLD, SO EACH IS CLEARED ON ITS OWN. A MINOR HOLD ALREADY
      * OPEN KEEPS THE PERSON HELD; ONE CLEARED OR RELEASED MEANS
      * CONSENT IS ON RECORD AND THE PERSON GOES OUT.
      *-----------------------------------------------------------*
       CHECK-MINOR-HOLD.
           PERFORM MARK-MINOR-CUSTOMER

           IF WS-SCR-PERSON-MINOR
               MOVE WS-SCR-KEY TO HD-NAME-DOB-KEY
               MOVE 'M' TO HD-HOLD-REASON
               MOVE 'N' TO WS-HOLD-FOUND-SW
               READ HOLD-FILE
                   KEY IS HD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HOLD-FOUND-SW
               END-READ

               EVALUATE TRUE
                   WHEN NOT WS-HOLD-ON-FILE
                       MOVE 'Y' TO WS-SCR-HELD-SW
                       MOVE 'Y' TO WS-SCR-MINOR-HELD-SW
                       ADD 1 TO WS-MINORS-HELD
                       PERFORM BUILD-MINOR-HOLD
                       WRITE HOLD-RECORD
                           INVALID KEY
                               ADD 1 TO WS-HOLD-WRITE-ERRORS
                               DISPLAY 'CBPERRCY - HOLD WRITE FAILED '
                                       'FOR KEY ' WS-SCR-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-MINOR-HOLDS-PLACED
                       END-WRITE
                   WHEN HD-HOLD-IS-OPEN
                       MOVE 'Y' TO WS-SCR-HELD-SW
                       MOVE 'Y' TO WS-SCR-MINOR-HELD-SW
                       ADD 1 TO WS-MINORS-HELD
                       MOVE 'Y' TO HD-EXTRACT-WITHHELD
                       MOVE WS-SCR-SOURCE TO HD-SOURCE-SYSTEM
                       REWRITE HOLD-RECORD
                           INVALID KEY
                               ADD 1 TO WS-HOLD-WRITE-ERRORS
                               DISPLAY 'CBPERRCY - HOLD REWRITE FAILED '
                                       'FOR KEY ' WS-SCR-KEY
                       END-REWRITE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT.

       BUILD-MINOR-HOLD.
           MOVE WS-SCR-KEY TO HD-NAME-DOB-KEY
           MOVE 'M' TO HD-HOLD-REASON
           MOVE WS-SCR-FIRST-NAME TO HD-FIRST-NAME
           MOVE WS-SCR-LAST-NAME TO HD-LAST-NAME
           MOVE WS-SCR-BIRTH-DATE TO HD-BIRTH-DATE
           MOVE 'H' TO HD-HOLD-STATUS
           MOVE WS-SYSTEM-DATE TO HD-HOLD-DATE
           MOVE 'Y' TO HD-EXTRACT-WITHHELD
           MOVE WS-SCR-SOURCE TO HD-SOURCE-SYSTEM
           MOVE SPACES TO HD-LIST-ID
           MOVE ZERO TO HD-MATCH-SCORE
           MOVE 'MINOR - NO CONSENT' TO HD-MATCH-REASON
           MOVE SPACES TO HD-CLEARED-DATE
           MOVE SPACES TO HD-CLEARED-BY
           MOVE SPACES TO HD-RELEASED-DATE
           MOVE WS-MAJORITY-DATE TO HD-MAJORITY-DATE
           EXIT.

       BUILD-SANCTIONS-HOLD.
           MOVE WS-SCR-KEY TO HD-NAME-DOB-KEY
           MOVE 'S' TO HD-HOLD-REASON
           MOVE WS-SCR-FIRST-NAME TO HD-FIRST-NAME
           MOVE WS-SCR-LAST-NAME TO HD-LAST-NAME
           MOVE WS-SCR-BIRTH-DATE TO HD-BIRTH-DATE
           MOVE 'H' TO HD-HOLD-STATUS
           MOVE WS-SYSTEM-DATE TO HD-HOLD-DATE
           MOVE 'Y' TO HD-EXTRACT-WITHHELD
           MOVE WS-SCR-SOURCE TO HD-SOURCE-SYSTEM
           MOVE WS-WL-LIST-ID(WS-BEST-NDX) TO HD-LIST-ID
           MOVE WS-BEST-SCORE TO HD-MATCH-SCORE
           MOVE WS-BEST-REASON TO HD-MATCH-REASON
           MOVE SPACES TO HD-CLEARED-DATE
           MOVE SPACES TO HD-CLEARED-BY
           MOVE SPACES TO HD-RELEASED-DATE
           MOVE SPACES TO HD-MAJORITY-DATE
           EXIT.

      *-----------------------------------------------------------*
      * SCORE THE PERSON AGAINST EVERY WATCHLIST ENTRY AND KEEP
      * THE BEST - EXACTLY AS THE WEEKLY CBPERSCR SCREEN SCORES.
      *-----------------------------------------------------------*
       SCORE-AGAINST-WATCHLIST.
           MOVE ZERO TO WS-BEST-SCORE
           MOVE ZERO TO WS-BEST-NDX
           MOVE SPACES TO WS-BEST-REASON
           PERFORM VARYING WS-WL-NDX FROM 1 BY 1
                   UNTIL WS-WL-NDX > WS-WL-COUNT
               PERFORM SCORE-LIST-ENTRY
               IF WS-MATCH-SCORE > WS-BEST-SCORE
                   MOVE WS-MATCH-SCORE TO WS-BEST-SCORE
                   MOVE WS-MATCH-REASON TO WS-BEST-REASON
                   MOVE WS-WL-NDX TO WS-BEST-NDX
               END-IF
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------*
      * THE BIRTH DATE MUST AGREE AS FAR AS THE LIST KNOWS IT;
      * THEN AN EXACT NAME SCORES 100, TRANSPOSED NAMES 90, SAME
      * LAST NAME WITH A CLOSE FIRST NAME 80, SAME FIRST NAME
      * WITH A CLOSE LAST NAME 70, BOTH MERELY CLOSE 60. A
      * PARTIAL BIRTH-DATE AGREEMENT COSTS THE PENALTY.
      *-----------------------------------------------------------*
       SCORE-LIST-ENTRY.
           MOVE ZERO TO WS-MATCH-SCORE
           MOVE SPACES TO WS-MATCH-REASON
           PERFORM JUDGE-BIRTH-DATE-MATCH
           IF NOT WS-BIRTH-NO-MATCH
               EVALUATE TRUE
                   WHEN WS-SCR-FIRST-NAME =
                               WS-WL-FIRST-NAME(WS-WL-NDX)
                           AND WS-SCR-LAST-NAME =
                               WS-WL-LAST-NAME(WS-WL-NDX)
                       MOVE 100 TO WS-MATCH-SCORE
                       MOVE 'EXACT NAME' TO WS-MATCH-REASON
                   WHEN WS-SCR-FIRST-NAME =
                               WS-WL-LAST-NAME(WS-WL-NDX)
                           AND WS-SCR-LAST-NAME =
                               WS-WL-FIRST-NAME(WS-WL-NDX)
                       MOVE 90 TO WS-MATCH-SCORE
                       MOVE 'NAMES TRANSPOSED' TO WS-MATCH-REASON
                   WHEN WS-SCR-LAST-NAME =
                               WS-WL-LAST-NAME(WS-WL-NDX)
                       MOVE WS-SCR-FIRST-NAME TO WS-LIKE-NAME-1
                       MOVE WS-WL-FIRST-NAME(WS-WL-NDX)
                           TO WS-LIKE-NAME-2
                       PERFORM JUDGE-NAME-SIMILARITY
                       IF WS-NAMES-ARE-SIMILAR
                           MOVE 80 TO WS-MATCH-SCORE
                           MOVE 'FIRST NAME SIMILAR'
                               TO WS-MATCH-REASON
                       END-IF
                   WHEN WS-SCR-FIRST-NAME =
                               WS-WL-FIRST-NAME(WS-WL-NDX)
                       MOVE WS-SCR-LAST-NAME TO WS-LIKE-NAME-1
                       MOVE WS-WL-LAST-NAME(WS-WL-NDX)
                           TO WS-LIKE-NAME-2
                       PERFORM JUDGE-NAME-SIMILARITY
                       IF WS-NAMES-ARE-SIMILAR
                           MOVE 70 TO WS-MATCH-SCORE
                           MOVE 'LAST NAME SIMILAR'
                               TO WS-MATCH-REASON
                       END-IF
                   WHEN OTHER
                       MOVE WS-SCR-LAST-NAME TO WS-LIKE-NAME-1
                       MOVE WS-WL-LAST-NAME(WS-WL-NDX)
                           TO WS-LIKE-NAME-2
                       PERFORM JUDGE-NAME-SIMILARITY
                       IF WS-NAMES-ARE-SIMILAR
                           MOVE WS-SCR-FIRST-NAME TO WS-LIKE-NAME-1
                           MOVE WS-WL-FIRST-NAME(WS-WL-NDX)
                               TO WS-LIKE-NAME-2
                           PERFORM JUDGE-NAME-SIMILARITY
                           IF WS-NAMES-ARE-SIMILAR
                               MOVE 60 TO WS-MATCH-SCORE
                               MOVE 'BOTH NAMES SIMILAR'
                                   TO WS-MATCH-REASON
                           END-IF
                       END-IF
               END-EVALUATE
               IF WS-BIRTH-PARTIAL AND WS-MATCH-SCORE > ZERO
                   SUBTRACT WS-PARTIAL-PENALTY FROM WS-MATCH-SCORE
               END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * EXACT, OR PARTIAL WHEN THE LIST HAS NO DATE, ONLY THE
      * YEAR AND IT AGREES, OR MONTH AND DAY SWAPPED.
      *-----------------------------------------------------------*
       JUDGE-BIRTH-DATE-MATCH.
           MOVE 'N' TO WS-BIRTH-MATCH-SW
           EVALUATE TRUE
               WHEN WS-WL-BIRTH-DATE(WS-WL-NDX) = SPACES
                   MOVE 'P' TO WS-BIRTH-MATCH-SW
               WHEN WS-WL-BIRTH-DATE(WS-WL-NDX) = WS-SCR-BIRTH-DATE
                   MOVE 'E' TO WS-BIRTH-MATCH-SW
               WHEN WS-WL-BIRTH-DATE(WS-WL-NDX)(1:4) NOT =
                       WS-SCR-BIRTH-DATE(1:4)
                   CONTINUE
               WHEN WS-WL-BIRTH-DATE(WS-WL-NDX)(5:6) = SPACES
                   MOVE 'P' TO WS-BIRTH-MATCH-SW
               WHEN WS-WL-BIRTH-DATE(WS-WL-NDX)(5:6) = '-00-00'
                   MOVE 'P' TO WS-BIRTH-MATCH-SW
               WHEN WS-WL-BIRTH-DATE(WS-WL-NDX)(6:2) =
                       WS-SCR-BIRTH-DATE(9:2)
                       AND WS-WL-BIRTH-DATE(WS-WL-NDX)(9:2) =
                       WS-SCR-BIRTH-DATE(6:2)
                   MOVE 'P' TO WS-BIRTH-MATCH-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       MEASURE-NAME-LENGTH.
           MOVE 20 TO WS-LEN-WORK
           PERFORM UNTIL WS-LEN-WORK = ZERO
                   OR WS-LIKE-WORK(WS-LEN-WORK:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LEN-WORK
           END-PERFORM
           EXIT.

       JUDGE-NAME-SIMILARITY.
           MOVE 'N' TO WS-SIMILAR-SW
           MOVE ZERO TO WS-LIKE-PCT

           MOVE WS-LIKE-NAME-1 TO WS-LIKE-WORK
           PERFORM MEASURE-NAME-LENGTH
           MOVE WS-LEN-WORK TO WS-LIKE-LEN-1
           MOVE WS-LIKE-NAME-2 TO WS-LIKE-WORK
           PERFORM MEASURE-NAME-LENGTH
           MOVE WS-LEN-WORK TO WS-LIKE-LEN-2

           IF WS-LIKE-LEN-1 = ZERO OR WS-LIKE-LEN-2 = ZERO
               CONTINUE
           ELSE
               IF WS-LIKE-NAME-1(1:1) NOT = WS-LIKE-NAME-2(1:1)
                   CONTINUE
               ELSE
                   COMPUTE WS-LIKE-LEN-DIFF =
                       WS-LIKE-LEN-1 - WS-LIKE-LEN-2
                   IF WS-LIKE-LEN-DIFF < -2 OR WS-LIKE-LEN-DIFF > 2
                       CONTINUE
                   ELSE
                       PERFORM COUNT-SHARED-CHARACTERS
                       IF WS-LIKE-LEN-1 > WS-LIKE-LEN-2
                           MOVE WS-LIKE-LEN-1 TO WS-LIKE-LEN-MAX
                       ELSE
                           MOVE WS-LIKE-LEN-2 TO WS-LIKE-LEN-MAX
                       END-IF
                       COMPUTE WS-LIKE-PCT =
                           (WS-LIKE-MATCHES * 100) / WS-LIKE-LEN-MAX
                       IF WS-LIKE-PCT >= WS-SIMILARITY-FLOOR
                           MOVE 'Y' TO WS-SIMILAR-SW
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       COUNT-SHARED-CHARACTERS.
           MOVE ZERO TO WS-LIKE-MATCHES
           MOVE WS-LIKE-NAME-2 TO WS-LIKE-WORK
           PERFORM VARYING WS-LIKE-NDX-1 FROM 1 BY 1
                   UNTIL WS-LIKE-NDX-1 > WS-LIKE-LEN-1
               MOVE 'N' TO WS-LIKE-FOUND-SW
               PERFORM VARYING WS-LIKE-NDX-2 FROM 1 BY 1
                       UNTIL WS-LIKE-NDX-2 > WS-LIKE-LEN-2
                       OR WS-LIKE-CHAR-FOUND
                   IF WS-LIKE-WORK(WS-LIKE-NDX-2:1) =
                           WS-LIKE-NAME-1(WS-LIKE-NDX-1:1)
                       MOVE 'Y' TO WS-LIKE-FOUND-SW
                       MOVE LOW-VALUE TO
                           WS-LIKE-WORK(WS-LIKE-NDX-2:1)
                       ADD 1 TO WS-LIKE-MATCHES
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE 'T' TO XT-REC-TYPE
           MOVE WS-EXTRACT-COUNT TO XT-LOADED-COUNT
           WRITE EXTRACT-RECORD
           EXIT.

      *-----------------------------------------------------------*
       FINALIZE-RUN.
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM CUT-FOLLOW-UP-RETURNS
           PERFORM PRINT-CONTROL-REPORT
           PERFORM CLOSE-ALL-FILES
           PERFORM FOLD-AUDIT-TO-HISTORY
           PERFORM SET-RUN-RETURN-CODE
           EXIT.

      *-----------------------------------------------------------*
      * RC 4 TELLS OPERATIONS COMPLIANCE HAS WORK: A NEW HOLD, A
      * HOLD THAT COULD NOT BE WRITTEN, OR PERSONS LOADED WITH NO
      * WATCHLIST TO SCREEN THEM AGAINST.
      *-----------------------------------------------------------*
       SET-RUN-RETURN-CODE.
           IF WS-HOLDS-PLACED > ZERO
                   OR WS-HOLD-WRITE-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT WS-WATCHLIST-IS-PRESENT
                   AND WS-RECORDS-LOADED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * SPLIT THE STAGED FOLLOW-UPS OUT BY SOURCE - ONE PASS OF
      * RECYCLE.RTW PER SOURCE SEEN, EACH CUTTING RCYRET.<SOURCE>
      * UNDER A RECYCLE HEADER AND A TRAILER THE SOURCE CAN COUNT
      * AGAINST. A SOURCE WITH NOTHING CLEARED GETS NO FILE.
      *-----------------------------------------------------------*
       CUT-FOLLOW-UP-RETURNS.
           CLOSE RETURN-WORK-FILE
           PERFORM VARYING WS-RS-NDX FROM 1 BY 1
                   UNTIL WS-RS-NDX > WS-RS-COUNT
               PERFORM CUT-ONE-FOLLOW-UP-RETURN
           END-PERFORM
           EXIT.

       CUT-ONE-FOLLOW-UP-RETURN.
           MOVE SPACES TO WS-RETURN-FILE-NAME
           STRING 'RCYRET.' DELIMITED BY SIZE
                  WS-RS-SOURCE-CODE(WS-RS-NDX) DELIMITED BY SPACE
               INTO WS-RETURN-FILE-NAME
           OPEN OUTPUT SOURCE-RETURN-FILE
           IF WS-RETURN-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERRCY - COULD NOT OPEN '
                       WS-RETURN-FILE-NAME ', STATUS='
                       WS-RETURN-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF
           OPEN INPUT RETURN-WORK-FILE
           IF WS-RTW-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERRCY - COULD NOT REOPEN '
                       'RETURN-WORK-FILE, STATUS='
                       WS-RTW-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               CLOSE SOURCE-RETURN-FILE
               PERFORM ABORT-RUN
           END-IF

           MOVE SPACES TO SOURCE-RETURN-RECORD
           MOVE 'H' TO RT-REC-TYPE
           MOVE WS-RS-SOURCE-CODE(WS-RS-NDX) TO RT-SOURCE-SYSTEM
           MOVE 'R' TO RT-RETURN-KIND
           MOVE WS-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE
           MOVE ZERO TO RT-FEED-EXPECTED
           WRITE SOURCE-RETURN-RECORD

           MOVE ZERO TO WS-RET-RECORDS
           MOVE ZERO TO WS-RET-LOADED
           MOVE ZERO TO WS-RET-UPDATED
           MOVE ZERO TO WS-RET-DELETED
           MOVE 'N' TO EOF
           PERFORM UNTIL END-OF-FILE
               READ RETURN-WORK-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF RW-DETAIL-SOURCE =
                               WS-RS-SOURCE-CODE(WS-RS-NDX)
                           PERFORM WRITE-FOLLOW-UP-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-WORK-FILE

           MOVE SPACES TO SOURCE-RETURN-RECORD
           MOVE 'T' TO RT-REC-TYPE
           MOVE WS-RET-RECORDS TO RT-RECORDS-RETURNED
           MOVE WS-RET-LOADED TO RT-LOADED-COUNT
           MOVE WS-RET-UPDATED TO RT-UPDATED-COUNT
           MOVE WS-RET-DELETED TO RT-DELETED-COUNT
           MOVE ZERO TO RT-DUPLICATE-COUNT
           MOVE ZERO TO RT-REJECTED-COUNT
           MOVE ZERO TO RT-ERROR-COUNT
           MOVE ZERO TO RT-FEED-TRAILER-CNT
           WRITE SOURCE-RETURN-RECORD
           CLOSE SOURCE-RETURN-FILE
           ADD 1 TO WS-FOLLOW-UP-FILES
           EXIT.

       WRITE-FOLLOW-UP-DETAIL.
           MOVE RETURN-WORK-RECORD TO SOURCE-RETURN-RECORD
           WRITE SOURCE-RETURN-RECORD
           ADD 1 TO WS-RET-RECORDS
           EVALUATE TRUE
               WHEN RT-DISP-LOADED
                   ADD 1 TO WS-RET-LOADED
               WHEN RT-DISP-UPDATED
                   ADD 1 TO WS-RET-UPDATED
               WHEN RT-DISP-DELETED
                   ADD 1 TO WS-RET-DELETED
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------*
               DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
           WRITE RECYCLE-REPORT-RECORD

           MOVE SPACES TO RECYCLE-REPORT-RECORD
           STRING 'CONSENTS RETURNED TO FEED    : '
                  WS-CONSENTS-RETURNED
               DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
           WRITE RECYCLE-REPORT-RECORD

           MOVE SPACES TO RECYCLE-REPORT-RECORD
           STRING 'CHRONIC OFFENDERS (2+ TRIES) : '
                  WS-CHRONIC-COUNT
               DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
           WRITE RECYCLE-REPORT-RECORD

           MOVE SPACES TO RECYCLE-REPORT-RECORD
           STRING 'FOLLOW-UPS RETURNED TO SOURCE: '
                  WS-FOLLOW-UPS-QUEUED
               DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
           WRITE RECYCLE-REPORT-RECORD

           MOVE SPACES TO RECYCLE-REPORT-RECORD
           STRING 'SOURCE FOLLOW-UP FILES CUT   : '
                  WS-FOLLOW-UP-FILES
               DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
           WRITE RECYCLE-REPORT-RECORD

           IF WS-FOLLOW-UPS-UNSENT > ZERO
               MOVE SPACES TO RECYCLE-REPORT-RECORD
               STRING 'FOLLOW-UPS NOT RETURNED      : '
                      WS-FOLLOW-UPS-UNSENT
                   DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
               WRITE RECYCLE-REPORT-RECORD
           END-IF

           MOVE SPACES TO RECYCLE-REPORT-RECORD
           STRING 'PERSONS ON RECYCLE.XTR       : '
                  WS-EXTRACT-COUNT
               DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
           WRITE RECYCLE-REPORT-RECORD

           MOVE SPACES TO RECYCLE-REPORT-RECORD
           STRING 'SANCTIONS HOLDS PLACED       : '
                  WS-HOLDS-PLACED
               DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
           WRITE RECYCLE-REPORT-RECORD

           MOVE SPACES TO RECYCLE-REPORT-RECORD
           STRING 'PERSONS HELD FROM EXTRACT    : '
                  WS-PERSONS-HELD
               DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
           WRITE RECYCLE-REPORT-RECORD

           MOVE SPACES TO RECYCLE-REPORT-RECORD
           STRING 'MINOR HOLDS PLACED           : '
                  WS-MINOR-HOLDS-PLACED
               DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
           WRITE RECYCLE-REPORT-RECORD

           MOVE SPACES TO RECYCLE-REPORT-RECORD
           STRING 'MINORS HELD FROM EXTRACT     : '
                  WS-MINORS-HELD
               DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
           WRITE RECYCLE-REPORT-RECORD

           IF WS-HOLD-WRITE-ERRORS > ZERO
               MOVE SPACES TO RECYCLE-REPORT-RECORD
               STRING 'HOLD FILE WRITE ERRORS       : '
                      WS-HOLD-WRITE-ERRORS
                   DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
               WRITE RECYCLE-REPORT-RECORD
           END-IF

           IF NOT WS-WATCHLIST-IS-PRESENT
               MOVE SPACES TO RECYCLE-REPORT-RECORD
               MOVE 'WARNING - NO WATCHLIST - NEW PERSONS NOT SCREENED'
                   TO RECYCLE-REPORT-RECORD
               WRITE RECYCLE-REPORT-RECORD
           END-IF

           PERFORM PRINT-HELD-PERSONS

           DISPLAY 'CBPERRCY - READ=' WS-CORRECTIONS-READ
                   ' LOADED=' WS-RECORDS-LOADED
                   ' UPDATED=' WS-RECORDS-UPDATED
                   ' REJECTED=' WS-RECORDS-REJECTED
                   ' DUPLICATE=' WS-RECORDS-DUPLICATE
                   ' SQL-ERRORS=' WS-SQL-ERROR-COUNT
                   ' HELD=' WS-PERSONS-HELD
           EXIT.

      *-----------------------------------------------------------*
      * NAME EVERY PERSON THE ISSUANCE SCREEN KEPT OFF
      * RECYCLE.XTR, SO DATA CONTROL KNOWS WHICH CORRECTIONS ARE
      * NOW WAITING ON COMPLIANCE RATHER THAN ON THEM.
      *-----------------------------------------------------------*
       PRINT-HELD-PERSONS.
           IF WS-HL-COUNT > ZERO
               MOVE SPACES TO RECYCLE-REPORT-RECORD
               WRITE RECYCLE-REPORT-RECORD
               MOVE 'PERSONS HELD FROM RECYCLE.XTR:'
                   TO RECYCLE-REPORT-RECORD
               WRITE RECYCLE-REPORT-RECORD
               PERFORM VARYING WS-HL-NDX FROM 1 BY 1
                       UNTIL WS-HL-NDX > WS-HL-COUNT
                   MOVE SPACES TO RECYCLE-REPORT-RECORD
                   STRING '  ' WS-HL-REASON(WS-HL-NDX)
                          ' ' WS-HL-LAST-NAME(WS-HL-NDX)
                          ' ' WS-HL-FIRST-NAME(WS-HL-NDX)
                          ' ' WS-HL-BIRTH-DATE(WS-HL-NDX)
                       DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
                   WRITE RECYCLE-REPORT-RECORD
               END-PERFORM
           END-IF
           IF WS-PERSONS-HELD > WS-HL-COUNT
               MOVE SPACES TO RECYCLE-REPORT-RECORD
               STRING 'HELD LIST FULL - TOTAL HELD  : '
                      WS-PERSONS-HELD
                   DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
               WRITE RECYCLE-REPORT-RECORD
           END-IF
           EXIT.

       CLOSE-ALL-FILES.
           CLOSE RECYCLE-AUDIT-FILE
           CLOSE RECYCLE-REPORT-FILE
           CLOSE EXTRACT-FILE
           CLOSE HOLD-FILE
           EXIT.

      *-----------------------------------------------------------*
      * RUN CONTROL. THIS JOB RUNS ONLY FOR A NIGHT WHOSE LOAD
      * CBPERUPP FINISHED AT RC 4 OR BETTER, AND ONLY ONCE PER
      * LOAD - A SECOND CLEAN RUN AGAINST THE SAME EFFECTIVE DATE
      * MEANS NO LOAD HAS RUN SINCE, AND THE FILES IT WOULD READ
      * ARE A PREVIOUS NIGHT'S. A JOB THAT STARTED AND NEVER
      * ENDED, OR ENDED ABOVE RC 4, MAY BE RERUN.
      * A REFUSAL IS LEFT ON RUNCTL.DAT FOR THE MORNING STATUS
      * REPORT AND THE JOB ENDS RC 16 WITHOUT TOUCHING ANYTHING.
      *-----------------------------------------------------------*
       CHECK-RUN-PREREQUISITES.
           ACCEPT WS-RUN-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-CLOCK-TIME FROM TIME
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = '35'
               MOVE 'NO RUN CONTROL FILE - CBPERUPP HAS NEVER RUN'
                   TO WS-RUN-REFUSAL-TEXT
               PERFORM REFUSE-TO-RUN
           END-IF
           IF WS-RUNCTL-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERRCY - COULD NOT OPEN RUN-CONTROL-FILE, '
                       'STATUS=' WS-RUNCTL-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE '00000000' TO RC-EFFECTIVE-DATE
           MOVE 'STREAM' TO RC-JOB-NAME
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'NO STREAM RECORD - CBPERUPP HAS NEVER RUN'
                       TO WS-RUN-REFUSAL-TEXT
                   PERFORM REFUSE-TO-RUN
           END-READ
           MOVE RC-STREAM-EFF-DATE TO WS-RUN-EFFECTIVE-DATE
           MOVE 'CBPERUPP' TO WS-RUN-LOOKUP-JOB
           PERFORM GET-RUN-CONTROL-RECORD
           EVALUATE TRUE
               WHEN NOT WS-RUN-RECORD-FOUND
                   STRING 'CBPERUPP HAS NOT RUN FOR '
                          WS-RUN-EFFECTIVE-DATE
                          DELIMITED BY SIZE INTO WS-RUN-REFUSAL-TEXT
               WHEN NOT RC-RUN-ENDED
                   STRING 'CBPERUPP FOR ' WS-RUN-EFFECTIVE-DATE
                          ' STARTED BUT NEVER ENDED'
                          DELIMITED BY SIZE INTO WS-RUN-REFUSAL-TEXT
               WHEN RC-RETURN-CODE > 4
                   MOVE RC-RETURN-CODE TO WS-RUN-RC-DISPLAY
                   STRING 'CBPERUPP FOR ' WS-RUN-EFFECTIVE-DATE
                          ' ENDED RC ' WS-RUN-RC-DISPLAY
                          ' - ABOVE RC 4'
                          DELIMITED BY SIZE INTO WS-RUN-REFUSAL-TEXT
           END-EVALUATE
           IF WS-RUN-REFUSAL-TEXT NOT = SPACES
               PERFORM REFUSE-TO-RUN
           END-IF
           MOVE WS-RUN-JOB-NAME TO WS-RUN-LOOKUP-JOB
           PERFORM GET-RUN-CONTROL-RECORD
           IF WS-RUN-RECORD-FOUND AND RC-RUN-ENDED
              AND RC-RETURN-CODE <= 4 AND NOT WS-RUN-RERUN-ALLOWED
               MOVE 'Y' TO WS-RUN-ALREADY-SW
               MOVE RC-RETURN-CODE TO WS-RUN-RC-DISPLAY
               STRING 'ALREADY ENDED RC ' WS-RUN-RC-DISPLAY
                      ' FOR ' WS-RUN-EFFECTIVE-DATE
                      ' - NO NEWER LOAD'
                      DELIMITED BY SIZE INTO WS-RUN-REFUSAL-TEXT
               PERFORM REFUSE-TO-RUN
           END-IF
           SET RC-RUN-STARTED TO TRUE
           MOVE WS-RUN-CLOCK-DATE TO RC-START-DATE
           MOVE WS-RUN-CLOCK-TIME(1:6) TO RC-START-TIME
           MOVE SPACES TO RC-END-DATE
           MOVE SPACES TO RC-END-TIME
           MOVE ZERO TO RC-RETURN-CODE
           ADD 1 TO RC-RUN-COUNT
           MOVE SPACES TO RC-MESSAGE
           PERFORM WRITE-OR-REWRITE-RUN-CONTROL
           CLOSE RUN-CONTROL-FILE
           DISPLAY 'CBPERRCY - RUNNING FOR EFFECTIVE DATE '
                   WS-RUN-EFFECTIVE-DATE
           EXIT.

      *-----------------------------------------------------------*
      * THE JOB'S OWN RECORD IS MARKED REFUSED WITH THE REASON -
      * UNLESS IT ALREADY SHOWS A CLEAN RUN FOR THE NIGHT, WHICH
      * IS LEFT STANDING - AND THE JOB STOPS HERE.
      *-----------------------------------------------------------*
       REFUSE-TO-RUN.
           IF WS-RUN-EFFECTIVE-DATE NOT = SPACES
              AND NOT WS-RUN-ALREADY-CLEAN
               MOVE WS-RUN-JOB-NAME TO WS-RUN-LOOKUP-JOB
               PERFORM GET-RUN-CONTROL-RECORD
               SET RC-RUN-REFUSED TO TRUE
               MOVE WS-RUN-CLOCK-DATE TO RC-START-DATE
               MOVE WS-RUN-CLOCK-TIME(1:6) TO RC-START-TIME
               MOVE WS-RUN-CLOCK-DATE TO RC-END-DATE
               MOVE WS-RUN-CLOCK-TIME(1:6) TO RC-END-TIME
               MOVE 16 TO RC-RETURN-CODE
               ADD 1 TO RC-RUN-COUNT
               MOVE WS-RUN-REFUSAL-TEXT TO RC-MESSAGE
               PERFORM WRITE-OR-REWRITE-RUN-CONTROL
           END-IF
           IF WS-RUNCTL-FILE-STATUS NOT = '35'
               CLOSE RUN-CONTROL-FILE
           END-IF
           DISPLAY 'CBPERRCY - PREREQUISITE NOT MET - '
                   WS-RUN-REFUSAL-TEXT
           DISPLAY 'CBPERRCY - JOB REFUSED, NOTHING PROCESSED'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------*
      * READ ONE JOB'S RECORD FOR THE NIGHT. A JOB NOT YET ON
      * FILE COMES BACK AS A CLEARED RECORD UNDER ITS KEY.
      *-----------------------------------------------------------*
       GET-RUN-CONTROL-RECORD.
           MOVE WS-RUN-EFFECTIVE-DATE TO RC-EFFECTIVE-DATE
           MOVE WS-RUN-LOOKUP-JOB TO RC-JOB-NAME
           MOVE 'Y' TO WS-RUN-FOUND-SW
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RUN-FOUND-SW
           END-READ
           IF NOT WS-RUN-RECORD-FOUND
               INITIALIZE RUN-CONTROL-RECORD
               MOVE WS-RUN-EFFECTIVE-DATE TO RC-EFFECTIVE-DATE
               MOVE WS-RUN-LOOKUP-JOB TO RC-JOB-NAME
           END-IF
           EXIT.

       WRITE-OR-REWRITE-RUN-CONTROL.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE
           IF WS-RUNCTL-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERRCY - COULD NOT RECORD RUN CONTROL, '
                       'STATUS=' WS-RUNCTL-FILE-STATUS
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * A DELIBERATE STOP ONCE THE PREREQUISITES HAVE PASSED
      * COMES THROUGH HERE WITH ITS RETURN CODE ALREADY SET, SO
      * THE JOB'S RECORD SHOWS IT ENDED AT THAT CODE RATHER THAN
      * STARTED AND NEVER ENDED.
      *-----------------------------------------------------------*
       ABORT-RUN.
           PERFORM RECORD-RUN-END
           PERFORM CLOSE-ALL-FILES
           STOP RUN.

      *-----------------------------------------------------------*
      * THE JOB'S RECORD IS MARKED ENDED WITH ITS RETURN CODE. AN
      * ABEND NEVER GETS HERE, SO ITS RECORD STAYS STARTED.
      *-----------------------------------------------------------*
       RECORD-RUN-END.
           ACCEPT WS-RUN-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-CLOCK-TIME FROM TIME
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERRCY - COULD NOT OPEN RUN-CONTROL-FILE, '
                       'STATUS=' WS-RUNCTL-FILE-STATUS
                       ' - RUN END NOT RECORDED'
           ELSE
               MOVE WS-RUN-JOB-NAME TO WS-RUN-LOOKUP-JOB
               PERFORM GET-RUN-CONTROL-RECORD
               SET RC-RUN-ENDED TO TRUE
               MOVE WS-RUN-CLOCK-DATE TO RC-END-DATE
               MOVE WS-RUN-CLOCK-TIME(1:6) TO RC-END-TIME
               MOVE RETURN-CODE TO RC-RETURN-CODE
               MOVE SPACES TO RC-MESSAGE
               PERFORM WRITE-OR-REWRITE-RUN-CONTROL
               CLOSE RUN-CONTROL-FILE
           END-IF
           EXIT.
