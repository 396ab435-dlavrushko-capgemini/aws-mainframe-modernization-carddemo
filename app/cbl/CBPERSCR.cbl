      ******************************************************************
      * Program     : CBPERSCR.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Weekly sanctions screening of the person
      *               master. Loads the sanctions watchlist the bank
      *               sends every week (SANCLIST.DAT), walks
      *               PERSMAST.DAT and scores every person against
      *               every listed individual on name and birth date
      *               - the same near-miss name scoring the CBPERDUP
      *               sweep uses, plus a birth date that must agree
      *               exactly or as far as the list knows it. Each
      *               hit is placed on the card-issuance hold file
      *               PERSHOLD.DAT and listed on the hits report
      *               SANCHITS.RPT for compliance, together with
      *               every sanctions hold still open - including the
      *               ones the nightly load placed when it screened a
      *               new person. A held person stays off the
      *               PERSON.XTR issuance extract until compliance
      *               clears them.
      *
      *               Run with PARM='CLEAR' the program instead reads
      *               compliance's clearance file (SANCCLR.DAT) and
      *               clears each named hold, so the next load can
      *               release the person to the extract.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBPERSCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER-FILE ASSIGN TO WS-PERSON-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-NAME-DOB-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT WATCHLIST-FILE ASSIGN TO 'SANCLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'PERSHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT CLEARANCE-FILE ASSIGN TO 'SANCCLR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARANCE-FILE-STATUS.

           SELECT HITS-REPORT-FILE ASSIGN TO 'SANCHITS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER-FILE.
       01  PERSON-MASTER-RECORD.
           05 PM-NAME-DOB-KEY     PIC X(50).
           05 PM-FIRST-NAME       PIC X(20).
           05 PM-LAST-NAME        PIC X(20).
           05 PM-BIRTH-DATE       PIC X(10).

       FD  WATCHLIST-FILE.
           COPY CBPSANCL.

       FD  HOLD-FILE.
           COPY CBPHOLDR.

      *-----------------------------------------------------------*
      * COMPLIANCE'S CLEARANCE DECISIONS - ONE RECORD PER HELD
      * PERSON REVIEWED, NAMED THE WAY THE HITS REPORT NAMES THEM.
      * ACTION 'C' CLEARS THE SANCTIONS HOLD (A FALSE POSITIVE);
      * ANYTHING ELSE LEAVES THE PERSON HELD. THE REVIEWER'S ID
      * GOES ON THE HOLD RECORD WITH THE CLEARANCE DATE.
      *-----------------------------------------------------------*
       FD  CLEARANCE-FILE.
       01  CLEARANCE-RECORD.
           05 CL-FIRST-NAME       PIC X(20).
           05 CL-LAST-NAME        PIC X(20).
           05 CL-BIRTH-DATE       PIC X(10).
           05 CL-ACTION           PIC X(01).
           05 CL-CLEARED-BY       PIC X(08).

       FD  HITS-REPORT-FILE.
       01  HITS-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      * FILE NAMES AND STATUS
      *-----------------------------------------------------------*
       01  WS-PERSON-MASTER-FILE  PIC X(30) VALUE 'PERSMAST.DAT'.

       01  WS-MASTER-FILE-STATUS  PIC X(02).
       01  WS-WATCHLIST-FILE-STATUS PIC X(02).
       01  WS-HOLD-FILE-STATUS    PIC X(02).
       01  WS-CLEARANCE-FILE-STATUS PIC X(02).
       01  WS-REPORT-FILE-STATUS  PIC X(02).

      *-----------------------------------------------------------*
      * RUN MODE - THE SCREEN ITSELF, OR THE CLEARANCE PASS THAT
      * APPLIES COMPLIANCE'S DECISIONS TO THE HOLD FILE.
      *-----------------------------------------------------------*
       01  WS-RUN-MODE-SW         PIC X VALUE 'N'.
           88 WS-CLEAR-MODE                 VALUE 'Y'.

      *-----------------------------------------------------------*
      * SWITCHES
      *-----------------------------------------------------------*
       01  EOF                    PIC X VALUE 'N'.
           88 END-OF-FILE                   VALUE 'Y'.

       01  WS-CLEARANCE-PRESENT-SW PIC X VALUE 'Y'.
           88 WS-CLEARANCE-IS-PRESENT       VALUE 'Y'.

       01  WS-HOLD-FOUND-SW       PIC X VALUE 'N'.
           88 WS-HOLD-ON-FILE               VALUE 'Y'.

      *-----------------------------------------------------------*
      * THE WHOLE WATCHLIST HELD IN STORAGE, NAMES UPPERCASED THE
      * WAY THE LOAD CLEANS THE PERSON MASTER'S NAMES, SO EVERY
      * PERSON IS SCORED AGAINST EVERY LISTED INDIVIDUAL WITHOUT
      * REREADING THE FILE. A LIST PAST THE TABLE LIMIT IS
      * SCREENED ONLY AS FAR AS THE TABLE HOLDS, AND THE REPORT
      * SAYS SO.
      *-----------------------------------------------------------*
       01  WS-WL-MAX              PIC 9(05) VALUE 3000.
       01  WS-WL-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-WL-TABLE.
           05 WS-WL-ENTRY         OCCURS 3000 TIMES.
              10 WS-WL-LIST-ID       PIC X(10).
              10 WS-WL-FIRST-NAME    PIC X(20).
              10 WS-WL-LAST-NAME     PIC X(20).
              10 WS-WL-BIRTH-DATE    PIC X(10).
              10 WS-WL-PROGRAM       PIC X(10).
       01  WS-WL-TRUNCATED-SW     PIC X VALUE 'N'.
           88 WS-WL-TABLE-FULL              VALUE 'Y'.
       01  WS-WL-NDX              PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------*
      * THE PERSON BEING SCREENED AND THE BEST LIST ENTRY FOUND
      * FOR THEM. A PERSON IS A HIT WHEN THEIR BEST SCORE REACHES
      * THE HIT FLOOR.
      *-----------------------------------------------------------*
       01  WS-SCR-FIRST-NAME      PIC X(20) VALUE SPACES.
       01  WS-SCR-LAST-NAME       PIC X(20) VALUE SPACES.
       01  WS-SCR-BIRTH-DATE      PIC X(10) VALUE SPACES.
       01  WS-SCR-KEY             PIC X(50) VALUE SPACES.
       01  WS-MATCH-SCORE         PIC 9(03) VALUE ZERO.
       01  WS-MATCH-REASON        PIC X(20) VALUE SPACES.
       01  WS-BEST-SCORE          PIC 9(03) VALUE ZERO.
       01  WS-BEST-REASON         PIC X(20) VALUE SPACES.
       01  WS-BEST-NDX            PIC 9(05) VALUE ZERO.
       01  WS-HIT-FLOOR           PIC 9(03) VALUE 60.
       01  WS-HIT-STATUS          PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------*
      * BIRTH-DATE AGREEMENT BETWEEN THE PERSON AND A LIST ENTRY -
      * 'E' EXACT, 'P' PARTIAL (THE LIST KNOWS NO DATE OR ONLY THE
      * YEAR, OR MONTH AND DAY ARE TRANSPOSED), 'N' NONE.
      *-----------------------------------------------------------*
       01  WS-BIRTH-MATCH-SW      PIC X VALUE 'N'.
           88 WS-BIRTH-EXACT                VALUE 'E'.
           88 WS-BIRTH-PARTIAL              VALUE 'P'.
           88 WS-BIRTH-NO-MATCH             VALUE 'N'.
       01  WS-PARTIAL-PENALTY     PIC 9(03) VALUE 10.

      *-----------------------------------------------------------*
      * NAME SIMILARITY - TWO NAMES GO IN, THE SHARED-CHARACTER
      * PERCENTAGE COMES OUT. NAMES COUNT AS SIMILAR WHEN THEY
      * START WITH THE SAME LETTER, DIFFER IN LENGTH BY NO MORE
      * THAN TWO, AND SHARE AT LEAST THE FLOOR PERCENTAGE OF
      * THEIR CHARACTERS.
      *-----------------------------------------------------------*
       01  WS-SIM-NAME-1          PIC X(20) VALUE SPACES.
       01  WS-SIM-NAME-2          PIC X(20) VALUE SPACES.
       01  WS-SIM-WORK            PIC X(20) VALUE SPACES.
       01  WS-SIM-LEN-1           PIC 9(02) VALUE ZERO.
       01  WS-SIM-LEN-2           PIC 9(02) VALUE ZERO.
       01  WS-SIM-LEN-MAX         PIC 9(02) VALUE ZERO.
       01  WS-SIM-LEN-DIFF        PIC S9(02) VALUE ZERO.
       01  WS-SIM-MATCHES         PIC 9(02) VALUE ZERO.
       01  WS-SIM-PCT             PIC 9(03) VALUE ZERO.
       01  WS-SIM-NDX-1           PIC 9(02) VALUE ZERO.
       01  WS-SIM-NDX-2           PIC 9(02) VALUE ZERO.
       01  WS-SIM-FOUND-SW        PIC X VALUE 'N'.
           88 WS-SIM-CHAR-FOUND             VALUE 'Y'.
       01  WS-SIMILAR-SW          PIC X VALUE 'N'.
           88 WS-NAMES-ARE-SIMILAR          VALUE 'Y'.
       01  WS-SIMILARITY-FLOOR    PIC 9(03) VALUE 75.
       01  WS-LEN-WORK            PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------*
      * RUN CONTROL TOTALS
      *-----------------------------------------------------------*
       01  WS-LIST-ENTRIES        PIC 9(07) VALUE ZERO.
       01  WS-MASTER-RECORDS      PIC 9(07) VALUE ZERO.
       01  WS-HITS-FOUND          PIC 9(07) VALUE ZERO.
       01  WS-HOLDS-PLACED        PIC 9(07) VALUE ZERO.
       01  WS-HOLDS-STILL-OPEN    PIC 9(07) VALUE ZERO.
       01  WS-HITS-ALREADY-CLEARED PIC 9(07) VALUE ZERO.
       01  WS-OPEN-HOLDS-LISTED   PIC 9(07) VALUE ZERO.
       01  WS-HOLD-WRITE-ERRORS   PIC 9(07) VALUE ZERO.
       01  WS-CLEARANCES-READ     PIC 9(07) VALUE ZERO.
       01  WS-HOLDS-CLEARED       PIC 9(07) VALUE ZERO.
       01  WS-CLEARANCES-NO-HOLD  PIC 9(07) VALUE ZERO.
       01  WS-CLEARANCES-IGNORED  PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * SYSTEM DATE FOR THE HOLD DATES AND THE REPORT HEADING
      *-----------------------------------------------------------*
       01  WS-SYSTEM-DATE         PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05 LK-PARM-LEN          PIC S9(04) COMP.
           05 LK-PARM-TEXT         PIC X(08).

       PROCEDURE DIVISION USING LK-PARM-DATA.

       BEGIN.
           PERFORM INITIALIZE-RUN
           IF WS-CLEAR-MODE
               PERFORM RUN-CLEARANCE-PASS
           ELSE
               PERFORM RUN-SCREEN-PASS
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * PARM='CLEAR' RUNS THE CLEARANCE PASS - ANYTHING ELSE (OR
      * NO PARM AT ALL) RUNS THE SCREEN.
      *-----------------------------------------------------------*
       INITIALIZE-RUN.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN >= 5 AND LK-PARM-TEXT(1:5) = 'CLEAR'
               MOVE 'Y' TO WS-RUN-MODE-SW
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE SCREEN - LOAD THE WATCHLIST, SCORE EVERY PERSON ON
      * THE MASTER AGAINST IT, HOLD THE HITS, THEN LIST EVERY
      * SANCTIONS HOLD STILL WAITING ON COMPLIANCE. A SCREEN THAT
      * PLACED A HOLD OR LEFT ONE OPEN ENDS WITH THE WARNING
      * RETURN CODE SO THE SCHEDULER ROUTES THE REPORT TO
      * COMPLIANCE.
      *-----------------------------------------------------------*
       RUN-SCREEN-PASS.
           PERFORM OPEN-SCREEN-FILES
           PERFORM LOAD-WATCHLIST-TABLE
           MOVE 'N' TO EOF
           PERFORM UNTIL END-OF-FILE
               READ PERSON-MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM SCREEN-ONE-PERSON
               END-READ
           END-PERFORM
           PERFORM LIST-OPEN-HOLDS
           PERFORM PRINT-SCREEN-SUMMARY
           PERFORM CLOSE-SCREEN-FILES
           IF WS-HOLDS-PLACED > ZERO OR WS-OPEN-HOLDS-LISTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE WATCHLIST IS MANDATORY - A SCREEN WITHOUT A LIST
      * WOULD REPORT A CLEAN MASTER IT NEVER CHECKED. THE HOLD
      * FILE IS CREATED THE FIRST TIME THROUGH.
      *-----------------------------------------------------------*
       OPEN-SCREEN-FILES.
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERSCR - COULD NOT OPEN WATCHLIST-FILE, '
                       'STATUS=' WS-WATCHLIST-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PERSON-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERSCR - COULD NOT OPEN '
                       'PERSON-MASTER-FILE, STATUS='
                       WS-MASTER-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-HOLD-FILE

           OPEN OUTPUT HITS-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERSCR - COULD NOT OPEN '
                       'HITS-REPORT-FILE, STATUS='
                       WS-REPORT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'CBPERSCR SANCTIONS SCREENING HITS REPORT - '
                  'RUN DATE ' WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD
           EXIT.

       OPEN-HOLD-FILE.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERSCR - COULD NOT OPEN HOLD-FILE, '
                       'STATUS=' WS-HOLD-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * PULL THE WATCHLIST INTO STORAGE, UPPERCASING THE NAMES SO
      * THEY COMPARE AGAINST THE MASTER'S CLEANED NAMES.
      *-----------------------------------------------------------*
       LOAD-WATCHLIST-TABLE.
           MOVE 'N' TO EOF
           PERFORM UNTIL END-OF-FILE
               READ WATCHLIST-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-ENTRIES
                       IF WS-WL-COUNT < WS-WL-MAX
                           ADD 1 TO WS-WL-COUNT
                           PERFORM TAKE-ONE-LIST-ENTRY
                       ELSE
                           MOVE 'Y' TO WS-WL-TRUNCATED-SW
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF
           CLOSE WATCHLIST-FILE
           IF WS-WL-TABLE-FULL
               DISPLAY 'CBPERSCR - WATCHLIST EXCEEDS SCREEN TABLE OF '
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
           MOVE SL-PROGRAM TO WS-WL-PROGRAM(WS-WL-COUNT)
           EXIT.

      *-----------------------------------------------------------*
      * SCORE ONE PERSON AGAINST THE WHOLE LIST AND KEEP THE BEST
      * ENTRY. A PERSON WHOSE BEST SCORE REACHES THE FLOOR IS A
      * HIT.
      *-----------------------------------------------------------*
       SCREEN-ONE-PERSON.
           ADD 1 TO WS-MASTER-RECORDS
           MOVE PM-FIRST-NAME TO WS-SCR-FIRST-NAME
           MOVE PM-LAST-NAME TO WS-SCR-LAST-NAME
           MOVE PM-BIRTH-DATE TO WS-SCR-BIRTH-DATE
           MOVE PM-NAME-DOB-KEY TO WS-SCR-KEY
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
           IF WS-BEST-SCORE >= WS-HIT-FLOOR
               ADD 1 TO WS-HITS-FOUND
               PERFORM RECORD-SCREEN-HIT
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * JUDGE THE PERSON AGAINST ONE LIST ENTRY. THE BIRTH DATE
      * MUST AGREE AS FAR AS THE LIST KNOWS IT, THEN THE NAMES
      * ARE SCORED THE WAY THE DUPLICATE SWEEP SCORES THEM - AN
      * EXACT NAME, TRANSPOSED NAMES, ONE NAME EXACT AND THE
      * OTHER CLOSE, BOTH MERELY CLOSE. A PARTIAL BIRTH-DATE
      * AGREEMENT COSTS THE PENALTY OFF THE NAME SCORE.
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
                       MOVE WS-SCR-FIRST-NAME TO WS-SIM-NAME-1
                       MOVE WS-WL-FIRST-NAME(WS-WL-NDX)
                           TO WS-SIM-NAME-2
                       PERFORM JUDGE-NAME-SIMILARITY
                       IF WS-NAMES-ARE-SIMILAR
                           MOVE 80 TO WS-MATCH-SCORE
                           MOVE 'FIRST NAME SIMILAR'
                               TO WS-MATCH-REASON
                       END-IF
                   WHEN WS-SCR-FIRST-NAME =
                               WS-WL-FIRST-NAME(WS-WL-NDX)
                       MOVE WS-SCR-LAST-NAME TO WS-SIM-NAME-1
                       MOVE WS-WL-LAST-NAME(WS-WL-NDX)
                           TO WS-SIM-NAME-2
                       PERFORM JUDGE-NAME-SIMILARITY
                       IF WS-NAMES-ARE-SIMILAR
                           MOVE 70 TO WS-MATCH-SCORE
                           MOVE 'LAST NAME SIMILAR'
                               TO WS-MATCH-REASON
                       END-IF
                   WHEN OTHER
                       MOVE WS-SCR-LAST-NAME TO WS-SIM-NAME-1
                       MOVE WS-WL-LAST-NAME(WS-WL-NDX)
                           TO WS-SIM-NAME-2
                       PERFORM JUDGE-NAME-SIMILARITY
                       IF WS-NAMES-ARE-SIMILAR
                           MOVE WS-SCR-FIRST-NAME TO WS-SIM-NAME-1
                           MOVE WS-WL-FIRST-NAME(WS-WL-NDX)
                               TO WS-SIM-NAME-2
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
      * THE LIST'S BIRTH DATE AGAINST THE PERSON'S - EXACT, OR
      * PARTIAL WHEN THE LIST HAS NO DATE, HAS THE YEAR ALONE AND
      * IT AGREES, OR HAS MONTH AND DAY SWAPPED (THE COMMONEST
      * KEYING SLIP BETWEEN DATE CONVENTIONS).
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

      *-----------------------------------------------------------*
      * A HIT GOES ON THE HOLD FILE UNLESS COMPLIANCE ALREADY
      * CLEARED THE PERSON AGAINST THE SAME LIST ENTRY - A HIT ON
      * A DIFFERENT ENTRY THAN THE ONE CLEARED IS A NEW QUESTION
      * AND PUTS THE HOLD BACK ON. A PERSON ALREADY HELD STAYS
      * HELD. EVERY HIT IS REPORTED WHATEVER HAPPENED TO IT.
      *-----------------------------------------------------------*
       RECORD-SCREEN-HIT.
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

           EVALUATE TRUE
               WHEN NOT WS-HOLD-ON-FILE
                   PERFORM BUILD-SCREEN-HOLD
                   MOVE 'N' TO HD-EXTRACT-WITHHELD
                   MOVE SPACES TO HD-SOURCE-SYSTEM
                   WRITE HOLD-RECORD
                       INVALID KEY
                           ADD 1 TO WS-HOLD-WRITE-ERRORS
                           DISPLAY 'CBPERSCR - HOLD WRITE FAILED '
                                   'FOR KEY ' WS-SCR-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-HOLDS-PLACED
                   END-WRITE
                   MOVE 'NEW HOLD' TO WS-HIT-STATUS
               WHEN HD-HOLD-IS-OPEN
                   ADD 1 TO WS-HOLDS-STILL-OPEN
                   MOVE 'ALREADY HELD' TO WS-HIT-STATUS
               WHEN HD-LIST-ID = WS-WL-LIST-ID(WS-BEST-NDX)
                   ADD 1 TO WS-HITS-ALREADY-CLEARED
                   MOVE 'CLEARED PREVIOUSLY' TO WS-HIT-STATUS
               WHEN OTHER
                   PERFORM BUILD-SCREEN-HOLD
                   MOVE 'N' TO HD-EXTRACT-WITHHELD
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           ADD 1 TO WS-HOLD-WRITE-ERRORS
                           DISPLAY 'CBPERSCR - HOLD REWRITE FAILED '
                                   'FOR KEY ' WS-SCR-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-HOLDS-PLACED
                   END-REWRITE
                   MOVE 'RE-HELD NEW ENTRY' TO WS-HIT-STATUS
           END-EVALUATE
           PERFORM WRITE-HIT-LINES
           EXIT.

       BUILD-SCREEN-HOLD.
           MOVE WS-SCR-KEY TO HD-NAME-DOB-KEY
           MOVE 'S' TO HD-HOLD-REASON
           MOVE WS-SCR-FIRST-NAME TO HD-FIRST-NAME
           MOVE WS-SCR-LAST-NAME TO HD-LAST-NAME
           MOVE WS-SCR-BIRTH-DATE TO HD-BIRTH-DATE
           MOVE 'H' TO HD-HOLD-STATUS
           MOVE WS-SYSTEM-DATE TO HD-HOLD-DATE
           MOVE WS-WL-LIST-ID(WS-BEST-NDX) TO HD-LIST-ID
           MOVE WS-BEST-SCORE TO HD-MATCH-SCORE
           MOVE WS-BEST-REASON TO HD-MATCH-REASON
           MOVE SPACES TO HD-CLEARED-DATE
           MOVE SPACES TO HD-CLEARED-BY
           MOVE SPACES TO HD-RELEASED-DATE
           MOVE SPACES TO HD-MAJORITY-DATE
           EXIT.

      *-----------------------------------------------------------*
      * TWO LINES PER HIT - THE PERSON AS THE MASTER HAS THEM AND
      * THE LIST ENTRY THEY MATCHED, SO COMPLIANCE CAN JUDGE THE
      * PAIR WITHOUT LOOKING EITHER SIDE UP.
      *-----------------------------------------------------------*
       WRITE-HIT-LINES.
           MOVE SPACES TO HITS-REPORT-RECORD
           STRING WS-HIT-STATUS DELIMITED BY SIZE
                  ' SCORE ' DELIMITED BY SIZE
                  WS-BEST-SCORE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BEST-REASON DELIMITED BY SIZE
                  ' PERSON: ' DELIMITED BY SIZE
                  WS-SCR-LAST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SCR-FIRST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SCR-BIRTH-DATE DELIMITED BY SIZE
               INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING '                     LIST ENTRY '
                  DELIMITED BY SIZE
                  WS-WL-LIST-ID(WS-BEST-NDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-WL-PROGRAM(WS-BEST-NDX) DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  WS-WL-LAST-NAME(WS-BEST-NDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-WL-FIRST-NAME(WS-BEST-NDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-WL-BIRTH-DATE(WS-BEST-NDX) DELIMITED BY SIZE
               INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * EVERY SANCTIONS HOLD STILL OPEN, WHOEVER PLACED IT - THE
      * NIGHTLY LOAD HOLDS NEW PERSONS AS IT SCREENS THEM, AND
      * COMPLIANCE WORKS THIS LIST AS ITS OPEN QUEUE. A HOLD THE
      * LOAD PLACED SAYS SO BY NAMING THE SOURCE THAT SENT THE
      * PERSON AND THAT THE CARD WAS KEPT OFF THE EXTRACT.
      *-----------------------------------------------------------*
       LIST-OPEN-HOLDS.
           MOVE SPACES TO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD
           MOVE SPACES TO HITS-REPORT-RECORD
           MOVE 'SANCTIONS HOLDS OPEN AWAITING COMPLIANCE REVIEW'
               TO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           MOVE LOW-VALUES TO HD-KEY
           START HOLD-FILE KEY IS >= HD-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF
               NOT INVALID KEY
                   MOVE 'N' TO EOF
           END-START
           PERFORM UNTIL END-OF-FILE
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF HD-SANCTIONS-HOLD AND HD-HOLD-IS-OPEN
                           PERFORM WRITE-OPEN-HOLD-LINE
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       WRITE-OPEN-HOLD-LINE.
           ADD 1 TO WS-OPEN-HOLDS-LISTED
           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'HELD SINCE ' DELIMITED BY SIZE
                  HD-HOLD-DATE DELIMITED BY SIZE
                  ' SCORE ' DELIMITED BY SIZE
                  HD-MATCH-SCORE DELIMITED BY SIZE
                  ' LIST ' DELIMITED BY SIZE
                  HD-LIST-ID DELIMITED BY SIZE
                  ' PERSON: ' DELIMITED BY SIZE
                  HD-LAST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HD-FIRST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HD-BIRTH-DATE DELIMITED BY SIZE
                  ' SRC ' DELIMITED BY SIZE
                  HD-SOURCE-SYSTEM DELIMITED BY SIZE
                  ' OFF EXTRACT ' DELIMITED BY SIZE
                  HD-EXTRACT-WITHHELD DELIMITED BY SIZE
               INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD
           EXIT.

       PRINT-SCREEN-SUMMARY.
           MOVE SPACES TO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'WATCHLIST ENTRIES READ       : '
                  WS-LIST-ENTRIES
               DELIMITED BY SIZE INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'MASTER RECORDS SCREENED      : '
                  WS-MASTER-RECORDS
               DELIMITED BY SIZE INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'WATCHLIST HITS FOUND         : '
                  WS-HITS-FOUND
               DELIMITED BY SIZE INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'NEW HOLDS PLACED             : '
                  WS-HOLDS-PLACED
               DELIMITED BY SIZE INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'HITS ALREADY HELD            : '
                  WS-HOLDS-STILL-OPEN
               DELIMITED BY SIZE INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'HITS CLEARED PREVIOUSLY      : '
                  WS-HITS-ALREADY-CLEARED
               DELIMITED BY SIZE INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'SANCTIONS HOLDS OPEN         : '
                  WS-OPEN-HOLDS-LISTED
               DELIMITED BY SIZE INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'HOLD FILE WRITE ERRORS       : '
                  WS-HOLD-WRITE-ERRORS
               DELIMITED BY SIZE INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           IF WS-WL-TABLE-FULL
               MOVE SPACES TO HITS-REPORT-RECORD
               STRING 'WARNING - WATCHLIST EXCEEDED SCREEN TABLE - '
                      'SCREEN IS PARTIAL'
                   DELIMITED BY SIZE INTO HITS-REPORT-RECORD
               WRITE HITS-REPORT-RECORD
           END-IF

           DISPLAY 'CBPERSCR - LIST=' WS-LIST-ENTRIES
                   ' SCREENED=' WS-MASTER-RECORDS
                   ' HITS=' WS-HITS-FOUND
                   ' NEW-HOLDS=' WS-HOLDS-PLACED
                   ' OPEN-HOLDS=' WS-OPEN-HOLDS-LISTED
           EXIT.

       CLOSE-SCREEN-FILES.
           CLOSE PERSON-MASTER-FILE
           CLOSE HOLD-FILE
           CLOSE HITS-REPORT-FILE
           EXIT.

      *-----------------------------------------------------------*
      * THE CLEARANCE PASS - READ COMPLIANCE'S DECISIONS AND
      * CLEAR EACH NAMED SANCTIONS HOLD. THE HOLD IS NOT DELETED:
      * IT STAYS ON FILE AS 'C' WITH WHO CLEARED IT AND WHEN, SO
      * THE NEXT LOAD CAN RELEASE THE PERSON AND THE NEXT SCREEN
      * DOES NOT HOLD THEM AGAIN ON THE SAME LIST ENTRY.
      *-----------------------------------------------------------*
       RUN-CLEARANCE-PASS.
           PERFORM OPEN-CLEARANCE-FILES
           PERFORM UNTIL END-OF-FILE
               READ CLEARANCE-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM PROCESS-ONE-CLEARANCE
               END-READ
           END-PERFORM
           PERFORM PRINT-CLEARANCE-SUMMARY
           PERFORM CLOSE-CLEARANCE-FILES
           IF WS-CLEARANCES-NO-HOLD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       OPEN-CLEARANCE-FILES.
           OPEN INPUT CLEARANCE-FILE
           IF WS-CLEARANCE-FILE-STATUS = '35'
               DISPLAY 'CBPERSCR - NO SANCCLR.DAT CLEARANCE FILE '
                       '- NOTHING TO CLEAR'
               MOVE 'Y' TO EOF
               MOVE 'N' TO WS-CLEARANCE-PRESENT-SW
           ELSE
               IF WS-CLEARANCE-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERSCR - COULD NOT OPEN '
                           'CLEARANCE-FILE, STATUS='
                           WS-CLEARANCE-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM OPEN-HOLD-FILE

           OPEN OUTPUT HITS-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERSCR - COULD NOT OPEN '
                       'HITS-REPORT-FILE, STATUS='
                       WS-REPORT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'CBPERSCR SANCTIONS CLEARANCE PASS - RUN DATE '
                  WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * ONE DECISION - THE PERSON IS NAMED BY THE SAME CLEANED
      * NAME/BIRTH-DATE KEY THE MASTER AND THE HOLD FILE USE.
      * ONLY AN OPEN HOLD CAN BE CLEARED; A NAME WITH NO HOLD ON
      * FILE IS REPORTED SO COMPLIANCE CAN CHECK WHAT WAS KEYED.
      *-----------------------------------------------------------*
       PROCESS-ONE-CLEARANCE.
           ADD 1 TO WS-CLEARANCES-READ
           INSPECT CL-FIRST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT CL-LAST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-SCR-KEY
           STRING CL-LAST-NAME DELIMITED BY SIZE
                  CL-FIRST-NAME DELIMITED BY SIZE
                  CL-BIRTH-DATE DELIMITED BY SIZE
               INTO WS-SCR-KEY
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

           EVALUATE TRUE
               WHEN NOT WS-HOLD-ON-FILE
                   ADD 1 TO WS-CLEARANCES-NO-HOLD
                   MOVE 'NO HOLD ON FILE' TO WS-HIT-STATUS
               WHEN CL-ACTION NOT = 'C'
                   ADD 1 TO WS-CLEARANCES-IGNORED
                   MOVE 'LEFT HELD' TO WS-HIT-STATUS
               WHEN NOT HD-HOLD-IS-OPEN
                   ADD 1 TO WS-CLEARANCES-IGNORED
                   MOVE 'ALREADY CLEARED' TO WS-HIT-STATUS
               WHEN OTHER
                   MOVE 'C' TO HD-HOLD-STATUS
                   MOVE WS-SYSTEM-DATE TO HD-CLEARED-DATE
                   MOVE CL-CLEARED-BY TO HD-CLEARED-BY
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           ADD 1 TO WS-HOLD-WRITE-ERRORS
                           MOVE 'REWRITE FAILED' TO WS-HIT-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-HOLDS-CLEARED
                           MOVE 'CLEARED' TO WS-HIT-STATUS
                   END-REWRITE
           END-EVALUATE

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING WS-HIT-STATUS DELIMITED BY SIZE
                  ' PERSON: ' DELIMITED BY SIZE
                  CL-LAST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CL-FIRST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CL-BIRTH-DATE DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  CL-CLEARED-BY DELIMITED BY SIZE
               INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD
           EXIT.

       PRINT-CLEARANCE-SUMMARY.
           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'CLEARANCE RECORDS READ       : '
                  WS-CLEARANCES-READ
               DELIMITED BY SIZE INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'HOLDS CLEARED                : '
                  WS-HOLDS-CLEARED
               DELIMITED BY SIZE INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'NAMES WITH NO HOLD ON FILE   : '
                  WS-CLEARANCES-NO-HOLD
               DELIMITED BY SIZE INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           MOVE SPACES TO HITS-REPORT-RECORD
           STRING 'DECISIONS NOT ACTIONED       : '
                  WS-CLEARANCES-IGNORED
               DELIMITED BY SIZE INTO HITS-REPORT-RECORD
           WRITE HITS-REPORT-RECORD

           DISPLAY 'CBPERSCR - CLEARANCES=' WS-CLEARANCES-READ
                   ' CLEARED=' WS-HOLDS-CLEARED
                   ' NO-HOLD=' WS-CLEARANCES-NO-HOLD
                   ' NOT-ACTIONED=' WS-CLEARANCES-IGNORED
           EXIT.

       CLOSE-CLEARANCE-FILES.
           IF WS-CLEARANCE-IS-PRESENT
               CLOSE CLEARANCE-FILE
           END-IF
           CLOSE HOLD-FILE
           CLOSE HITS-REPORT-FILE
           EXIT.

      *-----------------------------------------------------------*
      * HOW LONG A NAME REALLY IS - THE POSITION OF ITS LAST
      * NON-SPACE CHARACTER.
      *-----------------------------------------------------------*
       MEASURE-NAME-LENGTH.
           MOVE 20 TO WS-LEN-WORK
           PERFORM UNTIL WS-LEN-WORK = ZERO
                   OR WS-SIM-WORK(WS-LEN-WORK:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LEN-WORK
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------*
      * JUDGE TWO NAMES FOR SIMILARITY - SAME FIRST LETTER, CLOSE
      * IN LENGTH, AND SHARING MOST OF THEIR CHARACTERS. EACH
      * CHARACTER OF THE FIRST NAME CLAIMS AT MOST ONE CHARACTER
      * OF THE SECOND, SO DOUBLED LETTERS CANNOT INFLATE THE
      * SCORE.
      *-----------------------------------------------------------*
       JUDGE-NAME-SIMILARITY.
           MOVE 'N' TO WS-SIMILAR-SW
           MOVE ZERO TO WS-SIM-PCT

           MOVE WS-SIM-NAME-1 TO WS-SIM-WORK
           PERFORM MEASURE-NAME-LENGTH
           MOVE WS-LEN-WORK TO WS-SIM-LEN-1
           MOVE WS-SIM-NAME-2 TO WS-SIM-WORK
           PERFORM MEASURE-NAME-LENGTH
           MOVE WS-LEN-WORK TO WS-SIM-LEN-2

           IF WS-SIM-LEN-1 = ZERO OR WS-SIM-LEN-2 = ZERO
               CONTINUE
           ELSE
               IF WS-SIM-NAME-1(1:1) NOT = WS-SIM-NAME-2(1:1)
                   CONTINUE
               ELSE
                   COMPUTE WS-SIM-LEN-DIFF =
                       WS-SIM-LEN-1 - WS-SIM-LEN-2
                   IF WS-SIM-LEN-DIFF < -2 OR WS-SIM-LEN-DIFF > 2
                       CONTINUE
                   ELSE
                       PERFORM COUNT-SHARED-CHARACTERS
                       IF WS-SIM-LEN-1 > WS-SIM-LEN-2
                           MOVE WS-SIM-LEN-1 TO WS-SIM-LEN-MAX
                       ELSE
                           MOVE WS-SIM-LEN-2 TO WS-SIM-LEN-MAX
                       END-IF
                       COMPUTE WS-SIM-PCT =
                           (WS-SIM-MATCHES * 100) / WS-SIM-LEN-MAX
                       IF WS-SIM-PCT >= WS-SIMILARITY-FLOOR
                           MOVE 'Y' TO WS-SIMILAR-SW
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       COUNT-SHARED-CHARACTERS.
           MOVE ZERO TO WS-SIM-MATCHES
           MOVE WS-SIM-NAME-2 TO WS-SIM-WORK
           PERFORM VARYING WS-SIM-NDX-1 FROM 1 BY 1
                   UNTIL WS-SIM-NDX-1 > WS-SIM-LEN-1
               MOVE 'N' TO WS-SIM-FOUND-SW
               PERFORM VARYING WS-SIM-NDX-2 FROM 1 BY 1
                       UNTIL WS-SIM-NDX-2 > WS-SIM-LEN-2
                       OR WS-SIM-CHAR-FOUND
                   IF WS-SIM-WORK(WS-SIM-NDX-2:1) =
                           WS-SIM-NAME-1(WS-SIM-NDX-1:1)
                       MOVE 'Y' TO WS-SIM-FOUND-SW
                       MOVE LOW-VALUE TO
                           WS-SIM-WORK(WS-SIM-NDX-2:1)
                       ADD 1 TO WS-SIM-MATCHES
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.
