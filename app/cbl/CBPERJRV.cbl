      ******************************************************************
      * Program     : CBPERJRV.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Weekly review of who looked at whom. Reads the
      *               ACCJRNL.DAT access journal the CPIQ inquiry and
      *               CPMT maintenance screens write, over the review
      *               window (PARM = days to review, default 7), and
      *               reports each operator's volume - inquiries,
      *               browse pages, persons browsed past, maintenance
      *               actions. It flags the patterns audit wants
      *               looked at: a browse run on past a set number of
      *               pages without a stop (walking the master),
      *               access outside business hours or at the
      *               weekend, and an operator looking up the same
      *               person again and again. Flagged entries are
      *               listed on ACCREVW.RPT with the operator,
      *               terminal and time, for the supervisor to
      *               follow up.
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
       PROGRAM-ID. CBPERJRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-JOURNAL-FILE ASSIGN TO 'ACCJRNL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-KEY
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT ACCESS-REVIEW-FILE ASSIGN TO 'ACCREVW.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-JOURNAL-FILE.
           COPY CBPACCJR.

       FD  ACCESS-REVIEW-FILE.
       01  ACCESS-REVIEW-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      * FILE STATUS
      *-----------------------------------------------------------*
       01  WS-JOURNAL-FILE-STATUS PIC X(02).
       01  WS-REPORT-FILE-STATUS  PIC X(02).

      *-----------------------------------------------------------*
      * SWITCHES
      *-----------------------------------------------------------*
       01  EOF                    PIC X VALUE 'N'.
           88 END-OF-FILE                   VALUE 'Y'.

       01  WS-JOURNAL-PRESENT-SW  PIC X VALUE 'Y'.
           88 WS-JOURNAL-IS-PRESENT         VALUE 'Y'.

       01  WS-AFTER-HOURS-SW      PIC X VALUE 'N'.
           88 WS-OUTSIDE-BUSINESS-HOURS     VALUE 'Y'.

      *-----------------------------------------------------------*
      * REVIEW WINDOW - DAYS BACK FROM TODAY, OFF THE PARM. AN
      * ENTRY WHOSE ACCESS DATE FALLS INSIDE THE WINDOW (TODAY
      * COUNTS AS ITS LAST DAY) IS REVIEWED.
      *-----------------------------------------------------------*
       01  WS-REVIEW-DAYS         PIC 9(03) VALUE 7.
       01  WS-PARM-DAYS           PIC X(03) VALUE SPACES.
       01  WS-WINDOW-START-NBR    PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * WHAT COUNTS AS UNUSUAL. A BROWSE IS FLAGGED THE MOMENT IT
      * REACHES THE PAGE LIMIT WITHOUT A STOP; BUSINESS HOURS ARE
      * MONDAY TO FRIDAY, 07:00 UP TO 19:00; AN OPERATOR IS
      * FLAGGED FOR A PERSON THEY LOOKED UP AT LEAST THE REPEAT
      * LIMIT OF TIMES IN THE WINDOW.
      *-----------------------------------------------------------*
       01  WS-LONG-BROWSE-PAGES   PIC 9(04) VALUE 10.
       01  WS-BUSINESS-DAY-START  PIC X(06) VALUE '070000'.
       01  WS-BUSINESS-DAY-END    PIC X(06) VALUE '190000'.
       01  WS-REPEAT-VIEW-LIMIT   PIC 9(05) VALUE 3.

      *-----------------------------------------------------------*
      * DAY-NUMBER ARITHMETIC WORK AREAS - A CCYYMMDD DATE GOES
      * IN, A RUNNING DAY COUNT COMES OUT, SO TWO DATES SUBTRACT
      * DIRECTLY. DAY ONE IS A MONDAY, SO THE REMAINDER OF THE
      * DAYS GONE BY OVER SEVEN GIVES THE DAY OF THE WEEK.
      *-----------------------------------------------------------*
       01  WS-CNV-DATE            PIC X(08) VALUE SPACES.
       01  WS-CNV-YYYY            PIC 9(04) VALUE ZERO.
       01  WS-CNV-MM              PIC 9(02) VALUE ZERO.
       01  WS-CNV-DD              PIC 9(02) VALUE ZERO.
       01  WS-CNV-PRIOR-YEAR      PIC 9(04) VALUE ZERO.
       01  WS-CNV-LEAP-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-CNV-DAY-NBR         PIC 9(07) VALUE ZERO.
       01  WS-LY-REM-4            PIC 9(04) VALUE ZERO.
       01  WS-LY-REM-100          PIC 9(04) VALUE ZERO.
       01  WS-LY-REM-400          PIC 9(04) VALUE ZERO.
       01  WS-LY-QUO              PIC 9(04) VALUE ZERO.
       01  WS-LEAP-YEAR-SW        PIC X VALUE 'N'.
           88 WS-LEAP-YEAR                  VALUE 'Y'.

       01  WS-DAYS-BEFORE-VALUES.
           05 FILLER              PIC 9(03) VALUE 000.
           05 FILLER              PIC 9(03) VALUE 031.
           05 FILLER              PIC 9(03) VALUE 059.
           05 FILLER              PIC 9(03) VALUE 090.
           05 FILLER              PIC 9(03) VALUE 120.
           05 FILLER              PIC 9(03) VALUE 151.
           05 FILLER              PIC 9(03) VALUE 181.
           05 FILLER              PIC 9(03) VALUE 212.
           05 FILLER              PIC 9(03) VALUE 243.
           05 FILLER              PIC 9(03) VALUE 273.
           05 FILLER              PIC 9(03) VALUE 304.
           05 FILLER              PIC 9(03) VALUE 334.
       01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-VALUES.
           05 WS-DAYS-BEFORE-MONTH PIC 9(03) OCCURS 12 TIMES.

       01  WS-TODAY-DAY-NBR       PIC 9(07) VALUE ZERO.
       01  WS-ENTRY-DATE          PIC X(08) VALUE SPACES.
       01  WS-ENTRY-DAY-NBR       PIC 9(07) VALUE ZERO.
       01  WS-WEEKDAY-QUO         PIC 9(07) VALUE ZERO.
       01  WS-WEEKDAY             PIC 9(01) VALUE ZERO.
           88 WS-WEEKEND-DAY                VALUES 5 6.

      *-----------------------------------------------------------*
      * ONE ROW PER OPERATOR SEEN IN THE WINDOW - THEIR VOLUME
      * AND HOW MANY TIMES THEY WERE FLAGGED. OPERATORS PAST THE
      * TABLE LIMIT ARE COUNTED BUT NOT BROKEN OUT.
      *-----------------------------------------------------------*
       01  WS-OP-MAX              PIC 9(03) VALUE 500.
       01  WS-OP-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-OP-TABLE.
           05 WS-OP-ENTRY         OCCURS 500 TIMES.
              10 WS-OP-OPERATOR-ID   PIC X(08).
              10 WS-OP-INQUIRIES     PIC 9(07).
              10 WS-OP-BROWSE-PAGES  PIC 9(07).
              10 WS-OP-PERSONS-SEEN  PIC 9(07).
              10 WS-OP-MAINT-ACTIONS PIC 9(07).
              10 WS-OP-AFTER-HOURS   PIC 9(07).
              10 WS-OP-LONG-BROWSES  PIC 9(07).
              10 WS-OP-REPEAT-VIEWS  PIC 9(07).
       01  WS-OP-NDX              PIC 9(03) VALUE ZERO.
       01  WS-OP-FOUND-NDX        PIC 9(03) VALUE ZERO.
       01  WS-OP-OVERFLOW         PIC 9(07) VALUE ZERO.
       01  WS-FIND-OPERATOR-ID    PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------*
      * ONE ROW PER OPERATOR AND PERSON LOOKED UP, WITH HOW MANY
      * TIMES. LOOKUPS PAST THE TABLE LIMIT ARE COUNTED BUT NOT
      * TRACKED FOR REPEATS.
      *-----------------------------------------------------------*
       01  WS-VW-MAX              PIC 9(05) VALUE 20000.
       01  WS-VW-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-VW-TABLE.
           05 WS-VW-ENTRY         OCCURS 20000 TIMES.
              10 WS-VW-OPERATOR-ID   PIC X(08).
              10 WS-VW-PERSON-KEY    PIC X(50).
              10 WS-VW-TIMES         PIC 9(05).
       01  WS-VW-NDX              PIC 9(05) VALUE ZERO.
       01  WS-VW-FOUND-NDX        PIC 9(05) VALUE ZERO.
       01  WS-VW-OVERFLOW         PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * OPERATOR VOLUME LINE
      *-----------------------------------------------------------*
       01  WS-VOLUME-HEADING.
           05 FILLER              PIC X(10) VALUE 'OPERATOR'.
           05 FILLER              PIC X(11) VALUE '  INQUIRIES'.
           05 FILLER              PIC X(11) VALUE '  BRWS-PGS'.
           05 FILLER              PIC X(11) VALUE '  BRWS-PSN'.
           05 FILLER              PIC X(11) VALUE '  MAINT'.
           05 FILLER              PIC X(11) VALUE '  AFT-HRS'.
           05 FILLER              PIC X(11) VALUE '  LNG-BRWS'.
           05 FILLER              PIC X(11) VALUE '  RPT-VIEW'.
       01  WS-VOLUME-LINE.
           05 WS-VL-OPERATOR-ID   PIC X(08).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-VL-INQUIRIES     PIC Z(06)9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-VL-BROWSE-PAGES  PIC Z(06)9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-VL-PERSONS-SEEN  PIC Z(06)9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-VL-MAINT-ACTIONS PIC Z(06)9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-VL-AFTER-HOURS   PIC Z(06)9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-VL-LONG-BROWSES  PIC Z(06)9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-VL-REPEAT-VIEWS  PIC Z(06)9.

      *-----------------------------------------------------------*
      * RUN CONTROL TOTALS
      *-----------------------------------------------------------*
       01  WS-ENTRIES-READ        PIC 9(07) VALUE ZERO.
       01  WS-ENTRIES-REVIEWED    PIC 9(07) VALUE ZERO.
       01  WS-INQUIRY-TOTAL       PIC 9(07) VALUE ZERO.
       01  WS-BROWSE-PAGE-TOTAL   PIC 9(07) VALUE ZERO.
       01  WS-MAINT-TOTAL         PIC 9(07) VALUE ZERO.
       01  WS-AFTER-HOURS-TOTAL   PIC 9(07) VALUE ZERO.
       01  WS-LONG-BROWSE-TOTAL   PIC 9(07) VALUE ZERO.
       01  WS-REPEAT-VIEW-TOTAL   PIC 9(07) VALUE ZERO.
       01  WS-FIRST-ENTRY-DATE    PIC X(08) VALUE SPACES.
       01  WS-LAST-ENTRY-DATE     PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------*
      * SYSTEM DATE FOR THE WINDOW AND THE REPORT HEADING
      *-----------------------------------------------------------*
       01  WS-SYSTEM-DATE         PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05 LK-PARM-LEN          PIC S9(04) COMP.
           05 LK-PARM-TEXT         PIC X(08).

       PROCEDURE DIVISION USING LK-PARM-DATA.

       BEGIN.
           PERFORM INITIALIZE-RUN
           PERFORM OPEN-ALL-FILES
           PERFORM WRITE-REPORT-HEADING
           IF WS-JOURNAL-IS-PRESENT
               PERFORM REVIEW-JOURNAL
           END-IF
           PERFORM REPORT-REPEAT-VIEWS
           PERFORM REPORT-OPERATOR-VOLUME
           PERFORM FINALIZE-RUN
           STOP RUN.

      *-----------------------------------------------------------*
      * THE PARM CARRIES THE REVIEW WINDOW IN DAYS AS A PLAIN
      * NUMBER. A PARM THAT IS NOT NUMERIC IS REFUSED UP FRONT.
      * NO PARM AT ALL REVIEWS THE LAST SEVEN DAYS.
      *-----------------------------------------------------------*
       INITIALIZE-RUN.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN > ZERO
               IF LK-PARM-LEN > 3
                   DISPLAY 'CBPERJRV - PARM LONGER THAN 3 DIGITS - '
                           'JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE '000' TO WS-PARM-DAYS
               MOVE LK-PARM-TEXT(1:LK-PARM-LEN)
                   TO WS-PARM-DAYS(4 - LK-PARM-LEN:LK-PARM-LEN)
               IF WS-PARM-DAYS NOT NUMERIC OR WS-PARM-DAYS = '000'
                   DISPLAY 'CBPERJRV - PARM IS NOT A DAY COUNT - '
                           'JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-DAYS TO WS-REVIEW-DAYS
           END-IF
           MOVE WS-SYSTEM-DATE TO WS-CNV-DATE
           PERFORM CONVERT-DATE-TO-DAY-NBR
           MOVE WS-CNV-DAY-NBR TO WS-TODAY-DAY-NBR
           COMPUTE WS-WINDOW-START-NBR =
               WS-TODAY-DAY-NBR - WS-REVIEW-DAYS + 1
           EXIT.

      *-----------------------------------------------------------*
      * THE REPORT IS MANDATORY. A MISSING JOURNAL MEANS NOTHING
      * WAS RECORDED - THAT IS ITSELF A FINDING, SO THE RUN STILL
      * REPORTS, AND ENDS WITH A WARNING.
      *-----------------------------------------------------------*
       OPEN-ALL-FILES.
           OPEN INPUT ACCESS-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = '35'
               DISPLAY 'CBPERJRV - ACCJRNL.DAT NOT FOUND - NO ACCESS '
                       'ON RECORD TO REVIEW'
               MOVE 'N' TO WS-JOURNAL-PRESENT-SW
           ELSE
               IF WS-JOURNAL-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERJRV - COULD NOT OPEN '
                           'ACCESS-JOURNAL-FILE, STATUS='
                           WS-JOURNAL-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT ACCESS-REVIEW-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERJRV - COULD NOT OPEN ACCESS-REVIEW-FILE, '
                       'STATUS=' WS-REPORT-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'CBPERJRV PERSON ACCESS REVIEW - RUN DATE '
                  WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'REVIEW WINDOW (DAYS)         : '
                  WS-REVIEW-DAYS
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'LONG BROWSE FLAGGED AT PAGE  : '
                  WS-LONG-BROWSE-PAGES
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'BUSINESS HOURS (MON-FRI)     : '
                  WS-BUSINESS-DAY-START ' TO '
                  WS-BUSINESS-DAY-END
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'REPEAT VIEWS FLAGGED AT      : '
                  WS-REPEAT-VIEW-LIMIT
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * THE JOURNAL IS KEYED BY DATE AND TIME, SO IT READS BACK
      * IN THE ORDER THE ACCESS HAPPENED. EVERY ENTRY DATED INSIDE
      * THE WINDOW IS REVIEWED; AN ENTRY WITH A DATE THAT WILL NOT
      * CONVERT IS REVIEWED AS IF IT WERE TODAY'S.
      *-----------------------------------------------------------*
       REVIEW-JOURNAL.
           MOVE LOW-VALUES TO AJ-KEY
           START ACCESS-JOURNAL-FILE KEY NOT < AJ-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF
           END-START
           PERFORM UNTIL END-OF-FILE
               READ ACCESS-JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       PERFORM SCREEN-ONE-ENTRY
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF
           EXIT.

       SCREEN-ONE-ENTRY.
           IF AJ-ACCESS-DATE NOT = WS-ENTRY-DATE
               MOVE AJ-ACCESS-DATE TO WS-ENTRY-DATE
               IF AJ-ACCESS-DATE NUMERIC
                   MOVE AJ-ACCESS-DATE TO WS-CNV-DATE
                   PERFORM CONVERT-DATE-TO-DAY-NBR
                   MOVE WS-CNV-DAY-NBR TO WS-ENTRY-DAY-NBR
               ELSE
                   MOVE WS-TODAY-DAY-NBR TO WS-ENTRY-DAY-NBR
               END-IF
               COMPUTE WS-WEEKDAY-QUO = WS-ENTRY-DAY-NBR - 1
               DIVIDE WS-WEEKDAY-QUO BY 7 GIVING WS-WEEKDAY-QUO
                   REMAINDER WS-WEEKDAY
           END-IF
           IF WS-ENTRY-DAY-NBR >= WS-WINDOW-START-NBR
               PERFORM REVIEW-ONE-ENTRY
           END-IF
           EXIT.

       REVIEW-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-REVIEWED
           IF WS-FIRST-ENTRY-DATE = SPACES
               MOVE AJ-ACCESS-DATE TO WS-FIRST-ENTRY-DATE
           END-IF
           MOVE AJ-ACCESS-DATE TO WS-LAST-ENTRY-DATE
           MOVE AJ-OPERATOR-ID TO WS-FIND-OPERATOR-ID
           PERFORM FIND-OPERATOR-ROW

           EVALUATE TRUE
               WHEN AJ-INQUIRY
                   ADD 1 TO WS-INQUIRY-TOTAL
                   IF WS-OP-FOUND-NDX > ZERO
                       ADD 1 TO WS-OP-INQUIRIES(WS-OP-FOUND-NDX)
                   END-IF
                   PERFORM COUNT-PERSON-VIEW
               WHEN AJ-BROWSE-PAGE-VIEWED
                   ADD 1 TO WS-BROWSE-PAGE-TOTAL
                   IF WS-OP-FOUND-NDX > ZERO
                       ADD 1 TO WS-OP-BROWSE-PAGES(WS-OP-FOUND-NDX)
                       ADD AJ-PERSONS-SHOWN
                           TO WS-OP-PERSONS-SEEN(WS-OP-FOUND-NDX)
                   END-IF
                   IF AJ-BROWSE-PAGE = WS-LONG-BROWSE-PAGES
                       PERFORM FLAG-LONG-BROWSE
                   END-IF
               WHEN AJ-MAINTENANCE-ACTION
                   ADD 1 TO WS-MAINT-TOTAL
                   IF WS-OP-FOUND-NDX > ZERO
                       ADD 1 TO WS-OP-MAINT-ACTIONS(WS-OP-FOUND-NDX)
                   END-IF
           END-EVALUATE

           MOVE 'N' TO WS-AFTER-HOURS-SW
           IF WS-WEEKEND-DAY
                   OR AJ-ACCESS-TIME < WS-BUSINESS-DAY-START
                   OR AJ-ACCESS-TIME NOT < WS-BUSINESS-DAY-END
               MOVE 'Y' TO WS-AFTER-HOURS-SW
           END-IF
           IF WS-OUTSIDE-BUSINESS-HOURS
               PERFORM FLAG-AFTER-HOURS
           END-IF
           EXIT.

       FIND-OPERATOR-ROW.
           MOVE ZERO TO WS-OP-FOUND-NDX
           PERFORM VARYING WS-OP-NDX FROM 1 BY 1
                   UNTIL WS-OP-NDX > WS-OP-COUNT
                   OR WS-OP-FOUND-NDX > ZERO
               IF WS-OP-OPERATOR-ID(WS-OP-NDX) = WS-FIND-OPERATOR-ID
                   MOVE WS-OP-NDX TO WS-OP-FOUND-NDX
               END-IF
           END-PERFORM
           IF WS-OP-FOUND-NDX = ZERO
               IF WS-OP-COUNT < WS-OP-MAX
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OP-FOUND-NDX
                   MOVE WS-FIND-OPERATOR-ID
                       TO WS-OP-OPERATOR-ID(WS-OP-FOUND-NDX)
                   MOVE ZERO TO WS-OP-INQUIRIES(WS-OP-FOUND-NDX)
                   MOVE ZERO TO WS-OP-BROWSE-PAGES(WS-OP-FOUND-NDX)
                   MOVE ZERO TO WS-OP-PERSONS-SEEN(WS-OP-FOUND-NDX)
                   MOVE ZERO TO WS-OP-MAINT-ACTIONS(WS-OP-FOUND-NDX)
                   MOVE ZERO TO WS-OP-AFTER-HOURS(WS-OP-FOUND-NDX)
                   MOVE ZERO TO WS-OP-LONG-BROWSES(WS-OP-FOUND-NDX)
                   MOVE ZERO TO WS-OP-REPEAT-VIEWS(WS-OP-FOUND-NDX)
               ELSE
                   ADD 1 TO WS-OP-OVERFLOW
               END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * ONE MORE LOOKUP OF THIS PERSON BY THIS OPERATOR. THE
      * REPEATS ARE REPORTED ONCE THE WHOLE WINDOW IS COUNTED.
      *-----------------------------------------------------------*
       COUNT-PERSON-VIEW.
           MOVE ZERO TO WS-VW-FOUND-NDX
           PERFORM VARYING WS-VW-NDX FROM 1 BY 1
                   UNTIL WS-VW-NDX > WS-VW-COUNT
                   OR WS-VW-FOUND-NDX > ZERO
               IF WS-VW-OPERATOR-ID(WS-VW-NDX) = AJ-OPERATOR-ID
                       AND WS-VW-PERSON-KEY(WS-VW-NDX) = AJ-PERSON-KEY
                   MOVE WS-VW-NDX TO WS-VW-FOUND-NDX
               END-IF
           END-PERFORM
           IF WS-VW-FOUND-NDX > ZERO
               ADD 1 TO WS-VW-TIMES(WS-VW-FOUND-NDX)
           ELSE
               IF WS-VW-COUNT < WS-VW-MAX
                   ADD 1 TO WS-VW-COUNT
                   MOVE AJ-OPERATOR-ID TO WS-VW-OPERATOR-ID(WS-VW-COUNT)
                   MOVE AJ-PERSON-KEY TO WS-VW-PERSON-KEY(WS-VW-COUNT)
                   MOVE 1 TO WS-VW-TIMES(WS-VW-COUNT)
               ELSE
                   ADD 1 TO WS-VW-OVERFLOW
               END-IF
           END-IF
           EXIT.

       FLAG-LONG-BROWSE.
           ADD 1 TO WS-LONG-BROWSE-TOTAL
           IF WS-OP-FOUND-NDX > ZERO
               ADD 1 TO WS-OP-LONG-BROWSES(WS-OP-FOUND-NDX)
           END-IF
           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'LONG BROWSE  : OPER ' DELIMITED BY SIZE
                  AJ-OPERATOR-ID DELIMITED BY SIZE
                  ' TERM ' DELIMITED BY SIZE
                  AJ-TERMINAL-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AJ-ACCESS-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AJ-ACCESS-TIME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AJ-TRANSACTION-ID DELIMITED BY SIZE
                  ' PAGE ' DELIMITED BY SIZE
                  AJ-BROWSE-PAGE DELIMITED BY SIZE
                  ' REACHED AT ' DELIMITED BY SIZE
                  AJ-PERSON-KEY DELIMITED BY SIZE
               INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD
           EXIT.

       FLAG-AFTER-HOURS.
           ADD 1 TO WS-AFTER-HOURS-TOTAL
           IF WS-OP-FOUND-NDX > ZERO
               ADD 1 TO WS-OP-AFTER-HOURS(WS-OP-FOUND-NDX)
           END-IF
           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'AFTER HOURS  : OPER ' DELIMITED BY SIZE
                  AJ-OPERATOR-ID DELIMITED BY SIZE
                  ' TERM ' DELIMITED BY SIZE
                  AJ-TERMINAL-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AJ-ACCESS-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AJ-ACCESS-TIME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AJ-TRANSACTION-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AJ-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AJ-PERSON-KEY DELIMITED BY SIZE
               INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * EVERY OPERATOR/PERSON PAIR LOOKED UP AT LEAST THE REPEAT
      * LIMIT OF TIMES IN THE WINDOW.
      *-----------------------------------------------------------*
       REPORT-REPEAT-VIEWS.
           PERFORM VARYING WS-VW-NDX FROM 1 BY 1
                   UNTIL WS-VW-NDX > WS-VW-COUNT
               IF WS-VW-TIMES(WS-VW-NDX) >= WS-REPEAT-VIEW-LIMIT
                   PERFORM FLAG-REPEAT-VIEW
               END-IF
           END-PERFORM
           EXIT.

       FLAG-REPEAT-VIEW.
           ADD 1 TO WS-REPEAT-VIEW-TOTAL
           MOVE WS-VW-OPERATOR-ID(WS-VW-NDX) TO WS-FIND-OPERATOR-ID
           PERFORM FIND-OPERATOR-ROW
           IF WS-OP-FOUND-NDX > ZERO
               ADD 1 TO WS-OP-REPEAT-VIEWS(WS-OP-FOUND-NDX)
           END-IF
           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'REPEAT VIEWS : OPER ' DELIMITED BY SIZE
                  WS-VW-OPERATOR-ID(WS-VW-NDX) DELIMITED BY SIZE
                  ' LOOKED UP ' DELIMITED BY SIZE
                  WS-VW-PERSON-KEY(WS-VW-NDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VW-TIMES(WS-VW-NDX) DELIMITED BY SIZE
                  ' TIMES' DELIMITED BY SIZE
               INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD
           EXIT.

       REPORT-OPERATOR-VOLUME.
           MOVE SPACES TO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD
           MOVE WS-VOLUME-HEADING TO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD
           PERFORM VARYING WS-OP-NDX FROM 1 BY 1
                   UNTIL WS-OP-NDX > WS-OP-COUNT
               MOVE WS-OP-OPERATOR-ID(WS-OP-NDX) TO WS-VL-OPERATOR-ID
               MOVE WS-OP-INQUIRIES(WS-OP-NDX) TO WS-VL-INQUIRIES
               MOVE WS-OP-BROWSE-PAGES(WS-OP-NDX)
                   TO WS-VL-BROWSE-PAGES
               MOVE WS-OP-PERSONS-SEEN(WS-OP-NDX)
                   TO WS-VL-PERSONS-SEEN
               MOVE WS-OP-MAINT-ACTIONS(WS-OP-NDX)
                   TO WS-VL-MAINT-ACTIONS
               MOVE WS-OP-AFTER-HOURS(WS-OP-NDX) TO WS-VL-AFTER-HOURS
               MOVE WS-OP-LONG-BROWSES(WS-OP-NDX)
                   TO WS-VL-LONG-BROWSES
               MOVE WS-OP-REPEAT-VIEWS(WS-OP-NDX)
                   TO WS-VL-REPEAT-VIEWS
               MOVE WS-VOLUME-LINE TO ACCESS-REVIEW-RECORD
               WRITE ACCESS-REVIEW-RECORD
           END-PERFORM
           MOVE SPACES TO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * TOTALS AND RETURN CODE - ANY FLAGGED ACCESS, A MISSING
      * JOURNAL, OR AN OPERATOR OR LOOKUP THE TABLES COULD NOT
      * HOLD ENDS THE RUN WITH THE WARNING RETURN CODE SO THE
      * REPORT GETS READ.
      *-----------------------------------------------------------*
       FINALIZE-RUN.
           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'FIRST ENTRY REVIEWED         : '
                  WS-FIRST-ENTRY-DATE
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'LAST ENTRY REVIEWED          : '
                  WS-LAST-ENTRY-DATE
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'JOURNAL ENTRIES READ         : '
                  WS-ENTRIES-READ
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'ENTRIES IN REVIEW WINDOW     : '
                  WS-ENTRIES-REVIEWED
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'OPERATORS SEEN               : '
                  WS-OP-COUNT
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'INQUIRIES                    : '
                  WS-INQUIRY-TOTAL
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'BROWSE PAGES                 : '
                  WS-BROWSE-PAGE-TOTAL
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'MAINTENANCE ACTIONS          : '
                  WS-MAINT-TOTAL
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'FLAGGED - AFTER HOURS        : '
                  WS-AFTER-HOURS-TOTAL
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'FLAGGED - LONG BROWSES       : '
                  WS-LONG-BROWSE-TOTAL
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           MOVE SPACES TO ACCESS-REVIEW-RECORD
           STRING 'FLAGGED - REPEAT VIEWS       : '
                  WS-REPEAT-VIEW-TOTAL
               DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
           WRITE ACCESS-REVIEW-RECORD

           IF WS-OP-OVERFLOW > ZERO OR WS-VW-OVERFLOW > ZERO
               MOVE SPACES TO ACCESS-REVIEW-RECORD
               STRING 'WARNING - ENTRIES NOT BROKEN OUT BY OPERATOR: '
                      WS-OP-OVERFLOW
                      ' LOOKUPS NOT TRACKED FOR REPEATS: '
                      WS-VW-OVERFLOW
                   DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
               WRITE ACCESS-REVIEW-RECORD
           END-IF

           IF NOT WS-JOURNAL-IS-PRESENT
               MOVE SPACES TO ACCESS-REVIEW-RECORD
               STRING 'WARNING - ACCJRNL.DAT NOT FOUND - '
                      'NO ACCESS ON RECORD'
                   DELIMITED BY SIZE INTO ACCESS-REVIEW-RECORD
               WRITE ACCESS-REVIEW-RECORD
           END-IF

           DISPLAY 'CBPERJRV - REVIEWED=' WS-ENTRIES-REVIEWED
                   ' AFTER-HOURS=' WS-AFTER-HOURS-TOTAL
                   ' LONG-BROWSES=' WS-LONG-BROWSE-TOTAL
                   ' REPEAT-VIEWS=' WS-REPEAT-VIEW-TOTAL

           IF WS-JOURNAL-IS-PRESENT
               CLOSE ACCESS-JOURNAL-FILE
           END-IF
           CLOSE ACCESS-REVIEW-FILE

           IF WS-AFTER-HOURS-TOTAL > ZERO
                   OR WS-LONG-BROWSE-TOTAL > ZERO
                   OR WS-REPEAT-VIEW-TOTAL > ZERO
                   OR WS-OP-OVERFLOW > ZERO
                   OR WS-VW-OVERFLOW > ZERO
                   OR NOT WS-JOURNAL-IS-PRESENT
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * TURN A CCYYMMDD DATE INTO A RUNNING DAY COUNT - WHOLE
      * YEARS AT 365 PLUS ONE PER LEAP YEAR GONE BY, THE DAYS
      * BEFORE THE MONTH (PLUS ONE PAST FEBRUARY IN A LEAP YEAR),
      * THEN THE DAY ITSELF.
      *-----------------------------------------------------------*
       CONVERT-DATE-TO-DAY-NBR.
           MOVE WS-CNV-DATE(1:4) TO WS-CNV-YYYY
           MOVE WS-CNV-DATE(5:2) TO WS-CNV-MM
           MOVE WS-CNV-DATE(7:2) TO WS-CNV-DD
           IF WS-CNV-MM < 1 OR WS-CNV-MM > 12
               MOVE 1 TO WS-CNV-MM
           END-IF
           COMPUTE WS-CNV-PRIOR-YEAR = WS-CNV-YYYY - 1
           COMPUTE WS-CNV-LEAP-COUNT =
               (WS-CNV-PRIOR-YEAR / 4)
               - (WS-CNV-PRIOR-YEAR / 100)
               + (WS-CNV-PRIOR-YEAR / 400)
           COMPUTE WS-CNV-DAY-NBR =
               (WS-CNV-PRIOR-YEAR * 365)
               + WS-CNV-LEAP-COUNT
               + WS-DAYS-BEFORE-MONTH(WS-CNV-MM)
               + WS-CNV-DD
           IF WS-CNV-MM > 2
               PERFORM DETERMINE-LEAP-YEAR
               IF WS-LEAP-YEAR
                   ADD 1 TO WS-CNV-DAY-NBR
               END-IF
           END-IF
           EXIT.

       DETERMINE-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-YEAR-SW
           DIVIDE WS-CNV-YYYY BY 4 GIVING WS-LY-QUO
               REMAINDER WS-LY-REM-4
           DIVIDE WS-CNV-YYYY BY 100 GIVING WS-LY-QUO
               REMAINDER WS-LY-REM-100
           DIVIDE WS-CNV-YYYY BY 400 GIVING WS-LY-QUO
               REMAINDER WS-LY-REM-400
           IF (WS-LY-REM-4 = 0 AND WS-LY-REM-100 NOT = 0)
                   OR WS-LY-REM-400 = 0
               MOVE 'Y' TO WS-LEAP-YEAR-SW
           END-IF
           EXIT.
