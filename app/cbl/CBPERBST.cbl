      ******************************************************************
      * Program     : CBPERBST.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Morning batch-status report for the nightly
      *               person job stream. Reads the run-control file
      *               RUNCTL.DAT that every job in the stream writes
      *               as it starts and ends, and lists each job for
      *               the night - when it started and ended, its
      *               return code, how many times it ran, and whether
      *               it ended clean, ended above RC 4, was refused
      *               because its prerequisites were not met, never
      *               finished, or never ran at all - so operations
      *               sees the whole night on one page instead of
      *               reading each job's log. The night reported is
      *               the effective date CBPERUPP last loaded, or the
      *               effective date on the PARM (CCYYMMDD). Report
      *               file BATCHST.RPT; a night with any job failed,
      *               refused or unfinished ends with the warning
      *               return code.
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
       PROGRAM-ID. CBPERBST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT STATUS-REPORT-FILE ASSIGN TO 'BATCHST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY CBPRUNCT.

       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      * FILE STATUS
      *-----------------------------------------------------------*
       01  WS-RUNCTL-FILE-STATUS  PIC X(02).
       01  WS-REPORT-FILE-STATUS  PIC X(02).

      *-----------------------------------------------------------*
      * SWITCHES
      *-----------------------------------------------------------*
       01  EOF                    PIC X VALUE 'N'.
           88 END-OF-FILE                   VALUE 'Y'.
       01  WS-RUNCTL-PRESENT-SW   PIC X VALUE 'Y'.
           88 WS-RUNCTL-PRESENT             VALUE 'Y'.
       01  WS-RUNCTL-OPEN-SW      PIC X VALUE 'N'.
           88 WS-RUNCTL-OPEN                VALUE 'Y'.
       01  WS-RUN-FOUND-SW        PIC X VALUE 'N'.
           88 WS-RUN-RECORD-FOUND           VALUE 'Y'.
       01  WS-STREAM-JOB-SW       PIC X VALUE 'N'.
           88 WS-IS-STREAM-JOB              VALUE 'Y'.

      *-----------------------------------------------------------*
      * THE NIGHTLY STREAM IN RUNNING ORDER. A JOB OF THE STREAM
      * WITH NO RECORD FOR THE NIGHT IS LISTED AS NOT RUN; ANY
      * OTHER JOB FOUND ON FILE FOR THE NIGHT IS LISTED AFTER.
      *-----------------------------------------------------------*
       01  WS-STREAM-JOB-VALUES.
           05 FILLER              PIC X(08) VALUE 'CBPERUPP'.
           05 FILLER              PIC X(08) VALUE 'CBPERRCY'.
           05 FILLER              PIC X(08) VALUE 'CBPERRCN'.
           05 FILLER              PIC X(08) VALUE 'CBPERADR'.
           05 FILLER              PIC X(08) VALUE 'CBPERACK'.
           05 FILLER              PIC X(08) VALUE 'CBPERHHG'.
           05 FILLER              PIC X(08) VALUE 'CBPERDUP'.
           05 FILLER              PIC X(08) VALUE 'CBPERTRD'.
       01  WS-STREAM-JOB-TABLE REDEFINES WS-STREAM-JOB-VALUES.
           05 WS-STREAM-JOB       PIC X(08) OCCURS 8 TIMES.
       01  WS-STREAM-JOB-COUNT    PIC 9(02) VALUE 8.
       01  WS-JOB-NDX             PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------*
      * THE NIGHT REPORTED, AND ONE DETAIL LINE
      *-----------------------------------------------------------*
       01  WS-REPORT-EFF-DATE     PIC X(08) VALUE SPACES.
       01  WS-LOOKUP-JOB          PIC X(08) VALUE SPACES.
       01  WS-STATUS-TEXT         PIC X(12) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WS-DL-JOB-NAME      PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DL-STATUS        PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DL-START-DATE    PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DL-START-TIME    PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DL-END-DATE      PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DL-END-TIME      PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DL-RETURN-CODE   PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DL-RUN-COUNT     PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DL-MESSAGE       PIC X(60).
           05 FILLER              PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------*
      * RUN CONTROL TOTALS
      *-----------------------------------------------------------*
       01  WS-JOBS-LISTED         PIC 9(05) VALUE ZERO.
       01  WS-JOBS-ENDED-CLEAN    PIC 9(05) VALUE ZERO.
       01  WS-JOBS-ENDED-HIGH     PIC 9(05) VALUE ZERO.
       01  WS-JOBS-REFUSED        PIC 9(05) VALUE ZERO.
       01  WS-JOBS-UNFINISHED     PIC 9(05) VALUE ZERO.
       01  WS-JOBS-NOT-RUN        PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------*
      * SYSTEM DATE FOR THE HEADING
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
           PERFORM FIND-NIGHT-TO-REPORT
           PERFORM PRINT-REPORT-HEADING
           IF WS-RUNCTL-PRESENT
               PERFORM VARYING WS-JOB-NDX FROM 1 BY 1
                       UNTIL WS-JOB-NDX > WS-STREAM-JOB-COUNT
                   PERFORM PRINT-ONE-STREAM-JOB
               END-PERFORM
               PERFORM PRINT-OTHER-JOBS
           END-IF
           PERFORM FINALIZE-RUN
           STOP RUN.

      *-----------------------------------------------------------*
      * THE PARM, WHEN GIVEN, NAMES THE NIGHT AS ITS CCYYMMDD
      * EFFECTIVE DATE. A PARM THAT IS NOT A DATE IS REFUSED UP
      * FRONT; NO PARM AT ALL REPORTS THE NIGHT CBPERUPP LAST
      * LOADED.
      *-----------------------------------------------------------*
       INITIALIZE-RUN.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN > ZERO
               IF LK-PARM-LEN NOT = 8
                       OR LK-PARM-TEXT NOT NUMERIC
                   DISPLAY 'CBPERBST - PARM IS NOT A CCYYMMDD '
                           'EFFECTIVE DATE - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LK-PARM-TEXT TO WS-REPORT-EFF-DATE
           END-IF
           EXIT.

       OPEN-ALL-FILES.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = '35'
               DISPLAY 'CBPERBST - NO RUNCTL.DAT RUN CONTROL FILE - '
                       'NO JOB HAS RECORDED A RUN'
               MOVE 'N' TO WS-RUNCTL-PRESENT-SW
           ELSE
               IF WS-RUNCTL-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERBST - COULD NOT OPEN '
                           'RUN-CONTROL-FILE, STATUS='
                           WS-RUNCTL-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-RUNCTL-OPEN-SW
           END-IF

           OPEN OUTPUT STATUS-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERBST - COULD NOT OPEN '
                       'STATUS-REPORT-FILE, STATUS='
                       WS-REPORT-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * WITH NO PARM THE NIGHT IS THE ONE THE STREAM RECORD
      * POINTS AT - THE EFFECTIVE DATE CBPERUPP LAST LOADED.
      *-----------------------------------------------------------*
       FIND-NIGHT-TO-REPORT.
           IF WS-REPORT-EFF-DATE = SPACES AND WS-RUNCTL-PRESENT
               MOVE '00000000' TO RC-EFFECTIVE-DATE
               MOVE 'STREAM' TO RC-JOB-NAME
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY 'CBPERBST - NO STREAM RECORD ON '
                               'RUNCTL.DAT - CBPERUPP HAS NEVER RUN'
                       MOVE 'N' TO WS-RUNCTL-PRESENT-SW
                   NOT INVALID KEY
                       MOVE RC-STREAM-EFF-DATE TO WS-REPORT-EFF-DATE
               END-READ
           END-IF
           EXIT.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO STATUS-REPORT-RECORD
           STRING 'PERSON BATCH STREAM STATUS - EFFECTIVE DATE '
                  WS-REPORT-EFF-DATE
                  '   REPORTED ' WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD
           MOVE SPACES TO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD

           IF NOT WS-RUNCTL-PRESENT
               MOVE 'NO RUN CONTROL ON FILE - NO JOB IN THE STREAM '
                   TO STATUS-REPORT-RECORD
               WRITE STATUS-REPORT-RECORD
               MOVE 'HAS RECORDED A RUN.' TO STATUS-REPORT-RECORD
               WRITE STATUS-REPORT-RECORD
               MOVE SPACES TO STATUS-REPORT-RECORD
               WRITE STATUS-REPORT-RECORD
           ELSE
               MOVE SPACES TO STATUS-REPORT-RECORD
               STRING 'JOB       STATUS        STARTED'
                      '          ENDED            RC   RUNS MESSAGE'
                   DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
               WRITE STATUS-REPORT-RECORD
               MOVE SPACES TO STATUS-REPORT-RECORD
               STRING '--------  ------------  ---------------'
                      '  ---------------  ---  ---  -------'
                   DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
               WRITE STATUS-REPORT-RECORD
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * ONE JOB OF THE STREAM, IN RUNNING ORDER.
      *-----------------------------------------------------------*
       PRINT-ONE-STREAM-JOB.
           MOVE WS-STREAM-JOB(WS-JOB-NDX) TO WS-LOOKUP-JOB
           MOVE WS-REPORT-EFF-DATE TO RC-EFFECTIVE-DATE
           MOVE WS-LOOKUP-JOB TO RC-JOB-NAME
           MOVE 'Y' TO WS-RUN-FOUND-SW
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RUN-FOUND-SW
           END-READ
           IF WS-RUN-RECORD-FOUND
               PERFORM PRINT-JOB-LINE
           ELSE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-LOOKUP-JOB TO WS-DL-JOB-NAME
               MOVE 'NOT RUN' TO WS-DL-STATUS
               MOVE SPACES TO STATUS-REPORT-RECORD
               MOVE WS-DETAIL-LINE TO STATUS-REPORT-RECORD
               WRITE STATUS-REPORT-RECORD
               ADD 1 TO WS-JOBS-LISTED
               ADD 1 TO WS-JOBS-NOT-RUN
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * ANY OTHER JOB THAT RECORDED A RUN FOR THE SAME NIGHT -
      * THE NIGHT'S RECORDS ARE READ IN KEY ORDER FROM THE FIRST
      * JOB NAME, AND THE STREAM JOBS ALREADY LISTED ARE PASSED.
      *-----------------------------------------------------------*
       PRINT-OTHER-JOBS.
           MOVE WS-REPORT-EFF-DATE TO RC-EFFECTIVE-DATE
           MOVE LOW-VALUES TO RC-JOB-NAME
           MOVE 'N' TO EOF
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF
           END-START
           PERFORM UNTIL END-OF-FILE
               READ RUN-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
               END-READ
               IF NOT END-OF-FILE
                   IF RC-EFFECTIVE-DATE NOT = WS-REPORT-EFF-DATE
                       MOVE 'Y' TO EOF
                   ELSE
                       PERFORM CHECK-STREAM-JOB
                       IF NOT WS-IS-STREAM-JOB
                           PERFORM PRINT-JOB-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       CHECK-STREAM-JOB.
           MOVE 'N' TO WS-STREAM-JOB-SW
           PERFORM VARYING WS-JOB-NDX FROM 1 BY 1
                   UNTIL WS-JOB-NDX > WS-STREAM-JOB-COUNT
               IF RC-JOB-NAME = WS-STREAM-JOB(WS-JOB-NDX)
                   MOVE 'Y' TO WS-STREAM-JOB-SW
               END-IF
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------*
      * ONE LINE FROM THE RUN-CONTROL RECORD IN HAND. A JOB STILL
      * SHOWING STARTED THE MORNING AFTER ABENDED OR IS STILL
      * RUNNING - EITHER WAY THE NIGHT IS NOT FINISHED.
      *-----------------------------------------------------------*
       PRINT-JOB-LINE.
           EVALUATE TRUE
               WHEN RC-RUN-ENDED AND RC-RETURN-CODE <= 4
                   MOVE 'ENDED OK' TO WS-STATUS-TEXT
                   ADD 1 TO WS-JOBS-ENDED-CLEAN
               WHEN RC-RUN-ENDED
                   MOVE 'ENDED > RC 4' TO WS-STATUS-TEXT
                   ADD 1 TO WS-JOBS-ENDED-HIGH
               WHEN RC-RUN-REFUSED
                   MOVE 'REFUSED' TO WS-STATUS-TEXT
                   ADD 1 TO WS-JOBS-REFUSED
               WHEN OTHER
                   MOVE 'NEVER ENDED' TO WS-STATUS-TEXT
                   ADD 1 TO WS-JOBS-UNFINISHED
           END-EVALUATE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE RC-JOB-NAME TO WS-DL-JOB-NAME
           MOVE WS-STATUS-TEXT TO WS-DL-STATUS
           MOVE RC-START-DATE TO WS-DL-START-DATE
           MOVE RC-START-TIME TO WS-DL-START-TIME
           MOVE RC-END-DATE TO WS-DL-END-DATE
           MOVE RC-END-TIME TO WS-DL-END-TIME
           IF RC-RUN-STARTED
               MOVE SPACES TO WS-DL-RETURN-CODE
           ELSE
               MOVE RC-RETURN-CODE TO WS-DL-RETURN-CODE
           END-IF
           MOVE RC-RUN-COUNT TO WS-DL-RUN-COUNT
           MOVE RC-MESSAGE TO WS-DL-MESSAGE
           MOVE SPACES TO STATUS-REPORT-RECORD
           MOVE WS-DETAIL-LINE TO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD
           ADD 1 TO WS-JOBS-LISTED
           EXIT.

       FINALIZE-RUN.
           MOVE SPACES TO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD

           MOVE SPACES TO STATUS-REPORT-RECORD
           STRING 'JOBS LISTED                  : '
                  WS-JOBS-LISTED
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD

           MOVE SPACES TO STATUS-REPORT-RECORD
           STRING 'JOBS ENDED AT RC 4 OR BETTER : '
                  WS-JOBS-ENDED-CLEAN
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD

           MOVE SPACES TO STATUS-REPORT-RECORD
           STRING 'JOBS ENDED ABOVE RC 4        : '
                  WS-JOBS-ENDED-HIGH
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD

           MOVE SPACES TO STATUS-REPORT-RECORD
           STRING 'JOBS REFUSED                 : '
                  WS-JOBS-REFUSED
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD

           MOVE SPACES TO STATUS-REPORT-RECORD
           STRING 'JOBS STARTED, NEVER ENDED    : '
                  WS-JOBS-UNFINISHED
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD

           MOVE SPACES TO STATUS-REPORT-RECORD
           STRING 'STREAM JOBS NOT RUN          : '
                  WS-JOBS-NOT-RUN
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD

           DISPLAY 'CBPERBST - EFFECTIVE DATE=' WS-REPORT-EFF-DATE
                   ' LISTED=' WS-JOBS-LISTED
                   ' CLEAN=' WS-JOBS-ENDED-CLEAN
                   ' HIGH=' WS-JOBS-ENDED-HIGH
                   ' REFUSED=' WS-JOBS-REFUSED
                   ' UNFINISHED=' WS-JOBS-UNFINISHED
                   ' NOT RUN=' WS-JOBS-NOT-RUN

           IF WS-RUNCTL-OPEN
               CLOSE RUN-CONTROL-FILE
           END-IF
           CLOSE STATUS-REPORT-FILE

           IF WS-JOBS-ENDED-HIGH > ZERO
              OR WS-JOBS-REFUSED > ZERO
              OR WS-JOBS-UNFINISHED > ZERO
              OR NOT WS-RUNCTL-PRESENT
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.
