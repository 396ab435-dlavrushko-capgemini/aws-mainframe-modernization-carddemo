      *               layout (file DUPMAINT.DAT, source DUP), so the
      *               merge rides the nightly load's own edit and
      *               audit path instead of a side door.
      *               It runs only after the night's load - the
      *               run-control file RUNCTL.DAT must show CBPERUPP
      *               ended at RC 4 or better for the effective date
      *               it loaded, and this job not already run clean
      *               against that load; otherwise it refuses, RC 16.
      *               Its own start, end and RC go on the same file
      *               for the morning batch-status report.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.

           SELECT SORT-FILE ASSIGN TO 'SORTWK01'.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER-FILE.
           05 SR-DROP-BIRTH-DATE  PIC X(10).
           05 SR-DROP-SOURCE      PIC X(03).

       FD  RUN-CONTROL-FILE.
           COPY CBPRUNCT.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      * FILE NAMES AND STATUS
      *-----------------------------------------------------------*
       01  WS-MERGE-SOURCE-CODE   PIC X(03) VALUE 'DUP'.

      *-----------------------------------------------------------*
      * RUN CONTROL - THE NIGHT THIS RUN BELONGS TO, TAKEN FROM
      * THE STREAM RECORD CBPERUPP LEAVES ON RUNCTL.DAT, AND WHY
      * THE RUN WAS REFUSED WHEN ITS PREREQUISITES WERE NOT MET.
      *-----------------------------------------------------------*
       01  WS-RUNCTL-FILE-STATUS  PIC X(02).
       01  WS-RUN-JOB-NAME        PIC X(08) VALUE 'CBPERDUP'.
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
           IF WS-CONFIRM-MODE
               PERFORM RUN-CONFIRM-PASS
           ELSE
               PERFORM RUN-SWEEP-PASS
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

      *-----------------------------------------------------------*
                       SORT-RETURN ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-SWEEP-FILES
               PERFORM ABORT-RUN
           END-IF
           PERFORM PRINT-SWEEP-SUMMARY
           PERFORM CLOSE-SWEEP-FILES
                       'PERSON-MASTER-FILE, STATUS='
                       WS-MASTER-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           OPEN OUTPUT SUSPECT-REPORT-FILE
                       'SUSPECT-REPORT-FILE, STATUS='
                       WS-REPORT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           OPEN OUTPUT WORKLIST-FILE
                       'STATUS=' WS-WORKLIST-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           MOVE SPACES TO SUSPECT-REPORT-RECORD
                           WS-CONFIRMED-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
           END-IF

                       'STATUS=' WS-MAINT-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           OPEN OUTPUT SUSPECT-REPORT-FILE
                       'SUSPECT-REPORT-FILE, STATUS='
                       WS-REPORT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           MOVE SPACES TO SUSPECT-REPORT-RECORD
               END-PERFORM
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------*
      * RUN CONTROL. THIS JOB RUNS ONLY FOR A NIGHT WHOSE LOAD
      * CBPERUPP FINISHED AT RC 4 OR BETTER, AND ONLY ONCE PER
      * LOAD - A SECOND CLEAN RUN AGAINST THE SAME EFFECTIVE DATE
      * MEANS NO LOAD HAS RUN SINCE, AND THE FILES IT WOULD READ
      * ARE A PREVIOUS NIGHT'S. A JOB THAT STARTED AND NEVER
      * ENDED, OR ENDED ABOVE RC 4, MAY BE RERUN.
      * A CONFIRM RUN FOLLOWS THE ORDINARY RUN FOR THE SAME NIGHT
      * AND IS ALWAYS LET THROUGH.
      * A REFUSAL IS LEFT ON RUNCTL.DAT FOR THE MORNING STATUS
      * REPORT AND THE JOB ENDS RC 16 WITHOUT TOUCHING ANYTHING.
      *-----------------------------------------------------------*
       CHECK-RUN-PREREQUISITES.
           IF WS-CONFIRM-MODE
               MOVE 'Y' TO WS-RUN-RERUN-SW
           END-IF
           ACCEPT WS-RUN-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-CLOCK-TIME FROM TIME
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = '35'
               MOVE 'NO RUN CONTROL FILE - CBPERUPP HAS NEVER RUN'
                   TO WS-RUN-REFUSAL-TEXT
               PERFORM REFUSE-TO-RUN
           END-IF
           IF WS-RUNCTL-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERDUP - COULD NOT OPEN RUN-CONTROL-FILE, '
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
           DISPLAY 'CBPERDUP - RUNNING FOR EFFECTIVE DATE '
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
           DISPLAY 'CBPERDUP - PREREQUISITE NOT MET - '
                   WS-RUN-REFUSAL-TEXT
           DISPLAY 'CBPERDUP - JOB REFUSED, NOTHING PROCESSED'
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
               DISPLAY 'CBPERDUP - COULD NOT RECORD RUN CONTROL, '
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
               DISPLAY 'CBPERDUP - COULD NOT OPEN RUN-CONTROL-FILE, '
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
