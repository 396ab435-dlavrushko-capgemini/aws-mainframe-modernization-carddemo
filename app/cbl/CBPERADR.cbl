      *               the orphan address rows come off as the sweep
      *               finds them; the default reports only and touches
      *               nothing.
      *               It runs only after the night's load - the
      *               run-control file RUNCTL.DAT must show CBPERUPP
      *               ended at RC 4 or better for the effective date
      *               it loaded, and this job not already run clean
      *               against that load; otherwise it refuses, RC 16.
      *               Its own start, end and RC go on the same file
      *               for the morning batch-status report.
      *               Address history rows count toward the orphan
      *               sweep, but only a current address keeps a person
      *               off the no-address list.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDR-RECON-REPORT-FILE.
       01  ADDR-RECON-REPORT-RECORD PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY CBPRUNCT.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      * FILE STATUS
       01  WS-A-FIRST-NAME        PIC X(20).
       01  WS-A-LAST-NAME         PIC X(20).
       01  WS-A-BIRTH-DATE        PIC X(10).
       01  WS-A-EFFECTIVE-TO      PIC X(08).

      *-----------------------------------------------------------*
      * THE OPEN-ENDED EFFECTIVE-TO DATE THAT MARKS AN ADDRESS ROW
      * AS THE PERSON'S CURRENT ADDRESS RATHER THAN HISTORY.
      *-----------------------------------------------------------*
       01  WS-ADDR-OPEN-END-DATE  PIC X(08) VALUE '99991231'.

      *-----------------------------------------------------------*
      * THE TWO MERGE KEYS - HIGH-VALUES MARKS AN EXHAUSTED SIDE.
      *-----------------------------------------------------------*
       01  WS-SYSTEM-DATE         PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------*
      * RUN CONTROL - THE NIGHT THIS RUN BELONGS TO, TAKEN FROM
      * THE STREAM RECORD CBPERUPP LEAVES ON RUNCTL.DAT, AND WHY
      * THE RUN WAS REFUSED WHEN ITS PREREQUISITES WERE NOT MET.
      *-----------------------------------------------------------*
       01  WS-RUNCTL-FILE-STATUS  PIC X(02).
       01  WS-RUN-JOB-NAME        PIC X(08) VALUE 'CBPERADR'.
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
           PERFORM OPEN-BOTH-CURSORS
           PERFORM FETCH-NEXT-PERSON-ROW
               PERFORM MATCH-ONE-KEY-PAIR
           END-PERFORM
           PERFORM FINALIZE-RUN
           PERFORM RECORD-RUN-END
           STOP RUN.

      *-----------------------------------------------------------*
                       'ADDR-RECON-REPORT-FILE, STATUS='
                       WS-REPORT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           MOVE SPACES TO ADDR-RECON-REPORT-RECORD

           EXEC SQL
               DECLARE ADRADR-CSR CURSOR FOR
                   SELECT FIRST_NAME, LAST_NAME, BIRTH_DATE,
                          EFFECTIVE_TO
                       FROM PERSON_ADDRESS
                       ORDER BY LAST_NAME, FIRST_NAME, BIRTH_DATE
           END-EXEC
               DISPLAY 'CBPERADR - COULD NOT OPEN PERSON CURSOR, '
                       'SQLCODE=' SQLCODE ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           EXEC SQL
               DISPLAY 'CBPERADR - COULD NOT OPEN ADDRESS CURSOR, '
                       'SQLCODE=' SQLCODE ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF
           EXIT.

                   DISPLAY 'CBPERADR - PERSON FETCH FAILED, '
                           'SQLCODE=' SQLCODE ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
           END-EVALUATE
           EXIT.

           EXEC SQL
               FETCH ADRADR-CSR
                   INTO :WS-A-FIRST-NAME, :WS-A-LAST-NAME,
                        :WS-A-BIRTH-DATE, :WS-A-EFFECTIVE-TO
           END-EXEC

           EVALUATE TRUE
                   DISPLAY 'CBPERADR - ADDRESS FETCH FAILED, '
                           'SQLCODE=' SQLCODE ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------*
      * CLASSIC TWO-FILE MATCH - AN EQUAL KEY STEPS THE ADDRESS
      * SIDE (A PERSON MAY OWN SEVERAL ROWS, CURRENT AND HISTORY)
      * AND, WHEN THE ROW IS STILL CURRENT, MARKS THE PERSON AS
      * HAVING AN ADDRESS - A PERSON WHOSE ROWS ARE ALL CLOSED OFF
      * HAS NOWHERE TO MAIL. A LOW ADDRESS KEY IS AN ORPHAN ROW
      * WHOSE PERSON IS GONE, AND A LOW PERSON KEY IS A PERSON
      * WHO STEPS AWAY WITHOUT AN ADDRESS TO THEIR NAME.
      *-----------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-ADDR-KEY = WS-PERSON-KEY
                   ADD 1 TO WS-MATCHED-ROWS
                   IF WS-A-EFFECTIVE-TO = WS-ADDR-OPEN-END-DATE
                       MOVE 'Y' TO WS-HAD-ADDR-SW
                   END-IF
                   PERFORM FETCH-NEXT-ADDRESS-ROW
               WHEN WS-ADDR-KEY < WS-PERSON-KEY
                   PERFORM HANDLE-ORPHAN-ADDRESS
       CLOSE-ALL-FILES.
           CLOSE ADDR-RECON-REPORT-FILE
           EXIT.

      *-----------------------------------------------------------*
      * RUN CONTROL. THIS JOB RUNS ONLY FOR A NIGHT WHOSE LOAD
      * CBPERUPP FINISHED AT RC 4 OR BETTER, AND ONLY ONCE PER
      * LOAD - A SECOND CLEAN RUN AGAINST THE SAME EFFECTIVE DATE
      * MEANS NO LOAD HAS RUN SINCE, AND THE FILES IT WOULD READ
      * ARE A PREVIOUS NIGHT'S. A JOB THAT STARTED AND NEVER
      * ENDED, OR ENDED ABOVE RC 4, MAY BE RERUN.
      * A REPAIR RUN FOLLOWS THE ORDINARY RUN FOR THE SAME NIGHT
      * AND IS ALWAYS LET THROUGH.
      * A REFUSAL IS LEFT ON RUNCTL.DAT FOR THE MORNING STATUS
      * REPORT AND THE JOB ENDS RC 16 WITHOUT TOUCHING ANYTHING.
      *-----------------------------------------------------------*
       CHECK-RUN-PREREQUISITES.
           IF WS-REPAIR-MODE
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
               DISPLAY 'CBPERADR - COULD NOT OPEN RUN-CONTROL-FILE, '
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
           DISPLAY 'CBPERADR - RUNNING FOR EFFECTIVE DATE '
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
           DISPLAY 'CBPERADR - PREREQUISITE NOT MET - '
                   WS-RUN-REFUSAL-TEXT
           DISPLAY 'CBPERADR - JOB REFUSED, NOTHING PROCESSED'
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
               DISPLAY 'CBPERADR - COULD NOT RECORD RUN CONTROL, '
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
               DISPLAY 'CBPERADR - COULD NOT OPEN RUN-CONTROL-FILE, '
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
