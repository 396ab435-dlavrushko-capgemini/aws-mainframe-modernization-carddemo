      *               extract HOUSEHLD.XTR plus the HOUSEHLD.RPT
      *               summary - households found, persons grouped,
      *               the largest household, and the count of persons
      *               on file with no address at all. A person
      *               marked deceased is left off the extract.
      *               Marketing stops hand-deduplicating addresses in
      *               a spreadsheet, and family statements can share
      *               an envelope.
      *               It runs only after the night's load - the
      *               run-control file RUNCTL.DAT must show CBPERUPP
      *               ended at RC 4 or better for the effective date
      *               it loaded, and this job not already run clean
      *               against that load; otherwise it refuses, RC 16.
      *               Its own start, end and RC go on the same file
      *               for the morning batch-status report.
      *               Only a person's current address is grouped; the
      *               address history rows on PERSON_ADDRESS are not.
      *               A person who has opted out of mail offers on
      *               the MKTCNST.DAT consent file is left off the
      *               extract, and a household whose every member has
      *               opted out is not cut at all; the summary counts
      *               both, as the record that opt-outs were honored.
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

           SELECT MKT-CONSENT-FILE ASSIGN TO 'MKTCNST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MK-NAME-DOB-KEY
               FILE STATUS IS WS-CONSENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOUSEHOLD-EXTRACT-FILE.
       FD  HOUSEHOLD-REPORT-FILE.
       01  HOUSEHOLD-REPORT-RECORD PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY CBPRUNCT.

       FD  MKT-CONSENT-FILE.
           COPY CBPMKTCN.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      * FILE STATUS
      *-----------------------------------------------------------*
       01  WS-EXTRACT-FILE-STATUS PIC X(02).
       01  WS-REPORT-FILE-STATUS  PIC X(02).
       01  WS-CONSENT-FILE-STATUS PIC X(02).

      *-----------------------------------------------------------*
      * SWITCHES
       01  WS-TABLE-EOF-SW        PIC X VALUE 'N'.
           88 WS-TABLE-AT-END               VALUE 'Y'.

       01  WS-OPT-OUT-SW          PIC X VALUE 'N'.
           88 WS-PERSON-OPTED-OUT           VALUE 'Y'.

      *-----------------------------------------------------------*
      * SQL RETURN CODE AND FETCH HOST VARIABLES
      *-----------------------------------------------------------*
      * TABLE COUNTS FOR THE SUMMARY. THE NO-ADDRESS COUNT IS
      * TAKEN STRAIGHT FROM THE DATABASE - PERSONS WITH NO
      * ADDRESS ROW AT ALL - SO A PERSON CARRYING SEVERAL ADDRESS
      * ROWS CANNOT SKEW IT. THE DECEASED COUNT IS LIKEWISE ONLY
      * THE DECEASED WHO HAVE A CURRENT ADDRESS - THE ONES THE
      * EXTRACT WOULD OTHERWISE HAVE CARRIED.
      *-----------------------------------------------------------*
       01  WS-PERSON-ROW-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-ADDRESS-ROW-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-DECEASED-COUNT      PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * THE OPEN-ENDED EFFECTIVE-TO DATE THAT MARKS AN ADDRESS ROW
      * AS THE PERSON'S CURRENT ADDRESS RATHER THAN HISTORY.
      *-----------------------------------------------------------*
       01  WS-ADDR-OPEN-END-DATE  PIC X(08) VALUE '99991231'.

      *-----------------------------------------------------------*
      * THE GROUP KEY OF THE HOUSEHOLD BEING BUILT - A NEW KEY ON
       01  WS-MULTI-HOUSEHOLDS    PIC 9(07) VALUE ZERO.
       01  WS-PERSONS-GROUPED     PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * MARKETING OPT-OUT SUPPRESSION - THE MEMBERS AT THE ADDRESS
      * BEING BUILT, MAILED OR NOT (THE HOUSEHOLD SIZE ABOVE
      * COUNTS ONLY THE ONES WHO GO ON THE EXTRACT), THE PERSONS
      * HELD OFF FOR AN OPT-OUT ON MKTCNST.DAT, AND THE
      * HOUSEHOLDS NOBODY AT ALL COULD BE MAILED IN.
      *-----------------------------------------------------------*
       01  WS-HOUSEHOLD-MEMBERS   PIC 9(05) VALUE ZERO.
       01  WS-PERSONS-SUPPRESSED  PIC 9(07) VALUE ZERO.
       01  WS-HOUSEHOLDS-SUPPRESSED PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * SYSTEM DATE FOR THE EXTRACT HEADER AND REPORT HEADING
      *-----------------------------------------------------------*
       01  WS-SYSTEM-DATE         PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------*
      * RUN CONTROL - THE NIGHT THIS RUN BELONGS TO, TAKEN FROM
      * THE STREAM RECORD CBPERUPP LEAVES ON RUNCTL.DAT, AND WHY
      * THE RUN WAS REFUSED WHEN ITS PREREQUISITES WERE NOT MET.
      *-----------------------------------------------------------*
       01  WS-RUNCTL-FILE-STATUS  PIC X(02).
       01  WS-RUN-JOB-NAME        PIC X(08) VALUE 'CBPERHHG'.
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

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM INITIALIZE-RUN
           PERFORM CHECK-RUN-PREREQUISITES
           PERFORM OPEN-ALL-FILES
           PERFORM COUNT-TABLE-ROWS
           PERFORM OPEN-ADDRESS-CURSOR
           END-PERFORM
           PERFORM CLOSE-OUT-LAST-HOUSEHOLD
           PERFORM FINALIZE-RUN
           PERFORM RECORD-RUN-END
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           EXIT.

      *-----------------------------------------------------------*
      * CBPERUPP CREATES THE CONSENT FILE ON ITS FIRST RUN, SO ONE
      * MISSING HERE IS LOST, NOT EMPTY - THE EXTRACT IS NOT CUT
      * WITHOUT THE OPT-OUTS IT MUST HONOUR.
      *-----------------------------------------------------------*
       OPEN-ALL-FILES.
           OPEN OUTPUT HOUSEHOLD-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = '00'
                       'HOUSEHOLD-EXTRACT-FILE, STATUS='
                       WS-EXTRACT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           OPEN OUTPUT HOUSEHOLD-REPORT-FILE
                       'HOUSEHOLD-REPORT-FILE, STATUS='
                       WS-REPORT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           OPEN INPUT MKT-CONSENT-FILE
           IF WS-CONSENT-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERHHG - COULD NOT OPEN '
                       'MKT-CONSENT-FILE, STATUS='
                       WS-CONSENT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           MOVE SPACES TO HOUSEHOLD-RECORD

      *-----------------------------------------------------------*
      * HOW MANY PERSONS ARE ON FILE AND HOW MANY ADDRESS ROWS
      * BACK THEM - THE GAP IS THE PERSONS NOBODY CAN MAIL. ONLY
      * A CURRENT ADDRESS COUNTS; THE HISTORY ROWS A CHANGE OF
      * ADDRESS CLOSES OFF ARE NOBODY'S MAILING ADDRESS.
      *-----------------------------------------------------------*
       COUNT-TABLE-ROWS.
           EXEC SQL
               DISPLAY 'CBPERHHG - PERSON COUNT FAILED, SQLCODE='
                       SQLCODE ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-ADDRESS-ROW-COUNT
                   FROM PERSON_ADDRESS
                   WHERE EFFECTIVE_TO = :WS-ADDR-OPEN-END-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CBPERHHG - ADDRESS COUNT FAILED, SQLCODE='
                       SQLCODE ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           EXEC SQL
                            FROM PERSON_ADDRESS A
                            WHERE A.FIRST_NAME = P.FIRST_NAME
                              AND A.LAST_NAME = P.LAST_NAME
                              AND A.BIRTH_DATE = P.BIRTH_DATE
                              AND A.EFFECTIVE_TO =
                                  :WS-ADDR-OPEN-END-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CBPERHHG - NO-ADDRESS COUNT FAILED, '
                       'SQLCODE=' SQLCODE ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-DECEASED-COUNT
                   FROM PERSON P
                   WHERE P.DECEASED_DATE IS NOT NULL
                     AND EXISTS
                       (SELECT 1
                            FROM PERSON_ADDRESS A
                            WHERE A.FIRST_NAME = P.FIRST_NAME
                              AND A.LAST_NAME = P.LAST_NAME
                              AND A.BIRTH_DATE = P.BIRTH_DATE
                              AND A.EFFECTIVE_TO =
                                  :WS-ADDR-OPEN-END-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CBPERHHG - DECEASED COUNT FAILED, '
                       'SQLCODE=' SQLCODE ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF
           EXIT.

      * UNBROKEN RUN OF ROWS - THE GROUPING IS A PLAIN CONTROL
      * BREAK. THE PERSON KEY ORDERS THE MEMBERS WITHIN A
      * HOUSEHOLD SO THE EXTRACT IS DETERMINISTIC RUN TO RUN.
      * A PERSON MARKED DECEASED IS LEFT OUT ALTOGETHER - NOTHING
      * IS MAILED TO THEM AND THEY DO NOT MAKE UP A HOUSEHOLD.
      * ONLY THE CURRENT ADDRESS ROWS ARE GROUPED - A PERSON WHO
      * HAS MOVED BELONGS TO THE NEW HOUSEHOLD, NOT THE OLD ONE.
      *-----------------------------------------------------------*
       OPEN-ADDRESS-CURSOR.
           EXEC SQL
               DECLARE HOUSEHOLD-CSR CURSOR FOR
                   SELECT A.ADDR_LINE_1, A.CITY, A.STATE,
                          A.ZIP_CODE, A.FIRST_NAME, A.LAST_NAME,
                          A.BIRTH_DATE
                       FROM PERSON_ADDRESS A
                       WHERE A.EFFECTIVE_TO = :WS-ADDR-OPEN-END-DATE
                         AND NOT EXISTS
                           (SELECT 1
                                FROM PERSON P
                                WHERE P.FIRST_NAME = A.FIRST_NAME
                                  AND P.LAST_NAME = A.LAST_NAME
                                  AND P.BIRTH_DATE = A.BIRTH_DATE
                                  AND P.DECEASED_DATE IS NOT NULL)
                       ORDER BY A.ADDR_LINE_1, A.CITY, A.STATE,
                                A.ZIP_CODE, A.LAST_NAME,
                                A.FIRST_NAME, A.BIRTH_DATE
           END-EXEC

           EXEC SQL
                       'CURSOR, SQLCODE=' SQLCODE
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF
           EXIT.

                   DISPLAY 'CBPERHHG - FETCH FAILED, SQLCODE='
                           SQLCODE ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
           END-EVALUATE
           EXIT.

      * ONE ADDRESS ROW - A NEW GROUP KEY CLOSES OUT THE
      * HOUSEHOLD BEING BUILT AND STARTS THE NEXT, AND EVERY ROW
      * GOES OUT ON THE EXTRACT UNDER ITS HOUSEHOLD'S IDENTIFIER.
      * A PERSON WHO HAS OPTED OUT OF MAIL OFFERS STAYS OFF IT.
      * THE HOUSEHOLD TAKES ITS IDENTIFIER WITH ITS FIRST MAILED
      * MEMBER, SO A HOUSEHOLD WHERE EVERY MEMBER OPTED OUT NEVER
      * APPEARS AT ALL AND THE IDENTIFIERS STAY UNBROKEN.
      *-----------------------------------------------------------*
       GROUP-ONE-ADDRESS-ROW.
           MOVE WS-ADDR-LINE-1 TO WS-GK-ADDR-LINE-1
           MOVE WS-ADDR-ZIP TO WS-GK-ZIP
           IF WS-GROUP-KEY NOT = WS-CURRENT-GROUP-KEY
               PERFORM CLOSE-OUT-LAST-HOUSEHOLD
               MOVE ZERO TO WS-HOUSEHOLD-SIZE
               MOVE ZERO TO WS-HOUSEHOLD-MEMBERS
               MOVE WS-GROUP-KEY TO WS-CURRENT-GROUP-KEY
               MOVE HIGH-VALUES TO WS-PREV-PERSON-KEY
           END-IF
               ADD 1 TO WS-DUP-ROWS-SKIPPED
           ELSE
               MOVE WS-PERSON-KEY TO WS-PREV-PERSON-KEY
               ADD 1 TO WS-HOUSEHOLD-MEMBERS
               PERFORM CHECK-MARKETING-CONSENT
               IF WS-PERSON-OPTED-OUT
                   ADD 1 TO WS-PERSONS-SUPPRESSED
               ELSE
                   IF WS-HOUSEHOLD-SIZE = ZERO
                       ADD 1 TO WS-HOUSEHOLD-ID
                   END-IF
                   ADD 1 TO WS-HOUSEHOLD-SIZE
                   ADD 1 TO WS-PERSONS-GROUPED
                   PERFORM WRITE-EXTRACT-DETAIL
               END-IF
           END-IF
           PERFORM FETCH-NEXT-ADDRESS-ROW
           EXIT.

      *-----------------------------------------------------------*
      * A PERSON WITH NO CONSENT RECORD HAS NEVER TOLD US NO, AND
      * IS MAILED. ANY READ FAILURE OTHER THAN NOT-FOUND STOPS THE
      * RUN - AN EXTRACT THAT MIGHT MAIL AN OPT-OUT IS NOT CUT.
      *-----------------------------------------------------------*
       CHECK-MARKETING-CONSENT.
           MOVE 'N' TO WS-OPT-OUT-SW
           MOVE WS-PERSON-KEY TO MK-NAME-DOB-KEY
           READ MKT-CONSENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MK-OPTED-OUT
                       MOVE 'Y' TO WS-OPT-OUT-SW
                   END-IF
           END-READ
           IF WS-CONSENT-FILE-STATUS NOT = '00'
                   AND WS-CONSENT-FILE-STATUS NOT = '23'
               DISPLAY 'CBPERHHG - CONSENT READ FAILED, STATUS='
                       WS-CONSENT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE HOUSEHOLD JUST FINISHED SETTLES ITS SUMMARY NUMBERS -
      * THE FIRST TIME THROUGH THERE IS NOTHING TO CLOSE.
      *-----------------------------------------------------------*
       CLOSE-OUT-LAST-HOUSEHOLD.
           IF WS-HOUSEHOLD-MEMBERS > ZERO
                   AND WS-HOUSEHOLD-SIZE = ZERO
               ADD 1 TO WS-HOUSEHOLDS-SUPPRESSED
           END-IF
           IF WS-HOUSEHOLD-SIZE > ZERO
               IF WS-HOUSEHOLD-SIZE > WS-LARGEST-SIZE
                   MOVE WS-HOUSEHOLD-SIZE TO WS-LARGEST-SIZE
           WRITE HOUSEHOLD-REPORT-RECORD

           MOVE SPACES TO HOUSEHOLD-REPORT-RECORD
           STRING 'CURRENT ADDRESS ROWS ON FILE : '
                  WS-ADDRESS-ROW-COUNT
               DELIMITED BY SIZE INTO HOUSEHOLD-REPORT-RECORD
           WRITE HOUSEHOLD-REPORT-RECORD
               DELIMITED BY SIZE INTO HOUSEHOLD-REPORT-RECORD
           WRITE HOUSEHOLD-REPORT-RECORD

           MOVE SPACES TO HOUSEHOLD-REPORT-RECORD
           STRING 'DECEASED PERSONS EXCLUDED    : '
                  WS-DECEASED-COUNT
               DELIMITED BY SIZE INTO HOUSEHOLD-REPORT-RECORD
           WRITE HOUSEHOLD-REPORT-RECORD

           MOVE SPACES TO HOUSEHOLD-REPORT-RECORD
           STRING 'DUPLICATE ROWS SKIPPED       : '
                  WS-DUP-ROWS-SKIPPED
               DELIMITED BY SIZE INTO HOUSEHOLD-REPORT-RECORD
           WRITE HOUSEHOLD-REPORT-RECORD

           MOVE SPACES TO HOUSEHOLD-REPORT-RECORD
           STRING 'PERSONS SUPPRESSED - OPT OUT : '
                  WS-PERSONS-SUPPRESSED
               DELIMITED BY SIZE INTO HOUSEHOLD-REPORT-RECORD
           WRITE HOUSEHOLD-REPORT-RECORD

           MOVE SPACES TO HOUSEHOLD-REPORT-RECORD
           STRING 'PERSONS ON EXTRACT           : '
                  WS-PERSONS-GROUPED
               DELIMITED BY SIZE INTO HOUSEHOLD-REPORT-RECORD
           WRITE HOUSEHOLD-REPORT-RECORD

           MOVE SPACES TO HOUSEHOLD-REPORT-RECORD
           STRING 'HOUSEHOLDS SUPPRESSED        : '
                  WS-HOUSEHOLDS-SUPPRESSED
               DELIMITED BY SIZE INTO HOUSEHOLD-REPORT-RECORD
           WRITE HOUSEHOLD-REPORT-RECORD

           MOVE SPACES TO HOUSEHOLD-REPORT-RECORD
           STRING 'HOUSEHOLDS FOUND             : '
                  WS-HOUSEHOLD-ID
                   ' HOUSEHOLDS=' WS-HOUSEHOLD-ID
                   ' LARGEST=' WS-LARGEST-SIZE
                   ' DUP-ROWS=' WS-DUP-ROWS-SKIPPED
                   ' OPT-OUTS=' WS-PERSONS-SUPPRESSED
                   ' HH-SUPPRESSED=' WS-HOUSEHOLDS-SUPPRESSED

           PERFORM CLOSE-ALL-FILES
           EXIT.
       CLOSE-ALL-FILES.
           CLOSE HOUSEHOLD-EXTRACT-FILE
           CLOSE HOUSEHOLD-REPORT-FILE
           CLOSE MKT-CONSENT-FILE
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
               DISPLAY 'CBPERHHG - COULD NOT OPEN RUN-CONTROL-FILE, '
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
           DISPLAY 'CBPERHHG - RUNNING FOR EFFECTIVE DATE '
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
           DISPLAY 'CBPERHHG - PREREQUISITE NOT MET - '
                   WS-RUN-REFUSAL-TEXT
           DISPLAY 'CBPERHHG - JOB REFUSED, NOTHING PROCESSED'
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
               DISPLAY 'CBPERHHG - COULD NOT RECORD RUN CONTROL, '
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
               DISPLAY 'CBPERHHG - COULD NOT OPEN RUN-CONTROL-FILE, '
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
