      ******************************************************************
      * Program     : CBPERMNR.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Minor-customer review. The nightly load holds
      *               every person who has not reached the age of
      *               majority (PERSCTL.PRM, default 18) off the
      *               PERSON.XTR issuance extract under a minor hold
      *               on PERSHOLD.DAT, and marks them as a minor
      *               customer on the PERSON table. This program
      *               works those holds.
      *
      *               Run monthly with no PARM it converts every
      *               minor who has come of age since the last run
      *               to a regular customer and clears their minor
      *               hold (cleared by MAJORITY), then sweeps the
      *               hold file for any other open minor hold whose
      *               majority date has passed. Run with
      *               PARM='CONSENT' it instead reads the branches'
      *               consent file (MNRCNS.DAT) and clears each
      *               named minor hold. Either way the next load
      *               releases the cleared persons to the extract.
      *               PARM='REVIEW' changes nothing.
      *
      *               Every run ends by listing each minor hold
      *               still open on the minor-review report
      *               MINORRVW.RPT - the branches' list of guardians
      *               to collect consent from.
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
       PROGRAM-ID. CBPERMNR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO 'PERSHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT CONSENT-FILE ASSIGN TO 'MNRCNS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-FILE-STATUS.

           SELECT TOLERANCE-PARM-FILE ASSIGN TO 'PERSCTL.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT MINOR-REPORT-FILE ASSIGN TO 'MINORRVW.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY CBPHOLDR.

      *-----------------------------------------------------------*
      * THE BRANCHES' CONSENT DECISIONS - ONE RECORD PER MINOR,
      * NAMED THE WAY THE REVIEW REPORT NAMES THEM. ACTION 'C'
      * MEANS A GUARDIAN'S CONSENT IS ON FILE AT THE BRANCH AND
      * CLEARS THE MINOR HOLD; ANYTHING ELSE LEAVES THE PERSON
      * HELD. THE RECORDING OFFICER'S ID GOES ON THE HOLD RECORD
      * WITH THE CLEARANCE DATE.
      *-----------------------------------------------------------*
       FD  CONSENT-FILE.
       01  CONSENT-RECORD.
           05 MC-FIRST-NAME       PIC X(20).
           05 MC-LAST-NAME        PIC X(20).
           05 MC-BIRTH-DATE       PIC X(10).
           05 MC-ACTION           PIC X(01).
           05 MC-RECORDED-BY      PIC X(08).

      *-----------------------------------------------------------*
      * THE LOAD'S PARM CARD - ONLY THE AGE OF MAJORITY IN
      * COLUMNS 42-43 IS OF INTEREST HERE.
      *-----------------------------------------------------------*
       FD  TOLERANCE-PARM-FILE.
       01  TOLERANCE-PARM-RECORD.
           05 FILLER              PIC X(41).
           05 TP-AGE-OF-MAJORITY  PIC X(02).

       FD  MINOR-REPORT-FILE.
       01  MINOR-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      * FILE STATUS
      *-----------------------------------------------------------*
       01  WS-HOLD-FILE-STATUS    PIC X(02).
       01  WS-CONSENT-FILE-STATUS PIC X(02).
       01  WS-PARM-FILE-STATUS    PIC X(02).
       01  WS-REPORT-FILE-STATUS  PIC X(02).

      *-----------------------------------------------------------*
      * RUN MODE - THE MONTHLY CONVERSION, THE CONSENT PASS, OR
      * THE REVIEW LIST ON ITS OWN.
      *-----------------------------------------------------------*
       01  WS-RUN-MODE-SW         PIC X VALUE 'M'.
           88 WS-CONVERT-MODE               VALUE 'M'.
           88 WS-CONSENT-MODE               VALUE 'C'.
           88 WS-REVIEW-MODE                VALUE 'R'.

      *-----------------------------------------------------------*
      * SWITCHES
      *-----------------------------------------------------------*
       01  EOF                    PIC X VALUE 'N'.
           88 END-OF-FILE                   VALUE 'Y'.

       01  WS-PERSON-EOF-SW       PIC X VALUE 'N'.
           88 WS-PERSON-AT-END              VALUE 'Y'.

       01  WS-CONSENT-PRESENT-SW  PIC X VALUE 'Y'.
           88 WS-CONSENT-IS-PRESENT         VALUE 'Y'.

       01  WS-HOLD-FOUND-SW       PIC X VALUE 'N'.
           88 WS-HOLD-ON-FILE               VALUE 'Y'.

      *-----------------------------------------------------------*
      * SQL RETURN CODE AND FETCH HOST VARIABLES
      *-----------------------------------------------------------*
       01  SQLCODE                PIC S9(4) COMP.
       01  WS-P-FIRST-NAME        PIC X(20).
       01  WS-P-LAST-NAME         PIC X(20).
       01  WS-P-BIRTH-DATE        PIC X(10).
       01  WS-P-SOURCE-SYSTEM     PIC X(03).
       01  WS-CUSTOMER-TYPE-MINOR PIC X(01) VALUE 'M'.
       01  WS-CUSTOMER-TYPE-REGULAR PIC X(01) VALUE 'R'.
       01  WS-UNCOMMITTED-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-COMMIT-INTERVAL     PIC 9(05) VALUE 500.

      *-----------------------------------------------------------*
      * AGE OF MAJORITY AND THE BIRTH-DATE CUTOFF IT GIVES - A
      * PERSON BORN ON OR BEFORE THE CUTOFF HAS COME OF AGE BY
      * THE RUN DATE. THE CUTOFF IS IN THE TABLE'S YYYY-MM-DD
      * FORM; A FEBRUARY 29 BIRTHDAY COMES OF AGE ON MARCH 1 IN
      * A COMMON YEAR, THE SAME AS THE LOAD RECKONS IT.
      *-----------------------------------------------------------*
       01  WS-AGE-OF-MAJORITY     PIC 9(02) VALUE 18.
       01  WS-CUTOFF-BIRTH-DATE.
           05 WS-CUTOFF-YYYY       PIC 9(04).
           05 FILLER               PIC X(01) VALUE '-'.
           05 WS-CUTOFF-MM         PIC X(02).
           05 FILLER               PIC X(01) VALUE '-'.
           05 WS-CUTOFF-DD         PIC X(02).

      *-----------------------------------------------------------*
      * THE PERSON IN HAND AND WHAT BECAME OF THEM
      *-----------------------------------------------------------*
       01  WS-PERSON-KEY          PIC X(50) VALUE SPACES.
       01  WS-HOLD-STATUS-TEXT    PIC X(20) VALUE SPACES.
       01  WS-CLEARED-BY-MAJORITY PIC X(08) VALUE 'MAJORITY'.

      *-----------------------------------------------------------*
      * RUN CONTROL TOTALS
      *-----------------------------------------------------------*
       01  WS-PERSONS-CONVERTED   PIC 9(07) VALUE ZERO.
       01  WS-HOLDS-CLEARED-OF-AGE PIC 9(07) VALUE ZERO.
       01  WS-CONSENTS-READ       PIC 9(07) VALUE ZERO.
       01  WS-CONSENTS-RECORDED   PIC 9(07) VALUE ZERO.
       01  WS-CONSENTS-NO-HOLD    PIC 9(07) VALUE ZERO.
       01  WS-CONSENTS-IGNORED    PIC 9(07) VALUE ZERO.
       01  WS-MINORS-AWAITING     PIC 9(07) VALUE ZERO.
       01  WS-HOLD-WRITE-ERRORS   PIC 9(07) VALUE ZERO.
       01  WS-SQL-ERROR-COUNT     PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * SYSTEM DATE FOR THE CUTOFF, THE CLEARANCE DATES AND THE
      * REPORT HEADING
      *-----------------------------------------------------------*
       01  WS-SYSTEM-DATE.
           05 WS-SYSTEM-CCYY       PIC 9(04).
           05 WS-SYSTEM-MM         PIC X(02).
           05 WS-SYSTEM-DD         PIC X(02).

       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05 LK-PARM-LEN          PIC S9(04) COMP.
           05 LK-PARM-TEXT         PIC X(08).

       PROCEDURE DIVISION USING LK-PARM-DATA.

       BEGIN.
           PERFORM INITIALIZE-RUN
           PERFORM READ-MAJORITY-PARM
           PERFORM OPEN-ALL-FILES
           EVALUATE TRUE
               WHEN WS-CONSENT-MODE
                   PERFORM RUN-CONSENT-PASS
               WHEN WS-CONVERT-MODE
                   PERFORM RUN-CONVERSION-PASS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM LIST-OPEN-MINOR-HOLDS
           PERFORM PRINT-RUN-SUMMARY
           PERFORM CLOSE-ALL-FILES
           PERFORM SET-RUN-RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------*
      * PARM='CONSENT' RUNS THE CONSENT PASS AND PARM='REVIEW'
      * ONLY LISTS - ANYTHING ELSE (OR NO PARM AT ALL) RUNS THE
      * MONTHLY CONVERSION.
      *-----------------------------------------------------------*
       INITIALIZE-RUN.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN >= 7 AND LK-PARM-TEXT(1:7) = 'CONSENT'
               MOVE 'C' TO WS-RUN-MODE-SW
           END-IF
           IF LK-PARM-LEN >= 6 AND LK-PARM-TEXT(1:6) = 'REVIEW'
               MOVE 'R' TO WS-RUN-MODE-SW
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE AGE OF MAJORITY COMES OFF THE LOAD'S OWN PARM CARD SO
      * THE TWO PROGRAMS CANNOT DISAGREE ABOUT WHO IS A MINOR. NO
      * CARD, OR NO AGE ON IT, MEANS THE DEFAULT.
      *-----------------------------------------------------------*
       READ-MAJORITY-PARM.
           OPEN INPUT TOLERANCE-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
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
           END-IF

           COMPUTE WS-CUTOFF-YYYY =
               WS-SYSTEM-CCYY - WS-AGE-OF-MAJORITY
           MOVE WS-SYSTEM-MM TO WS-CUTOFF-MM
           MOVE WS-SYSTEM-DD TO WS-CUTOFF-DD
           EXIT.

      *-----------------------------------------------------------*
      * THE HOLD FILE IS CREATED THE FIRST TIME THROUGH. THE
      * CONSENT FILE IS ONLY OPENED FOR THE CONSENT PASS.
      *-----------------------------------------------------------*
       OPEN-ALL-FILES.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERMNR - COULD NOT OPEN HOLD-FILE, '
                       'STATUS=' WS-HOLD-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CONSENT-MODE
               OPEN INPUT CONSENT-FILE
               IF WS-CONSENT-FILE-STATUS = '35'
                   DISPLAY 'CBPERMNR - NO MNRCNS.DAT CONSENT FILE '
                           '- NOTHING TO RECORD'
                   MOVE 'N' TO WS-CONSENT-PRESENT-SW
               ELSE
                   IF WS-CONSENT-FILE-STATUS NOT = '00'
                       DISPLAY 'CBPERMNR - COULD NOT OPEN '
                               'CONSENT-FILE, STATUS='
                               WS-CONSENT-FILE-STATUS
                               ' - JOB ABENDING'
                       CLOSE HOLD-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-CONSENT-PRESENT-SW
           END-IF

           OPEN OUTPUT MINOR-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERMNR - COULD NOT OPEN '
                       'MINOR-REPORT-FILE, STATUS='
                       WS-REPORT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO MINOR-REPORT-RECORD
           STRING 'CBPERMNR MINOR-CUSTOMER REVIEW - RUN DATE '
                  WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD

           MOVE SPACES TO MINOR-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-CONSENT-MODE
                   MOVE 'RUN MODE                     : CONSENT'
                       TO MINOR-REPORT-RECORD
               WHEN WS-CONVERT-MODE
                   MOVE 'RUN MODE                     : CONVERSION'
                       TO MINOR-REPORT-RECORD
               WHEN OTHER
                   MOVE 'RUN MODE                     : REVIEW ONLY'
                       TO MINOR-REPORT-RECORD
           END-EVALUATE
           WRITE MINOR-REPORT-RECORD

           MOVE SPACES TO MINOR-REPORT-RECORD
           STRING 'AGE OF MAJORITY              : '
                  WS-AGE-OF-MAJORITY
               DELIMITED BY SIZE INTO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * THE MONTHLY CONVERSION. EVERY MINOR CUSTOMER BORN ON OR
      * BEFORE THE CUTOFF HAS COME OF AGE - THEY BECOME A REGULAR
      * CUSTOMER AND THEIR MINOR HOLD IS CLEARED. THE HOLD FILE
      * IS THEN SWEPT FOR ANY OPEN MINOR HOLD WHOSE MAJORITY DATE
      * HAS PASSED BUT WHOSE PERSON ROW WAS NOT CONVERTED - A ROW
      * SINCE DELETED, OR ONE THE LOAD COULD NOT MARK.
      *-----------------------------------------------------------*
       RUN-CONVERSION-PASS.
           MOVE SPACES TO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD
           MOVE SPACES TO MINOR-REPORT-RECORD
           STRING 'MINORS COME OF AGE - BORN ON OR BEFORE '
                  WS-CUTOFF-BIRTH-DATE
               DELIMITED BY SIZE INTO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD

           PERFORM OPEN-MINOR-CURSOR
           PERFORM FETCH-NEXT-MINOR-ROW
           PERFORM UNTIL WS-PERSON-AT-END
               PERFORM CONVERT-ONE-PERSON
               PERFORM FETCH-NEXT-MINOR-ROW
           END-PERFORM

           EXEC SQL
               CLOSE MNRPER-CSR
           END-EXEC

           IF WS-UNCOMMITTED-COUNT > ZERO
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE ZERO TO WS-UNCOMMITTED-COUNT
           END-IF

           PERFORM SWEEP-MINOR-HOLDS-OF-AGE
           EXIT.

       OPEN-MINOR-CURSOR.
           EXEC SQL
               DECLARE MNRPER-CSR CURSOR WITH HOLD FOR
                   SELECT FIRST_NAME, LAST_NAME, BIRTH_DATE,
                          SOURCE_SYSTEM
                       FROM PERSON
                       WHERE CUSTOMER_TYPE = :WS-CUSTOMER-TYPE-MINOR
                         AND BIRTH_DATE <= :WS-CUTOFF-BIRTH-DATE
                       ORDER BY LAST_NAME, FIRST_NAME, BIRTH_DATE
           END-EXEC

           EXEC SQL
               OPEN MNRPER-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CBPERMNR - COULD NOT OPEN MINOR CURSOR, '
                       'SQLCODE=' SQLCODE ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF
           EXIT.

       FETCH-NEXT-MINOR-ROW.
           EXEC SQL
               FETCH MNRPER-CSR
                   INTO :WS-P-FIRST-NAME, :WS-P-LAST-NAME,
                        :WS-P-BIRTH-DATE, :WS-P-SOURCE-SYSTEM
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SPACES TO WS-PERSON-KEY
                   STRING WS-P-LAST-NAME DELIMITED BY SIZE
                          WS-P-FIRST-NAME DELIMITED BY SIZE
                          WS-P-BIRTH-DATE DELIMITED BY SIZE
                       INTO WS-PERSON-KEY
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-PERSON-EOF-SW
               WHEN OTHER
                   ADD 1 TO WS-SQL-ERROR-COUNT
                   DISPLAY 'CBPERMNR - MINOR FETCH FAILED, '
                           'SQLCODE=' SQLCODE ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-ALL-FILES
                   STOP RUN
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------*
      * ONE PERSON COME OF AGE. THE UPDATE STILL ASKS FOR A MINOR
      * SO A ROW CHANGED SINCE THE FETCH IS LEFT ALONE. THE HOLD
      * IS CLEARED, NOT RELEASED - THE NEXT LOAD RELEASES IT AND
      * PUTS THE PERSON ON THE EXTRACT IF THEY WERE KEPT OFF IT.
      *-----------------------------------------------------------*
       CONVERT-ONE-PERSON.
           EXEC SQL
               UPDATE PERSON
                   SET CUSTOMER_TYPE = :WS-CUSTOMER-TYPE-REGULAR
                   WHERE FIRST_NAME = :WS-P-FIRST-NAME
                     AND LAST_NAME = :WS-P-LAST-NAME
                     AND BIRTH_DATE = :WS-P-BIRTH-DATE
                     AND CUSTOMER_TYPE = :WS-CUSTOMER-TYPE-MINOR
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-PERSONS-CONVERTED
                   ADD 1 TO WS-UNCOMMITTED-COUNT
                   IF WS-UNCOMMITTED-COUNT >= WS-COMMIT-INTERVAL
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       MOVE ZERO TO WS-UNCOMMITTED-COUNT
                   END-IF
                   PERFORM CLEAR-HOLD-OF-AGE
                   PERFORM WRITE-CONVERTED-LINE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-SQL-ERROR-COUNT
                   DISPLAY 'CBPERMNR - CUSTOMER TYPE UPDATE FAILED, '
                           'SQLCODE=' SQLCODE ' FOR '
                           WS-P-FIRST-NAME ' ' WS-P-LAST-NAME
           END-EVALUATE
           EXIT.

       CLEAR-HOLD-OF-AGE.
           MOVE WS-PERSON-KEY TO HD-NAME-DOB-KEY
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
                   MOVE 'NO MINOR HOLD' TO WS-HOLD-STATUS-TEXT
               WHEN NOT HD-HOLD-IS-OPEN
                   MOVE 'HOLD ALREADY CLEARED' TO WS-HOLD-STATUS-TEXT
               WHEN OTHER
                   PERFORM CLEAR-OPEN-HOLD-OF-AGE
           END-EVALUATE
           EXIT.

       CLEAR-OPEN-HOLD-OF-AGE.
           MOVE 'C' TO HD-HOLD-STATUS
           MOVE WS-SYSTEM-DATE TO HD-CLEARED-DATE
           MOVE WS-CLEARED-BY-MAJORITY TO HD-CLEARED-BY
           REWRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO WS-HOLD-WRITE-ERRORS
                   MOVE 'REWRITE FAILED' TO WS-HOLD-STATUS-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-HOLDS-CLEARED-OF-AGE
                   MOVE 'HOLD CLEARED' TO WS-HOLD-STATUS-TEXT
           END-REWRITE
           EXIT.

       WRITE-CONVERTED-LINE.
           MOVE SPACES TO MINOR-REPORT-RECORD
           STRING 'CONVERTED ' DELIMITED BY SIZE
                  WS-HOLD-STATUS-TEXT DELIMITED BY SIZE
                  ' PERSON: ' DELIMITED BY SIZE
                  WS-P-LAST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-P-FIRST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-P-BIRTH-DATE DELIMITED BY SIZE
                  ' SRC ' DELIMITED BY SIZE
                  WS-P-SOURCE-SYSTEM DELIMITED BY SIZE
               INTO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * ANY MINOR HOLD STILL OPEN ONCE THE PERSON TABLE HAS BEEN
      * CONVERTED, WHOSE MAJORITY DATE IS ON OR BEFORE TODAY.
      *-----------------------------------------------------------*
       SWEEP-MINOR-HOLDS-OF-AGE.
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
                       IF HD-MINOR-HOLD AND HD-HOLD-IS-OPEN
                               AND HD-MAJORITY-DATE NOT = SPACES
                               AND HD-MAJORITY-DATE <= WS-SYSTEM-DATE
                           PERFORM CLEAR-OPEN-HOLD-OF-AGE
                           PERFORM WRITE-SWEPT-HOLD-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF
           EXIT.

       WRITE-SWEPT-HOLD-LINE.
           MOVE SPACES TO MINOR-REPORT-RECORD
           STRING 'OF AGE ' DELIMITED BY SIZE
                  HD-MAJORITY-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HOLD-STATUS-TEXT DELIMITED BY SIZE
                  ' PERSON: ' DELIMITED BY SIZE
                  HD-LAST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HD-FIRST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HD-BIRTH-DATE DELIMITED BY SIZE
                  ' SRC ' DELIMITED BY SIZE
                  HD-SOURCE-SYSTEM DELIMITED BY SIZE
               INTO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * THE CONSENT PASS - READ THE BRANCHES' DECISIONS AND CLEAR
      * EACH NAMED MINOR HOLD. THE HOLD STAYS ON FILE AS 'C' WITH
      * WHO RECORDED THE CONSENT AND WHEN, SO THE NEXT LOAD CAN
      * RELEASE THE PERSON AND DOES NOT HOLD THEM AGAIN.
      *-----------------------------------------------------------*
       RUN-CONSENT-PASS.
           MOVE SPACES TO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD
           MOVE 'GUARDIAN CONSENTS RECORDED' TO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD

           IF WS-CONSENT-IS-PRESENT
               MOVE 'N' TO EOF
               PERFORM UNTIL END-OF-FILE
                   READ CONSENT-FILE
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM PROCESS-ONE-CONSENT
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * ONE DECISION - THE PERSON IS NAMED BY THE SAME CLEANED
      * NAME/BIRTH-DATE KEY THE HOLD FILE USES. ONLY AN OPEN
      * MINOR HOLD CAN BE CLEARED; A NAME WITH NO HOLD ON FILE IS
      * REPORTED SO THE BRANCH CAN CHECK WHAT WAS KEYED.
      *-----------------------------------------------------------*
       PROCESS-ONE-CONSENT.
           ADD 1 TO WS-CONSENTS-READ
           INSPECT MC-FIRST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT MC-LAST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-PERSON-KEY
           STRING MC-LAST-NAME DELIMITED BY SIZE
                  MC-FIRST-NAME DELIMITED BY SIZE
                  MC-BIRTH-DATE DELIMITED BY SIZE
               INTO WS-PERSON-KEY
           MOVE WS-PERSON-KEY TO HD-NAME-DOB-KEY
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
                   ADD 1 TO WS-CONSENTS-NO-HOLD
                   MOVE 'NO HOLD ON FILE' TO WS-HOLD-STATUS-TEXT
               WHEN MC-ACTION NOT = 'C'
                   ADD 1 TO WS-CONSENTS-IGNORED
                   MOVE 'LEFT HELD' TO WS-HOLD-STATUS-TEXT
               WHEN NOT HD-HOLD-IS-OPEN
                   ADD 1 TO WS-CONSENTS-IGNORED
                   MOVE 'ALREADY CLEARED' TO WS-HOLD-STATUS-TEXT
               WHEN OTHER
                   MOVE 'C' TO HD-HOLD-STATUS
                   MOVE WS-SYSTEM-DATE TO HD-CLEARED-DATE
                   MOVE MC-RECORDED-BY TO HD-CLEARED-BY
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           ADD 1 TO WS-HOLD-WRITE-ERRORS
                           MOVE 'REWRITE FAILED' TO WS-HOLD-STATUS-TEXT
                       NOT INVALID KEY
                           ADD 1 TO WS-CONSENTS-RECORDED
                           MOVE 'CONSENT RECORDED'
                               TO WS-HOLD-STATUS-TEXT
                   END-REWRITE
           END-EVALUATE

           MOVE SPACES TO MINOR-REPORT-RECORD
           STRING WS-HOLD-STATUS-TEXT DELIMITED BY SIZE
                  ' PERSON: ' DELIMITED BY SIZE
                  MC-LAST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MC-FIRST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MC-BIRTH-DATE DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  MC-RECORDED-BY DELIMITED BY SIZE
               INTO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * EVERY MINOR HOLD STILL OPEN - THE BRANCHES' WORK LIST.
      * EACH LINE SAYS WHEN THE PERSON WAS HELD, WHEN THEY COME
      * OF AGE AND WHICH SOURCE SENT THEM, SO THE BRANCH CAN
      * DECIDE WHETHER CONSENT IS WORTH CHASING.
      *-----------------------------------------------------------*
       LIST-OPEN-MINOR-HOLDS.
           MOVE SPACES TO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD
           MOVE 'MINOR HOLDS OPEN AWAITING GUARDIAN CONSENT'
               TO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD

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
                       IF HD-MINOR-HOLD AND HD-HOLD-IS-OPEN
                           PERFORM WRITE-OPEN-MINOR-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF
           EXIT.

       WRITE-OPEN-MINOR-LINE.
           ADD 1 TO WS-MINORS-AWAITING
           MOVE SPACES TO MINOR-REPORT-RECORD
           STRING 'HELD SINCE ' DELIMITED BY SIZE
                  HD-HOLD-DATE DELIMITED BY SIZE
                  ' OF AGE ' DELIMITED BY SIZE
                  HD-MAJORITY-DATE DELIMITED BY SIZE
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
               INTO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD
           EXIT.

       PRINT-RUN-SUMMARY.
           MOVE SPACES TO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD

           IF WS-CONVERT-MODE
               MOVE SPACES TO MINOR-REPORT-RECORD
               STRING 'MINORS CONVERTED TO REGULAR  : '
                      WS-PERSONS-CONVERTED
                   DELIMITED BY SIZE INTO MINOR-REPORT-RECORD
               WRITE MINOR-REPORT-RECORD

               MOVE SPACES TO MINOR-REPORT-RECORD
               STRING 'HOLDS CLEARED AT MAJORITY    : '
                      WS-HOLDS-CLEARED-OF-AGE
                   DELIMITED BY SIZE INTO MINOR-REPORT-RECORD
               WRITE MINOR-REPORT-RECORD

               MOVE SPACES TO MINOR-REPORT-RECORD
               STRING 'SQL ERRORS                   : '
                      WS-SQL-ERROR-COUNT
                   DELIMITED BY SIZE INTO MINOR-REPORT-RECORD
               WRITE MINOR-REPORT-RECORD
           END-IF

           IF WS-CONSENT-MODE
               MOVE SPACES TO MINOR-REPORT-RECORD
               STRING 'CONSENT RECORDS READ         : '
                      WS-CONSENTS-READ
                   DELIMITED BY SIZE INTO MINOR-REPORT-RECORD
               WRITE MINOR-REPORT-RECORD

               MOVE SPACES TO MINOR-REPORT-RECORD
               STRING 'CONSENTS RECORDED            : '
                      WS-CONSENTS-RECORDED
                   DELIMITED BY SIZE INTO MINOR-REPORT-RECORD
               WRITE MINOR-REPORT-RECORD

               MOVE SPACES TO MINOR-REPORT-RECORD
               STRING 'NAMES WITH NO HOLD ON FILE   : '
                      WS-CONSENTS-NO-HOLD
                   DELIMITED BY SIZE INTO MINOR-REPORT-RECORD
               WRITE MINOR-REPORT-RECORD

               MOVE SPACES TO MINOR-REPORT-RECORD
               STRING 'DECISIONS NOT ACTIONED       : '
                      WS-CONSENTS-IGNORED
                   DELIMITED BY SIZE INTO MINOR-REPORT-RECORD
               WRITE MINOR-REPORT-RECORD
           END-IF

           MOVE SPACES TO MINOR-REPORT-RECORD
           STRING 'MINOR HOLDS STILL OPEN       : '
                  WS-MINORS-AWAITING
               DELIMITED BY SIZE INTO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD

           MOVE SPACES TO MINOR-REPORT-RECORD
           STRING 'HOLD FILE WRITE ERRORS       : '
                  WS-HOLD-WRITE-ERRORS
               DELIMITED BY SIZE INTO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD

           DISPLAY 'CBPERMNR - CONVERTED=' WS-PERSONS-CONVERTED
                   ' CLEARED-AT-MAJORITY=' WS-HOLDS-CLEARED-OF-AGE
                   ' CONSENTS=' WS-CONSENTS-RECORDED
                   ' NO-HOLD=' WS-CONSENTS-NO-HOLD
                   ' STILL-OPEN=' WS-MINORS-AWAITING
           EXIT.

       CLOSE-ALL-FILES.
           IF WS-CONSENT-IS-PRESENT
               CLOSE CONSENT-FILE
           END-IF
           CLOSE HOLD-FILE
           CLOSE MINOR-REPORT-FILE
           EXIT.

      *-----------------------------------------------------------*
      * A CONSENT NAMING NOBODY ON HOLD, A HOLD THAT COULD NOT BE
      * REWRITTEN OR A PERSON ROW THAT COULD NOT BE CONVERTED
      * ENDS THE RUN WITH THE WARNING RETURN CODE.
      *-----------------------------------------------------------*
       SET-RUN-RETURN-CODE.
           IF WS-CONSENTS-NO-HOLD > ZERO
                   OR WS-HOLD-WRITE-ERRORS > ZERO
                   OR WS-SQL-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.
