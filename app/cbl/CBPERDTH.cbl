      ******************************************************************
      * Program     : CBPERDTH.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly deceased-person notifications. Reads
      *               the death-notification file DEATHNTF.DAT and
      *               matches each notice on tax ID against the
      *               GOVTID.DAT cross reference, falling back to the
      *               PERSON_GOVT_ID table for an ID the cross
      *               reference does not carry. A person matched on
      *               ID is marked deceased on the PERSON table with
      *               the date of death, which takes them out of the
      *               PERSON.XTR and HOUSEHLD.XTR extracts from then
      *               on; if ISSUSTAT.DAT shows a card sent for
      *               issuance or already produced, a cancellation
      *               goes out on the CARDCNCL.DAT feed to the
      *               card-issuance system. A notice whose ID is not
      *               on file but whose name and birth date match the
      *               person master is never applied - it goes to the
      *               review section of DEATHNTF.RPT for someone to
      *               confirm against the CPIQ screen. A notice whose
      *               date of death is not a real date on or before
      *               the run date is rejected without being applied.
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
       PROGRAM-ID. CBPERDTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEATH-NOTICE-FILE ASSIGN TO 'DEATHNTF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT GOVT-ID-FILE ASSIGN TO 'GOVTID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GI-GOVT-ID
               FILE STATUS IS WS-GOVTID-FILE-STATUS.

           SELECT PERSON-MASTER-FILE ASSIGN TO WS-PERSON-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-NAME-DOB-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT ISSUE-STATUS-FILE ASSIGN TO 'ISSUSTAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-NAME-DOB-KEY
               FILE STATUS IS WS-STATUS-FILE-STATUS.

           SELECT CANCEL-FILE ASSIGN TO 'CARDCNCL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANCEL-FILE-STATUS.

           SELECT DEATH-REPORT-FILE ASSIGN TO 'DEATHNTF.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEATH-NOTICE-FILE.
           COPY CBPDTHNR.

       FD  GOVT-ID-FILE.
           COPY CBPGVIDR.

       FD  PERSON-MASTER-FILE.
       01  PERSON-MASTER-RECORD.
           05 PM-NAME-DOB-KEY     PIC X(50).
           05 PM-FIRST-NAME       PIC X(20).
           05 PM-LAST-NAME        PIC X(20).
           05 PM-BIRTH-DATE       PIC X(10).

       FD  ISSUE-STATUS-FILE.
           COPY CBPISSST.

       FD  CANCEL-FILE.
           COPY CBPCNCLR.

       FD  DEATH-REPORT-FILE.
       01  DEATH-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      * FILE NAMES AND STATUS
      *-----------------------------------------------------------*
       01  WS-PERSON-MASTER-FILE  PIC X(30) VALUE 'PERSMAST.DAT'.

       01  WS-NOTICE-FILE-STATUS  PIC X(02).
       01  WS-GOVTID-FILE-STATUS  PIC X(02).
       01  WS-MASTER-FILE-STATUS  PIC X(02).
       01  WS-STATUS-FILE-STATUS  PIC X(02).
       01  WS-CANCEL-FILE-STATUS  PIC X(02).
       01  WS-REPORT-FILE-STATUS  PIC X(02).

      *-----------------------------------------------------------*
      * SWITCHES. THE CROSS REFERENCE, MASTER AND ISSUANCE STATUS
      * FILES ARE EACH OPTIONAL - A STORE THAT HAS NEVER BEEN
      * BUILT SIMPLY HAS NOTHING TO MATCH.
      *-----------------------------------------------------------*
       01  EOF                    PIC X VALUE 'N'.
           88 END-OF-FILE                   VALUE 'Y'.

       01  WS-NOTICES-PRESENT-SW  PIC X VALUE 'Y'.
           88 WS-NOTICES-ARE-PRESENT        VALUE 'Y'.
       01  WS-GOVTID-PRESENT-SW   PIC X VALUE 'Y'.
           88 WS-GOVTID-IS-PRESENT          VALUE 'Y'.
       01  WS-MASTER-PRESENT-SW   PIC X VALUE 'Y'.
           88 WS-MASTER-IS-PRESENT          VALUE 'Y'.
       01  WS-STATUS-PRESENT-SW   PIC X VALUE 'Y'.
           88 WS-STATUS-IS-PRESENT          VALUE 'Y'.

       01  WS-ID-MATCH-SW         PIC X VALUE 'N'.
           88 WS-ID-MATCHED                 VALUE 'Y'.
       01  WS-NAME-MATCH-SW       PIC X VALUE 'N'.
           88 WS-NAME-MATCHED               VALUE 'Y'.
       01  WS-DEATH-DATE-SW       PIC X VALUE 'Y'.
           88 WS-DEATH-DATE-IS-VALID        VALUE 'Y'.
       01  WS-LEAP-YEAR-SW        PIC X VALUE 'N'.
           88 WS-LEAP-YEAR                  VALUE 'Y'.

      *-----------------------------------------------------------*
      * SQL RETURN CODE AND HOST VARIABLES - THE PERSON THE
      * NOTICE RESOLVED TO, AS THE DATABASE KNOWS THEM.
      *-----------------------------------------------------------*
       01  SQLCODE                PIC S9(4) COMP.
       01  WS-DTH-GOVT-ID         PIC X(09) VALUE SPACES.
       01  WS-DTH-FIRST-NAME      PIC X(20) VALUE SPACES.
       01  WS-DTH-LAST-NAME       PIC X(20) VALUE SPACES.
       01  WS-DTH-BIRTH-DATE      PIC X(10) VALUE SPACES.
       01  WS-DTH-DEATH-DATE      PIC X(08) VALUE SPACES.
       01  WS-DTH-KEY             PIC X(50) VALUE SPACES.
       01  WS-PERSON-ROW-COUNT    PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * THE NOTICE'S OWN NAME/BIRTH-DATE KEY FOR THE FALLBACK
      * MATCH AGAINST THE PERSON MASTER.
      *-----------------------------------------------------------*
       01  WS-NOTICE-KEY          PIC X(50) VALUE SPACES.
       01  WS-NOTICE-STATUS       PIC X(28) VALUE SPACES.

      *-----------------------------------------------------------*
      * RUN CONTROL TOTALS
      *-----------------------------------------------------------*
       01  WS-NOTICES-READ        PIC 9(07) VALUE ZERO.
       01  WS-MARKED-DECEASED     PIC 9(07) VALUE ZERO.
       01  WS-ALREADY-DECEASED    PIC 9(07) VALUE ZERO.
       01  WS-CANCELS-WRITTEN     PIC 9(07) VALUE ZERO.
       01  WS-REVIEW-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-UNMATCHED-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-NOT-ON-PERSON       PIC 9(07) VALUE ZERO.
       01  WS-SQL-ERROR-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-BAD-DATE-COUNT      PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * SYSTEM DATE FOR THE FEED HEADER AND REPORT HEADING
      *-----------------------------------------------------------*
       01  WS-SYSTEM-DATE         PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------*
      * DATE-OF-DEATH EDIT WORK AREAS
      *-----------------------------------------------------------*
       01  WS-DEATH-YYYY           PIC 9(04) VALUE ZERO.
       01  WS-DEATH-MM             PIC 9(02) VALUE ZERO.
       01  WS-DEATH-DD             PIC 9(02) VALUE ZERO.
       01  WS-LY-QUO               PIC 9(04) VALUE ZERO.
       01  WS-LY-REM-4             PIC 9(04) VALUE ZERO.
       01  WS-LY-REM-100           PIC 9(04) VALUE ZERO.
       01  WS-LY-REM-400           PIC 9(04) VALUE ZERO.
       01  WS-DAYS-TABLE-VALUES.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 28.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 30.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 30.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 30.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 30.
           05 FILLER               PIC 9(02) VALUE 31.
       01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-VALUES.
           05 WS-DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM INITIALIZE-RUN
           PERFORM OPEN-ALL-FILES
           PERFORM UNTIL END-OF-FILE
               READ DEATH-NOTICE-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM PROCESS-ONE-NOTICE
               END-READ
           END-PERFORM
           PERFORM FINALIZE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           EXIT.

      *-----------------------------------------------------------*
      * NO NOTIFICATION FILE THIS MONTH IS WORTH A WARNING, NOT AN
      * ABEND - THE FEED AND REPORT ARE STILL CUT, EMPTY, SO THE
      * CARD-ISSUANCE SIDE RECONCILES A ZERO TRAILER.
      *-----------------------------------------------------------*
       OPEN-ALL-FILES.
           OPEN INPUT DEATH-NOTICE-FILE
           IF WS-NOTICE-FILE-STATUS = '35'
               DISPLAY 'CBPERDTH - NO DEATHNTF.DAT NOTIFICATION FILE '
                       '- NOTHING TO MATCH'
               MOVE 'N' TO WS-NOTICES-PRESENT-SW
               MOVE 'Y' TO EOF
           ELSE
               IF WS-NOTICE-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERDTH - COULD NOT OPEN '
                           'DEATH-NOTICE-FILE, STATUS='
                           WS-NOTICE-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT GOVT-ID-FILE
           IF WS-GOVTID-FILE-STATUS = '35'
               DISPLAY 'CBPERDTH - NO GOVTID.DAT CROSS REFERENCE - '
                       'MATCHING ON PERSON_GOVT_ID ONLY'
               MOVE 'N' TO WS-GOVTID-PRESENT-SW
           ELSE
               IF WS-GOVTID-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERDTH - COULD NOT OPEN GOVT-ID-FILE, '
                           'STATUS=' WS-GOVTID-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT PERSON-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '35'
               DISPLAY 'CBPERDTH - NO PERSMAST.DAT PERSON MASTER - '
                       'NO NAME/BIRTH-DATE REVIEW MATCHING'
               MOVE 'N' TO WS-MASTER-PRESENT-SW
           ELSE
               IF WS-MASTER-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERDTH - COULD NOT OPEN '
                           'PERSON-MASTER-FILE, STATUS='
                           WS-MASTER-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ISSUE-STATUS-FILE
           IF WS-STATUS-FILE-STATUS = '35'
               DISPLAY 'CBPERDTH - NO ISSUSTAT.DAT - NO CARDS ON '
                       'RECORD TO CANCEL'
               MOVE 'N' TO WS-STATUS-PRESENT-SW
           ELSE
               IF WS-STATUS-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERDTH - COULD NOT OPEN '
                           'ISSUE-STATUS-FILE, STATUS='
                           WS-STATUS-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT CANCEL-FILE
           IF WS-CANCEL-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERDTH - COULD NOT OPEN CANCEL-FILE, '
                       'STATUS=' WS-CANCEL-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DEATH-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERDTH - COULD NOT OPEN '
                       'DEATH-REPORT-FILE, STATUS='
                       WS-REPORT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO CANCEL-RECORD
           MOVE 'H' TO CN-REC-TYPE
           MOVE WS-SYSTEM-DATE TO CN-RUN-DATE
           WRITE CANCEL-RECORD

           MOVE SPACES TO DEATH-REPORT-RECORD
           STRING 'CBPERDTH DECEASED NOTIFICATION REPORT - RUN DATE '
                  WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO DEATH-REPORT-RECORD
           WRITE DEATH-REPORT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * ONE NOTICE. A TAX ID ON FILE DECIDES IT - THE PERSON THE
      * ID BELONGS TO IS MARKED, WHATEVER SPELLING THE AGENCY
      * USED. WITHOUT AN ID MATCH, A PERSON WITH THE SAME NAME
      * AND BIRTH DATE IS ONLY A CANDIDATE AND GOES TO REVIEW.
      * A NOTICE WITH NO USABLE DATE OF DEATH IS NOT MATCHED AT
      * ALL - IT WOULD MARK THE PERSON AND CANCEL THE CARD UNDER
      * A MEANINGLESS DATE.
      *-----------------------------------------------------------*
       PROCESS-ONE-NOTICE.
           ADD 1 TO WS-NOTICES-READ
           INSPECT DN-FIRST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT DN-LAST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE DN-DEATH-DATE TO WS-DTH-DEATH-DATE
           MOVE 'N' TO WS-ID-MATCH-SW
           MOVE 'N' TO WS-NAME-MATCH-SW
           PERFORM VALIDATE-DEATH-DATE
           IF NOT WS-DEATH-DATE-IS-VALID
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE 'REJECTED - BAD DEATH DATE' TO WS-NOTICE-STATUS
           ELSE
               IF DN-GOVT-ID NOT = SPACES
                   PERFORM FIND-PERSON-BY-GOVT-ID
               END-IF
               IF WS-ID-MATCHED
                   PERFORM APPLY-DEATH-NOTICE
               ELSE
                   PERFORM FIND-PERSON-BY-NAME
                   IF WS-NAME-MATCHED
                       ADD 1 TO WS-REVIEW-COUNT
                       MOVE 'REVIEW - NAME/DOB ONLY'
                           TO WS-NOTICE-STATUS
                   ELSE
                       ADD 1 TO WS-UNMATCHED-COUNT
                       MOVE 'NOT ON FILE' TO WS-NOTICE-STATUS
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-NOTICE-LINE
           EXIT.

      *-----------------------------------------------------------*
      * THE DATE OF DEATH MUST BE A NUMERIC CCYYMMDD, A REAL
      * CALENDAR DATE (LEAP YEARS FOR FEBRUARY) FROM 1900 ON, AND
      * NOT AFTER THE RUN DATE.
      *-----------------------------------------------------------*
       VALIDATE-DEATH-DATE.
           MOVE 'Y' TO WS-DEATH-DATE-SW
           IF WS-DTH-DEATH-DATE NOT NUMERIC
                   OR WS-DTH-DEATH-DATE > WS-SYSTEM-DATE
               MOVE 'N' TO WS-DEATH-DATE-SW
           ELSE
               MOVE WS-DTH-DEATH-DATE(1:4) TO WS-DEATH-YYYY
               MOVE WS-DTH-DEATH-DATE(5:2) TO WS-DEATH-MM
               MOVE WS-DTH-DEATH-DATE(7:2) TO WS-DEATH-DD
               IF WS-DEATH-YYYY < 1900
                       OR WS-DEATH-MM < 1 OR WS-DEATH-MM > 12
                   MOVE 'N' TO WS-DEATH-DATE-SW
               ELSE
                   PERFORM DETERMINE-LEAP-YEAR
                   IF WS-DEATH-MM = 2 AND WS-LEAP-YEAR
                       IF WS-DEATH-DD < 1 OR WS-DEATH-DD > 29
                           MOVE 'N' TO WS-DEATH-DATE-SW
                       END-IF
                   ELSE
                       IF WS-DEATH-DD < 1 OR
                               WS-DEATH-DD >
                               WS-DAYS-IN-MONTH(WS-DEATH-MM)
                           MOVE 'N' TO WS-DEATH-DATE-SW
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       DETERMINE-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-YEAR-SW
           DIVIDE WS-DEATH-YYYY BY 4 GIVING WS-LY-QUO
               REMAINDER WS-LY-REM-4
           DIVIDE WS-DEATH-YYYY BY 100 GIVING WS-LY-QUO
               REMAINDER WS-LY-REM-100
           DIVIDE WS-DEATH-YYYY BY 400 GIVING WS-LY-QUO
               REMAINDER WS-LY-REM-400
           IF (WS-LY-REM-4 = 0 AND WS-LY-REM-100 NOT = 0)
                   OR WS-LY-REM-400 = 0
               MOVE 'Y' TO WS-LEAP-YEAR-SW
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE CROSS REFERENCE FIRST; AN ID IT DOES NOT CARRY IS
      * LOOKED UP ON THE PERSON_GOVT_ID TABLE ITSELF.
      *-----------------------------------------------------------*
       FIND-PERSON-BY-GOVT-ID.
           MOVE DN-GOVT-ID TO WS-DTH-GOVT-ID
           IF WS-GOVTID-IS-PRESENT
               MOVE DN-GOVT-ID TO GI-GOVT-ID
               READ GOVT-ID-FILE
                   KEY IS GI-GOVT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ID-MATCH-SW
                       MOVE GI-FIRST-NAME TO WS-DTH-FIRST-NAME
                       MOVE GI-LAST-NAME TO WS-DTH-LAST-NAME
                       MOVE GI-BIRTH-DATE TO WS-DTH-BIRTH-DATE
                       MOVE GI-NAME-DOB-KEY TO WS-DTH-KEY
               END-READ
           END-IF

           IF NOT WS-ID-MATCHED
               EXEC SQL
                   SELECT FIRST_NAME, LAST_NAME, BIRTH_DATE
                       INTO :WS-DTH-FIRST-NAME, :WS-DTH-LAST-NAME,
                            :WS-DTH-BIRTH-DATE
                       FROM PERSON_GOVT_ID
                       WHERE GOVT_ID = :WS-DTH-GOVT-ID
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE 'Y' TO WS-ID-MATCH-SW
                       MOVE SPACES TO WS-DTH-KEY
                       STRING WS-DTH-LAST-NAME DELIMITED BY SIZE
                              WS-DTH-FIRST-NAME DELIMITED BY SIZE
                              WS-DTH-BIRTH-DATE DELIMITED BY SIZE
                           INTO WS-DTH-KEY
                   WHEN SQLCODE = 100
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-SQL-ERROR-COUNT
                       DISPLAY 'CBPERDTH - GOVT ID LOOKUP FAILED, '
                               'SQLCODE=' SQLCODE
                               ' FOR ID ' WS-DTH-GOVT-ID
               END-EVALUATE
           END-IF
           EXIT.

       FIND-PERSON-BY-NAME.
           MOVE SPACES TO WS-NOTICE-KEY
           STRING DN-LAST-NAME DELIMITED BY SIZE
                  DN-FIRST-NAME DELIMITED BY SIZE
                  DN-BIRTH-DATE DELIMITED BY SIZE
               INTO WS-NOTICE-KEY
           IF WS-MASTER-IS-PRESENT
               MOVE WS-NOTICE-KEY TO PM-NAME-DOB-KEY
               READ PERSON-MASTER-FILE
                   KEY IS PM-NAME-DOB-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-NAME-MATCH-SW
               END-READ
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * MARK THE PERSON DECEASED. ONLY A PERSON NOT ALREADY
      * MARKED IS TOUCHED, SO A NOTICE REPEATED ON A LATER
      * MONTH'S FILE NEITHER MOVES THE DATE NOR SENDS A SECOND
      * CANCELLATION. NO ROW UPDATED MEANS EITHER ALREADY MARKED
      * OR THE ID POINTS AT A PERSON NO LONGER ON THE TABLE.
      *-----------------------------------------------------------*
       APPLY-DEATH-NOTICE.
           EXEC SQL
               UPDATE PERSON
                   SET DECEASED_DATE = :WS-DTH-DEATH-DATE
                   WHERE FIRST_NAME = :WS-DTH-FIRST-NAME
                     AND LAST_NAME = :WS-DTH-LAST-NAME
                     AND BIRTH_DATE = :WS-DTH-BIRTH-DATE
                     AND DECEASED_DATE IS NULL
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-MARKED-DECEASED
                   MOVE 'MARKED DECEASED' TO WS-NOTICE-STATUS
                   PERFORM CANCEL-ISSUED-CARD
               WHEN SQLCODE = 100
                   PERFORM CHECK-PERSON-ON-TABLE
               WHEN OTHER
                   ADD 1 TO WS-SQL-ERROR-COUNT
                   MOVE 'SQL ERROR - NOT APPLIED' TO WS-NOTICE-STATUS
                   DISPLAY 'CBPERDTH - PERSON UPDATE FAILED, SQLCODE='
                           SQLCODE ' FOR ' WS-DTH-FIRST-NAME ' '
                           WS-DTH-LAST-NAME
           END-EVALUATE
           EXIT.

       CHECK-PERSON-ON-TABLE.
           MOVE ZERO TO WS-PERSON-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-PERSON-ROW-COUNT
                   FROM PERSON
                   WHERE FIRST_NAME = :WS-DTH-FIRST-NAME
                     AND LAST_NAME = :WS-DTH-LAST-NAME
                     AND BIRTH_DATE = :WS-DTH-BIRTH-DATE
           END-EXEC
           IF SQLCODE = 0 AND WS-PERSON-ROW-COUNT > ZERO
               ADD 1 TO WS-ALREADY-DECEASED
               MOVE 'ALREADY MARKED DECEASED' TO WS-NOTICE-STATUS
           ELSE
               ADD 1 TO WS-NOT-ON-PERSON
               MOVE 'ID ON FILE - NO PERSON ROW' TO WS-NOTICE-STATUS
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * A CARD SENT FOR ISSUANCE ('S') OR ALREADY PRODUCED ('P')
      * IS STOPPED ON THE CANCELLATION FEED. A FAILED ISSUE OR A
      * PERSON NEVER SENT HAS NO CARD TO CANCEL.
      *-----------------------------------------------------------*
       CANCEL-ISSUED-CARD.
           IF WS-STATUS-IS-PRESENT
               MOVE WS-DTH-KEY TO IS-NAME-DOB-KEY
               READ ISSUE-STATUS-FILE
                   KEY IS IS-NAME-DOB-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IS-ISSUE-STATUS = 'S'
                               OR IS-ISSUE-STATUS = 'P'
                           PERFORM WRITE-CANCEL-DETAIL
                       END-IF
               END-READ
           END-IF
           EXIT.

       WRITE-CANCEL-DETAIL.
           MOVE SPACES TO CANCEL-RECORD
           MOVE 'D' TO CN-REC-TYPE
           MOVE IS-FIRST-NAME TO CN-FIRST-NAME
           MOVE IS-LAST-NAME TO CN-LAST-NAME
           MOVE IS-BIRTH-DATE TO CN-BIRTH-DATE
           MOVE IS-ISSUE-STATUS TO CN-ISSUE-STATUS
           MOVE IS-SENT-DATE TO CN-SENT-DATE
           MOVE 'D' TO CN-CANCEL-REASON
           MOVE WS-DTH-DEATH-DATE TO CN-EFFECTIVE-DATE
           WRITE CANCEL-RECORD
           ADD 1 TO WS-CANCELS-WRITTEN
           MOVE 'MARKED DECEASED - CANCELLED' TO WS-NOTICE-STATUS
           EXIT.

       WRITE-NOTICE-LINE.
           MOVE SPACES TO DEATH-REPORT-RECORD
           STRING WS-NOTICE-STATUS DELIMITED BY SIZE
                  ' TAX ID ' DELIMITED BY SIZE
                  DN-GOVT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DN-LAST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DN-FIRST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DN-BIRTH-DATE DELIMITED BY SIZE
                  ' DIED ' DELIMITED BY SIZE
                  DN-DEATH-DATE DELIMITED BY SIZE
               INTO DEATH-REPORT-RECORD
           WRITE DEATH-REPORT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * TRAILER, COMMIT, SUMMARY. ANYTHING LEFT FOR A PERSON TO
      * LOOK AT - A REVIEW CANDIDATE, A NOTICE NOBODY MATCHED, AN
      * ID WITH NO PERSON BEHIND IT, A NOTICE REJECTED FOR ITS
      * DATE OF DEATH, AN SQL ERROR - ENDS THE RUN WITH THE
      * WARNING RETURN CODE.
      *-----------------------------------------------------------*
       FINALIZE-RUN.
           MOVE SPACES TO CANCEL-RECORD
           MOVE 'T' TO CN-REC-TYPE
           MOVE WS-CANCELS-WRITTEN TO CN-DETAIL-COUNT
           WRITE CANCEL-RECORD

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE SPACES TO DEATH-REPORT-RECORD
           WRITE DEATH-REPORT-RECORD

           MOVE SPACES TO DEATH-REPORT-RECORD
           STRING 'NOTICES READ                 : '
                  WS-NOTICES-READ
               DELIMITED BY SIZE INTO DEATH-REPORT-RECORD
           WRITE DEATH-REPORT-RECORD

           MOVE SPACES TO DEATH-REPORT-RECORD
           STRING 'PERSONS MARKED DECEASED      : '
                  WS-MARKED-DECEASED
               DELIMITED BY SIZE INTO DEATH-REPORT-RECORD
           WRITE DEATH-REPORT-RECORD

           MOVE SPACES TO DEATH-REPORT-RECORD
           STRING 'ALREADY MARKED DECEASED      : '
                  WS-ALREADY-DECEASED
               DELIMITED BY SIZE INTO DEATH-REPORT-RECORD
           WRITE DEATH-REPORT-RECORD

           MOVE SPACES TO DEATH-REPORT-RECORD
           STRING 'CARD CANCELLATIONS SENT      : '
                  WS-CANCELS-WRITTEN
               DELIMITED BY SIZE INTO DEATH-REPORT-RECORD
           WRITE DEATH-REPORT-RECORD

           MOVE SPACES TO DEATH-REPORT-RECORD
           STRING 'NAME/DOB MATCHES FOR REVIEW  : '
                  WS-REVIEW-COUNT
               DELIMITED BY SIZE INTO DEATH-REPORT-RECORD
           WRITE DEATH-REPORT-RECORD

           MOVE SPACES TO DEATH-REPORT-RECORD
           STRING 'NOTICES NOT ON FILE          : '
                  WS-UNMATCHED-COUNT
               DELIMITED BY SIZE INTO DEATH-REPORT-RECORD
           WRITE DEATH-REPORT-RECORD

           MOVE SPACES TO DEATH-REPORT-RECORD
           STRING 'ID ON FILE, NO PERSON ROW    : '
                  WS-NOT-ON-PERSON
               DELIMITED BY SIZE INTO DEATH-REPORT-RECORD
           WRITE DEATH-REPORT-RECORD

           MOVE SPACES TO DEATH-REPORT-RECORD
           STRING 'REJECTED - BAD DEATH DATE    : '
                  WS-BAD-DATE-COUNT
               DELIMITED BY SIZE INTO DEATH-REPORT-RECORD
           WRITE DEATH-REPORT-RECORD

           MOVE SPACES TO DEATH-REPORT-RECORD
           STRING 'SQL ERRORS                   : '
                  WS-SQL-ERROR-COUNT
               DELIMITED BY SIZE INTO DEATH-REPORT-RECORD
           WRITE DEATH-REPORT-RECORD

           DISPLAY 'CBPERDTH - NOTICES=' WS-NOTICES-READ
                   ' MARKED=' WS-MARKED-DECEASED
                   ' CANCELS=' WS-CANCELS-WRITTEN
                   ' REVIEW=' WS-REVIEW-COUNT
                   ' UNMATCHED=' WS-UNMATCHED-COUNT
                   ' BAD-DATE=' WS-BAD-DATE-COUNT

           PERFORM CLOSE-ALL-FILES

           IF WS-REVIEW-COUNT > ZERO
                   OR WS-UNMATCHED-COUNT > ZERO
                   OR WS-NOT-ON-PERSON > ZERO
                   OR WS-BAD-DATE-COUNT > ZERO
                   OR WS-SQL-ERROR-COUNT > ZERO
                   OR NOT WS-NOTICES-ARE-PRESENT
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       CLOSE-ALL-FILES.
           IF WS-NOTICES-ARE-PRESENT
               CLOSE DEATH-NOTICE-FILE
           END-IF
           IF WS-GOVTID-IS-PRESENT
               CLOSE GOVT-ID-FILE
           END-IF
           IF WS-MASTER-IS-PRESENT
               CLOSE PERSON-MASTER-FILE
           END-IF
           IF WS-STATUS-IS-PRESENT
               CLOSE ISSUE-STATUS-FILE
           END-IF
           CLOSE CANCEL-FILE
           CLOSE DEATH-REPORT-FILE
           EXIT.
