      ******************************************************************
      * Program     : CBPERERA.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Privacy erasure. Reads the right-to-erasure
      *               requests the privacy office files in
      *               ERASREQ.DAT and removes each person from every
      *               store that holds them - the PERSON,
      *               PERSON_ADDRESS and PERSON_GOVT_ID tables, the
      *               person master PERSMAST.DAT, the GOVTID.DAT
      *               cross reference, the ISSUSTAT.DAT issuance
      *               status master, the PERSHOLD.DAT issuance
      *               hold file and the MKTCNST.DAT marketing consent
      *               file. Their trail in the audit history -
      *               the live AUDHIST.DAT and the AUDHIST.ARC
      *               archive - is not deleted but masked: names and
      *               birth date overwritten and the name/birth-date
      *               key replaced by an erasure tag carrying the
      *               request number, with the run dates, sources and
      *               dispositions left as they were so the run
      *               counts still reconcile. The ACCJRNL.DAT access
      *               journal is masked the same way - who looked,
      *               and when, stays on record; whom they looked at
      *               becomes the erasure tag. A person under an open
      *               sanctions hold is not erased - compliance must
      *               close the hold first. ERASURE.RPT carries one
      *               certificate per request, store by store, for
      *               the privacy office to file.
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
       PROGRAM-ID. CBPERERA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-REQUEST-FILE ASSIGN TO 'ERASREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT PERSON-MASTER-FILE ASSIGN TO WS-PERSON-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-NAME-DOB-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT GOVT-ID-FILE ASSIGN TO 'GOVTID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GI-GOVT-ID
               FILE STATUS IS WS-GOVTID-FILE-STATUS.

           SELECT ISSUE-STATUS-FILE ASSIGN TO 'ISSUSTAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-NAME-DOB-KEY
               FILE STATUS IS WS-STATUS-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'PERSHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT MKT-CONSENT-FILE ASSIGN TO 'MKTCNST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-NAME-DOB-KEY
               FILE STATUS IS WS-CONSENT-FILE-STATUS.

           SELECT AUDIT-HISTORY-FILE ASSIGN TO 'AUDHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT ARCHIVE-MASTER-FILE ASSIGN TO 'AUDHIST.ARC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT ACCESS-JOURNAL-FILE ASSIGN TO 'ACCJRNL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-KEY
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT ARCHIVE-WORK-FILE ASSIGN TO 'AUDHIST.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT CERTIFICATE-REPORT-FILE ASSIGN TO 'ERASURE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-REQUEST-FILE.
           COPY CBPERASR.

       FD  PERSON-MASTER-FILE.
       01  PERSON-MASTER-RECORD.
           05 PM-NAME-DOB-KEY     PIC X(50).
           05 PM-FIRST-NAME       PIC X(20).
           05 PM-LAST-NAME        PIC X(20).
           05 PM-BIRTH-DATE       PIC X(10).

       FD  GOVT-ID-FILE.
           COPY CBPGVIDR.

       FD  ISSUE-STATUS-FILE.
           COPY CBPISSST.

       FD  HOLD-FILE.
           COPY CBPHOLDR.

       FD  MKT-CONSENT-FILE.
           COPY CBPMKTCN.

       FD  AUDIT-HISTORY-FILE.
           COPY CBAUDHST.

       FD  ARCHIVE-MASTER-FILE.
           COPY CBAUDHST REPLACING
               ==AUDIT-HISTORY-RECORD== BY ==ARCHIVE-MASTER-RECORD==
               LEADING ==AH-== BY ==AX-==.

       FD  ARCHIVE-WORK-FILE.
           COPY CBAUDHST REPLACING
               ==AUDIT-HISTORY-RECORD== BY ==ARCHIVE-WORK-RECORD==
               LEADING ==AH-== BY ==AW-==.

       FD  ACCESS-JOURNAL-FILE.
           COPY CBPACCJR.

       FD  CERTIFICATE-REPORT-FILE.
       01  CERTIFICATE-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      * FILE NAMES AND STATUS
      *-----------------------------------------------------------*
       01  WS-PERSON-MASTER-FILE  PIC X(30) VALUE 'PERSMAST.DAT'.

       01  WS-REQUEST-FILE-STATUS PIC X(02).
       01  WS-MASTER-FILE-STATUS  PIC X(02).
       01  WS-GOVTID-FILE-STATUS  PIC X(02).
       01  WS-STATUS-FILE-STATUS  PIC X(02).
       01  WS-HOLD-FILE-STATUS    PIC X(02).
       01  WS-CONSENT-FILE-STATUS PIC X(02).
       01  WS-HISTORY-FILE-STATUS PIC X(02).
       01  WS-ARCHIVE-FILE-STATUS PIC X(02).
       01  WS-WORK-FILE-STATUS    PIC X(02).
       01  WS-JOURNAL-FILE-STATUS PIC X(02).
       01  WS-REPORT-FILE-STATUS  PIC X(02).

      *-----------------------------------------------------------*
      * SWITCHES. EVERY STORE BUT THE REQUEST FILE ITSELF IS
      * OPTIONAL - A STORE THAT WAS NEVER BUILT HOLDS NOBODY, AND
      * THE CERTIFICATE SAYS NOTHING WAS FOUND THERE.
      *-----------------------------------------------------------*
       01  EOF                    PIC X VALUE 'N'.
           88 END-OF-FILE                   VALUE 'Y'.

       01  WS-REQUESTS-PRESENT-SW PIC X VALUE 'Y'.
           88 WS-REQUESTS-ARE-PRESENT       VALUE 'Y'.
       01  WS-MASTER-PRESENT-SW   PIC X VALUE 'Y'.
           88 WS-MASTER-IS-PRESENT          VALUE 'Y'.
       01  WS-GOVTID-PRESENT-SW   PIC X VALUE 'Y'.
           88 WS-GOVTID-IS-PRESENT          VALUE 'Y'.
       01  WS-STATUS-PRESENT-SW   PIC X VALUE 'Y'.
           88 WS-STATUS-IS-PRESENT          VALUE 'Y'.
       01  WS-HOLD-PRESENT-SW     PIC X VALUE 'Y'.
           88 WS-HOLD-IS-PRESENT            VALUE 'Y'.
       01  WS-CONSENT-PRESENT-SW  PIC X VALUE 'Y'.
           88 WS-CONSENT-IS-PRESENT         VALUE 'Y'.
       01  WS-HISTORY-PRESENT-SW  PIC X VALUE 'Y'.
           88 WS-HISTORY-IS-PRESENT         VALUE 'Y'.
       01  WS-ARCHIVE-PRESENT-SW  PIC X VALUE 'Y'.
           88 WS-ARCHIVE-IS-PRESENT         VALUE 'Y'.
       01  WS-JOURNAL-PRESENT-SW  PIC X VALUE 'Y'.
           88 WS-JOURNAL-IS-PRESENT         VALUE 'Y'.

       01  WS-SUBJECT-FOUND-SW    PIC X VALUE 'N'.
           88 WS-SUBJECT-FOUND              VALUE 'Y'.
       01  WS-OPEN-HOLD-SW        PIC X VALUE 'N'.
           88 WS-SANCTIONS-HOLD-OPEN        VALUE 'Y'.
       01  WS-SQL-FAILED-SW       PIC X VALUE 'N'.
           88 WS-SQL-FAILED                 VALUE 'Y'.
       01  WS-ANY-ERASED-SW       PIC X VALUE 'N'.
           88 WS-ANY-REQUEST-ERASED         VALUE 'Y'.

      *-----------------------------------------------------------*
      * EVERY REQUEST OF THE RUN, HELD SO THE AUDIT HISTORY AND
      * ITS ARCHIVE ARE EACH PASSED ONCE FOR ALL OF THEM, AND SO
      * THE CERTIFICATES CAN BE PRINTED WITH EVERY STORE'S COUNT.
      * KEY 1 IS THE PERSON AS THE REQUEST NAMES THEM, KEY 2 THE
      * PERSON THE TAX ID POINTS AT WHEN THAT IS SOMEONE SPELLED
      * DIFFERENTLY. THE MASK KEY IS THE ERASURE TAG THE HISTORY
      * ENTRIES ARE LEFT UNDER. STATE 'D' ERASED, 'R' REFUSED
      * (OPEN SANCTIONS HOLD), 'E' NOT APPLIED (DATABASE ERROR),
      * 'V' REFERRED FOR REVIEW (TAX ID ON ANOTHER BIRTH DATE).
      * REQUESTS PAST THE TABLE LIMIT WAIT FOR THE NEXT RUN.
      *-----------------------------------------------------------*
       01  WS-RQ-MAX              PIC 9(03) VALUE 500.
       01  WS-RQ-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-RQ-TABLE.
           05 WS-RQ-ENTRY         OCCURS 500 TIMES.
              10 WS-RQ-REQUEST-ID    PIC X(10).
              10 WS-RQ-RECEIVED-DATE PIC X(08).
              10 WS-RQ-KEY-1         PIC X(50).
              10 WS-RQ-KEY-2         PIC X(50).
              10 WS-RQ-MASK-KEY      PIC X(50).
              10 WS-RQ-FOUND-ID-1    PIC X(09).
              10 WS-RQ-FOUND-ID-2    PIC X(09).
              10 WS-RQ-STATE         PIC X(01).
                 88 WS-RQ-ERASED               VALUE 'D'.
                 88 WS-RQ-REFUSED              VALUE 'R'.
                 88 WS-RQ-IN-ERROR             VALUE 'E'.
                 88 WS-RQ-FOR-REVIEW           VALUE 'V'.
              10 WS-RQ-PERSON-ROWS   PIC 9(05).
              10 WS-RQ-ADDRESS-ROWS  PIC 9(05).
              10 WS-RQ-GOVTID-ROWS   PIC 9(05).
              10 WS-RQ-MASTER-RECS   PIC 9(05).
              10 WS-RQ-XREF-RECS     PIC 9(05).
              10 WS-RQ-STATUS-RECS   PIC 9(05).
              10 WS-RQ-HOLD-RECS     PIC 9(05).
              10 WS-RQ-CONSENT-RECS  PIC 9(05).
              10 WS-RQ-HIST-MASKED   PIC 9(05).
              10 WS-RQ-ARC-MASKED    PIC 9(05).
              10 WS-RQ-JRNL-MASKED   PIC 9(05).
       01  WS-RQ-NDX              PIC 9(03) VALUE ZERO.
       01  WS-RQ-FOUND-NDX        PIC 9(03) VALUE ZERO.
       01  WS-RQ-OVERFLOW         PIC 9(05) VALUE ZERO.
       01  WS-KEY-NBR             PIC 9(01) VALUE ZERO.

      *-----------------------------------------------------------*
      * SQL RETURN CODE AND HOST VARIABLES - THE PERSON BEING
      * ERASED, SPLIT BACK OUT OF THEIR NAME/BIRTH-DATE KEY.
      *-----------------------------------------------------------*
       01  SQLCODE                PIC S9(4) COMP.
       01  WS-ERA-KEY             PIC X(50) VALUE SPACES.
       01  WS-ERA-FIRST-NAME      PIC X(20) VALUE SPACES.
       01  WS-ERA-LAST-NAME       PIC X(20) VALUE SPACES.
       01  WS-ERA-BIRTH-DATE      PIC X(10) VALUE SPACES.
       01  WS-ERA-GOVT-ID         PIC X(09) VALUE SPACES.
       01  WS-ERA-FOUND-ID        PIC X(09) VALUE SPACES.
       01  WS-ROW-COUNT           PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * ONE AUDIT HISTORY ENTRY, LIVE OR ARCHIVED, WHILE IT IS
      * JUDGED AND MASKED, AND THE KEYS IT IS JUDGED BY - ITS OWN
      * KEY, AND KEYS BUILT FROM ITS AFTER AND BEFORE VALUES, SO
      * AN ENTRY FILED UNDER AN OLD SPELLING IS STILL FOUND.
      *-----------------------------------------------------------*
           COPY CBAUDHST REPLACING
               ==AUDIT-HISTORY-RECORD== BY ==WS-HIST-ENTRY==
               LEADING ==AH-== BY ==HE-==.
       01  WS-HIST-SAVE-KEY       PIC X(65) VALUE SPACES.
       01  WS-CHK-NEW-KEY         PIC X(50) VALUE SPACES.
       01  WS-CHK-ORIG-KEY        PIC X(50) VALUE SPACES.
       01  WS-CHK-FIRST-NAME      PIC X(20) VALUE SPACES.
       01  WS-CHK-LAST-NAME       PIC X(20) VALUE SPACES.
       01  WS-ERASED-TAG          PIC X(08) VALUE '*ERASED*'.

      *-----------------------------------------------------------*
      * RUN CONTROL TOTALS
      *-----------------------------------------------------------*
       01  WS-REQUESTS-READ       PIC 9(07) VALUE ZERO.
       01  WS-REQUESTS-ERASED     PIC 9(07) VALUE ZERO.
       01  WS-REQUESTS-NOT-FOUND  PIC 9(07) VALUE ZERO.
       01  WS-REQUESTS-REFUSED    PIC 9(07) VALUE ZERO.
       01  WS-REQUESTS-IN-ERROR   PIC 9(07) VALUE ZERO.
       01  WS-REQUESTS-FOR-REVIEW PIC 9(07) VALUE ZERO.
       01  WS-HISTORY-READ        PIC 9(07) VALUE ZERO.
       01  WS-ARCHIVE-READ        PIC 9(07) VALUE ZERO.
       01  WS-JOURNAL-READ        PIC 9(07) VALUE ZERO.
       01  WS-MASK-FAILURES       PIC 9(07) VALUE ZERO.
       01  WS-STORE-TOTAL         PIC 9(07) VALUE ZERO.
       01  WS-RESULT-TEXT         PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------*
      * SYSTEM DATE FOR THE CERTIFICATES
      *-----------------------------------------------------------*
       01  WS-SYSTEM-DATE         PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM INITIALIZE-RUN
           PERFORM OPEN-ALL-FILES
           PERFORM UNTIL END-OF-FILE
               READ ERASURE-REQUEST-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM TAKE-ONE-REQUEST
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF
           IF WS-ANY-REQUEST-ERASED
               PERFORM MASK-LIVE-HISTORY
               PERFORM MASK-ARCHIVED-HISTORY
               PERFORM MASK-ACCESS-JOURNAL
           END-IF
           PERFORM PRINT-CERTIFICATES
           PERFORM FINALIZE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           EXIT.

      *-----------------------------------------------------------*
      * THE REQUEST FILE MUST BE THERE - AN ERASURE RUN WITH NO
      * REQUESTS IS A SCHEDULING MISTAKE, NOT A QUIET NIGHT. THE
      * STORES ARE OPENED FOR UPDATE WHERE THEY EXIST.
      *-----------------------------------------------------------*
       OPEN-ALL-FILES.
           OPEN INPUT ERASURE-REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERERA - COULD NOT OPEN '
                       'ERASURE-REQUEST-FILE, STATUS='
                       WS-REQUEST-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PERSON-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '35'
               MOVE 'N' TO WS-MASTER-PRESENT-SW
           ELSE
               IF WS-MASTER-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERERA - COULD NOT OPEN '
                           'PERSON-MASTER-FILE, STATUS='
                           WS-MASTER-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O GOVT-ID-FILE
           IF WS-GOVTID-FILE-STATUS = '35'
               MOVE 'N' TO WS-GOVTID-PRESENT-SW
           ELSE
               IF WS-GOVTID-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERERA - COULD NOT OPEN GOVT-ID-FILE, '
                           'STATUS=' WS-GOVTID-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O ISSUE-STATUS-FILE
           IF WS-STATUS-FILE-STATUS = '35'
               MOVE 'N' TO WS-STATUS-PRESENT-SW
           ELSE
               IF WS-STATUS-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERERA - COULD NOT OPEN '
                           'ISSUE-STATUS-FILE, STATUS='
                           WS-STATUS-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '35'
               MOVE 'N' TO WS-HOLD-PRESENT-SW
           ELSE
               IF WS-HOLD-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERERA - COULD NOT OPEN HOLD-FILE, '
                           'STATUS=' WS-HOLD-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O MKT-CONSENT-FILE
           IF WS-CONSENT-FILE-STATUS = '35'
               MOVE 'N' TO WS-CONSENT-PRESENT-SW
           ELSE
               IF WS-CONSENT-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERERA - COULD NOT OPEN '
                           'MKT-CONSENT-FILE, STATUS='
                           WS-CONSENT-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O AUDIT-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               MOVE 'N' TO WS-HISTORY-PRESENT-SW
           ELSE
               IF WS-HISTORY-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERERA - COULD NOT OPEN '
                           'AUDIT-HISTORY-FILE, STATUS='
                           WS-HISTORY-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O ACCESS-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = '35'
               MOVE 'N' TO WS-JOURNAL-PRESENT-SW
           ELSE
               IF WS-JOURNAL-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERERA - COULD NOT OPEN '
                           'ACCESS-JOURNAL-FILE, STATUS='
                           WS-JOURNAL-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT CERTIFICATE-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERERA - COULD NOT OPEN '
                       'CERTIFICATE-REPORT-FILE, STATUS='
                       WS-REPORT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * ONE REQUEST. THE PERSON IS FOUND UNDER THE NAME AND BIRTH
      * DATE GIVEN, AND UNDER WHATEVER SPELLING THEIR TAX ID
      * POINTS AT. A TAX ID THAT POINTS AT A DIFFERENT BIRTH DATE
      * IS MORE LIKELY MISKEYED THAN THE SAME PERSON, SO NOTHING
      * IS ERASED AND THE REQUEST GOES BACK TO THE PRIVACY OFFICE
      * ON ITS CERTIFICATE. AN OPEN SANCTIONS HOLD ON EITHER KEY
      * REFUSES THE REQUEST OUTRIGHT; OTHERWISE THE LIVE STORES
      * ARE CLEARED UNDER EACH KEY AND THE DATABASE WORK IS
      * COMMITTED BEFORE THE NEXT REQUEST, SO ONE BAD REQUEST
      * CANNOT UNDO ANOTHER.
      *-----------------------------------------------------------*
       TAKE-ONE-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           IF WS-RQ-COUNT >= WS-RQ-MAX
               ADD 1 TO WS-RQ-OVERFLOW
               DISPLAY 'CBPERERA - REQUEST TABLE FULL - REQUEST '
                       ER-REQUEST-ID ' LEFT FOR THE NEXT RUN'
           ELSE
               ADD 1 TO WS-RQ-COUNT
               MOVE WS-RQ-COUNT TO WS-RQ-NDX
               PERFORM SET-UP-REQUEST-ENTRY
               IF NOT WS-RQ-FOR-REVIEW(WS-RQ-NDX)
                   PERFORM CHECK-OPEN-SANCTIONS-HOLD
               END-IF
               EVALUATE TRUE
               WHEN WS-RQ-FOR-REVIEW(WS-RQ-NDX)
                   ADD 1 TO WS-REQUESTS-FOR-REVIEW
                   DISPLAY 'CBPERERA - REQUEST ' ER-REQUEST-ID
                           ' TAX ID IS ON FILE UNDER ANOTHER BIRTH '
                           'DATE - REFERRED FOR REVIEW'
               WHEN WS-SANCTIONS-HOLD-OPEN
                   MOVE 'R' TO WS-RQ-STATE(WS-RQ-NDX)
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN OTHER
                   PERFORM ERASE-DATABASE-ROWS
                   IF WS-SQL-FAILED
                       EXEC SQL
                           ROLLBACK
                       END-EXEC
                       MOVE 'E' TO WS-RQ-STATE(WS-RQ-NDX)
                       ADD 1 TO WS-REQUESTS-IN-ERROR
                       MOVE ZERO TO WS-RQ-PERSON-ROWS(WS-RQ-NDX)
                       MOVE ZERO TO WS-RQ-ADDRESS-ROWS(WS-RQ-NDX)
                       MOVE ZERO TO WS-RQ-GOVTID-ROWS(WS-RQ-NDX)
                   ELSE
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       PERFORM ERASE-FILE-STORES
                       MOVE 'D' TO WS-RQ-STATE(WS-RQ-NDX)
                       MOVE 'Y' TO WS-ANY-ERASED-SW
                   END-IF
               END-EVALUATE
           END-IF
           EXIT.

       SET-UP-REQUEST-ENTRY.
           INSPECT ER-FIRST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT ER-LAST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ER-REQUEST-ID TO WS-RQ-REQUEST-ID(WS-RQ-NDX)
           MOVE ER-RECEIVED-DATE TO WS-RQ-RECEIVED-DATE(WS-RQ-NDX)
           MOVE SPACES TO WS-RQ-KEY-1(WS-RQ-NDX)
           STRING ER-LAST-NAME DELIMITED BY SIZE
                  ER-FIRST-NAME DELIMITED BY SIZE
                  ER-BIRTH-DATE DELIMITED BY SIZE
               INTO WS-RQ-KEY-1(WS-RQ-NDX)
           MOVE SPACES TO WS-RQ-KEY-2(WS-RQ-NDX)
           MOVE SPACES TO WS-RQ-MASK-KEY(WS-RQ-NDX)
           MOVE SPACES TO WS-RQ-FOUND-ID-1(WS-RQ-NDX)
           MOVE SPACES TO WS-RQ-FOUND-ID-2(WS-RQ-NDX)
           STRING WS-ERASED-TAG DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ER-REQUEST-ID DELIMITED BY SIZE
               INTO WS-RQ-MASK-KEY(WS-RQ-NDX)
           MOVE SPACE TO WS-RQ-STATE(WS-RQ-NDX)
           MOVE ZERO TO WS-RQ-PERSON-ROWS(WS-RQ-NDX)
           MOVE ZERO TO WS-RQ-ADDRESS-ROWS(WS-RQ-NDX)
           MOVE ZERO TO WS-RQ-GOVTID-ROWS(WS-RQ-NDX)
           MOVE ZERO TO WS-RQ-MASTER-RECS(WS-RQ-NDX)
           MOVE ZERO TO WS-RQ-XREF-RECS(WS-RQ-NDX)
           MOVE ZERO TO WS-RQ-STATUS-RECS(WS-RQ-NDX)
           MOVE ZERO TO WS-RQ-HOLD-RECS(WS-RQ-NDX)
           MOVE ZERO TO WS-RQ-CONSENT-RECS(WS-RQ-NDX)
           MOVE ZERO TO WS-RQ-HIST-MASKED(WS-RQ-NDX)
           MOVE ZERO TO WS-RQ-ARC-MASKED(WS-RQ-NDX)
           MOVE ZERO TO WS-RQ-JRNL-MASKED(WS-RQ-NDX)

           IF ER-GOVT-ID NOT = SPACES
               PERFORM FIND-KEY-BY-GOVT-ID
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE TAX ID'S PERSON - FROM THE CROSS REFERENCE, OR FROM
      * THE PERSON_GOVT_ID TABLE WHEN THE CROSS REFERENCE DOES
      * NOT CARRY IT. A TAX ID FILED UNDER ANOTHER BIRTH DATE IS
      * NOT TAKEN ON TRUST - THE REQUEST IS REFERRED FOR REVIEW
      * AND NOTHING IS ERASED. OTHERWISE THE KEY IS KEPT AS KEY 2
      * ONLY WHEN IT DIFFERS FROM THE NAME THE REQUEST GAVE.
      *-----------------------------------------------------------*
       FIND-KEY-BY-GOVT-ID.
           MOVE ER-GOVT-ID TO WS-ERA-GOVT-ID
           MOVE SPACES TO WS-ERA-KEY
           IF WS-GOVTID-IS-PRESENT
               MOVE ER-GOVT-ID TO GI-GOVT-ID
               READ GOVT-ID-FILE
                   KEY IS GI-GOVT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GI-NAME-DOB-KEY TO WS-ERA-KEY
               END-READ
           END-IF
           IF WS-ERA-KEY = SPACES
               EXEC SQL
                   SELECT FIRST_NAME, LAST_NAME, BIRTH_DATE
                       INTO :WS-ERA-FIRST-NAME, :WS-ERA-LAST-NAME,
                            :WS-ERA-BIRTH-DATE
                       FROM PERSON_GOVT_ID
                       WHERE GOVT_ID = :WS-ERA-GOVT-ID
               END-EXEC
               IF SQLCODE = 0
                   STRING WS-ERA-LAST-NAME DELIMITED BY SIZE
                          WS-ERA-FIRST-NAME DELIMITED BY SIZE
                          WS-ERA-BIRTH-DATE DELIMITED BY SIZE
                       INTO WS-ERA-KEY
               END-IF
           END-IF
           IF WS-ERA-KEY NOT = SPACES
                   AND WS-ERA-KEY(41:10) NOT = ER-BIRTH-DATE
               MOVE 'V' TO WS-RQ-STATE(WS-RQ-NDX)
           ELSE
               IF WS-ERA-KEY NOT = SPACES
                       AND WS-ERA-KEY NOT = WS-RQ-KEY-1(WS-RQ-NDX)
                   MOVE WS-ERA-KEY TO WS-RQ-KEY-2(WS-RQ-NDX)
               END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * A PERSON UNDER AN OPEN SANCTIONS HOLD IS UNDER A LEGAL
      * OBLIGATION TO KEEP - THE REQUEST IS REFUSED AND THE
      * CERTIFICATE SAYS WHY.
      *-----------------------------------------------------------*
       CHECK-OPEN-SANCTIONS-HOLD.
           MOVE 'N' TO WS-OPEN-HOLD-SW
           IF WS-HOLD-IS-PRESENT
               MOVE WS-RQ-KEY-1(WS-RQ-NDX) TO HD-NAME-DOB-KEY
               PERFORM TEST-ONE-SANCTIONS-HOLD
               IF WS-RQ-KEY-2(WS-RQ-NDX) NOT = SPACES
                   MOVE WS-RQ-KEY-2(WS-RQ-NDX) TO HD-NAME-DOB-KEY
                   PERFORM TEST-ONE-SANCTIONS-HOLD
               END-IF
           END-IF
           EXIT.

       TEST-ONE-SANCTIONS-HOLD.
           MOVE 'S' TO HD-HOLD-REASON
           READ HOLD-FILE
               KEY IS HD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HD-HOLD-IS-OPEN
                       MOVE 'Y' TO WS-OPEN-HOLD-SW
                   END-IF
           END-READ
           EXIT.

      *-----------------------------------------------------------*
      * THE DATABASE ROWS UNDER EACH KEY - ADDRESSES AND TAX IDS
      * FIRST, THE PERSON ROW LAST. EACH TABLE IS COUNTED BEFORE
      * IT IS CLEARED SO THE CERTIFICATE CAN SAY HOW MANY ROWS
      * WENT. ANY DATABASE ERROR FAILS THE WHOLE REQUEST.
      *-----------------------------------------------------------*
       ERASE-DATABASE-ROWS.
           MOVE 'N' TO WS-SQL-FAILED-SW
           MOVE 1 TO WS-KEY-NBR
           MOVE WS-RQ-KEY-1(WS-RQ-NDX) TO WS-ERA-KEY
           PERFORM ERASE-ROWS-FOR-KEY
           IF WS-RQ-KEY-2(WS-RQ-NDX) NOT = SPACES
                   AND NOT WS-SQL-FAILED
               MOVE 2 TO WS-KEY-NBR
               MOVE WS-RQ-KEY-2(WS-RQ-NDX) TO WS-ERA-KEY
               PERFORM ERASE-ROWS-FOR-KEY
           END-IF
           EXIT.

       ERASE-ROWS-FOR-KEY.
           MOVE WS-ERA-KEY(1:20) TO WS-ERA-LAST-NAME
           MOVE WS-ERA-KEY(21:20) TO WS-ERA-FIRST-NAME
           MOVE WS-ERA-KEY(41:10) TO WS-ERA-BIRTH-DATE

           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM PERSON_ADDRESS
                   WHERE FIRST_NAME = :WS-ERA-FIRST-NAME
                     AND LAST_NAME = :WS-ERA-LAST-NAME
                     AND BIRTH_DATE = :WS-ERA-BIRTH-DATE
           END-EXEC
           PERFORM CHECK-ERASE-SQLCODE
           IF WS-ROW-COUNT > ZERO AND NOT WS-SQL-FAILED
               EXEC SQL
                   DELETE FROM PERSON_ADDRESS
                       WHERE FIRST_NAME = :WS-ERA-FIRST-NAME
                         AND LAST_NAME = :WS-ERA-LAST-NAME
                         AND BIRTH_DATE = :WS-ERA-BIRTH-DATE
               END-EXEC
               PERFORM CHECK-ERASE-SQLCODE
               ADD WS-ROW-COUNT TO WS-RQ-ADDRESS-ROWS(WS-RQ-NDX)
           END-IF

           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM PERSON_GOVT_ID
                   WHERE FIRST_NAME = :WS-ERA-FIRST-NAME
                     AND LAST_NAME = :WS-ERA-LAST-NAME
                     AND BIRTH_DATE = :WS-ERA-BIRTH-DATE
           END-EXEC
           PERFORM CHECK-ERASE-SQLCODE
           IF WS-ROW-COUNT = 1 AND NOT WS-SQL-FAILED
               PERFORM SAVE-GOVT-ID-ON-FILE
           END-IF
           IF WS-ROW-COUNT > ZERO AND NOT WS-SQL-FAILED
               EXEC SQL
                   DELETE FROM PERSON_GOVT_ID
                       WHERE FIRST_NAME = :WS-ERA-FIRST-NAME
                         AND LAST_NAME = :WS-ERA-LAST-NAME
                         AND BIRTH_DATE = :WS-ERA-BIRTH-DATE
               END-EXEC
               PERFORM CHECK-ERASE-SQLCODE
               ADD WS-ROW-COUNT TO WS-RQ-GOVTID-ROWS(WS-RQ-NDX)
           END-IF

           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM PERSON
                   WHERE FIRST_NAME = :WS-ERA-FIRST-NAME
                     AND LAST_NAME = :WS-ERA-LAST-NAME
                     AND BIRTH_DATE = :WS-ERA-BIRTH-DATE
           END-EXEC
           PERFORM CHECK-ERASE-SQLCODE
           IF WS-ROW-COUNT > ZERO AND NOT WS-SQL-FAILED
               EXEC SQL
                   DELETE FROM PERSON
                       WHERE FIRST_NAME = :WS-ERA-FIRST-NAME
                         AND LAST_NAME = :WS-ERA-LAST-NAME
                         AND BIRTH_DATE = :WS-ERA-BIRTH-DATE
               END-EXEC
               PERFORM CHECK-ERASE-SQLCODE
               ADD WS-ROW-COUNT TO WS-RQ-PERSON-ROWS(WS-RQ-NDX)
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE TAX ID THE PERSON HOLDS ON THE DATABASE, KEPT BEFORE
      * ITS ROW GOES SO THE CROSS REFERENCE ENTRY CAN BE FOUND
      * EVEN WHEN THE REQUEST ITSELF CARRIED NO TAX ID.
      *-----------------------------------------------------------*
       SAVE-GOVT-ID-ON-FILE.
           MOVE SPACES TO WS-ERA-FOUND-ID
           EXEC SQL
               SELECT GOVT_ID
                   INTO :WS-ERA-FOUND-ID
                   FROM PERSON_GOVT_ID
                   WHERE FIRST_NAME = :WS-ERA-FIRST-NAME
                     AND LAST_NAME = :WS-ERA-LAST-NAME
                     AND BIRTH_DATE = :WS-ERA-BIRTH-DATE
           END-EXEC
           PERFORM CHECK-ERASE-SQLCODE
           IF WS-KEY-NBR = 1
               MOVE WS-ERA-FOUND-ID TO WS-RQ-FOUND-ID-1(WS-RQ-NDX)
           ELSE
               MOVE WS-ERA-FOUND-ID TO WS-RQ-FOUND-ID-2(WS-RQ-NDX)
           END-IF
           EXIT.

       CHECK-ERASE-SQLCODE.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'Y' TO WS-SQL-FAILED-SW
               DISPLAY 'CBPERERA - DATABASE ERROR, SQLCODE=' SQLCODE
                       ' ON REQUEST ' WS-RQ-REQUEST-ID(WS-RQ-NDX)
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE KEYED FILES UNDER EACH KEY. THE CROSS REFERENCE IS
      * KEYED BY TAX ID, SO ITS RECORD GOES ONLY WHEN IT REALLY
      * POINTS AT THE PERSON BEING ERASED - A MISTYPED ID ON THE
      * REQUEST MUST NOT TAKE SOMEBODY ELSE'S ENTRY WITH IT.
      *-----------------------------------------------------------*
       ERASE-FILE-STORES.
           MOVE WS-RQ-KEY-1(WS-RQ-NDX) TO WS-ERA-KEY
           MOVE WS-RQ-FOUND-ID-1(WS-RQ-NDX) TO WS-ERA-GOVT-ID
           PERFORM ERASE-FILES-FOR-KEY
           IF WS-RQ-KEY-2(WS-RQ-NDX) NOT = SPACES
               MOVE WS-RQ-KEY-2(WS-RQ-NDX) TO WS-ERA-KEY
               MOVE WS-RQ-FOUND-ID-2(WS-RQ-NDX) TO WS-ERA-GOVT-ID
               PERFORM ERASE-FILES-FOR-KEY
           END-IF
           EXIT.

       ERASE-FILES-FOR-KEY.
           IF WS-MASTER-IS-PRESENT
               MOVE WS-ERA-KEY TO PM-NAME-DOB-KEY
               DELETE PERSON-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-RQ-MASTER-RECS(WS-RQ-NDX)
               END-DELETE
           END-IF

           IF WS-GOVTID-IS-PRESENT AND ER-GOVT-ID NOT = SPACES
               MOVE ER-GOVT-ID TO WS-ERA-FOUND-ID
               PERFORM ERASE-ONE-XREF-ENTRY
           END-IF
           IF WS-GOVTID-IS-PRESENT AND WS-ERA-GOVT-ID NOT = SPACES
                   AND WS-ERA-GOVT-ID NOT = ER-GOVT-ID
               MOVE WS-ERA-GOVT-ID TO WS-ERA-FOUND-ID
               PERFORM ERASE-ONE-XREF-ENTRY
           END-IF

           IF WS-STATUS-IS-PRESENT
               MOVE WS-ERA-KEY TO IS-NAME-DOB-KEY
               DELETE ISSUE-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-RQ-STATUS-RECS(WS-RQ-NDX)
               END-DELETE
           END-IF

           IF WS-HOLD-IS-PRESENT
               PERFORM ERASE-HOLD-RECORDS
           END-IF

           IF WS-CONSENT-IS-PRESENT
               MOVE WS-ERA-KEY TO MK-NAME-DOB-KEY
               DELETE MKT-CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-RQ-CONSENT-RECS(WS-RQ-NDX)
               END-DELETE
           END-IF
           EXIT.

       ERASE-ONE-XREF-ENTRY.
           MOVE WS-ERA-FOUND-ID TO GI-GOVT-ID
           READ GOVT-ID-FILE
               KEY IS GI-GOVT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GI-NAME-DOB-KEY = WS-ERA-KEY
                       DELETE GOVT-ID-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-RQ-XREF-RECS(WS-RQ-NDX)
                       END-DELETE
                   END-IF
           END-READ
           EXIT.

      *-----------------------------------------------------------*
      * EVERY HOLD THE PERSON EVER CARRIED, WHATEVER THE REASON -
      * THE HOLD KEY STARTS WITH THE PERSON'S KEY, SO THEY SIT
      * TOGETHER ON THE FILE.
      *-----------------------------------------------------------*
       ERASE-HOLD-RECORDS.
           MOVE WS-ERA-KEY TO HD-NAME-DOB-KEY
           MOVE LOW-VALUE TO HD-HOLD-REASON
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
                       IF HD-NAME-DOB-KEY NOT = WS-ERA-KEY
                           MOVE 'Y' TO EOF
                       ELSE
                           DELETE HOLD-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO
                                       WS-RQ-HOLD-RECS(WS-RQ-NDX)
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF
           EXIT.

      *-----------------------------------------------------------*
      * ONE PASS OF THE LIVE AUDIT HISTORY FOR ALL THE RUN'S
      * ERASED PERSONS. A MATCHING ENTRY IS WRITTEN BACK MASKED
      * UNDER THE REQUEST'S ERASURE TAG - SAME RUN DATE, SAME
      * SEQUENCE - AND ONLY ONCE THAT WRITE HAS TAKEN IS THE
      * ORIGINAL DELETED, SO A FAILED WRITE OR AN ABEND CAN LEAVE
      * AN ENTRY UNMASKED FOR THE RERUN BUT NEVER LOSE ONE.
      * ENTRIES ALREADY UNDER A TAG ARE LEFT ALONE.
      *-----------------------------------------------------------*
       MASK-LIVE-HISTORY.
           IF WS-HISTORY-IS-PRESENT
               MOVE LOW-VALUES TO AH-KEY
               START AUDIT-HISTORY-FILE KEY NOT < AH-KEY
                   INVALID KEY
                       MOVE 'Y' TO EOF
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           ADD 1 TO WS-HISTORY-READ
                           MOVE AUDIT-HISTORY-RECORD TO WS-HIST-ENTRY
                           PERFORM FIND-ERASED-SUBJECT
                           IF WS-SUBJECT-FOUND
                               PERFORM MASK-ONE-LIVE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF
           END-IF
           EXIT.

       MASK-ONE-LIVE-ENTRY.
           MOVE AH-KEY TO WS-HIST-SAVE-KEY
           PERFORM MASK-HISTORY-ENTRY
           MOVE WS-HIST-ENTRY TO AUDIT-HISTORY-RECORD
           WRITE AUDIT-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-MASK-FAILURES
                   DISPLAY 'CBPERERA - COULD NOT WRITE MASKED '
                           'HISTORY ENTRY ' WS-HIST-SAVE-KEY
                           ', STATUS=' WS-HISTORY-FILE-STATUS
                           ' - ORIGINAL LEFT IN PLACE'
               NOT INVALID KEY
                   MOVE WS-HIST-SAVE-KEY TO AH-KEY
                   DELETE AUDIT-HISTORY-FILE
                       INVALID KEY
                           ADD 1 TO WS-MASK-FAILURES
                           DISPLAY 'CBPERERA - COULD NOT REMOVE '
                                   'UNMASKED HISTORY ENTRY FOR '
                                   'REQUEST '
                                   WS-RQ-REQUEST-ID(WS-RQ-FOUND-NDX)
                       NOT INVALID KEY
                           ADD 1 TO
                               WS-RQ-HIST-MASKED(WS-RQ-FOUND-NDX)
                   END-DELETE
           END-WRITE
           EXIT.

      *-----------------------------------------------------------*
      * THE ARCHIVE IS A PLAIN SEQUENTIAL FILE AND CANNOT BE
      * UPDATED IN PLACE. IT IS COPIED, MASKED, TO AUDHIST.WRK,
      * AND THE WORK COPY IS THEN COPIED BACK OVER IT - AN ABEND
      * IN THE FIRST STEP LEAVES THE ARCHIVE UNTOUCHED, ONE IN
      * THE SECOND LEAVES A COMPLETE MASKED COPY IN AUDHIST.WRK
      * TO RESTORE FROM.
      *-----------------------------------------------------------*
       MASK-ARCHIVED-HISTORY.
           OPEN INPUT ARCHIVE-MASTER-FILE
           IF WS-ARCHIVE-FILE-STATUS = '35'
               MOVE 'N' TO WS-ARCHIVE-PRESENT-SW
           ELSE
               IF WS-ARCHIVE-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERERA - COULD NOT OPEN '
                           'ARCHIVE-MASTER-FILE, STATUS='
                           WS-ARCHIVE-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-ARCHIVE-IS-PRESENT
               OPEN OUTPUT ARCHIVE-WORK-FILE
               IF WS-WORK-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERERA - COULD NOT OPEN '
                           'ARCHIVE-WORK-FILE, STATUS='
                           WS-WORK-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-FILE
                   READ ARCHIVE-MASTER-FILE
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM MASK-ONE-ARCHIVED-ENTRY
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF
               CLOSE ARCHIVE-MASTER-FILE
               CLOSE ARCHIVE-WORK-FILE
               PERFORM COPY-WORK-BACK-TO-ARCHIVE
           END-IF
           EXIT.

       MASK-ONE-ARCHIVED-ENTRY.
           ADD 1 TO WS-ARCHIVE-READ
           MOVE ARCHIVE-MASTER-RECORD TO WS-HIST-ENTRY
           PERFORM FIND-ERASED-SUBJECT
           IF WS-SUBJECT-FOUND
               PERFORM MASK-HISTORY-ENTRY
               ADD 1 TO WS-RQ-ARC-MASKED(WS-RQ-FOUND-NDX)
           END-IF
           MOVE WS-HIST-ENTRY TO ARCHIVE-WORK-RECORD
           WRITE ARCHIVE-WORK-RECORD
           EXIT.

       COPY-WORK-BACK-TO-ARCHIVE.
           OPEN INPUT ARCHIVE-WORK-FILE
           OPEN OUTPUT ARCHIVE-MASTER-FILE
           IF WS-WORK-FILE-STATUS NOT = '00'
                   OR WS-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERERA - COULD NOT COPY AUDHIST.WRK BACK '
                       'TO AUDHIST.ARC, STATUS='
                       WS-WORK-FILE-STATUS '/' WS-ARCHIVE-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ ARCHIVE-WORK-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE ARCHIVE-WORK-RECORD TO ARCHIVE-MASTER-RECORD
                       WRITE ARCHIVE-MASTER-RECORD
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF
           CLOSE ARCHIVE-WORK-FILE
           CLOSE ARCHIVE-MASTER-FILE
           EXIT.

      *-----------------------------------------------------------*
      * THE ACCESS JOURNAL IS KEYED BY WHEN AND WHERE, NOT BY
      * WHOM, SO ITS ENTRIES ARE MASKED IN PLACE - THE PERSON
      * KEYS (A BROWSE PAGE CARRIES ITS FIRST AND LAST PERSON)
      * BECOME THE REQUEST'S ERASURE TAG AND THE ENTRY IS
      * REWRITTEN. THE OPERATOR, TERMINAL, TIME AND ACTION STAY,
      * SO THE ACCESS REVIEW STILL COUNTS THE ACCESS.
      *-----------------------------------------------------------*
       MASK-ACCESS-JOURNAL.
           IF WS-JOURNAL-IS-PRESENT
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
                           ADD 1 TO WS-JOURNAL-READ
                           PERFORM MASK-ONE-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF
           END-IF
           EXIT.

       MASK-ONE-JOURNAL-ENTRY.
           MOVE 'N' TO WS-SUBJECT-FOUND-SW
           MOVE ZERO TO WS-RQ-FOUND-NDX
           PERFORM VARYING WS-RQ-NDX FROM 1 BY 1
                   UNTIL WS-RQ-NDX > WS-RQ-COUNT
               IF WS-RQ-ERASED(WS-RQ-NDX)
                   PERFORM JUDGE-ONE-JOURNAL-KEY
               END-IF
           END-PERFORM
           IF WS-SUBJECT-FOUND
               REWRITE ACCESS-JOURNAL-RECORD
                   INVALID KEY
                       ADD 1 TO WS-MASK-FAILURES
                       DISPLAY 'CBPERERA - COULD NOT MASK ACCESS '
                               'JOURNAL ENTRY FOR REQUEST '
                               WS-RQ-REQUEST-ID(WS-RQ-FOUND-NDX)
               END-REWRITE
           END-IF
           EXIT.

       JUDGE-ONE-JOURNAL-KEY.
           IF AJ-PERSON-KEY = WS-RQ-KEY-1(WS-RQ-NDX)
                   OR (WS-RQ-KEY-2(WS-RQ-NDX) NOT = SPACES
                   AND AJ-PERSON-KEY = WS-RQ-KEY-2(WS-RQ-NDX))
               MOVE WS-RQ-MASK-KEY(WS-RQ-NDX) TO AJ-PERSON-KEY
               PERFORM COUNT-JOURNAL-MASK
           END-IF
           IF AJ-LAST-PERSON-KEY = WS-RQ-KEY-1(WS-RQ-NDX)
                   OR (WS-RQ-KEY-2(WS-RQ-NDX) NOT = SPACES
                   AND AJ-LAST-PERSON-KEY = WS-RQ-KEY-2(WS-RQ-NDX))
               MOVE WS-RQ-MASK-KEY(WS-RQ-NDX) TO AJ-LAST-PERSON-KEY
               PERFORM COUNT-JOURNAL-MASK
           END-IF
           EXIT.

       COUNT-JOURNAL-MASK.
           IF WS-RQ-FOUND-NDX NOT = WS-RQ-NDX
               ADD 1 TO WS-RQ-JRNL-MASKED(WS-RQ-NDX)
           END-IF
           MOVE 'Y' TO WS-SUBJECT-FOUND-SW
           MOVE WS-RQ-NDX TO WS-RQ-FOUND-NDX
           EXIT.

      *-----------------------------------------------------------*
      * DOES THIS HISTORY ENTRY BELONG TO ONE OF THE RUN'S ERASED
      * PERSONS? ITS OWN KEY, ITS AFTER VALUES AND ITS BEFORE
      * VALUES (AS RECEIVED, SO UPPERCASED HERE) ARE EACH TRIED
      * AGAINST BOTH KEYS OF EVERY ERASED REQUEST.
      *-----------------------------------------------------------*
       FIND-ERASED-SUBJECT.
           MOVE 'N' TO WS-SUBJECT-FOUND-SW
           MOVE ZERO TO WS-RQ-FOUND-NDX
           IF HE-NAME-DOB-KEY(1:8) NOT = WS-ERASED-TAG
               MOVE SPACES TO WS-CHK-NEW-KEY
               STRING HE-NEW-LAST-NAME DELIMITED BY SIZE
                      HE-NEW-FIRST-NAME DELIMITED BY SIZE
                      HE-NEW-BIRTH-DATE DELIMITED BY SIZE
                   INTO WS-CHK-NEW-KEY
               MOVE HE-ORIG-FIRST-NAME TO WS-CHK-FIRST-NAME
               MOVE HE-ORIG-LAST-NAME TO WS-CHK-LAST-NAME
               INSPECT WS-CHK-FIRST-NAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-CHK-LAST-NAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE SPACES TO WS-CHK-ORIG-KEY
               STRING WS-CHK-LAST-NAME DELIMITED BY SIZE
                      WS-CHK-FIRST-NAME DELIMITED BY SIZE
                      HE-ORIG-BIRTH-DATE DELIMITED BY SIZE
                   INTO WS-CHK-ORIG-KEY
               PERFORM VARYING WS-RQ-NDX FROM 1 BY 1
                       UNTIL WS-RQ-NDX > WS-RQ-COUNT
                       OR WS-SUBJECT-FOUND
                   IF WS-RQ-ERASED(WS-RQ-NDX)
                       PERFORM JUDGE-ONE-REQUEST-KEY
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       JUDGE-ONE-REQUEST-KEY.
           IF HE-NAME-DOB-KEY = WS-RQ-KEY-1(WS-RQ-NDX)
                   OR WS-CHK-NEW-KEY = WS-RQ-KEY-1(WS-RQ-NDX)
                   OR WS-CHK-ORIG-KEY = WS-RQ-KEY-1(WS-RQ-NDX)
               MOVE 'Y' TO WS-SUBJECT-FOUND-SW
           END-IF
           IF WS-RQ-KEY-2(WS-RQ-NDX) NOT = SPACES
               IF HE-NAME-DOB-KEY = WS-RQ-KEY-2(WS-RQ-NDX)
                       OR WS-CHK-NEW-KEY = WS-RQ-KEY-2(WS-RQ-NDX)
                       OR WS-CHK-ORIG-KEY = WS-RQ-KEY-2(WS-RQ-NDX)
                   MOVE 'Y' TO WS-SUBJECT-FOUND-SW
               END-IF
           END-IF
           IF WS-SUBJECT-FOUND
               MOVE WS-RQ-NDX TO WS-RQ-FOUND-NDX
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE MASK - KEY TO THE ERASURE TAG, NAMES AND BIRTH DATES
      * OVERWRITTEN. RUN DATE, SEQUENCE, EFFECTIVE DATE, SOURCE,
      * DISPOSITION AND REASON STAY, SO EVERY RUN'S COUNTS STILL
      * ADD UP AGAINST ITS HISTORY.
      *-----------------------------------------------------------*
       MASK-HISTORY-ENTRY.
           MOVE WS-RQ-MASK-KEY(WS-RQ-FOUND-NDX) TO HE-NAME-DOB-KEY
           MOVE ALL '*' TO HE-ORIG-FIRST-NAME
           MOVE ALL '*' TO HE-ORIG-LAST-NAME
           MOVE ALL '*' TO HE-ORIG-BIRTH-DATE
           MOVE ALL '*' TO HE-NEW-FIRST-NAME
           MOVE ALL '*' TO HE-NEW-LAST-NAME
           MOVE ALL '*' TO HE-NEW-BIRTH-DATE
           EXIT.

      *-----------------------------------------------------------*
      * ONE CERTIFICATE PER REQUEST. THE CERTIFICATE NAMES THE
      * PERSON ONLY BY THE PRIVACY OFFICE'S REQUEST NUMBER AND
      * THE ERASURE TAG LEFT IN THE HISTORY - IT IS FILED, AND
      * MUST NOT ITSELF BECOME ANOTHER PLACE THE PERSON IS KEPT.
      *-----------------------------------------------------------*
       PRINT-CERTIFICATES.
           PERFORM VARYING WS-RQ-NDX FROM 1 BY 1
                   UNTIL WS-RQ-NDX > WS-RQ-COUNT
               PERFORM PRINT-ONE-CERTIFICATE
           END-PERFORM
           EXIT.

       PRINT-ONE-CERTIFICATE.
           COMPUTE WS-STORE-TOTAL =
               WS-RQ-PERSON-ROWS(WS-RQ-NDX)
               + WS-RQ-ADDRESS-ROWS(WS-RQ-NDX)
               + WS-RQ-GOVTID-ROWS(WS-RQ-NDX)
               + WS-RQ-MASTER-RECS(WS-RQ-NDX)
               + WS-RQ-XREF-RECS(WS-RQ-NDX)
               + WS-RQ-STATUS-RECS(WS-RQ-NDX)
               + WS-RQ-HOLD-RECS(WS-RQ-NDX)
               + WS-RQ-CONSENT-RECS(WS-RQ-NDX)
               + WS-RQ-HIST-MASKED(WS-RQ-NDX)
               + WS-RQ-ARC-MASKED(WS-RQ-NDX)
               + WS-RQ-JRNL-MASKED(WS-RQ-NDX)
           EVALUATE TRUE
               WHEN WS-RQ-REFUSED(WS-RQ-NDX)
                   MOVE 'REFUSED - OPEN SANCTIONS HOLD'
                       TO WS-RESULT-TEXT
               WHEN WS-RQ-IN-ERROR(WS-RQ-NDX)
                   MOVE 'NOT APPLIED - DATABASE ERROR, RESUBMIT'
                       TO WS-RESULT-TEXT
               WHEN WS-RQ-FOR-REVIEW(WS-RQ-NDX)
                   MOVE 'NOT ERASED - TAX ID BIRTH DATE MISMATCH'
                       TO WS-RESULT-TEXT
               WHEN WS-STORE-TOTAL = ZERO
                   MOVE 'NO RECORD OF THIS PERSON IN ANY STORE'
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-REQUESTS-NOT-FOUND
               WHEN OTHER
                   MOVE 'ERASURE COMPLETE' TO WS-RESULT-TEXT
                   ADD 1 TO WS-REQUESTS-ERASED
           END-EVALUATE

           MOVE ALL '=' TO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'PRIVACY ERASURE CERTIFICATE - REQUEST '
                  WS-RQ-REQUEST-ID(WS-RQ-NDX)
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'REQUEST RECEIVED             : '
                  WS-RQ-RECEIVED-DATE(WS-RQ-NDX)
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'ERASURE PROCESSED            : '
                  WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'HISTORY ERASURE TAG          : '
                  WS-RQ-MASK-KEY(WS-RQ-NDX)
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'PERSON TABLE ROWS DELETED    : '
                  WS-RQ-PERSON-ROWS(WS-RQ-NDX)
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'PERSON_ADDRESS ROWS DELETED  : '
                  WS-RQ-ADDRESS-ROWS(WS-RQ-NDX)
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'PERSON_GOVT_ID ROWS DELETED  : '
                  WS-RQ-GOVTID-ROWS(WS-RQ-NDX)
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'PERSMAST.DAT RECORDS DELETED : '
                  WS-RQ-MASTER-RECS(WS-RQ-NDX)
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'GOVTID.DAT RECORDS DELETED   : '
                  WS-RQ-XREF-RECS(WS-RQ-NDX)
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'ISSUSTAT.DAT RECORDS DELETED : '
                  WS-RQ-STATUS-RECS(WS-RQ-NDX)
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'PERSHOLD.DAT RECORDS DELETED : '
                  WS-RQ-HOLD-RECS(WS-RQ-NDX)
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'MKTCNST.DAT RECORDS DELETED  : '
                  WS-RQ-CONSENT-RECS(WS-RQ-NDX)
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'AUDHIST.DAT ENTRIES MASKED   : '
                  WS-RQ-HIST-MASKED(WS-RQ-NDX)
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'AUDHIST.ARC ENTRIES MASKED   : '
                  WS-RQ-ARC-MASKED(WS-RQ-NDX)
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'ACCJRNL.DAT ENTRIES MASKED   : '
                  WS-RQ-JRNL-MASKED(WS-RQ-NDX)
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'RESULT                       : '
                  WS-RESULT-TEXT
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * RUN SUMMARY AND RETURN CODE - ANY REQUEST REFUSED, NOT
      * APPLIED, NOT FOUND, REFERRED FOR REVIEW OR LEFT FOR THE
      * NEXT RUN, OR ANY HISTORY ENTRY LEFT UNMASKED, NEEDS THE
      * PRIVACY OFFICE'S ATTENTION AND ENDS WITH THE WARNING
      * RETURN CODE.
      *-----------------------------------------------------------*
       FINALIZE-RUN.
           MOVE ALL '=' TO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'CBPERERA ERASURE RUN SUMMARY - RUN DATE '
                  WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'REQUESTS READ                : '
                  WS-REQUESTS-READ
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'REQUESTS ERASED              : '
                  WS-REQUESTS-ERASED
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'REQUESTS WITH NOTHING FOUND  : '
                  WS-REQUESTS-NOT-FOUND
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'REQUESTS REFUSED             : '
                  WS-REQUESTS-REFUSED
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'REQUESTS NOT APPLIED         : '
                  WS-REQUESTS-IN-ERROR
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'REQUESTS REFERRED FOR REVIEW : '
                  WS-REQUESTS-FOR-REVIEW
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'REQUESTS LEFT FOR NEXT RUN   : '
                  WS-RQ-OVERFLOW
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'HISTORY ENTRIES READ         : '
                  WS-HISTORY-READ
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'ARCHIVE ENTRIES READ         : '
                  WS-ARCHIVE-READ
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'JOURNAL ENTRIES READ         : '
                  WS-JOURNAL-READ
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           STRING 'HISTORY MASK FAILURES        : '
                  WS-MASK-FAILURES
               DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
           WRITE CERTIFICATE-REPORT-RECORD

           DISPLAY 'CBPERERA - REQUESTS=' WS-REQUESTS-READ
                   ' ERASED=' WS-REQUESTS-ERASED
                   ' NOT-FOUND=' WS-REQUESTS-NOT-FOUND
                   ' REFUSED=' WS-REQUESTS-REFUSED
                   ' NOT-APPLIED=' WS-REQUESTS-IN-ERROR
                   ' REVIEW=' WS-REQUESTS-FOR-REVIEW

           PERFORM CLOSE-ALL-FILES

           IF WS-REQUESTS-NOT-FOUND > ZERO
                   OR WS-REQUESTS-REFUSED > ZERO
                   OR WS-REQUESTS-IN-ERROR > ZERO
                   OR WS-REQUESTS-FOR-REVIEW > ZERO
                   OR WS-RQ-OVERFLOW > ZERO
                   OR WS-MASK-FAILURES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       CLOSE-ALL-FILES.
           CLOSE ERASURE-REQUEST-FILE
           IF WS-MASTER-IS-PRESENT
               CLOSE PERSON-MASTER-FILE
           END-IF
           IF WS-GOVTID-IS-PRESENT
               CLOSE GOVT-ID-FILE
           END-IF
           IF WS-STATUS-IS-PRESENT
               CLOSE ISSUE-STATUS-FILE
           END-IF
           IF WS-HOLD-IS-PRESENT
               CLOSE HOLD-FILE
           END-IF
           IF WS-CONSENT-IS-PRESENT
               CLOSE MKT-CONSENT-FILE
           END-IF
           IF WS-HISTORY-IS-PRESENT
               CLOSE AUDIT-HISTORY-FILE
           END-IF
           IF WS-JOURNAL-IS-PRESENT
               CLOSE ACCESS-JOURNAL-FILE
           END-IF
           CLOSE CERTIFICATE-REPORT-FILE
           EXIT.
