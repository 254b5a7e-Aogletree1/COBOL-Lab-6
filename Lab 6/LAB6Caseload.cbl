       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Lab6Caseload.
       AUTHOR.         TEAM OGLETREE.
      ******************************************************************
      *
      *             LAB 6 - ADVISOR CASELOAD REPORTS
      *
      *  RUN AFTER EACH Lab6Standing RUN: GIVE EVERY ADVISOR A
      *  CASELOAD REPORT OF THEIR OWN ADVISEES WHO NEED ATTENTION -
      *  THOSE ON PROBATION OR IN DISMISSAL REVIEW, THOSE STILL
      *  WAITING ON INCOMPLETE SCORES, AND THOSE DROPPED THROUGH A
      *  REGISTRAR WITHDRAWAL - ONE FILE PER ADVISOR, THE WAY
      *  Lab6SortMerge BURSTS ITS REPORT, SO AN ADVISOR HEARS ABOUT
      *  A STUDENT IN TROUBLE BEFORE THE DISMISSAL REVIEW DOES
      ******
      *  INPUT
      *     STUDENTMASTER.DAT - INDEXED MASTER KEYED BY
      *     DEPARTMENT / CLASS / PERMANENT STUDENT ID, CARRYING THE
      *     STANDING CODE Lab6Standing JUST ASSIGNED AND THE CODE
      *     IT REPLACED
      *     ADVISORASSIGN.TXT - ONE RECORD PER STUDENT: PERMANENT
      *     STUDENT ID / ADVISOR CODE / ADVISOR NAME.  WHEN A
      *     STUDENT IS LISTED TWICE THE LATER RECORD STANDS
      *     STUDENTXREF.TXT - PERMANENT ID / CURRENT NAME KEPT BY
      *     Lab6SortMerge
      *     INCOMPLETESTUDENT.TXT - STUDENTS Lab6SortMerge IS HOLDING
      *     FOR MISSING SCORES
      *     WITHDRAWALS.TXT - REGISTRAR WITHDRAWAL TRANSACTIONS
      ******
      *  OUTPUT
      *     L6CASELOADXXXX.TXT - ONE FILE PER ADVISOR ON THE
      *     ASSIGNMENT FILE (XXXX = ADVISOR CODE), WRITTEN EVERY RUN
      *     EVEN WHEN IT LISTS NOBODY SO AN OLD CASELOAD IS NEVER
      *     LEFT LYING AROUND
      *     L6NOADVISOR.TXT - STUDENTS ON PROBATION OR IN DISMISSAL
      *     REVIEW WHO HAVE NO ADVISOR ASSIGNED
      ******
      *  CALCULATIONS
      *     A STUDENT IS AT RISK IN A CLASS WHEN THE CLASS RECORD'S
      *     STANDING IS P1, P2 OR DR.  THE CHANGE COLUMN READS
      *       CHANGED - THE STANDING DIFFERS FROM THE PRIOR STANDING
      *                 THE STANDING RUN REPLACED
      *       NEW     - THE RECORD HAD NO STANDING BEFORE THIS RUN
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT STUDENT-MASTER-FILE
               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT OPTIONAL ADVISOR-ASSIGN-FILE
               ASSIGN TO 'ADVISORASSIGN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL XREF-FILE
               ASSIGN TO 'STUDENTXREF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL INCOMPLETE-STU-FILE
               ASSIGN TO 'INCOMPLETESTUDENT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL WITHDRAWAL-FILE
               ASSIGN TO 'WITHDRAWALS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CASELOAD-SORT-FILE
               ASSIGN TO 'CASELOADSORT.TMP'.
      *
           SELECT ADVISOR-BURST-FILE
               ASSIGN TO DYNAMIC WS-BURST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT NO-ADVISOR-FILE
               ASSIGN TO PRINTER 'L6NOADVISOR.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  STUDENT-MASTER-RECORD.
           05  SM-STUDENT-KEY.
               10  SM-DEPT-CODE             PIC A(4).
               10  SM-CLASS-CODE            PIC X(5).
               10  SM-STUDENT-ID            PIC 9(7).
           05  SM-NAME                      PIC X(20).
           05  SM-TERM-COUNT                PIC 99.
           05  SM-TERM-HISTORY OCCURS 12 TIMES.
               10  SM-HIST-TERM             PIC X(6).
               10  SM-HIST-AVERAGE          PIC 999V99.
               10  SM-HIST-GRADE            PIC X.
           05  SM-GPA                       PIC 9V99.
           05  SM-CREDITS-EARNED            PIC 9(3).
           05  SM-STANDING-CODE             PIC X(2).
           05  SM-PRIOR-STANDING            PIC X(2).
           05  SM-STANDING-SOURCE           PIC X.
           05  FILLER                       PIC X(7).
      *
       FD  ADVISOR-ASSIGN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  ADVISOR-ASSIGN-RECORD.
           05  AAF-STUDENT-ID               PIC 9(7).
           05  AAF-ADVISOR-CODE             PIC X(4).
           05  AAF-ADVISOR-NAME             PIC X(20).
           05  FILLER                       PIC X(9).
      *
       FD  XREF-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  XREF-RECORD.
           05  XRF-REC-ID                   PIC 9(7).
           05  XRF-REC-NAME                 PIC X(20).
      *
       FD  INCOMPLETE-STU-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  INCOMPLETE-RECORD.
           05  INC-DEPT-CODE                PIC A(4).
           05  INC-CLASS-CODE               PIC X(5).
           05  INC-STUDENT-ID               PIC 9(7).
           05  INC-NAME                     PIC X(20).
           05  INC-TEST OCCURS 4 TIMES       PIC 9(3).
           05  INC-CAMPUS-CODE              PIC X(4).
      *
       FD  WITHDRAWAL-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  WITHDRAWAL-RECORD.
           05  WD-DEPT-CODE                 PIC A(4).
           05  WD-CLASS-CODE                PIC X(5).
           05  WD-STUDENT-ID                PIC 9(7).
           05  WD-DROP-DATE                 PIC X(8).
      *
      *  ONE ENTRY PER LISTED LINE - SECTION 1 AT RISK, 2 WAITING ON
      *  INCOMPLETE SCORES, 3 WITHDRAWN.  CSR-DETAIL CARRIES THE
      *  CAMPUS OF AN INCOMPLETE OR THE DROP DATE OF A WITHDRAWAL
       SD  CASELOAD-SORT-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  CASELOAD-SORT-RECORD.
           05  CSR-ADVISOR-CODE             PIC X(4).
           05  CSR-SECTION                  PIC 9.
           05  CSR-STUDENT-ID               PIC 9(7).
           05  CSR-DEPT-CODE                PIC X(4).
           05  CSR-CLASS-CODE               PIC X(5).
           05  CSR-NAME                     PIC X(20).
           05  CSR-STANDING-CODE            PIC X(2).
           05  CSR-PRIOR-STANDING           PIC X(2).
           05  CSR-GPA                      PIC 9V99.
           05  CSR-CHANGE-MARK              PIC X(7).
           05  CSR-DETAIL                   PIC X(8).
      *
       FD  ADVISOR-BURST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BURST-LINE                       PIC X(80).
      *
       FD  NO-ADVISOR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NO-ADVISOR-LINE                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  FIRST-RECORD-FLAG            PIC X      VALUE 'Y'.
               88 FIRST-RECORD                         VALUE 'Y'.
           05  ASSIGNMENT-FOUND-FLAG        PIC X      VALUE 'N'.
               88 STUDENT-ASSIGNED                     VALUE 'Y'.
           05  ADVISOR-FOUND-FLAG           PIC X      VALUE 'N'.
               88 ADVISOR-KNOWN                        VALUE 'Y'.
      *
       01  WS-MASTER-STATUS                PIC XX      VALUE '00'.
           88 MASTER-FILE-MISSING                      VALUE '35'.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
      ***************ADVISOR ASSIGNMENT TABLES*************************
      *  LOADED FROM ADVISORASSIGN.TXT - EVERY STUDENT'S ADVISOR, AND
      *  THE DISTINCT ADVISORS SO EACH ONE GETS A CASELOAD FILE EVEN
      *  WHEN NONE OF THEIR ADVISEES IS LISTED THIS RUN
      *
       01  WS-MAX-ASSIGNMENTS               PIC 9(4)  VALUE 2000.
       01  ASSIGNMENT-TABLE.
           05  WS-ASSIGNMENT-COUNT          PIC 9(4)  VALUE ZERO.
           05  ASG-ENTRY OCCURS 2000 TIMES.
               10  ASG-STUDENT-ID           PIC 9(7).
               10  ASG-ADVISOR-CODE         PIC X(4).
       01  ASG-SUB                          PIC 9(4)  VALUE ZERO.
      *
       01  WS-MAX-ADVISORS                  PIC 99    VALUE 50.
       01  ADVISOR-TABLE.
           05  WS-ADVISOR-COUNT             PIC 99    VALUE ZERO.
           05  ADV-ENTRY OCCURS 50 TIMES.
               10  ADV-CODE                 PIC X(4).
               10  ADV-NAME                 PIC X(20).
               10  ADV-REPORTED             PIC X.
       01  ADV-SUB                          PIC 99    VALUE ZERO.
      *
      ***************STUDENT CROSS-REFERENCE TABLE*********************
      *  PERMANENT ID / CURRENT NAME FROM STUDENTXREF.TXT - A
      *  STUDENT NOT YET CROSS-REFERENCED IS LISTED UNDER THE NAME ON
      *  THE RECORD THAT LISTS THEM
      *
       01  WS-MAX-XREF                      PIC 9(4)  VALUE 2000.
       01  XREF-TABLE.
           05  WS-XREF-COUNT                PIC 9(4)  VALUE ZERO.
           05  XRF-ENTRY OCCURS 2000 TIMES.
               10  XRF-ID                   PIC 9(7).
               10  XRF-NAME                 PIC X(20).
       01  XREF-SUB                         PIC 9(4)  VALUE ZERO.
      *
      ***************LOOKUP FIELDS*************************************
       01  LOOKUP-WORK-FIELDS.
           05  WS-LOOKUP-ID                PIC 9(7)    VALUE ZERO.
           05  WS-LOOKUP-ADVISOR           PIC X(4)    VALUE SPACES.
           05  WS-LOOKUP-NAME              PIC X(20)   VALUE SPACES.
           05  WS-CHANGE-MARK              PIC X(7)    VALUE SPACES.
      *
      ***************ADVISOR BURST FIELDS******************************
      *  EACH ADVISOR'S CASELOAD GOES TO THEIR OWN L6CASELOADXXXX.TXT
      *  FILE, AS Lab6SortMerge DOES WITH L6DEPTXXXX.TXT.  THE
      *  SECTION FIELDS WALK THE THREE SECTIONS OF A CASELOAD IN
      *  ORDER SO AN EMPTY SECTION STILL PRINTS ITS (NONE) LINE
      *
       01  BURST-CONTROL-FIELDS.
           05  WS-BURST-FILE-NAME           PIC X(40) VALUE SPACES.
           05  WS-BURST-OPEN-FLAG           PIC X     VALUE 'N'.
               88 BURST-FILE-OPEN                      VALUE 'Y'.
           05  WS-BURST-ADVISOR             PIC X(4)  VALUE SPACES.
           05  WS-BURST-LISTED              PIC 9(7)  VALUE ZERO.
           05  WS-CURRENT-SECTION           PIC 9     VALUE ZERO.
           05  WS-TARGET-SECTION            PIC 9     VALUE ZERO.
           05  WS-SECTION-LISTED            PIC 9(7)  VALUE ZERO.
      *
      ***************CASELOAD RECONCILIATION COUNTS********************
       01  CASELOAD-COUNTS.
           05  CNT-ASSIGNMENTS-LOADED       PIC 9(7)  VALUE ZERO.
           05  CNT-MASTERS-READ             PIC 9(7)  VALUE ZERO.
           05  CNT-AT-RISK                  PIC 9(7)  VALUE ZERO.
           05  CNT-STANDING-CHANGED         PIC 9(7)  VALUE ZERO.
           05  CNT-STANDING-NEW             PIC 9(7)  VALUE ZERO.
           05  CNT-INCOMPLETES-LISTED       PIC 9(7)  VALUE ZERO.
           05  CNT-WITHDRAWALS-LISTED       PIC 9(7)  VALUE ZERO.
           05  CNT-NO-ADVISOR               PIC 9(7)  VALUE ZERO.
           05  CNT-OTHER-UNASSIGNED         PIC 9(7)  VALUE ZERO.
           05  CNT-CASELOAD-FILES           PIC 9(7)  VALUE ZERO.
      *
      **********************OUTPUT AREA**************************
       01  HEADING-ONE.
           05                              PIC X(6) VALUE 'DATE:'.
           05  H1-DATE.
               10  H1-MONTH                PIC Z9.
               10                          PIC X    VALUE '/'.
               10  H1-DAY                  PIC 99.
               10                          PIC X    VALUE '/'.
               10  H1-YEAR                 PIC 99.
           05                              PIC X(20) VALUE SPACES.
           05                              PIC X(36) VALUE
                                           'ADVISOR CASELOAD'.
           05                              PIC X(13) VALUE '420'.
      *
       01  ADVISOR-TITLE-LINE.
           05                              PIC X(8)  VALUE 'ADVISOR'.
           05  ATL-CODE                    PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  ATL-NAME                    PIC X(20).
           05                              PIC X(46) VALUE SPACES.
      *
       01  AT-RISK-TITLE-LINE              PIC X(80) VALUE
               'ON PROBATION OR IN DISMISSAL REVIEW'.
      *
       01  INCOMPLETE-TITLE-LINE           PIC X(80) VALUE
               'WAITING ON INCOMPLETE SCORES'.
      *
       01  WITHDRAWN-TITLE-LINE            PIC X(80) VALUE
               'DROPPED THROUGH A REGISTRAR WITHDRAWAL'.
      *
       01  AT-RISK-HEADING.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(13) VALUE 'CLASS'.
           05                              PIC X(9)  VALUE 'STANDING'.
           05                              PIC X(7)  VALUE 'PRIOR'.
           05                              PIC X(6)  VALUE 'GPA'.
           05                              PIC X(7)  VALUE 'CHANGE'.
           05                              PIC X(7)  VALUE SPACES.
      *
       01  AT-RISK-DETAIL-LINE.
           05  ARL-ID                      PIC 9(7).
           05                              PIC X(2)  VALUE SPACES.
           05  ARL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  ARL-DEPT                    PIC X(4).
           05                              PIC X     VALUE '/'.
           05  ARL-CLASS                   PIC X(5).
           05                              PIC X(3)  VALUE SPACES.
           05  ARL-STANDING                PIC X(2).
           05                              PIC X(7)  VALUE SPACES.
           05  ARL-PRIOR                   PIC X(2).
           05                              PIC X(5)  VALUE SPACES.
           05  ARL-GPA                     PIC 9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  ARL-CHANGE                  PIC X(7).
           05                              PIC X(7)  VALUE SPACES.
      *
       01  INCOMPLETE-HEADING.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(13) VALUE 'CLASS'.
           05                              PIC X(6)  VALUE 'CAMPUS'.
           05                              PIC X(30) VALUE SPACES.
      *
       01  WITHDRAWN-HEADING.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(13) VALUE 'CLASS'.
           05                              PIC X(9)  VALUE 'DROP DATE'.
           05                              PIC X(27) VALUE SPACES.
      *
      *  INCOMPLETE AND WITHDRAWN STUDENTS SHARE ONE DETAIL LINE -
      *  THE LAST COLUMN IS THE CAMPUS OR THE DROP DATE
       01  OTHER-DETAIL-LINE.
           05  ODL-ID                      PIC 9(7).
           05                              PIC X(2)  VALUE SPACES.
           05  ODL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  ODL-DEPT                    PIC X(4).
           05                              PIC X     VALUE '/'.
           05  ODL-CLASS                   PIC X(5).
           05                              PIC X(3)  VALUE SPACES.
           05  ODL-DETAIL                  PIC X(8).
           05                              PIC X(28) VALUE SPACES.
      *
       01  BURST-TOTAL-LINE.
           05                              PIC X(22) VALUE
                                           'ADVISEES LISTED:'.
           05  BTL-LISTED                  PIC ZZZZZZ9.
           05                              PIC X(51) VALUE SPACES.
      *
       01  NO-ADVISOR-HEADING-ONE.
           05                              PIC X(6) VALUE 'DATE:'.
           05  NA1-DATE.
               10  NA1-MONTH               PIC Z9.
               10                          PIC X    VALUE '/'.
               10  NA1-DAY                 PIC 99.
               10                          PIC X    VALUE '/'.
               10  NA1-YEAR                PIC 99.
           05                              PIC X(20) VALUE SPACES.
           05                              PIC X(36) VALUE
               'AT-RISK STUDENTS WITHOUT ADVISOR'.
           05                              PIC X(13) VALUE '420'.
      *
       01  NO-ADVISOR-HEADING-FOUR.
           05                              PIC X(4)  VALUE 'DEPT'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'CLASS'.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(9)  VALUE 'STANDING'.
           05                              PIC X(7)  VALUE 'PRIOR'.
           05                              PIC X(7)  VALUE 'CHANGE'.
           05                              PIC X(10) VALUE SPACES.
      *
       01  NO-ADVISOR-DETAIL-LINE.
           05  NAL-DEPT                    PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  NAL-CLASS                   PIC X(5).
           05                              PIC X(4)  VALUE SPACES.
           05  NAL-ID                      PIC 9(7).
           05                              PIC X(2)  VALUE SPACES.
           05  NAL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  NAL-STANDING                PIC X(2).
           05                              PIC X(7)  VALUE SPACES.
           05  NAL-PRIOR                   PIC X(2).
           05                              PIC X(5)  VALUE SPACES.
           05  NAL-CHANGE                  PIC X(7).
           05                              PIC X(10) VALUE SPACES.
      *
       01  NO-STUDENTS-LINE                PIC X(80) VALUE
               '   (NONE)'.
      *
       01  NO-ASSIGNMENTS-LINE             PIC X(80) VALUE
               'NO ADVISOR ASSIGNMENTS ON FILE'.
      *
       PROCEDURE DIVISION.
      *
       10-PRINT-CASELOADS.
           PERFORM 20-HSKPING-ROUTINE
           IF NOT MASTER-FILE-MISSING
               PERFORM 15-SORT-BY-ADVISOR
           END-IF
           PERFORM 45-FINAL-ROUTINE
       .

       15-SORT-BY-ADVISOR.
      *GATHER EVERY LISTED LINE UNDER ITS ADVISOR SO EACH CASELOAD
      *FILE IS WRITTEN IN ONE PASS, ITS SECTIONS IN ORDER AND EACH
      *SECTION IN STUDENT ID ORDER
           SORT CASELOAD-SORT-FILE
                ON ASCENDING KEY CSR-ADVISOR-CODE
                                 CSR-SECTION
                                 CSR-STUDENT-ID
                                 CSR-DEPT-CODE
                                 CSR-CLASS-CODE
                INPUT PROCEDURE IS 19-RELEASE-CASELOAD-RECORDS
                OUTPUT PROCEDURE IS 25-RETURN-SORTED-CASELOAD
       .

       16-RELEASE-AT-RISK-MASTERS.
      *EVERY CLASS RECORD STANDING AT P1, P2 OR DR GOES TO ITS
      *ADVISOR'S CASELOAD, OR TO THE EXCEPTION LIST WHEN THE
      *STUDENT HAS NO ADVISOR
           MOVE 'Y' TO EOF-FLAG
           PERFORM UNTIL NO-MORE-DATA
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO CNT-MASTERS-READ
                       IF SM-STANDING-CODE = 'P1' OR 'P2' OR 'DR'
                           PERFORM 30-RELEASE-AT-RISK-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'Y' TO EOF-FLAG
       .

       17-RELEASE-INCOMPLETES.
      *EVERY STUDENT Lab6SortMerge IS HOLDING FOR MISSING SCORES
           MOVE 'Y' TO EOF-FLAG
           OPEN INPUT INCOMPLETE-STU-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ INCOMPLETE-STU-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 31-RELEASE-INCOMPLETE-STUDENT
               END-READ
           END-PERFORM
           CLOSE INCOMPLETE-STU-FILE
           MOVE 'Y' TO EOF-FLAG
       .

       18-RELEASE-WITHDRAWALS.
      *EVERY STUDENT THE REGISTRAR DROPPED THROUGH A WITHDRAWAL
           MOVE 'Y' TO EOF-FLAG
           OPEN INPUT WITHDRAWAL-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ WITHDRAWAL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 32-RELEASE-WITHDRAWN-STUDENT
               END-READ
           END-PERFORM
           CLOSE WITHDRAWAL-FILE
           MOVE 'Y' TO EOF-FLAG
       .

       19-RELEASE-CASELOAD-RECORDS.
      *SORT INPUT PROCEDURE - THE THREE KINDS OF LISTED STUDENT
           PERFORM 16-RELEASE-AT-RISK-MASTERS
           PERFORM 17-RELEASE-INCOMPLETES
           PERFORM 18-RELEASE-WITHDRAWALS
       .

       20-HSKPING-ROUTINE.
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH NA1-MONTH
           MOVE WS-DAY TO H1-DAY NA1-DAY
           MOVE WS-YEAR TO H1-YEAR NA1-YEAR

           OPEN INPUT STUDENT-MASTER-FILE
           IF MASTER-FILE-MISSING
               DISPLAY 'NO STUDENT MASTER FILE ON HAND - '
                   'NO CASELOADS PRINTED'
           ELSE
               OPEN OUTPUT NO-ADVISOR-FILE
               PERFORM 21-LOAD-ADVISOR-ASSIGNMENTS
               PERFORM 22-LOAD-XREF-TABLE

               WRITE NO-ADVISOR-LINE FROM NO-ADVISOR-HEADING-ONE
                   AFTER ADVANCING PAGE
               IF WS-ASSIGNMENT-COUNT = ZERO
                   WRITE NO-ADVISOR-LINE FROM NO-ASSIGNMENTS-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
               WRITE NO-ADVISOR-LINE FROM NO-ADVISOR-HEADING-FOUR
                   AFTER ADVANCING 2 LINES
           END-IF
       .

       21-LOAD-ADVISOR-ASSIGNMENTS.
      *LOAD EACH STUDENT'S ADVISOR, AND EACH DISTINCT ADVISOR ONCE.
      *A RECORD WITH NO ADVISOR CODE ASSIGNS NOBODY
           MOVE 'Y' TO EOF-FLAG
           OPEN INPUT ADVISOR-ASSIGN-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ ADVISOR-ASSIGN-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF AAF-STUDENT-ID NUMERIC
                          AND AAF-ADVISOR-CODE NOT = SPACES
                           PERFORM 26-TAKE-ASSIGNMENT
                       ELSE
                           DISPLAY 'ADVISOR ASSIGNMENT NOT LOADED - '
                               ADVISOR-ASSIGN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADVISOR-ASSIGN-FILE
           MOVE 'Y' TO EOF-FLAG

           IF WS-ASSIGNMENT-COUNT = ZERO
               DISPLAY 'NO ADVISOR ASSIGNMENTS ON FILE - EVERY '
                   'AT-RISK STUDENT GOES ON THE EXCEPTION LIST'
           END-IF
       .

       22-LOAD-XREF-TABLE.
      *LOAD THE STUDENT ID / CURRENT NAME CROSS-REFERENCE KEPT BY
      *Lab6SortMerge
           MOVE 'Y' TO EOF-FLAG
           OPEN INPUT XREF-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ XREF-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF WS-XREF-COUNT < WS-MAX-XREF
                           ADD 1 TO WS-XREF-COUNT
                           MOVE XRF-REC-ID
                               TO XRF-ID (WS-XREF-COUNT)
                           MOVE XRF-REC-NAME
                               TO XRF-NAME (WS-XREF-COUNT)
                       ELSE
                           DISPLAY 'XREF TABLE FULL - ENTRY '
                               XRF-REC-ID ' NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE
           MOVE 'Y' TO EOF-FLAG
       .

       23-FIND-ADVISOR.
      *WS-LOOKUP-ID IN, ITS ADVISOR CODE OUT - SPACES WHEN THE
      *STUDENT HAS NO ADVISOR
           MOVE SPACES TO WS-LOOKUP-ADVISOR
           PERFORM VARYING ASG-SUB FROM 1 BY 1
                   UNTIL ASG-SUB > WS-ASSIGNMENT-COUNT
               IF ASG-STUDENT-ID (ASG-SUB) = WS-LOOKUP-ID
                   MOVE ASG-ADVISOR-CODE (ASG-SUB)
                       TO WS-LOOKUP-ADVISOR
               END-IF
           END-PERFORM
       .

       24-FIND-CURRENT-NAME.
      *WS-LOOKUP-ID IN, THE CROSS-REFERENCED NAME OUT - WS-LOOKUP-NAME
      *IS LEFT AS THE CALLER SET IT WHEN THE ID IS NOT CROSS-REFERENCED
           PERFORM VARYING XREF-SUB FROM 1 BY 1
                   UNTIL XREF-SUB > WS-XREF-COUNT
               IF XRF-ID (XREF-SUB) = WS-LOOKUP-ID
                   MOVE XRF-NAME (XREF-SUB) TO WS-LOOKUP-NAME
               END-IF
           END-PERFORM
       .

       25-RETURN-SORTED-CASELOAD.
      *SORT OUTPUT PROCEDURE - OPEN A NEW CASELOAD FILE EACH TIME
      *THE ADVISOR CHANGES, THEN GIVE EVERY ADVISOR WITH NOBODY
      *LISTED AN EMPTY CASELOAD OF THEIR OWN
           MOVE 'Y' TO EOF-FLAG
           PERFORM UNTIL NO-MORE-DATA
               RETURN CASELOAD-SORT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 35-LIST-CASELOAD-RECORD
               END-RETURN
           END-PERFORM
           PERFORM 42-CLOSE-ADVISOR-BURST

           PERFORM VARYING ADV-SUB FROM 1 BY 1
                   UNTIL ADV-SUB > WS-ADVISOR-COUNT
               IF ADV-REPORTED (ADV-SUB) = 'N'
                   MOVE ADV-CODE (ADV-SUB) TO WS-BURST-ADVISOR
                   PERFORM 41-OPEN-ADVISOR-BURST
                   PERFORM 42-CLOSE-ADVISOR-BURST
               END-IF
           END-PERFORM

           IF CNT-NO-ADVISOR = ZERO
               WRITE NO-ADVISOR-LINE FROM NO-STUDENTS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
       .

       26-TAKE-ASSIGNMENT.
      *A STUDENT ALREADY ASSIGNED IS REASSIGNED IN PLACE; AN ADVISOR
      *NOT YET SEEN JOINS THE ADVISOR TABLE
           MOVE 'N' TO ASSIGNMENT-FOUND-FLAG
           PERFORM VARYING ASG-SUB FROM 1 BY 1
                   UNTIL ASG-SUB > WS-ASSIGNMENT-COUNT
               IF ASG-STUDENT-ID (ASG-SUB) = AAF-STUDENT-ID
                   MOVE AAF-ADVISOR-CODE
                       TO ASG-ADVISOR-CODE (ASG-SUB)
                   MOVE 'Y' TO ASSIGNMENT-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT STUDENT-ASSIGNED
               IF WS-ASSIGNMENT-COUNT < WS-MAX-ASSIGNMENTS
                   ADD 1 TO WS-ASSIGNMENT-COUNT
                   ADD 1 TO CNT-ASSIGNMENTS-LOADED
                   MOVE AAF-STUDENT-ID
                       TO ASG-STUDENT-ID (WS-ASSIGNMENT-COUNT)
                   MOVE AAF-ADVISOR-CODE
                       TO ASG-ADVISOR-CODE (WS-ASSIGNMENT-COUNT)
               ELSE
                   DISPLAY 'ASSIGNMENT TABLE FULL - STUDENT '
                       AAF-STUDENT-ID ' NOT LOADED'
               END-IF
           END-IF

           MOVE 'N' TO ADVISOR-FOUND-FLAG
           PERFORM VARYING ADV-SUB FROM 1 BY 1
                   UNTIL ADV-SUB > WS-ADVISOR-COUNT
               IF ADV-CODE (ADV-SUB) = AAF-ADVISOR-CODE
                   MOVE 'Y' TO ADVISOR-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT ADVISOR-KNOWN
               IF WS-ADVISOR-COUNT < WS-MAX-ADVISORS
                   ADD 1 TO WS-ADVISOR-COUNT
                   MOVE AAF-ADVISOR-CODE
                       TO ADV-CODE (WS-ADVISOR-COUNT)
                   MOVE AAF-ADVISOR-NAME
                       TO ADV-NAME (WS-ADVISOR-COUNT)
                   MOVE 'N' TO ADV-REPORTED (WS-ADVISOR-COUNT)
               ELSE
                   DISPLAY 'ADVISOR TABLE FULL - ADVISOR '
                       AAF-ADVISOR-CODE ' HAS NO CASELOAD FILE'
               END-IF
           END-IF
       .

       30-RELEASE-AT-RISK-STUDENT.
           ADD 1 TO CNT-AT-RISK
           PERFORM 34-SET-CHANGE-MARK
           EVALUATE WS-CHANGE-MARK
               WHEN 'CHANGED'
                   ADD 1 TO CNT-STANDING-CHANGED
               WHEN 'NEW'
                   ADD 1 TO CNT-STANDING-NEW
           END-EVALUATE

           MOVE SM-STUDENT-ID TO WS-LOOKUP-ID
           MOVE SM-NAME TO WS-LOOKUP-NAME
           PERFORM 23-FIND-ADVISOR
           PERFORM 24-FIND-CURRENT-NAME

           IF WS-LOOKUP-ADVISOR = SPACES
               PERFORM 36-WRITE-NO-ADVISOR-LINE
           ELSE
               MOVE WS-LOOKUP-ADVISOR TO CSR-ADVISOR-CODE
               MOVE 1 TO CSR-SECTION
               MOVE SM-STUDENT-ID TO CSR-STUDENT-ID
               MOVE SM-DEPT-CODE TO CSR-DEPT-CODE
               MOVE SM-CLASS-CODE TO CSR-CLASS-CODE
               MOVE WS-LOOKUP-NAME TO CSR-NAME
               MOVE SM-STANDING-CODE TO CSR-STANDING-CODE
               MOVE SM-PRIOR-STANDING TO CSR-PRIOR-STANDING
               MOVE SM-GPA TO CSR-GPA
               MOVE WS-CHANGE-MARK TO CSR-CHANGE-MARK
               MOVE SPACES TO CSR-DETAIL
               RELEASE CASELOAD-SORT-RECORD
           END-IF
       .

       31-RELEASE-INCOMPLETE-STUDENT.
           MOVE INC-STUDENT-ID TO WS-LOOKUP-ID
           MOVE INC-NAME TO WS-LOOKUP-NAME
           PERFORM 23-FIND-ADVISOR
           PERFORM 24-FIND-CURRENT-NAME

           IF WS-LOOKUP-ADVISOR = SPACES
               ADD 1 TO CNT-OTHER-UNASSIGNED
           ELSE
               ADD 1 TO CNT-INCOMPLETES-LISTED
               MOVE WS-LOOKUP-ADVISOR TO CSR-ADVISOR-CODE
               MOVE 2 TO CSR-SECTION
               MOVE INC-STUDENT-ID TO CSR-STUDENT-ID
               MOVE INC-DEPT-CODE TO CSR-DEPT-CODE
               MOVE INC-CLASS-CODE TO CSR-CLASS-CODE
               MOVE WS-LOOKUP-NAME TO CSR-NAME
               MOVE SPACES TO CSR-STANDING-CODE CSR-PRIOR-STANDING
               MOVE ZERO TO CSR-GPA
               MOVE SPACES TO CSR-CHANGE-MARK
               MOVE INC-CAMPUS-CODE TO CSR-DETAIL
               RELEASE CASELOAD-SORT-RECORD
           END-IF
       .

       32-RELEASE-WITHDRAWN-STUDENT.
      *A WITHDRAWAL CARRIES NO NAME - THE CROSS-REFERENCE SUPPLIES IT
           MOVE WD-STUDENT-ID TO WS-LOOKUP-ID
           MOVE SPACES TO WS-LOOKUP-NAME
           PERFORM 23-FIND-ADVISOR
           PERFORM 24-FIND-CURRENT-NAME

           IF WS-LOOKUP-ADVISOR = SPACES
               ADD 1 TO CNT-OTHER-UNASSIGNED
           ELSE
               ADD 1 TO CNT-WITHDRAWALS-LISTED
               MOVE WS-LOOKUP-ADVISOR TO CSR-ADVISOR-CODE
               MOVE 3 TO CSR-SECTION
               MOVE WD-STUDENT-ID TO CSR-STUDENT-ID
               MOVE WD-DEPT-CODE TO CSR-DEPT-CODE
               MOVE WD-CLASS-CODE TO CSR-CLASS-CODE
               MOVE WS-LOOKUP-NAME TO CSR-NAME
               MOVE SPACES TO CSR-STANDING-CODE CSR-PRIOR-STANDING
               MOVE ZERO TO CSR-GPA
               MOVE SPACES TO CSR-CHANGE-MARK
               MOVE WD-DROP-DATE TO CSR-DETAIL
               RELEASE CASELOAD-SORT-RECORD
           END-IF
       .

       34-SET-CHANGE-MARK.
      *COMPARE THE STANDING THIS RUN ASSIGNED WITH THE ONE IT
      *REPLACED - NO PRIOR STANDING MEANS THE RECORD WAS NEVER
      *STOOD BEFORE
           EVALUATE TRUE
               WHEN SM-PRIOR-STANDING = SPACES
                   MOVE 'NEW' TO WS-CHANGE-MARK
               WHEN SM-PRIOR-STANDING NOT = SM-STANDING-CODE
                   MOVE 'CHANGED' TO WS-CHANGE-MARK
               WHEN OTHER
                   MOVE SPACES TO WS-CHANGE-MARK
           END-EVALUATE
       .

       35-LIST-CASELOAD-RECORD.
           IF FIRST-RECORD
               MOVE 'N' TO FIRST-RECORD-FLAG
               MOVE CSR-ADVISOR-CODE TO WS-BURST-ADVISOR
               PERFORM 41-OPEN-ADVISOR-BURST
           ELSE
               IF CSR-ADVISOR-CODE NOT = WS-BURST-ADVISOR
                   PERFORM 42-CLOSE-ADVISOR-BURST
                   MOVE CSR-ADVISOR-CODE TO WS-BURST-ADVISOR
                   PERFORM 41-OPEN-ADVISOR-BURST
               END-IF
           END-IF

           MOVE CSR-SECTION TO WS-TARGET-SECTION
           PERFORM 43-ADVANCE-TO-SECTION

           EVALUATE CSR-SECTION
               WHEN 1
                   MOVE CSR-STUDENT-ID TO ARL-ID
                   MOVE CSR-NAME TO ARL-NAME
                   MOVE CSR-DEPT-CODE TO ARL-DEPT
                   MOVE CSR-CLASS-CODE TO ARL-CLASS
                   MOVE CSR-STANDING-CODE TO ARL-STANDING
                   MOVE CSR-PRIOR-STANDING TO ARL-PRIOR
                   MOVE CSR-GPA TO ARL-GPA
                   MOVE CSR-CHANGE-MARK TO ARL-CHANGE
                   WRITE BURST-LINE FROM AT-RISK-DETAIL-LINE
               WHEN OTHER
                   MOVE CSR-STUDENT-ID TO ODL-ID
                   MOVE CSR-NAME TO ODL-NAME
                   MOVE CSR-DEPT-CODE TO ODL-DEPT
                   MOVE CSR-CLASS-CODE TO ODL-CLASS
                   MOVE CSR-DETAIL TO ODL-DETAIL
                   WRITE BURST-LINE FROM OTHER-DETAIL-LINE
           END-EVALUATE
           ADD 1 TO WS-SECTION-LISTED
           ADD 1 TO WS-BURST-LISTED
       .

       36-WRITE-NO-ADVISOR-LINE.
           ADD 1 TO CNT-NO-ADVISOR
           MOVE SM-DEPT-CODE TO NAL-DEPT
           MOVE SM-CLASS-CODE TO NAL-CLASS
           MOVE SM-STUDENT-ID TO NAL-ID
           MOVE WS-LOOKUP-NAME TO NAL-NAME
           MOVE SM-STANDING-CODE TO NAL-STANDING
           MOVE SM-PRIOR-STANDING TO NAL-PRIOR
           MOVE WS-CHANGE-MARK TO NAL-CHANGE
           WRITE NO-ADVISOR-LINE FROM NO-ADVISOR-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .

       41-OPEN-ADVISOR-BURST.
      *START THE FILE FOR WS-BURST-ADVISOR.  THE FILES ARE PLAIN
      *TEXT HANDED STRAIGHT TO THE ADVISORS, SO BLANK LINES ARE
      *WRITTEN EXPLICITLY
           MOVE SPACES TO WS-BURST-FILE-NAME
           STRING 'L6CASELOAD' DELIMITED BY SIZE
                  WS-BURST-ADVISOR DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-BURST-FILE-NAME
           OPEN OUTPUT ADVISOR-BURST-FILE
           MOVE 'Y' TO WS-BURST-OPEN-FLAG
           MOVE ZERO TO WS-BURST-LISTED
           MOVE ZERO TO WS-CURRENT-SECTION
           MOVE ZERO TO WS-SECTION-LISTED

           MOVE WS-BURST-ADVISOR TO ATL-CODE
           MOVE SPACES TO ATL-NAME
           PERFORM VARYING ADV-SUB FROM 1 BY 1
                   UNTIL ADV-SUB > WS-ADVISOR-COUNT
               IF ADV-CODE (ADV-SUB) = WS-BURST-ADVISOR
                   MOVE ADV-NAME (ADV-SUB) TO ATL-NAME
                   MOVE 'Y' TO ADV-REPORTED (ADV-SUB)
               END-IF
           END-PERFORM

           WRITE BURST-LINE FROM HEADING-ONE
           WRITE BURST-LINE FROM ADVISOR-TITLE-LINE
       .

       42-CLOSE-ADVISOR-BURST.
      *FINISH ANY SECTIONS NOT YET PRINTED, THEN THE ADVISOR'S COUNT
           IF BURST-FILE-OPEN
               MOVE 4 TO WS-TARGET-SECTION
               PERFORM 43-ADVANCE-TO-SECTION
               MOVE SPACES TO BURST-LINE
               WRITE BURST-LINE
               MOVE WS-BURST-LISTED TO BTL-LISTED
               WRITE BURST-LINE FROM BURST-TOTAL-LINE

               CLOSE ADVISOR-BURST-FILE
               MOVE 'N' TO WS-BURST-OPEN-FLAG
               ADD 1 TO CNT-CASELOAD-FILES
           END-IF
       .

       43-ADVANCE-TO-SECTION.
      *CLOSE OFF EACH SECTION UP TO WS-TARGET-SECTION - AN EMPTY
      *ONE GETS ITS (NONE) LINE - AND START THE NEXT ONE'S TITLE AND
      *HEADINGS.  SECTION 4 IS THE END OF THE CASELOAD
           PERFORM UNTIL WS-CURRENT-SECTION >= WS-TARGET-SECTION
               IF WS-CURRENT-SECTION > ZERO
                  AND WS-SECTION-LISTED = ZERO
                   WRITE BURST-LINE FROM NO-STUDENTS-LINE
               END-IF
               ADD 1 TO WS-CURRENT-SECTION
               MOVE ZERO TO WS-SECTION-LISTED
               IF WS-CURRENT-SECTION < 4
                   MOVE SPACES TO BURST-LINE
                   WRITE BURST-LINE
               END-IF
               EVALUATE WS-CURRENT-SECTION
                   WHEN 1
                       WRITE BURST-LINE FROM AT-RISK-TITLE-LINE
                       WRITE BURST-LINE FROM AT-RISK-HEADING
                   WHEN 2
                       WRITE BURST-LINE FROM INCOMPLETE-TITLE-LINE
                       WRITE BURST-LINE FROM INCOMPLETE-HEADING
                   WHEN 3
                       WRITE BURST-LINE FROM WITHDRAWN-TITLE-LINE
                       WRITE BURST-LINE FROM WITHDRAWN-HEADING
               END-EVALUATE
           END-PERFORM
       .

       45-FINAL-ROUTINE.
           IF NOT MASTER-FILE-MISSING
               CLOSE STUDENT-MASTER-FILE
                     NO-ADVISOR-FILE
           END-IF

           DISPLAY 'ADVISOR ASSIGNMENTS LOADED: '
               CNT-ASSIGNMENTS-LOADED
           DISPLAY 'MASTER RECORDS READ: ' CNT-MASTERS-READ
           DISPLAY 'AT-RISK CLASS RECORDS: ' CNT-AT-RISK
           DISPLAY 'AT-RISK STANDING CHANGED THIS RUN: '
               CNT-STANDING-CHANGED
           DISPLAY 'AT-RISK STANDING NEW THIS RUN: '
               CNT-STANDING-NEW
           DISPLAY 'INCOMPLETES LISTED: ' CNT-INCOMPLETES-LISTED
           DISPLAY 'WITHDRAWALS LISTED: ' CNT-WITHDRAWALS-LISTED
           DISPLAY 'AT-RISK WITH NO ADVISOR: ' CNT-NO-ADVISOR
           DISPLAY 'INCOMPLETE OR WITHDRAWN WITH NO ADVISOR: '
               CNT-OTHER-UNASSIGNED
           DISPLAY 'CASELOAD FILES PRODUCED: ' CNT-CASELOAD-FILES

           STOP RUN
       .
