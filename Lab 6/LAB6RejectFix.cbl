      *  INPUT
      *     REJECTEDSTUDENT.TXT - REJECTS FROM THE REPORT RUN
      *     (DEPT / CLASS / STUDENT ID / NAME / 4 TEST SCORES /
      *     REJECT REASON / CAMPUS CODE)
      *     OPERATOR REPLIES ACCEPTED FROM THE CONSOLE
      ******
      *  OUTPUT
      *     RECYCLESTUDENT.TXT - CORRECTED RECORDS IN THE STANDARD
      *     48-BYTE STUDENT LAYOUT FOLLOWED BY THE CAMPUS CODE THAT
      *     ORIGINALLY SENT THE RECORD, APPENDED SO SEVERAL
      *     CORRECTION SESSIONS CAN QUEUE UP BETWEEN REPORT RUNS
      *     REJECTAUDIT.TXT - ONE AUDIT LINE PER CORRECTION SHOWING
      *     THE OLD VALUE, NEW VALUE, OPERATOR, AND DATE
      ******
       FILE SECTION.
      *
       FD  REJECTED-STU-FILE
           RECORD CONTAINS 82 CHARACTERS.
       01  REJECT-RECORD.
           05  REJ-DEPT-CODE                PIC A(4).
           05  REJ-CLASS-CODE               PIC X(5).
           05  REJ-NAME                     PIC X(20).
           05  REJ-TEST OCCURS 4 TIMES       PIC 9(3).
           05  REJ-REASON                   PIC X(30).
           05  REJ-CAMPUS-CODE              PIC X(4).
      *
       FD  RECYCLE-STU-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  RECYCLE-RECORD.
           05  RCY-DEPT-CODE                PIC A(4).
           05  RCY-CLASS-CODE               PIC X(5).
           05  RCY-STUDENT-ID               PIC 9(7).
           05  RCY-NAME                     PIC X(20).
           05  RCY-TEST OCCURS 4 TIMES       PIC 9(3).
           05  RCY-CAMPUS-CODE              PIC X(4).
      *
       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           DISPLAY 'SCORES:  ' REJ-TEST (1) ' ' REJ-TEST (2)
               ' ' REJ-TEST (3) ' ' REJ-TEST (4)
           DISPLAY 'REASON:  ' REJ-REASON
           DISPLAY 'CAMPUS:  ' REJ-CAMPUS-CODE
           DISPLAY 'ACTION? C=CORRECT S=SKIP Q=QUIT:'
           ACCEPT WS-ACTION-CODE

                       UNTIL SUB > CF-NUM-TESTS
                   MOVE REJ-TEST (SUB) TO RCY-TEST (SUB)
               END-PERFORM
               MOVE REJ-CAMPUS-CODE TO RCY-CAMPUS-CODE
               WRITE RECYCLE-RECORD
               ADD 1 TO CNT-RECORDS-RECYCLED
               DISPLAY 'RECORD RELEASED TO RECYCLE FILE'
