       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDEG00.
       DATE-WRITTEN.   10/15 /26.
       AUTHOR.         TAYLOR MCGRANN.
       DATE-COMPILED.
      ************************************************************
      *DEGREE AUDIT. THIS PROGRAM CHECKS EVERY CURRENT STUDENT'S*
      *COURSE HISTORY ON GRADEMST.DAT AGAINST THE PROGRAM*
      *REQUIREMENTS FOR THEIR I-DEPT-CODE AND PRINTS A PER-STUDENT*
      *AUDIT ON DEGAUDIT.PRT SHOWING EACH REQUIREMENT AS MET OR*
      *OUTSTANDING. STUDENTS WHO MEET EVERY REQUIREMENT ARE WRITTEN*
      *TO GRADLIST.DAT AS CANDIDATES, SO THE REGISTRAR REVIEWS THE*
      *LIST COBARC00 RUNS FROM INSTEAD OF TYPING IT.*
      *REQUIREMENTS COME FROM DEGREQ.DAT, 16-BYTE CARDS IN THE SAME*
      *STYLE AS BILLCTL.DAT -*
      *  'P' + DEPT X(4) + TOTAL CREDIT HOURS 9(3) + MIN GPA 9V99*
      *  'C' + DEPT X(4) + CATALOG COURSE X(8) + MIN GRADE X(2)*
      *ONE 'P' CARD PER DEPARTMENT AND ONE 'C' CARD PER REQUIRED*
      *COURSE. A STUDENT WHOSE DEPARTMENT HAS NO 'P' CARD CANNOT BE*
      *CLEARED. CREDIT HOURS COUNT ONLY FOR PASSED COURSES, AND A*
      *REPEATED COURSE COUNTS ONCE AT ITS BEST GRADE - BOTH FOR THE*
      *REQUIRED-COURSE CHECK AND, WITH THAT ATTEMPT'S HOURS, TOWARD*
      *THE TOTAL CREDIT HOURS. THE GPA IS COMPUTED FROM GRADEMST.DAT*
      *ON THE SAME SCALE AS COBGPA00.*
      *A P (PASS) COUNTS AS PASSED CREDIT AND MEETS A REQUIRED*
      *COURSE THAT TAKES ANY PASSING GRADE, BUT NOT ONE THAT NAMES*
      *A MINIMUM LETTER. I, W AND NP ARE NOT PASSED. NONE OF THE*
      *FOUR ENTERS THE GPA.*
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GRADE-MASTER
               ASSIGN TO 'C:\COBOL\GRADEMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS G-KEY
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS I-ID.

           SELECT CTLFILE
               ASSIGN TO 'C:\COBOL\DEGREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT GRADLIST
               ASSIGN TO 'C:\COBOL\GRADLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\DEGAUDIT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS G-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 G-REC.
           COPY GRADEREC.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 I-REC.
           COPY STDNTREC.

       FD  CTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC
           RECORD CONTAINS 16 CHARACTERS.

       01 CTL-REC.
         05 CTL-CODE        PIC X.
         05 CTL-DEPT        PIC X(4).
         05 CTL-PROG.
           10 CTL-HOURS     PIC 9(3).
           10 CTL-GPA       PIC 9V99.
           10 FILLER        PIC X(5).
         05 CTL-CRSE REDEFINES CTL-PROG.
           10 CTL-COURSE    PIC X(8).
           10 CTL-MIN-GRADE PIC XX.
           10 FILLER        PIC X.

       FD  GRADLIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC
           RECORD CONTAINS 7 CHARACTERS.

       01 GL-REC.
         05 GL-ID            PIC X(7).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS  60 WITH FOOTING AT 56.

       01 PRTLINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 C-PCTR        PIC 99       VALUE ZERO.
         05 MORE-RECS     PIC XXX      VALUE 'YES'.
         05 WS-GRADE-STATUS    PIC XX  VALUE SPACES.
         05 WS-CTL-STATUS      PIC XX  VALUE SPACES.
         05 WS-CTL-EOF-SW      PIC X   VALUE 'N'.
           88 CTL-EOF                  VALUE 'Y'.
         05 WS-GRADE-OK-SW     PIC X   VALUE 'N'.
           88 GRADE-IS-KNOWN           VALUE 'Y'.
         05 WS-PASSED-SW       PIC X   VALUE 'N'.
           88 COURSE-PASSED            VALUE 'Y'.
         05 WS-IN-GPA-SW       PIC X   VALUE 'Y'.
           88 GRADE-IN-GPA             VALUE 'Y'.
         05 WS-PREV-ID         PIC X(7)     VALUE SPACES.
         05 WS-GRADE-IN        PIC XX       VALUE SPACES.
         05 WS-GRADE-POINTS    PIC 9V99     VALUE 0.
         05 WS-QP-TOTAL        PIC 9(5)V99  VALUE 0.
         05 WS-GPA-HOURS       PIC 9(4)     VALUE 0.
         05 WS-EARNED-HOURS    PIC 9(4)     VALUE 0.
         05 WS-STU-GPA         PIC 9V99     VALUE 0.
         05 WS-OUTSTANDING     PIC 9(3)     VALUE 0.
         05 WS-EDIT-HOURS      PIC ZZZ9.
         05 WS-EDIT-GPA        PIC 9.99.
         05 C-AUDIT-CTR        PIC 9(6)     VALUE 0.
         05 C-CLEAR-CTR        PIC 9(6)     VALUE 0.
         05 C-NOPROG-CTR       PIC 9(6)     VALUE 0.
         05 C-NOMST-CTR        PIC 9(6)     VALUE 0.

      *ONE ENTRY PER 'P' CARD.
       01 WS-PROG-TABLE.
         05 WS-PROG-MAX        PIC 99   VALUE 50.
         05 WS-PROG-CNT        PIC 99   VALUE 0.
         05 WS-PROG-IX         PIC 99   VALUE 0.
         05 WS-PROG-FOUND-IX   PIC 99   VALUE 0.
         05 WS-PROG-ENTRY OCCURS 50 TIMES.
           10 WS-PROG-DEPT     PIC X(4).
           10 WS-PROG-HOURS    PIC 9(3).
           10 WS-PROG-GPA      PIC 9V99.

      *ONE ENTRY PER 'C' CARD. THE MINIMUM GRADE IS KEPT AS GRADE
      *POINTS SO A STUDENT'S GRADE COMPARES WITH A PLAIN >=.
       01 WS-REQ-TABLE.
         05 WS-REQ-MAX         PIC 999  VALUE 500.
         05 WS-REQ-CNT         PIC 999  VALUE 0.
         05 WS-REQ-IX          PIC 999  VALUE 0.
         05 WS-REQ-ENTRY OCCURS 500 TIMES.
           10 WS-REQ-DEPT      PIC X(4).
           10 WS-REQ-COURSE    PIC X(8).
           10 WS-REQ-GRADE     PIC XX.
           10 WS-REQ-POINTS    PIC 9V99.

      *THE CURRENT STUDENT'S COURSES, BEST ATTEMPT ONLY.
       01 WS-CRS-TABLE.
         05 WS-CRS-MAX         PIC 999  VALUE 200.
         05 WS-CRS-CNT         PIC 999  VALUE 0.
         05 WS-CRS-IX          PIC 999  VALUE 0.
         05 WS-CRS-FOUND-IX    PIC 999  VALUE 0.
         05 WS-CRS-ENTRY OCCURS 200 TIMES.
           10 WS-CRS-COURSE    PIC X(8).
           10 WS-CRS-GRADE     PIC XX.
           10 WS-CRS-POINTS    PIC 9V99.
           10 WS-CRS-PASSED    PIC X.
           10 WS-CRS-HOURS     PIC 99.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
              10 I-YY     PIC 9(4).
              10 I-MM     PIC 99.
              10 I-DD     PIC 99.
           05 I-TIME      PIC X(11).

       01 COMPANY-TITLE.
           05 FILLER      PIC X(6)    VALUE 'DATE:'.
           05 O-MM        PIC 99.
           05 FILLER      PIC X       VALUE '/'.
           05 O-DD        PIC 99.
           05 FILLER      PIC X       VALUE '/'.
           05 O-YY        PIC 9(4).
           05 FILLER      PIC X(38)   VALUE SPACES.
           05 FILLER      PIC X(22)
                          VALUE 'MCGRAN''S DEGREE AUDIT'.
           05 FILLER      PIC X(48)   VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'PAGE:'.
           05 O-PCTR      PIC Z9.

       01 HEADING-LINE2.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(30)   VALUE 'REQUIREMENT'.
           05 FILLER       PIC X(13)   VALUE 'REQUIRED'.
           05 FILLER       PIC X(13)   VALUE 'ACTUAL'.
           05 FILLER       PIC X(6)    VALUE 'STATUS'.
           05 FILLER       PIC X(65)   VALUE SPACES.
       01 STUDENT-LINE.
           05 FILLER       PIC X(9)    VALUE 'STUDENT: '.
           05 SL-ID        PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 SL-LNAME     PIC X(15).
           05 FILLER       PIC X       VALUE SPACE.
           05 SL-FNAME     PIC X(15).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE 'DEPT: '.
           05 SL-DEPT      PIC X(4).
           05 FILLER       PIC X(69)   VALUE SPACES.
       01 ITEM-LINE.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 IT-DESC      PIC X(30).
           05 IT-REQUIRED  PIC X(10).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 IT-ACTUAL    PIC X(10).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 IT-STATUS    PIC X(11).
           05 FILLER       PIC X(60)   VALUE SPACES.
       01 RESULT-LINE.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(8)    VALUE 'RESULT: '.
           05 RS-TEXT      PIC X(30).
           05 RS-COUNT     PIC ZZZ.
           05 FILLER       PIC X(86)   VALUE SPACES.
       01 GT-LINE.
           05 FILLER       PIC X(54)   VALUE SPACES.
           05 GT-LABEL     PIC X(22).
           05 GT-COUNT     PIC ZZZZZ9.
           05 FILLER       PIC X(50)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           IF WS-PREV-ID NOT = SPACES
               PERFORM 2500-STUDENT-BREAK
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1100-READ-CONTROL.
           OPEN INPUT GRADE-MASTER.
           IF WS-GRADE-STATUS NOT = '00'
               DISPLAY 'GRADEMST.DAT COULD NOT BE OPENED - STATUS '
                   WS-GRADE-STATUS '. RUN COBGRD00 TO BUILD THE '
                   'COURSE GRADE FILE FIRST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT GRADLIST.
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 9000-READ.
           PERFORM 9100-HDGS.

       1100-READ-CONTROL.
      *WITHOUT REQUIREMENTS NOBODY CAN BE CLEARED, AND AN EMPTY
      *GRADLIST.DAT WOULD LOOK LIKE A REAL ANSWER - STOP INSTEAD.
           OPEN INPUT CTLFILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DEGREQ.DAT COULD NOT BE OPENED - STATUS '
                   WS-CTL-STATUS '. NO PROGRAM REQUIREMENTS TO '
                   'AUDIT AGAINST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1150-CONTROL-CARD
               UNTIL CTL-EOF.
           CLOSE CTLFILE.
           IF WS-PROG-CNT = 0
               DISPLAY 'NO P CARDS IN DEGREQ.DAT - NO PROGRAM '
                   'REQUIREMENTS TO AUDIT AGAINST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-CONTROL-CARD.
           READ CTLFILE
               AT END
                   SET CTL-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CTL-CODE = 'P'
                           AND CTL-DEPT NOT = SPACES
                           AND CTL-HOURS IS NUMERIC
                           AND CTL-GPA IS NUMERIC
                           PERFORM 1160-ADD-PROGRAM
                       WHEN CTL-CODE = 'C'
                           AND CTL-DEPT NOT = SPACES
                           AND CTL-COURSE NOT = SPACES
                           PERFORM 1170-ADD-REQUIRED
                       WHEN OTHER
                           DISPLAY 'BAD REQUIREMENT CARD IGNORED: '
                               CTL-REC UPON CONSOLE
                   END-EVALUATE
           END-READ.

       1160-ADD-PROGRAM.
           IF WS-PROG-CNT < WS-PROG-MAX
               ADD 1 TO WS-PROG-CNT
               MOVE CTL-DEPT  TO WS-PROG-DEPT(WS-PROG-CNT)
               MOVE CTL-HOURS TO WS-PROG-HOURS(WS-PROG-CNT)
               MOVE CTL-GPA   TO WS-PROG-GPA(WS-PROG-CNT)
           ELSE
               DISPLAY 'PROGRAM TABLE FULL - CARD IGNORED: '
                   CTL-REC UPON CONSOLE
           END-IF.

       1170-ADD-REQUIRED.
      *A BLANK MINIMUM GRADE MEANS ANY PASSING GRADE.
           IF CTL-MIN-GRADE = SPACES
               MOVE 'D-' TO CTL-MIN-GRADE
           END-IF.
           MOVE CTL-MIN-GRADE TO WS-GRADE-IN.
           PERFORM 2100-GRADE-POINTS.
           EVALUATE TRUE
               WHEN NOT GRADE-IS-KNOWN
               WHEN NOT GRADE-IN-GPA
                   DISPLAY 'BAD MINIMUM GRADE - CARD IGNORED: '
                       CTL-REC UPON CONSOLE
               WHEN WS-REQ-CNT >= WS-REQ-MAX
                   DISPLAY 'REQUIRED COURSE TABLE FULL - CARD '
                       'IGNORED: ' CTL-REC UPON CONSOLE
               WHEN OTHER
                   ADD 1 TO WS-REQ-CNT
                   MOVE CTL-DEPT       TO WS-REQ-DEPT(WS-REQ-CNT)
                   MOVE CTL-COURSE     TO WS-REQ-COURSE(WS-REQ-CNT)
                   MOVE CTL-MIN-GRADE  TO WS-REQ-GRADE(WS-REQ-CNT)
                   MOVE WS-GRADE-POINTS
                                       TO WS-REQ-POINTS(WS-REQ-CNT)
           END-EVALUATE.

       2000-MAINLINE.
      *G-ID LEADS THE RECORD KEY, SO A SEQUENTIAL PASS COMES BACK
      *GROUPED BY STUDENT - THE SAME CONTROL BREAK AS COBGPA00.
           IF G-ID NOT = WS-PREV-ID
               IF WS-PREV-ID NOT = SPACES
                   PERFORM 2500-STUDENT-BREAK
               END-IF
               MOVE G-ID TO WS-PREV-ID
               MOVE 0 TO WS-QP-TOTAL
               MOVE 0 TO WS-GPA-HOURS
               MOVE 0 TO WS-CRS-CNT
           END-IF.
           MOVE G-GRADE TO WS-GRADE-IN.
           PERFORM 2100-GRADE-POINTS.
           IF GRADE-IN-GPA
               ADD G-CREDIT-HOURS TO WS-GPA-HOURS
               COMPUTE WS-QP-TOTAL = WS-QP-TOTAL
                   + (G-CREDIT-HOURS * WS-GRADE-POINTS)
           END-IF.
           PERFORM 2200-POST-COURSE.
           PERFORM 9000-READ.

       2100-GRADE-POINTS.
      *SAME SCALE AS COBGPA00'S 2100-GRADE-POINTS. ANYTHING BUT AN F
      *IS A PASS. A P RANKS WITH A D- SO IT MEETS ONLY AN ANY-PASS
      *REQUIREMENT - ITS POINTS NEVER REACH THE GPA.
           MOVE 'Y' TO WS-GRADE-OK-SW.
           MOVE 'Y' TO WS-PASSED-SW.
           MOVE 'Y' TO WS-IN-GPA-SW.
           EVALUATE WS-GRADE-IN
               WHEN 'A '  MOVE 4.00 TO WS-GRADE-POINTS
               WHEN 'A-'  MOVE 3.70 TO WS-GRADE-POINTS
               WHEN 'B+'  MOVE 3.30 TO WS-GRADE-POINTS
               WHEN 'B '  MOVE 3.00 TO WS-GRADE-POINTS
               WHEN 'B-'  MOVE 2.70 TO WS-GRADE-POINTS
               WHEN 'C+'  MOVE 2.30 TO WS-GRADE-POINTS
               WHEN 'C '  MOVE 2.00 TO WS-GRADE-POINTS
               WHEN 'C-'  MOVE 1.70 TO WS-GRADE-POINTS
               WHEN 'D+'  MOVE 1.30 TO WS-GRADE-POINTS
               WHEN 'D '  MOVE 1.00 TO WS-GRADE-POINTS
               WHEN 'D-'  MOVE 0.70 TO WS-GRADE-POINTS
               WHEN 'F '
                   MOVE 0.00 TO WS-GRADE-POINTS
                   MOVE 'N' TO WS-PASSED-SW
               WHEN 'P '
                   MOVE 0.70 TO WS-GRADE-POINTS
                   MOVE 'N' TO WS-IN-GPA-SW
               WHEN 'I '
               WHEN 'W '
               WHEN 'NP'
                   MOVE 0.00 TO WS-GRADE-POINTS
                   MOVE 'N' TO WS-PASSED-SW
                   MOVE 'N' TO WS-IN-GPA-SW
               WHEN OTHER
                   MOVE 0.00 TO WS-GRADE-POINTS
                   MOVE 'N' TO WS-PASSED-SW
                   MOVE 'N' TO WS-GRADE-OK-SW
           END-EVALUATE.

       2200-POST-COURSE.
           MOVE 0 TO WS-CRS-FOUND-IX.
           MOVE 0 TO WS-CRS-IX.
           PERFORM 2250-MATCH-COURSE
               UNTIL WS-CRS-IX >= WS-CRS-CNT
                  OR WS-CRS-FOUND-IX > 0.
           IF WS-CRS-FOUND-IX = 0
               IF WS-CRS-CNT < WS-CRS-MAX
                   ADD 1 TO WS-CRS-CNT
                   MOVE WS-CRS-CNT TO WS-CRS-FOUND-IX
                   MOVE G-COURSE TO WS-CRS-COURSE(WS-CRS-FOUND-IX)
                   MOVE G-GRADE TO WS-CRS-GRADE(WS-CRS-FOUND-IX)
                   MOVE WS-GRADE-POINTS
                       TO WS-CRS-POINTS(WS-CRS-FOUND-IX)
                   MOVE WS-PASSED-SW
                       TO WS-CRS-PASSED(WS-CRS-FOUND-IX)
                   MOVE G-CREDIT-HOURS
                       TO WS-CRS-HOURS(WS-CRS-FOUND-IX)
               ELSE
                   DISPLAY 'COURSE TABLE FULL - NOT AUDITED: '
                       G-ID ' ' G-COURSE UPON CONSOLE
               END-IF
           ELSE
      *A REPEAT - KEEP THE BETTER ATTEMPT.
               IF COURSE-PASSED
                   AND (WS-CRS-PASSED(WS-CRS-FOUND-IX) = 'N'
                     OR WS-GRADE-POINTS
                        > WS-CRS-POINTS(WS-CRS-FOUND-IX))
                   MOVE G-GRADE TO WS-CRS-GRADE(WS-CRS-FOUND-IX)
                   MOVE WS-GRADE-POINTS
                       TO WS-CRS-POINTS(WS-CRS-FOUND-IX)
                   MOVE WS-PASSED-SW
                       TO WS-CRS-PASSED(WS-CRS-FOUND-IX)
                   MOVE G-CREDIT-HOURS
                       TO WS-CRS-HOURS(WS-CRS-FOUND-IX)
               END-IF
           END-IF.

       2250-MATCH-COURSE.
           ADD 1 TO WS-CRS-IX.
           IF WS-CRS-COURSE(WS-CRS-IX) = G-COURSE
               MOVE WS-CRS-IX TO WS-CRS-FOUND-IX
           END-IF.

       2500-STUDENT-BREAK.
      *A STUDENT NO LONGER ON STDNTMST.DAT HAS ALREADY GRADUATED OR
      *LEFT - NOTHING TO AUDIT.
           MOVE WS-PREV-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   ADD 1 TO C-NOMST-CTR
               NOT INVALID KEY
                   PERFORM 2600-AUDIT-STUDENT
           END-READ.

       2600-AUDIT-STUDENT.
           ADD 1 TO C-AUDIT-CTR.
           MOVE 0 TO WS-OUTSTANDING.
           MOVE 0 TO WS-STU-GPA.
           IF WS-GPA-HOURS > 0
               COMPUTE WS-STU-GPA ROUNDED
                   = WS-QP-TOTAL / WS-GPA-HOURS
           END-IF.
      *EACH COURSE EARNS ITS HOURS ONCE, OFF ITS BEST ATTEMPT - A
      *COURSE PASSED TWICE IS NOT TWICE THE CREDIT.
           MOVE 0 TO WS-EARNED-HOURS.
           MOVE 0 TO WS-CRS-IX.
           PERFORM 2620-ADD-EARNED
               UNTIL WS-CRS-IX >= WS-CRS-CNT.
           MOVE I-ID TO SL-ID.
           MOVE I-LNAME TO SL-LNAME.
           MOVE I-FNAME TO SL-FNAME.
           MOVE I-DEPT-CODE TO SL-DEPT.
           WRITE PRTLINE FROM STUDENT-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.
           PERFORM 2650-FIND-PROGRAM.
           IF WS-PROG-FOUND-IX = 0
               ADD 1 TO C-NOPROG-CTR
               MOVE 'NO PROGRAM ON FILE FOR DEPT' TO RS-TEXT
               MOVE 0 TO RS-COUNT
               PERFORM 2900-RESULT-LINE
           ELSE
               PERFORM 2700-CHECK-HOURS
               PERFORM 2750-CHECK-GPA
               MOVE 0 TO WS-REQ-IX
               PERFORM 2800-CHECK-REQUIRED
                   UNTIL WS-REQ-IX >= WS-REQ-CNT
               IF WS-OUTSTANDING = 0
                   ADD 1 TO C-CLEAR-CTR
                   MOVE I-ID TO GL-ID
                   WRITE GL-REC
                   MOVE 'CLEARED FOR GRADUATION' TO RS-TEXT
                   MOVE 0 TO RS-COUNT
               ELSE
                   MOVE 'NOT CLEARED - OUTSTANDING:'
                       TO RS-TEXT
                   MOVE WS-OUTSTANDING TO RS-COUNT
               END-IF
               PERFORM 2900-RESULT-LINE
           END-IF.

       2620-ADD-EARNED.
           ADD 1 TO WS-CRS-IX.
           IF WS-CRS-PASSED(WS-CRS-IX) = 'Y'
               ADD WS-CRS-HOURS(WS-CRS-IX) TO WS-EARNED-HOURS
           END-IF.

       2650-FIND-PROGRAM.
           MOVE 0 TO WS-PROG-FOUND-IX.
           MOVE 0 TO WS-PROG-IX.
           PERFORM 2660-MATCH-PROGRAM
               UNTIL WS-PROG-IX >= WS-PROG-CNT
                  OR WS-PROG-FOUND-IX > 0.

       2660-MATCH-PROGRAM.
           ADD 1 TO WS-PROG-IX.
           IF WS-PROG-DEPT(WS-PROG-IX) = I-DEPT-CODE
               MOVE WS-PROG-IX TO WS-PROG-FOUND-IX
           END-IF.

       2700-CHECK-HOURS.
           MOVE 'TOTAL CREDIT HOURS' TO IT-DESC.
           MOVE WS-PROG-HOURS(WS-PROG-FOUND-IX) TO WS-EDIT-HOURS.
           MOVE WS-EDIT-HOURS TO IT-REQUIRED.
           MOVE WS-EARNED-HOURS TO WS-EDIT-HOURS.
           MOVE WS-EDIT-HOURS TO IT-ACTUAL.
           IF WS-EARNED-HOURS >= WS-PROG-HOURS(WS-PROG-FOUND-IX)
               MOVE 'MET' TO IT-STATUS
           ELSE
               MOVE 'OUTSTANDING' TO IT-STATUS
               ADD 1 TO WS-OUTSTANDING
           END-IF.
           PERFORM 2950-ITEM-LINE.

       2750-CHECK-GPA.
           MOVE 'CUMULATIVE GPA' TO IT-DESC.
           MOVE WS-PROG-GPA(WS-PROG-FOUND-IX) TO WS-EDIT-GPA.
           MOVE WS-EDIT-GPA TO IT-REQUIRED.
           MOVE WS-STU-GPA TO WS-EDIT-GPA.
           MOVE WS-EDIT-GPA TO IT-ACTUAL.
           IF WS-STU-GPA >= WS-PROG-GPA(WS-PROG-FOUND-IX)
               MOVE 'MET' TO IT-STATUS
           ELSE
               MOVE 'OUTSTANDING' TO IT-STATUS
               ADD 1 TO WS-OUTSTANDING
           END-IF.
           PERFORM 2950-ITEM-LINE.

       2800-CHECK-REQUIRED.
           ADD 1 TO WS-REQ-IX.
           IF WS-REQ-DEPT(WS-REQ-IX) = I-DEPT-CODE
               PERFORM 2850-CHECK-ONE-COURSE
           END-IF.

       2850-CHECK-ONE-COURSE.
           MOVE SPACES TO IT-DESC.
           STRING 'REQUIRED COURSE ' DELIMITED BY SIZE
                  WS-REQ-COURSE(WS-REQ-IX) DELIMITED BY SIZE
               INTO IT-DESC
           END-STRING.
           MOVE WS-REQ-GRADE(WS-REQ-IX) TO IT-REQUIRED.
           MOVE 0 TO WS-CRS-FOUND-IX.
           MOVE 0 TO WS-CRS-IX.
           PERFORM 2860-MATCH-REQUIRED
               UNTIL WS-CRS-IX >= WS-CRS-CNT
                  OR WS-CRS-FOUND-IX > 0.
           EVALUATE TRUE
               WHEN WS-CRS-FOUND-IX = 0
                   MOVE 'NOT TAKEN' TO IT-ACTUAL
                   MOVE 'OUTSTANDING' TO IT-STATUS
                   ADD 1 TO WS-OUTSTANDING
               WHEN WS-CRS-PASSED(WS-CRS-FOUND-IX) = 'Y'
                   AND WS-CRS-POINTS(WS-CRS-FOUND-IX)
                       >= WS-REQ-POINTS(WS-REQ-IX)
                   MOVE WS-CRS-GRADE(WS-CRS-FOUND-IX) TO IT-ACTUAL
                   MOVE 'MET' TO IT-STATUS
               WHEN OTHER
                   MOVE WS-CRS-GRADE(WS-CRS-FOUND-IX) TO IT-ACTUAL
                   MOVE 'OUTSTANDING' TO IT-STATUS
                   ADD 1 TO WS-OUTSTANDING
           END-EVALUATE.
           PERFORM 2950-ITEM-LINE.

       2860-MATCH-REQUIRED.
           ADD 1 TO WS-CRS-IX.
           IF WS-CRS-COURSE(WS-CRS-IX) = WS-REQ-COURSE(WS-REQ-IX)
               MOVE WS-CRS-IX TO WS-CRS-FOUND-IX
           END-IF.

       2900-RESULT-LINE.
           WRITE PRTLINE FROM RESULT-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

       2950-ITEM-LINE.
           WRITE PRTLINE FROM ITEM-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

       3000-CLOSING.
           MOVE 'STUDENTS AUDITED:' TO GT-LABEL.
           MOVE C-AUDIT-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE 'CLEARED TO GRADLIST:' TO GT-LABEL.
           MOVE C-CLEAR-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'NO PROGRAM ON FILE:' TO GT-LABEL.
           MOVE C-NOPROG-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'NOT ON MASTER:' TO GT-LABEL.
           MOVE C-NOMST-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           DISPLAY 'DEGREE AUDIT COMPLETE - ' C-AUDIT-CTR
               ' AUDITED, ' C-CLEAR-CTR ' CLEARED TO GRADLIST.DAT.'
               UPON CONSOLE.

           CLOSE GRADE-MASTER, STUDENT-MASTER, GRADLIST, PRTOUT.

       9000-READ.
           READ GRADE-MASTER
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADING-LINE2
               AFTER ADVANCING 2 LINES.
