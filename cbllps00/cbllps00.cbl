       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLPS00.
       DATE-WRITTEN.   10/15 /26.
       AUTHOR.         TAYLOR MCGRANN.
       DATE-COMPILED.
      ************************************************************
      *INCOMPLETE LAPSE. AN I (INCOMPLETE) ON GRADEMST.DAT STANDS*
      *UNTIL THE INSTRUCTOR KEYS THE REAL GRADE THROUGH COBGRD00 -*
      *IF THAT HAS NOT HAPPENED BY THE DEADLINE THE I LAPSES TO AN*
      *F. THE COMMAND LINE GIVES THE LATEST TERM WHOSE DEADLINE HAS*
      *PASSED (YYYYNN, SEE HISTREC): EVERY I STILL ON FILE FOR THAT*
      *TERM OR AN EARLIER ONE IS REWRITTEN AS AN F, AND EVERY*
      *CONVERSION IS LISTED ON LAPSE.PRT SO THE REGISTRAR CAN*
      *ANSWER FOR EACH ONE.*
      *A BLANK COMMAND LINE TAKES THE TERM FROM THE TERM CALENDAR*
      *TERMMST.DAT: AN I HAS UNTIL THE GRADE DEADLINE OF THE TERM*
      *AFTER IT, SO THE LAPSE RUNS THROUGH THE TERM BEFORE THE*
      *LATEST ONE WHOSE GRADE DEADLINE HAS PASSED. A TERM GIVEN BUT*
      *NOT ON THE CALENDAR IS REFUSED.*
      *RUN COBGPA00 AFTER THIS - THE NEW F'S COUNT IN THE GPA.*
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
               RECORD KEY IS I-ID
               FILE STATUS IS WS-STU-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\LAPSE.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT TERM-MASTER
               ASSIGN TO 'C:\COBOL\TERMMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERM-STATUS.

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

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS  60 WITH FOOTING AT 56.

       01 PRTLINE         PIC X(132).

       FD  TERM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TM-REC
           RECORD CONTAINS 59 CHARACTERS.

       01 TM-REC.
           COPY TERMREC.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 C-PCTR        PIC 99       VALUE ZERO.
         05 MORE-RECS     PIC XXX      VALUE 'YES'.
         05 WS-GRADE-STATUS    PIC XX  VALUE SPACES.
         05 WS-STU-STATUS      PIC XX  VALUE SPACES.
         05 WS-TERM-PARM       PIC X(10) VALUE SPACES.
         05 WS-TERM-STATUS     PIC XX    VALUE SPACES.
         05 WS-CUR-TERM        PIC X(6)  VALUE SPACES.
         05 WS-PREV-TERM       PIC X(6)  VALUE SPACES.
         05 WS-TERM-EOF-SW     PIC X     VALUE 'N'.
           88 TERM-EOF                   VALUE 'Y'.
         05 WS-LAPSE-TERM      PIC X(6)  VALUE SPACES.
         05 C-READ-CTR         PIC 9(6)  VALUE 0.
         05 C-OPEN-CTR         PIC 9(6)  VALUE 0.
         05 C-LAPSE-CTR        PIC 9(6)  VALUE 0.
         05 C-FAIL-CTR         PIC 9(6)  VALUE 0.

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
           05 FILLER      PIC X(28)   VALUE SPACES.
           05 FILLER      PIC X(34)
                          VALUE 'MCGRAN''S INCOMPLETE LAPSE, THROUGH'.
           05 FILLER      PIC X       VALUE SPACE.
           05 O-LAPSE-TERM PIC X(6).
           05 FILLER      PIC X(39)   VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'PAGE:'.
           05 O-PCTR      PIC Z9.

       01 HEADING-LINE2.
           05 FILLER       PIC X(7)    VALUE 'ID'.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE 'LAST NAME'.
           05 FILLER       PIC X(7)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE 'FIRST NAME'.
           05 FILLER       PIC X(6)    VALUE SPACES.
           05 FILLER       PIC X(4)    VALUE 'TERM'.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE 'COURSE'.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(7)    VALUE 'CREDITS'.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(3)    VALUE 'WAS'.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(3)    VALUE 'NOW'.
           05 FILLER       PIC X(53)   VALUE SPACES.
       01 DETAIL-LINE.
           05 O-ID         PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-LNAME      PIC X(15).
           05 FILLER       PIC X       VALUE SPACE.
           05 O-FNAME      PIC X(15).
           05 FILLER       PIC X       VALUE SPACE.
           05 O-TERM       PIC X(6).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-COURSE     PIC X(8).
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 O-CREDITS    PIC Z9.
           05 FILLER       PIC X(6)    VALUE SPACES.
           05 O-OLD-GRADE  PIC XX.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 O-NEW-GRADE  PIC XX.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-MSG        PIC X(20).
           05 FILLER       PIC X(30)   VALUE SPACES.
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
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.
           PERFORM 1050-RESOLVE-TERM.
           OPEN I-O GRADE-MASTER.
           IF WS-GRADE-STATUS NOT = '00'
               DISPLAY 'GRADEMST.DAT COULD NOT BE OPENED - STATUS '
                   WS-GRADE-STATUS '. RUN COBGRD00 TO BUILD THE '
                   'COURSE GRADE FILE FIRST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT PRTOUT.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE WS-LAPSE-TERM TO O-LAPSE-TERM.

           PERFORM 9000-READ.
           PERFORM 9100-HDGS.

       1050-RESOLVE-TERM.
      *THE TERM COMES FROM THE TERM CALENDAR TERMMST.DAT - A BLANK
      *COMMAND LINE MEANS THE CURRENT TERM, AND A TERM NOT ON THE
      *CALENDAR IS REFUSED RATHER THAN RUN AGAINST A TYPO.
           OPEN INPUT TERM-MASTER.
           IF WS-TERM-STATUS NOT = '00'
               DISPLAY 'TERM CALENDAR TERMMST.DAT WILL NOT OPEN, '
                   'STATUS ' WS-TERM-STATUS UPON CONSOLE
               DISPLAY 'RUN COBTRM00 TO BUILD THE TERM CALENDAR '
                   'FIRST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN WS-TERM-PARM = SPACES
                   PERFORM 1060-FIND-CURRENT-TERM
               WHEN WS-TERM-PARM(1:6) IS NUMERIC
                   AND WS-TERM-PARM(7:4) = SPACES
                   MOVE WS-TERM-PARM(1:6) TO TM-TERM
                   READ TERM-MASTER
                       INVALID KEY
                           DISPLAY 'TERM ' WS-TERM-PARM(1:6)
                               ' IS NOT ON THE TERM CALENDAR '
                               'TERMMST.DAT.' UPON CONSOLE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-READ
               WHEN OTHER
                   DISPLAY 'LAPSE TERM MUST BE GIVEN ON THE COMMAND '
                       'LINE AS YYYYNN - THE LATEST TERM WHOSE '
                       'INCOMPLETE DEADLINE HAS PASSED -' UPON CONSOLE
                   DISPLAY 'OR LEFT BLANK TO TAKE IT FROM THE TERM '
                       'CALENDAR.' UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE TM-TERM TO WS-LAPSE-TERM.
           CLOSE TERM-MASTER.

       1060-FIND-CURRENT-TERM.
      *WITH NO TERM GIVEN, AN I GETS ONE FOLLOWING TERM TO BE MADE
      *GOOD: ONCE A TERM'S GRADE DEADLINE HAS PASSED, EVERY I FROM
      *THE TERM BEFORE IT LAPSES. TERMS ARE KEYED YYYYNN, SO THE
      *LAST QUALIFYING TERM READ GIVES THE LAPSE-THROUGH TERM.
           MOVE SPACES TO WS-CUR-TERM.
           MOVE SPACES TO WS-PREV-TERM.
           MOVE LOW-VALUES TO TM-TERM.
           START TERM-MASTER KEY NOT < TM-TERM
               INVALID KEY
                   SET TERM-EOF TO TRUE
           END-START.
           PERFORM 1070-READ-TERM
               UNTIL TERM-EOF.
           IF WS-CUR-TERM = SPACES
               DISPLAY 'NO INCOMPLETE DEADLINE ON THE CALENDAR HAS '
                   'PASSED YET - NOTHING TO LAPSE.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CUR-TERM TO TM-TERM.

       1070-READ-TERM.
           READ TERM-MASTER NEXT RECORD
               AT END
                   SET TERM-EOF TO TRUE
               NOT AT END
                   IF TM-GRADE-DEADLINE < I-DATE
                       AND WS-PREV-TERM NOT = SPACES
                       MOVE WS-PREV-TERM TO WS-CUR-TERM
                   END-IF
                   MOVE TM-TERM TO WS-PREV-TERM
           END-READ.

       2000-MAINLINE.
           ADD 1 TO C-READ-CTR.
           IF G-GRADE = 'I '
               IF G-TERM > WS-LAPSE-TERM
                   ADD 1 TO C-OPEN-CTR
               ELSE
                   PERFORM 2100-LAPSE-GRADE
               END-IF
           END-IF.
           PERFORM 9000-READ.

       2100-LAPSE-GRADE.
           MOVE G-ID TO O-ID.
           MOVE G-TERM TO O-TERM.
           MOVE G-COURSE TO O-COURSE.
           MOVE G-CREDIT-HOURS TO O-CREDITS.
           MOVE G-GRADE TO O-OLD-GRADE.
           MOVE 'F ' TO G-GRADE.
           REWRITE G-REC
               INVALID KEY
                   ADD 1 TO C-FAIL-CTR
                   MOVE O-OLD-GRADE TO O-NEW-GRADE
                   MOVE 'REWRITE FAILED' TO O-MSG
                   DISPLAY 'REWRITE FAILED FOR GRADE: ' G-KEY
                       UPON CONSOLE
               NOT INVALID KEY
                   ADD 1 TO C-LAPSE-CTR
                   MOVE G-GRADE TO O-NEW-GRADE
                   MOVE SPACES TO O-MSG
           END-REWRITE.
           PERFORM 2200-STUDENT-NAME.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

       2200-STUDENT-NAME.
      *THE LAPSE STANDS WHETHER OR NOT THE STUDENT IS STILL ON THE
      *MASTER - THE NAME IS ONLY FOR THE LISTING.
           MOVE G-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO O-LNAME
                   MOVE SPACES TO O-FNAME
                   IF O-MSG = SPACES
                       MOVE 'NOT ON MASTER' TO O-MSG
                   END-IF
               NOT INVALID KEY
                   MOVE I-LNAME TO O-LNAME
                   MOVE I-FNAME TO O-FNAME
           END-READ.

       3000-CLOSING.
           MOVE 'GRADES READ:' TO GT-LABEL.
           MOVE C-READ-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE 'INCOMPLETES LAPSED:' TO GT-LABEL.
           MOVE C-LAPSE-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'STILL WITHIN DEADLINE:' TO GT-LABEL.
           MOVE C-OPEN-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'REWRITES FAILED:' TO GT-LABEL.
           MOVE C-FAIL-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           DISPLAY 'INCOMPLETES LAPSED TO F: ' C-LAPSE-CTR
               UPON CONSOLE.
           IF C-LAPSE-CTR > 0
               DISPLAY 'RUN COBGPA00 TO RECOMPUTE THE AFFECTED GPAS.'
                   UPON CONSOLE
           END-IF.

           CLOSE GRADE-MASTER, STUDENT-MASTER, PRTOUT.

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
