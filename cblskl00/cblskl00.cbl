       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBSKL00.
       DATE-WRITTEN.   10/15 /26.
       AUTHOR.         TAYLOR MCGRANN.
       DATE-COMPILED.
      ************************************************************
      *TERM-END GRADE SHEET SKELETON. FOR THE TERM GIVEN ON THE*
      *COMMAND LINE (YYYYNN, SEE HISTREC) THIS PROGRAM WALKS*
      *COBREG00'S REGISTRATION MASTER REGMST.DAT AND, FOR EVERY*
      *STUDENT STILL ENROLLED, WRITES A GRADE ADD TRANSACTION TO*
      *GRADETRN.DAT WITH THE CATALOG CREDIT HOURS FILLED IN AND THE*
      *GRADE LEFT BLANK. THE REGISTRAR KEYS ONLY THE GRADE COLUMN*
      *AND FEEDS THE FILE TO COBGRD00, SO NO GRADE CAN BE KEYED FOR*
      *A STUDENT WHO NEVER REGISTERED. COBGRD00 REJECTS A BLANK*
      *GRADE, SO A LINE NOBODY FILLED IN SHOWS UP ON ITS CONSOLE.*
      *GRDSHEET.PRT IS THE MATCHING PRINTED GRADE SHEET - ONE PAGE*
      *PER SECTION - FOR THE INSTRUCTOR TO MARK UP.*
      *GRADETRN.DAT IS REBUILT FROM SCRATCH, SO RUN THIS BEFORE ANY*
      *OTHER GRADE TRANSACTIONS ARE KEYED FOR THE TERM.*
      *A BLANK COMMAND LINE TAKES THE CURRENT TERM FROM THE TERM*
      *CALENDAR TERMMST.DAT; A TERM NOT ON THE CALENDAR IS REFUSED.*
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REG-MASTER
               ASSIGN TO 'C:\COBOL\REGMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-KEY
               FILE STATUS IS WS-REG-STATUS.

           SELECT COURSE-MASTER
               ASSIGN TO 'C:\COBOL\CRSEMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-COURSE
               FILE STATUS IS WS-CRSE-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS I-ID.

           SELECT TRANOUT
               ASSIGN TO 'C:\COBOL\GRADETRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\GRDSHEET.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT TERM-MASTER
               ASSIGN TO 'C:\COBOL\TERMMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS RG-REC
           RECORD CONTAINS 46 CHARACTERS.

       01 RG-REC.
           COPY REGREC.

       FD  COURSE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CR-REC
           RECORD CONTAINS 45 CHARACTERS.

       01 CR-REC.
           COPY CRSEREC.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 I-REC.
           COPY STDNTREC.

      *SAME LAYOUT COBGRD00 READS.
       FD  TRANOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-REC
           RECORD CONTAINS 34 CHARACTERS.

       01 TRAN-REC.
         05 TRAN-CODE       PIC X.
           COPY GRADEREC
               REPLACING ==G-KEY==          BY ==GT-KEY==
                         ==G-ID==           BY ==GT-ID==
                         ==G-TERM==         BY ==GT-TERM==
                         ==G-COURSE==       BY ==GT-COURSE==
                         ==G-CREDIT-HOURS== BY ==GT-CREDIT-HOURS==
                         ==G-GRADE==        BY ==GT-GRADE==.
         05 TRAN-OVERRIDE   PIC X(8).

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
         05 C-PCTR             PIC 99    VALUE ZERO.
         05 MORE-RECS          PIC XXX   VALUE 'YES'.
         05 WS-REG-STATUS      PIC XX    VALUE SPACES.
         05 WS-CRSE-STATUS     PIC XX    VALUE SPACES.
         05 WS-TERM-PARM       PIC X(10) VALUE SPACES.
         05 WS-TERM-STATUS     PIC XX    VALUE SPACES.
         05 WS-CUR-TERM        PIC X(6)  VALUE SPACES.
         05 WS-TERM-EOF-SW     PIC X     VALUE 'N'.
           88 TERM-EOF                   VALUE 'Y'.
         05 WS-SHEET-TERM      PIC X(6)  VALUE SPACES.
         05 WS-PREV-SECTION    PIC X(11) VALUE SPACES.
         05 WS-FIRST-SECT-SW   PIC X     VALUE 'Y'.
           88 PROCESSING-FIRST-SECTION   VALUE 'Y'.
         05 WS-CREDITS         PIC 99    VALUE 0.
         05 C-SECT-CTR         PIC 9(5)  VALUE 0.
         05 C-TRAN-CTR         PIC 9(6)  VALUE 0.
         05 C-WAIT-CTR         PIC 9(6)  VALUE 0.
         05 WS-SECT-SCTR       PIC 9(5)  VALUE 0.

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
           05 FILLER      PIC X(30)   VALUE SPACES.
           05 FILLER      PIC X(28)
                          VALUE 'MCGRAN''S GRADE SHEET, TERM'.
           05 FILLER      PIC X       VALUE SPACE.
           05 O-TERM      PIC X(6).
           05 FILLER      PIC X(43)   VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'PAGE:'.
           05 O-PCTR      PIC Z9.

       01 SECTION-HEADER-LINE.
           05 FILLER       PIC X(8)    VALUE 'COURSE: '.
           05 SH-COURSE    PIC X(8).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE 'SECTION: '.
           05 SH-SECTION   PIC X(3).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 SH-TITLE     PIC X(30).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE 'CREDITS: '.
           05 SH-CREDITS   PIC Z9.
           05 FILLER       PIC X(54)   VALUE SPACES.
       01 HEADING-LINE2.
           05 FILLER       PIC X(4)    VALUE '  ID'.
           05 FILLER       PIC X(8)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE 'LAST NAME'.
           05 FILLER       PIC X(9)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE 'FIRST NAME'.
           05 FILLER       PIC X(8)    VALUE SPACES.
           05 FILLER       PIC X(5)    VALUE 'GRADE'.
           05 FILLER       PIC X(79)   VALUE SPACES.
       01 DETAIL-LINE.
           05 O-ID         PIC X(7).
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 O-LNAME      PIC X(15).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-FNAME      PIC X(15).
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(5)    VALUE '_____'.
           05 FILLER       PIC X(77)   VALUE SPACES.
       01 SECTION-COUNT-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE 'ENROLLED:'.
           05 SC-SCTR      PIC ZZZZ9.
           05 FILLER       PIC X(107)  VALUE SPACES.
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
           IF NOT PROCESSING-FIRST-SECTION
               PERFORM 2300-SECTION-BREAK
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.
           PERFORM 1050-RESOLVE-TERM.

           OPEN INPUT REG-MASTER.
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'REGMST.DAT COULD NOT BE OPENED - STATUS '
                   WS-REG-STATUS '. RUN COBREG00 TO REGISTER THE '
                   'TERM FIRST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-MASTER.
           IF WS-CRSE-STATUS NOT = '00'
               DISPLAY 'CRSEMST.DAT COULD NOT BE OPENED - STATUS '
                   WS-CRSE-STATUS '. RUN COBCRS00 TO BUILD THE '
                   'COURSE CATALOG FIRST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT TRANOUT.
           OPEN OUTPUT PRTOUT.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE WS-SHEET-TERM TO O-TERM.

      *RG-TERM LEADS RG-KEY, SO THE TERM'S REGISTRATIONS COME BACK
      *TOGETHER IN COURSE / SECTION / ID ORDER - NO SORT NEEDED.
           MOVE WS-SHEET-TERM TO RG-TERM.
           MOVE LOW-VALUES TO RG-COURSE.
           MOVE LOW-VALUES TO RG-SECTION.
           MOVE LOW-VALUES TO RG-ID.
           START REG-MASTER KEY NOT < RG-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-RECS
           END-START.
           IF MORE-RECS = 'YES'
               PERFORM 9000-READ
           END-IF.

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
                   DISPLAY 'GRADE SHEET TERM MUST BE GIVEN ON THE '
                       'COMMAND LINE AS YYYYNN, E.G. 202603 FOR FALL '
                       '2026,'
                       UPON CONSOLE
                   DISPLAY 'OR LEFT BLANK FOR THE CURRENT TERM.'
                       UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE TM-TERM TO WS-SHEET-TERM.
           CLOSE TERM-MASTER.

       1060-FIND-CURRENT-TERM.
      *THE CURRENT TERM IS THE LATEST TERM ON THE CALENDAR THAT HAS
      *ALREADY STARTED. TERMS ARE KEYED YYYYNN, SO THE LAST ONE READ
      *THAT QUALIFIES IS THE ONE WANTED.
           MOVE SPACES TO WS-CUR-TERM.
           MOVE LOW-VALUES TO TM-TERM.
           START TERM-MASTER KEY NOT < TM-TERM
               INVALID KEY
                   SET TERM-EOF TO TRUE
           END-START.
           PERFORM 1070-READ-TERM
               UNTIL TERM-EOF.
           IF WS-CUR-TERM = SPACES
               DISPLAY 'NO TERM ON THE CALENDAR HAS STARTED YET - '
                   'GIVE THE TERM AS YYYYNN.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CUR-TERM TO TM-TERM.

       1070-READ-TERM.
           READ TERM-MASTER NEXT RECORD
               AT END
                   SET TERM-EOF TO TRUE
               NOT AT END
                   IF TM-START-DATE <= I-DATE
                       MOVE TM-TERM TO WS-CUR-TERM
                   END-IF
           END-READ.

       2000-MAINLINE.
           EVALUATE TRUE
               WHEN RG-IS-ENROLLED
                   IF RG-KEY(7:11) NOT = WS-PREV-SECTION
                       IF NOT PROCESSING-FIRST-SECTION
                           PERFORM 2300-SECTION-BREAK
                       END-IF
                       PERFORM 2100-SECTION-HEADER
                   END-IF
                   PERFORM 2200-STUDENT-LINE
               WHEN RG-IS-WAITING
      *STILL ON THE WAITLIST AT TERM END - NEVER GOT A SEAT, SO NO
      *GRADE IS OWED.
                   ADD 1 TO C-WAIT-CTR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 9000-READ.

       2100-SECTION-HEADER.
           MOVE RG-KEY(7:11) TO WS-PREV-SECTION.
           MOVE 'N' TO WS-FIRST-SECT-SW.
           MOVE 0 TO WS-SECT-SCTR.
           ADD 1 TO C-SECT-CTR.
           MOVE RG-COURSE TO SH-COURSE.
           MOVE RG-SECTION TO SH-SECTION.
           MOVE RG-COURSE TO CR-COURSE.
      *A COURSE DROPPED FROM THE CATALOG AFTER REGISTRATION STILL
      *GETS ITS SHEET, BUT WITH ZERO CREDITS COBGRD00 WILL REJECT
      *THE ADDS UNTIL THE CATALOG IS PUT RIGHT.
           READ COURSE-MASTER
               INVALID KEY
                   MOVE 'NOT ON CATALOG' TO SH-TITLE
                   MOVE 0 TO WS-CREDITS
               NOT INVALID KEY
                   MOVE CR-TITLE TO SH-TITLE
                   MOVE CR-CREDIT-HOURS TO WS-CREDITS
           END-READ.
           MOVE WS-CREDITS TO SH-CREDITS.
           PERFORM 9100-HDGS.

       2200-STUDENT-LINE.
           ADD 1 TO WS-SECT-SCTR.
           MOVE 'A'             TO TRAN-CODE.
           MOVE RG-ID           TO GT-ID.
           MOVE RG-TERM         TO GT-TERM.
           MOVE RG-COURSE       TO GT-COURSE.
           MOVE WS-CREDITS      TO GT-CREDIT-HOURS.
           MOVE SPACES          TO GT-GRADE.
           MOVE SPACES          TO TRAN-OVERRIDE.
           WRITE TRAN-REC.
           ADD 1 TO C-TRAN-CTR.
           MOVE RG-ID TO O-ID.
           MOVE RG-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO O-LNAME
                   MOVE SPACES TO O-FNAME
               NOT INVALID KEY
                   MOVE I-LNAME TO O-LNAME
                   MOVE I-FNAME TO O-FNAME
           END-READ.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

       2300-SECTION-BREAK.
           MOVE WS-SECT-SCTR TO SC-SCTR.
           WRITE PRTLINE FROM SECTION-COUNT-LINE
               AFTER ADVANCING 2 LINES.

       3000-CLOSING.
           MOVE 'SECTIONS:' TO GT-LABEL.
           MOVE C-SECT-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE 'GRADE LINES WRITTEN:' TO GT-LABEL.
           MOVE C-TRAN-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'LEFT ON WAITLIST:' TO GT-LABEL.
           MOVE C-WAIT-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           DISPLAY 'TERM ' WS-SHEET-TERM ' GRADE SHEETS COMPLETE - '
               C-SECT-CTR ' SECTIONS, ' C-TRAN-CTR ' GRADE LINES.'
               UPON CONSOLE.

           CLOSE REG-MASTER, COURSE-MASTER, STUDENT-MASTER,
               TRANOUT, PRTOUT.

       9000-READ.
           READ REG-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-RECS
           END-READ.
           IF MORE-RECS = 'YES'
               AND RG-TERM NOT = WS-SHEET-TERM
               MOVE 'NO' TO MORE-RECS
           END-IF.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM SECTION-HEADER-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM HEADING-LINE2
               AFTER ADVANCING 2 LINES.
