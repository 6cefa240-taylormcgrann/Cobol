       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCEN00.
       DATE-WRITTEN.   10/15 /26.
       AUTHOR.         TAYLOR MCGRANN.
       DATE-COMPILED.
      ************************************************************
      *STATE ENROLLMENT CENSUS. FOR THE TERM GIVEN ON THE COMMAND*
      *LINE (YYYYNN, SEE HISTREC) THIS PROGRAM TOTALS EACH*
      *STUDENT'S CREDIT HOURS OFF GRADEMST.DAT THE SAME WAY*
      *COBBIL00 BILLS THEM, TAKES THE STUDENT'S DEPARTMENT FROM*
      *STDNTMST.DAT AND ITS NAME FROM DEPTMST.DAT, AND COUNTS THE*
      *STUDENT FULL-TIME AT OR OVER THE FULL-TIME HOURS, PART-TIME*
      *UNDER THEM. A STUDENT WITH NO STDNTHIS.DAT SNAPSHOT FOR AN*
      *EARLIER TERM IS NEW, ANYONE ELSE IS CONTINUING. FTE IS*
      *CREDIT HOURS OVER THE CREDIT HOURS PER FTE, FIGURED PER*
      *DEPARTMENT SEPARATELY FOR FULL- AND PART-TIME.*
      *CENSUS.DAT IS THE STATE SUBMISSION - A HEADER, ONE RECORD*
      *PER DEPARTMENT AND A TRAILER, FIXED WIDTH. CENSUS.PRT LISTS*
      *THE SAME FIGURES AND ENDS WITH A RECONCILIATION PAGE TYING*
      *THE CENSUS CREDIT HOURS AND HEADCOUNT TO THE COBBIL00 BILLING*
      *RUN FOR THE TERM ON TUITRECV.DAT - A DIFFERENCE SETS*
      *RETURN-CODE 8.*
      *A BLANK COMMAND LINE TAKES THE CURRENT TERM FROM THE TERM*
      *CALENDAR TERMMST.DAT; A TERM NOT ON THE CALENDAR IS REFUSED.*
      *CENSCTL.DAT CARDS, 7 BYTES: 'F' + FULL-TIME CREDIT HOURS 99;*
      *'D' + CREDIT HOURS PER FTE 99; 'I' + STATE INSTITUTION CODE*
      *X(6). DEFAULT IS 12 HOURS FULL-TIME AND 15 HOURS PER FTE.*
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

           SELECT HISTORY-FILE
               ASSIGN TO 'C:\COBOL\STDNTHIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT DEPT-MASTER
               ASSIGN TO 'C:\COBOL\DEPTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS D-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT CTLFILE
               ASSIGN TO 'C:\COBOL\CENSCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CENSWRK
               ASSIGN TO 'C:\COBOL\CENSWRK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO 'C:\COBOL\CENSSRT.DAT'.

           SELECT CENSSRD
               ASSIGN TO 'C:\COBOL\CENSSRD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CENSFILE
               ASSIGN TO 'C:\COBOL\CENSUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECVFILE
               ASSIGN TO 'C:\COBOL\TUITRECV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\CENSUS.PRT'
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

       FD  HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS H-REC
           RECORD CONTAINS 67 CHARACTERS.

       01 H-REC.
           COPY HISTREC.

       FD  DEPT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS D-REC
           RECORD CONTAINS 35 CHARACTERS.

       01 D-REC.
           COPY DEPTREC.

       FD  CTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC
           RECORD CONTAINS 7 CHARACTERS.

       01 CTL-REC.
         05 CTL-CODE        PIC X.
         05 CTL-INST        PIC X(6).
         05 CTL-HOURS-CARD REDEFINES CTL-INST.
           10 CTL-HOURS     PIC 99.
           10 FILLER        PIC X(4).

      *ONE RECORD PER STUDENT COUNTED - W-LOAD IS 'F' (FULL-TIME)
      *OR 'P' (PART-TIME), W-ENTRY IS 'N' (NEW) OR 'C' (CONTINUING).
       FD  CENSWRK
           LABEL RECORD IS STANDARD
           DATA RECORD IS W-REC
           RECORD CONTAINS 16 CHARACTERS.

       01 W-REC.
         05 W-DEPT          PIC X(4).
         05 W-ID            PIC X(7).
         05 W-CREDITS       PIC 9(3).
         05 W-LOAD          PIC X.
         05 W-ENTRY         PIC X.

       SD  SORT-WORK
           DATA RECORD IS SW-REC.

       01 SW-REC.
         05 SW-DEPT         PIC X(4).
         05 SW-ID           PIC X(7).
         05 SW-CREDITS      PIC 9(3).
         05 SW-LOAD         PIC X.
         05 SW-ENTRY        PIC X.

       FD  CENSSRD
           LABEL RECORD IS STANDARD
           DATA RECORD IS S-REC
           RECORD CONTAINS 16 CHARACTERS.

       01 S-REC.
         05 S-DEPT          PIC X(4).
         05 S-ID            PIC X(7).
         05 S-CREDITS       PIC 9(3).
         05 S-LOAD          PIC X.
           88 S-IS-FULL-TIME          VALUE 'F'.
         05 S-ENTRY         PIC X.
           88 S-IS-NEW                VALUE 'N'.

       FD  CENSFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CENS-REC
           RECORD CONTAINS 120 CHARACTERS.

       01 CENS-REC         PIC X(120).

      *TUITRECV.DAT AS COBBIL00 WRITES IT - 'A' AMOUNT-BILLED
      *RECORDS BETWEEN A BATCHREC HEADER AND TRAILER.
       FD  RECVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECV-REC
           RECORD CONTAINS 54 CHARACTERS.

       01 RECV-REC.
         05 RV-REC-CODE     PIC X.
           88 RV-IS-BILL              VALUE 'A'.
         05 RV-ID           PIC X(7).
         05 RV-TERM         PIC X(6).
         05 RV-CREDITS      PIC 9(3).
         05 RV-AMOUNT       PIC 9(6)V99.
         05 FILLER          PIC X(29).

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
         05 WS-HIST-STATUS     PIC XX  VALUE SPACES.
         05 WS-DEPT-STATUS     PIC XX  VALUE SPACES.
         05 WS-CTL-STATUS      PIC XX  VALUE SPACES.
         05 WS-RECV-STATUS     PIC XX  VALUE SPACES.
         05 WS-CTL-EOF-SW      PIC X   VALUE 'N'.
           88 CTL-EOF                  VALUE 'Y'.
         05 WS-EXTRACT-EOF-SW  PIC X   VALUE 'N'.
           88 EXTRACT-EOF              VALUE 'Y'.
         05 WS-RECV-EOF-SW     PIC X   VALUE 'N'.
           88 RECV-EOF                 VALUE 'Y'.
         05 WS-FIRST-SW        PIC X   VALUE 'Y'.
           88 PROCESSING-FIRST-RECORD  VALUE 'Y'.
         05 WS-HIST-OPEN-SW    PIC X   VALUE 'N'.
           88 HISTORY-IS-OPEN          VALUE 'Y'.
         05 WS-RECV-OPEN-SW    PIC X   VALUE 'N'.
           88 BILLING-IS-OPEN          VALUE 'Y'.
         05 WS-RECON-SW        PIC X   VALUE 'N'.
           88 CENSUS-RECONCILED        VALUE 'Y'.
         05 WS-TERM-PARM       PIC X(10) VALUE SPACES.
         05 WS-TERM-STATUS     PIC XX    VALUE SPACES.
         05 WS-CUR-TERM        PIC X(6)  VALUE SPACES.
         05 WS-TERM-EOF-SW     PIC X     VALUE 'N'.
           88 TERM-EOF                   VALUE 'Y'.
         05 WS-CENSUS-TERM     PIC X(6)  VALUE SPACES.
         05 WS-INST-CODE       PIC X(6)  VALUE SPACES.
         05 WS-FT-HOURS        PIC 99    VALUE 12.
         05 WS-FTE-HOURS       PIC 99    VALUE 15.
         05 WS-PREV-ID         PIC X(7)  VALUE SPACES.
         05 WS-PREV-DEPT       PIC X(4)  VALUE SPACES.
         05 WS-STU-CREDITS     PIC 9(3)  VALUE 0.
         05 C-GRADE-CREDITS    PIC 9(8)  VALUE 0.
         05 C-NOMST-CREDITS    PIC 9(8)  VALUE 0.
         05 C-CENSUS-CREDITS   PIC 9(8)  VALUE 0.
         05 C-BILLED-CREDITS   PIC 9(8)  VALUE 0.
         05 C-BILLED-CTR       PIC 9(6)  VALUE 0.
         05 C-OTHER-TERM-CTR   PIC 9(6)  VALUE 0.
         05 C-EXTRACT-CTR      PIC 9(6)  VALUE 0.
         05 C-NOMST-CTR        PIC 9(6)  VALUE 0.
         05 C-ZERO-CTR         PIC 9(6)  VALUE 0.
         05 C-NODEPT-CTR       PIC 9(5)  VALUE 0.
         05 C-DEPT-CTR         PIC 9(5)  VALUE 0.
         05 WS-CREDIT-DIFF     PIC S9(8) VALUE 0.
         05 WS-HEAD-DIFF       PIC S9(6) VALUE 0.

      *ONE DEPARTMENT'S FIGURES, THEN THE CAMPUS'S. THE CAMPUS FTE
      *IS THE SUM OF THE DEPARTMENT FTES, SO CENSUS.DAT FOOTS.
       01 WS-DEPT-ACC.
         05 DA-FT-NEW          PIC 9(5).
         05 DA-FT-CONT         PIC 9(5).
         05 DA-PT-NEW          PIC 9(5).
         05 DA-PT-CONT         PIC 9(5).
         05 DA-HEADCOUNT       PIC 9(6).
         05 DA-FT-CREDITS      PIC 9(7).
         05 DA-PT-CREDITS      PIC 9(7).
         05 DA-FT-FTE          PIC 9(5)V99.
         05 DA-PT-FTE          PIC 9(5)V99.
         05 DA-FTE             PIC 9(5)V99.
       01 WS-CAMPUS-ACC.
         05 KA-FT-NEW          PIC 9(5).
         05 KA-FT-CONT         PIC 9(5).
         05 KA-PT-NEW          PIC 9(5).
         05 KA-PT-CONT         PIC 9(5).
         05 KA-HEADCOUNT       PIC 9(6).
         05 KA-FT-CREDITS      PIC 9(7).
         05 KA-PT-CREDITS      PIC 9(7).
         05 KA-FT-FTE          PIC 9(6)V99.
         05 KA-PT-FTE          PIC 9(6)V99.
         05 KA-FTE             PIC 9(6)V99.

      *CENSUS.DAT, THE STATE'S FIXED-WIDTH LAYOUT - 120 BYTES,
      *RECORD TYPE IN BYTE 1: 'H' HEADER (FIRST RECORD), 'D' ONE
      *PER DEPARTMENT, 'T' TRAILER (LAST RECORD). COUNTS AND HOURS
      *ARE UNSIGNED ZONED DECIMAL, FTE CARRIES TWO IMPLIED DECIMALS.
       01 WS-CENS-HEADER.
         05 CH-REC-TYPE     PIC X        VALUE 'H'.
         05 CH-INST         PIC X(6).
         05 CH-TERM         PIC X(6).
         05 CH-RUN-DATE     PIC X(8).
         05 CH-FT-HOURS     PIC 99.
         05 CH-FTE-HOURS    PIC 99.
         05 FILLER          PIC X(95)    VALUE SPACES.
       01 WS-CENS-DETAIL.
         05 CD-REC-TYPE     PIC X        VALUE 'D'.
         05 CD-INST         PIC X(6).
         05 CD-TERM         PIC X(6).
         05 CD-DEPT         PIC X(4).
         05 CD-DEPT-NAME    PIC X(30).
         05 CD-FT-NEW       PIC 9(5).
         05 CD-FT-CONT      PIC 9(5).
         05 CD-PT-NEW       PIC 9(5).
         05 CD-PT-CONT      PIC 9(5).
         05 CD-HEADCOUNT    PIC 9(6).
         05 CD-FT-CREDITS   PIC 9(7).
         05 CD-PT-CREDITS   PIC 9(7).
         05 CD-FT-FTE       PIC 9(5)V99.
         05 CD-PT-FTE       PIC 9(5)V99.
         05 CD-FTE          PIC 9(5)V99.
         05 FILLER          PIC X(12)    VALUE SPACES.
       01 WS-CENS-TRAILER.
         05 CT-REC-TYPE     PIC X        VALUE 'T'.
         05 CT-INST         PIC X(6).
         05 CT-TERM         PIC X(6).
         05 CT-DEPT-COUNT   PIC 9(4).
         05 CT-HEADCOUNT    PIC 9(6).
         05 CT-CREDITS      PIC 9(8).
         05 CT-FTE          PIC 9(6)V99.
         05 FILLER          PIC X(81)    VALUE SPACES.

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
           05 FILLER      PIC X(32)
                          VALUE 'MCGRAN''S ENROLLMENT CENSUS, TERM'.
           05 FILLER      PIC X       VALUE SPACE.
           05 O-TERM      PIC X(6).
           05 FILLER      PIC X(39)   VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'PAGE:'.
           05 O-PCTR      PIC Z9.

       01 HEADING-LINE2.
           05 FILLER       PIC X(4)    VALUE 'DEPT'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(30)   VALUE 'DEPARTMENT NAME'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE 'FT NEW'.
           05 FILLER       PIC X       VALUE SPACE.
           05 FILLER       PIC X(6)    VALUE 'FT CON'.
           05 FILLER       PIC X       VALUE SPACE.
           05 FILLER       PIC X(6)    VALUE 'PT NEW'.
           05 FILLER       PIC X       VALUE SPACE.
           05 FILLER       PIC X(6)    VALUE 'PT CON'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(7)    VALUE 'HEADCNT'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE '  CREDITS'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE '    FT FTE'.
           05 FILLER       PIC X       VALUE SPACE.
           05 FILLER       PIC X(10)   VALUE '    PT FTE'.
           05 FILLER       PIC X       VALUE SPACE.
           05 FILLER       PIC X(10)   VALUE ' TOTAL FTE'.
           05 FILLER       PIC X(13)   VALUE SPACES.
       01 DETAIL-LINE.
           05 O-DEPT       PIC X(4).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-DEPT-NAME  PIC X(30).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-FT-NEW     PIC ZZ,ZZ9.
           05 FILLER       PIC X       VALUE SPACE.
           05 O-FT-CONT    PIC ZZ,ZZ9.
           05 FILLER       PIC X       VALUE SPACE.
           05 O-PT-NEW     PIC ZZ,ZZ9.
           05 FILLER       PIC X       VALUE SPACE.
           05 O-PT-CONT    PIC ZZ,ZZ9.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-HEADCOUNT  PIC ZZZ,ZZ9.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-CREDITS    PIC Z,ZZZ,ZZ9.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-FT-FTE     PIC ZZZ,ZZ9.99.
           05 FILLER       PIC X       VALUE SPACE.
           05 O-PT-FTE     PIC ZZZ,ZZ9.99.
           05 FILLER       PIC X       VALUE SPACE.
           05 O-FTE        PIC ZZZ,ZZ9.99.
           05 FILLER       PIC X(13)   VALUE SPACES.

       01 RECON-HEADING.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 FILLER       PIC X(50)
              VALUE 'RECONCILIATION TO COBBIL00 BILLING - TUITRECV.DAT'.
           05 FILLER       PIC X(72)   VALUE SPACES.
       01 RECON-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 RC-LABEL     PIC X(44).
           05 RC-VALUE     PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER       PIC X(66)   VALUE SPACES.
       01 RECON-STATUS-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 RS-STATUS    PIC X(60).
           05 FILLER       PIC X(62)   VALUE SPACES.
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
           IF NOT PROCESSING-FIRST-RECORD
               PERFORM 2400-DEPT-BREAK
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.
           PERFORM 1050-RESOLVE-TERM.
           PERFORM 1100-READ-CONTROL.

           PERFORM 1200-EXTRACT-STUDENTS.

           SORT SORT-WORK
               ON ASCENDING KEY SW-DEPT
               ON ASCENDING KEY SW-ID
               USING CENSWRK
               GIVING CENSSRD.

           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'DEPTMST.DAT COULD NOT BE OPENED - STATUS '
                   WS-DEPT-STATUS '. RUN COBDPT00 TO BUILD THE '
                   'DEPARTMENT FILE FIRST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CENSSRD.
           OPEN OUTPUT CENSFILE.
           OPEN OUTPUT PRTOUT.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE WS-CENSUS-TERM TO O-TERM.
           MOVE ZEROS TO WS-CAMPUS-ACC.

           MOVE WS-INST-CODE TO CH-INST.
           MOVE WS-CENSUS-TERM TO CH-TERM.
           MOVE I-DATE TO CH-RUN-DATE.
           MOVE WS-FT-HOURS TO CH-FT-HOURS.
           MOVE WS-FTE-HOURS TO CH-FTE-HOURS.
           WRITE CENS-REC FROM WS-CENS-HEADER.

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
                   DISPLAY 'CENSUS TERM MUST BE GIVEN ON THE COMMAND '
                       'LINE AS YYYYNN, E.G. 202603 FOR FALL 2026,'
                       UPON CONSOLE
                   DISPLAY 'OR LEFT BLANK FOR THE CURRENT TERM.'
                       UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE TM-TERM TO WS-CENSUS-TERM.
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

       1100-READ-CONTROL.
           OPEN INPUT CTLFILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'CENSCTL.DAT COULD NOT BE OPENED - STATUS '
                   WS-CTL-STATUS '. USING DEFAULT ' WS-FT-HOURS
                   ' HOURS FULL-TIME, ' WS-FTE-HOURS ' PER FTE.'
                   UPON CONSOLE
           ELSE
               PERFORM 1150-CONTROL-CARD
                   UNTIL CTL-EOF
               CLOSE CTLFILE
           END-IF.
           IF WS-INST-CODE = SPACES
               DISPLAY 'NO I CARD IN CENSCTL.DAT - INSTITUTION CODE '
                   'LEFT BLANK ON CENSUS.DAT.' UPON CONSOLE
           END-IF.

       1150-CONTROL-CARD.
           READ CTLFILE
               AT END
                   SET CTL-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CTL-CODE = 'F'
                           AND CTL-HOURS IS NUMERIC
                           AND CTL-HOURS > 0
                           MOVE CTL-HOURS TO WS-FT-HOURS
                       WHEN CTL-CODE = 'D'
                           AND CTL-HOURS IS NUMERIC
                           AND CTL-HOURS > 0
                           MOVE CTL-HOURS TO WS-FTE-HOURS
                       WHEN CTL-CODE = 'I'
                           AND CTL-INST NOT = SPACES
                           MOVE CTL-INST TO WS-INST-CODE
                       WHEN OTHER
                           DISPLAY 'BAD CENSUS CARD IGNORED: '
                               CTL-REC UPON CONSOLE
                   END-EVALUATE
           END-READ.

       1200-EXTRACT-STUDENTS.
      *PASS 1 - ONE WORK RECORD PER STUDENT FOR THE TERM, CARRYING
      *THE STUDENT'S DEPARTMENT SO THE SORT BRINGS A DEPARTMENT'S
      *STUDENTS TOGETHER.
           OPEN INPUT GRADE-MASTER.
           IF WS-GRADE-STATUS NOT = '00'
               DISPLAY 'GRADEMST.DAT COULD NOT BE OPENED - STATUS '
                   WS-GRADE-STATUS '. RUN COBGRD00 TO BUILD THE '
                   'COURSE GRADE FILE FIRST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STU-STATUS NOT = '00'
               DISPLAY 'STDNTMST.DAT COULD NOT BE OPENED - STATUS '
                   WS-STU-STATUS '.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *NO HISTORY FILE AT ALL MEANS COBSNP00 HAS NEVER RUN - EVERY
      *STUDENT IS THEN NEW. ANY OTHER OPEN FAILURE STOPS THE RUN
      *RATHER THAN REPORT A CAMPUS FULL OF NEW STUDENTS.
           OPEN INPUT HISTORY-FILE.
           EVALUATE WS-HIST-STATUS
               WHEN '00'
                   SET HISTORY-IS-OPEN TO TRUE
               WHEN '35'
                   DISPLAY 'NO STDNTHIS.DAT - EVERY STUDENT COUNTS AS '
                       'NEW.' UPON CONSOLE
               WHEN OTHER
                   DISPLAY 'STDNTHIS.DAT COULD NOT BE OPENED - STATUS '
                       WS-HIST-STATUS '.' UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT CENSWRK.
           PERFORM 1250-EXTRACT-RECORD
               UNTIL EXTRACT-EOF.
           IF WS-PREV-ID NOT = SPACES
               PERFORM 1300-STUDENT-BREAK
           END-IF.
           CLOSE GRADE-MASTER, STUDENT-MASTER, CENSWRK.
           IF HISTORY-IS-OPEN
               CLOSE HISTORY-FILE
           END-IF.

       1250-EXTRACT-RECORD.
      *CREDIT HOURS ARE TOTALLED THE WAY COBBIL00 TOTALS THEM -
      *EVERY COURSE ON FILE FOR THE TERM, WHATEVER ITS GRADE - SO
      *THE RECONCILIATION HAS LIKE TO COMPARE WITH LIKE.
           READ GRADE-MASTER
               AT END
                   SET EXTRACT-EOF TO TRUE
               NOT AT END
                   IF G-TERM = WS-CENSUS-TERM
                       IF G-ID NOT = WS-PREV-ID
                           IF WS-PREV-ID NOT = SPACES
                               PERFORM 1300-STUDENT-BREAK
                           END-IF
                           MOVE G-ID TO WS-PREV-ID
                           MOVE 0 TO WS-STU-CREDITS
                       END-IF
                       IF G-CREDIT-HOURS IS NUMERIC
                           ADD G-CREDIT-HOURS TO WS-STU-CREDITS
                           ADD G-CREDIT-HOURS TO C-GRADE-CREDITS
                       END-IF
                   END-IF
           END-READ.

       1300-STUDENT-BREAK.
           MOVE WS-PREV-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   ADD 1 TO C-NOMST-CTR
                   ADD WS-STU-CREDITS TO C-NOMST-CREDITS
                   DISPLAY 'NOT ON MASTER - NOT COUNTED: '
                       WS-PREV-ID UPON CONSOLE
               NOT INVALID KEY
      *NO HOURS, NO BILL - AND NO PLACE IN THE CENSUS EITHER.
                   IF WS-STU-CREDITS = 0
                       ADD 1 TO C-ZERO-CTR
                   ELSE
                       PERFORM 1350-WRITE-WORK
                   END-IF
           END-READ.

       1350-WRITE-WORK.
           MOVE I-DEPT-CODE TO W-DEPT.
           MOVE I-ID TO W-ID.
           MOVE WS-STU-CREDITS TO W-CREDITS.
           IF WS-STU-CREDITS >= WS-FT-HOURS
               MOVE 'F' TO W-LOAD
           ELSE
               MOVE 'P' TO W-LOAD
           END-IF.
           MOVE 'N' TO W-ENTRY.
           IF HISTORY-IS-OPEN
               PERFORM 1400-CHECK-HISTORY
           END-IF.
           WRITE W-REC.
           ADD 1 TO C-EXTRACT-CTR.
           ADD WS-STU-CREDITS TO C-CENSUS-CREDITS.

       1400-CHECK-HISTORY.
      *H-KEY IS ID THEN TERM, SO THE FIRST SNAPSHOT ON OR AFTER
      *THE ID WITH A LOW TERM IS THE STUDENT'S EARLIEST. IF THAT IS
      *BEFORE THE CENSUS TERM THE STUDENT HAS BEEN HERE BEFORE.
           MOVE I-ID TO H-ID.
           MOVE LOW-VALUES TO H-TERM.
           START HISTORY-FILE KEY NOT < H-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1450-READ-HISTORY
           END-START.

       1450-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF H-ID = I-ID
                       AND H-TERM < WS-CENSUS-TERM
                       MOVE 'C' TO W-ENTRY
                   END-IF
           END-READ.

       2000-MAINLINE.
           EVALUATE TRUE
               WHEN PROCESSING-FIRST-RECORD
                   MOVE 'N' TO WS-FIRST-SW
                   PERFORM 2100-DEPT-INIT
               WHEN S-DEPT NOT = WS-PREV-DEPT
                   PERFORM 2400-DEPT-BREAK
                   PERFORM 2100-DEPT-INIT
           END-EVALUATE.
           PERFORM 2200-POST-STUDENT.
           PERFORM 9000-READ.

       2100-DEPT-INIT.
           MOVE S-DEPT TO WS-PREV-DEPT.
           MOVE ZEROS TO WS-DEPT-ACC.

       2200-POST-STUDENT.
           IF S-IS-FULL-TIME
               ADD S-CREDITS TO DA-FT-CREDITS
               IF S-IS-NEW
                   ADD 1 TO DA-FT-NEW
               ELSE
                   ADD 1 TO DA-FT-CONT
               END-IF
           ELSE
               ADD S-CREDITS TO DA-PT-CREDITS
               IF S-IS-NEW
                   ADD 1 TO DA-PT-NEW
               ELSE
                   ADD 1 TO DA-PT-CONT
               END-IF
           END-IF.
           ADD 1 TO DA-HEADCOUNT.

       2400-DEPT-BREAK.
           ADD 1 TO C-DEPT-CTR.
           MOVE WS-PREV-DEPT TO D-CODE.
      *A STUDENT CARRYING A CODE THAT HAS SINCE LEFT DEPTMST.DAT
      *STILL COUNTS, UNDER THE CODE ON THE STUDENT RECORD.
           READ DEPT-MASTER
               INVALID KEY
                   MOVE '*** NOT ON DEPTMST.DAT ***' TO D-NAME
                   ADD 1 TO C-NODEPT-CTR
           END-READ.
           COMPUTE DA-FT-FTE ROUNDED = DA-FT-CREDITS / WS-FTE-HOURS.
           COMPUTE DA-PT-FTE ROUNDED = DA-PT-CREDITS / WS-FTE-HOURS.
           COMPUTE DA-FTE = DA-FT-FTE + DA-PT-FTE.

           MOVE WS-PREV-DEPT TO O-DEPT.
           MOVE D-NAME TO O-DEPT-NAME.
           MOVE DA-FT-NEW TO O-FT-NEW.
           MOVE DA-FT-CONT TO O-FT-CONT.
           MOVE DA-PT-NEW TO O-PT-NEW.
           MOVE DA-PT-CONT TO O-PT-CONT.
           MOVE DA-HEADCOUNT TO O-HEADCOUNT.
           COMPUTE O-CREDITS = DA-FT-CREDITS + DA-PT-CREDITS.
           MOVE DA-FT-FTE TO O-FT-FTE.
           MOVE DA-PT-FTE TO O-PT-FTE.
           MOVE DA-FTE TO O-FTE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

           MOVE WS-INST-CODE TO CD-INST.
           MOVE WS-CENSUS-TERM TO CD-TERM.
           MOVE WS-PREV-DEPT TO CD-DEPT.
           MOVE D-NAME TO CD-DEPT-NAME.
           MOVE DA-FT-NEW TO CD-FT-NEW.
           MOVE DA-FT-CONT TO CD-FT-CONT.
           MOVE DA-PT-NEW TO CD-PT-NEW.
           MOVE DA-PT-CONT TO CD-PT-CONT.
           MOVE DA-HEADCOUNT TO CD-HEADCOUNT.
           MOVE DA-FT-CREDITS TO CD-FT-CREDITS.
           MOVE DA-PT-CREDITS TO CD-PT-CREDITS.
           MOVE DA-FT-FTE TO CD-FT-FTE.
           MOVE DA-PT-FTE TO CD-PT-FTE.
           MOVE DA-FTE TO CD-FTE.
           WRITE CENS-REC FROM WS-CENS-DETAIL.

           ADD DA-FT-NEW TO KA-FT-NEW.
           ADD DA-FT-CONT TO KA-FT-CONT.
           ADD DA-PT-NEW TO KA-PT-NEW.
           ADD DA-PT-CONT TO KA-PT-CONT.
           ADD DA-HEADCOUNT TO KA-HEADCOUNT.
           ADD DA-FT-CREDITS TO KA-FT-CREDITS.
           ADD DA-PT-CREDITS TO KA-PT-CREDITS.
           ADD DA-FT-FTE TO KA-FT-FTE.
           ADD DA-PT-FTE TO KA-PT-FTE.
           ADD DA-FTE TO KA-FTE.

       3000-CLOSING.
           MOVE SPACES TO O-DEPT.
           MOVE 'CAMPUS TOTAL' TO O-DEPT-NAME.
           MOVE KA-FT-NEW TO O-FT-NEW.
           MOVE KA-FT-CONT TO O-FT-CONT.
           MOVE KA-PT-NEW TO O-PT-NEW.
           MOVE KA-PT-CONT TO O-PT-CONT.
           MOVE KA-HEADCOUNT TO O-HEADCOUNT.
           COMPUTE O-CREDITS = KA-FT-CREDITS + KA-PT-CREDITS.
           MOVE KA-FT-FTE TO O-FT-FTE.
           MOVE KA-PT-FTE TO O-PT-FTE.
           MOVE KA-FTE TO O-FTE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-INST-CODE TO CT-INST.
           MOVE WS-CENSUS-TERM TO CT-TERM.
           MOVE C-DEPT-CTR TO CT-DEPT-COUNT.
           MOVE KA-HEADCOUNT TO CT-HEADCOUNT.
           COMPUTE CT-CREDITS = KA-FT-CREDITS + KA-PT-CREDITS.
           MOVE KA-FTE TO CT-FTE.
           WRITE CENS-REC FROM WS-CENS-TRAILER.

           MOVE 'DEPARTMENTS REPORTED:' TO GT-LABEL.
           MOVE C-DEPT-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'NOT ON DEPTMST:' TO GT-LABEL.
           MOVE C-NODEPT-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3100-RECONCILE.

           DISPLAY 'TERM ' WS-CENSUS-TERM ' CENSUS COMPLETE - '
               'HEADCOUNT ' KA-HEADCOUNT ', FTE ' KA-FTE
               UPON CONSOLE.
           CLOSE CENSSRD, DEPT-MASTER, CENSFILE, PRTOUT.

       3100-RECONCILE.
      *COBBIL00 LEAVES ONE TERM'S BILLING ON TUITRECV.DAT. THE
      *CENSUS AND THE BILLING RUN OFF THE SAME GRADE FILE AND LEAVE
      *OUT THE SAME STUDENTS, SO THEIR CREDIT HOURS AND HEADCOUNT
      *MUST AGREE - A DIFFERENCE MEANS THE GRADE FILE CHANGED SINCE
      *BILLING, OR BILLING WAS RUN FOR ANOTHER TERM.
           OPEN INPUT RECVFILE.
           IF WS-RECV-STATUS = '00'
               SET BILLING-IS-OPEN TO TRUE
               PERFORM 9010-READ-RECV
               PERFORM 3150-BILLED-RECORD
                   UNTIL RECV-EOF
               CLOSE RECVFILE
           END-IF.
           COMPUTE WS-CREDIT-DIFF = C-CENSUS-CREDITS - C-BILLED-CREDITS.
           COMPUTE WS-HEAD-DIFF = KA-HEADCOUNT - C-BILLED-CTR.

           PERFORM 9200-RECON-HDGS.
           MOVE 'GRADEMST.DAT CREDIT HOURS FOR THE TERM' TO RC-LABEL.
           MOVE C-GRADE-CREDITS TO RC-VALUE.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'LESS STUDENTS NOT ON STDNTMST.DAT' TO RC-LABEL.
           MOVE C-NOMST-CREDITS TO RC-VALUE.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CENSUS CREDIT HOURS' TO RC-LABEL.
           MOVE C-CENSUS-CREDITS TO RC-VALUE.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'COBBIL00 BILLED CREDIT HOURS' TO RC-LABEL.
           MOVE C-BILLED-CREDITS TO RC-VALUE.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CREDIT HOUR DIFFERENCE' TO RC-LABEL.
           MOVE WS-CREDIT-DIFF TO RC-VALUE.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'CENSUS HEADCOUNT' TO RC-LABEL.
           MOVE KA-HEADCOUNT TO RC-VALUE.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'COBBIL00 STUDENTS BILLED' TO RC-LABEL.
           MOVE C-BILLED-CTR TO RC-VALUE.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'HEADCOUNT DIFFERENCE' TO RC-LABEL.
           MOVE WS-HEAD-DIFF TO RC-VALUE.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'STUDENTS NOT ON STDNTMST.DAT' TO RC-LABEL.
           MOVE C-NOMST-CTR TO RC-VALUE.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'STUDENTS WITH NO CREDIT HOURS' TO RC-LABEL.
           MOVE C-ZERO-CTR TO RC-VALUE.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TUITRECV.DAT BILLS FOR OTHER TERMS' TO RC-LABEL.
           MOVE C-OTHER-TERM-CTR TO RC-VALUE.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 1 LINE.

           EVALUATE TRUE
               WHEN NOT BILLING-IS-OPEN
                   MOVE 'NOT RECONCILED - NO TUITRECV.DAT TO COMPARE'
                       TO RS-STATUS
               WHEN C-BILLED-CTR = 0
                   MOVE 'NOT RECONCILED - NO BILLING FOR THIS TERM'
                       TO RS-STATUS
               WHEN WS-CREDIT-DIFF NOT = 0
                   OR WS-HEAD-DIFF NOT = 0
                   MOVE 'NOT RECONCILED - CENSUS AND BILLING DIFFER'
                       TO RS-STATUS
               WHEN OTHER
                   SET CENSUS-RECONCILED TO TRUE
                   MOVE 'RECONCILED - CENSUS AGREES WITH BILLING'
                       TO RS-STATUS
           END-EVALUATE.
           WRITE PRTLINE FROM RECON-STATUS-LINE
               AFTER ADVANCING 3 LINES.
           IF NOT CENSUS-RECONCILED
               DISPLAY 'CENSUS ' RS-STATUS UPON CONSOLE
               DISPLAY 'SEE THE LAST PAGE OF CENSUS.PRT.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           END-IF.

       3150-BILLED-RECORD.
           IF RV-IS-BILL
               IF RV-TERM = WS-CENSUS-TERM
                   ADD 1 TO C-BILLED-CTR
                   IF RV-CREDITS IS NUMERIC
                       ADD RV-CREDITS TO C-BILLED-CREDITS
                   END-IF
               ELSE
                   ADD 1 TO C-OTHER-TERM-CTR
               END-IF
           END-IF.
           PERFORM 9010-READ-RECV.

       9000-READ.
           READ CENSSRD
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9010-READ-RECV.
           READ RECVFILE
               AT END
                   SET RECV-EOF TO TRUE
           END-READ.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADING-LINE2
               AFTER ADVANCING 2 LINES.

       9200-RECON-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM RECON-HEADING
               AFTER ADVANCING 2 LINES.
