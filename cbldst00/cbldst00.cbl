       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDST00.
       DATE-WRITTEN.   10/15 /26.
       AUTHOR.         TAYLOR MCGRANN.
       DATE-COMPILED.
      ************************************************************
      *GRADE DISTRIBUTION ANALYSIS. FOR ONE TERM OR A RANGE OF*
      *TERMS GIVEN ON THE COMMAND LINE (YYYYNN OR YYYYNN-YYYYNN,*
      *SEE HISTREC) THIS PROGRAM PULLS THE GRADES OFF GRADEMST.DAT,*
      *TAKES EACH COURSE'S DEPARTMENT FROM CRSEMST.DAT, AND PRINTS*
      *ON GRADEDST.PRT THE COUNT AND PERCENT OF EVERY LETTER GRADE,*
      *THE AVERAGE GRADE POINTS (COBGPA00'S SCALE) AND THE DFW*
      *RATE - PER COURSE, THEN PER DEPARTMENT, THEN FOR THE WHOLE*
      *CAMPUS. A COURSE WHOSE AVERAGE OR DFW RATE IS WELL OFF ITS*
      *DEPARTMENT'S IS FLAGGED SO THE CHAIR CAN SEE WHICH COURSES*
      *GRADE HARDER OR EASIER THAN THEIR PEERS. GRADEDST.CSV CARRIES*
      *THE SAME FIGURES FOR THE PROVOST'S OFFICE.*
      *A BLANK COMMAND LINE TAKES THE CURRENT TERM FROM THE TERM*
      *CALENDAR TERMMST.DAT; A TERM NOT ON THE CALENDAR, AT EITHER*
      *END OF A RANGE, IS REFUSED.*
      *DISTCTL.DAT CARD, 16 BYTES: 'O' + AVERAGE POINTS OFF THE*
      *DEPARTMENT 9V99 + DFW PERCENT OFF THE DEPARTMENT 99V9 +*
      *FEWEST GRADES A COURSE NEEDS TO BE FLAGGED 9(3). DEFAULT IS*
      *0.50 POINTS, 15.0 PERCENT AND 10 GRADES.*
      *A GRADE THAT IS NOT ONE OF THE LETTER GRADES IS LEFT OUT OF*
      *EVERY FIGURE AND COUNTED ON THE LAST PAGE.*
      *I, W, P AND NP HAVE COLUMNS OF THEIR OWN BUT NO GRADE POINTS,*
      *SO THEY ARE LEFT OUT OF THE AVERAGE. THE DFW RATE COUNTS*
      *D+, D, D-, F, W AND NP AGAINST EVERY GRADE IN THE COURSE.*
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

           SELECT COURSE-MASTER
               ASSIGN TO 'C:\COBOL\CRSEMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-COURSE
               FILE STATUS IS WS-CRSE-STATUS.

           SELECT CTLFILE
               ASSIGN TO 'C:\COBOL\DISTCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT DISTWRK
               ASSIGN TO 'C:\COBOL\DISTWRK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO 'C:\COBOL\DISTSRT.DAT'.

           SELECT DISTSRD
               ASSIGN TO 'C:\COBOL\DISTSRD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CSVOUT
               ASSIGN TO 'C:\COBOL\GRADEDST.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\GRADEDST.PRT'
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

       FD  COURSE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CR-REC
           RECORD CONTAINS 45 CHARACTERS.

       01 CR-REC.
           COPY CRSEREC.

       FD  CTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC
           RECORD CONTAINS 16 CHARACTERS.

       01 CTL-REC.
         05 CTL-CODE        PIC X.
         05 CTL-AVG-OFF     PIC 9V99.
         05 CTL-DFW-OFF     PIC 99V9.
         05 CTL-MIN-COUNT   PIC 9(3).
         05 FILLER          PIC X(6).

       FD  DISTWRK
           LABEL RECORD IS STANDARD
           DATA RECORD IS W-REC
           RECORD CONTAINS 20 CHARACTERS.

       01 W-REC.
         05 W-DEPT          PIC X(4).
         05 W-COURSE        PIC X(8).
         05 W-TERM          PIC X(6).
         05 W-GRADE         PIC XX.

       SD  SORT-WORK
           DATA RECORD IS SW-REC.

       01 SW-REC.
         05 SW-DEPT         PIC X(4).
         05 SW-COURSE       PIC X(8).
         05 SW-TERM         PIC X(6).
         05 SW-GRADE        PIC XX.

       FD  DISTSRD
           LABEL RECORD IS STANDARD
           DATA RECORD IS S-REC
           RECORD CONTAINS 20 CHARACTERS.

       01 S-REC.
         05 S-DEPT          PIC X(4).
         05 S-COURSE        PIC X(8).
         05 S-TERM          PIC X(6).
         05 S-GRADE         PIC XX.

       FD  CSVOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CSV-LINE.

       01 CSV-LINE        PIC X(200).

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
         05 WS-CRSE-STATUS     PIC XX  VALUE SPACES.
         05 WS-CTL-STATUS      PIC XX  VALUE SPACES.
         05 WS-CTL-EOF-SW      PIC X   VALUE 'N'.
           88 CTL-EOF                  VALUE 'Y'.
         05 WS-EXTRACT-EOF-SW  PIC X   VALUE 'N'.
           88 EXTRACT-EOF              VALUE 'Y'.
         05 WS-FIRST-SW        PIC X   VALUE 'Y'.
           88 PROCESSING-FIRST-RECORD  VALUE 'Y'.
         05 WS-TERM-PARM       PIC X(20) VALUE SPACES.
         05 WS-TERM-STATUS     PIC XX    VALUE SPACES.
         05 WS-CUR-TERM        PIC X(6)  VALUE SPACES.
         05 WS-TERM-EOF-SW     PIC X     VALUE 'N'.
           88 TERM-EOF                   VALUE 'Y'.
         05 WS-FROM-TERM       PIC X(6)  VALUE SPACES.
         05 WS-TO-TERM         PIC X(6)  VALUE SPACES.
         05 WS-PREV-DEPT       PIC X(4)  VALUE SPACES.
         05 WS-PREV-COURSE     PIC X(8)  VALUE SPACES.
         05 WS-AVG-OFF         PIC 9V99  VALUE 0.50.
         05 WS-DFW-OFF         PIC 99V9  VALUE 15.0.
         05 WS-MIN-COUNT       PIC 9(3)  VALUE 010.
         05 WS-AVG             PIC 9V99  VALUE 0.
         05 WS-DFW-PCT         PIC 999V9 VALUE 0.
         05 WS-DEPT-AVG        PIC 9V99  VALUE 0.
         05 WS-DEPT-DFW-PCT    PIC 999V9 VALUE 0.
         05 WS-AVG-DIFF        PIC S9V99 VALUE 0.
         05 WS-DFW-DIFF        PIC S999V9 VALUE 0.
         05 WS-PCT             PIC 999V9 VALUE 0.
         05 WS-AVG-FLAG        PIC X(8)  VALUE SPACES.
         05 WS-DFW-FLAG        PIC X(8)  VALUE SPACES.
         05 WS-LEVEL           PIC X(6)  VALUE SPACES.
         05 WS-CSV-PTR         PIC 999   VALUE 0.
         05 WS-CSV-CNT         PIC ZZZZ9.
         05 WS-CSV-AVG         PIC 9.99.
         05 WS-CSV-PCT         PIC ZZ9.9.
         05 C-EXTRACT-CTR      PIC 9(6)  VALUE 0.
         05 C-OTHER-CTR        PIC 9(6)  VALUE 0.
         05 C-COURSE-CTR       PIC 9(5)  VALUE 0.
         05 C-FLAG-CTR         PIC 9(5)  VALUE 0.
         05 C-NOCAT-CTR        PIC 9(6)  VALUE 0.

      *THE GRADE SLOTS, IN PRINT ORDER. FOR EACH LETTER GRADE: ITS
      *POINTS ON COBGPA00'S SCALE, WHETHER IT COUNTS IN THE
      *AVERAGE, AND WHETHER IT COUNTS AS A D, F OR W FOR THE DFW
      *RATE. I, W, P AND NP ARE COUNTED BUT LEFT OUT OF THE
      *AVERAGE; A W OR AN NP IS A DFW.
       01 WS-SLOT-VALUES.
         05 FILLER   PIC X(8)  VALUE 'A 400YN'.
         05 FILLER   PIC X(8)  VALUE 'A-370YN'.
         05 FILLER   PIC X(8)  VALUE 'B+330YN'.
         05 FILLER   PIC X(8)  VALUE 'B 300YN'.
         05 FILLER   PIC X(8)  VALUE 'B-270YN'.
         05 FILLER   PIC X(8)  VALUE 'C+230YN'.
         05 FILLER   PIC X(8)  VALUE 'C 200YN'.
         05 FILLER   PIC X(8)  VALUE 'C-170YN'.
         05 FILLER   PIC X(8)  VALUE 'D+130YY'.
         05 FILLER   PIC X(8)  VALUE 'D 100YY'.
         05 FILLER   PIC X(8)  VALUE 'D-070YY'.
         05 FILLER   PIC X(8)  VALUE 'F 000YY'.
         05 FILLER   PIC X(8)  VALUE 'I 000NN'.
         05 FILLER   PIC X(8)  VALUE 'W 000NY'.
         05 FILLER   PIC X(8)  VALUE 'P 000NN'.
         05 FILLER   PIC X(8)  VALUE 'NP000NY'.
       01 WS-SLOT-TABLE REDEFINES WS-SLOT-VALUES.
         05 WS-SLOT-ENTRY OCCURS 16 TIMES.
           10 WS-SLOT-GRADE    PIC XX.
           10 WS-SLOT-POINTS   PIC 9V99.
           10 WS-SLOT-IN-AVG   PIC X.
           10 WS-SLOT-IS-DFW   PIC X.
           10 FILLER           PIC X.
       01 WS-SLOT-CTL.
         05 WS-SLOT-MAX        PIC 99   VALUE 16.
         05 WS-SLOT-IX         PIC 99   VALUE 0.
         05 WS-SLOT-FOUND-IX   PIC 99   VALUE 0.

      *ONE SET OF FIGURES - THE SAME SHAPE AT EVERY LEVEL, SO A
      *COURSE, A DEPARTMENT OR THE CAMPUS ALL PRINT THROUGH PA-.
       01 WS-CRS-ACC.
         05 CA-N               PIC 9(6).
         05 CA-AVG-N           PIC 9(6).
         05 CA-PTS             PIC 9(7)V99.
         05 CA-DFW             PIC 9(6).
         05 CA-GRADE OCCURS 16 TIMES
                               PIC 9(6).
       01 WS-DEPT-ACC.
         05 DA-N               PIC 9(6).
         05 DA-AVG-N           PIC 9(6).
         05 DA-PTS             PIC 9(7)V99.
         05 DA-DFW             PIC 9(6).
         05 DA-GRADE OCCURS 16 TIMES
                               PIC 9(6).
       01 WS-CAMPUS-ACC.
         05 KA-N               PIC 9(6).
         05 KA-AVG-N           PIC 9(6).
         05 KA-PTS             PIC 9(7)V99.
         05 KA-DFW             PIC 9(6).
         05 KA-GRADE OCCURS 16 TIMES
                               PIC 9(6).
       01 WS-PRINT-ACC.
         05 PA-N               PIC 9(6).
         05 PA-AVG-N           PIC 9(6).
         05 PA-PTS             PIC 9(7)V99.
         05 PA-DFW             PIC 9(6).
         05 PA-GRADE OCCURS 16 TIMES
                               PIC 9(6).

      *THE CURRENT DEPARTMENT'S COURSES, HELD UNTIL THE DEPARTMENT
      *NORM IS KNOWN SO EACH CAN BE FLAGGED AGAINST IT.
       01 WS-DC-TABLE.
         05 WS-DC-MAX          PIC 999  VALUE 300.
         05 WS-DC-CNT          PIC 999  VALUE 0.
         05 WS-DC-IX           PIC 999  VALUE 0.
         05 WS-DC-ENTRY OCCURS 300 TIMES.
           10 WS-DC-COURSE     PIC X(8).
           10 WS-DC-STATS.
             15 DC-N           PIC 9(6).
             15 DC-AVG-N       PIC 9(6).
             15 DC-PTS         PIC 9(7)V99.
             15 DC-DFW         PIC 9(6).
             15 DC-GRADE OCCURS 16 TIMES
                               PIC 9(6).

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
           05 FILLER      PIC X(26)   VALUE SPACES.
           05 FILLER      PIC X(35)
                     VALUE 'MCGRAN''S GRADE DISTRIBUTION, TERMS'.
           05 FILLER      PIC X       VALUE SPACE.
           05 O-FROM-TERM PIC X(6).
           05 FILLER      PIC X(3)    VALUE ' - '.
           05 O-TO-TERM   PIC X(6).
           05 FILLER      PIC X(31)   VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'PAGE:'.
           05 O-PCTR      PIC Z9.

       01 HEADING-LINE2.
           05 FILLER       PIC X(20)
                           VALUE 'COURSE   DEPT      N'.
           05 FILLER       PIC X(6)    VALUE '     A'.
           05 FILLER       PIC X(6)    VALUE '    A-'.
           05 FILLER       PIC X(6)    VALUE '    B+'.
           05 FILLER       PIC X(6)    VALUE '     B'.
           05 FILLER       PIC X(6)    VALUE '    B-'.
           05 FILLER       PIC X(6)    VALUE '    C+'.
           05 FILLER       PIC X(6)    VALUE '     C'.
           05 FILLER       PIC X(6)    VALUE '    C-'.
           05 FILLER       PIC X(6)    VALUE '    D+'.
           05 FILLER       PIC X(6)    VALUE '     D'.
           05 FILLER       PIC X(6)    VALUE '    D-'.
           05 FILLER       PIC X(6)    VALUE '     F'.
           05 FILLER       PIC X(6)    VALUE '     I'.
           05 FILLER       PIC X(6)    VALUE '     W'.
           05 FILLER       PIC X(6)    VALUE '     P'.
           05 FILLER       PIC X(6)    VALUE '    NP'.
           05 FILLER       PIC X(6)    VALUE '   AVG'.
           05 FILLER       PIC X(7)    VALUE '   DFW%'.
           05 FILLER       PIC X(3)    VALUE SPACES.
       01 DETAIL-LINE.
           05 O-LABEL      PIC X(8).
           05 FILLER       PIC X       VALUE SPACE.
           05 O-DEPT       PIC X(4).
           05 FILLER       PIC X       VALUE SPACE.
           05 O-N          PIC ZZZZZ9.
           05 O-SLOT OCCURS 16 TIMES.
             10 O-GRADE-CNT PIC ZZZZZ9.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-AVG        PIC 9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-DFW        PIC ZZ9.9.
           05 FILLER       PIC X(3)    VALUE SPACES.
       01 PCT-LINE.
           05 FILLER       PIC X(14)   VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE '     %'.
           05 O-PCT-SLOT OCCURS 16 TIMES.
             10 FILLER     PIC X.
             10 O-PCT      PIC ZZ9.9.
      *THE OUTLIER FLAGS RIDE ON THE PERCENT LINE, UNDER AVG/DFW%.
           05 O-FLAG       PIC X(16).
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
               PERFORM 2300-COURSE-BREAK
               PERFORM 2400-DEPT-BREAK
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.
           PERFORM 1050-RESOLVE-TERM.
           PERFORM 1100-READ-CONTROL.

           OPEN INPUT COURSE-MASTER.
           IF WS-CRSE-STATUS NOT = '00'
               DISPLAY 'CRSEMST.DAT COULD NOT BE OPENED - STATUS '
                   WS-CRSE-STATUS '. RUN COBCRS00 TO BUILD THE '
                   'COURSE CATALOG FIRST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-EXTRACT-TERMS.
           CLOSE COURSE-MASTER.

           SORT SORT-WORK
               ON ASCENDING KEY SW-DEPT
               ON ASCENDING KEY SW-COURSE
               USING DISTWRK
               GIVING DISTSRD.

           OPEN INPUT DISTSRD.
           OPEN OUTPUT CSVOUT.
           OPEN OUTPUT PRTOUT.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE WS-FROM-TERM TO O-FROM-TERM.
           MOVE WS-TO-TERM TO O-TO-TERM.
           MOVE ZEROS TO WS-CAMPUS-ACC.
           MOVE SPACES TO CSV-LINE.
           STRING 'LEVEL,DEPT,COURSE,COUNT,'    DELIMITED BY SIZE
                  'A,A-,B+,B,B-,C+,C,C-,D+,D,D-,F,I,W,P,NP,'
                                               DELIMITED BY SIZE
                  'AVG POINTS,DFW PCT,FLAG'    DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING.
           WRITE CSV-LINE.

           PERFORM 9000-READ.
           PERFORM 9100-HDGS.

       1050-RESOLVE-TERM.
      *THE TERMS COME FROM THE TERM CALENDAR TERMMST.DAT - A BLANK
      *COMMAND LINE MEANS THE CURRENT TERM, AND EACH END OF A RANGE
      *MUST BE ON THE CALENDAR SO A TYPO CANNOT WIDEN OR EMPTY IT.
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
                   MOVE TM-TERM TO WS-FROM-TERM
                   MOVE TM-TERM TO WS-TO-TERM
               WHEN WS-TERM-PARM(1:6) IS NUMERIC
                   AND WS-TERM-PARM(7:14) = SPACES
                   MOVE WS-TERM-PARM(1:6) TO WS-FROM-TERM
                   MOVE WS-TERM-PARM(1:6) TO WS-TO-TERM
               WHEN WS-TERM-PARM(1:6) IS NUMERIC
                   AND WS-TERM-PARM(7:1) = '-'
                   AND WS-TERM-PARM(8:6) IS NUMERIC
                   AND WS-TERM-PARM(14:7) = SPACES
                   AND WS-TERM-PARM(8:6) >= WS-TERM-PARM(1:6)
                   MOVE WS-TERM-PARM(1:6) TO WS-FROM-TERM
                   MOVE WS-TERM-PARM(8:6) TO WS-TO-TERM
               WHEN OTHER
                   DISPLAY 'TERM OR TERM RANGE REQUIRED ON THE '
                       'COMMAND LINE AS YYYYNN OR YYYYNN-YYYYNN, '
                       'E.G. 202501-202603,' UPON CONSOLE
                   DISPLAY 'OR LEFT BLANK FOR THE CURRENT TERM.'
                       UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE WS-FROM-TERM TO TM-TERM.
           PERFORM 1080-CHECK-TERM.
           MOVE WS-TO-TERM TO TM-TERM.
           PERFORM 1080-CHECK-TERM.
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

       1080-CHECK-TERM.
           READ TERM-MASTER
               INVALID KEY
                   DISPLAY 'TERM ' TM-TERM
                       ' IS NOT ON THE TERM CALENDAR TERMMST.DAT.'
                       UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.

       1100-READ-CONTROL.
           OPEN INPUT CTLFILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DISTCTL.DAT COULD NOT BE OPENED - STATUS '
                   WS-CTL-STATUS '. USING DEFAULT OUTLIER LIMITS.'
                   UPON CONSOLE
           ELSE
               PERFORM 1150-CONTROL-CARD
                   UNTIL CTL-EOF
               CLOSE CTLFILE
           END-IF.

       1150-CONTROL-CARD.
           READ CTLFILE
               AT END
                   SET CTL-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CTL-CODE = 'O'
                           AND CTL-AVG-OFF IS NUMERIC
                           AND CTL-DFW-OFF IS NUMERIC
                           AND CTL-MIN-COUNT IS NUMERIC
                           MOVE CTL-AVG-OFF TO WS-AVG-OFF
                           MOVE CTL-DFW-OFF TO WS-DFW-OFF
                           MOVE CTL-MIN-COUNT TO WS-MIN-COUNT
                       WHEN OTHER
                           DISPLAY 'BAD OUTLIER CARD IGNORED: '
                               CTL-REC UPON CONSOLE
                   END-EVALUATE
           END-READ.

       1200-EXTRACT-TERMS.
      *PASS 1 - PULL THE REQUESTED TERMS OFF THE GRADE FILE WITH
      *EACH COURSE'S OWNING DEPARTMENT SO THE SORT BRINGS A
      *DEPARTMENT'S COURSES TOGETHER.
           OPEN INPUT GRADE-MASTER.
           IF WS-GRADE-STATUS NOT = '00'
               DISPLAY 'GRADEMST.DAT COULD NOT BE OPENED - STATUS '
                   WS-GRADE-STATUS '. RUN COBGRD00 TO BUILD THE '
                   'COURSE GRADE FILE FIRST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DISTWRK.
           PERFORM 1250-EXTRACT-RECORD
               UNTIL EXTRACT-EOF.
           CLOSE GRADE-MASTER, DISTWRK.

       1250-EXTRACT-RECORD.
           READ GRADE-MASTER
               AT END
                   SET EXTRACT-EOF TO TRUE
               NOT AT END
                   IF G-TERM >= WS-FROM-TERM
                       AND G-TERM <= WS-TO-TERM
                       PERFORM 1270-WRITE-WORK
                   END-IF
           END-READ.

       1270-WRITE-WORK.
           MOVE G-COURSE TO CR-COURSE.
      *A GRADE THAT PREDATES THE CATALOG CHECK STILL COUNTS, UNDER
      *A '????' DEPARTMENT OF ITS OWN.
           READ COURSE-MASTER
               INVALID KEY
                   MOVE '????' TO W-DEPT
                   ADD 1 TO C-NOCAT-CTR
               NOT INVALID KEY
                   MOVE CR-DEPT-CODE TO W-DEPT
           END-READ.
           MOVE G-COURSE TO W-COURSE.
           MOVE G-TERM TO W-TERM.
           MOVE G-GRADE TO W-GRADE.
           WRITE W-REC.
           ADD 1 TO C-EXTRACT-CTR.

       2000-MAINLINE.
           EVALUATE TRUE
               WHEN PROCESSING-FIRST-RECORD
                   MOVE 'N' TO WS-FIRST-SW
                   PERFORM 2100-DEPT-INIT
                   PERFORM 2200-COURSE-INIT
               WHEN S-DEPT NOT = WS-PREV-DEPT
                   PERFORM 2300-COURSE-BREAK
                   PERFORM 2400-DEPT-BREAK
                   PERFORM 2100-DEPT-INIT
                   PERFORM 2200-COURSE-INIT
               WHEN S-COURSE NOT = WS-PREV-COURSE
                   PERFORM 2300-COURSE-BREAK
                   PERFORM 2200-COURSE-INIT
           END-EVALUATE.
           PERFORM 2250-POST-GRADE.
           PERFORM 9000-READ.

       2100-DEPT-INIT.
           MOVE S-DEPT TO WS-PREV-DEPT.
           MOVE ZEROS TO WS-DEPT-ACC.
           MOVE 0 TO WS-DC-CNT.

       2200-COURSE-INIT.
           MOVE S-COURSE TO WS-PREV-COURSE.
           MOVE ZEROS TO WS-CRS-ACC.

       2250-POST-GRADE.
           MOVE 0 TO WS-SLOT-FOUND-IX.
           MOVE 0 TO WS-SLOT-IX.
           PERFORM 2260-MATCH-SLOT
               UNTIL WS-SLOT-IX >= WS-SLOT-MAX
                  OR WS-SLOT-FOUND-IX > 0.
           IF WS-SLOT-FOUND-IX = 0
               ADD 1 TO C-OTHER-CTR
           ELSE
               ADD 1 TO CA-N
               ADD 1 TO CA-GRADE(WS-SLOT-FOUND-IX)
               IF WS-SLOT-IN-AVG(WS-SLOT-FOUND-IX) = 'Y'
                   ADD 1 TO CA-AVG-N
                   ADD WS-SLOT-POINTS(WS-SLOT-FOUND-IX) TO CA-PTS
               END-IF
               IF WS-SLOT-IS-DFW(WS-SLOT-FOUND-IX) = 'Y'
                   ADD 1 TO CA-DFW
               END-IF
           END-IF.

       2260-MATCH-SLOT.
           ADD 1 TO WS-SLOT-IX.
           IF WS-SLOT-GRADE(WS-SLOT-IX) = S-GRADE
               MOVE WS-SLOT-IX TO WS-SLOT-FOUND-IX
           END-IF.

       2300-COURSE-BREAK.
      *A COURSE WHOSE GRADES WERE ALL UNRECOGNIZED HAS NOTHING TO
      *SHOW.
           IF CA-N > 0
               ADD 1 TO C-COURSE-CTR
               ADD CA-N TO DA-N
               ADD CA-AVG-N TO DA-AVG-N
               ADD CA-PTS TO DA-PTS
               ADD CA-DFW TO DA-DFW
               MOVE 0 TO WS-SLOT-IX
               PERFORM 2350-ADD-SLOT-TO-DEPT
                   UNTIL WS-SLOT-IX >= WS-SLOT-MAX
               IF WS-DC-CNT < WS-DC-MAX
                   ADD 1 TO WS-DC-CNT
                   MOVE WS-PREV-COURSE TO WS-DC-COURSE(WS-DC-CNT)
                   MOVE WS-CRS-ACC TO WS-DC-STATS(WS-DC-CNT)
               ELSE
                   DISPLAY 'DEPT COURSE TABLE FULL - NOT PRINTED: '
                       WS-PREV-DEPT ' ' WS-PREV-COURSE UPON CONSOLE
               END-IF
           END-IF.

       2350-ADD-SLOT-TO-DEPT.
           ADD 1 TO WS-SLOT-IX.
           ADD CA-GRADE(WS-SLOT-IX) TO DA-GRADE(WS-SLOT-IX).

       2400-DEPT-BREAK.
      *THE DEPARTMENT NORM IS ITS POOLED FIGURES - EVERY COURSE IN
      *THE TABLE IS THEN PRINTED AND FLAGGED AGAINST IT.
           MOVE WS-DEPT-ACC TO WS-PRINT-ACC.
           PERFORM 2700-COMPUTE-RATES.
           MOVE WS-AVG TO WS-DEPT-AVG.
           MOVE WS-DFW-PCT TO WS-DEPT-DFW-PCT.
           MOVE 0 TO WS-DC-IX.
           PERFORM 2450-COURSE-LINE
               UNTIL WS-DC-IX >= WS-DC-CNT.
           MOVE WS-DEPT-ACC TO WS-PRINT-ACC.
           PERFORM 2700-COMPUTE-RATES.
           MOVE SPACES TO WS-AVG-FLAG.
           MOVE SPACES TO WS-DFW-FLAG.
           MOVE 'DEPT' TO WS-LEVEL.
           MOVE 'DEPT' TO O-LABEL.
           MOVE WS-PREV-DEPT TO O-DEPT.
           PERFORM 2800-PRINT-FIGURES.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.
           MOVE SPACES TO WS-PREV-COURSE.
           PERFORM 2900-CSV-ROW.
           ADD DA-N TO KA-N.
           ADD DA-AVG-N TO KA-AVG-N.
           ADD DA-PTS TO KA-PTS.
           ADD DA-DFW TO KA-DFW.
           MOVE 0 TO WS-SLOT-IX.
           PERFORM 2480-ADD-SLOT-TO-CAMPUS
               UNTIL WS-SLOT-IX >= WS-SLOT-MAX.

       2450-COURSE-LINE.
           ADD 1 TO WS-DC-IX.
           MOVE WS-DC-STATS(WS-DC-IX) TO WS-PRINT-ACC.
           PERFORM 2700-COMPUTE-RATES.
           PERFORM 2750-FLAG-COURSE.
           MOVE 'COURSE' TO WS-LEVEL.
           MOVE WS-DC-COURSE(WS-DC-IX) TO O-LABEL.
           MOVE WS-DC-COURSE(WS-DC-IX) TO WS-PREV-COURSE.
           MOVE WS-PREV-DEPT TO O-DEPT.
           PERFORM 2800-PRINT-FIGURES.
           PERFORM 2900-CSV-ROW.

       2480-ADD-SLOT-TO-CAMPUS.
           ADD 1 TO WS-SLOT-IX.
           ADD DA-GRADE(WS-SLOT-IX) TO KA-GRADE(WS-SLOT-IX).

       2700-COMPUTE-RATES.
           MOVE 0 TO WS-AVG.
           MOVE 0 TO WS-DFW-PCT.
           IF PA-AVG-N > 0
               COMPUTE WS-AVG ROUNDED = PA-PTS / PA-AVG-N
           END-IF.
           IF PA-N > 0
               COMPUTE WS-DFW-PCT ROUNDED = PA-DFW * 100 / PA-N
           END-IF.

       2750-FLAG-COURSE.
      *TOO FEW GRADES AND ONE BAD SECTION SWINGS EVERYTHING - ONLY
      *COURSES WITH AT LEAST THE MINIMUM COUNT GET FLAGGED.
           MOVE SPACES TO WS-AVG-FLAG.
           MOVE SPACES TO WS-DFW-FLAG.
           IF PA-N >= WS-MIN-COUNT
               COMPUTE WS-AVG-DIFF = WS-AVG - WS-DEPT-AVG
               COMPUTE WS-DFW-DIFF = WS-DFW-PCT - WS-DEPT-DFW-PCT
               IF WS-AVG-DIFF > WS-AVG-OFF
                   MOVE 'AVG HI' TO WS-AVG-FLAG
               END-IF
               IF WS-AVG-DIFF < 0 - WS-AVG-OFF
                   MOVE 'AVG LO' TO WS-AVG-FLAG
               END-IF
               IF WS-DFW-DIFF > WS-DFW-OFF
                   MOVE 'DFW HI' TO WS-DFW-FLAG
               END-IF
               IF WS-DFW-DIFF < 0 - WS-DFW-OFF
                   MOVE 'DFW LO' TO WS-DFW-FLAG
               END-IF
               IF WS-AVG-FLAG NOT = SPACES
                   OR WS-DFW-FLAG NOT = SPACES
                   ADD 1 TO C-FLAG-CTR
               END-IF
           END-IF.

       2800-PRINT-FIGURES.
           MOVE PA-N TO O-N.
           MOVE 0 TO WS-SLOT-IX.
           PERFORM 2850-SLOT-FIGURES
               UNTIL WS-SLOT-IX >= WS-SLOT-MAX.
           MOVE WS-AVG TO O-AVG.
           MOVE WS-DFW-PCT TO O-DFW.
           MOVE SPACES TO O-FLAG.
           STRING WS-AVG-FLAG DELIMITED BY '  '
                  ' '         DELIMITED BY SIZE
                  WS-DFW-FLAG DELIMITED BY '  '
               INTO O-FLAG
           END-STRING.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.
           WRITE PRTLINE FROM PCT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

       2850-SLOT-FIGURES.
           ADD 1 TO WS-SLOT-IX.
           MOVE PA-GRADE(WS-SLOT-IX) TO O-GRADE-CNT(WS-SLOT-IX).
           MOVE 0 TO WS-PCT.
           IF PA-N > 0
               COMPUTE WS-PCT ROUNDED
                   = PA-GRADE(WS-SLOT-IX) * 100 / PA-N
           END-IF.
           MOVE WS-PCT TO O-PCT(WS-SLOT-IX).

       2900-CSV-ROW.
           MOVE SPACES TO CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           MOVE PA-N TO WS-CSV-CNT.
           STRING FUNCTION TRIM(WS-LEVEL)       DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PREV-DEPT)   DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PREV-COURSE) DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-CNT)     DELIMITED BY SIZE
               INTO CSV-LINE
               WITH POINTER WS-CSV-PTR
           END-STRING.
           MOVE 0 TO WS-SLOT-IX.
           PERFORM 2950-CSV-SLOT
               UNTIL WS-SLOT-IX >= WS-SLOT-MAX.
           MOVE WS-AVG TO WS-CSV-AVG.
           MOVE WS-DFW-PCT TO WS-CSV-PCT.
           STRING ','                           DELIMITED BY SIZE
                  WS-CSV-AVG                    DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PCT)     DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-AVG-FLAG                   DELIMITED BY '  '
                  ' '                           DELIMITED BY SIZE
                  WS-DFW-FLAG                   DELIMITED BY '  '
               INTO CSV-LINE
               WITH POINTER WS-CSV-PTR
           END-STRING.
           WRITE CSV-LINE.

       2950-CSV-SLOT.
           ADD 1 TO WS-SLOT-IX.
           MOVE PA-GRADE(WS-SLOT-IX) TO WS-CSV-CNT.
           STRING ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-CNT)     DELIMITED BY SIZE
               INTO CSV-LINE
               WITH POINTER WS-CSV-PTR
           END-STRING.

       3000-CLOSING.
           MOVE WS-CAMPUS-ACC TO WS-PRINT-ACC.
           PERFORM 2700-COMPUTE-RATES.
           MOVE SPACES TO WS-AVG-FLAG.
           MOVE SPACES TO WS-DFW-FLAG.
           MOVE 'CAMPUS' TO WS-LEVEL.
           MOVE 'CAMPUS' TO O-LABEL.
           MOVE SPACES TO O-DEPT.
           MOVE SPACES TO WS-PREV-DEPT.
           MOVE SPACES TO WS-PREV-COURSE.
           PERFORM 2800-PRINT-FIGURES.
           PERFORM 2900-CSV-ROW.

           MOVE 'GRADES ANALYZED:' TO GT-LABEL.
           MOVE KA-N TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE 'COURSES:' TO GT-LABEL.
           MOVE C-COURSE-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'COURSES FLAGGED:' TO GT-LABEL.
           MOVE C-FLAG-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'OTHER GRADES SKIPPED:' TO GT-LABEL.
           MOVE C-OTHER-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'NOT ON CATALOG:' TO GT-LABEL.
           MOVE C-NOCAT-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           DISPLAY 'GRADE DISTRIBUTION ' WS-FROM-TERM '-'
               WS-TO-TERM ' COMPLETE - ' C-COURSE-CTR ' COURSES, '
               C-FLAG-CTR ' FLAGGED.' UPON CONSOLE.

           CLOSE DISTSRD, CSVOUT, PRTOUT.

       9000-READ.
           READ DISTSRD
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADING-LINE2
               AFTER ADVANCING 2 LINES.
