       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBSCH00.
       DATE-WRITTEN.   10/15 /26.
       AUTHOR.         TAYLOR MCGRANN.
       DATE-COMPILED.
      ************************************************************
      *SCHOLARSHIP AWARD RUN. FOR THE TERM GIVEN ON THE COMMAND*
      *LINE (YYYYNN, SEE HISTREC) THIS PROGRAM PICKS THE RECIPIENTS*
      *OF EACH AWARD ON THE AWARDCTL.DAT CRITERIA CARDS FROM*
      *STDNTMST.DAT AND COBRNK00'S RANK FILE RANKMST.DAT, PRINTS THE*
      *AWARD REGISTER ON AWARDREG.PRT, AND WRITES EVERY AWARD AS A*
      *PAYREC CREDIT ADJUSTMENT ('J', PT-ADJ-TYPE 'C', PT-REF = THE*
      *AWARD NAME) AGAINST THE TERM'S RECEIVABLE TO AWARDTRN.DAT*
      *UNDER THE BATCHREC HEADER/TRAILER CONVENTION. THE BURSAR*
      *POSTS IT BY RUNNING COBPAY00 WITH AWARDTRN.DAT AS PAYTRN.DAT.*
      *CRITERIA CARDS, 32 BYTES:*
      *  'A' + AWARD NAME X(12) + BASIS X + LIMIT X(3) + DEPT X(4)*
      *      + AMOUNT 9(5)V99 + MOST RECIPIENTS 9(3)*
      *  BASIS 'G' - I-GPA AT LEAST THE LIMIT, READ AS 9V99;*
      *  BASIS 'C' - R-CAMPUS-PCT NO MORE THAN THE LIMIT, 9(3);*
      *  BASIS 'D' - R-DEPT-PCT NO MORE THAN THE LIMIT, 9(3).*
      *A BLANK DEPT OPENS THE AWARD TO EVERY DEPARTMENT. WHEN MORE*
      *STUDENTS QUALIFY THAN THE AWARD ALLOWS, THE BEST GO FIRST -*
      *HIGHEST GPA OR BEST RANK, THEN LOWEST ID.*
      *A QUALIFIER WITH AN ACTIVE DISCIPLINARY ('D') HOLD ON*
      *HOLDMST.DAT (SEE COBHLD00), OR WITH NO LEDGER RECORD FOR THE*
      *TERM ON LEDGMST.DAT TO CREDIT, IS PASSED OVER ON THE REGISTER*
      *AND THE AWARD GOES TO THE NEXT IN LINE.*
      *A BLANK COMMAND LINE TAKES THE CURRENT TERM FROM THE TERM*
      *CALENDAR TERMMST.DAT; A TERM NOT ON THE CALENDAR IS REFUSED.*
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS I-ID
               FILE STATUS IS WS-STU-STATUS.

           SELECT RANK-MASTER
               ASSIGN TO 'C:\COBOL\RANKMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS R-ID
               FILE STATUS IS WS-RANK-STATUS.

           SELECT LEDGER-MASTER
               ASSIGN TO 'C:\COBOL\LEDGMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT HOLD-MASTER
               ASSIGN TO 'C:\COBOL\HOLDMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CTLFILE
               ASSIGN TO 'C:\COBOL\AWARDCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT AWARDWRK
               ASSIGN TO 'C:\COBOL\AWARDWRK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO 'C:\COBOL\AWARDSRT.DAT'.

           SELECT AWARDSRD
               ASSIGN TO 'C:\COBOL\AWARDSRD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANOUT
               ASSIGN TO 'C:\COBOL\AWARDTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\AWARDREG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT TERM-MASTER
               ASSIGN TO 'C:\COBOL\TERMMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 I-REC.
           COPY STDNTREC.

       FD  RANK-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS R-REC
           RECORD CONTAINS 37 CHARACTERS.

       01 R-REC.
           COPY RANKREC.

       FD  LEDGER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS LG-REC
           RECORD CONTAINS 88 CHARACTERS.

       01 LG-REC.
           COPY LEDGREC.

       FD  HOLD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS HL-REC
           RECORD CONTAINS 70 CHARACTERS.

       01 HL-REC.
           COPY HOLDREC.

       FD  CTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 CTL-REC.
         05 CTL-CODE        PIC X.
         05 CTL-NAME        PIC X(12).
         05 CTL-BASIS       PIC X.
         05 CTL-LIMIT       PIC X(3).
         05 CTL-MIN-GPA REDEFINES CTL-LIMIT
                            PIC 9V99.
         05 CTL-MAX-PCT REDEFINES CTL-LIMIT
                            PIC 9(3).
         05 CTL-DEPT        PIC X(4).
         05 CTL-AMOUNT      PIC 9(5)V99.
         05 CTL-MAX-RECIP   PIC 9(3).
         05 FILLER          PIC X.

       FD  AWARDWRK
           LABEL RECORD IS STANDARD
           DATA RECORD IS W-REC
           RECORD CONTAINS 60 CHARACTERS.

       01 W-REC.
         05 W-AWARD         PIC 99.
         05 W-SORT-KEY      PIC 9(5).
         05 W-ID            PIC X(7).
         05 W-LNAME         PIC X(15).
         05 W-FNAME         PIC X(15).
         05 W-DEPT          PIC X(4).
         05 W-GPA           PIC 9V99.
         05 W-RANKED        PIC X.
         05 W-CAMPUS-PCT    PIC 9(3).
         05 W-DEPT-PCT      PIC 9(3).
         05 FILLER          PIC XX.

       SD  SORT-WORK
           DATA RECORD IS SW-REC.

       01 SW-REC.
         05 SW-AWARD        PIC 99.
         05 SW-SORT-KEY     PIC 9(5).
         05 SW-ID           PIC X(7).
         05 SW-LNAME        PIC X(15).
         05 SW-FNAME        PIC X(15).
         05 SW-DEPT         PIC X(4).
         05 SW-GPA          PIC 9V99.
         05 SW-RANKED       PIC X.
         05 SW-CAMPUS-PCT   PIC 9(3).
         05 SW-DEPT-PCT     PIC 9(3).
         05 FILLER          PIC XX.

       FD  AWARDSRD
           LABEL RECORD IS STANDARD
           DATA RECORD IS S-REC
           RECORD CONTAINS 60 CHARACTERS.

       01 S-REC.
         05 S-AWARD         PIC 99.
         05 S-SORT-KEY      PIC 9(5).
         05 S-ID            PIC X(7).
         05 S-LNAME         PIC X(15).
         05 S-FNAME         PIC X(15).
         05 S-DEPT          PIC X(4).
         05 S-GPA           PIC 9V99.
         05 S-RANKED        PIC X.
           88 S-HAS-RANK              VALUE 'Y'.
         05 S-CAMPUS-PCT    PIC 9(3).
         05 S-DEPT-PCT      PIC 9(3).
         05 FILLER          PIC XX.

       FD  TRANOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-REC
           RECORD CONTAINS 54 CHARACTERS.

       01 TRAN-REC         PIC X(54).

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
         05 WS-STU-STATUS      PIC XX  VALUE SPACES.
         05 WS-RANK-STATUS     PIC XX  VALUE SPACES.
         05 WS-LEDG-STATUS     PIC XX  VALUE SPACES.
         05 WS-HOLD-STATUS     PIC XX  VALUE SPACES.
         05 WS-CTL-STATUS      PIC XX  VALUE SPACES.
         05 WS-CTL-EOF-SW      PIC X   VALUE 'N'.
           88 CTL-EOF                  VALUE 'Y'.
         05 WS-STU-EOF-SW      PIC X   VALUE 'N'.
           88 STUDENT-EOF              VALUE 'Y'.
         05 WS-RANK-OPEN-SW    PIC X   VALUE 'N'.
           88 RANK-FILE-OPEN           VALUE 'Y'.
         05 WS-HOLD-OPEN-SW    PIC X   VALUE 'N'.
           88 HOLD-FILE-OPEN           VALUE 'Y'.
         05 WS-HOLD-EOF-SW     PIC X   VALUE 'N'.
           88 HOLD-CLUSTER-EOF         VALUE 'Y'.
         05 WS-DISC-HOLD-SW    PIC X   VALUE 'N'.
           88 DISCIPLINARY-HOLD        VALUE 'Y'.
         05 WS-RANKED-SW       PIC X   VALUE 'N'.
           88 STUDENT-RANKED           VALUE 'Y'.
         05 WS-QUALIFY-SW      PIC X   VALUE 'N'.
           88 STUDENT-QUALIFIES        VALUE 'Y'.
         05 WS-BILLED-SW       PIC X   VALUE 'N'.
           88 TERM-BILLED              VALUE 'Y'.
         05 WS-FIRST-SW        PIC X   VALUE 'Y'.
           88 PROCESSING-FIRST-RECORD  VALUE 'Y'.
         05 WS-SECTION-SW      PIC X   VALUE 'R'.
           88 PRINTING-SUMMARY         VALUE 'S'.
         05 WS-TERM-PARM       PIC X(10) VALUE SPACES.
         05 WS-TERM-STATUS     PIC XX    VALUE SPACES.
         05 WS-CUR-TERM        PIC X(6)  VALUE SPACES.
         05 WS-TERM-EOF-SW     PIC X     VALUE 'N'.
           88 TERM-EOF                   VALUE 'Y'.
         05 WS-AWARD-TERM      PIC X(6)  VALUE SPACES.
         05 WS-PREV-AWARD      PIC 99    VALUE 0.
         05 WS-STU-GPA         PIC 9V99  VALUE 0.
         05 WS-LINE-POS        PIC 9(3)  VALUE 0.
         05 WS-HASH-TOTAL      PIC 9(12)V99 VALUE 0.
         05 WS-EDIT-GPA        PIC 9.99.
         05 WS-EDIT-PCT        PIC ZZ9.
         05 C-STU-CTR          PIC 9(6)  VALUE 0.
         05 C-CAND-CTR         PIC 9(6)  VALUE 0.
         05 C-GRANT-CTR        PIC 9(5)  VALUE 0.
         05 C-PASS-CTR         PIC 9(5)  VALUE 0.

      *ONE ENTRY PER CRITERIA CARD, IN CARD ORDER - THE SUBSCRIPT IS
      *THE AWARD NUMBER CARRIED ON THE WORK FILE.
       01 WS-AWARD-TABLE.
         05 WS-AWD-MAX         PIC 99   VALUE 50.
         05 WS-AWD-CNT         PIC 99   VALUE 0.
         05 WS-AWD-IX          PIC 99   VALUE 0.
         05 WS-AWD-ENTRY OCCURS 50 TIMES.
           10 WS-AWD-NAME      PIC X(12).
           10 WS-AWD-BASIS     PIC X.
           10 WS-AWD-MIN-GPA   PIC 9V99.
           10 WS-AWD-MAX-PCT   PIC 9(3).
           10 WS-AWD-DEPT      PIC X(4).
           10 WS-AWD-AMOUNT    PIC 9(5)V99.
           10 WS-AWD-MAX-RECIP PIC 9(3).
           10 WS-AWD-GRANTED   PIC 9(3).
           10 WS-AWD-PASSED    PIC 9(3).
           10 WS-AWD-DOLLARS   PIC 9(7)V99.

       01 WS-TRAN-OUT.
           COPY PAYREC.

           COPY BATCHREC.

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
           05 FILLER      PIC X(29)   VALUE SPACES.
           05 FILLER      PIC X(35)
                          VALUE 'MCGRAN''S SCHOLARSHIP REGISTER, TERM'.
           05 FILLER      PIC X       VALUE SPACE.
           05 O-TERM      PIC X(6).
           05 FILLER      PIC X(37)   VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'PAGE:'.
           05 O-PCTR      PIC Z9.

       01 AWARD-LINE.
           05 FILLER      PIC X(7)    VALUE 'AWARD: '.
           05 AL-NAME     PIC X(12).
           05 FILLER      PIC X(9)    VALUE '  BASIS: '.
           05 AL-BASIS    PIC X(22).
           05 FILLER      PIC X(8)    VALUE '  DEPT: '.
           05 AL-DEPT     PIC X(4).
           05 FILLER      PIC X(10)   VALUE '  AMOUNT: '.
           05 AL-AMOUNT   PIC $ZZ,ZZ9.99.
           05 FILLER      PIC X(7)    VALUE '  MAX: '.
           05 AL-MAX      PIC ZZ9.
           05 FILLER      PIC X(40)   VALUE SPACES.
       01 HEADING-LINE2.
           05 FILLER       PIC X(3)    VALUE 'POS'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(7)    VALUE 'ID'.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(15)   VALUE 'LAST NAME'.
           05 FILLER       PIC X       VALUE SPACE.
           05 FILLER       PIC X(15)   VALUE 'FIRST NAME'.
           05 FILLER       PIC X       VALUE SPACE.
           05 FILLER       PIC X(4)    VALUE 'DEPT'.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(4)    VALUE ' GPA'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(5)    VALUE 'CAMP%'.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(5)    VALUE 'DEPT%'.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE '    AMOUNT'.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE 'STATUS'.
           05 FILLER       PIC X(35)   VALUE SPACES.
       01 DETAIL-LINE.
           05 O-POS        PIC ZZ9.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-ID         PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-LNAME      PIC X(15).
           05 FILLER       PIC X       VALUE SPACE.
           05 O-FNAME      PIC X(15).
           05 FILLER       PIC X       VALUE SPACE.
           05 O-DEPT       PIC X(4).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-GPA        PIC Z.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 O-CAMPUS-PCT PIC X(3).
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 O-DEPT-PCT   PIC X(3).
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 O-AMOUNT     PIC $ZZ,ZZ9.99.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-STATUS     PIC X(30).
           05 FILLER       PIC X(11)   VALUE SPACES.
       01 AWARD-TOTAL-LINE.
           05 FILLER      PIC X(10)   VALUE SPACES.
           05 FILLER      PIC X(12)   VALUE 'RECIPIENTS: '.
           05 AT-GRANTED  PIC ZZ9.
           05 FILLER      PIC X(16)   VALUE '   PASSED OVER: '.
           05 AT-PASSED   PIC ZZ9.
           05 FILLER      PIC X(12)   VALUE '   AWARDED: '.
           05 AT-DOLLARS  PIC $ZZZ,ZZ9.99.
           05 FILLER      PIC X(65)   VALUE SPACES.
       01 SUMMARY-TITLE-LINE.
           05 FILLER      PIC X(13)   VALUE 'AWARD SUMMARY'.
           05 FILLER      PIC X(119)  VALUE SPACES.
       01 SUMMARY-HEADING-LINE.
           05 FILLER      PIC X(12)   VALUE 'AWARD'.
           05 FILLER      PIC X(3)    VALUE SPACES.
           05 FILLER      PIC X(3)    VALUE 'MAX'.
           05 FILLER      PIC X(3)    VALUE SPACES.
           05 FILLER      PIC X(7)    VALUE 'GRANTED'.
           05 FILLER      PIC X(3)    VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'PASSED'.
           05 FILLER      PIC X(6)    VALUE SPACES.
           05 FILLER      PIC X(7)    VALUE 'AWARDED'.
           05 FILLER      PIC X(82)   VALUE SPACES.
       01 SUMMARY-LINE.
           05 SM-NAME     PIC X(12).
           05 FILLER      PIC X(3)    VALUE SPACES.
           05 SM-MAX      PIC ZZ9.
           05 FILLER      PIC X(7)    VALUE SPACES.
           05 SM-GRANTED  PIC ZZ9.
           05 FILLER      PIC X(6)    VALUE SPACES.
           05 SM-PASSED   PIC ZZ9.
           05 FILLER      PIC X(2)    VALUE SPACES.
           05 SM-DOLLARS  PIC $ZZZ,ZZ9.99.
           05 FILLER      PIC X(82)   VALUE SPACES.
       01 GT-LINE.
           05 FILLER       PIC X(54)   VALUE SPACES.
           05 GT-LABEL     PIC X(22).
           05 GT-COUNT     PIC ZZZZZ9.
           05 FILLER       PIC X(50)   VALUE SPACES.
       01 GT-AMOUNT-LINE.
           05 FILLER       PIC X(54)   VALUE SPACES.
           05 GA-LABEL     PIC X(22).
           05 GA-AMOUNT    PIC $Z,ZZZ,ZZ9.99.
           05 FILLER       PIC X(43)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           IF NOT PROCESSING-FIRST-RECORD
               PERFORM 2500-AWARD-TOTAL
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.
           PERFORM 1050-RESOLVE-TERM.
           PERFORM 1100-READ-CONTROL.
           IF WS-AWD-CNT = 0
               DISPLAY 'NO VALID AWARD CARDS ON AWARDCTL.DAT - '
                   'NOTHING TO AWARD.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF WS-STU-STATUS NOT = '00'
               DISPLAY 'STDNTMST.DAT COULD NOT BE OPENED - STATUS '
                   WS-STU-STATUS UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *NO RANK FILE YET MEANS NOBODY QUALIFIES ON RANK - THE GPA
      *AWARDS STILL RUN.
           OPEN INPUT RANK-MASTER.
           IF WS-RANK-STATUS = '00'
               SET RANK-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'RANKMST.DAT NOT AVAILABLE - STATUS '
                   WS-RANK-STATUS '. RANK AWARDS WILL GO UNFILLED.'
                   UPON CONSOLE
           END-IF.
           PERFORM 1200-FIND-CANDIDATES.
           CLOSE STUDENT-MASTER.
           IF RANK-FILE-OPEN
               CLOSE RANK-MASTER
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SW-AWARD
               ON ASCENDING KEY SW-SORT-KEY
               ON ASCENDING KEY SW-ID
               USING AWARDWRK
               GIVING AWARDSRD.

           OPEN INPUT LEDGER-MASTER.
           IF WS-LEDG-STATUS NOT = '00'
               DISPLAY 'LEDGMST.DAT COULD NOT BE OPENED - STATUS '
                   WS-LEDG-STATUS '. RUN COBPAY00 TO LOAD THE '
                   'TERM''S BILLING FIRST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *NO HOLD MASTER YET MEANS NO STUDENT IS ON HOLD.
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLD-STATUS = '00'
               SET HOLD-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT AWARDSRD.
           OPEN OUTPUT TRANOUT.
           OPEN OUTPUT PRTOUT.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE WS-AWARD-TERM TO O-TERM.
           MOVE I-DATE TO BH-BATCH-DATE.
           MOVE 'COBSCH00' TO BH-SUBMITTER.
           WRITE TRAN-REC FROM BATCH-HEADER-REC.

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
                   DISPLAY 'AWARD TERM MUST BE GIVEN ON THE COMMAND '
                       'LINE AS YYYYNN, E.G. 202603 FOR FALL 2026,'
                       UPON CONSOLE
                   DISPLAY 'OR LEFT BLANK FOR THE CURRENT TERM.'
                       UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE TM-TERM TO WS-AWARD-TERM.
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
               DISPLAY 'AWARDCTL.DAT COULD NOT BE OPENED - STATUS '
                   WS-CTL-STATUS UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1150-CONTROL-CARD
               UNTIL CTL-EOF.
           CLOSE CTLFILE.

       1150-CONTROL-CARD.
           READ CTLFILE
               AT END
                   SET CTL-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CTL-CODE NOT = 'A'
                           OR CTL-NAME = SPACES
                           OR CTL-AMOUNT IS NOT NUMERIC
                           OR CTL-AMOUNT = 0
                           OR CTL-MAX-RECIP IS NOT NUMERIC
                           OR CTL-MAX-RECIP = 0
                           OR CTL-LIMIT IS NOT NUMERIC
                           OR (CTL-BASIS NOT = 'G'
                               AND CTL-BASIS NOT = 'C'
                               AND CTL-BASIS NOT = 'D')
                           DISPLAY 'BAD AWARD CARD IGNORED: '
                               CTL-REC UPON CONSOLE
                       WHEN WS-AWD-CNT >= WS-AWD-MAX
                           DISPLAY 'AWARD TABLE FULL - CARD IGNORED: '
                               CTL-REC UPON CONSOLE
                       WHEN OTHER
                           PERFORM 1170-ADD-AWARD
                   END-EVALUATE
           END-READ.

       1170-ADD-AWARD.
           ADD 1 TO WS-AWD-CNT.
           MOVE CTL-NAME      TO WS-AWD-NAME(WS-AWD-CNT).
           MOVE CTL-BASIS     TO WS-AWD-BASIS(WS-AWD-CNT).
           MOVE 0             TO WS-AWD-MIN-GPA(WS-AWD-CNT).
           MOVE 0             TO WS-AWD-MAX-PCT(WS-AWD-CNT).
           IF CTL-BASIS = 'G'
               MOVE CTL-MIN-GPA TO WS-AWD-MIN-GPA(WS-AWD-CNT)
           ELSE
               MOVE CTL-MAX-PCT TO WS-AWD-MAX-PCT(WS-AWD-CNT)
           END-IF.
           MOVE CTL-DEPT      TO WS-AWD-DEPT(WS-AWD-CNT).
           MOVE CTL-AMOUNT    TO WS-AWD-AMOUNT(WS-AWD-CNT).
           MOVE CTL-MAX-RECIP TO WS-AWD-MAX-RECIP(WS-AWD-CNT).
           MOVE 0             TO WS-AWD-GRANTED(WS-AWD-CNT).
           MOVE 0             TO WS-AWD-PASSED(WS-AWD-CNT).
           MOVE 0             TO WS-AWD-DOLLARS(WS-AWD-CNT).

       1200-FIND-CANDIDATES.
      *PASS 1 - EVERY STUDENT AGAINST EVERY AWARD. EACH QUALIFIER
      *GOES TO THE WORK FILE WITH A KEY THAT SORTS THE BEST FIRST.
           OPEN OUTPUT AWARDWRK.
           PERFORM 1250-CHECK-STUDENT
               UNTIL STUDENT-EOF.
           CLOSE AWARDWRK.

       1250-CHECK-STUDENT.
           READ STUDENT-MASTER
               AT END
                   SET STUDENT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO C-STU-CTR
                   PERFORM 1270-STUDENT-FIGURES
                   MOVE 0 TO WS-AWD-IX
                   PERFORM 1300-CHECK-AWARD
                       UNTIL WS-AWD-IX >= WS-AWD-CNT
           END-READ.

       1270-STUDENT-FIGURES.
           IF I-GPA IS NUMERIC
               MOVE I-GPA TO WS-STU-GPA
           ELSE
               MOVE 0 TO WS-STU-GPA
           END-IF.
           MOVE 'N' TO WS-RANKED-SW.
           IF RANK-FILE-OPEN
               MOVE I-ID TO R-ID
               READ RANK-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET STUDENT-RANKED TO TRUE
               END-READ
           END-IF.

       1300-CHECK-AWARD.
           ADD 1 TO WS-AWD-IX.
           MOVE 'N' TO WS-QUALIFY-SW.
           EVALUATE TRUE
               WHEN WS-AWD-DEPT(WS-AWD-IX) NOT = SPACES
                   AND WS-AWD-DEPT(WS-AWD-IX) NOT = I-DEPT-CODE
                   CONTINUE
               WHEN WS-AWD-BASIS(WS-AWD-IX) = 'G'
                   IF I-GPA IS NUMERIC
                       AND WS-STU-GPA >= WS-AWD-MIN-GPA(WS-AWD-IX)
                       SET STUDENT-QUALIFIES TO TRUE
                       COMPUTE W-SORT-KEY = 999 - (WS-STU-GPA * 100)
                   END-IF
               WHEN NOT STUDENT-RANKED
                   CONTINUE
               WHEN WS-AWD-BASIS(WS-AWD-IX) = 'C'
                   IF R-CAMPUS-PCT <= WS-AWD-MAX-PCT(WS-AWD-IX)
                       SET STUDENT-QUALIFIES TO TRUE
                       MOVE R-CAMPUS-RANK TO W-SORT-KEY
                   END-IF
               WHEN WS-AWD-BASIS(WS-AWD-IX) = 'D'
                   IF R-DEPT-PCT <= WS-AWD-MAX-PCT(WS-AWD-IX)
                       SET STUDENT-QUALIFIES TO TRUE
                       MOVE R-DEPT-RANK TO W-SORT-KEY
                   END-IF
           END-EVALUATE.
           IF STUDENT-QUALIFIES
               PERFORM 1350-WRITE-CANDIDATE
           END-IF.

       1350-WRITE-CANDIDATE.
           MOVE WS-AWD-IX TO W-AWARD.
           MOVE I-ID TO W-ID.
           MOVE I-LNAME TO W-LNAME.
           MOVE I-FNAME TO W-FNAME.
           MOVE I-DEPT-CODE TO W-DEPT.
           MOVE WS-STU-GPA TO W-GPA.
           MOVE WS-RANKED-SW TO W-RANKED.
           IF STUDENT-RANKED
               MOVE R-CAMPUS-PCT TO W-CAMPUS-PCT
               MOVE R-DEPT-PCT TO W-DEPT-PCT
           ELSE
               MOVE 0 TO W-CAMPUS-PCT
               MOVE 0 TO W-DEPT-PCT
           END-IF.
           MOVE SPACES TO W-REC(59:2).
           WRITE W-REC.
           ADD 1 TO C-CAND-CTR.

       2000-MAINLINE.
           IF PROCESSING-FIRST-RECORD
               MOVE 'N' TO WS-FIRST-SW
               PERFORM 2100-AWARD-INIT
           ELSE
               IF S-AWARD NOT = WS-PREV-AWARD
                   PERFORM 2500-AWARD-TOTAL
                   PERFORM 2100-AWARD-INIT
               END-IF
           END-IF.
      *ONCE AN AWARD IS FULL THE REST OF ITS LINE IS NOT REACHED.
           IF WS-AWD-GRANTED(WS-PREV-AWARD)
               < WS-AWD-MAX-RECIP(WS-PREV-AWARD)
               PERFORM 2200-CONSIDER
           END-IF.
           PERFORM 9000-READ.

       2100-AWARD-INIT.
           MOVE S-AWARD TO WS-PREV-AWARD.
           MOVE 0 TO WS-LINE-POS.
           MOVE WS-AWD-NAME(WS-PREV-AWARD) TO AL-NAME.
           MOVE SPACES TO AL-BASIS.
           EVALUATE WS-AWD-BASIS(WS-PREV-AWARD)
               WHEN 'G'
                   MOVE WS-AWD-MIN-GPA(WS-PREV-AWARD) TO WS-EDIT-GPA
                   STRING 'GPA AT LEAST ' DELIMITED BY SIZE
                          WS-EDIT-GPA     DELIMITED BY SIZE
                       INTO AL-BASIS
                   END-STRING
               WHEN 'C'
                   MOVE WS-AWD-MAX-PCT(WS-PREV-AWARD) TO WS-EDIT-PCT
                   STRING 'CAMPUS TOP '   DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-PCT)
                                          DELIMITED BY SIZE
                          ' PCT'          DELIMITED BY SIZE
                       INTO AL-BASIS
                   END-STRING
               WHEN 'D'
                   MOVE WS-AWD-MAX-PCT(WS-PREV-AWARD) TO WS-EDIT-PCT
                   STRING 'DEPT TOP '     DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-PCT)
                                          DELIMITED BY SIZE
                          ' PCT'          DELIMITED BY SIZE
                       INTO AL-BASIS
                   END-STRING
           END-EVALUATE.
           IF WS-AWD-DEPT(WS-PREV-AWARD) = SPACES
               MOVE 'ALL' TO AL-DEPT
           ELSE
               MOVE WS-AWD-DEPT(WS-PREV-AWARD) TO AL-DEPT
           END-IF.
           MOVE WS-AWD-AMOUNT(WS-PREV-AWARD) TO AL-AMOUNT.
           MOVE WS-AWD-MAX-RECIP(WS-PREV-AWARD) TO AL-MAX.
           WRITE PRTLINE FROM AWARD-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

       2200-CONSIDER.
           ADD 1 TO WS-LINE-POS.
           MOVE WS-LINE-POS TO O-POS.
           MOVE S-ID TO O-ID.
           MOVE S-LNAME TO O-LNAME.
           MOVE S-FNAME TO O-FNAME.
           MOVE S-DEPT TO O-DEPT.
           MOVE S-GPA TO O-GPA.
           IF S-HAS-RANK
               MOVE S-CAMPUS-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO O-CAMPUS-PCT
               MOVE S-DEPT-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO O-DEPT-PCT
           ELSE
               MOVE SPACES TO O-CAMPUS-PCT
               MOVE SPACES TO O-DEPT-PCT
           END-IF.
           MOVE 0 TO O-AMOUNT.
           PERFORM 2300-CHECK-HOLD.
           MOVE 'N' TO WS-BILLED-SW.
           MOVE S-ID TO LG-ID.
           MOVE WS-AWARD-TERM TO LG-TERM.
           READ LEDGER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TERM-BILLED TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN DISCIPLINARY-HOLD
                   MOVE 'PASSED OVER - DISCIPLINARY HOLD' TO O-STATUS
                   ADD 1 TO WS-AWD-PASSED(WS-PREV-AWARD)
                   ADD 1 TO C-PASS-CTR
               WHEN NOT TERM-BILLED
                   MOVE 'PASSED OVER - TERM NOT BILLED' TO O-STATUS
                   ADD 1 TO WS-AWD-PASSED(WS-PREV-AWARD)
                   ADD 1 TO C-PASS-CTR
               WHEN OTHER
                   PERFORM 2400-GRANT
           END-EVALUATE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

       2300-CHECK-HOLD.
      *DISCIPLINARY HOLDS FILE TOGETHER UNDER ID + 'D' ON HL-KEY,
      *SO START THERE AND READ FORWARD UNTIL THE ID OR TYPE
      *CHANGES. ONE HOLD NOT YET RELEASED AS OF TODAY IS ENOUGH.
           MOVE 'N' TO WS-DISC-HOLD-SW.
           MOVE 'N' TO WS-HOLD-EOF-SW.
           IF HOLD-FILE-OPEN
               MOVE S-ID TO HL-ID
               MOVE 'D' TO HL-TYPE
               MOVE LOW-VALUES TO HL-PLACED-DATE
               START HOLD-MASTER KEY NOT < HL-KEY
                   INVALID KEY
                       SET HOLD-CLUSTER-EOF TO TRUE
               END-START
               IF NOT HOLD-CLUSTER-EOF
                   PERFORM 9200-READ-HOLD
               END-IF
               PERFORM 2350-CHECK-ONE-HOLD
                   UNTIL HOLD-CLUSTER-EOF OR DISCIPLINARY-HOLD
           END-IF.

       2350-CHECK-ONE-HOLD.
           IF HL-RELEASE-DATE = SPACES
               OR HL-RELEASE-DATE > I-DATE
               SET DISCIPLINARY-HOLD TO TRUE
           ELSE
               PERFORM 9200-READ-HOLD
           END-IF.

       2400-GRANT.
           MOVE SPACES TO WS-TRAN-OUT.
           SET PT-IS-ADJUSTMENT TO TRUE.
           MOVE S-ID TO PT-ID.
           MOVE WS-AWARD-TERM TO PT-TERM.
           MOVE WS-AWD-AMOUNT(WS-PREV-AWARD) TO PT-AMOUNT.
           MOVE I-DATE TO PT-DATE.
           SET PT-ADJ-IS-CREDIT TO TRUE.
           MOVE WS-AWD-NAME(WS-PREV-AWARD) TO PT-REF.
           WRITE TRAN-REC FROM WS-TRAN-OUT.
           ADD PT-AMOUNT TO WS-HASH-TOTAL.
           ADD 1 TO C-GRANT-CTR.
           ADD 1 TO WS-AWD-GRANTED(WS-PREV-AWARD).
           ADD PT-AMOUNT TO WS-AWD-DOLLARS(WS-PREV-AWARD).
           MOVE PT-AMOUNT TO O-AMOUNT.
           MOVE 'AWARDED' TO O-STATUS.

       2500-AWARD-TOTAL.
           MOVE WS-AWD-GRANTED(WS-PREV-AWARD) TO AT-GRANTED.
           MOVE WS-AWD-PASSED(WS-PREV-AWARD) TO AT-PASSED.
           MOVE WS-AWD-DOLLARS(WS-PREV-AWARD) TO AT-DOLLARS.
           WRITE PRTLINE FROM AWARD-TOTAL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

       3000-CLOSING.
           MOVE 0 TO BT-ADD-COUNT.
           MOVE 0 TO BT-CHG-COUNT.
           MOVE C-GRANT-CTR TO BT-DEL-COUNT.
           MOVE WS-HASH-TOTAL TO BT-HASH-TOTAL.
           WRITE TRAN-REC FROM BATCH-TRAILER-REC.

      *EVERY AWARD ON THE CARDS SHOWS HERE, INCLUDING ONES NOBODY
      *QUALIFIED FOR.
           SET PRINTING-SUMMARY TO TRUE.
           PERFORM 9100-HDGS.
           MOVE 0 TO WS-AWD-IX.
           PERFORM 3100-SUMMARY-LINE
               UNTIL WS-AWD-IX >= WS-AWD-CNT.

           MOVE 'STUDENTS CHECKED:' TO GT-LABEL.
           MOVE C-STU-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE 'QUALIFIERS:' TO GT-LABEL.
           MOVE C-CAND-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PASSED OVER:' TO GT-LABEL.
           MOVE C-PASS-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'AWARDS GRANTED:' TO GT-LABEL.
           MOVE C-GRANT-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'BATCH TOTAL:' TO GA-LABEL.
           MOVE WS-HASH-TOTAL TO GA-AMOUNT.
           WRITE PRTLINE FROM GT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.

           DISPLAY 'SCHOLARSHIP AWARDS FOR ' WS-AWARD-TERM ': '
               C-GRANT-CTR ' WRITTEN TO AWARDTRN.DAT.' UPON CONSOLE.

           CLOSE LEDGER-MASTER, AWARDSRD, TRANOUT, PRTOUT.
           IF HOLD-FILE-OPEN
               CLOSE HOLD-MASTER
           END-IF.

       3100-SUMMARY-LINE.
           ADD 1 TO WS-AWD-IX.
           MOVE WS-AWD-NAME(WS-AWD-IX) TO SM-NAME.
           MOVE WS-AWD-MAX-RECIP(WS-AWD-IX) TO SM-MAX.
           MOVE WS-AWD-GRANTED(WS-AWD-IX) TO SM-GRANTED.
           MOVE WS-AWD-PASSED(WS-AWD-IX) TO SM-PASSED.
           MOVE WS-AWD-DOLLARS(WS-AWD-IX) TO SM-DOLLARS.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

       9000-READ.
           READ AWARDSRD
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           IF PRINTING-SUMMARY
               WRITE PRTLINE FROM SUMMARY-TITLE-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM SUMMARY-HEADING-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE FROM HEADING-LINE2
                   AFTER ADVANCING 2 LINES
           END-IF.

       9200-READ-HOLD.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   SET HOLD-CLUSTER-EOF TO TRUE
           END-READ.
           IF NOT HOLD-CLUSTER-EOF
               AND (HL-ID NOT = S-ID OR HL-TYPE NOT = 'D')
               SET HOLD-CLUSTER-EOF TO TRUE
           END-IF.
