       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBTRM00.
       DATE-WRITTEN.   10/15 /26.
       AUTHOR.         TAYLOR MCGRANN.
       DATE-COMPILED.
      ************************************************************
      *THIS PROGRAM APPLIES ADD/CHANGE/DELETE TRANSACTIONS FROM*
      *TERMTRN.DAT AGAINST THE INDEXED TERM CALENDAR TERMMST.DAT,*
      *KEYED ON THE YYYYNN TERM STAMP (SEE TERMREC), SO EVERY*
      *TERM-DRIVEN BATCH PROGRAM TAKES ITS TERM FROM ONE PLACE*
      *INSTEAD OF WHATEVER WAS TYPED ON THE COMMAND LINE. EACH TERM*
      *CARRIES ITS START AND END DATES, GRADE DEADLINE, STATUS*
      *(OPEN, GRADING, CLOSED) AND THE REGISTRAR'S OVERRIDE CODE*
      *FOR GRADE CHANGES AFTER THE TERM IS CLOSED. TERMLIST.PRT*
      *LISTS THE WHOLE CALENDAR AS IT STANDS AFTER THE RUN.*
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TERM-MASTER
               ASSIGN TO 'C:\COBOL\TERMMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERM-STATUS.

           SELECT TRANFILE
               ASSIGN TO 'C:\COBOL\TERMTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\TERMLIST.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TM-REC
           RECORD CONTAINS 59 CHARACTERS.

       01 TM-REC.
           COPY TERMREC.

       FD  TRANFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-REC
           RECORD CONTAINS 60 CHARACTERS.

       01 TRAN-REC.
         05 TRAN-CODE       PIC X.
           88 TRAN-IS-ADD             VALUE 'A'.
           88 TRAN-IS-CHANGE          VALUE 'C'.
           88 TRAN-IS-DELETE          VALUE 'D'.
           COPY TERMREC
               REPLACING ==TM-TERM==           BY ==TT-TERM==
                         ==TM-DESC==           BY ==TT-DESC==
                         ==TM-START-DATE==     BY ==TT-START-DATE==
                         ==TM-END-DATE==       BY ==TT-END-DATE==
                         ==TM-GRADE-DEADLINE== BY ==TT-GRADE-DEADLINE==
                         ==TM-STATUS==         BY ==TT-STATUS==
                         ==TM-IS-OPEN==        BY ==TT-IS-OPEN==
                         ==TM-IS-GRADING==     BY ==TT-IS-GRADING==
                         ==TM-IS-CLOSED==      BY ==TT-IS-CLOSED==
                         ==TM-OVERRIDE-CODE==  BY ==TT-OVERRIDE-CODE==.

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS  60 WITH FOOTING AT 56.

       01 PRTLINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 C-PCTR             PIC 99    VALUE ZERO.
         05 MORE-RECS          PIC XXX   VALUE 'YES'.
         05 C-ADD-CTR          PIC 999   VALUE 0.
         05 C-CHG-CTR          PIC 999   VALUE 0.
         05 C-DEL-CTR          PIC 999   VALUE 0.
         05 C-REJ-CTR          PIC 999   VALUE 0.
         05 C-TERM-CTR         PIC 999   VALUE 0.
         05 WS-TERM-STATUS     PIC XX    VALUE SPACES.
         05 WS-LIST-EOF-SW     PIC X     VALUE 'N'.
           88 LIST-EOF                   VALUE 'Y'.
         05 WS-DATES-OK-SW     PIC X     VALUE 'N'.
           88 DATES-ARE-VALID            VALUE 'Y'.

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
           05 FILLER      PIC X(34)   VALUE SPACES.
           05 FILLER      PIC X(23)
                          VALUE 'MCGRAN''S TERM CALENDAR'.
           05 FILLER      PIC X(51)   VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'PAGE:'.
           05 O-PCTR      PIC Z9.

       01 HEADING-LINE2.
           05 FILLER       PIC X(4)    VALUE 'TERM'.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(11)   VALUE 'DESCRIPTION'.
           05 FILLER       PIC X(11)   VALUE SPACES.
           05 FILLER       PIC X(5)    VALUE 'START'.
           05 FILLER       PIC X(7)    VALUE SPACES.
           05 FILLER       PIC X(3)    VALUE 'END'.
           05 FILLER       PIC X(9)    VALUE SPACES.
           05 FILLER       PIC X(14)   VALUE 'GRADE DEADLINE'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE 'STATUS'.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(8)    VALUE 'OVERRIDE'.
           05 FILLER       PIC X(44)   VALUE SPACES.
       01 DETAIL-LINE.
           05 O-TERM       PIC X(6).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-DESC       PIC X(20).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-START      PIC X(10).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-END        PIC X(10).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-DEADLINE   PIC X(10).
           05 FILLER       PIC X(6)    VALUE SPACES.
           05 O-STATUS     PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-OVERRIDE   PIC X(8).
           05 FILLER       PIC X(44)   VALUE SPACES.
       01 GT-LINE.
           05 FILLER       PIC X(54)   VALUE SPACES.
           05 GT-LABEL     PIC X(22).
           05 GT-COUNT     PIC ZZZZZ9.
           05 FILLER       PIC X(50)   VALUE SPACES.

       01 WS-DATE-IN              PIC X(8).
       01 WS-DATE-OUT.
           05 WS-DATE-OUT-MM      PIC XX.
           05 FILLER              PIC X      VALUE '/'.
           05 WS-DATE-OUT-DD      PIC XX.
           05 FILLER              PIC X      VALUE '/'.
           05 WS-DATE-OUT-YY      PIC X(4).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN I-O TERM-MASTER.
           IF WS-TERM-STATUS = '35'
      *FIRST RUN - THE CALENDAR DOES NOT EXIST YET, SO CREATE AN
      *EMPTY ONE AND REOPEN IT FOR UPDATE.
               OPEN OUTPUT TERM-MASTER
               CLOSE TERM-MASTER
               OPEN I-O TERM-MASTER
           END-IF.
           OPEN INPUT TRANFILE.
           PERFORM 9000-READ-TRAN.

       2000-MAINLINE.
           EVALUATE TRUE
               WHEN TRAN-IS-ADD OR TRAN-IS-CHANGE
                   PERFORM 2050-EDIT-TRAN
               WHEN TRAN-IS-DELETE
                   PERFORM 2300-DELETE-TERM
               WHEN OTHER
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'INVALID TRANSACTION CODE: ' TRAN-CODE
                       UPON CONSOLE
           END-EVALUATE.
           PERFORM 9000-READ-TRAN.

       2050-EDIT-TRAN.
      *EVERY TERM-DRIVEN PROGRAM TRUSTS THIS FILE TO PICK ITS TERM,
      *SO ADDS AND CHANGES GET THE FULL FIELD EDIT HERE - THE SAME
      *PHILOSOPHY AS COBCRS00.
           PERFORM 2060-CHECK-DATES.
           EVALUATE TRUE
               WHEN TT-TERM IS NOT NUMERIC
                   OR TT-TERM(5:2) = '00'
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - TERM NOT YYYYNN: ' TT-TERM
                       UPON CONSOLE
               WHEN TT-DESC = SPACES
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - BLANK DESCRIPTION: ' TT-TERM
                       UPON CONSOLE
               WHEN NOT DATES-ARE-VALID
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - DATES NOT YYYYMMDD OR OUT OF '
                       'ORDER: ' TT-TERM UPON CONSOLE
               WHEN NOT TT-IS-OPEN
                   AND NOT TT-IS-GRADING
                   AND NOT TT-IS-CLOSED
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - STATUS NOT O/G/C: ' TT-TERM
                       UPON CONSOLE
               WHEN TRAN-IS-ADD
                   PERFORM 2100-ADD-TERM
               WHEN OTHER
                   PERFORM 2200-CHANGE-TERM
           END-EVALUATE.

       2060-CHECK-DATES.
      *THE TERM MUST END AFTER IT STARTS, AND GRADES CANNOT BE DUE
      *BEFORE THE TERM ENDS.
           MOVE 'N' TO WS-DATES-OK-SW.
           IF TT-START-DATE IS NUMERIC
               AND TT-END-DATE IS NUMERIC
               AND TT-GRADE-DEADLINE IS NUMERIC
               AND TT-START-DATE(5:2) >= '01'
               AND TT-START-DATE(5:2) <= '12'
               AND TT-END-DATE(5:2) >= '01'
               AND TT-END-DATE(5:2) <= '12'
               AND TT-GRADE-DEADLINE(5:2) >= '01'
               AND TT-GRADE-DEADLINE(5:2) <= '12'
               AND TT-START-DATE < TT-END-DATE
               AND TT-GRADE-DEADLINE >= TT-END-DATE
               SET DATES-ARE-VALID TO TRUE
           END-IF.

       2100-ADD-TERM.
           PERFORM 2400-MOVE-TRAN-TO-MASTER.
           WRITE TM-REC
               INVALID KEY
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'ADD FAILED - DUPLICATE TERM: '
                       TT-TERM UPON CONSOLE
               NOT INVALID KEY
                   ADD 1 TO C-ADD-CTR
                   DISPLAY 'ADDED TERM: ' TT-TERM UPON CONSOLE
           END-WRITE.

       2200-CHANGE-TERM.
           MOVE TT-TERM TO TM-TERM.
           READ TERM-MASTER
               INVALID KEY
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'CHANGE FAILED - TERM NOT FOUND: '
                       TT-TERM UPON CONSOLE
               NOT INVALID KEY
                   PERFORM 2400-MOVE-TRAN-TO-MASTER
                   REWRITE TM-REC
                       INVALID KEY
                           ADD 1 TO C-REJ-CTR
                           DISPLAY 'CHANGE FAILED - REWRITE: '
                               TT-TERM UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1 TO C-CHG-CTR
                           DISPLAY 'CHANGED TERM: ' TT-TERM
                               UPON CONSOLE
                   END-REWRITE
           END-READ.

       2300-DELETE-TERM.
           MOVE TT-TERM TO TM-TERM.
           DELETE TERM-MASTER
               INVALID KEY
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'DELETE FAILED - TERM NOT FOUND: '
                       TT-TERM UPON CONSOLE
               NOT INVALID KEY
                   ADD 1 TO C-DEL-CTR
                   DISPLAY 'DELETED TERM: ' TT-TERM UPON CONSOLE
           END-DELETE.

       2400-MOVE-TRAN-TO-MASTER.
           MOVE TT-TERM           TO TM-TERM.
           MOVE TT-DESC           TO TM-DESC.
           MOVE TT-START-DATE     TO TM-START-DATE.
           MOVE TT-END-DATE       TO TM-END-DATE.
           MOVE TT-GRADE-DEADLINE TO TM-GRADE-DEADLINE.
           MOVE TT-STATUS         TO TM-STATUS.
           MOVE TT-OVERRIDE-CODE  TO TM-OVERRIDE-CODE.

       3000-CLOSING.
           DISPLAY 'TERMS ADDED:   ' C-ADD-CTR UPON CONSOLE.
           DISPLAY 'TERMS CHANGED: ' C-CHG-CTR UPON CONSOLE.
           DISPLAY 'TERMS DELETED: ' C-DEL-CTR UPON CONSOLE.
           DISPLAY 'TRANSACTIONS REJECTED: ' C-REJ-CTR UPON CONSOLE.
           PERFORM 3100-LIST-CALENDAR.

           CLOSE TERM-MASTER, TRANFILE.

       3100-LIST-CALENDAR.
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 9100-HDGS.
           MOVE LOW-VALUES TO TM-TERM.
           START TERM-MASTER KEY NOT < TM-TERM
               INVALID KEY
                   SET LIST-EOF TO TRUE
           END-START.
           PERFORM 3150-LIST-TERM
               UNTIL LIST-EOF.
           MOVE 'TERMS ON CALENDAR:' TO GT-LABEL.
           MOVE C-TERM-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE PRTOUT.

       3150-LIST-TERM.
           READ TERM-MASTER NEXT RECORD
               AT END
                   SET LIST-EOF TO TRUE
               NOT AT END
                   PERFORM 3200-PRINT-TERM
           END-READ.

       3200-PRINT-TERM.
           ADD 1 TO C-TERM-CTR.
           MOVE TM-TERM TO O-TERM.
           MOVE TM-DESC TO O-DESC.
           MOVE TM-START-DATE TO WS-DATE-IN.
           PERFORM 3300-EDIT-DATE.
           MOVE WS-DATE-OUT TO O-START.
           MOVE TM-END-DATE TO WS-DATE-IN.
           PERFORM 3300-EDIT-DATE.
           MOVE WS-DATE-OUT TO O-END.
           MOVE TM-GRADE-DEADLINE TO WS-DATE-IN.
           PERFORM 3300-EDIT-DATE.
           MOVE WS-DATE-OUT TO O-DEADLINE.
           EVALUATE TRUE
               WHEN TM-IS-OPEN    MOVE 'OPEN'    TO O-STATUS
               WHEN TM-IS-GRADING MOVE 'GRADING' TO O-STATUS
               WHEN TM-IS-CLOSED  MOVE 'CLOSED'  TO O-STATUS
               WHEN OTHER         MOVE '??'      TO O-STATUS
           END-EVALUATE.
      *THE CODE ITSELF STAYS OFF PAPER - THE LISTING ONLY SAYS
      *WHETHER THE TERM HAS ONE.
           IF TM-OVERRIDE-CODE = SPACES
               MOVE 'NONE' TO O-OVERRIDE
           ELSE
               MOVE 'ON FILE' TO O-OVERRIDE
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

       3300-EDIT-DATE.
           MOVE WS-DATE-IN(5:2) TO WS-DATE-OUT-MM.
           MOVE WS-DATE-IN(7:2) TO WS-DATE-OUT-DD.
           MOVE WS-DATE-IN(1:4) TO WS-DATE-OUT-YY.

       9000-READ-TRAN.
           READ TRANFILE
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADING-LINE2
               AFTER ADVANCING 2 LINES.
