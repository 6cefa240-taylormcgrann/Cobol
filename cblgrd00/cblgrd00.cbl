      *NOT AN ACTIVE CATALOG COURSE, OR WHOSE CREDIT HOURS DISAGREE*
      *WITH THE CATALOG, IS REJECTED, SO "MTH101" CAN NO LONGER*
      *LAND NEXT TO "MATH101" FOR THE SAME CLASS.*
      *A GRADE ADD FOR A STUDENT WITH AN ACTIVE REGISTRAR HOLD ON*
      *HOLDMST.DAT (SEE COBHLD00) IS REJECTED UNTIL THE HOLD IS*
      *RELEASED. CHANGES AND DELETES ARE NOT HELD.*
      *BESIDES THE TWELVE LETTER GRADES, I (INCOMPLETE), W*
      *(WITHDRAWN), P (PASS) AND NP (NO PASS) ARE ACCEPTED. AN I*
      *THAT IS NEVER RESOLVED IS TURNED INTO AN F BY COBLPS00.*
      *EVERY GRADE ADD, CHANGE OR DELETE MUST BE FOR A TERM ON THE*
      *TERM CALENDAR TERMMST.DAT (SEE COBTRM00). ONCE A TERM IS*
      *CLOSED ITS GRADES STAND - AN ADD, CHANGE OR DELETE IS*
      *REJECTED UNLESS THE TRANSACTION CARRIES THE REGISTRAR'S*
      *OVERRIDE CODE FOR THAT TERM IN COLUMNS 27-34, AND EVERY*
      *OVERRIDDEN ADD, CHANGE OR DELETE IS LISTED ON GRDOVRD.PRT.*
      ***************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CR-COURSE
               FILE STATUS IS WS-CRSE-STATUS.

           SELECT HOLD-MASTER
               ASSIGN TO 'C:\COBOL\HOLDMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT TERM-MASTER
               ASSIGN TO 'C:\COBOL\TERMMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERM-STATUS.

           SELECT TRANFILE
               ASSIGN TO 'C:\COBOL\GRADETRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\GRDOVRD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-MASTER
       01 CR-REC.
           COPY CRSEREC.

       FD  HOLD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS HL-REC
           RECORD CONTAINS 70 CHARACTERS.

       01 HL-REC.
           COPY HOLDREC.

       FD  TERM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TM-REC
           RECORD CONTAINS 59 CHARACTERS.

       01 TM-REC.
           COPY TERMREC.

       FD  TRANFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-REC
           RECORD CONTAINS 34 CHARACTERS.

       01 TRAN-REC.
         05 TRAN-CODE       PIC X.
                         ==G-COURSE==       BY ==GT-COURSE==
                         ==G-CREDIT-HOURS== BY ==GT-CREDIT-HOURS==
                         ==G-GRADE==        BY ==GT-GRADE==.
      *BLANK EXCEPT ON A GRADE FOR A CLOSED TERM - SEE TERMREC.
         05 TRAN-OVERRIDE   PIC X(8).

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
         05 C-OVRD-CTR         PIC 999   VALUE 0.
         05 WS-GRADE-STATUS    PIC XX    VALUE SPACES.
         05 WS-CRSE-STATUS     PIC XX    VALUE SPACES.
         05 WS-GRADE-OK-SW     PIC X     VALUE 'N'.
           88 COURSE-IS-ACTIVE           VALUE 'Y'.
         05 WS-CREDITS-OK-SW   PIC X     VALUE 'N'.
           88 CREDITS-MATCH-CATALOG      VALUE 'Y'.
         05 WS-HOLD-STATUS     PIC XX    VALUE SPACES.
         05 WS-HOLD-OPEN-SW    PIC X     VALUE 'N'.
           88 HOLD-FILE-OPEN             VALUE 'Y'.
         05 WS-HOLD-EOF-SW     PIC X     VALUE 'N'.
           88 HOLD-CLUSTER-EOF           VALUE 'Y'.
         05 WS-REG-HOLD-SW     PIC X     VALUE 'N'.
           88 REGISTRAR-HOLD             VALUE 'Y'.
         05 WS-TODAY           PIC X(8)  VALUE SPACES.
         05 WS-TERM-STATUS     PIC XX    VALUE SPACES.
         05 WS-TERM-OK-SW      PIC X     VALUE 'N'.
           88 TERM-ON-CALENDAR           VALUE 'Y'.
         05 WS-TERM-LOCK-SW    PIC X     VALUE 'N'.
           88 TERM-IS-LOCKED             VALUE 'Y'.
         05 WS-OVERRIDE-SW     PIC X     VALUE 'N'.
           88 OVERRIDE-APPLIED           VALUE 'Y'.
         05 WS-OLD-GRADE       PIC XX    VALUE SPACES.
         05 WS-NEW-GRADE       PIC XX    VALUE SPACES.

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
           05 FILLER      PIC X(36)
                          VALUE 'MCGRAN''S CLOSED-TERM GRADE OVERRIDES'.
           05 FILLER      PIC X(42)   VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'PAGE:'.
           05 O-PCTR      PIC Z9.

       01 HEADING-LINE2.
           05 FILLER       PIC X(6)    VALUE 'ACTION'.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(7)    VALUE 'ID'.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(4)    VALUE 'TERM'.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE 'COURSE'.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(7)    VALUE 'CREDITS'.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(3)    VALUE 'WAS'.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(3)    VALUE 'NOW'.
           05 FILLER       PIC X(75)   VALUE SPACES.
       01 DETAIL-LINE.
           05 O-ACTION     PIC X(6).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 O-ID         PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-TERM       PIC X(6).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-COURSE     PIC X(8).
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 O-CREDITS    PIC Z9.
           05 FILLER       PIC X(6)    VALUE SPACES.
           05 O-OLD-GRADE  PIC XX.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 O-NEW-GRADE  PIC XX.
           05 FILLER       PIC X(75)   VALUE SPACES.
       01 GT-LINE.
           05 FILLER       PIC X(54)   VALUE SPACES.
           05 GT-LABEL     PIC X(22).
           05 GT-COUNT     PIC ZZZZZ9.
           05 FILLER       PIC X(50)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
               CLOSE GRADE-MASTER
               OPEN I-O GRADE-MASTER
           END-IF.
      *NO HOLD MASTER YET MEANS NO STUDENT IS ON HOLD.
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLD-STATUS = '00'
               SET HOLD-FILE-OPEN TO TRUE
           END-IF.
      *THE CALENDAR DECIDES WHICH TERMS STILL TAKE GRADES, SO
      *NOTHING IS APPLIED WITHOUT IT.
           OPEN INPUT TERM-MASTER.
           IF WS-TERM-STATUS NOT = '00'
               DISPLAY 'TERMMST.DAT COULD NOT BE OPENED - STATUS '
                   WS-TERM-STATUS '. RUN COBTRM00 TO BUILD THE '
                   'TERM CALENDAR FIRST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO WS-TODAY.
           OPEN INPUT TRANFILE.
           OPEN OUTPUT PRTOUT.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 9200-HDGS.
           PERFORM 9000-READ-TRAN.

       2000-MAINLINE.
               WHEN TRAN-IS-ADD OR TRAN-IS-CHANGE
                   PERFORM 2050-EDIT-TRAN
               WHEN TRAN-IS-DELETE
                   PERFORM 2250-EDIT-DELETE
               WHEN OTHER
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'INVALID TRANSACTION CODE: ' TRAN-CODE
      *RECOMPUTATION TIME.
           PERFORM 2060-CHECK-GRADE.
           PERFORM 2070-CHECK-CATALOG.
           PERFORM 2075-CHECK-TERM.
           MOVE 'N' TO WS-REG-HOLD-SW.
           IF TRAN-IS-ADD
               PERFORM 2080-CHECK-HOLD
           END-IF.
           EVALUATE TRUE
               WHEN GT-ID IS NOT NUMERIC OR GT-ID = SPACES
                   ADD 1 TO C-REJ-CTR
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - UNKNOWN GRADE "' GT-GRADE
                       '": ' GT-ID ' ' GT-COURSE UPON CONSOLE
               WHEN NOT TERM-ON-CALENDAR
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - TERM NOT ON CALENDAR: ' GT-ID
                       ' ' GT-TERM ' ' GT-COURSE UPON CONSOLE
               WHEN TERM-IS-LOCKED
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - TERM CLOSED, NO OVERRIDE: '
                       GT-ID ' ' GT-TERM ' ' GT-COURSE UPON CONSOLE
               WHEN TRAN-IS-ADD AND NOT COURSE-IS-ACTIVE
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - NOT AN ACTIVE CATALOG '
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - CREDIT HOURS DISAGREE WITH '
                       'CATALOG: ' GT-ID ' ' GT-COURSE UPON CONSOLE
               WHEN TRAN-IS-ADD AND REGISTRAR-HOLD
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - REGISTRAR HOLD: ' GT-ID
                       ' ' GT-TERM ' ' GT-COURSE UPON CONSOLE
               WHEN TRAN-IS-ADD
                   PERFORM 2100-ADD-GRADE
               WHEN OTHER
               WHEN 'D '
               WHEN 'D-'
               WHEN 'F '
               WHEN 'I '
               WHEN 'W '
               WHEN 'P '
               WHEN 'NP'
                   SET GRADE-IS-KNOWN TO TRUE
               WHEN OTHER
                   CONTINUE
                   END-IF
           END-READ.

       2075-CHECK-TERM.
      *A CLOSED TERM TAKES A GRADE ONLY WITH THE REGISTRAR'S
      *OVERRIDE CODE FOR THAT TERM. A TERM WITH NO CODE ON THE
      *CALENDAR CANNOT BE OVERRIDDEN AT ALL.
           MOVE 'N' TO WS-TERM-OK-SW.
           MOVE 'N' TO WS-TERM-LOCK-SW.
           MOVE 'N' TO WS-OVERRIDE-SW.
           MOVE GT-TERM TO TM-TERM.
           READ TERM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TERM-ON-CALENDAR TO TRUE
                   IF TM-IS-CLOSED
                       IF TM-OVERRIDE-CODE NOT = SPACES
                           AND TRAN-OVERRIDE = TM-OVERRIDE-CODE
                           SET OVERRIDE-APPLIED TO TRUE
                       ELSE
                           SET TERM-IS-LOCKED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2080-CHECK-HOLD.
      *REGISTRAR HOLDS FILE TOGETHER UNDER ID + 'R' ON HL-KEY, SO
      *START THERE AND READ FORWARD UNTIL THE ID OR TYPE CHANGES.
      *ONE HOLD NOT YET RELEASED AS OF TODAY IS ENOUGH.
           MOVE 'N' TO WS-HOLD-EOF-SW.
           IF HOLD-FILE-OPEN
               MOVE GT-ID TO HL-ID
               MOVE 'R' TO HL-TYPE
               MOVE LOW-VALUES TO HL-PLACED-DATE
               START HOLD-MASTER KEY NOT < HL-KEY
                   INVALID KEY
                       SET HOLD-CLUSTER-EOF TO TRUE
               END-START
               IF NOT HOLD-CLUSTER-EOF
                   PERFORM 9100-READ-HOLD
               END-IF
               PERFORM 2090-CHECK-ONE-HOLD
                   UNTIL HOLD-CLUSTER-EOF OR REGISTRAR-HOLD
           END-IF.

       2090-CHECK-ONE-HOLD.
           IF HL-RELEASE-DATE = SPACES
               OR HL-RELEASE-DATE > WS-TODAY
               SET REGISTRAR-HOLD TO TRUE
           ELSE
               PERFORM 9100-READ-HOLD
           END-IF.

       2100-ADD-GRADE.
           PERFORM 2400-MOVE-TRAN-TO-MASTER.
           WRITE G-REC
                   ADD 1 TO C-ADD-CTR
                   DISPLAY 'ADDED GRADE: ' GT-ID ' ' GT-TERM ' '
                       GT-COURSE UPON CONSOLE
                   IF OVERRIDE-APPLIED
                       MOVE 'ADD' TO O-ACTION
                       MOVE SPACES TO WS-OLD-GRADE
                       MOVE GT-GRADE TO WS-NEW-GRADE
                       PERFORM 2500-PRINT-OVERRIDE
                   END-IF
           END-WRITE.

       2200-CHANGE-GRADE.
                   DISPLAY 'CHANGE FAILED - GRADE NOT FOUND: ' GT-ID
                       ' ' GT-TERM ' ' GT-COURSE UPON CONSOLE
               NOT INVALID KEY
                   MOVE G-GRADE TO WS-OLD-GRADE
                   PERFORM 2400-MOVE-TRAN-TO-MASTER
                   REWRITE G-REC
                       INVALID KEY
                           ADD 1 TO C-CHG-CTR
                           DISPLAY 'CHANGED GRADE: ' GT-ID ' '
                               GT-TERM ' ' GT-COURSE UPON CONSOLE
                           IF OVERRIDE-APPLIED
                               MOVE 'CHANGE' TO O-ACTION
                               MOVE GT-GRADE TO WS-NEW-GRADE
                               PERFORM 2500-PRINT-OVERRIDE
                           END-IF
                   END-REWRITE
           END-READ.

       2250-EDIT-DELETE.
      *A DELETE ERASES A GRADE AS SURELY AS A CHANGE ALTERS ONE, SO
      *IT ANSWERS TO THE TERM CALENDAR THE SAME WAY.
           PERFORM 2075-CHECK-TERM.
           EVALUATE TRUE
               WHEN NOT TERM-ON-CALENDAR
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - TERM NOT ON CALENDAR: ' GT-ID
                       ' ' GT-TERM ' ' GT-COURSE UPON CONSOLE
               WHEN TERM-IS-LOCKED
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - TERM CLOSED, NO OVERRIDE: '
                       GT-ID ' ' GT-TERM ' ' GT-COURSE UPON CONSOLE
               WHEN OTHER
                   PERFORM 2300-DELETE-GRADE
           END-EVALUATE.

       2300-DELETE-GRADE.
      *READ BEFORE DELETING SO AN OVERRIDDEN DELETE CAN SHOW ON
      *GRDOVRD.PRT THE GRADE AND HOURS IT TOOK OFF THE FILE.
           MOVE GT-KEY TO G-KEY.
           READ GRADE-MASTER
               INVALID KEY
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'DELETE FAILED - GRADE NOT FOUND: ' GT-ID
                       ' ' GT-TERM ' ' GT-COURSE UPON CONSOLE
               NOT INVALID KEY
                   MOVE G-GRADE TO WS-OLD-GRADE
                   DELETE GRADE-MASTER
                       INVALID KEY
                           ADD 1 TO C-REJ-CTR
                           DISPLAY 'DELETE FAILED - DELETE: ' GT-ID
                               ' ' GT-TERM ' ' GT-COURSE UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1 TO C-DEL-CTR
                           DISPLAY 'DELETED GRADE: ' GT-ID ' '
                               GT-TERM ' ' GT-COURSE UPON CONSOLE
                           IF OVERRIDE-APPLIED
                               MOVE 'DELETE' TO O-ACTION
                               MOVE SPACES TO WS-NEW-GRADE
                               PERFORM 2500-PRINT-OVERRIDE
                           END-IF
                   END-DELETE
           END-READ.

       2400-MOVE-TRAN-TO-MASTER.
           MOVE GT-ID           TO G-ID.
           MOVE GT-CREDIT-HOURS TO G-CREDIT-HOURS.
           MOVE GT-GRADE        TO G-GRADE.

       2500-PRINT-OVERRIDE.
           ADD 1 TO C-OVRD-CTR.
           MOVE GT-ID TO O-ID.
           MOVE GT-TERM TO O-TERM.
           MOVE GT-COURSE TO O-COURSE.
           MOVE G-CREDIT-HOURS TO O-CREDITS.
           MOVE WS-OLD-GRADE TO O-OLD-GRADE.
           MOVE WS-NEW-GRADE TO O-NEW-GRADE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9200-HDGS
           END-WRITE.

       3000-CLOSING.
           DISPLAY 'GRADES ADDED:    ' C-ADD-CTR UPON CONSOLE.
           DISPLAY 'GRADES CHANGED:  ' C-CHG-CTR UPON CONSOLE.
           DISPLAY 'GRADES DELETED:  ' C-DEL-CTR UPON CONSOLE.
           DISPLAY 'TRANSACTIONS REJECTED: ' C-REJ-CTR UPON CONSOLE.
           DISPLAY 'CLOSED-TERM OVERRIDES: ' C-OVRD-CTR UPON CONSOLE.

           MOVE 'OVERRIDES APPLIED:' TO GT-LABEL.
           MOVE C-OVRD-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE GRADE-MASTER, COURSE-MASTER, TERM-MASTER, TRANFILE,
               PRTOUT.
           IF HOLD-FILE-OPEN
               CLOSE HOLD-MASTER
           END-IF.

       9000-READ-TRAN.
           READ TRANFILE
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-READ-HOLD.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   SET HOLD-CLUSTER-EOF TO TRUE
           END-READ.
           IF NOT HOLD-CLUSTER-EOF
               AND (HL-ID NOT = GT-ID OR HL-TYPE NOT = 'R')
               SET HOLD-CLUSTER-EOF TO TRUE
           END-IF.

       9200-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADING-LINE2
               AFTER ADVANCING 2 LINES.
