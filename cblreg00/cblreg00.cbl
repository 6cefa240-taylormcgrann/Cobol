       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBREG00.
       DATE-WRITTEN.   10/15 /26.
       AUTHOR.         TAYLOR MCGRANN.
       DATE-COMPILED.
      ************************************************************
      *COURSE REGISTRATION. THIS PROGRAM APPLIES TRANSACTIONS FROM*
      *REGTRN.DAT AGAINST THE TERM SECTION MASTER SECTMST.DAT (SEE*
      *SECTREC) AND THE REGISTRATION MASTER REGMST.DAT (SEE*
      *REGREC), SO ENROLLMENT IS KNOWN DURING THE TERM INSTEAD OF*
      *ONLY WHEN THE GRADES ARRIVE.*
      *  'S' OPENS A SECTION OF AN ACTIVE CRSEMST.DAT COURSE FOR*
      *      THE TERM, OR CHANGES THE CAPACITY OF ONE ALREADY OPEN.*
      *  'X' CANCELS A SECTION NOBODY IS ENROLLED OR WAITING IN.*
      *  'A' REGISTERS A STUDENT ON STDNTMST.DAT IN A SECTION - INTO*
      *      A SEAT IF ONE IS FREE, OTHERWISE ONTO THE WAITLIST.*
      *  'D' DROPS A REGISTRATION.*
      *WHENEVER A SEAT OPENS - A DROP OR A CAPACITY INCREASE - THE*
      *LONGEST-WAITING STUDENT IS MOVED INTO IT AUTOMATICALLY AND*
      *LISTED ON WAITFILL.PRT SO THE REGISTRAR CAN TELL THEM.*
      *COBSKL00 BUILDS THE TERM-END GRADE SHEETS FROM REGMST.DAT.*
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SECTION-MASTER
               ASSIGN TO 'C:\COBOL\SECTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-SECT-STATUS.

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

           SELECT TRANFILE
               ASSIGN TO 'C:\COBOL\REGTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\WAITFILL.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SC-REC
           RECORD CONTAINS 31 CHARACTERS.

       01 SC-REC.
           COPY SECTREC.

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

       FD  TRANFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-REC
           RECORD CONTAINS 28 CHARACTERS.

       01 TRAN-REC.
         05 TRAN-CODE       PIC X.
           88 TRAN-IS-SECTION         VALUE 'S'.
           88 TRAN-IS-CANCEL          VALUE 'X'.
           88 TRAN-IS-ADD             VALUE 'A'.
           88 TRAN-IS-DROP            VALUE 'D'.
         05 RT-SECTION-KEY.
           10 RT-TERM       PIC X(6).
           10 RT-COURSE     PIC X(8).
           10 RT-SECTION    PIC X(3).
         05 RT-ID           PIC X(7).
         05 RT-CAPACITY     PIC 9(3).

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
         05 C-SEC-ADD-CTR      PIC 999   VALUE 0.
         05 C-SEC-CHG-CTR      PIC 999   VALUE 0.
         05 C-SEC-DEL-CTR      PIC 999   VALUE 0.
         05 C-ENR-CTR          PIC 9(5)  VALUE 0.
         05 C-WAIT-CTR         PIC 9(5)  VALUE 0.
         05 C-DROP-CTR         PIC 9(5)  VALUE 0.
         05 C-FILL-CTR         PIC 9(5)  VALUE 0.
         05 C-REJ-CTR          PIC 9(5)  VALUE 0.
         05 WS-SECT-STATUS     PIC XX    VALUE SPACES.
         05 WS-REG-STATUS      PIC XX    VALUE SPACES.
         05 WS-CRSE-STATUS     PIC XX    VALUE SPACES.
         05 WS-CRSE-OK-SW      PIC X     VALUE 'N'.
           88 COURSE-IS-ACTIVE           VALUE 'Y'.
         05 WS-SECT-FOUND-SW   PIC X     VALUE 'N'.
           88 SECTION-FOUND              VALUE 'Y'.
         05 WS-ON-FILE-SW      PIC X     VALUE 'N'.
           88 STUDENT-ON-FILE            VALUE 'Y'.
         05 WS-DUP-SW          PIC X     VALUE 'N'.
           88 ALREADY-REGISTERED         VALUE 'Y'.
         05 WS-REG-EXISTS-SW   PIC X     VALUE 'N'.
           88 REG-ON-FILE                VALUE 'Y'.
         05 WS-SCAN-EOF-SW     PIC X     VALUE 'N'.
           88 SCAN-EOF                   VALUE 'Y'.
         05 WS-FILL-STOP-SW    PIC X     VALUE 'N'.
           88 FILL-STOPPED               VALUE 'Y'.
         05 WS-BEST-FOUND-SW   PIC X     VALUE 'N'.
           88 WAITER-FOUND               VALUE 'Y'.
         05 WS-BEST-SEQ        PIC 9(5)  VALUE 0.
         05 WS-BEST-ID         PIC X(7)  VALUE SPACES.
         05 WS-OLD-STATUS      PIC X     VALUE SPACE.
           88 WAS-ENROLLED               VALUE 'E'.
         05 WS-TODAY           PIC X(8)  VALUE SPACES.

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
           05 FILLER      PIC X(29)
                          VALUE 'MCGRAN''S WAITLIST SEAT FILLS'.
           05 FILLER      PIC X(45)   VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'PAGE:'.
           05 O-PCTR      PIC Z9.

       01 HEADING-LINE2.
           05 FILLER       PIC X(4)    VALUE 'TERM'.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE 'COURSE'.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(4)    VALUE 'SECT'.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(4)    VALUE '  ID'.
           05 FILLER       PIC X(8)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE 'LAST NAME'.
           05 FILLER       PIC X(9)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE 'FIRST NAME'.
           05 FILLER       PIC X(8)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE 'WAIT SEQ'.
           05 FILLER       PIC X(50)   VALUE SPACES.
       01 DETAIL-LINE.
           05 O-TERM       PIC X(6).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-COURSE     PIC X(8).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-SECTION    PIC X(3).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 O-ID         PIC X(7).
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 O-LNAME      PIC X(15).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-FNAME      PIC X(15).
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 O-WAIT-SEQ   PIC ZZZZ9.
           05 FILLER       PIC X(52)   VALUE SPACES.
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
           OPEN INPUT COURSE-MASTER.
           IF WS-CRSE-STATUS NOT = '00'
               DISPLAY 'CRSEMST.DAT COULD NOT BE OPENED - STATUS '
                   WS-CRSE-STATUS '. RUN COBCRS00 TO BUILD THE '
                   'COURSE CATALOG FIRST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           OPEN I-O SECTION-MASTER.
           IF WS-SECT-STATUS = '35'
      *FIRST RUN - THE SECTION FILE DOES NOT EXIST YET, SO CREATE AN
      *EMPTY ONE AND REOPEN IT FOR UPDATE.
               OPEN OUTPUT SECTION-MASTER
               CLOSE SECTION-MASTER
               OPEN I-O SECTION-MASTER
           END-IF.
           OPEN I-O REG-MASTER.
           IF WS-REG-STATUS = '35'
      *FIRST RUN - SAME FOR THE REGISTRATION FILE.
               OPEN OUTPUT REG-MASTER
               CLOSE REG-MASTER
               OPEN I-O REG-MASTER
           END-IF.
           OPEN INPUT TRANFILE.
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO WS-TODAY.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 9100-HDGS.
           PERFORM 9000-READ-TRAN.

       2000-MAINLINE.
           EVALUATE TRUE
               WHEN TRAN-IS-SECTION
                   PERFORM 2100-EDIT-SECTION
               WHEN TRAN-IS-CANCEL
                   PERFORM 2200-CANCEL-SECTION
               WHEN TRAN-IS-ADD
                   PERFORM 2300-EDIT-ADD
               WHEN TRAN-IS-DROP
                   PERFORM 2400-DROP-REG
               WHEN OTHER
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'INVALID TRANSACTION CODE: ' TRAN-CODE
                       UPON CONSOLE
           END-EVALUATE.
           PERFORM 9000-READ-TRAN.

       2050-CHECK-COURSE.
           MOVE 'N' TO WS-CRSE-OK-SW.
           MOVE RT-COURSE TO CR-COURSE.
           READ COURSE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CR-ACTIVE-FLAG = 'A'
                       SET COURSE-IS-ACTIVE TO TRUE
                   END-IF
           END-READ.

       2060-FIND-SECTION.
           MOVE 'N' TO WS-SECT-FOUND-SW.
           MOVE RT-SECTION-KEY TO SC-KEY.
           READ SECTION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SECTION-FOUND TO TRUE
           END-READ.

       2100-EDIT-SECTION.
           PERFORM 2050-CHECK-COURSE.
           EVALUATE TRUE
               WHEN RT-TERM IS NOT NUMERIC
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - TERM NOT YYYYNN: ' RT-TERM
                       ' ' RT-COURSE UPON CONSOLE
               WHEN RT-SECTION = SPACES
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - BLANK SECTION: ' RT-COURSE
                       UPON CONSOLE
               WHEN RT-CAPACITY IS NOT NUMERIC
                   OR RT-CAPACITY = 0
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - BAD CAPACITY: ' RT-COURSE
                       ' ' RT-SECTION UPON CONSOLE
               WHEN NOT COURSE-IS-ACTIVE
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - NOT AN ACTIVE CATALOG '
                       'COURSE: ' RT-COURSE UPON CONSOLE
               WHEN OTHER
                   PERFORM 2060-FIND-SECTION
                   IF SECTION-FOUND
                       PERFORM 2150-CHANGE-CAPACITY
                   ELSE
                       PERFORM 2120-OPEN-SECTION
                   END-IF
           END-EVALUATE.

       2120-OPEN-SECTION.
           MOVE RT-SECTION-KEY TO SC-KEY.
           MOVE RT-CAPACITY    TO SC-CAPACITY.
           MOVE 0              TO SC-ENROLLED.
           MOVE 0              TO SC-WAITING.
           MOVE 0              TO SC-NEXT-WAIT.
           WRITE SC-REC
               INVALID KEY
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'SECTION OPEN FAILED - WRITE: ' RT-TERM
                       ' ' RT-COURSE ' ' RT-SECTION UPON CONSOLE
               NOT INVALID KEY
                   ADD 1 TO C-SEC-ADD-CTR
                   DISPLAY 'SECTION OPENED: ' RT-TERM ' ' RT-COURSE
                       ' ' RT-SECTION UPON CONSOLE
           END-WRITE.

       2150-CHANGE-CAPACITY.
      *CUTTING CAPACITY BELOW THE SEATS ALREADY TAKEN WOULD MEAN
      *DROPPING SOMEBODY - THAT HAS TO BE DONE BY NAME WITH 'D'
      *TRANSACTIONS, NOT BY A CAPACITY CHANGE.
           IF RT-CAPACITY < SC-ENROLLED
               ADD 1 TO C-REJ-CTR
               DISPLAY 'REJECTED - CAPACITY BELOW ENROLLED: '
                   RT-TERM ' ' RT-COURSE ' ' RT-SECTION
                   UPON CONSOLE
           ELSE
               MOVE RT-CAPACITY TO SC-CAPACITY
               REWRITE SC-REC
                   INVALID KEY
                       ADD 1 TO C-REJ-CTR
                       DISPLAY 'CAPACITY CHANGE FAILED - REWRITE: '
                           RT-COURSE ' ' RT-SECTION UPON CONSOLE
                   NOT INVALID KEY
                       ADD 1 TO C-SEC-CHG-CTR
                       DISPLAY 'CAPACITY CHANGED: ' RT-TERM ' '
                           RT-COURSE ' ' RT-SECTION UPON CONSOLE
                       PERFORM 2600-FILL-SEATS
               END-REWRITE
           END-IF.

       2200-CANCEL-SECTION.
           PERFORM 2060-FIND-SECTION.
           EVALUATE TRUE
               WHEN NOT SECTION-FOUND
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'CANCEL FAILED - SECTION NOT FOUND: '
                       RT-TERM ' ' RT-COURSE ' ' RT-SECTION
                       UPON CONSOLE
               WHEN SC-ENROLLED > 0 OR SC-WAITING > 0
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'CANCEL FAILED - SECTION HAS STUDENTS: '
                       RT-TERM ' ' RT-COURSE ' ' RT-SECTION
                       UPON CONSOLE
               WHEN OTHER
                   DELETE SECTION-MASTER
                       INVALID KEY
                           ADD 1 TO C-REJ-CTR
                           DISPLAY 'CANCEL FAILED - DELETE: '
                               RT-COURSE ' ' RT-SECTION UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1 TO C-SEC-DEL-CTR
                           DISPLAY 'SECTION CANCELLED: ' RT-TERM ' '
                               RT-COURSE ' ' RT-SECTION UPON CONSOLE
                   END-DELETE
           END-EVALUATE.

       2300-EDIT-ADD.
           PERFORM 2310-FIND-STUDENT.
           PERFORM 2050-CHECK-COURSE.
           PERFORM 2060-FIND-SECTION.
           MOVE 'N' TO WS-DUP-SW.
           IF STUDENT-ON-FILE AND SECTION-FOUND
               PERFORM 2330-CHECK-DUPLICATE
           END-IF.
           EVALUATE TRUE
               WHEN RT-ID IS NOT NUMERIC
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - BAD STUDENT ID: ' RT-ID
                       UPON CONSOLE
               WHEN NOT STUDENT-ON-FILE
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - ID NOT ON MASTER: ' RT-ID
                       UPON CONSOLE
               WHEN NOT SECTION-FOUND
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - SECTION NOT OPEN: ' RT-ID
                       ' ' RT-TERM ' ' RT-COURSE ' ' RT-SECTION
                       UPON CONSOLE
               WHEN NOT COURSE-IS-ACTIVE
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - NOT AN ACTIVE CATALOG '
                       'COURSE: ' RT-ID ' ' RT-COURSE UPON CONSOLE
               WHEN ALREADY-REGISTERED
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - ALREADY REGISTERED IN '
                       'COURSE: ' RT-ID ' ' RT-TERM ' ' RT-COURSE
                       UPON CONSOLE
               WHEN OTHER
                   PERFORM 2350-REGISTER
           END-EVALUATE.

       2310-FIND-STUDENT.
      *ONLY CURRENT STUDENTS REGISTER - A GRADUATE ON THE ARCHIVE
      *HAS NO BUSINESS TAKING A SEAT.
           MOVE 'N' TO WS-ON-FILE-SW.
           MOVE RT-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STUDENT-ON-FILE TO TRUE
           END-READ.

       2330-CHECK-DUPLICATE.
      *ONE LIVE REGISTRATION PER STUDENT PER COURSE PER TERM, IN ANY
      *SECTION - WALK EVERY SECTION OF THE COURSE. A DROPPED
      *REGISTRATION DOES NOT COUNT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE RT-TERM TO RG-TERM.
           MOVE RT-COURSE TO RG-COURSE.
           MOVE LOW-VALUES TO RG-SECTION.
           MOVE LOW-VALUES TO RG-ID.
           START REG-MASTER KEY NOT < RG-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.
           IF NOT SCAN-EOF
               PERFORM 9200-READ-COURSE-REG
           END-IF.
           PERFORM 2340-CHECK-ONE-REG
               UNTIL SCAN-EOF OR ALREADY-REGISTERED.

       2340-CHECK-ONE-REG.
           IF RG-ID = RT-ID AND NOT RG-IS-DROPPED
               SET ALREADY-REGISTERED TO TRUE
           ELSE
               PERFORM 9200-READ-COURSE-REG
           END-IF.

       2350-REGISTER.
      *A STUDENT WHO DROPPED THIS SECTION AND COMES BACK REUSES THE
      *DROPPED RECORD - THE KEY IS ALREADY ON FILE.
           MOVE 'N' TO WS-REG-EXISTS-SW.
           MOVE RT-SECTION-KEY TO RG-KEY(1:17).
           MOVE RT-ID TO RG-ID.
           READ REG-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REG-ON-FILE TO TRUE
           END-READ.
           MOVE RT-SECTION-KEY TO RG-KEY(1:17).
           MOVE RT-ID TO RG-ID.
           MOVE WS-TODAY TO RG-REG-DATE.
           MOVE WS-TODAY TO RG-STAT-DATE.
           IF SC-ENROLLED < SC-CAPACITY
               SET RG-IS-ENROLLED TO TRUE
               MOVE 0 TO RG-WAIT-SEQ
               ADD 1 TO SC-ENROLLED
               ADD 1 TO C-ENR-CTR
               DISPLAY 'ENROLLED: ' RT-ID ' ' RT-TERM ' ' RT-COURSE
                   ' ' RT-SECTION UPON CONSOLE
           ELSE
               SET RG-IS-WAITING TO TRUE
               ADD 1 TO SC-NEXT-WAIT
               MOVE SC-NEXT-WAIT TO RG-WAIT-SEQ
               ADD 1 TO SC-WAITING
               ADD 1 TO C-WAIT-CTR
               DISPLAY 'WAITLISTED: ' RT-ID ' ' RT-TERM ' '
                   RT-COURSE ' ' RT-SECTION ' POSITION '
                   SC-WAITING UPON CONSOLE
           END-IF.
           IF REG-ON-FILE
               REWRITE RG-REC
                   INVALID KEY
                       DISPLAY 'REGISTRATION REWRITE FAILED: '
                           RT-ID ' ' RT-COURSE UPON CONSOLE
               END-REWRITE
           ELSE
               WRITE RG-REC
                   INVALID KEY
                       DISPLAY 'REGISTRATION WRITE FAILED: '
                           RT-ID ' ' RT-COURSE UPON CONSOLE
               END-WRITE
           END-IF.
           PERFORM 2500-STORE-SECTION.

       2400-DROP-REG.
           MOVE RT-SECTION-KEY TO RG-KEY(1:17).
           MOVE RT-ID TO RG-ID.
           READ REG-MASTER
               INVALID KEY
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'DROP FAILED - NOT REGISTERED: ' RT-ID
                       ' ' RT-TERM ' ' RT-COURSE ' ' RT-SECTION
                       UPON CONSOLE
               NOT INVALID KEY
                   IF RG-IS-DROPPED
                       ADD 1 TO C-REJ-CTR
                       DISPLAY 'DROP FAILED - ALREADY DROPPED: '
                           RT-ID ' ' RT-COURSE UPON CONSOLE
                   ELSE
                       PERFORM 2450-APPLY-DROP
                   END-IF
           END-READ.

       2450-APPLY-DROP.
           MOVE RG-STATUS TO WS-OLD-STATUS.
           SET RG-IS-DROPPED TO TRUE.
           MOVE WS-TODAY TO RG-STAT-DATE.
           REWRITE RG-REC
               INVALID KEY
                   DISPLAY 'DROP REWRITE FAILED: ' RT-ID ' '
                       RT-COURSE UPON CONSOLE
           END-REWRITE.
           ADD 1 TO C-DROP-CTR.
           DISPLAY 'DROPPED: ' RT-ID ' ' RT-TERM ' ' RT-COURSE ' '
               RT-SECTION UPON CONSOLE.
           PERFORM 2060-FIND-SECTION.
           IF SECTION-FOUND
               IF WAS-ENROLLED
                   SUBTRACT 1 FROM SC-ENROLLED
                   PERFORM 2500-STORE-SECTION
                   PERFORM 2600-FILL-SEATS
               ELSE
                   SUBTRACT 1 FROM SC-WAITING
                   PERFORM 2500-STORE-SECTION
               END-IF
           ELSE
               DISPLAY 'SECTION MISSING FOR DROP - COUNTS NOT '
                   'UPDATED: ' RT-TERM ' ' RT-COURSE ' ' RT-SECTION
                   UPON CONSOLE
           END-IF.

       2500-STORE-SECTION.
           REWRITE SC-REC
               INVALID KEY
                   DISPLAY 'SECTION REWRITE FAILED: ' SC-TERM ' '
                       SC-COURSE ' ' SC-SECTION UPON CONSOLE
           END-REWRITE.

       2600-FILL-SEATS.
      *SC-REC IS THE SECTION JUST UPDATED. KEEP MOVING THE FRONT OF
      *THE WAITLIST INTO SEATS UNTIL THE SECTION IS FULL OR NOBODY
      *IS WAITING.
           MOVE 'N' TO WS-FILL-STOP-SW.
           PERFORM 2650-PROMOTE-ONE
               UNTIL SC-ENROLLED >= SC-CAPACITY
                  OR SC-WAITING = 0
                  OR FILL-STOPPED.

       2650-PROMOTE-ONE.
           MOVE 'N' TO WS-BEST-FOUND-SW.
           MOVE 99999 TO WS-BEST-SEQ.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE SC-KEY TO RG-KEY(1:17).
           MOVE LOW-VALUES TO RG-ID.
           START REG-MASTER KEY NOT < RG-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.
           IF NOT SCAN-EOF
               PERFORM 9300-READ-SECTION-REG
           END-IF.
           PERFORM 2660-CHECK-WAITER
               UNTIL SCAN-EOF.
           IF WAITER-FOUND
               PERFORM 2670-SEAT-WAITER
           ELSE
      *SC-WAITING SAYS SOMEONE IS WAITING BUT NOBODY IS - PUT THE
      *COUNT RIGHT RATHER THAN LOOP.
               DISPLAY 'WAITLIST COUNT RESET - NO WAITER FOUND: '
                   SC-TERM ' ' SC-COURSE ' ' SC-SECTION UPON CONSOLE
               MOVE 0 TO SC-WAITING
               PERFORM 2500-STORE-SECTION
               SET FILL-STOPPED TO TRUE
           END-IF.

       2660-CHECK-WAITER.
           IF RG-IS-WAITING AND RG-WAIT-SEQ < WS-BEST-SEQ
               SET WAITER-FOUND TO TRUE
               MOVE RG-WAIT-SEQ TO WS-BEST-SEQ
               MOVE RG-ID TO WS-BEST-ID
           END-IF.
           PERFORM 9300-READ-SECTION-REG.

       2670-SEAT-WAITER.
           MOVE SC-KEY TO RG-KEY(1:17).
           MOVE WS-BEST-ID TO RG-ID.
           READ REG-MASTER
               INVALID KEY
                   DISPLAY 'WAITER VANISHED: ' WS-BEST-ID
                       UPON CONSOLE
                   SET FILL-STOPPED TO TRUE
               NOT INVALID KEY
                   SET RG-IS-ENROLLED TO TRUE
                   MOVE WS-TODAY TO RG-STAT-DATE
                   REWRITE RG-REC
                       INVALID KEY
                           DISPLAY 'WAITER REWRITE FAILED: '
                               WS-BEST-ID UPON CONSOLE
                   END-REWRITE
                   ADD 1 TO SC-ENROLLED
                   SUBTRACT 1 FROM SC-WAITING
                   PERFORM 2500-STORE-SECTION
                   ADD 1 TO C-FILL-CTR
                   DISPLAY 'SEAT FILLED FROM WAITLIST: ' WS-BEST-ID
                       ' ' SC-COURSE ' ' SC-SECTION UPON CONSOLE
                   PERFORM 2680-FILL-LINE
           END-READ.

       2680-FILL-LINE.
           MOVE SC-TERM TO O-TERM.
           MOVE SC-COURSE TO O-COURSE.
           MOVE SC-SECTION TO O-SECTION.
           MOVE WS-BEST-ID TO O-ID.
           MOVE WS-BEST-SEQ TO O-WAIT-SEQ.
           MOVE WS-BEST-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO O-LNAME
                   MOVE SPACES TO O-FNAME
               NOT INVALID KEY
                   MOVE I-LNAME TO O-LNAME
                   MOVE I-FNAME TO O-FNAME
           END-READ.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

       3000-CLOSING.
           MOVE 'SEATS FILLED:' TO GT-LABEL.
           MOVE C-FILL-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 3 LINES.

           DISPLAY 'SECTIONS OPENED:   ' C-SEC-ADD-CTR UPON CONSOLE.
           DISPLAY 'SECTIONS CHANGED:  ' C-SEC-CHG-CTR UPON CONSOLE.
           DISPLAY 'SECTIONS CANCELLED:' C-SEC-DEL-CTR UPON CONSOLE.
           DISPLAY 'ENROLLED:          ' C-ENR-CTR UPON CONSOLE.
           DISPLAY 'WAITLISTED:        ' C-WAIT-CTR UPON CONSOLE.
           DISPLAY 'DROPPED:           ' C-DROP-CTR UPON CONSOLE.
           DISPLAY 'WAITLIST FILLS:    ' C-FILL-CTR UPON CONSOLE.
           DISPLAY 'TRANSACTIONS REJECTED: ' C-REJ-CTR UPON CONSOLE.

           CLOSE SECTION-MASTER, REG-MASTER, COURSE-MASTER,
               STUDENT-MASTER, TRANFILE, PRTOUT.

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

       9200-READ-COURSE-REG.
           READ REG-MASTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ.
           IF NOT SCAN-EOF
               AND (RG-TERM NOT = RT-TERM
                 OR RG-COURSE NOT = RT-COURSE)
               SET SCAN-EOF TO TRUE
           END-IF.

       9300-READ-SECTION-REG.
           READ REG-MASTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ.
           IF NOT SCAN-EOF
               AND RG-KEY(1:17) NOT = SC-KEY
               SET SCAN-EOF TO TRUE
           END-IF.
