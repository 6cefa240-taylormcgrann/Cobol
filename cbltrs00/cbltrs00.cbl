      *HEADER ALSO QUOTES "RANKED N OF M" WITHIN THE DEPARTMENT*
      *AND ACROSS THE CAMPUS, STRAIGHT OFF THE FILE - NO RANK FILE*
      *JUST MEANS NO RANK LINE.*
      *A STUDENT WITH ANY ACTIVE HOLD ON COBHLD00'S HOLD MASTER*
      *HOLDMST.DAT GETS NO TRANSCRIPT - THE REQUEST IS REFUSED AND*
      *EVERY ACTIVE HOLD BEHIND IT IS LISTED ON AN EXCEPTION PAGE*
      *AT THE END OF TRNSCRPT.PRT SO THE OFFICE CAN TELL THE*
      *STUDENT WHO TO SEE.*
      *I, W, P AND NP PRINT AS GRADES BUT STAY OUT OF EVERY GPA -*
      *A P EARNS ITS CREDITS, AN I, W OR NP EARNS NONE.*
      ***************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS R-ID
               FILE STATUS IS WS-RANK-STATUS.

           SELECT HOLD-MASTER
               ASSIGN TO 'C:\COBOL\HOLDMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT REQLIST
               ASSIGN TO 'C:\COBOL\TRNSREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       01 R-REC.
           COPY RANKREC.

       FD  HOLD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS HL-REC
           RECORD CONTAINS 70 CHARACTERS.

       01 HL-REC.
           COPY HOLDREC.

       FD  REQLIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS REQ-REC
           88 RANK-FILE-OPEN           VALUE 'Y'.
         05 WS-RANK-FOUND-SW   PIC X   VALUE 'N'.
           88 RANK-FOUND               VALUE 'Y'.
         05 WS-HOLD-STATUS     PIC XX  VALUE SPACES.
         05 WS-HOLD-OPEN-SW    PIC X   VALUE 'N'.
           88 HOLD-FILE-OPEN           VALUE 'Y'.
         05 WS-HOLD-EOF-SW     PIC X   VALUE 'N'.
           88 HOLD-CLUSTER-EOF         VALUE 'Y'.
         05 WS-HELD-SW         PIC X   VALUE 'N'.
           88 STUDENT-HELD             VALUE 'Y'.
         05 WS-TODAY           PIC X(8) VALUE SPACES.
         05 WS-MODE-PARM       PIC X(10) VALUE SPACES.
         05 WS-MODE-SW         PIC X     VALUE 'S'.
           88 SINGLE-MODE                VALUE 'S'.
         05 WS-CLUSTER-EOF-SW  PIC X     VALUE 'N'.
           88 CLUSTER-EOF                VALUE 'Y'.
         05 WS-GRADE-POINTS    PIC 9V99     VALUE 0.
         05 WS-IN-GPA-SW       PIC X        VALUE 'Y'.
           88 GRADE-IN-GPA                  VALUE 'Y'.
         05 WS-EARNS-SW        PIC X        VALUE 'Y'.
           88 GRADE-EARNS-CREDIT            VALUE 'Y'.
         05 WS-PREV-TERM       PIC X(6)     VALUE SPACES.
         05 WS-TERM-QP         PIC 9(5)V99  VALUE 0.
         05 WS-TERM-CR         PIC 9(4)     VALUE 0.
         05 WS-TERM-GPA-CR     PIC 9(4)     VALUE 0.
         05 WS-CUM-QP          PIC 9(5)V99  VALUE 0.
         05 WS-CUM-CR          PIC 9(4)     VALUE 0.
         05 WS-CUM-GPA-CR      PIC 9(4)     VALUE 0.
         05 WS-TERM-GPA        PIC 9V99     VALUE 0.
         05 WS-CUM-GPA         PIC 9V99     VALUE 0.
         05 C-COURSE-CTR       PIC 9(4)     VALUE 0.
         05 C-PRT-CTR          PIC 9(5)     VALUE 0.
         05 C-MISS-CTR         PIC 9(5)     VALUE 0.
         05 C-HELD-CTR         PIC 9(5)     VALUE 0.

      *EVERY ACTIVE HOLD THAT STOPPED A TRANSCRIPT COLLECTS HERE
      *FOR THE EXCEPTION PAGE PRINTED AT THE END OF THE RUN.
       01 WS-HELD-TABLE.
         05 WS-HELD-MAX        PIC 9(3)  VALUE 500.
         05 WS-HELD-CNT        PIC 9(3)  VALUE 0.
         05 WS-HELD-IX         PIC 9(3)  VALUE 0.
         05 WS-HELD-ENTRY OCCURS 500 TIMES.
           10 WS-HT-ID         PIC X(7).
           10 WS-HT-LNAME      PIC X(15).
           10 WS-HT-FNAME      PIC X(15).
           10 WS-HT-TYPE       PIC X(12).
           10 WS-HT-DATE       PIC X(8).
           10 WS-HT-BY         PIC X(8).
           10 WS-HT-REASON     PIC X(30).

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
           05 CG-CREDITS   PIC ZZZ9.
           05 FILLER       PIC X(92)   VALUE SPACES.

       01 HOLD-TITLE-LINE.
           05 FILLER       PIC X(44)
              VALUE 'TRANSCRIPT EXCEPTIONS - STUDENTS ON HOLD'.
           05 FILLER       PIC X(88)   VALUE SPACES.
       01 HOLD-HEADING-LINE.
           05 FILLER       PIC X(7)    VALUE 'ID'.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE 'LAST NAME'.
           05 FILLER       PIC X(7)    VALUE SPACES.
           05 FILLER       PIC X(10)   VALUE 'FIRST NAME'.
           05 FILLER       PIC X(6)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE 'HOLD TYPE'.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE 'PLACED'.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE 'PLACED BY'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE 'REASON'.
           05 FILLER       PIC X(49)   VALUE SPACES.
       01 HOLD-DETAIL-LINE.
           05 HD-ID        PIC X(7).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 HD-LNAME     PIC X(15).
           05 FILLER       PIC X       VALUE SPACE.
           05 HD-FNAME     PIC X(15).
           05 FILLER       PIC X       VALUE SPACE.
           05 HD-TYPE      PIC X(12).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 HD-DATE      PIC X(8).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 HD-BY        PIC X(8).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 HD-REASON    PIC X(30).
           05 FILLER       PIC X(25)   VALUE SPACES.
       01 HOLD-TOTAL-LINE.
           05 FILLER       PIC X(26)
              VALUE 'TRANSCRIPTS REFUSED:'.
           05 HV-CTR       PIC ZZZZ9.
           05 FILLER       PIC X(101)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF WS-RANK-STATUS = '00'
               SET RANK-FILE-OPEN TO TRUE
           END-IF.
      *NO HOLD MASTER YET JUST MEANS COBHLD00 HAS NEVER RUN - NO
      *STUDENT CAN BE ON HOLD.
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLD-STATUS = '00'
               SET HOLD-FILE-OPEN TO TRUE
           END-IF.
           IF LIST-MODE
               OPEN INPUT REQLIST
               IF WS-REQ-STATUS NOT = '00'
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-DATE TO WS-TODAY.

       1900-LIST-REQUEST.
           IF RQ-ID IS NUMERIC AND RQ-ID NOT = SPACES
               DISPLAY 'NO STUDENT ON MASTER OR ARCHIVE - SKIPPED: '
                   WS-REQ-ID UPON CONSOLE
           ELSE
               PERFORM 2050-HOLD-CHECK
               IF STUDENT-HELD
                   ADD 1 TO C-HELD-CTR
                   DISPLAY 'ON HOLD - TRANSCRIPT REFUSED: '
                       WS-REQ-ID UPON CONSOLE
               ELSE
                   PERFORM 2200-STUDENT-HEADER
                   PERFORM 2300-GRADE-CLUSTER
                   PERFORM 2700-CUM-GPA-LINE
                   ADD 1 TO C-PRT-CTR
               END-IF
           END-IF.

       2050-HOLD-CHECK.
      *HL-ID LEADS HL-KEY, SO STARTING AT THE ID WITH THE LOWEST
      *TYPE AND DATE AND READING FORWARD RETURNS EVERY HOLD THE
      *STUDENT HAS EVER CARRIED. ANY ONE STILL ACTIVE STOPS THE
      *TRANSCRIPT, WHATEVER ITS TYPE.
           MOVE 'N' TO WS-HELD-SW.
           MOVE 'N' TO WS-HOLD-EOF-SW.
           IF HOLD-FILE-OPEN
               MOVE WS-REQ-ID TO HL-ID
               MOVE LOW-VALUES TO HL-TYPE
               MOVE LOW-VALUES TO HL-PLACED-DATE
               START HOLD-MASTER KEY NOT < HL-KEY
                   INVALID KEY
                       SET HOLD-CLUSTER-EOF TO TRUE
               END-START
               IF NOT HOLD-CLUSTER-EOF
                   PERFORM 2960-READ-HOLD
               END-IF
               PERFORM 2080-CHECK-HOLD
                   UNTIL HOLD-CLUSTER-EOF
           END-IF.

       2080-CHECK-HOLD.
           IF HL-RELEASE-DATE = SPACES
               OR HL-RELEASE-DATE > WS-TODAY
               SET STUDENT-HELD TO TRUE
               PERFORM 2090-LOG-HOLD
           END-IF.
           PERFORM 2960-READ-HOLD.

       2090-LOG-HOLD.
           IF WS-HELD-CNT < WS-HELD-MAX
               ADD 1 TO WS-HELD-CNT
               MOVE WS-REQ-ID TO WS-HT-ID(WS-HELD-CNT)
               IF STUDENT-GRADUATED
                   MOVE A-LNAME TO WS-HT-LNAME(WS-HELD-CNT)
                   MOVE A-FNAME TO WS-HT-FNAME(WS-HELD-CNT)
               ELSE
                   MOVE I-LNAME TO WS-HT-LNAME(WS-HELD-CNT)
                   MOVE I-FNAME TO WS-HT-FNAME(WS-HELD-CNT)
               END-IF
               EVALUATE HL-TYPE
                   WHEN 'F'
                       MOVE 'FINANCIAL' TO WS-HT-TYPE(WS-HELD-CNT)
                   WHEN 'R'
                       MOVE 'REGISTRAR' TO WS-HT-TYPE(WS-HELD-CNT)
                   WHEN 'D'
                       MOVE 'DISCIPLINARY'
                           TO WS-HT-TYPE(WS-HELD-CNT)
                   WHEN 'L'
                       MOVE 'LIBRARY' TO WS-HT-TYPE(WS-HELD-CNT)
                   WHEN OTHER
                       MOVE HL-TYPE TO WS-HT-TYPE(WS-HELD-CNT)
               END-EVALUATE
               MOVE HL-PLACED-DATE TO WS-HT-DATE(WS-HELD-CNT)
               MOVE HL-PLACED-BY TO WS-HT-BY(WS-HELD-CNT)
               MOVE HL-REASON TO WS-HT-REASON(WS-HELD-CNT)
           ELSE
               DISPLAY 'HOLD TABLE FULL - NOT ON EXCEPTION PAGE: '
                   WS-REQ-ID UPON CONSOLE
           END-IF.

       2100-FIND-STUDENT.
           MOVE 0 TO WS-TERM-CR.
           MOVE 0 TO WS-CUM-QP.
           MOVE 0 TO WS-CUM-CR.
           MOVE 0 TO WS-CUM-GPA-CR.
           MOVE 0 TO C-COURSE-CTR.
           MOVE WS-REQ-ID TO G-ID.
           MOVE SPACES TO G-TERM.
               MOVE G-TERM TO WS-PREV-TERM
               MOVE 0 TO WS-TERM-QP
               MOVE 0 TO WS-TERM-CR
               MOVE 0 TO WS-TERM-GPA-CR
               PERFORM 2450-TERM-HEADER
           END-IF.
           ADD 1 TO C-COURSE-CTR.
           PERFORM 2500-GRADE-POINTS.
           IF GRADE-EARNS-CREDIT
               ADD G-CREDIT-HOURS TO WS-TERM-CR
               ADD G-CREDIT-HOURS TO WS-CUM-CR
           END-IF.
           IF GRADE-IN-GPA
               ADD G-CREDIT-HOURS TO WS-TERM-GPA-CR
               ADD G-CREDIT-HOURS TO WS-CUM-GPA-CR
               COMPUTE WS-TERM-QP = WS-TERM-QP
                   + (G-CREDIT-HOURS * WS-GRADE-POINTS)
               COMPUTE WS-CUM-QP = WS-CUM-QP
                   + (G-CREDIT-HOURS * WS-GRADE-POINTS)
           END-IF.
           MOVE G-COURSE TO O-COURSE.
           MOVE G-CREDIT-HOURS TO O-CREDITS.
           MOVE G-GRADE TO O-GRADE.
      *NEVER QUOTES A CUMULATIVE GPA THE RECOMPUTE WOULD DISAGREE
      *WITH. WHEN OTHER MEANS A HAND-EDITED RECORD - SCORE IT ZERO
      *RATHER THAN GUESS.
           MOVE 'Y' TO WS-IN-GPA-SW.
           MOVE 'Y' TO WS-EARNS-SW.
           EVALUATE G-GRADE
               WHEN 'A '  MOVE 4.00 TO WS-GRADE-POINTS
               WHEN 'A-'  MOVE 3.70 TO WS-GRADE-POINTS
               WHEN 'D '  MOVE 1.00 TO WS-GRADE-POINTS
               WHEN 'D-'  MOVE 0.70 TO WS-GRADE-POINTS
               WHEN 'F '  MOVE 0.00 TO WS-GRADE-POINTS
               WHEN 'P '
                   MOVE 0.00 TO WS-GRADE-POINTS
                   MOVE 'N' TO WS-IN-GPA-SW
               WHEN 'I '
               WHEN 'W '
               WHEN 'NP'
                   MOVE 0.00 TO WS-GRADE-POINTS
                   MOVE 'N' TO WS-IN-GPA-SW
                   MOVE 'N' TO WS-EARNS-SW
               WHEN OTHER MOVE 0.00 TO WS-GRADE-POINTS
           END-EVALUATE.

       2600-TERM-BREAK.
           MOVE 0 TO WS-TERM-GPA.
           IF WS-TERM-GPA-CR > 0
               COMPUTE WS-TERM-GPA ROUNDED
                   = WS-TERM-QP / WS-TERM-GPA-CR
           END-IF.
           MOVE WS-TERM-GPA TO TG-GPA.
           MOVE WS-TERM-CR TO TG-CREDITS.

       2700-CUM-GPA-LINE.
           MOVE 0 TO WS-CUM-GPA.
           IF WS-CUM-GPA-CR > 0
               COMPUTE WS-CUM-GPA ROUNDED
                   = WS-CUM-QP / WS-CUM-GPA-CR
           END-IF.
           MOVE WS-CUM-GPA TO CG-GPA.
           MOVE WS-CUM-CR TO CG-CREDITS.
               SET CLUSTER-EOF TO TRUE
           END-IF.

       2960-READ-HOLD.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   SET HOLD-CLUSTER-EOF TO TRUE
           END-READ.
           IF NOT HOLD-CLUSTER-EOF
               AND HL-ID NOT = WS-REQ-ID
               SET HOLD-CLUSTER-EOF TO TRUE
           END-IF.

       3000-CLOSING.
           IF C-HELD-CTR > 0
               PERFORM 3100-HOLD-EXCEPTIONS
           END-IF.
           DISPLAY 'TRANSCRIPTS PRINTED: ' C-PRT-CTR UPON CONSOLE.
           DISPLAY 'REQUESTS SKIPPED:    ' C-MISS-CTR UPON CONSOLE.
           DISPLAY 'REFUSED - ON HOLD:   ' C-HELD-CTR UPON CONSOLE.
           CLOSE GRADE-MASTER, STUDENT-MASTER, PRTOUT.
           IF HOLD-FILE-OPEN
               CLOSE HOLD-MASTER
           END-IF.
           IF ARCHIVE-IS-OPEN
               CLOSE ARCHIVE-FILE
           END-IF.
           IF LIST-MODE
               CLOSE REQLIST
           END-IF.

       3100-HOLD-EXCEPTIONS.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HOLD-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM HOLD-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-HELD-IX.
           PERFORM 3150-HOLD-DETAIL
               UNTIL WS-HELD-IX >= WS-HELD-CNT.
           MOVE C-HELD-CTR TO HV-CTR.
           WRITE PRTLINE FROM HOLD-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       3150-HOLD-DETAIL.
           ADD 1 TO WS-HELD-IX.
           MOVE WS-HT-ID(WS-HELD-IX)     TO HD-ID.
           MOVE WS-HT-LNAME(WS-HELD-IX)  TO HD-LNAME.
           MOVE WS-HT-FNAME(WS-HELD-IX)  TO HD-FNAME.
           MOVE WS-HT-TYPE(WS-HELD-IX)   TO HD-TYPE.
           MOVE WS-HT-DATE(WS-HELD-IX)   TO HD-DATE.
           MOVE WS-HT-BY(WS-HELD-IX)     TO HD-BY.
           MOVE WS-HT-REASON(WS-HELD-IX) TO HD-REASON.
           WRITE PRTLINE FROM HOLD-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   WRITE PRTLINE FROM HOLD-HEADING-LINE
                       AFTER ADVANCING PAGE
           END-WRITE.
