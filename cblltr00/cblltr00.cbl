      *PAPER. A RECIPIENT WITH NO ADDRESS ON FILE STILL GETS A*
      *LETTER, BUT GOES ON THE ADRMISS.PRT EXCEPTION REPORT SO THE*
      *MAIL ROOM KNOWS WHAT IT CANNOT SEND.*
      *NO DEAN'S-LIST LETTER GOES TO A STUDENT WITH AN ACTIVE*
      *DISCIPLINARY HOLD ON HOLDMST.DAT (SEE COBHLD00) - THE LETTER*
      *IS WITHHELD AND THE STUDENT IS LISTED ON LTRHOLD.PRT FOR THE*
      *DEAN'S OFFICE. PROBATION WARNINGS GO OUT REGARDLESS.*
      ***************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO 'C:\COBOL\LTRMERGE.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-MASTER
               ASSIGN TO 'C:\COBOL\HOLDMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT HOLDPRT
               ASSIGN TO 'C:\COBOL\LTRHOLD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SRTDMST

       01 MERGE-LINE      PIC X(132).

       FD  HOLD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS HL-REC
           RECORD CONTAINS 70 CHARACTERS.

       01 HL-REC.
           COPY HOLDREC.

       FD  HOLDPRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS HOLDLINE.

       01 HOLDLINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 MORE-RECS     PIC XXX      VALUE 'YES'.
         05 WS-PROBATION-FLOOR   PIC 9V99 VALUE 2.00.
         05 C-DEANS-CTR   PIC 9(6)     VALUE 0.
         05 C-PROB-CTR    PIC 9(6)     VALUE 0.
         05 C-HELD-CTR    PIC 9(6)     VALUE 0.
         05 WS-HOLD-STATUS PIC XX      VALUE SPACES.
         05 WS-HOLD-OPEN-SW PIC X      VALUE 'N'.
           88 HOLD-FILE-OPEN           VALUE 'Y'.
         05 WS-HOLD-EOF-SW PIC X       VALUE 'N'.
           88 HOLD-CLUSTER-EOF         VALUE 'Y'.
         05 WS-DISC-HOLD-SW PIC X      VALUE 'N'.
           88 DISCIPLINARY-HOLD        VALUE 'Y'.

       01 WS-DEPT-TABLE.
         05 WS-DEPT-MAX        PIC 99   VALUE 50.
           05 MV-CTR      PIC ZZZZZ9.
           05 FILLER      PIC X(101)  VALUE SPACES.

       01 HOLD-TITLE-LINE.
           05 FILLER      PIC X(43)
              VALUE 'DEANS LIST LETTERS WITHHELD   RUN DATE: '.
           05 HT-MM       PIC 99.
           05 FILLER      PIC X       VALUE '/'.
           05 HT-DD       PIC 99.
           05 FILLER      PIC X       VALUE '/'.
           05 HT-YY       PIC 9(4).
           05 FILLER      PIC X(79)   VALUE SPACES.
       01 HOLD-HEADING-LINE.
           05 FILLER      PIC X(7)    VALUE 'ID'.
           05 FILLER      PIC X(5)    VALUE SPACES.
           05 FILLER      PIC X(9)    VALUE 'LAST NAME'.
           05 FILLER      PIC X(9)    VALUE SPACES.
           05 FILLER      PIC X(10)   VALUE 'FIRST NAME'.
           05 FILLER      PIC X(8)    VALUE SPACES.
           05 FILLER      PIC X(3)    VALUE 'GPA'.
           05 FILLER      PIC X(3)    VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'PLACED'.
           05 FILLER      PIC X(4)    VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'REASON'.
           05 FILLER      PIC X(62)   VALUE SPACES.
       01 HOLD-DETAIL-LINE.
           05 HD-ID       PIC X(7).
           05 FILLER      PIC X(5)    VALUE SPACES.
           05 HD-LNAME    PIC X(15).
           05 FILLER      PIC X(3)    VALUE SPACES.
           05 HD-FNAME    PIC X(15).
           05 FILLER      PIC X(3)    VALUE SPACES.
           05 HD-GPA      PIC 9.99.
           05 FILLER      PIC X(2)    VALUE SPACES.
           05 HD-DATE     PIC X(8).
           05 FILLER      PIC X(2)    VALUE SPACES.
           05 HD-REASON   PIC X(30).
           05 FILLER      PIC X(38)   VALUE SPACES.
       01 HOLD-TOTAL-LINE.
           05 FILLER      PIC X(25)
              VALUE 'LETTERS WITHHELD:'.
           05 HV-CTR      PIC ZZZZZ9.
           05 FILLER      PIC X(101)  VALUE SPACES.

       01 COVER-TITLE-LINE.
           05 FILLER      PIC X(37)
              VALUE 'LETTER RUN COVER SUMMARY   RUN DATE: '.
           END-IF.
           OPEN OUTPUT MISSPRT.
           OPEN OUTPUT MERGEOUT.
      *NO HOLD MASTER YET MEANS NO STUDENT IS ON HOLD.
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLD-STATUS = '00'
               SET HOLD-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT HOLDPRT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MM TO LD-MM.
           MOVE I-DD TO LD-DD.
               AFTER ADVANCING 1 LINE.
           WRITE MISSLINE FROM MISS-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE I-MM TO HT-MM.
           MOVE I-DD TO HT-DD.
           MOVE I-YY TO HT-YY.
           WRITE HOLDLINE FROM HOLD-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE HOLDLINE FROM HOLD-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 9000-READ.

      *RECORDS THAT ALREADY PASSED COBTEM00'S 1500-VALIDATE-PASS,
      *SO A NUMERIC GUARD IS ALL THE CAUTION NEEDED.
           IF S-GPA IS NUMERIC
               MOVE 'N' TO WS-DISC-HOLD-SW
               IF S-GPA >= WS-DEANS-LIST-CUTOFF
                   PERFORM 2750-CHECK-HOLD
               END-IF
               EVALUATE TRUE
                   WHEN S-GPA >= WS-DEANS-LIST-CUTOFF
                       AND DISCIPLINARY-HOLD
                       PERFORM 2800-HOLD-REPORT
                   WHEN S-GPA >= WS-DEANS-LIST-CUTOFF
                       ADD 1 TO C-DEANS-CTR
                       PERFORM 2300-POST-DEPT
           MOVE 'THE REGISTRAR''S OFFICE ' TO LT-TEXT.
           PERFORM 2600-WRITE-TEXT.

       2750-CHECK-HOLD.
      *DISCIPLINARY HOLDS FILE TOGETHER UNDER ID + 'D' ON HL-KEY,
      *SO START THERE AND READ FORWARD UNTIL THE ID OR TYPE
      *CHANGES. ONE HOLD NOT YET RELEASED AS OF TODAY IS ENOUGH.
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
                   PERFORM 9100-READ-HOLD
               END-IF
               PERFORM 2760-CHECK-ONE-HOLD
                   UNTIL HOLD-CLUSTER-EOF OR DISCIPLINARY-HOLD
           END-IF.

       2760-CHECK-ONE-HOLD.
           IF HL-RELEASE-DATE = SPACES
               OR HL-RELEASE-DATE > I-DATE
               SET DISCIPLINARY-HOLD TO TRUE
           ELSE
               PERFORM 9100-READ-HOLD
           END-IF.

       2800-HOLD-REPORT.
           ADD 1 TO C-HELD-CTR.
           MOVE S-ID TO HD-ID.
           MOVE S-LNAME TO HD-LNAME.
           MOVE S-FNAME TO HD-FNAME.
           MOVE S-GPA TO HD-GPA.
           MOVE HL-PLACED-DATE TO HD-DATE.
           MOVE HL-REASON TO HD-REASON.
           WRITE HOLDLINE FROM HOLD-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       3000-CLOSING.
           MOVE I-MM TO CT-MM.
           MOVE I-DD TO CT-DD.
           DISPLAY 'PROBATION LETTERS:  ' C-PROB-CTR UPON CONSOLE.
           DISPLAY 'NO ADDRESS ON FILE: ' C-MISS-CTR UPON CONSOLE.

           MOVE C-HELD-CTR TO HV-CTR.
           WRITE HOLDLINE FROM HOLD-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           DISPLAY 'WITHHELD - ON HOLD: ' C-HELD-CTR UPON CONSOLE.

           CLOSE SRTDMST, LTROUT, COVEROUT, MISSPRT, MERGEOUT.
           CLOSE HOLDPRT.
           IF ADDRESS-FILE-OPEN
               CLOSE ADDRMST
           END-IF.
           IF HOLD-FILE-OPEN
               CLOSE HOLD-MASTER
           END-IF.

       3100-COVER-DETAIL.
           ADD 1 TO WS-DEPT-IX.
           READ SRTDMST
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-READ-HOLD.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   SET HOLD-CLUSTER-EOF TO TRUE
           END-READ.
           IF NOT HOLD-CLUSTER-EOF
               AND (HL-ID NOT = S-ID OR HL-TYPE NOT = 'D')
               SET HOLD-CLUSTER-EOF TO TRUE
           END-IF.
