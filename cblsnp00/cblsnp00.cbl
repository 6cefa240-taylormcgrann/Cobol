      *TERM-END SNAPSHOT. THIS PROGRAM COPIES EVERY STDNTMST.DAT*
      *RECORD INTO THE HISTORY FILE STDNTHIS.DAT, KEYED ON I-ID*
      *PLUS THE TERM STAMP GIVEN ON THE COMMAND LINE (YYYYNN, SEE*
      *HISTREC) OR, IF NONE IS GIVEN, THE CURRENT TERM FROM THE*
      *TERM CALENDAR, SO LAST TERM'S GPA AND SALARY SURVIVE THE NEXT*
      *COBMNT00 REWRITE AND COBTRD00 CAN REPORT TRENDS ACROSS*
      *TERMS. RERUNNING FOR THE SAME TERM IS SAFE - A STUDENT*
      *ALREADY SNAPPED THIS TERM IS COUNTED AND LEFT ALONE.*
               RECORD KEY IS H-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TERM-MASTER
               ASSIGN TO 'C:\COBOL\TERMMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
       01 H-REC.
           COPY HISTREC.

       FD  TERM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TM-REC
           RECORD CONTAINS 59 CHARACTERS.

       01 TM-REC.
           COPY TERMREC.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 MORE-RECS          PIC XXX   VALUE 'YES'.
         05 WS-HIST-STATUS     PIC XX    VALUE SPACES.
         05 WS-TERM-PARM       PIC X(10) VALUE SPACES.
         05 WS-TERM-STATUS     PIC XX    VALUE SPACES.
         05 WS-CUR-TERM        PIC X(6)  VALUE SPACES.
         05 WS-TERM-EOF-SW     PIC X     VALUE 'N'.
           88 TERM-EOF                   VALUE 'Y'.
         05 WS-SNAP-TERM       PIC X(6)  VALUE SPACES.
         05 C-SNAP-CTR         PIC 9(6)  VALUE 0.
         05 C-DUP-CTR          PIC 9(6)  VALUE 0.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.
      *THE STAMP MUST BE A TERM ON THE CALENDAR - A SHORT, PADDED
      *OR MISTYPED TERM WOULD PLANT A BAD KEY ON STDNTHIS.DAT
      *FOREVER AND BREAK THE YYYYNN COLLATION HISTREC PROMISES
      *COBTRD00.
           PERFORM 1050-RESOLVE-TERM.

           OPEN INPUT STUDENT-MASTER.
           OPEN I-O HISTORY-FILE.
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.

           PERFORM 9000-READ.

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
                   DISPLAY 'SNAPSHOT TERM MUST BE GIVEN ON THE COMMAND '
                       'LINE AS YYYYNN, E.G. 202603 FOR FALL 2026,'
                       UPON CONSOLE
                   DISPLAY 'OR LEFT BLANK FOR THE CURRENT TERM.'
                       UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE TM-TERM TO WS-SNAP-TERM.
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
           MOVE I-ID           TO H-ID.
           MOVE WS-SNAP-TERM   TO H-TERM.
