      *HAND-KEYED GPAS THAT WERE WRONG CAN BE SEEN. THE ROSTER,*
      *DEAN'S-LIST CHECK AND RAISE REPORT THEN RUN OFF COMPUTED*
      *TRUTH INSTEAD OF KEYSTROKES.*
      *I (INCOMPLETE), W (WITHDRAWN), P (PASS) AND NP (NO PASS) ARE*
      *NOT LETTER GRADES - THEY CARRY NO POINTS AND THEIR HOURS ARE*
      *LEFT OUT OF THE GPA ALTOGETHER.*
      ***************************************************************

       ENVIRONMENT DIVISION.
         05 WS-GRADE-STATUS    PIC XX  VALUE SPACES.
         05 WS-PREV-ID         PIC X(7)     VALUE SPACES.
         05 WS-GRADE-POINTS    PIC 9V99     VALUE 0.
         05 WS-IN-GPA-SW       PIC X        VALUE 'Y'.
           88 GRADE-IN-GPA                  VALUE 'Y'.
         05 WS-QP-TOTAL        PIC 9(5)V99  VALUE 0.
         05 WS-CR-TOTAL        PIC 9(4)     VALUE 0.
         05 WS-OLD-GPA         PIC 9V99     VALUE 0.
               MOVE 0 TO WS-CR-TOTAL
           END-IF.
           PERFORM 2100-GRADE-POINTS.
           IF GRADE-IN-GPA
               ADD G-CREDIT-HOURS TO WS-CR-TOTAL
               COMPUTE WS-QP-TOTAL = WS-QP-TOTAL
                   + (G-CREDIT-HOURS * WS-GRADE-POINTS)
           END-IF.
           PERFORM 9000-READ.

       2100-GRADE-POINTS.
      *COBGRD00'S 2060-CHECK-GRADE ONLY LETS THESE TWELVE LETTER
      *GRADES AND THE FOUR NON-GPA CODES ONTO THE FILE, SO WHEN
      *OTHER HERE MEANS A RECORD WAS HAND-EDITED - SCORE IT ZERO
      *RATHER THAN GUESS.
           MOVE 'Y' TO WS-IN-GPA-SW.
           EVALUATE G-GRADE
               WHEN 'A '  MOVE 4.00 TO WS-GRADE-POINTS
               WHEN 'A-'  MOVE 3.70 TO WS-GRADE-POINTS
               WHEN 'D '  MOVE 1.00 TO WS-GRADE-POINTS
               WHEN 'D-'  MOVE 0.70 TO WS-GRADE-POINTS
               WHEN 'F '  MOVE 0.00 TO WS-GRADE-POINTS
               WHEN 'I '
               WHEN 'W '
               WHEN 'P '
               WHEN 'NP'
                   MOVE 0.00 TO WS-GRADE-POINTS
                   MOVE 'N' TO WS-IN-GPA-SW
               WHEN OTHER MOVE 0.00 TO WS-GRADE-POINTS
           END-EVALUATE.

