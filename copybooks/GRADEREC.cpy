      *STUDENT ROSTER PROGRAMS (COBGRD00, COBGPA00). G-KEY IS THE
      *FULL RECORD KEY ON GRADEMST.DAT - G-ID LEADS IT SO A
      *SEQUENTIAL PASS COMES BACK GROUPED BY STUDENT.
      *G-GRADE IS A LETTER GRADE (A, A-, B+ ... D-, F) OR ONE OF THE
      *NON-GPA CODES I, W, P AND NP, LEFT JUSTIFIED IN TWO BYTES.
      *COPY GRADEREC.                               (TO USE G- NAMES)
      *COPY GRADEREC REPLACING ==G-KEY==          BY ==xx-KEY==
      *                        ==G-ID==           BY ==xx-ID==
