      *****************************************************************
      *SECTREC - TERM COURSE SECTION RECORD LAYOUT
      *ONE RECORD PER SECTION OFFERED IN A TERM ON SECTMST.DAT,
      *MAINTAINED BY COBREG00. SC-KEY IS TERM (YYYYNN, SEE HISTREC),
      *CATALOG COURSE AND SECTION NUMBER, SO A START AT TERM PLUS
      *COURSE READS BACK EVERY SECTION OF THAT COURSE.
      *SC-ENROLLED AND SC-WAITING ARE RUNNING COUNTS OF THE ENROLLED
      *AND WAITLISTED REGISTRATIONS ON REGMST.DAT. SC-NEXT-WAIT IS
      *THE LAST WAITLIST SEQUENCE NUMBER HANDED OUT FOR THE SECTION
      *- THE LOWEST WAITING SEQUENCE IS FIRST IN LINE FOR A SEAT.
      *COPY SECTREC.                               (TO USE SC- NAMES)
      *COPY SECTREC REPLACING ==SC-KEY==          BY ==xx-KEY==
      *                       ==SC-TERM==         BY ==xx-TERM==
      *                       ==SC-COURSE==       BY ==xx-COURSE==
      *                       ==SC-SECTION==      BY ==xx-SECTION==
      *                       ==SC-CAPACITY==     BY ==xx-CAPACITY==
      *                       ==SC-ENROLLED==     BY ==xx-ENROLLED==
      *                       ==SC-WAITING==      BY ==xx-WAITING==
      *                       ==SC-NEXT-WAIT==    BY ==xx-NEXT-WAIT==.
      *EACH FIELD NAME MUST BE REPLACED WHOLE - COPY REPLACING MATCHES
      *WHOLE PSEUDO-TEXT WORDS, SO A PREFIX-ONLY ==SC-== BY ==xx-==
      *DOES NOT MATCH INSIDE A SINGLE HYPHENATED TOKEN LIKE SC-TERM.
      *****************************************************************
           05 SC-KEY.
             10 SC-TERM        PIC X(6).
             10 SC-COURSE      PIC X(8).
             10 SC-SECTION     PIC X(3).
           05 SC-CAPACITY      PIC 9(3).
           05 SC-ENROLLED      PIC 9(3).
           05 SC-WAITING       PIC 9(3).
           05 SC-NEXT-WAIT     PIC 9(5).
