      *****************************************************************
      *REGREC - COURSE REGISTRATION RECORD LAYOUT
      *ONE RECORD PER STUDENT PER SECTION PER TERM ON REGMST.DAT,
      *MAINTAINED BY COBREG00. RG-KEY LEADS WITH THE SECTION KEY
      *(SEE SECTREC) SO A START AT TERM + COURSE + SECTION READS
      *BACK THE WHOLE CLASS LIST AND WAITLIST IN ID ORDER.
      *RG-STATUS IS 'E' ENROLLED, 'W' WAITLISTED OR 'D' DROPPED -
      *A DROP STAYS ON FILE AS HISTORY. RG-WAIT-SEQ IS THE PLACE
      *IN LINE GIVEN WHEN THE STUDENT WAS WAITLISTED (ZERO FOR A
      *STRAIGHT ENROLLMENT). RG-STAT-DATE IS WHEN RG-STATUS LAST
      *CHANGED. DATES ARE YYYYMMDD.
      *COPY REGREC.                                (TO USE RG- NAMES)
      *****************************************************************
           05 RG-KEY.
             10 RG-TERM        PIC X(6).
             10 RG-COURSE      PIC X(8).
             10 RG-SECTION     PIC X(3).
             10 RG-ID          PIC X(7).
           05 RG-STATUS        PIC X.
             88 RG-IS-ENROLLED           VALUE 'E'.
             88 RG-IS-WAITING            VALUE 'W'.
             88 RG-IS-DROPPED            VALUE 'D'.
           05 RG-WAIT-SEQ      PIC 9(5).
           05 RG-REG-DATE      PIC X(8).
           05 RG-STAT-DATE     PIC X(8).
