      *    BATCH STEP-LOG RECORD -- ONE PER RUN OF EVERY BATCH
      *    PROGRAM, APPENDED LAST (AFTER THE RETURN CODE IS KNOWN)
      *    WHATEVER THE OUTCOME, THE WAY TOPACCTS APPENDS ITS AUDIT
      *    RECORD.  THE BUSINESS DATE IS THE DATE THE STEP RAN FOR --
      *    ITS OWN FILE OR AS-OF DATE WHERE IT HAS ONE, OTHERWISE THE
      *    AS-OF DATE ON THE PARM-IN CARD, OTHERWISE THE RUN DATE --
      *    SO ONE NIGHT'S STEPS SHARE ONE DATE.  THE COUNTS ARE THE
      *    STEP'S PRINCIPAL INPUT READ, OUTPUT WRITTEN, AND RECORDS
      *    REJECTED OR LISTED AS EXCEPTIONS; EODCHK READS THE LOG.
      *        COPY STEPREC REPLACING ==:TAG:== BY ==XX==.
       01  :TAG:-REC.
           05 :TAG:-PROGRAM-ID   PIC X(10).
           05 :TAG:-BUS-DATE     PIC 9(8).
           05 :TAG:-START-STAMP  PIC X(14).
           05 :TAG:-END-STAMP    PIC X(14).
           05 :TAG:-RETURN-CODE  PIC 9(3).
           05 :TAG:-INPUT-COUNT  PIC 9(9).
           05 :TAG:-OUTPUT-COUNT PIC 9(9).
           05 :TAG:-REJECT-COUNT PIC 9(9).
           05 FILLER             PIC X(4).
