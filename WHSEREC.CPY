      *    WAREHOUSED MAINTENANCE RECORD -- ONE FUTURE-DATED ACCOUNT-
      *    MASTER TRANSACTION ACCTMNT HAS RECEIVED BUT MAY NOT APPLY
      *    UNTIL ITS EFFECTIVE DATE.  CARRIED FROM RUN TO RUN (LAST
      *    RUN'S IN, THIS RUN'S OUT) UNTIL THE BUSINESS DATE REACHES
      *    THE EFFECTIVE DATE AND IT IS APPLIED, OR A CANCEL
      *    TRANSACTION WITHDRAWS IT.  THE ACTION CODE AND IMAGE ARE
      *    THE TRAN-IN RECORD AS RECEIVED; THE RECEIVED DATE IS THE
      *    FILE DATE OF THE TRANSACTION FILE THAT CARRIED IT.
      *        COPY WHSEREC REPLACING ==:TAG:== BY ==XX==.
       01  :TAG:-REC.
           05 :TAG:-EFF-DATE  PIC X(8).
           05 :TAG:-RECV-DATE PIC X(8).
           05 :TAG:-ACTION    PIC X(1).
           05 :TAG:-IMAGE     PIC X(120).
           05 FILLER          PIC X(23).
