      *    PENDING MAINTENANCE RECORD -- ONE KEYED ACCOUNT-MASTER
      *    TRANSACTION HELD FOR A SECOND OPERATOR'S APPROVAL BEFORE
      *    ACCTMNT MAY APPLY IT.  PENDKEY QUEUES IT, NUMBERING IT AND
      *    STAMPING WHO KEYED IT AND WHEN; PENDAPRV RELEASES IT INTO
      *    THE TRANSACTION FILE ON AN APPROVAL FROM A DIFFERENT
      *    OPERATOR, DROPS IT ON A DECLINE, OR CARRIES IT FORWARD.
      *    THE ACTION CODE AND IMAGE ARE EXACTLY THE TRAN-IN RECORD
      *    ACCTMNT WILL SEE.
      *
      *    ONE RECORD WITH ACTION 'H' IS NOT AN ITEM BUT THE QUEUE'S
      *    HIGH-WATER MARK: ITS ID IS THE HIGHEST QUEUE NUMBER EVER
      *    ISSUED.  PENDAPRV WRITES IT AT THE END OF EVERY NEW PENDING
      *    FILE, SO A NUMBER IS NEVER ISSUED TWICE EVEN AFTER THE
      *    ITEMS THAT CARRIED IT HAVE BEEN DECIDED AND DROPPED.
      *        COPY PENDREC REPLACING ==:TAG:== BY ==XX==.
       01  :TAG:-REC.
           05 :TAG:-ID        PIC 9(9).
           05 :TAG:-KEYER     PIC X(8).
           05 :TAG:-KEY-STAMP PIC X(14).
           05 :TAG:-ACTION    PIC X(1).
           05 :TAG:-IMAGE     PIC X(120).
           05 FILLER          PIC X(8).
