      *    BALANCE-HISTORY RECORD -- ONE ACCOUNT'S BALANCE ON ONE
      *    BUSINESS DAY, KEYED ON ACCTNO THEN BUSINESS DATE, SO ONE
      *    ACCOUNT'S DAYS READ TOGETHER IN DATE ORDER.  BALHLOAD
      *    ADDS A DAY FROM EACH NIGHT'S ACCTUNLD UNLOAD, WITH THE
      *    BALANCE ALREADY CONVERTED TO USD AT THAT DAY'S RATES;
      *    BALHRPT READS IT FOR AVERAGE-DAILY AND PEAK BALANCES, AND
      *    BALHPURG KEEPS IT TO ITS RETENTION WINDOW.  THE NAME,
      *    BRANCH AND OFFICER ARE AS THEY STOOD THAT DAY.
      *        COPY BALHREC REPLACING ==:TAG:== BY ==XX==.
       01  :TAG:-REC.
           05 :TAG:-KEY.
               10 :TAG:-ACCTNO   PIC X(9).
               10 :TAG:-BUS-DATE PIC 9(8).
           05 :TAG:-USD-BAL    PIC S9(11)V99.
           05 :TAG:-CCY-CODE   PIC X(3).
           05 :TAG:-FNAME      PIC X(11).
           05 :TAG:-LNAME      PIC X(22).
           05 :TAG:-BRANCH-CD  PIC X(3).
           05 :TAG:-OFFICER-CD PIC X(4).
           05 FILLER           PIC X(7).
