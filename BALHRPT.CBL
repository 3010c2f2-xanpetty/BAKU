       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BALHRPT.
       AUTHOR.        UNKNOWN.
      *
      *    AVERAGE-DAILY AND PEAK BALANCE REPORT OVER THE BALANCE
      *    HISTORY, FOR ANY RANGE OF BUSINESS DATES.  FOR EACH
      *    TOP-HOLDER -- AN ACCOUNT ABOVE THE LOWEST PARM-IN TIER
      *    CUTOFF ON AT LEAST ONE DAY OF THE PERIOD -- IT PRINTS THE
      *    AVERAGE DAILY BALANCE, THE PEAK WITH ITS DATE, THE LOW WITH
      *    ITS DATE, THE BALANCE AT THE END OF THE PERIOD, AND THE
      *    NUMBER OF DAYS ABOVE EACH TIER CUTOFF (CUMULATIVE, AS IN
      *    TOPACCTS).  THE LIST IS TIERED AND RANKED ON THE PERIOD-END
      *    BALANCE, AS THE TOP-HOLDERS LIST IS ON THE DAY'S BALANCE,
      *    OR -- ON REQUEST FROM THE CONTROL CARD -- ON THE AVERAGE
      *    DAILY BALANCE, SO AN ACCOUNT THAT HELD $12M FOR ONE DAY
      *    FALLS TO WHERE ITS AVERAGE PUTS IT.  THE AVERAGE IS TAKEN
      *    OVER THE DAYS THE ACCOUNT IS ON THE HISTORY IN THE PERIOD.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAL-HIST ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY.
           SELECT PARM-IN  ASSIGN TO PARMIN.
           SELECT OPTIONAL BALH-PARM ASSIGN TO BALHPARM.
           SELECT BALH-RPT ASSIGN TO BALHRPT.
           SELECT SORT-WORK ASSIGN TO SORTWK1.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BAL-HIST RECORD CONTAINS 80 CHARACTERS.
       COPY BALHREC REPLACING ==:TAG:== BY ==BAL==.

      *    SAME CONTROL/PARAMETER CARD TOPACCTS READS -- THE TIER
      *    CUTOFFS, AND THE AS-OF DATE THAT ENDS THE DEFAULT PERIOD.
       FD  PARM-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-REC.
           05 PARM-TIER-1    PIC 9(9) VALUE ZEROS.
           05 PARM-TIER-2    PIC 9(9) VALUE ZEROS.
           05 PARM-TIER-3    PIC 9(9) VALUE ZEROS.
           05 PARM-AS-OF-DTE PIC 9(8) VALUE ZEROS.
           05 FILLER         PIC X(45) VALUE SPACES.

      *    OPTIONAL PERIOD CARD -- FIRST AND LAST BUSINESS DATES
      *    (CCYYMMDD) AND THE RANKING BASIS: 'A' RANKS ON AVERAGE
      *    DAILY BALANCE, 'P' OR BLANK ON THE PERIOD-END BALANCE.  A
      *    ZERO OR BLANK LAST DATE MEANS THE AS-OF DATE; A ZERO OR
      *    BLANK FIRST DATE MEANS THE FIRST OF THE LAST DATE'S MONTH.
       FD  BALH-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  BHP-REC.
           05 BHP-FROM-DATE PIC 9(8).
           05 BHP-TO-DATE   PIC 9(8).
           05 BHP-BASIS     PIC X(1).
           05 FILLER        PIC X(63).

       FD  BALH-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC    PIC X(80) VALUE SPACES.

      *    SORT WORK FILE -- ONE RECORD PER TOP-HOLDER, CARRYING ITS
      *    PERIOD FIGURES, IN DESCENDING ORDER OF THE RANKING BASIS.
       SD  SORT-WORK.
       01  SD-REC.
           05 SD-BASIS     PIC S9(11)V99.
           05 SD-ACCTNO    PIC X(9).
           05 SD-FNAME     PIC X(11).
           05 SD-LNAME     PIC X(22).
           05 SD-ADB       PIC S9(11)V99.
           05 SD-PEAK      PIC S9(11)V99.
           05 SD-PEAK-DATE PIC 9(8).
           05 SD-LOW       PIC S9(11)V99.
           05 SD-LOW-DATE  PIC 9(8).
           05 SD-END-BAL   PIC S9(11)V99.
           05 SD-DAYS      PIC 9(5).
           05 SD-ABOVE     PIC 9(5) OCCURS 3 TIMES.

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

       WORKING-STORAGE SECTION.

       01 HIST-EOF      PIC X(1) VALUE 'N'.
       01 PARM-EOF      PIC X(1) VALUE 'N'.
       01 BHP-EOF       PIC X(1) VALUE 'N'.
       01 SORT-EOF      PIC X(1) VALUE 'N'.
       01 PARM-ERROR    PIC X(1) VALUE 'N'.
       01 RANGE-ERROR   PIC X(1) VALUE 'N'.
       01 AS-OF-NUM     PIC 9(8) VALUE 0.
       01 FROM-DATE     PIC 9(8) VALUE 0.
       01 TO-DATE       PIC 9(8) VALUE 0.
       01 RANK-BASIS    PIC X(1) VALUE 'P'.

       01 HIST-READ     PIC 9(9) VALUE 0.
       01 DAYS-IN-RANGE PIC 9(9) VALUE 0.
       01 ACCTS-IN-RANGE PIC 9(9) VALUE 0.
       01 LISTED-COUNT  PIC 9(9) VALUE 0.
       01 RANK-NO       PIC 9(7) VALUE 0.
       01 TIER-SUB      PIC 9(1) VALUE 0.

      *    THE ACCOUNT UNDER ACCUMULATION.  THE HISTORY ARRIVES IN
      *    ACCTNO THEN DATE ORDER, SO AN ACCOUNT'S PERIOD IS COMPLETE
      *    WHEN THE ACCTNO CHANGES, AND ITS LAST DAY READ IS ITS
      *    PERIOD-END BALANCE.
       01 ACC-OPEN      PIC X(1) VALUE 'N'.
       01 ACC-ACCTNO    PIC X(9) VALUE SPACES.
       01 ACC-FNAME     PIC X(11) VALUE SPACES.
       01 ACC-LNAME     PIC X(22) VALUE SPACES.
       01 ACC-DAYS      PIC 9(5) VALUE 0.
       01 ACC-SUM       PIC S9(15)V99 VALUE 0.
       01 ACC-PEAK      PIC S9(11)V99 VALUE 0.
       01 ACC-PEAK-DATE PIC 9(8) VALUE 0.
       01 ACC-LOW       PIC S9(11)V99 VALUE 0.
       01 ACC-LOW-DATE  PIC 9(8) VALUE 0.
       01 ACC-END-BAL   PIC S9(11)V99 VALUE 0.
       01 ACC-ABOVE-TABLE.
           05 ACC-ABOVE PIC 9(5) OCCURS 3 TIMES.
       01 ACC-ADB       PIC S9(11)V99 VALUE 0.

      *    TIER CONTROL TABLE -- BUILT FROM THE PARM CARD AT STARTUP
      *    EXACTLY AS TOPACCTS BUILDS ITS OWN, DEFAULTS AND ALL.
       01 TIER-TABLE.
           05 TIER-ENTRY OCCURS 3 TIMES INDEXED BY TIER-IDX.
               10 TIER-THRESHOLD PIC 9(9).
               10 TIER-LABEL     PIC X(24).

      *    TIER SECTION CONTROL FOR THE LISTING -- 4 IS THE SECTION
      *    BELOW THE LOWEST CUTOFF ON THE RANKING BASIS.
       01 CUR-GROUP     PIC 9(1) VALUE 0.
       01 REC-GROUP     PIC 9(1) VALUE 0.

       01 DISP-COUNT     PIC Z(8)9.
       01 DISP-DAYS      PIC ZZZZ9.
       01 DISP-RANK      PIC ZZZZ9.
       01 DISP-AMT       PIC -(11)9.99.
       01 DISP-TIER-THRESH PIC ZZZ,ZZZ,ZZ9.

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT BALH-RPT

           MOVE SPACES TO RPT-REC
           MOVE "AVERAGE-DAILY AND PEAK BALANCE REPORT" TO RPT-REC
           WRITE RPT-REC

           PERFORM A050-PARM-READ
           PERFORM A060-PERIOD-READ

           IF RANGE-ERROR = 'N'
               SORT SORT-WORK
                   ON DESCENDING KEY SD-BASIS
                   ON ASCENDING  KEY SD-ACCTNO
                   INPUT PROCEDURE A100-HISTORY-SCAN
                   OUTPUT PROCEDURE A200-LIST-WRITE
               PERFORM A300-SUMMARY-WRITE
           END-IF

           CLOSE BALH-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
      *        0  NORMAL COMPLETION
      *        4  NORMAL COMPLETION, BUT NO ACCOUNT CLEARED THE LOWEST
      *           CUTOFF ON ANY DAY OF THE PERIOD
      *       16  THE PERIOD CARD WAS INVALID (NOTHING WAS REPORTED),
      *           OR THE PARM CARD'S TIERS WERE OUT OF ORDER (THE
      *           LONGSTANDING DEFAULTS WERE SUBSTITUTED)
       A900-SET-RETURN-CODE.
           IF RANGE-ERROR = 'Y' OR PARM-ERROR = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               IF LISTED-COUNT = 0
                   ADD 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "BALHRPT"     TO STP-PROGRAM-ID
           MOVE AS-OF-NUM     TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE HIST-READ     TO STP-INPUT-COUNT
           MOVE LISTED-COUNT  TO STP-OUTPUT-COUNT
           MOVE 0             TO STP-REJECT-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    READS THE TIER CUTOFFS AND AS-OF DATE FROM THE PARM CARD,
      *    FALLING BACK TO THE SAME LONGSTANDING DEFAULTS TOPACCTS
      *    USES.
       A050-PARM-READ.
           MOVE 10000000 TO TIER-THRESHOLD(1)
           MOVE  8500000 TO TIER-THRESHOLD(2)
           MOVE  5000000 TO TIER-THRESHOLD(3)
           MOVE FUNCTION CURRENT-DATE(1:8) TO AS-OF-NUM

           OPEN INPUT PARM-IN
           READ PARM-IN
               AT END
                   MOVE 'Y' TO PARM-EOF
           END-READ

           IF PARM-EOF = 'N'
               IF PARM-TIER-1 > 0
                   MOVE PARM-TIER-1 TO TIER-THRESHOLD(1)
               END-IF
               IF PARM-TIER-2 > 0
                   MOVE PARM-TIER-2 TO TIER-THRESHOLD(2)
               END-IF
               IF PARM-TIER-3 > 0
                   MOVE PARM-TIER-3 TO TIER-THRESHOLD(3)
               END-IF
               IF PARM-AS-OF-DTE IS NUMERIC AND PARM-AS-OF-DTE NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(PARM-AS-OF-DTE) = 0
                       MOVE PARM-AS-OF-DTE TO AS-OF-NUM
                   ELSE
                       MOVE 'Y' TO PARM-ERROR
                   END-IF
               END-IF
           END-IF

           IF NOT (TIER-THRESHOLD(1) > TIER-THRESHOLD(2)
               AND TIER-THRESHOLD(2) > TIER-THRESHOLD(3))
               MOVE 10000000 TO TIER-THRESHOLD(1)
               MOVE  8500000 TO TIER-THRESHOLD(2)
               MOVE  5000000 TO TIER-THRESHOLD(3)
               MOVE 'Y' TO PARM-ERROR
           END-IF

           CLOSE PARM-IN

           PERFORM A051-TIER-LABEL-BUILD
               VARYING TIER-IDX FROM 1 BY 1 UNTIL TIER-IDX > 3

           IF PARM-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** PARM CARD INVALID - DEFAULTS USED ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

       A051-TIER-LABEL-BUILD.
           MOVE SPACES TO TIER-LABEL(TIER-IDX)
           MOVE TIER-THRESHOLD(TIER-IDX) TO DISP-TIER-THRESH
           STRING
               "OVER $"                       DELIMITED BY SIZE
               FUNCTION TRIM(DISP-TIER-THRESH) DELIMITED BY SIZE
               INTO TIER-LABEL(TIER-IDX)
           END-STRING.

      *    READS THE PERIOD CARD AND SETTLES THE DATE RANGE AND THE
      *    RANKING BASIS.  A DATE THAT IS NOT A REAL CCYYMMDD, A RANGE
      *    THAT ENDS BEFORE IT BEGINS, OR AN UNKNOWN BASIS STOPS THE
      *    REPORT RATHER THAN PRINTING FIGURES FOR A PERIOD NOBODY
      *    ASKED FOR.
       A060-PERIOD-READ.
           MOVE AS-OF-NUM TO TO-DATE
           MOVE 0 TO FROM-DATE

           OPEN INPUT BALH-PARM
           READ BALH-PARM
               AT END
                   MOVE 'Y' TO BHP-EOF
           END-READ

           IF BHP-EOF = 'N'
               IF BHP-TO-DATE IS NUMERIC AND BHP-TO-DATE NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(BHP-TO-DATE) = 0
                       MOVE BHP-TO-DATE TO TO-DATE
                   ELSE
                       MOVE 'Y' TO RANGE-ERROR
                   END-IF
               END-IF
               IF BHP-FROM-DATE IS NUMERIC AND BHP-FROM-DATE NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(BHP-FROM-DATE) = 0
                       MOVE BHP-FROM-DATE TO FROM-DATE
                   ELSE
                       MOVE 'Y' TO RANGE-ERROR
                   END-IF
               END-IF
               IF BHP-BASIS = 'A' OR BHP-BASIS = 'P'
                   MOVE BHP-BASIS TO RANK-BASIS
               ELSE
                   IF BHP-BASIS NOT = SPACE
                       MOVE 'Y' TO RANGE-ERROR
                   END-IF
               END-IF
           END-IF
           CLOSE BALH-PARM

           IF FROM-DATE = 0
               MOVE TO-DATE TO FROM-DATE
               MOVE 01 TO FROM-DATE(7:2)
           END-IF
           IF FROM-DATE > TO-DATE
               MOVE 'Y' TO RANGE-ERROR
           END-IF

           MOVE SPACES TO RPT-REC
           MOVE "PERIOD: " TO RPT-REC(1:8)
           MOVE FROM-DATE TO RPT-REC(9:8)
           MOVE " TO " TO RPT-REC(17:4)
           MOVE TO-DATE TO RPT-REC(21:8)
           IF RANK-BASIS = 'A'
               MOVE "  RANKED ON AVERAGE DAILY BALANCE"
                   TO RPT-REC(29:33)
           ELSE
               MOVE "  RANKED ON PERIOD-END BALANCE" TO RPT-REC(29:30)
           END-IF
           WRITE RPT-REC

           IF RANGE-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** PERIOD CARD INVALID - NOTHING REPORTED ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

      *    SORT INPUT PROCEDURE -- READS THE WHOLE HISTORY, GATHERING
      *    EACH ACCOUNT'S DAYS INSIDE THE PERIOD, AND RELEASES EACH
      *    TOP-HOLDER AS ITS ACCTNO ENDS.
       A100-HISTORY-SCAN.
           OPEN INPUT BAL-HIST
           PERFORM A110-HISTORY-READ UNTIL HIST-EOF = 'Y'
           IF ACC-OPEN = 'Y'
               PERFORM A130-ACCOUNT-CLOSE
           END-IF
           CLOSE BAL-HIST.

       A110-HISTORY-READ.
           READ BAL-HIST
               AT END
                   MOVE 'Y' TO HIST-EOF
               NOT AT END
                   COMPUTE HIST-READ = HIST-READ + 1
                   IF BAL-BUS-DATE NOT < FROM-DATE
                       AND BAL-BUS-DATE NOT > TO-DATE
                       PERFORM A120-DAY-ACCUM
                   END-IF
           END-READ.

       A120-DAY-ACCUM.
           COMPUTE DAYS-IN-RANGE = DAYS-IN-RANGE + 1
           IF ACC-OPEN = 'Y' AND BAL-ACCTNO NOT = ACC-ACCTNO
               PERFORM A130-ACCOUNT-CLOSE
           END-IF
           IF ACC-OPEN = 'N'
               PERFORM A125-ACCOUNT-OPEN
           END-IF

           COMPUTE ACC-DAYS = ACC-DAYS + 1
           ADD BAL-USD-BAL TO ACC-SUM
           IF BAL-USD-BAL > ACC-PEAK
               MOVE BAL-USD-BAL  TO ACC-PEAK
               MOVE BAL-BUS-DATE TO ACC-PEAK-DATE
           END-IF
           IF BAL-USD-BAL < ACC-LOW
               MOVE BAL-USD-BAL  TO ACC-LOW
               MOVE BAL-BUS-DATE TO ACC-LOW-DATE
           END-IF
           MOVE BAL-USD-BAL TO ACC-END-BAL
           MOVE BAL-FNAME   TO ACC-FNAME
           MOVE BAL-LNAME   TO ACC-LNAME
           PERFORM A121-TIER-DAY
               VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 3.

       A121-TIER-DAY.
           IF BAL-USD-BAL > TIER-THRESHOLD(TIER-SUB)
               ADD 1 TO ACC-ABOVE(TIER-SUB)
           END-IF.

      *    STARTS AN ACCOUNT'S PERIOD ON ITS FIRST DAY IN RANGE; THE
      *    FIRST DAY IS BOTH ITS PEAK AND ITS LOW UNTIL BEATEN.
       A125-ACCOUNT-OPEN.
           MOVE 'Y'          TO ACC-OPEN
           COMPUTE ACCTS-IN-RANGE = ACCTS-IN-RANGE + 1
           MOVE BAL-ACCTNO   TO ACC-ACCTNO
           MOVE 0            TO ACC-DAYS
           MOVE 0            TO ACC-SUM
           MOVE BAL-USD-BAL  TO ACC-PEAK
           MOVE BAL-BUS-DATE TO ACC-PEAK-DATE
           MOVE BAL-USD-BAL  TO ACC-LOW
           MOVE BAL-BUS-DATE TO ACC-LOW-DATE
           MOVE ZEROS        TO ACC-ABOVE-TABLE.

      *    ENDS AN ACCOUNT'S PERIOD.  AN ACCOUNT THAT NEVER CLEARED
      *    THE LOWEST CUTOFF IS NOT A TOP-HOLDER AND IS NOT RELEASED.
       A130-ACCOUNT-CLOSE.
           MOVE 'N' TO ACC-OPEN
           IF ACC-ABOVE(3) > 0
               COMPUTE ACC-ADB ROUNDED = ACC-SUM / ACC-DAYS
               MOVE ACC-ACCTNO    TO SD-ACCTNO
               MOVE ACC-FNAME     TO SD-FNAME
               MOVE ACC-LNAME     TO SD-LNAME
               MOVE ACC-ADB       TO SD-ADB
               MOVE ACC-PEAK      TO SD-PEAK
               MOVE ACC-PEAK-DATE TO SD-PEAK-DATE
               MOVE ACC-LOW       TO SD-LOW
               MOVE ACC-LOW-DATE  TO SD-LOW-DATE
               MOVE ACC-END-BAL   TO SD-END-BAL
               MOVE ACC-DAYS      TO SD-DAYS
               MOVE ACC-ABOVE(1)  TO SD-ABOVE(1)
               MOVE ACC-ABOVE(2)  TO SD-ABOVE(2)
               MOVE ACC-ABOVE(3)  TO SD-ABOVE(3)
               IF RANK-BASIS = 'A'
                   MOVE ACC-ADB     TO SD-BASIS
               ELSE
                   MOVE ACC-END-BAL TO SD-BASIS
               END-IF
               RELEASE SD-REC
           END-IF.

      *    SORT OUTPUT PROCEDURE -- THE RANKED LISTING, ONE SECTION
      *    PER TIER OF THE RANKING BASIS.
       A200-LIST-WRITE.
           MOVE SPACES TO RPT-REC
           MOVE "RANK ACCTNO    NAME" TO RPT-REC(1:19)
           MOVE "AVG DAILY BAL" TO RPT-REC(41:13)
           MOVE "PERIOD-END BAL" TO RPT-REC(58:14)
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "PEAK / DATE" TO RPT-REC(17:11)
           MOVE "LOW / DATE" TO RPT-REC(49:10)
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "DAYS ON FILE" TO RPT-REC(7:12)
           MOVE "OVER T1  OVER T2  OVER T3" TO RPT-REC(24:25)
           WRITE RPT-REC

           PERFORM A210-ACCOUNT-RETURN UNTIL SORT-EOF = 'Y'.

       A210-ACCOUNT-RETURN.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO SORT-EOF
               NOT AT END
                   PERFORM A220-ACCOUNT-PRINT
           END-RETURN.

       A220-ACCOUNT-PRINT.
           MOVE 4 TO REC-GROUP
           PERFORM A221-GROUP-SET
               VARYING TIER-SUB FROM 3 BY -1 UNTIL TIER-SUB < 1
           IF REC-GROUP NOT = CUR-GROUP
               MOVE REC-GROUP TO CUR-GROUP
               PERFORM A230-GROUP-HEADING
           END-IF

           COMPUTE RANK-NO = RANK-NO + 1
           COMPUTE LISTED-COUNT = LISTED-COUNT + 1

           MOVE SPACES TO RPT-REC
           MOVE RANK-NO TO DISP-RANK
           MOVE DISP-RANK TO RPT-REC(1:5)
           MOVE SD-ACCTNO TO RPT-REC(7:9)
           MOVE SD-LNAME(1:20) TO RPT-REC(17:20)
           MOVE SD-ADB TO DISP-AMT
           MOVE DISP-AMT TO RPT-REC(38:16)
           MOVE SD-END-BAL TO DISP-AMT
           MOVE DISP-AMT TO RPT-REC(56:16)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE SD-PEAK TO DISP-AMT
           MOVE DISP-AMT TO RPT-REC(12:16)
           MOVE SD-PEAK-DATE TO RPT-REC(29:8)
           MOVE SD-LOW TO DISP-AMT
           MOVE DISP-AMT TO RPT-REC(43:16)
           MOVE SD-LOW-DATE TO RPT-REC(60:8)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE SD-DAYS TO DISP-DAYS
           MOVE DISP-DAYS TO RPT-REC(14:5)
           MOVE SD-ABOVE(1) TO DISP-DAYS
           MOVE DISP-DAYS TO RPT-REC(26:5)
           MOVE SD-ABOVE(2) TO DISP-DAYS
           MOVE DISP-DAYS TO RPT-REC(35:5)
           MOVE SD-ABOVE(3) TO DISP-DAYS
           MOVE DISP-DAYS TO RPT-REC(44:5)
           WRITE RPT-REC.

      *    THE HIGHEST TIER WHOSE CUTOFF THE RANKING BASIS CLEARS;
      *    THE SCAN RUNS FROM THE LOWEST TIER UP, SO THE LAST ONE
      *    CLEARED STANDS.
       A221-GROUP-SET.
           IF SD-BASIS > TIER-THRESHOLD(TIER-SUB)
               MOVE TIER-SUB TO REC-GROUP
           END-IF.

       A230-GROUP-HEADING.
           MOVE "-------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF CUR-GROUP < 4
               MOVE TIER-LABEL(CUR-GROUP) TO RPT-REC(1:24)
           ELSE
               MOVE "AT OR UNDER $" TO RPT-REC(1:13)
               MOVE TIER-THRESHOLD(3) TO DISP-TIER-THRESH
               MOVE FUNCTION TRIM(DISP-TIER-THRESH) TO RPT-REC(14:11)
           END-IF
           IF RANK-BASIS = 'A'
               MOVE "ON AVERAGE DAILY BALANCE" TO RPT-REC(27:24)
           ELSE
               MOVE "ON PERIOD-END BALANCE" TO RPT-REC(27:21)
           END-IF
           WRITE RPT-REC.

       A300-SUMMARY-WRITE.
           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "HISTORY READ:      " TO RPT-REC(1:19)
           MOVE HIST-READ TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "DAYS IN PERIOD:    " TO RPT-REC(1:19)
           MOVE DAYS-IN-RANGE TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "ACCOUNTS IN PERIOD:" TO RPT-REC(1:19)
           MOVE ACCTS-IN-RANGE TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "TOP-HOLDERS LISTED:" TO RPT-REC(1:19)
           MOVE LISTED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC.
