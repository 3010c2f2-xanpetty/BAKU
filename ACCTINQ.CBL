               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCTNO.
           SELECT INQ-RPT  ASSIGN TO INQRPT.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
      *
       DATA DIVISION.
       FILE SECTION.
      *    TODAY" IS DERIVED FROM THE THRESHOLDS ACTUALLY IN EFFECT.
       FD  TIER-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-REC.
           05 PARM-TIER-1    PIC 9(9).
           05 PARM-TIER-2    PIC 9(9).
           05 PARM-TIER-3    PIC 9(9).
           05 PARM-AS-OF-DTE PIC 9(8).
           05 FILLER         PIC X(45).

       FD  RATE-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RATE-REC.
       FD  INQ-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC    PIC X(80) VALUE SPACES.

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

       WORKING-STORAGE SECTION.

       01 PARM-EOF      PIC X(1) VALUE 'N'.
       01 DISP-MONEY    PIC Z(8)9.99.
       01 DISP-TENURE   PIC Z(2)9.

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.
       01 STEP-BUS-DATE PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT INQ-RPT

           MOVE SPACES TO RPT-REC
           CLOSE INQ-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
               ADD 8 TO RETURN-CODE
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "ACCTINQ"     TO STP-PROGRAM-ID
           MOVE STEP-BUS-DATE TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE CARD-COUNT    TO STP-INPUT-COUNT
           MOVE FOUND-COUNT   TO STP-OUTPUT-COUNT
           MOVE MISS-COUNT    TO STP-REJECT-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    TIER THRESHOLDS -- THE LONGSTANDING DEFAULTS UNLESS THE
      *    SAME PARM CARD TOPACCTS READS IS POINTED AT THIS STEP TOO.
      *    AN OUT-OF-ORDER CARD FALLS BACK TO THE DEFAULTS, AS THERE.
               IF PARM-TIER-3 IS NUMERIC AND PARM-TIER-3 > 0
                   MOVE PARM-TIER-3 TO TIER-THRESHOLD(3)
               END-IF
               IF PARM-AS-OF-DTE IS NUMERIC AND PARM-AS-OF-DTE NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(PARM-AS-OF-DTE) = 0
                       MOVE PARM-AS-OF-DTE TO STEP-BUS-DATE
                   END-IF
               END-IF
           END-IF
           CLOSE TIER-PARM

