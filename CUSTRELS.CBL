           SELECT PARM-IN  ASSIGN TO PARMIN.
           SELECT OPTIONAL RATE-IN ASSIGN TO RATEIN.
           SELECT REL-RPT  ASSIGN TO RELRPT.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
      *
       DATA DIVISION.
       FILE SECTION.
           05 PARM-TIER-1    PIC 9(9) VALUE ZEROS.
           05 PARM-TIER-2    PIC 9(9) VALUE ZEROS.
           05 PARM-TIER-3    PIC 9(9) VALUE ZEROS.
           05 PARM-AS-OF-DTE PIC 9(8) VALUE ZEROS.
           05 FILLER         PIC X(45) VALUE SPACES.

      *    DAILY EXCHANGE-RATE TABLE -- SAME CARD LAYOUT AND SAME
      *    RULES AS TOPACCTS: BLANK AND USD PASS AT PAR, ANYTHING
       FD  REL-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC    PIC X(80) VALUE SPACES.

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

       WORKING-STORAGE SECTION.

       01 UNL-EOF       PIC X(1) VALUE 'N'.
       01 DISP-TIER-TOT  PIC Z(10)9.99.
       01 DISP-TIER-THRESH PIC ZZZ,ZZZ,ZZ9.

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.
       01 STEP-BUS-DATE PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT REL-RPT

           PERFORM A050-PARM-READ
           CLOSE REL-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
               ADD 16 TO RETURN-CODE
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "CUSTRELS"    TO STP-PROGRAM-ID
           MOVE STEP-BUS-DATE TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE ACCTS-READ    TO STP-INPUT-COUNT
           MOVE MATCH-COUNT   TO STP-OUTPUT-COUNT
           MOVE EXC-COUNT     TO STP-REJECT-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    READS THE TIER CUTOFFS FROM THE PARM CARD, WHEN ONE IS
      *    SUPPLIED, OTHERWISE FALLS BACK TO THE SAME LONGSTANDING
      *    DEFAULTS TOPACCTS USES.
               IF PARM-TIER-3 > 0
                   MOVE PARM-TIER-3 TO TIER-THRESHOLD(3)
               END-IF
               IF PARM-AS-OF-DTE IS NUMERIC AND PARM-AS-OF-DTE NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(PARM-AS-OF-DTE) = 0
                       MOVE PARM-AS-OF-DTE TO STEP-BUS-DATE
                   END-IF
               END-IF
           END-IF

           IF NOT (TIER-THRESHOLD(1) > TIER-THRESHOLD(2)
