               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCTNO.
           SELECT RCVR-RPT ASSIGN TO RCVRRPT.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
           SELECT OPTIONAL STEP-PARM ASSIGN TO PARMIN.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RCVR-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC    PIC X(80) VALUE SPACES.

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

      *    SAME CONTROL/PARAMETER CARD TOPACCTS READS -- ONLY ITS
      *    AS-OF DATE IS USED, TO DATE THE STEP-LOG RECORD WITH THE
      *    NIGHT'S BUSINESS DATE.
       FD  STEP-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  STEP-PARM-REC.
           05 FILLER        PIC X(27).
           05 SPM-AS-OF-DTE PIC 9(8).
           05 FILLER        PIC X(45).

       WORKING-STORAGE SECTION.

       01 JRNL-EOF      PIC X(1) VALUE 'N'.
       01 BACK-TABLE.
           05 BACK-ENTRY OCCURS 10000 TIMES PIC X(264).

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.
       01 STEP-BUS-DATE PIC 9(8) VALUE 0.
       01 STEP-PARM-EOF PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT RCVR-RPT

           PERFORM A050-PARM-READ
           CLOSE RCVR-RPT

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
           PERFORM A951-STEP-DATE-READ
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "ACCTRCVR"    TO STP-PROGRAM-ID
           MOVE STEP-BUS-DATE TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE JRNL-READ     TO STP-INPUT-COUNT
           MOVE APPLY-COUNT   TO STP-OUTPUT-COUNT
           MOVE FAIL-COUNT    TO STP-REJECT-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    THE BUSINESS DATE FOR THE STEP LOG -- THE AS-OF DATE ON
      *    THE PARM-IN CARD WHEN ONE IS SUPPLIED, OTHERWISE THE RUN
      *    DATE.
       A951-STEP-DATE-READ.
           OPEN INPUT STEP-PARM
           READ STEP-PARM
               AT END
                   MOVE 'Y' TO STEP-PARM-EOF
           END-READ
           IF STEP-PARM-EOF = 'N'
               IF SPM-AS-OF-DTE IS NUMERIC AND SPM-AS-OF-DTE NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(SPM-AS-OF-DTE) = 0
                       MOVE SPM-AS-OF-DTE TO STEP-BUS-DATE
                   END-IF
               END-IF
           END-IF
           CLOSE STEP-PARM.

      *    READS AND VALIDATES THE CONTROL CARD.  A RECOVERY RUN WITH
      *    NO USABLE INSTRUCTIONS MUST TOUCH NOTHING.
       A050-PARM-READ.
