           SELECT AUDT-IN  ASSIGN TO AUDITF.
           SELECT OPTIONAL INQ-PARM ASSIGN TO INQPARM.
           SELECT INQ-RPT  ASSIGN TO INQRPT.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
           SELECT OPTIONAL STEP-PARM ASSIGN TO PARMIN.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  INQ-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
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

       01 AUDIT-EOF   PIC X(1) VALUE 'N'.
       01 PARM-EOF    PIC X(1) VALUE 'N'.
       01 FROM-DTE    PIC 9(8) VALUE 0.
       01 TO-DTE      PIC 9(8) VALUE 99999999.
       01 READ-COUNT  PIC 9(9) VALUE 0.
       01 LIST-COUNT  PIC 9(9) VALUE 0.
       01 TIER-SUB    PIC 9(1) VALUE 0.

       01 DISP-THRESH PIC ZZZ,ZZZ,ZZ9.
       01 TIER-COL    PIC 9(2) VALUE 0.

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.
       01 STEP-BUS-DATE PIC 9(8) VALUE 0.
       01 STEP-PARM-EOF PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT INQ-RPT

           PERFORM A050-PARM-READ
           CLOSE INQ-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
               ADD 4 TO RETURN-CODE
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           PERFORM A951-STEP-DATE-READ
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "AUDITINQ"    TO STP-PROGRAM-ID
           MOVE STEP-BUS-DATE TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE READ-COUNT    TO STP-INPUT-COUNT
           MOVE LIST-COUNT    TO STP-OUTPUT-COUNT
           MOVE 0             TO STP-REJECT-COUNT
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

      *    READS THE RANGE CARD.  A MISSING CARD, OR ZERO DATES,
      *    FALLS BACK TO LISTING EVERYTHING -- AN INQUIRY THAT SHOWS
      *    TOO MUCH BEATS ONE THAT SILENTLY SHOWS NOTHING.
               AT END
                   MOVE 'Y' TO ARCH-EOF
               NOT AT END
                   COMPUTE READ-COUNT = READ-COUNT + 1
                   IF ARC-AS-OF >= FROM-DTE AND ARC-AS-OF <= TO-DTE
                       COMPUTE LIST-COUNT = LIST-COUNT + 1
                       MOVE ARC-REC TO AUD-REC
               AT END
                   MOVE 'Y' TO AUDIT-EOF
               NOT AT END
                   COMPUTE READ-COUNT = READ-COUNT + 1
                   IF AUD-AS-OF >= FROM-DTE AND AUD-AS-OF <= TO-DTE
                       COMPUTE LIST-COUNT = LIST-COUNT + 1
                       PERFORM A110-AUDIT-PRINT
