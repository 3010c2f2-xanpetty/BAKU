           SELECT HIST-NEW  ASSIGN TO HISTNEW.
           SELECT HIST-ARC  ASSIGN TO HISTARC.
           SELECT ARCH-RPT  ASSIGN TO ARCHRPT.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC    PIC X(80) VALUE SPACES.

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

       WORKING-STORAGE SECTION.

       01 PARM-EOF      PIC X(1) VALUE 'N'.
       01 HSM-OPEN      PIC X(1) VALUE 'N'.
       COPY HISTREC REPLACING ==:TAG:== BY ==HSM==.

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT ARCH-RPT

           MOVE SPACES TO RPT-REC
           CLOSE ARCH-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
               END-IF
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "ARCHPURG"    TO STP-PROGRAM-ID
           MOVE AS-OF-NUM     TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           COMPUTE STP-INPUT-COUNT = AUDT-READ + HIST-READ
           COMPUTE STP-OUTPUT-COUNT = AUDT-ARCHD + HIST-ARCHD
           MOVE 0             TO STP-REJECT-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    READS THE RETENTION CARD AND DERIVES THE CUTOFF -- THE
      *    OLDEST AS-OF DATE THAT STAYS ONLINE.
       A050-PARM-READ.
