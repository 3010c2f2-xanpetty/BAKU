               RECORD KEY IS BRN-CODE.
           SELECT CHKPT-FILE ASSIGN TO CHKPTF.
           SELECT SORT-WORK  ASSIGN TO SORTWK1.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
      *
       DATA DIVISION.
       FILE SECTION.
           05 SD-LAST-ACT    PIC X(8).
           05 SD-OFFICER     PIC X(4).

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

       WORKING-STORAGE SECTION.

       01 REAL-MONEY PIC 9(9)V99 VALUE 0.
           03 FILLER    pic x VALUE '.'.
           03 year      pic 9(4).

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START.

           OPEN OUTPUT PRT-OUT.
           OPEN OUTPUT REJ-OUT.
           OPEN OUTPUT CSV-OUT.

           PERFORM A900-SET-RETURN-CODE.
           PERFORM A910-AUDIT-WRITE.
           PERFORM A950-STEP-LOG-WRITE.
           STOP RUN.

      *    APPENDS THIS RUN'S SUMMARY FIGURES TO THE RUN-HISTORY
           MOVE TIER-THRESHOLD(TIER-IDX)
               TO AUD-TIER-THRESH(TIER-IDX).

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "TOPACCTS"    TO STP-PROGRAM-ID
           MOVE TODAY-NUM     TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE RECORDS-READ  TO STP-INPUT-COUNT
           MOVE TOTAL-ACCT    TO STP-OUTPUT-COUNT
           MOVE REJECT-COUNT  TO STP-REJECT-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    READS THE TIER CUTOFFS FROM THE PARM CARD, WHEN ONE IS
      *    SUPPLIED, OTHERWISE FALLS BACK TO THE LONGSTANDING DEFAULTS
      *    SO A MISSING CARD DOES NOT STOP THE RUN.
