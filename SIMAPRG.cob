000322* 2026-09-02  SV   AUDREC01 GREW BY THE ORIGINAL-CURRENCY FIELDS
000323*                  (RECORD NOW 125 BYTES) - THE ARCHIVE AND
000324*                  NEWLOG FD MIRRORS WIDENED TO MATCH.
000325* 2026-10-15  SV   NIGHTLY RUN STATE.  THE PURGE RECORDS ITS
000326*                  START, END AND RETURN CODE ON RUNCTL THROUGH
000327*                  SIMARSC (SEE RSPREC01) FOR THE NIGHT IN
000328*                  PROGRESS, AND IS REFUSED (RC 16) UNTIL SIMASTM
000329*                  HAS ENDED CLEANLY, SO THE AUDIT TRAIL IS NEVER
000330*                  CUT WHILE THE NIGHT STILL NEEDS IT.  A PURGE
000331*                  ALREADY ENDED CLEANLY IS SKIPPED (RC 0).
000332* 2026-10-15  SV   TRANIDF ENTRIES GREW TO 100 BYTES WITH THE
000333*                  REVERSAL FIELDS (SEE TIDREC01) - NEWTID FD
000334*                  WIDENED TO MATCH.
000335*----------------------------------------------------------------
000336 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000862*----------------------------------------------------------------
000863 01  NEWTID-RECORD.
000864     05  NT-TRANS-ID         PIC X(16).
000865     05  FILLER              PIC X(84).
000866
000867 FD  REPORT-FILE
000870     RECORDING MODE IS F.
001022 01  WS-TID-DROPPED          PIC 9(09)   VALUE ZERO.
001023 01  WS-TID-KEPT             PIC 9(09)   VALUE ZERO.
001030 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
001035     COPY RSPREC01.
001040
001050 LINKAGE SECTION.
001060 01  PARM-INFO.
001160     GOBACK.
001170
001180 1000-INITIALIZE.
001185     MOVE SPACES TO RQ-RESULT
001190     PERFORM 1050-CHECK-CUTOFF-PARM
001195     PERFORM 1010-BEGIN-RUN-STATE
001200     OPEN INPUT AUDIT-LOG-FILE
001210     IF WS-AUDIT-STATUS NOT = '00'
001220         DISPLAY 'SIMAPRG - UNABLE TO OPEN AUDITLOG - STATUS '
001440     PERFORM 2100-READ-AUDIT
001441     PERFORM 2600-READ-TRANS-ID.
001450
001451 1010-BEGIN-RUN-STATE.
001452*----------------------------------------------------------------
001453* RECORD THE PURGE AS STARTED ON RUNCTL FOR THE NIGHT IN
001454* PROGRESS, BEFORE ANY ARCHIVE OR NEW LOG IS OPENED.  SIMARSC
001455* HOLDS IT BACK UNTIL SIMASTM HAS ENDED CLEANLY.
001456*----------------------------------------------------------------
001457     MOVE SPACES      TO RUN-STATE-REQUEST
001458     MOVE 'B'         TO RQ-FUNCTION
001459     MOVE 'SIMAPRG'   TO RQ-STEP-NAME
001460     MOVE ZERO        TO RQ-STREAM
001461                         RQ-BUSINESS-DATE
001462                         RQ-STREAM-COUNT
001463                         RQ-STEP-RC
001464     CALL 'SIMARSC' USING RUN-STATE-REQUEST
001465     IF RQ-SKIP
001466         DISPLAY 'SIMAPRG - ' RQ-MESSAGE
001467         DISPLAY 'SIMAPRG - PURGE NOT REPEATED'
001468         MOVE ZERO TO RETURN-CODE
001469         STOP RUN
001470     END-IF
001471     IF NOT RQ-PROCEED
001472         DISPLAY 'SIMAPRG - ' RQ-MESSAGE
001473         DISPLAY 'SIMAPRG - NOT RUN'
001474         MOVE 16 TO RETURN-CODE
001475         STOP RUN
001476     END-IF.
001477
001478 1050-CHECK-CUTOFF-PARM.
001479*----------------------------------------------------------------
001480* THE RETENTION CUTOFF IS DELIBERATELY A REQUIRED, EXPLICIT PARM
001490* - RECORDS DATED BEFORE IT ARE MOVED TO THE ARCHIVE, RECORDS ON
001500* OR AFTER IT STAY LIVE.  REFUSING TO DEFAULT IT MEANS NOBODY
002090           NEWLOG-FILE
002091           TRANS-ID-FILE
002092           NEWTID-FILE
002100           REPORT-FILE
002105     PERFORM 3900-END-RUN-STATE.
002110
002111 3900-END-RUN-STATE.
002112*----------------------------------------------------------------
002113* RECORD ON RUNCTL HOW THE PURGE ENDED.  THE CALL RESETS
002114* RETURN-CODE, SO THE STEP'S OWN RETURN CODE IS PUT BACK.
002115*----------------------------------------------------------------
002116     IF RQ-PROCEED
002117         MOVE 'E'         TO RQ-FUNCTION
002118         MOVE RETURN-CODE TO RQ-STEP-RC
002119         CALL 'SIMARSC' USING RUN-STATE-REQUEST
002120         MOVE RQ-STEP-RC  TO RETURN-CODE
002121     END-IF.
002122
002123 5000-WRITE-REPORT.
002130*----------------------------------------------------------------
002140* THE PURGE REPORT IS THE AUDITORS' SIGN-OFF DOCUMENT - EXACTLY
002150* WHAT MOVED, OVER WHAT DATE RANGE, AND WHAT THE LIVE LOG STILL
002660*----------------------------------------------------------------
002670     DISPLAY 'SIMAPRG - TERMINATING - NO PURGE TAKEN'
002680     MOVE 16 TO RETURN-CODE
002685     PERFORM 3900-END-RUN-STATE
002690     STOP RUN.
