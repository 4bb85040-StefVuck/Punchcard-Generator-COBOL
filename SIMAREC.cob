000245*                  THEY ARE COUNTED AND REPORTED SEPARATELY AND
000246*                  EXCLUDED FROM THE COUNT, SUM AND REJECT
000247*                  COMPARISONS AGAINST THE AUDIT TRAIL.
000248* 2026-10-15  SV   NIGHTLY RUN STATE.  THE RECONCILIATION RECORDS
000249*                  ITS START, END AND RETURN CODE ON RUNCTL
000250*                  THROUGH SIMARSC (SEE RSPREC01) UNDER THE
000251*                  RECONCILIATION DATE, AND IS REFUSED (RC 16)
000252*                  UNTIL THE NIGHT'S POSTING HAS ENDED CLEANLY FOR
000253*                  THAT DATE - SIMAMRG ON A PARALLEL NIGHT,
000254*                  SIMADRV ON A SINGLE-STREAM ONE.  A
000255*                  RECONCILIATION ALREADY ENDED CLEANLY IS SKIPPED
000256*                  (RC 0).
000257*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000710     88  WS-BALANCED                     VALUE 'Y'.
000720 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
000730 01  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
000735     COPY RSPREC01.
000740
000750 LINKAGE SECTION.
000760 01  PARM-INFO.
000880     GOBACK.
000890
000900 1000-INITIALIZE.
000905     MOVE SPACES TO RQ-RESULT
000910     PERFORM 1050-CHECK-DATE-PARM
000915     PERFORM 1010-BEGIN-RUN-STATE
000920     OPEN INPUT RESULT-FILE
000930     IF WS-RESULT-STATUS NOT = '00'
000940         DISPLAY 'SIMAREC - UNABLE TO OPEN TRANSOUT - STATUS '
001130         PERFORM 2600-READ-AUDIT
001140     END-IF.
001150
001151 1010-BEGIN-RUN-STATE.
001152*----------------------------------------------------------------
001153* RECORD THE RECONCILIATION AS STARTED ON RUNCTL UNDER THE
001154* RECONCILIATION DATE, BEFORE THE REPORT IS OPENED.  SIMARSC HOLDS
001155* IT BACK UNTIL THE NIGHT'S POSTING FOR THAT DATE HAS ENDED
001156* CLEANLY - THERE IS NOTHING SOUND TO RECONCILE BEFORE THEN.
001157*----------------------------------------------------------------
001158     MOVE SPACES      TO RUN-STATE-REQUEST
001159     MOVE 'B'         TO RQ-FUNCTION
001160     MOVE 'SIMAREC'   TO RQ-STEP-NAME
001161     MOVE ZERO        TO RQ-STREAM
001162                         RQ-BUSINESS-DATE
001163                         RQ-STREAM-COUNT
001164                         RQ-STEP-RC
001165     MOVE WS-RECON-DATE TO RQ-BUSINESS-DATE
001166     CALL 'SIMARSC' USING RUN-STATE-REQUEST
001167     IF RQ-SKIP
001168         DISPLAY 'SIMAREC - ' RQ-MESSAGE
001169         DISPLAY 'SIMAREC - RECONCILIATION NOT REPEATED'
001170         MOVE ZERO TO RETURN-CODE
001171         STOP RUN
001172     END-IF
001173     IF NOT RQ-PROCEED
001174         DISPLAY 'SIMAREC - ' RQ-MESSAGE
001175         DISPLAY 'SIMAREC - NOT RUN'
001176         MOVE 16 TO RETURN-CODE
001177         STOP RUN
001178     END-IF.
001179
001180 1050-CHECK-DATE-PARM.
001181*----------------------------------------------------------------
001182* THE RECONCILIATION DATE IS A REQUIRED PARM (YYYYMMDD) - THE
001190* AUDIT TRAIL HOLDS EVERY DAY STILL IN RETENTION, SO WITHOUT A
001200* DATE THERE IS NOTHING SOUND TO MATCH A SINGLE DAY'S TRANSOUT
001210* AGAINST.
001920           REPORT-FILE
001930     IF NOT WS-BALANCED
001940         MOVE 8 TO RETURN-CODE
001950     END-IF
001955     PERFORM 3900-END-RUN-STATE.
001960
001961 3900-END-RUN-STATE.
001962*----------------------------------------------------------------
001963* RECORD ON RUNCTL HOW THE RECONCILIATION ENDED.  THE CALL RESETS
001964* RETURN-CODE, SO THE STEP'S OWN RETURN CODE IS PUT BACK.
001965*----------------------------------------------------------------
001966     IF RQ-PROCEED
001967         MOVE 'E'         TO RQ-FUNCTION
001968         MOVE RETURN-CODE TO RQ-STEP-RC
001969         CALL 'SIMARSC' USING RUN-STATE-REQUEST
001970         MOVE RQ-STEP-RC  TO RETURN-CODE
001971     END-IF.
001972
001973 5000-WRITE-REPORT.
001980*----------------------------------------------------------------
001990* ONE LINE PER CONTROL MEASURE, EACH MARKED BALANCED OR OUT OF
002000* BALANCE, AND AN OVERALL VERDICT.  ANY OUT-OF-BALANCE LINE
003050*----------------------------------------------------------------
003060     DISPLAY 'SIMAREC - TERMINATING - RUN NOT PROVED'
003070     MOVE 16 TO RETURN-CODE
003075     PERFORM 3900-END-RUN-STATE
003080     STOP RUN.
