000245*                  RESULTS REMAIN IN BASE CURRENCY SO THE
000246*                  SUBTOTALS AND GRAND TOTAL STILL TIE TO
000247*                  SUMRPT.
000248* 2026-10-15  SV   NIGHTLY RUN STATE.  THE STATEMENT RUN RECORDS
000249*                  ITS START, END AND RETURN CODE ON RUNCTL
000250*                  THROUGH SIMARSC (SEE RSPREC01) FOR THE NIGHT IN
000251*                  PROGRESS, AND IS REFUSED (RC 16) UNTIL SIMAREC
000252*                  HAS RECONCILED THE NIGHT CLEANLY - STATEMENTS
000253*                  MUST NOT PRINT FROM AN UNPROVEN TRANSOUT.  A
000254*                  STATEMENT RUN ALREADY ENDED CLEANLY IS SKIPPED
000255*                  (RC 0).
000256*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000750 01  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
000760 01  WS-EDIT-RESULT          PIC ZZZ,ZZZ,ZZ9.99-.
000770 01  WS-EDIT-RC              PIC ZZZ9-.
000775     COPY RSPREC01.
000780
000790 PROCEDURE DIVISION.
000800 0000-MAINLINE.
000940     GOBACK.
000950
000960 1000-INITIALIZE.
000962     MOVE SPACES TO RQ-RESULT
000964     PERFORM 1010-BEGIN-RUN-STATE
000970     OPEN OUTPUT REPORT-FILE
000980     IF WS-REPT-STATUS NOT = '00'
000990         DISPLAY 'SIMASTM - UNABLE TO OPEN STMRPT - STATUS '
001050         DELIMITED BY SIZE INTO REPORT-LINE
001060     WRITE REPORT-LINE.
001070
001071 1010-BEGIN-RUN-STATE.
001072*----------------------------------------------------------------
001073* RECORD THE STATEMENT RUN AS STARTED ON RUNCTL FOR THE NIGHT IN
001074* PROGRESS, BEFORE THE REPORT IS OPENED.  SIMARSC HOLDS IT BACK
001075* UNTIL SIMAREC HAS RECONCILED THE NIGHT CLEANLY.
001076*----------------------------------------------------------------
001077     MOVE SPACES      TO RUN-STATE-REQUEST
001078     MOVE 'B'         TO RQ-FUNCTION
001079     MOVE 'SIMASTM'   TO RQ-STEP-NAME
001080     MOVE ZERO        TO RQ-STREAM
001081                         RQ-BUSINESS-DATE
001082                         RQ-STREAM-COUNT
001083                         RQ-STEP-RC
001084     CALL 'SIMARSC' USING RUN-STATE-REQUEST
001085     IF RQ-SKIP
001086         DISPLAY 'SIMASTM - ' RQ-MESSAGE
001087         DISPLAY 'SIMASTM - STATEMENT RUN NOT REPEATED'
001088         MOVE ZERO TO RETURN-CODE
001089         STOP RUN
001090     END-IF
001091     IF NOT RQ-PROCEED
001092         DISPLAY 'SIMASTM - ' RQ-MESSAGE
001093         DISPLAY 'SIMASTM - NOT RUN'
001094         MOVE 16 TO RETURN-CODE
001095         STOP RUN
001096     END-IF.
001097
001098 2000-PRINT-STATEMENTS.
001099     PERFORM 2100-RETURN-SORTED
001100     PERFORM 2200-STATEMENT-LINE THRU 2200-EXIT
001110         UNTIL WS-SORT-EOF
001120     IF NOT WS-FIRST-RECORD
002120     STRING 'MUST TIE TO SUMRPT GRAND TOTAL OF RESULTS'
002130         DELIMITED BY SIZE INTO REPORT-LINE
002140     WRITE REPORT-LINE
002150     CLOSE REPORT-FILE
002155     PERFORM 3900-END-RUN-STATE.
002160
002161 3900-END-RUN-STATE.
002162*----------------------------------------------------------------
002163* RECORD ON RUNCTL HOW THE STATEMENT RUN ENDED.  THE CALL RESETS
002164* RETURN-CODE, SO THE STEP'S OWN RETURN CODE IS PUT BACK.
002165*----------------------------------------------------------------
002166     IF RQ-PROCEED
002167         MOVE 'E'         TO RQ-FUNCTION
002168         MOVE RETURN-CODE TO RQ-STEP-RC
002169         CALL 'SIMARSC' USING RUN-STATE-REQUEST
002170         MOVE RQ-STEP-RC  TO RETURN-CODE
002171     END-IF.
002172
002173 9999-ABEND-EXIT.
002180*----------------------------------------------------------------
002190* REACHED ONLY WHEN THE REPORT FILE FAILED TO OPEN.  END WITH
002200* RETURN CODE 16 SO THE SCHEDULE SEES THE STATEMENTS DID NOT
002220*----------------------------------------------------------------
002230     DISPLAY 'SIMASTM - TERMINATING DUE TO FILE OPEN ERROR'
002240     MOVE 16 TO RETURN-CODE
002245     PERFORM 3900-END-RUN-STATE
002250     STOP RUN.
