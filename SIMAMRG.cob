000294*                  GRADE (OR 8 IF THE MERGE IS OUT OF BALANCE)
000295*                  - SO THE SIMATRD TREND SEES ONE RECORD PER
000296*                  NIGHT WHICHEVER WAY THE NIGHT RAN.
000297* 2026-10-15  SV   NIGHTLY RUN STATE.  THE MERGE RECORDS ITS
000298*                  START, END AND RETURN CODE ON RUNCTL THROUGH
000299*                  SIMARSC (SEE RSPREC01) AND IS REFUSED (RC 16)
000300*                  UNLESS THE SPLIT AND EVERY STREAM IT CUT HAVE
000301*                  ENDED CLEANLY FOR THE BUSINESS DATE WITH THE
000302*                  SAME STREAM COUNT AS THE PARM; A MERGE ALREADY
000303*                  ENDED CLEANLY IS SKIPPED (RC 0).  WITH NO DATE
000304*                  IN THE PARM THE RUN DATE IS NOW THE NIGHT IN
000305*                  PROGRESS ON RUNCTL RATHER THAN TODAY.
000306* 2026-10-15  SV   A LARGE-VALUE REFERRAL HELD BY A STREAM (RETURN
000307*                  CODE 56) IS NOT A CALL - THE COMBINED SUMMARY
000308*                  COUNTS IT ON ITS OWN LINE, AND THE RELEASE LINE
000309*                  NOW COVERS REFERRAL RELEASES AS WELL.
000310*----------------------------------------------------------------
000311 ENVIRONMENT DIVISION.
000312 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT TRANS-FILE     ASSIGN TO TRANSIN
000340            ORGANIZATION IS SEQUENTIAL
001410 01  WS-BALANCED-SW          PIC X(01)   VALUE 'Y'.
001420     88  WS-BALANCED                     VALUE 'Y'.
001430 01  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
001432 01  WS-DATE-PARM-SW         PIC X(01)   VALUE 'N'.
001434     88  WS-DATE-PARM-GIVEN              VALUE 'Y'.
001440 01  WS-STREAM-COUNT         PIC 9(01)   VALUE ZERO.
001450 01  WS-STREAM               PIC 9(01)   VALUE ZERO.
001460 01  WS-TOTAL-DECLARED       PIC 9(09)   VALUE ZERO.
001620         10  WS-STR-GL-TLR-TOTAL PIC S9(13)V99.
001630 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
001640 01  WS-EDIT-SIGNED          PIC ZZZ,ZZZ,ZZ9-.
001641 01  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001642 01  WS-EDIT-PCT             PIC ZZ9.
001643*----------------------------------------------------------------
001644* COMBINED END-OF-DAY SUMMARY COUNTERS, REBUILT FROM THE MERGED
001645* RESULT RECORDS AS THEY ARE COPIED - WAREHOUSED MARKERS
001646* (RETURN CODE 32) ARE COUNTED ON THEIR OWN LINE AND EXCLUDED
001647* FROM THE CALL AND OPERATION COUNTS, MATCHING SUMRPT'S OWN
001648* ACCOUNTING.
001649*----------------------------------------------------------------
001650 01  WS-SUM-CALL-COUNT       PIC 9(09)     VALUE ZERO.
001651 01  WS-SUM-ADD-COUNT        PIC 9(09)     VALUE ZERO.
001652 01  WS-SUM-SUBTRACT-COUNT   PIC 9(09)     VALUE ZERO.
001653 01  WS-SUM-MULTIPLY-COUNT   PIC 9(09)     VALUE ZERO.
001654 01  WS-SUM-DIVIDE-COUNT     PIC 9(09)     VALUE ZERO.
001655 01  WS-SUM-BAD-OP-COUNT     PIC 9(09)     VALUE ZERO.
001656 01  WS-SUM-REJECT-COUNT     PIC 9(09)     VALUE ZERO.
001657 01  WS-SUM-WHSE-COUNT       PIC 9(09)     VALUE ZERO.
001658 01  WS-SUM-REFER-COUNT      PIC 9(09)     VALUE ZERO.
001667 01  WS-SUM-GRAND-TOTAL      PIC S9(13)V99 VALUE ZERO.
001668 01  WS-SUM-REJECT-PCT       PIC 9(03)     VALUE ZERO.
001669*----------------------------------------------------------------
001698 01  WS-CON-GRAND-TOTAL      PIC S9(11)V99 VALUE ZERO.
001699 01  WS-CON-REJECT-PCT       PIC 9(03)     VALUE ZERO.
001701     COPY TRNREC01.
001702     COPY RSPREC01.
001703
001705 LINKAGE SECTION.
001707 01  PARM-INFO.
001901* AN OPTIONAL SECOND TOKEN IS THE RUN DATE (YYYYMMDD) THE
001902* STREAMS WROTE THEIR RUN-HISTORY RECORDS UNDER - A MERGE
001903* THAT LANDS AFTER MIDNIGHT MUST NOT LOOK FOR TODAY'S DATE.
001904* DEFAULT IS THE NIGHT IN PROGRESS ON RUNCTL (SEE 1010).
001910*----------------------------------------------------------------
001920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001925     MOVE SPACES TO RQ-RESULT
001930     IF PARM-LENGTH >= 1
001940        AND PARM-DATA(1:1) NUMERIC
001950        AND PARM-DATA(1:1) >= '1'
002021     IF PARM-LENGTH >= 10
002022        AND PARM-DATA(3:8) NUMERIC
002023         MOVE PARM-DATA(3:8) TO WS-RUN-DATE
002024         MOVE 'Y' TO WS-DATE-PARM-SW
002025     END-IF
002026     PERFORM 1010-BEGIN-RUN-STATE
002030     OPEN INPUT TRANS-FILE
002040     IF WS-TRANS-STATUS NOT = '00'
002050         DISPLAY 'SIMAMRG - UNABLE TO OPEN TRANSIN - STATUS '
002250         GO TO 9999-ABEND-EXIT
002260     END-IF.
002270
002271 1010-BEGIN-RUN-STATE.
002272*----------------------------------------------------------------
002273* RECORD THE MERGE AS STARTED ON RUNCTL BEFORE ANY OUTPUT IS
002274* OPENED.  SIMARSC HOLDS THE MERGE BACK UNTIL THE SPLIT AND EVERY
002275* STREAM HAVE ENDED CLEANLY.  WITHOUT A DATE IN THE PARM THE
002276* MERGE RUNS UNDER THE NIGHT IN PROGRESS, AND THAT DATE IS THE
002277* ONE THE RUN-HISTORY CONSOLIDATION LOOKS FOR.
002278*----------------------------------------------------------------
002279     MOVE SPACES          TO RUN-STATE-REQUEST
002280     MOVE 'B'             TO RQ-FUNCTION
002281     MOVE 'SIMAMRG'       TO RQ-STEP-NAME
002282     MOVE ZERO            TO RQ-STREAM
002283                             RQ-BUSINESS-DATE
002284                             RQ-STEP-RC
002285     MOVE WS-STREAM-COUNT TO RQ-STREAM-COUNT
002286     IF WS-DATE-PARM-GIVEN
002287         MOVE WS-RUN-DATE TO RQ-BUSINESS-DATE
002288     END-IF
002289     CALL 'SIMARSC' USING RUN-STATE-REQUEST
002290     IF RQ-SKIP
002291         DISPLAY 'SIMAMRG - ' RQ-MESSAGE
002292         DISPLAY 'SIMAMRG - MERGE NOT REPEATED'
002293         MOVE ZERO TO RETURN-CODE
002294         STOP RUN
002295     END-IF
002296     IF NOT RQ-PROCEED
002297         DISPLAY 'SIMAMRG - ' RQ-MESSAGE
002298         DISPLAY 'SIMAMRG - NOT RUN'
002299         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002301     END-IF
002302     MOVE RQ-BUSINESS-DATE TO WS-RUN-DATE.
002303
002304 1500-TALLY-DECLARED.
002305     READ TRANS-FILE INTO TRANS-RECORD
002306         AT END MOVE 'Y' TO WS-TRANS-EOF-SW
002310     END-READ
002320     IF WS-TRANS-EOF
002330         GO TO 1500-EXIT
003290     ADD 1 TO WS-STR-RESULT-COUNT(WS-STREAM)
003291     PERFORM 2250-TALLY-SUMMARY THRU 2250-EXIT.
003300 2200-EXIT.
003301     EXIT.
003302
003303 2250-TALLY-SUMMARY.
003304*----------------------------------------------------------------
003305* REBUILD THE END-OF-DAY SUMMARY COUNTERS FROM THE RESULT
003306* RECORD JUST COPIED, USING THE SAME RULES AS SUMRPT - A
003307* WAREHOUSED MARKER (RETURN CODE 32) OR A LARGE-VALUE REFERRAL
003308* HELD FOR A SUPERVISOR (56) IS NOT A CALL, AND THE
003309* GRAND TOTAL IS THE SUM OF THE RESULTS (THE SAME BASIS THE
003310* SIMASTM STATEMENT REPORT TIES TO).
003311*----------------------------------------------------------------
003312     IF RR-RETURN-CODE = 32
003313         ADD 1 TO WS-SUM-WHSE-COUNT
003314         GO TO 2250-EXIT
003315     END-IF
003316     IF RR-RETURN-CODE = 56
003317         ADD 1 TO WS-SUM-REFER-COUNT
003318         GO TO 2250-EXIT
003319     END-IF
003324     ADD 1 TO WS-SUM-CALL-COUNT
003325     ADD RR-RESULT TO WS-SUM-GRAND-TOTAL
003326     IF RR-RETURN-CODE NOT = ZERO
004514           REPORT-FILE
004515     IF NOT WS-BALANCED
004516         MOVE 8 TO RETURN-CODE
004517     END-IF
004518     PERFORM 3900-END-RUN-STATE.
004519
004520 3900-END-RUN-STATE.
004521*----------------------------------------------------------------
004522* RECORD ON RUNCTL HOW THE MERGE ENDED.  THE CALL RESETS
004523* RETURN-CODE, SO THE STEP'S OWN RETURN CODE IS PUT BACK.
004524*----------------------------------------------------------------
004525     IF RQ-PROCEED
004526         MOVE 'E'         TO RQ-FUNCTION
004527         MOVE RETURN-CODE TO RQ-STEP-RC
004528         CALL 'SIMARSC' USING RUN-STATE-REQUEST
004529         MOVE RQ-STEP-RC  TO RETURN-CODE
004530     END-IF.
004531
004532 5000-WRITE-REPORT.
004533*----------------------------------------------------------------
004534* THE MERGE CONTROL BALANCE - WHAT THE ORIGINAL TRAILERS
004535* DECLARED, WHAT THE STREAMS TOGETHER DELIVERED, AND THE
004536* COMBINED GL CONTROL TOTALS THE LOAD WILL VERIFY.  ANY
004537* OUT-OF-BALANCE LINE DRIVES THE STEP RETURN CODE TO 8 SO THE
004538* SCHEDULER HOLDS THE GL LOAD.
004539*----------------------------------------------------------------
004540     MOVE SPACES TO REPORT-LINE
004541     STRING 'SIMAMRG - PARALLEL STREAM MERGE CONTROL REPORT'
004542         DELIMITED BY SIZE INTO REPORT-LINE
004543     WRITE REPORT-LINE
004544     MOVE WS-TOTAL-DECLARED TO WS-EDIT-COUNT
004545     MOVE SPACES TO REPORT-LINE
004546     STRING 'DETAILS DECLARED (TRANSIN)  ' DELIMITED BY SIZE
004547            WS-EDIT-COUNT               DELIMITED BY SIZE
004548         INTO REPORT-LINE
004549     WRITE REPORT-LINE
004550     MOVE WS-TOTAL-MERGED TO WS-EDIT-COUNT
004560     MOVE SPACES TO REPORT-LINE
004570     STRING 'RESULT RECORDS MERGED ..... ' DELIMITED BY SIZE
004600     WRITE REPORT-LINE
004610     MOVE WS-RELEASED-COUNT TO WS-EDIT-SIGNED
004620     MOVE SPACES TO REPORT-LINE
004630     STRING 'WAREHOUSE/REFERRAL RELEASES ' DELIMITED BY SIZE
004640            WS-EDIT-SIGNED              DELIMITED BY SIZE
004650         INTO REPORT-LINE
004660     WRITE REPORT-LINE
005194            WS-EDIT-COUNT               DELIMITED BY SIZE
005195         INTO REPORT-LINE
005196     WRITE REPORT-LINE
005197     MOVE WS-SUM-REFER-COUNT TO WS-EDIT-COUNT
005198     MOVE SPACES TO REPORT-LINE
005199     STRING 'REFERRED (LARGE VALUE) .... ' DELIMITED BY SIZE
005200            WS-EDIT-COUNT               DELIMITED BY SIZE
005201         INTO REPORT-LINE
005202     WRITE REPORT-LINE
005203     MOVE WS-SUM-GRAND-TOTAL TO WS-EDIT-AMOUNT
005204     MOVE SPACES TO REPORT-LINE
005205     STRING 'GRAND TOTAL OF RESULTS .... ' DELIMITED BY SIZE
005206            WS-EDIT-AMOUNT              DELIMITED BY SIZE
005207         INTO REPORT-LINE
005208     WRITE REPORT-LINE
005209     MOVE SPACES TO REPORT-LINE
005210     STRING 'GL POSTINGS BY SOURCE SYSTEM' DELIMITED BY SIZE
005211         INTO REPORT-LINE
005212     WRITE REPORT-LINE
005213     MOVE 1 TO WS-GLS-IX
005214     PERFORM 5520-WRITE-GL-SOURCE-LINE
005215         UNTIL WS-GLS-IX > WS-GLS-COUNT
005216     MOVE SPACES TO REPORT-LINE
005217     WRITE REPORT-LINE.
005218
005219 5520-WRITE-GL-SOURCE-LINE.
005220     MOVE WS-GLS-POST-COUNT(WS-GLS-IX) TO WS-EDIT-COUNT
005221     MOVE WS-GLS-AMOUNT(WS-GLS-IX)     TO WS-EDIT-AMOUNT
005222     MOVE SPACES TO REPORT-LINE
005223     STRING 'SOURCE ' DELIMITED BY SIZE
005224            WS-GLS-NAME(WS-GLS-IX) DELIMITED BY SIZE
005225            '  POSTINGS ' DELIMITED BY SIZE
005226            WS-EDIT-COUNT DELIMITED BY SIZE
005227            '  GL ' DELIMITED BY SIZE
005228            WS-EDIT-AMOUNT DELIMITED BY SIZE
005229         INTO REPORT-LINE
005230     WRITE REPORT-LINE
005231     ADD 1 TO WS-GLS-IX.
005232
005236 9999-ABEND-EXIT.
005246*----------------------------------------------------------------
005256* REACHED WHEN THE PARM IS BAD, A FILE WOULD NOT OPEN OR A
005296*----------------------------------------------------------------
005306     DISPLAY 'SIMAMRG - TERMINATING - MERGE NOT PROVED'
005316     MOVE 16 TO RETURN-CODE
005320     PERFORM 3900-END-RUN-STATE
005326     STOP RUN.
