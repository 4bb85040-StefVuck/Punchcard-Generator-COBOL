000270*                  STEP, AND A FAILURE ENDS WITH RETURN CODE 16
000280*                  BEFORE ANY STREAM IS RELEASED.  SIMAMRG
000290*                  RECOMBINES THE STREAMS' OUTPUTS AFTERWARDS.
000291* 2026-10-15  SV   NIGHTLY RUN STATE.  THE SPLIT RECORDS ITS
000292*                  START, END, RETURN CODE AND STREAM COUNT ON
000293*                  RUNCTL THROUGH SIMARSC (SEE RSPREC01), SETS THE
000294*                  NIGHT'S BUSINESS DATE FOR THE STEPS THAT
000295*                  FOLLOW.  A SPLIT ALREADY ENDED CLEANLY FOR THE
000296*                  DATE IS SKIPPED (RC 0) RATHER THAN REPEATED.
000298* 2026-10-15  SV   REVERSAL RECORDS ('R', SEE TRNREC01) ROUTE BY
000300*                  ACCOUNT LIKE A DETAIL, SO A REVERSAL ALWAYS
000302*                  RUNS IN ITS ORIGINAL'S STREAM.  THEY COUNT IN
000304*                  THE STREAM TRAILER'S RECORD COUNT BUT ADD
000306*                  NOTHING TO ITS HASH TOTALS.
000308*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
001430 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
001440 01  WS-EDIT-HASH            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001450     COPY TRNREC01.
001455     COPY RSPREC01.
001460
001470 LINKAGE SECTION.
001480 01  PARM-INFO.
001580     GOBACK.
001590
001600 1000-INITIALIZE.
001605     MOVE SPACES TO RQ-RESULT
001610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001620     IF PARM-LENGTH >= 7
001630        AND PARM-DATA(1:7) = 'RESTART'
001640         MOVE 'Y' TO WS-RESTART-SW
001650     END-IF
001655     PERFORM 1010-BEGIN-RUN-STATE
001660     PERFORM 1060-READ-SPLIT-CONTROLS
001670     OPEN INPUT TRANS-FILE
001680     IF WS-TRANS-STATUS NOT = '00'
001790     END-IF
001800     PERFORM 1300-VALIDATE-HEADER.
001810
001811 1010-BEGIN-RUN-STATE.
001812*----------------------------------------------------------------
001813* RECORD THE SPLIT AS STARTED ON RUNCTL, BEFORE ANY WORK FILE IS
001814* OPENED.  THE BUSINESS DATE IS TODAY, OR ON A RESTART THE NIGHT
001815* ALREADY IN PROGRESS.  A SPLIT THAT HAS ALREADY ENDED CLEANLY FOR
001816* THE DATE IS NOT REPEATED - THE STREAMS MAY ALREADY BE USING ITS
001817* WORK FILES.
001818*----------------------------------------------------------------
001819     MOVE SPACES      TO RUN-STATE-REQUEST
001820     MOVE 'B'         TO RQ-FUNCTION
001821     MOVE 'SIMASPL'   TO RQ-STEP-NAME
001822     MOVE ZERO        TO RQ-STREAM
001823                         RQ-STREAM-COUNT
001824                         RQ-STEP-RC
001825     IF WS-RESTART-REQUESTED
001826         MOVE ZERO        TO RQ-BUSINESS-DATE
001827     ELSE
001828         MOVE WS-RUN-DATE TO RQ-BUSINESS-DATE
001829     END-IF
001830     CALL 'SIMARSC' USING RUN-STATE-REQUEST
001831     IF RQ-SKIP
001832         DISPLAY 'SIMASPL - ' RQ-MESSAGE
001833         DISPLAY 'SIMASPL - SPLIT NOT REPEATED'
001834         MOVE ZERO TO RETURN-CODE
001835         STOP RUN
001836     END-IF
001837     IF NOT RQ-PROCEED
001838         DISPLAY 'SIMASPL - ' RQ-MESSAGE
001839         DISPLAY 'SIMASPL - NOT RUN'
001840         MOVE 16 TO RETURN-CODE
001841         STOP RUN
001842     END-IF.
001843
001844 1060-READ-SPLIT-CONTROLS.
001845*----------------------------------------------------------------
001846* THE SPLIT RANGES ARE DELIBERATELY REQUIRED, EXPLICIT CARDS -
001850* A DEFAULTED SPLIT THAT QUIETLY SENT EVERY ACCOUNT TO ONE
001860* STREAM WOULD LOOK LIKE A WORKING NIGHT UNTIL THE WINDOW
001870* OVERRAN AGAIN.  CARDS MUST ARRIVE IN STREAM ORDER WITH
003550     END-IF
003560     EVALUATE TRUE
003570         WHEN TR-DETAIL-REC
003575         WHEN TR-REVERSAL-REC
003580             IF WS-TRAILER-SEEN
003590                 DISPLAY 'SIMASPL - TRANSIN DETAIL RECORD '
003600                         'OUTSIDE A BATCH'
003950* FIRST-FIT SCAN OF THE ASCENDING HIGH KEYS - THE DETAIL GOES
003960* TO THE FIRST STREAM WHOSE HIGH KEY COVERS ITS ACCOUNT.  AN
003970* ACCOUNT ABOVE THE LAST HIGH KEY MEANS THE CARDS DO NOT COVER
003980* THE FEED, AND NO DETAIL MAY BE DROPPED SILENTLY.  A REVERSAL
003985* IS COUNTED BUT CARRIES NO AMOUNTS FOR THE HASH TOTALS.
003990*----------------------------------------------------------------
004000     MOVE ZERO TO WS-STREAM
004010     MOVE 1    TO WS-STREAM-IX
004090     END-IF
004100     PERFORM 2210-WRITE-STREAM-RECORD
004110     ADD 1       TO WS-BATCH-DETAIL-COUNT
004115     ADD 1       TO WS-TOTAL-DETAIL-COUNT
004120     ADD 1       TO WS-STR-BATCH-COUNT(WS-STREAM)
004125     ADD 1       TO WS-STR-TOTAL-COUNT(WS-STREAM)
004130     IF TR-DETAIL-REC
004135         ADD TR-NUM1 TO WS-BATCH-HASH-NUM1
004140         ADD TR-NUM2 TO WS-BATCH-HASH-NUM2
004145         ADD TR-NUM1 TO WS-STR-BATCH-HASH1(WS-STREAM)
004150         ADD TR-NUM2 TO WS-STR-BATCH-HASH2(WS-STREAM)
004155     END-IF.
004190
004200 2205-CHECK-STREAM-RANGE.
004210     IF TR-ACCOUNT-NUMBER NOT > WS-STR-HIGH-KEY(WS-STREAM-IX)
005190     PERFORM 3100-CLOSE-WORK-FILES
005200     IF WS-CONTROL-FAILED
005210         MOVE 16 TO RETURN-CODE
005220     END-IF
005225     PERFORM 3900-END-RUN-STATE.
005230
005240 3100-CLOSE-WORK-FILES.
005250     CLOSE WORK-FILE-1
005330         CLOSE WORK-FILE-4
005340     END-IF.
005350
005351 3900-END-RUN-STATE.
005352*----------------------------------------------------------------
005353* RECORD ON RUNCTL HOW THE SPLIT ENDED AND HOW MANY STREAMS IT
005354* CUT.  THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN RETURN
005355* CODE IS PUT BACK AFTERWARDS.
005356*----------------------------------------------------------------
005357     IF RQ-PROCEED
005358         MOVE 'E'             TO RQ-FUNCTION
005359         MOVE RETURN-CODE     TO RQ-STEP-RC
005360         MOVE WS-STREAM-COUNT TO RQ-STREAM-COUNT
005361         CALL 'SIMARSC' USING RUN-STATE-REQUEST
005362         MOVE RQ-STEP-RC      TO RETURN-CODE
005363     END-IF.
005364
005365 5000-WRITE-REPORT.
005370*----------------------------------------------------------------
005380* THE SPLIT CONTROL REPORT - WHAT THE FEED DECLARED, WHAT WAS
005390* ROUTED WHERE, AND THE VERDICT THE SCHEDULER RELEASES THE
005970*----------------------------------------------------------------
005980     DISPLAY 'SIMASPL - TERMINATING DUE TO INPUT CONTROL FAILURE'
005990     MOVE 16 TO RETURN-CODE
005995     PERFORM 3900-END-RUN-STATE
006000     STOP RUN.
006010
006020 9999-ABEND-EXIT.
006070*----------------------------------------------------------------
006080     DISPLAY 'SIMASPL - TERMINATING DUE TO FILE I/O ERROR'
006090     MOVE 16 TO RETURN-CODE
006095     PERFORM 3900-END-RUN-STATE
006100     STOP RUN.
