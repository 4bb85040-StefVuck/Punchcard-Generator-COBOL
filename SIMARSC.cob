000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SIMARSC.
000030 AUTHOR.         STEFVUCK.
000040 INSTALLATION.   DATA PROCESSING CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- ----------------------------------------------
000120* 2026-10-15  SV   INITIAL VERSION - NIGHTLY RUN-STATE SERVICE.
000130*                  CALLED BY EVERY STEP OF THE NIGHTLY CHAIN
000140*                  (SIMASPL, THE SIMADRV STREAMS, SIMAMRG,
000150*                  SIMAREC, SIMASTM AND SIMAPRG) TO RECORD ITS
000160*                  START, END AND RETURN CODE ON RUNCTL (RSTREC01)
000170*                  BY BUSINESS DATE, AND TO REFUSE A STEP WHOSE
000180*                  PREREQUISITES HAVE NOT ENDED CLEANLY FOR THAT
000190*                  DATE.  A STEP ALREADY ENDED CLEANLY IS TOLD TO
000200*                  SKIP, SO A RERUN OF THE CHAIN PICKS UP WHERE IT
000210*                  STOPPED.
000220*                  INTERFACE IS RSPREC01.
000221* 2026-10-15  SV   STANDING INSTRUCTIONS.  SIMASIG NOW STARTS THE
000222*                  NIGHT - IT SETS THE BUSINESS DATE AND MUST HAVE
000223*                  ENDED CLEANLY BEFORE SIMASPL OR SIMADRV STREAM
000224*                  00 MAY RUN, SO THE STANDING BATCH IS ALWAYS ON
000225*                  TRANSIN BEFORE THE POSTING RUN READS IT.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT RUN-STATE-FILE ASSIGN TO RUNCTL
000280            ORGANIZATION IS INDEXED
000290            ACCESS MODE IS DYNAMIC
000300            RECORD KEY IS RS-KEY
000310            FILE STATUS IS WS-RSTATE-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  RUN-STATE-FILE
000360     RECORDING MODE IS F.
000370     COPY RSTREC01.
000380
000390 WORKING-STORAGE SECTION.
000400 01  WS-RSTATE-STATUS        PIC X(02).
000410 01  WS-TODAY                PIC 9(08)   VALUE ZERO.
000420 01  WS-NOW                  PIC 9(08)   VALUE ZERO.
000430 01  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
000440     88  WS-FOUND                        VALUE 'Y'.
000450 01  WS-NEED-STEP            PIC X(08)   VALUE SPACES.
000460 01  WS-NEED-STREAM          PIC 9(02)   VALUE ZERO.
000470 01  WS-SPLIT-STREAMS        PIC 9(02)   VALUE ZERO.
000480 01  WS-CHECK-STREAM         PIC 9(02)   VALUE ZERO.
000490 01  WS-EDIT-RC              PIC Z9.
000500
000510 LINKAGE SECTION.
000520     COPY RSPREC01.
000530
000540 PROCEDURE DIVISION USING RUN-STATE-REQUEST.
000550 0000-MAINLINE.
000560     MOVE 'P'    TO RQ-RESULT
000570     MOVE SPACES TO RQ-MESSAGE
000580     PERFORM 1000-OPEN-RUN-STATE
000590     EVALUATE TRUE
000600         WHEN RQ-BEGIN
000610             PERFORM 2000-CHECK-STEP THRU 2000-EXIT
000620             IF RQ-PROCEED
000630                 PERFORM 2500-RECORD-BEGIN
000640             END-IF
000650         WHEN RQ-QUERY
000660             PERFORM 2000-CHECK-STEP THRU 2000-EXIT
000670         WHEN RQ-END
000680             PERFORM 3000-RECORD-END THRU 3000-EXIT
000690         WHEN OTHER
000700             MOVE 'R' TO RQ-RESULT
000710             MOVE 'INVALID RUN-STATE REQUEST' TO RQ-MESSAGE
000720     END-EVALUATE
000730     CLOSE RUN-STATE-FILE
000740     MOVE ZERO TO RETURN-CODE
000750     GOBACK.
000760
000770 1000-OPEN-RUN-STATE.
000780*----------------------------------------------------------------
000790* RUNCTL IS OPENED AND CLOSED ON EVERY CALL RATHER THAN HELD OPEN,
000800* SO THE CONCURRENT SIMADRV STREAMS CAN ALL RECORD AGAINST IT
000810* (DEFINE IT WITH SHAREOPTIONS(4 3)).  THE FIRST CALL EVER FINDS
000820* NO FILE, CREATES IT AND REOPENS IT I-O.
000830*----------------------------------------------------------------
000840     OPEN I-O RUN-STATE-FILE
000850     IF WS-RSTATE-STATUS NOT = '00'
000860         OPEN OUTPUT RUN-STATE-FILE
000870         CLOSE RUN-STATE-FILE
000880         OPEN I-O RUN-STATE-FILE
000890     END-IF
000900     IF WS-RSTATE-STATUS NOT = '00'
000910         DISPLAY 'SIMARSC - UNABLE TO OPEN RUNCTL - STATUS '
000920                 WS-RSTATE-STATUS
000930         GO TO 9999-ABEND-EXIT
000940     END-IF.
000950
000960 1100-RESOLVE-DATE.
000970*----------------------------------------------------------------
000980* A ZERO BUSINESS DATE MEANS THE NIGHT IN PROGRESS - THE DATE THE
000990* CHAIN-START STEP LEFT ON THE '*CURRENT' CONTROL RECORD.
001000*----------------------------------------------------------------
001010     IF RQ-BUSINESS-DATE NOT = ZERO
001020         GO TO 1100-EXIT
001030     END-IF
001040     MOVE ZERO       TO RS-BUSINESS-DATE
001050     MOVE '*CURRENT' TO RS-STEP-NAME
001060     MOVE ZERO       TO RS-STREAM
001070     READ RUN-STATE-FILE
001080         INVALID KEY
001090             MOVE 'R' TO RQ-RESULT
001100             STRING 'NO BUSINESS DATE IS SET - '
001110                    'THE CHAIN HAS NOT STARTED'
001120                 DELIMITED BY SIZE INTO RQ-MESSAGE
001130         NOT INVALID KEY
001140             MOVE RS-CUR-BUSINESS-DATE TO RQ-BUSINESS-DATE
001150     END-READ.
001160 1100-EXIT.
001170     EXIT.
001180
001190 2000-CHECK-STEP.
001200*----------------------------------------------------------------
001210* A STEP THAT HAS ALREADY ENDED CLEANLY (RC 4 OR LESS) FOR THE
001220* DATE IS TOLD TO SKIP.  OTHERWISE EACH PREREQUISITE MUST HAVE
001230* ENDED CLEANLY FOR THE SAME DATE:
001235*   SIMASIG           - NONE (STARTS THE NIGHT)
001240*   SIMASPL           - SIMASIG (STARTS THE PARALLEL RUN)
001250*   SIMADRV STREAM 00 - SIMASIG (STARTS THE SINGLE-STREAM RUN)
001260*   SIMADRV STREAM NN - SIMASPL, AND NN WITHIN ITS STREAM COUNT
001270*   SIMAMRG           - SIMASPL AND EVERY SIMADRV STREAM IT CUT
001280*   SIMAREC           - SIMAMRG ON A PARALLEL NIGHT (SIMASPL RAN),
001290*                       ELSE SIMADRV STREAM 00
001300*   SIMASTM           - SIMAREC
001310*   SIMAPRG           - SIMASTM
001320* A STEP LEFT RUNNING BY AN ABEND MAY BE RERUN; IT IS NOT A
001330* PREREQUISITE MET UNTIL IT ENDS.
001340*----------------------------------------------------------------
001350     PERFORM 1100-RESOLVE-DATE THRU 1100-EXIT
001360     IF RQ-REFUSED
001370         GO TO 2000-EXIT
001380     END-IF
001390     MOVE RQ-BUSINESS-DATE TO RS-BUSINESS-DATE
001400     MOVE RQ-STEP-NAME     TO RS-STEP-NAME
001410     MOVE RQ-STREAM        TO RS-STREAM
001420     PERFORM 2900-READ-STATE
001430     IF WS-FOUND
001440        AND RS-ENDED
001450        AND RS-RETURN-CODE NOT > 4
001460         MOVE RS-RETURN-CODE TO WS-EDIT-RC
001470         MOVE 'S' TO RQ-RESULT
001480         STRING RQ-STEP-NAME '/' RQ-STREAM
001490                ' ALREADY ENDED RC ' WS-EDIT-RC
001500                ' FOR ' RQ-BUSINESS-DATE
001510             DELIMITED BY SIZE INTO RQ-MESSAGE
001520         GO TO 2000-EXIT
001530     END-IF
001540     EVALUATE TRUE
001550         WHEN RQ-STEP-NAME = 'SIMADRV'
001560          AND RQ-STREAM NOT = ZERO
001570             PERFORM 2100-CHECK-SPLIT THRU 2100-EXIT
001580             IF RQ-PROCEED
001590                AND RQ-STREAM > WS-SPLIT-STREAMS
001600                 MOVE 'R' TO RQ-RESULT
001610                 STRING 'SIMASPL CUT ONLY ' WS-SPLIT-STREAMS
001620                        ' STREAMS FOR ' RQ-BUSINESS-DATE
001630                     DELIMITED BY SIZE INTO RQ-MESSAGE
001640             END-IF
001650         WHEN RQ-STEP-NAME = 'SIMAMRG'
001660             PERFORM 2100-CHECK-SPLIT THRU 2100-EXIT
001670             IF RQ-PROCEED
001680                AND RQ-STREAM-COUNT NOT = ZERO
001690                AND RQ-STREAM-COUNT NOT = WS-SPLIT-STREAMS
001700                 MOVE 'R' TO RQ-RESULT
001710                 STRING 'STREAM COUNT ' RQ-STREAM-COUNT
001720                        ' DOES NOT MATCH SIMASPL ('
001730                        WS-SPLIT-STREAMS ') FOR ' RQ-BUSINESS-DATE
001740                     DELIMITED BY SIZE INTO RQ-MESSAGE
001750             END-IF
001760             MOVE 1 TO WS-CHECK-STREAM
001770             PERFORM 2200-CHECK-STREAM
001780                 UNTIL WS-CHECK-STREAM > WS-SPLIT-STREAMS
001790                    OR NOT RQ-PROCEED
001800         WHEN RQ-STEP-NAME = 'SIMAREC'
001810             MOVE RQ-BUSINESS-DATE TO RS-BUSINESS-DATE
001820             MOVE 'SIMASPL'        TO RS-STEP-NAME
001830             MOVE ZERO             TO RS-STREAM
001840             PERFORM 2900-READ-STATE
001850             IF WS-FOUND
001860                 MOVE 'SIMAMRG' TO WS-NEED-STEP
001870             ELSE
001880                 MOVE 'SIMADRV' TO WS-NEED-STEP
001890             END-IF
001900             MOVE ZERO TO WS-NEED-STREAM
001910             PERFORM 2300-CHECK-PREREQ THRU 2300-EXIT
001920         WHEN RQ-STEP-NAME = 'SIMASTM'
001930             MOVE 'SIMAREC' TO WS-NEED-STEP
001940             MOVE ZERO      TO WS-NEED-STREAM
001950             PERFORM 2300-CHECK-PREREQ THRU 2300-EXIT
001960         WHEN RQ-STEP-NAME = 'SIMAPRG'
001970             MOVE 'SIMASTM' TO WS-NEED-STEP
001980             MOVE ZERO      TO WS-NEED-STREAM
001990             PERFORM 2300-CHECK-PREREQ THRU 2300-EXIT
001991         WHEN RQ-STEP-NAME = 'SIMASPL'
001992         WHEN RQ-STEP-NAME = 'SIMADRV'
001993             MOVE 'SIMASIG' TO WS-NEED-STEP
001994             MOVE ZERO      TO WS-NEED-STREAM
001995             PERFORM 2300-CHECK-PREREQ THRU 2300-EXIT
002000         WHEN OTHER
002010             CONTINUE
002020     END-EVALUATE.
002030 2000-EXIT.
002040     EXIT.
002050
002060 2100-CHECK-SPLIT.
002070     MOVE ZERO      TO WS-SPLIT-STREAMS
002080     MOVE 'SIMASPL' TO WS-NEED-STEP
002090     MOVE ZERO      TO WS-NEED-STREAM
002100     PERFORM 2300-CHECK-PREREQ THRU 2300-EXIT
002110     IF RQ-PROCEED
002120         MOVE RS-STREAM-COUNT TO WS-SPLIT-STREAMS
002130     END-IF.
002140 2100-EXIT.
002150     EXIT.
002160
002170 2200-CHECK-STREAM.
002180     MOVE 'SIMADRV'       TO WS-NEED-STEP
002190     MOVE WS-CHECK-STREAM TO WS-NEED-STREAM
002200     PERFORM 2300-CHECK-PREREQ THRU 2300-EXIT
002210     ADD 1 TO WS-CHECK-STREAM.
002220
002230 2300-CHECK-PREREQ.
002240     MOVE RQ-BUSINESS-DATE TO RS-BUSINESS-DATE
002250     MOVE WS-NEED-STEP     TO RS-STEP-NAME
002260     MOVE WS-NEED-STREAM   TO RS-STREAM
002270     PERFORM 2900-READ-STATE
002280     IF NOT WS-FOUND
002290         MOVE 'R' TO RQ-RESULT
002300         STRING WS-NEED-STEP DELIMITED BY SPACE
002310                '/' WS-NEED-STREAM ' HAS NOT RUN FOR '
002320                RQ-BUSINESS-DATE
002330             DELIMITED BY SIZE INTO RQ-MESSAGE
002340         GO TO 2300-EXIT
002350     END-IF
002360     IF NOT RS-ENDED
002370         MOVE 'R' TO RQ-RESULT
002380         STRING WS-NEED-STEP DELIMITED BY SPACE
002390                '/' WS-NEED-STREAM ' HAS NOT ENDED FOR '
002400                RQ-BUSINESS-DATE
002410             DELIMITED BY SIZE INTO RQ-MESSAGE
002420         GO TO 2300-EXIT
002430     END-IF
002440     IF RS-RETURN-CODE > 4
002450         MOVE RS-RETURN-CODE TO WS-EDIT-RC
002460         MOVE 'R' TO RQ-RESULT
002470         STRING WS-NEED-STEP DELIMITED BY SPACE
002480                '/' WS-NEED-STREAM ' ENDED RC ' WS-EDIT-RC
002490                ' FOR ' RQ-BUSINESS-DATE
002500             DELIMITED BY SIZE INTO RQ-MESSAGE
002510     END-IF.
002520 2300-EXIT.
002530     EXIT.
002540
002550 2500-RECORD-BEGIN.
002560*----------------------------------------------------------------
002570* THE CHAIN-START STEP FIRST SETS THE NIGHT'S BUSINESS DATE ON
002580* THE '*CURRENT' RECORD.  SIMASPL AND SIMADRV STREAM 00 STILL SET
002582* IT TOO, TO THE SAME DATE SIMASIG STARTED THE NIGHT WITH (IT IS
002584* THEIR PREREQUISITE FOR THAT DATE), SO THE RECORD NAMES THE STEP
002586* THAT OPENED THE POSTING RUN.  THE STEP'S OWN RECORD IS THEN
002588* WRITTEN (OR, ON A RERUN, REWRITTEN) AS RUNNING, COUNTING THE
002590* ATTEMPT.
002600*----------------------------------------------------------------
002610     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002620     ACCEPT WS-NOW   FROM TIME
002625     IF RQ-STEP-NAME = 'SIMASIG'
002630        OR RQ-STEP-NAME = 'SIMASPL'
002640        OR (RQ-STEP-NAME = 'SIMADRV' AND RQ-STREAM = ZERO)
002650         PERFORM 2600-SET-CURRENT-DATE
002660     END-IF
002670     MOVE RQ-BUSINESS-DATE TO RS-BUSINESS-DATE
002680     MOVE RQ-STEP-NAME     TO RS-STEP-NAME
002690     MOVE RQ-STREAM        TO RS-STREAM
002700     PERFORM 2900-READ-STATE
002710     IF NOT WS-FOUND
002720         PERFORM 2950-CLEAR-STEP-DATA
002730     END-IF
002740     MOVE 'R'              TO RS-STATUS
002750     MOVE WS-TODAY         TO RS-START-DATE
002760     MOVE WS-NOW           TO RS-START-TIME
002770     MOVE ZERO             TO RS-END-DATE
002780                              RS-END-TIME
002790                              RS-RETURN-CODE
002800     MOVE RQ-STREAM-COUNT  TO RS-STREAM-COUNT
002810     ADD 1 TO RS-ATTEMPT-COUNT
002820     PERFORM 2980-SAVE-STATE.
002830
002840 2600-SET-CURRENT-DATE.
002850     MOVE ZERO       TO RS-BUSINESS-DATE
002860     MOVE '*CURRENT' TO RS-STEP-NAME
002870     MOVE ZERO       TO RS-STREAM
002880     PERFORM 2900-READ-STATE
002890     MOVE SPACES           TO RS-CURRENT-DATA
002900     MOVE RQ-BUSINESS-DATE TO RS-CUR-BUSINESS-DATE
002910     MOVE RQ-STEP-NAME     TO RS-CUR-SET-BY
002920     MOVE WS-TODAY         TO RS-CUR-SET-DATE
002930     MOVE WS-NOW           TO RS-CUR-SET-TIME
002940     PERFORM 2980-SAVE-STATE.
002950
002960 2900-READ-STATE.
002970     MOVE 'Y' TO WS-FOUND-SW
002980     READ RUN-STATE-FILE
002990         INVALID KEY
003000             MOVE 'N' TO WS-FOUND-SW
003010     END-READ.
003020
003030 2950-CLEAR-STEP-DATA.
003040     MOVE SPACES TO RS-STEP-DATA
003050     MOVE ZERO   TO RS-START-DATE
003060                    RS-START-TIME
003070                    RS-END-DATE
003080                    RS-END-TIME
003090                    RS-RETURN-CODE
003100                    RS-ATTEMPT-COUNT
003110                    RS-STREAM-COUNT.
003120
003130 2980-SAVE-STATE.
003140     IF WS-FOUND
003150         REWRITE RUN-STATE-RECORD
003160     ELSE
003170         WRITE RUN-STATE-RECORD
003180     END-IF
003190     IF WS-RSTATE-STATUS NOT = '00'
003200         DISPLAY 'SIMARSC - UNABLE TO UPDATE RUNCTL - STATUS '
003210                 WS-RSTATE-STATUS ' KEY ' RS-KEY
003220         GO TO 9999-ABEND-EXIT
003230     END-IF.
003240
003250 3000-RECORD-END.
003260*----------------------------------------------------------------
003270* THE STEP HAS FINISHED - RECORD ITS RETURN CODE.  A STREAM COUNT
003280* SUPPLIED AT THE END (SIMASPL KNOWS HOW MANY STREAMS IT CUT ONLY
003290* ONCE IT HAS READ ITS CONTROL CARDS) REPLACES THE ONE AT BEGIN.
003300*----------------------------------------------------------------
003310     PERFORM 1100-RESOLVE-DATE THRU 1100-EXIT
003320     IF RQ-REFUSED
003330         GO TO 3000-EXIT
003340     END-IF
003350     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003360     ACCEPT WS-NOW   FROM TIME
003370     MOVE RQ-BUSINESS-DATE TO RS-BUSINESS-DATE
003380     MOVE RQ-STEP-NAME     TO RS-STEP-NAME
003390     MOVE RQ-STREAM        TO RS-STREAM
003400     PERFORM 2900-READ-STATE
003410     IF NOT WS-FOUND
003420         PERFORM 2950-CLEAR-STEP-DATA
003430         MOVE 1 TO RS-ATTEMPT-COUNT
003440     END-IF
003450     MOVE 'E'              TO RS-STATUS
003460     MOVE WS-TODAY         TO RS-END-DATE
003470     MOVE WS-NOW           TO RS-END-TIME
003480     MOVE RQ-STEP-RC       TO RS-RETURN-CODE
003490     IF RQ-STREAM-COUNT NOT = ZERO
003500         MOVE RQ-STREAM-COUNT TO RS-STREAM-COUNT
003510     END-IF
003520     PERFORM 2980-SAVE-STATE.
003530 3000-EXIT.
003540     EXIT.
003550
003560 9999-ABEND-EXIT.
003570*----------------------------------------------------------------
003580* REACHED WHEN RUNCTL WILL NOT OPEN OR CANNOT BE UPDATED.  THE
003590* CALLING STEP ENDS WITH IT - A STEP THAT CANNOT RECORD ITS STATE
003600* MUST NOT RUN UNRECORDED.
003610*----------------------------------------------------------------
003620     DISPLAY 'SIMARSC - TERMINATING DUE TO FILE I/O ERROR'
003630     MOVE 16 TO RETURN-CODE
003640     STOP RUN.
