000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SIMARSR.
000030 AUTHOR.         STEFVUCK.
000040 INSTALLATION.   DATA PROCESSING CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- ----------------------------------------------
000120* 2026-10-15  SV   INITIAL VERSION - NIGHTLY RUN-STATE REPORT.
000130*                  LISTS EVERY STEP OF THE NIGHTLY CHAIN FOR A
000140*                  BUSINESS DATE IN RUN ORDER FROM RUNCTL
000150*                  (RSTREC01) - COMPLETE, FAILED, NOT ENDED OR NOT
000160*                  RUN, WITH ITS START, END, RETURN CODE AND
000170*                  ATTEMPTS - AND NAMES THE NEXT STEP TO RUN.
000180*                  PARM IS THE BUSINESS DATE (YYYYMMDD); WITHOUT
000190*                  ONE THE NIGHT IN PROGRESS IS REPORTED.
000192* 2026-10-15  SV   SIMASIG, THE STANDING-INSTRUCTION STEP THAT NOW
000194*                  STARTS THE NIGHT, IS LISTED FIRST.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT RUN-STATE-FILE ASSIGN TO RUNCTL
000250            ORGANIZATION IS INDEXED
000260            ACCESS MODE IS RANDOM
000270            RECORD KEY IS RS-KEY
000280            FILE STATUS IS WS-RSTATE-STATUS.
000290     SELECT REPORT-FILE    ASSIGN TO RSTRPT
000300            ORGANIZATION IS SEQUENTIAL
000310            FILE STATUS IS WS-REPT-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  RUN-STATE-FILE
000360     RECORDING MODE IS F.
000370     COPY RSTREC01.
000380
000390 FD  REPORT-FILE
000400     RECORDING MODE IS F.
000410 01  REPORT-LINE                 PIC X(80).
000420
000430 WORKING-STORAGE SECTION.
000440 01  WS-RSTATE-STATUS        PIC X(02).
000450 01  WS-REPT-STATUS          PIC X(02).
000460 01  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
000470     88  WS-FOUND                        VALUE 'Y'.
000480 01  WS-PARALLEL-SW          PIC X(01)   VALUE 'N'.
000490     88  WS-PARALLEL-NIGHT               VALUE 'Y'.
000500 01  WS-RUN-GRADE            PIC 9(02)   VALUE ZERO.
000510 01  WS-BUSINESS-DATE        PIC 9(08)   VALUE ZERO.
000520 01  WS-SPLIT-STREAMS        PIC 9(02)   VALUE ZERO.
000530 01  WS-STEP-STATUS          PIC X(10)   VALUE SPACES.
000540 01  WS-NEXT-STEP            PIC X(08)   VALUE SPACES.
000550 01  WS-NEXT-STREAM          PIC 9(02)   VALUE ZERO.
000560 01  WS-COMPLETE-COUNT       PIC 9(09)   VALUE ZERO.
000570 01  WS-FAILED-COUNT         PIC 9(09)   VALUE ZERO.
000580 01  WS-PENDING-COUNT        PIC 9(09)   VALUE ZERO.
000590*----------------------------------------------------------------
000600* THE STEPS EXPECTED FOR THE NIGHT, IN RUN ORDER, STARTING WITH
000610* SIMASIG.  A PARALLEL NIGHT (SIMASPL RAN) HAS UP TO 4 SIMADRV
000620* STREAMS AND SIMAMRG; A SINGLE-STREAM NIGHT HAS SIMADRV STREAM
000625* 00 IN THEIR PLACE.
000630*----------------------------------------------------------------
000640 01  WS-STEP-COUNT           PIC 9(02)   VALUE ZERO.
000650 01  WS-STEP-IX              PIC 9(02)   VALUE ZERO.
000660 01  WS-STEP-TABLE.
000670     05  WS-STEP-ENTRY OCCURS 10 TIMES.
000680         10  WS-TBL-STEP         PIC X(08).
000690         10  WS-TBL-STREAM       PIC 9(02).
000700 01  WS-DETAIL-LINE.
000710     05  WS-DTL-STEP         PIC X(08).
000720     05  FILLER              PIC X(01)   VALUE SPACE.
000730     05  WS-DTL-STREAM       PIC 9(02).
000740     05  FILLER              PIC X(02)   VALUE SPACES.
000750     05  WS-DTL-STATUS       PIC X(10).
000760     05  FILLER              PIC X(01)   VALUE SPACE.
000770     05  WS-DTL-START-DATE   PIC X(08).
000780     05  FILLER              PIC X(01)   VALUE SPACE.
000790     05  WS-DTL-START-TIME   PIC X(06).
000800     05  FILLER              PIC X(02)   VALUE SPACES.
000810     05  WS-DTL-END-DATE     PIC X(08).
000820     05  FILLER              PIC X(01)   VALUE SPACE.
000830     05  WS-DTL-END-TIME     PIC X(06).
000840     05  FILLER              PIC X(03)   VALUE SPACES.
000850     05  WS-DTL-RC           PIC X(02).
000860     05  FILLER              PIC X(03)   VALUE SPACES.
000870     05  WS-DTL-ATTEMPTS     PIC X(03).
000880     05  FILLER              PIC X(13)   VALUE SPACES.
000890 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
000900 01  WS-EDIT-GRADE           PIC Z9.
000910
000920 LINKAGE SECTION.
000930 01  PARM-INFO.
000940     05  PARM-LENGTH         PIC S9(4) COMP.
000950     05  PARM-DATA           PIC X(80).
000960
000970 PROCEDURE DIVISION USING PARM-INFO.
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE
001000     PERFORM 1200-BUILD-STEP-LIST
001010     PERFORM 1100-WRITE-HEADING
001020     PERFORM 2000-REPORT-STEP
001030         VARYING WS-STEP-IX FROM 1 BY 1
001040         UNTIL WS-STEP-IX > WS-STEP-COUNT
001050     PERFORM 3000-TERMINATE
001060     GOBACK.
001070
001080 1000-INITIALIZE.
001090     OPEN INPUT RUN-STATE-FILE
001100     IF WS-RSTATE-STATUS NOT = '00'
001110         DISPLAY 'SIMARSR - UNABLE TO OPEN RUNCTL - STATUS '
001120                 WS-RSTATE-STATUS
001130         GO TO 9999-ABEND-EXIT
001140     END-IF
001150     OPEN OUTPUT REPORT-FILE
001160     IF WS-REPT-STATUS NOT = '00'
001170         DISPLAY 'SIMARSR - UNABLE TO OPEN RSTRPT - STATUS '
001180                 WS-REPT-STATUS
001190         GO TO 9999-ABEND-EXIT
001200     END-IF
001210     PERFORM 1050-CHECK-PARM.
001220
001230 1050-CHECK-PARM.
001240*----------------------------------------------------------------
001250* THE BUSINESS DATE TO REPORT IS AN OPTIONAL PARM.  WITHOUT ONE,
001260* THE NIGHT IN PROGRESS IS TAKEN FROM THE '*CURRENT' RECORD.
001270*----------------------------------------------------------------
001280     IF PARM-LENGTH >= 8
001290         IF PARM-DATA(1:8) NOT NUMERIC
001300             DISPLAY 'SIMARSR - PARM MUST BE THE BUSINESS DATE '
001310                     '(YYYYMMDD)'
001320             GO TO 9800-CONTROL-ABEND
001330         END-IF
001340         MOVE PARM-DATA(1:8) TO WS-BUSINESS-DATE
001350     ELSE
001360         MOVE ZERO       TO RS-BUSINESS-DATE
001370         MOVE '*CURRENT' TO RS-STEP-NAME
001380         MOVE ZERO       TO RS-STREAM
001390         PERFORM 2900-READ-STATE
001400         IF NOT WS-FOUND
001410             DISPLAY 'SIMARSR - NO BUSINESS DATE IS SET ON RUNCTL'
001420             GO TO 9800-CONTROL-ABEND
001430         END-IF
001440         MOVE RS-CUR-BUSINESS-DATE TO WS-BUSINESS-DATE
001450     END-IF.
001460
001470 1100-WRITE-HEADING.
001480     MOVE SPACES TO REPORT-LINE
001490     STRING 'SIMARSR - NIGHTLY RUN-STATE REPORT'
001500         DELIMITED BY SIZE INTO REPORT-LINE
001510     WRITE REPORT-LINE
001520     MOVE SPACES TO REPORT-LINE
001530     STRING 'BUSINESS DATE ............. ' DELIMITED BY SIZE
001540            WS-BUSINESS-DATE            DELIMITED BY SIZE
001550         INTO REPORT-LINE
001560     WRITE REPORT-LINE
001570     MOVE SPACES TO REPORT-LINE
001580     IF WS-PARALLEL-NIGHT
001590         STRING 'CHAIN ..................... ' DELIMITED BY SIZE
001600                'PARALLEL - '                 DELIMITED BY SIZE
001610                WS-SPLIT-STREAMS            DELIMITED BY SIZE
001620                ' STREAMS'                    DELIMITED BY SIZE
001630             INTO REPORT-LINE
001640     ELSE
001650         STRING 'CHAIN ..................... ' DELIMITED BY SIZE
001660                'SINGLE-STREAM'               DELIMITED BY SIZE
001670             INTO REPORT-LINE
001680     END-IF
001690     WRITE REPORT-LINE
001700     MOVE SPACES TO REPORT-LINE
001710     WRITE REPORT-LINE
001720     MOVE SPACES TO REPORT-LINE
001730     STRING 'STEP     STR STATUS     STARTED          '
001740            'ENDED             RC TRIES'
001750         DELIMITED BY SIZE INTO REPORT-LINE
001760     WRITE REPORT-LINE
001770     MOVE SPACES TO REPORT-LINE
001780     STRING '-------- --  ---------- ---------------  '
001790            '---------------   -- -----'
001800         DELIMITED BY SIZE INTO REPORT-LINE
001810     WRITE REPORT-LINE.
001820
001830 1200-BUILD-STEP-LIST.
001840*----------------------------------------------------------------
001850* A SIMASPL RECORD FOR THE DATE MAKES IT A PARALLEL NIGHT, WITH
001860* AS MANY STREAMS AS SIMASPL CUT.  WHILE SIMASPL IS STILL RUNNING
001870* ITS STREAM COUNT IS NOT YET KNOWN AND NO STREAM IS LISTED.
001880*----------------------------------------------------------------
001882     MOVE 'SIMASIG' TO WS-NEXT-STEP
001884     MOVE ZERO      TO WS-NEXT-STREAM
001886     PERFORM 1250-ADD-STEP
001890     MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE
001900     MOVE 'SIMASPL'        TO RS-STEP-NAME
001910     MOVE ZERO             TO RS-STREAM
001920     PERFORM 2900-READ-STATE
001930     IF WS-FOUND
001940         MOVE 'Y' TO WS-PARALLEL-SW
001950         MOVE RS-STREAM-COUNT TO WS-SPLIT-STREAMS
001960         IF WS-SPLIT-STREAMS > 4
001970             MOVE 4 TO WS-SPLIT-STREAMS
001980         END-IF
001990         MOVE 'SIMASPL' TO WS-NEXT-STEP
002000         MOVE ZERO      TO WS-NEXT-STREAM
002010         PERFORM 1250-ADD-STEP
002020         MOVE 'SIMADRV' TO WS-NEXT-STEP
002030         MOVE 1         TO WS-NEXT-STREAM
002040         PERFORM 1260-ADD-STREAM
002050             UNTIL WS-NEXT-STREAM > WS-SPLIT-STREAMS
002060         MOVE 'SIMAMRG' TO WS-NEXT-STEP
002070         MOVE ZERO      TO WS-NEXT-STREAM
002080         PERFORM 1250-ADD-STEP
002090     ELSE
002100         MOVE 'SIMADRV' TO WS-NEXT-STEP
002110         MOVE ZERO      TO WS-NEXT-STREAM
002120         PERFORM 1250-ADD-STEP
002130     END-IF
002140     MOVE 'SIMAREC' TO WS-NEXT-STEP
002150     PERFORM 1250-ADD-STEP
002160     MOVE 'SIMASTM' TO WS-NEXT-STEP
002170     PERFORM 1250-ADD-STEP
002180     MOVE 'SIMAPRG' TO WS-NEXT-STEP
002190     PERFORM 1250-ADD-STEP
002200     MOVE SPACES TO WS-NEXT-STEP
002210     MOVE ZERO   TO WS-NEXT-STREAM.
002220
002230 1250-ADD-STEP.
002240     ADD 1 TO WS-STEP-COUNT
002250     MOVE WS-NEXT-STEP   TO WS-TBL-STEP(WS-STEP-COUNT)
002260     MOVE WS-NEXT-STREAM TO WS-TBL-STREAM(WS-STEP-COUNT).
002270
002280 1260-ADD-STREAM.
002290     PERFORM 1250-ADD-STEP
002300     ADD 1 TO WS-NEXT-STREAM.
002310
002320 2000-REPORT-STEP.
002330*----------------------------------------------------------------
002340* ONE LINE PER EXPECTED STEP.  THE FIRST STEP THAT IS NOT
002350* COMPLETE IS THE ONE THE RERUN STARTS FROM.
002360*----------------------------------------------------------------
002370     MOVE WS-BUSINESS-DATE          TO RS-BUSINESS-DATE
002380     MOVE WS-TBL-STEP(WS-STEP-IX)   TO RS-STEP-NAME
002390     MOVE WS-TBL-STREAM(WS-STEP-IX) TO RS-STREAM
002400     PERFORM 2900-READ-STATE
002410     MOVE SPACES TO WS-DTL-START-DATE
002420                    WS-DTL-START-TIME
002430                    WS-DTL-END-DATE
002440                    WS-DTL-END-TIME
002450                    WS-DTL-RC
002460                    WS-DTL-ATTEMPTS
002470     EVALUATE TRUE
002480         WHEN NOT WS-FOUND
002490             MOVE 'NOT RUN'    TO WS-STEP-STATUS
002500             ADD 1 TO WS-PENDING-COUNT
002510         WHEN RS-RUNNING
002520             MOVE 'NOT ENDED'  TO WS-STEP-STATUS
002530             ADD 1 TO WS-FAILED-COUNT
002540         WHEN RS-RETURN-CODE > 4
002550             MOVE 'FAILED'     TO WS-STEP-STATUS
002560             ADD 1 TO WS-FAILED-COUNT
002570         WHEN OTHER
002580             MOVE 'COMPLETE'   TO WS-STEP-STATUS
002590             ADD 1 TO WS-COMPLETE-COUNT
002600     END-EVALUATE
002610     IF WS-FOUND
002620         MOVE RS-START-DATE      TO WS-DTL-START-DATE
002630         MOVE RS-START-TIME(1:6) TO WS-DTL-START-TIME
002640         MOVE RS-ATTEMPT-COUNT   TO WS-DTL-ATTEMPTS
002650         IF RS-ENDED
002660             MOVE RS-END-DATE      TO WS-DTL-END-DATE
002670             MOVE RS-END-TIME(1:6) TO WS-DTL-END-TIME
002680             MOVE RS-RETURN-CODE   TO WS-DTL-RC
002690         END-IF
002700     END-IF
002710     IF WS-STEP-STATUS NOT = 'COMPLETE'
002720        AND WS-NEXT-STEP = SPACES
002730         MOVE WS-TBL-STEP(WS-STEP-IX)   TO WS-NEXT-STEP
002740         MOVE WS-TBL-STREAM(WS-STEP-IX) TO WS-NEXT-STREAM
002750     END-IF
002760     MOVE WS-TBL-STEP(WS-STEP-IX)   TO WS-DTL-STEP
002770     MOVE WS-TBL-STREAM(WS-STEP-IX) TO WS-DTL-STREAM
002780     MOVE WS-STEP-STATUS            TO WS-DTL-STATUS
002790     MOVE WS-DETAIL-LINE TO REPORT-LINE
002800     WRITE REPORT-LINE.
002810
002820 2900-READ-STATE.
002830     MOVE 'Y' TO WS-FOUND-SW
002840     READ RUN-STATE-FILE
002850         INVALID KEY
002860             MOVE 'N' TO WS-FOUND-SW
002870     END-READ.
002880
002890 3000-TERMINATE.
002900     MOVE SPACES TO REPORT-LINE
002910     WRITE REPORT-LINE
002920     MOVE WS-COMPLETE-COUNT TO WS-EDIT-COUNT
002930     MOVE SPACES TO REPORT-LINE
002940     STRING 'STEPS COMPLETE ............ ' DELIMITED BY SIZE
002950            WS-EDIT-COUNT               DELIMITED BY SIZE
002960         INTO REPORT-LINE
002970     WRITE REPORT-LINE
002980     MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT
002990     MOVE SPACES TO REPORT-LINE
003000     STRING 'STEPS FAILED OR NOT ENDED . ' DELIMITED BY SIZE
003010            WS-EDIT-COUNT               DELIMITED BY SIZE
003020         INTO REPORT-LINE
003030     WRITE REPORT-LINE
003040     MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
003050     MOVE SPACES TO REPORT-LINE
003060     STRING 'STEPS NOT YET RUN ......... ' DELIMITED BY SIZE
003070            WS-EDIT-COUNT               DELIMITED BY SIZE
003080         INTO REPORT-LINE
003090     WRITE REPORT-LINE
003100     MOVE SPACES TO REPORT-LINE
003110     IF WS-NEXT-STEP = SPACES
003120         STRING 'NEXT STEP TO RUN .......... ' DELIMITED BY SIZE
003130                'NONE'                        DELIMITED BY SIZE
003140             INTO REPORT-LINE
003150     ELSE
003160         STRING 'NEXT STEP TO RUN .......... ' DELIMITED BY SIZE
003170                WS-NEXT-STEP                DELIMITED BY SPACE
003180                '/'                           DELIMITED BY SIZE
003190                WS-NEXT-STREAM              DELIMITED BY SIZE
003200             INTO REPORT-LINE
003210     END-IF
003220     WRITE REPORT-LINE
003230     EVALUATE TRUE
003240         WHEN WS-FAILED-COUNT NOT = ZERO
003250             MOVE 8 TO WS-RUN-GRADE
003260         WHEN WS-PENDING-COUNT NOT = ZERO
003270             MOVE 4 TO WS-RUN-GRADE
003280         WHEN OTHER
003290             MOVE ZERO TO WS-RUN-GRADE
003300     END-EVALUATE
003310     MOVE SPACES TO REPORT-LINE
003320     WRITE REPORT-LINE
003330     MOVE WS-RUN-GRADE TO WS-EDIT-GRADE
003340     MOVE SPACES TO REPORT-LINE
003350     EVALUATE WS-RUN-GRADE
003360         WHEN ZERO
003370             STRING 'NIGHT ' WS-BUSINESS-DATE
003380                    ' COMPLETE - EVERY STEP ENDED CLEANLY'
003390                 DELIMITED BY SIZE INTO REPORT-LINE
003400         WHEN 4
003410             STRING 'NIGHT ' WS-BUSINESS-DATE
003420                    ' IN PROGRESS - RC ' WS-EDIT-GRADE
003430                 DELIMITED BY SIZE INTO REPORT-LINE
003440         WHEN OTHER
003450             STRING '*** NIGHT ' WS-BUSINESS-DATE
003460                    ' NEEDS ATTENTION - RC ' WS-EDIT-GRADE ' ***'
003470                 DELIMITED BY SIZE INTO REPORT-LINE
003480     END-EVALUATE
003490     WRITE REPORT-LINE
003500     CLOSE RUN-STATE-FILE
003510           REPORT-FILE
003520     MOVE WS-RUN-GRADE TO RETURN-CODE.
003530
003540 9800-CONTROL-ABEND.
003550*----------------------------------------------------------------
003560* REACHED WHEN THE DATE PARM IS BAD, OR NONE IS GIVEN AND NO
003570* NIGHT HAS STARTED.  END WITH RETURN CODE 16.
003580*----------------------------------------------------------------
003590     DISPLAY 'SIMARSR - TERMINATING DUE TO CONTROL FAILURE'
003600     MOVE 16 TO RETURN-CODE
003610     STOP RUN.
003620
003630 9999-ABEND-EXIT.
003640*----------------------------------------------------------------
003650* REACHED WHEN RUNCTL OR THE REPORT WILL NOT OPEN.
003660*----------------------------------------------------------------
003670     DISPLAY 'SIMARSR - TERMINATING DUE TO FILE I/O ERROR'
003680     MOVE 16 TO RETURN-CODE
003690     STOP RUN.
