000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SIMAMAR.
000030 AUTHOR.         STEFVUCK.
000040 INSTALLATION.   DATA PROCESSING CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- ----------------------------------------------
000120* 2026-10-15  SV   INITIAL VERSION - DAILY ACCOUNT MAINTENANCE
000130*                  ACTIVITY REPORT OVER THE SIMAMNT MAINTENANCE
000140*                  LOG (MLGREC01).  ONE ENTRY PER APPROVED OR
000150*                  DECLINED CHANGE WITH THE MAKER, THE CHECKER
000160*                  AND THE MASTER RECORD BEFORE AND AFTER, THEN
000170*                  TOTALS.  PARM MAY CARRY A DATE (YYYYMMDD) TO
000180*                  REPORT ONE DAY ONLY - NO PARM REPORTS THE
000190*                  WHOLE LOG.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000250            ORGANIZATION IS INDEXED
000260            ACCESS MODE IS SEQUENTIAL
000270            RECORD KEY IS ML-KEY
000280            FILE STATUS IS WS-MLOG-STATUS.
000290     SELECT REPORT-FILE    ASSIGN TO MNTRPT
000300            ORGANIZATION IS SEQUENTIAL
000310            FILE STATUS IS WS-REPT-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  MAINT-LOG-FILE
000360     RECORDING MODE IS F.
000370     COPY MLGREC01.
000380
000390 FD  REPORT-FILE
000400     RECORDING MODE IS F.
000410 01  REPORT-LINE                 PIC X(80).
000420
000430 WORKING-STORAGE SECTION.
000440 01  WS-MLOG-STATUS          PIC X(02).
000450 01  WS-REPT-STATUS          PIC X(02).
000460 01  WS-EOF-SW               PIC X(01)   VALUE 'N'.
000470     88  WS-EOF                          VALUE 'Y'.
000480 01  WS-SEL-DATE             PIC 9(08)   VALUE ZERO.
000490 01  WS-RECORDS-READ         PIC 9(09)   VALUE ZERO.
000500 01  WS-RECORDS-SELECTED     PIC 9(09)   VALUE ZERO.
000510 01  WS-ADDS-APPROVED        PIC 9(09)   VALUE ZERO.
000520 01  WS-CHANGES-APPROVED     PIC 9(09)   VALUE ZERO.
000530 01  WS-DECLINED-COUNT       PIC 9(09)   VALUE ZERO.
000540 01  WS-SAME-OPERATOR-COUNT  PIC 9(09)   VALUE ZERO.
000550 01  WS-TYPE-TEXT            PIC X(06).
000560 01  WS-DECISION-TEXT        PIC X(08).
000570 01  WS-IMAGE-LABEL          PIC X(08).
000580 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
000590 01  WS-EDIT-TIME.
000600     05  WS-EDIT-HH          PIC 9(02).
000610     05  FILLER              PIC X(01)   VALUE ':'.
000620     05  WS-EDIT-MM          PIC 9(02).
000630     05  FILLER              PIC X(01)   VALUE ':'.
000640     05  WS-EDIT-SS          PIC 9(02).
000650 01  WS-LOG-TIME             PIC 9(08).
000660 01  WS-LOG-TIME-R REDEFINES WS-LOG-TIME.
000670     05  WS-LOG-HH           PIC 9(02).
000680     05  WS-LOG-MM           PIC 9(02).
000690     05  WS-LOG-SS           PIC 9(02).
000700     05  WS-LOG-HS           PIC 9(02).
000710*----------------------------------------------------------------
000720* THE BEFORE AND AFTER IMAGES ARE ACCTMST RECORDS - EACH IS MOVED
000730* HERE IN TURN SO ITS STATUS, COST CENTER AND NAME CAN BE PRINTED.
000740*----------------------------------------------------------------
000750     COPY ACTREC01.
000760
000770 LINKAGE SECTION.
000780 01  PARM-INFO.
000790     05  PARM-LENGTH         PIC S9(4) COMP.
000800     05  PARM-DATA           PIC X(80).
000810
000820 PROCEDURE DIVISION USING PARM-INFO.
000830 0000-MAINLINE.
000840     PERFORM 1000-INITIALIZE
000850     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
000860         UNTIL WS-EOF
000870     PERFORM 3000-TERMINATE
000880     GOBACK.
000890
000900 1000-INITIALIZE.
000910     PERFORM 1050-CHECK-DATE-PARM
000920     OPEN INPUT MAINT-LOG-FILE
000930     IF WS-MLOG-STATUS NOT = '00'
000940         DISPLAY 'SIMAMAR - UNABLE TO OPEN MAINTLOG - STATUS '
000950                 WS-MLOG-STATUS
000960         GO TO 9999-ABEND-EXIT
000970     END-IF
000980     OPEN OUTPUT REPORT-FILE
000990     IF WS-REPT-STATUS NOT = '00'
001000         DISPLAY 'SIMAMAR - UNABLE TO OPEN MNTRPT - STATUS '
001010                 WS-REPT-STATUS
001020         GO TO 9999-ABEND-EXIT
001030     END-IF
001040     PERFORM 1100-WRITE-HEADING
001050     PERFORM 2100-READ-LOG.
001060
001070 1050-CHECK-DATE-PARM.
001080*----------------------------------------------------------------
001090* AN OPTIONAL PARM OF YYYYMMDD LIMITS THE REPORT TO ONE DAY -
001100* THE USUAL MORNING RUN PASSES YESTERDAY'S DATE.  NO PARM, OR
001110* ONE THAT IS NOT AN EIGHT-DIGIT NUMBER, REPORTS THE WHOLE LOG.
001120*----------------------------------------------------------------
001130     MOVE ZERO TO WS-SEL-DATE
001140     IF PARM-LENGTH >= 8
001150        AND PARM-DATA(1:8) NUMERIC
001160         MOVE PARM-DATA(1:8) TO WS-SEL-DATE
001170     END-IF.
001180
001190 1100-WRITE-HEADING.
001200     MOVE SPACES TO REPORT-LINE
001210     STRING 'SIMAMAR - ACCOUNT MAINTENANCE ACTIVITY REPORT'
001220         DELIMITED BY SIZE INTO REPORT-LINE
001230     WRITE REPORT-LINE
001240     MOVE SPACES TO REPORT-LINE
001250     IF WS-SEL-DATE = ZERO
001260         STRING 'REPORT DATE ............... ALL DATES ON FILE'
001270             DELIMITED BY SIZE INTO REPORT-LINE
001280     ELSE
001290         STRING 'REPORT DATE ............... ' DELIMITED BY SIZE
001300                WS-SEL-DATE                  DELIMITED BY SIZE
001310             INTO REPORT-LINE
001320     END-IF
001330     WRITE REPORT-LINE
001340     MOVE SPACES TO REPORT-LINE
001350     WRITE REPORT-LINE
001360     MOVE SPACES TO REPORT-LINE
001370     STRING 'TIME     ACCOUNT    TYPE   DECISION MAKER    '
001380            'CHECKER  KEYED ON'
001390         DELIMITED BY SIZE INTO REPORT-LINE
001400     WRITE REPORT-LINE
001410     MOVE SPACES TO REPORT-LINE
001420     WRITE REPORT-LINE.
001430
001440 2000-PROCESS-LOG.
001450     IF WS-EOF
001460         GO TO 2000-EXIT
001470     END-IF
001480     IF WS-SEL-DATE = ZERO OR ML-DATE = WS-SEL-DATE
001490         PERFORM 2200-REPORT-ENTRY
001500     END-IF
001510     PERFORM 2100-READ-LOG.
001520 2000-EXIT.
001530     EXIT.
001540
001550 2100-READ-LOG.
001560     READ MAINT-LOG-FILE
001570         AT END MOVE 'Y' TO WS-EOF-SW
001580     END-READ
001590     IF NOT WS-EOF
001600         ADD 1 TO WS-RECORDS-READ
001610     END-IF.
001620
001630 2200-REPORT-ENTRY.
001640*----------------------------------------------------------------
001650* ONE HEADER LINE FOR THE DECISION, THEN THE MASTER AS IT WAS AND
001660* AS IT BECAME.  A CHANGE DECIDED BY THE OPERATOR WHO KEYED IT
001670* SHOULD NEVER HAPPEN - SIMAMNT REFUSES IT - SO ONE ON THE LOG IS
001680* FLAGGED AND COUNTED FOR DATA CONTROL'S SUPERVISOR.
001690*----------------------------------------------------------------
001700     ADD 1 TO WS-RECORDS-SELECTED
001710     IF ML-NEW-ACCOUNT
001720         MOVE 'ADD'    TO WS-TYPE-TEXT
001730     ELSE
001740         MOVE 'STATUS' TO WS-TYPE-TEXT
001750     END-IF
001760     EVALUATE TRUE
001770         WHEN ML-DECLINED
001780             MOVE 'DECLINED' TO WS-DECISION-TEXT
001790             ADD 1 TO WS-DECLINED-COUNT
001800         WHEN ML-NEW-ACCOUNT
001810             MOVE 'APPROVED' TO WS-DECISION-TEXT
001820             ADD 1 TO WS-ADDS-APPROVED
001830         WHEN OTHER
001840             MOVE 'APPROVED' TO WS-DECISION-TEXT
001850             ADD 1 TO WS-CHANGES-APPROVED
001860     END-EVALUATE
001870     MOVE ML-TIME   TO WS-LOG-TIME
001880     MOVE WS-LOG-HH TO WS-EDIT-HH
001890     MOVE WS-LOG-MM TO WS-EDIT-MM
001900     MOVE WS-LOG-SS TO WS-EDIT-SS
001910     MOVE SPACES TO REPORT-LINE
001920     STRING WS-EDIT-TIME      DELIMITED BY SIZE
001930            ' '               DELIMITED BY SIZE
001940            ML-ACCOUNT-NUMBER DELIMITED BY SIZE
001950            ' '               DELIMITED BY SIZE
001960            WS-TYPE-TEXT      DELIMITED BY SIZE
001970            ' '               DELIMITED BY SIZE
001980            WS-DECISION-TEXT  DELIMITED BY SIZE
001990            ' '               DELIMITED BY SIZE
002000            ML-MAKER-ID       DELIMITED BY SIZE
002010            ' '               DELIMITED BY SIZE
002020            ML-CHECKER-ID     DELIMITED BY SIZE
002030            ' '               DELIMITED BY SIZE
002040            ML-REQ-DATE       DELIMITED BY SIZE
002050         INTO REPORT-LINE
002060     WRITE REPORT-LINE
002070     IF ML-MAKER-ID = ML-CHECKER-ID
002080         ADD 1 TO WS-SAME-OPERATOR-COUNT
002090         MOVE SPACES TO REPORT-LINE
002100         STRING '         *** MAKER AND CHECKER ARE THE SAME '
002110                'OPERATOR ***'
002120             DELIMITED BY SIZE INTO REPORT-LINE
002130         WRITE REPORT-LINE
002140     END-IF
002150     MOVE 'BEFORE'        TO WS-IMAGE-LABEL
002160     MOVE ML-BEFORE-IMAGE TO ACCOUNT-MASTER-RECORD
002170     PERFORM 2210-WRITE-IMAGE-LINE
002180     MOVE 'AFTER'         TO WS-IMAGE-LABEL
002190     MOVE ML-AFTER-IMAGE  TO ACCOUNT-MASTER-RECORD
002200     PERFORM 2210-WRITE-IMAGE-LINE
002210     MOVE SPACES TO REPORT-LINE
002220     WRITE REPORT-LINE.
002230
002240 2210-WRITE-IMAGE-LINE.
002250     MOVE SPACES TO REPORT-LINE
002260     IF ACCOUNT-MASTER-RECORD = SPACES
002270         STRING '         ' DELIMITED BY SIZE
002280                WS-IMAGE-LABEL DELIMITED BY SIZE
002290                ' (NEW ACCOUNT)' DELIMITED BY SIZE
002300             INTO REPORT-LINE
002310     ELSE
002320         STRING '         '    DELIMITED BY SIZE
002330                WS-IMAGE-LABEL DELIMITED BY SIZE
002340                ' STATUS '     DELIMITED BY SIZE
002350                AM-STATUS      DELIMITED BY SIZE
002360                '  CC '        DELIMITED BY SIZE
002370                AM-COST-CENTER DELIMITED BY SIZE
002380                '  '           DELIMITED BY SIZE
002390                AM-ACCOUNT-NAME DELIMITED BY SIZE
002400             INTO REPORT-LINE
002410     END-IF
002420     WRITE REPORT-LINE.
002430
002440 3000-TERMINATE.
002450     PERFORM 5000-WRITE-TOTALS
002460     CLOSE MAINT-LOG-FILE
002470           REPORT-FILE
002480     IF WS-SAME-OPERATOR-COUNT > ZERO
002490         MOVE 8 TO RETURN-CODE
002500     ELSE
002510         MOVE ZERO TO RETURN-CODE
002520     END-IF.
002530
002540 5000-WRITE-TOTALS.
002550*----------------------------------------------------------------
002560* TOTALS FOR THE MORNING PRINTER RACK.  THE STEP ENDS RC 8 WHEN
002570* ANY CHANGE WAS DECIDED BY ITS OWN MAKER SO THE SCHEDULE FLAGS
002580* IT - OTHERWISE RC 0, EVEN ON A DAY WITH NO MAINTENANCE.
002590*----------------------------------------------------------------
002600     MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
002610     MOVE SPACES TO REPORT-LINE
002620     STRING 'LOG RECORDS READ .......... ' DELIMITED BY SIZE
002630            WS-EDIT-COUNT               DELIMITED BY SIZE
002640         INTO REPORT-LINE
002650     WRITE REPORT-LINE
002660     MOVE WS-RECORDS-SELECTED TO WS-EDIT-COUNT
002670     MOVE SPACES TO REPORT-LINE
002680     STRING 'CHANGES ON REPORT DATE .... ' DELIMITED BY SIZE
002690            WS-EDIT-COUNT               DELIMITED BY SIZE
002700         INTO REPORT-LINE
002710     WRITE REPORT-LINE
002720     MOVE WS-ADDS-APPROVED TO WS-EDIT-COUNT
002730     MOVE SPACES TO REPORT-LINE
002740     STRING 'NEW ACCOUNTS APPROVED ..... ' DELIMITED BY SIZE
002750            WS-EDIT-COUNT               DELIMITED BY SIZE
002760         INTO REPORT-LINE
002770     WRITE REPORT-LINE
002780     MOVE WS-CHANGES-APPROVED TO WS-EDIT-COUNT
002790     MOVE SPACES TO REPORT-LINE
002800     STRING 'STATUS CHANGES APPROVED ... ' DELIMITED BY SIZE
002810            WS-EDIT-COUNT               DELIMITED BY SIZE
002820         INTO REPORT-LINE
002830     WRITE REPORT-LINE
002840     MOVE WS-DECLINED-COUNT TO WS-EDIT-COUNT
002850     MOVE SPACES TO REPORT-LINE
002860     STRING 'CHANGES DECLINED .......... ' DELIMITED BY SIZE
002870            WS-EDIT-COUNT               DELIMITED BY SIZE
002880         INTO REPORT-LINE
002890     WRITE REPORT-LINE
002900     MOVE WS-SAME-OPERATOR-COUNT TO WS-EDIT-COUNT
002910     MOVE SPACES TO REPORT-LINE
002920     STRING 'MAKER = CHECKER ........... ' DELIMITED BY SIZE
002930            WS-EDIT-COUNT               DELIMITED BY SIZE
002940         INTO REPORT-LINE
002950     WRITE REPORT-LINE.
002960
002970 9999-ABEND-EXIT.
002980*----------------------------------------------------------------
002990* REACHED ONLY WHEN A REQUIRED FILE FAILED TO OPEN.  END THE RUN
003000* CLEANLY WITH A NON-ZERO STEP RETURN CODE SO THE SCHEDULE SEES
003010* THE REPORT DID NOT PRINT.
003020*----------------------------------------------------------------
003030     DISPLAY 'SIMAMAR - TERMINATING DUE TO FILE OPEN ERROR'
003040     MOVE 16 TO RETURN-CODE
003050     STOP RUN.
