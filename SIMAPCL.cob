000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SIMAPCL.
000030 AUTHOR.         STEFVUCK.
000040 INSTALLATION.   DATA PROCESSING CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- ----------------------------------------------
000120* 2026-10-15  SV   INITIAL VERSION - ACCOUNTING PERIOD CLOSE.
000130*                  READS THE NIGHTLY GLEXTR GENERATIONS KEPT ON
000140*                  GLHIST (GLREC01), PROVES EACH TO ITS TRAILER
000150*                  AND SETS ASIDE A GENERATION ARCHIVED TWICE,
000160*                  THEN BUILDS THE PERTOT PERIOD-TOTALS FILE
000170*                  (PTTREC01) - DEBIT AND CREDIT TOTALS AND COUNTS
000180*                  PER COST CENTER AND ACCOUNT FOR EVERY POSTING
000190*                  VALUE-DATED IN THE PERIOD.  PRINTS A TRIAL
000200*                  BALANCE BY COST CENTER TIED TO THE SUM OF THE
000210*                  GLEXTR TRAILERS AND, WHEN IT TIES, MARKS THE
000220*                  PERIOD CLOSED ON PERCTL (PCLREC01) SO SIMADRV
000230*                  REJECTS ANY LATER POSTING DATED INTO IT.  PARM
000240*                  IS THE PERIOD (YYYYMM), OPTIONALLY FOLLOWED BY
000250*                  ' TRIAL' TO PRINT THE TRIAL BALANCE AND LEAVE
000260*                  THE PERIOD OPEN.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT GL-FILE        ASSIGN TO GLHIST
000320            ORGANIZATION IS SEQUENTIAL
000330            FILE STATUS IS WS-GL-STATUS.
000340     SELECT TOTAL-FILE     ASSIGN TO PERTOT
000350            ORGANIZATION IS INDEXED
000360            ACCESS MODE IS DYNAMIC
000370            RECORD KEY IS PX-KEY
000380            FILE STATUS IS WS-PTOT-STATUS.
000390     SELECT PERIOD-FILE    ASSIGN TO PERCTL
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE IS RANDOM
000420            RECORD KEY IS PC-PERIOD
000430            FILE STATUS IS WS-PCTL-STATUS.
000440     SELECT REPORT-FILE    ASSIGN TO PCLRPT
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS IS WS-REPT-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  GL-FILE
000510     RECORDING MODE IS F.
000520     COPY GLREC01.
000530
000540 FD  TOTAL-FILE
000550     RECORDING MODE IS F.
000560     COPY PTTREC01.
000570
000580 FD  PERIOD-FILE
000590     RECORDING MODE IS F.
000600     COPY PCLREC01.
000610
000620 FD  REPORT-FILE
000630     RECORDING MODE IS F.
000640 01  REPORT-LINE                 PIC X(80).
000650
000660 WORKING-STORAGE SECTION.
000670 01  WS-GL-STATUS            PIC X(02).
000680 01  WS-PTOT-STATUS          PIC X(02).
000690 01  WS-PCTL-STATUS          PIC X(02).
000700 01  WS-REPT-STATUS          PIC X(02).
000710 01  WS-GL-EOF-SW            PIC X(01)   VALUE 'N'.
000720     88  WS-GL-EOF                       VALUE 'Y'.
000730 01  WS-PTOT-EOF-SW          PIC X(01)   VALUE 'N'.
000740     88  WS-PTOT-EOF                     VALUE 'Y'.
000750 01  WS-TRIAL-SW             PIC X(01)   VALUE 'N'.
000760     88  WS-TRIAL-RUN                    VALUE 'Y'.
000770 01  WS-IN-FILE-SW           PIC X(01)   VALUE 'N'.
000780     88  WS-IN-FILE                      VALUE 'Y'.
000790 01  WS-SKIP-FILE-SW         PIC X(01)   VALUE 'N'.
000800     88  WS-SKIP-FILE                    VALUE 'Y'.
000810 01  WS-PROVED-SW            PIC X(01)   VALUE 'Y'.
000820     88  WS-ALL-PROVED                   VALUE 'Y'.
000830 01  WS-NEW-TOTAL-SW         PIC X(01)   VALUE 'N'.
000840     88  WS-NEW-TOTAL                    VALUE 'Y'.
000850 01  WS-RUN-GRADE            PIC 9(02)   VALUE ZERO.
000860 01  WS-CLOSE-PERIOD         PIC 9(06)   VALUE ZERO.
000870 01  WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
000880     05  WS-CLOSE-YEAR       PIC 9(04).
000890     05  WS-CLOSE-MONTH      PIC 9(02).
000900 01  WS-VALUE-PERIOD         PIC 9(06)   VALUE ZERO.
000910 01  WS-TODAY                PIC 9(08)   VALUE ZERO.
000920 01  WS-TODAY-PERIOD         PIC 9(06)   VALUE ZERO.
000930 01  WS-NOW                  PIC 9(08)   VALUE ZERO.
000940 01  WS-SIGNED-AMOUNT        PIC S9(13)V99 VALUE ZERO.
000950*----------------------------------------------------------------
000960* ONE ENTRY PER GLEXTR GENERATION ON GLHIST, BUILT ON THE FIRST
000970* PASS.  A GENERATION WITH THE SAME RUN DATE, COUNT AND CONTROL
000980* TOTAL AS AN EARLIER ONE WAS ARCHIVED TWICE AND IS SKIPPED.  A
000990* PARM='REPROC' REPAIR RUN CUTS ITS OWN GLEXTR ON THE SAME RUN
001000* DATE, BUT WITH ITS OWN COUNT AND TOTAL, SO IT IS KEPT.
001010*----------------------------------------------------------------
001020 01  WS-FILE-COUNT           PIC 9(04)   VALUE ZERO.
001030 01  WS-FILE-IX              PIC 9(04)   VALUE ZERO.
001040 01  WS-DUP-IX               PIC 9(04)   VALUE ZERO.
001050 01  WS-FILE-TABLE.
001060     05  WS-FILE-ENTRY OCCURS 100 TIMES.
001070         10  WS-FILE-RUN-DATE    PIC 9(08).
001080         10  WS-FILE-DETAILS     PIC 9(09).
001090         10  WS-FILE-TOTAL       PIC S9(13)V99.
001100         10  WS-FILE-TLR-COUNT   PIC 9(09).
001110         10  WS-FILE-TLR-TOTAL   PIC S9(13)V99.
001120         10  WS-FILE-STATE       PIC X(01).
001130             88  WS-FILE-PROVED          VALUE 'P'.
001140             88  WS-FILE-DUPLICATE       VALUE 'D'.
001150             88  WS-FILE-UNPROVED        VALUE 'U'.
001160 01  WS-FILES-USED           PIC 9(09)   VALUE ZERO.
001170 01  WS-FILES-SKIPPED        PIC 9(09)   VALUE ZERO.
001180 01  WS-TRAILER-SUM          PIC S9(13)V99 VALUE ZERO.
001190 01  WS-PERIOD-COUNT         PIC 9(09)   VALUE ZERO.
001200 01  WS-PERIOD-DR-TOTAL      PIC 9(13)V99 VALUE ZERO.
001210 01  WS-PERIOD-CR-TOTAL      PIC 9(13)V99 VALUE ZERO.
001220 01  WS-PERIOD-NET           PIC S9(13)V99 VALUE ZERO.
001230 01  WS-OUTSIDE-COUNT        PIC 9(09)   VALUE ZERO.
001240 01  WS-OUTSIDE-NET          PIC S9(13)V99 VALUE ZERO.
001250 01  WS-TIE-CHECK            PIC S9(13)V99 VALUE ZERO.
001260 01  WS-CLEARED-COUNT        PIC 9(09)   VALUE ZERO.
001270 01  WS-CC-CURRENT           PIC X(06)   VALUE SPACES.
001280 01  WS-CC-COUNT             PIC 9(09)   VALUE ZERO.
001290 01  WS-CC-DR-TOTAL          PIC 9(13)V99 VALUE ZERO.
001300 01  WS-CC-CR-TOTAL          PIC 9(13)V99 VALUE ZERO.
001310 01  WS-CC-NET               PIC S9(13)V99 VALUE ZERO.
001320 01  WS-TB-COUNT             PIC 9(09)   VALUE ZERO.
001330 01  WS-TB-DR-TOTAL          PIC 9(13)V99 VALUE ZERO.
001340 01  WS-TB-CR-TOTAL          PIC 9(13)V99 VALUE ZERO.
001350 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
001360 01  WS-EDIT-TB-COUNT        PIC Z,ZZZ,ZZ9.
001370 01  WS-EDIT-TB-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001380 01  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001390 01  WS-EDIT-GRADE           PIC Z9.
001400
001410 LINKAGE SECTION.
001420 01  PARM-INFO.
001430     05  PARM-LENGTH         PIC S9(4) COMP.
001440     05  PARM-DATA           PIC X(80).
001450
001460 PROCEDURE DIVISION USING PARM-INFO.
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE
001490     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
001500         UNTIL WS-GL-EOF
001510     PERFORM 2300-PROVE-HISTORY
001520     IF WS-ALL-PROVED
001530         PERFORM 2400-REOPEN-HISTORY
001540         PERFORM 2500-POST-HISTORY THRU 2500-EXIT
001550             UNTIL WS-GL-EOF
001560         PERFORM 4000-TRIAL-BALANCE
001570         PERFORM 4500-CHECK-TIE
001580     END-IF
001590     PERFORM 3000-TERMINATE
001600     GOBACK.
001610
001620 1000-INITIALIZE.
001630     PERFORM 1050-CHECK-PARM
001640     OPEN INPUT GL-FILE
001650     IF WS-GL-STATUS NOT = '00'
001660         DISPLAY 'SIMAPCL - UNABLE TO OPEN GLHIST - STATUS '
001670                 WS-GL-STATUS
001680         GO TO 9999-ABEND-EXIT
001690     END-IF
001700     OPEN OUTPUT REPORT-FILE
001710     IF WS-REPT-STATUS NOT = '00'
001720         DISPLAY 'SIMAPCL - UNABLE TO OPEN PCLRPT - STATUS '
001730                 WS-REPT-STATUS
001740         GO TO 9999-ABEND-EXIT
001750     END-IF
001760*----------------------------------------------------------------
001770* PERCTL AND PERTOT ARE OPENED I-O.  ON THE VERY FIRST CLOSE
001780* NEITHER EXISTS YET, SO EACH IS CREATED WITH OPEN OUTPUT AND
001790* THEN REOPENED I-O AT ONCE, SO THIS RUN CAN READ BACK WHAT IT
001800* WRITES.
001810*----------------------------------------------------------------
001820     OPEN I-O PERIOD-FILE
001830     IF WS-PCTL-STATUS NOT = '00'
001840         OPEN OUTPUT PERIOD-FILE
001850         CLOSE PERIOD-FILE
001860         OPEN I-O PERIOD-FILE
001870     END-IF
001880     IF WS-PCTL-STATUS NOT = '00'
001890         DISPLAY 'SIMAPCL - UNABLE TO OPEN PERCTL - STATUS '
001900                 WS-PCTL-STATUS
001910         GO TO 9999-ABEND-EXIT
001920     END-IF
001930     OPEN I-O TOTAL-FILE
001940     IF WS-PTOT-STATUS NOT = '00'
001950         OPEN OUTPUT TOTAL-FILE
001960         CLOSE TOTAL-FILE
001970         OPEN I-O TOTAL-FILE
001980     END-IF
001990     IF WS-PTOT-STATUS NOT = '00'
002000         DISPLAY 'SIMAPCL - UNABLE TO OPEN PERTOT - STATUS '
002010                 WS-PTOT-STATUS
002020         GO TO 9999-ABEND-EXIT
002030     END-IF
002040     PERFORM 1100-WRITE-HEADING
002050     PERFORM 1150-CHECK-NOT-CLOSED
002060     PERFORM 2100-READ-HISTORY.
002070
002080 1050-CHECK-PARM.
002090*----------------------------------------------------------------
002100* THE PERIOD TO CLOSE (YYYYMM) IS A REQUIRED PARM, AND IT MUST BE
002110* A MONTH THAT HAS ENDED - CLOSING THE CURRENT MONTH WOULD LOCK
002120* OUT TONIGHT'S OWN WORK.  ' TRIAL' AFTER THE PERIOD PRINTS THE
002130* TRIAL BALANCE WITHOUT CLOSING ANYTHING.
002140*----------------------------------------------------------------
002150     IF PARM-LENGTH < 6
002160        OR PARM-DATA(1:6) NOT NUMERIC
002170         DISPLAY 'SIMAPCL - PARM MUST CARRY THE PERIOD (YYYYMM)'
002180         GO TO 9800-CONTROL-ABEND
002190     END-IF
002200     MOVE PARM-DATA(1:6) TO WS-CLOSE-PERIOD
002210     IF WS-CLOSE-MONTH < 1
002220        OR WS-CLOSE-MONTH > 12
002230         DISPLAY 'SIMAPCL - PERIOD ' WS-CLOSE-PERIOD
002240                 ' IS NOT A VALID MONTH'
002250         GO TO 9800-CONTROL-ABEND
002260     END-IF
002270     IF PARM-LENGTH >= 12
002280        AND PARM-DATA(8:5) = 'TRIAL'
002290         MOVE 'Y' TO WS-TRIAL-SW
002300     END-IF
002310     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002320     ACCEPT WS-NOW   FROM TIME
002330     DIVIDE WS-TODAY BY 100 GIVING WS-TODAY-PERIOD
002340     IF WS-CLOSE-PERIOD NOT < WS-TODAY-PERIOD
002350         DISPLAY 'SIMAPCL - PERIOD ' WS-CLOSE-PERIOD
002360                 ' HAS NOT ENDED YET'
002370         GO TO 9800-CONTROL-ABEND
002380     END-IF.
002390
002400 1100-WRITE-HEADING.
002410     MOVE SPACES TO REPORT-LINE
002420     STRING 'SIMAPCL - ACCOUNTING PERIOD CLOSE'
002430         DELIMITED BY SIZE INTO REPORT-LINE
002440     WRITE REPORT-LINE
002450     MOVE SPACES TO REPORT-LINE
002460     STRING 'PERIOD .................... ' DELIMITED BY SIZE
002470            WS-CLOSE-PERIOD             DELIMITED BY SIZE
002480         INTO REPORT-LINE
002490     IF WS-TRIAL-RUN
002500         MOVE '(TRIAL RUN)' TO REPORT-LINE(37:11)
002510     END-IF
002520     WRITE REPORT-LINE
002530     MOVE SPACES TO REPORT-LINE
002540     STRING 'RUN DATE .................. ' DELIMITED BY SIZE
002550            WS-TODAY                    DELIMITED BY SIZE
002560         INTO REPORT-LINE
002570     WRITE REPORT-LINE
002580     MOVE SPACES TO REPORT-LINE
002590     WRITE REPORT-LINE.
002600
002610 1150-CHECK-NOT-CLOSED.
002620*----------------------------------------------------------------
002630* A PERIOD IS CLOSED ONCE.  A SECOND CLOSE WOULD REBUILD THE
002640* TOTALS FINANCE HAS ALREADY SIGNED OFF, SO IT IS REFUSED (RC 8)
002650* AND NOTHING IS TOUCHED.
002660*----------------------------------------------------------------
002670     MOVE WS-CLOSE-PERIOD TO PC-PERIOD
002680     READ PERIOD-FILE
002690         INVALID KEY
002700             CONTINUE
002710         NOT INVALID KEY
002720             IF PC-CLOSED
002730                 MOVE SPACES TO REPORT-LINE
002740                 STRING '*** PERIOD ' WS-CLOSE-PERIOD
002750                        ' WAS CLOSED ON ' PC-CLOSE-DATE
002760                        ' - NOTHING DONE'
002770                     DELIMITED BY SIZE INTO REPORT-LINE
002780                 WRITE REPORT-LINE
002790                 DISPLAY 'SIMAPCL - PERIOD ' WS-CLOSE-PERIOD
002800                         ' IS ALREADY CLOSED'
002810                 CLOSE GL-FILE
002820                       TOTAL-FILE
002830                       PERIOD-FILE
002840                       REPORT-FILE
002850                 MOVE 8 TO RETURN-CODE
002860                 STOP RUN
002870             END-IF
002880     END-READ.
002890
002900 2000-SCAN-HISTORY.
002910*----------------------------------------------------------------
002920* FIRST PASS - NOTHING IS POSTED.  EACH GENERATION'S DETAILS ARE
002930* COUNTED AND TOTALLED (SIGNED, 'D' NEGATIVE) FOR THE PROOF
002940* AGAINST ITS OWN TRAILER.
002950*----------------------------------------------------------------
002960     IF WS-GL-EOF
002970         GO TO 2000-EXIT
002980     END-IF
002990     EVALUATE TRUE
003000         WHEN GL-HEADER-REC
003010             PERFORM 2010-START-FILE THRU 2010-EXIT
003020         WHEN GL-DETAIL-REC
003030             IF WS-IN-FILE
003040                 ADD 1 TO WS-FILE-DETAILS(WS-FILE-COUNT)
003050                 PERFORM 2900-SIGN-AMOUNT
003060                 ADD WS-SIGNED-AMOUNT
003070                     TO WS-FILE-TOTAL(WS-FILE-COUNT)
003080             ELSE
003090                 MOVE 'N' TO WS-PROVED-SW
003100             END-IF
003110         WHEN GL-TRAILER-REC
003120             IF WS-IN-FILE
003130                 MOVE GL-TLR-RECORD-COUNT
003140                     TO WS-FILE-TLR-COUNT(WS-FILE-COUNT)
003150                 MOVE GL-TLR-CONTROL-TOTAL
003160                     TO WS-FILE-TLR-TOTAL(WS-FILE-COUNT)
003170                 MOVE 'P' TO WS-FILE-STATE(WS-FILE-COUNT)
003180                 MOVE 'N' TO WS-IN-FILE-SW
003190             ELSE
003200                 MOVE 'N' TO WS-PROVED-SW
003210             END-IF
003220         WHEN OTHER
003230             MOVE 'N' TO WS-PROVED-SW
003240     END-EVALUATE
003250     PERFORM 2100-READ-HISTORY.
003260 2000-EXIT.
003270     EXIT.
003280
003290 2010-START-FILE.
003300     IF WS-IN-FILE
003310         MOVE 'N' TO WS-PROVED-SW
003320     END-IF
003330     IF WS-FILE-COUNT = 100
003340         DISPLAY 'SIMAPCL - MORE THAN 100 GLEXTR GENERATIONS ON '
003350                 'GLHIST'
003360         GO TO 9800-CONTROL-ABEND
003370     END-IF
003380     ADD 1 TO WS-FILE-COUNT
003390     MOVE GL-HDR-RUN-DATE TO WS-FILE-RUN-DATE(WS-FILE-COUNT)
003400     MOVE ZERO            TO WS-FILE-DETAILS(WS-FILE-COUNT)
003410     MOVE ZERO            TO WS-FILE-TOTAL(WS-FILE-COUNT)
003420     MOVE ZERO            TO WS-FILE-TLR-COUNT(WS-FILE-COUNT)
003430     MOVE ZERO            TO WS-FILE-TLR-TOTAL(WS-FILE-COUNT)
003440     MOVE 'U'             TO WS-FILE-STATE(WS-FILE-COUNT)
003450     MOVE 'Y'             TO WS-IN-FILE-SW.
003460 2010-EXIT.
003470     EXIT.
003480
003490 2100-READ-HISTORY.
003500     READ GL-FILE
003510         AT END MOVE 'Y' TO WS-GL-EOF-SW
003520     END-READ.
003530
003540 2300-PROVE-HISTORY.
003550*----------------------------------------------------------------
003560* EVERY GENERATION MUST AGREE WITH ITS OWN TRAILER.  ONE THAT
003570* DOES NOT - OR A GLHIST THAT ENDS INSIDE A GENERATION, OR HOLDS
003580* NONE AT ALL - LEAVES THE CLOSE UNPROVED AND NOTHING IS POSTED.
003590*----------------------------------------------------------------
003600     IF WS-IN-FILE
003610        OR WS-FILE-COUNT = ZERO
003620         MOVE 'N' TO WS-PROVED-SW
003630     END-IF
003640     MOVE SPACES TO REPORT-LINE
003650     STRING 'GLEXTR GENERATIONS ON GLHIST' DELIMITED BY SIZE
003660         INTO REPORT-LINE
003670     WRITE REPORT-LINE
003680     MOVE SPACES TO REPORT-LINE
003690     STRING 'RUN DATE     POSTINGS        CONTROL TOTAL  STATE'
003700         DELIMITED BY SIZE INTO REPORT-LINE
003710     WRITE REPORT-LINE
003720     MOVE 1 TO WS-FILE-IX
003730     PERFORM 2310-PROVE-ONE-FILE
003740         UNTIL WS-FILE-IX > WS-FILE-COUNT
003750     MOVE SPACES TO REPORT-LINE
003760     WRITE REPORT-LINE
003770     IF NOT WS-ALL-PROVED
003780         MOVE 16 TO WS-RUN-GRADE
003790         MOVE SPACES TO REPORT-LINE
003800         STRING '*** GLHIST DOES NOT PROVE TO ITS TRAILERS - '
003810                'NOTHING POSTED'
003820             DELIMITED BY SIZE INTO REPORT-LINE
003830         WRITE REPORT-LINE
003840     END-IF.
003850
003860 2310-PROVE-ONE-FILE.
003870     IF WS-FILE-PROVED(WS-FILE-IX)
003880         IF WS-FILE-DETAILS(WS-FILE-IX)
003890                NOT = WS-FILE-TLR-COUNT(WS-FILE-IX)
003900            OR WS-FILE-TOTAL(WS-FILE-IX)
003910                NOT = WS-FILE-TLR-TOTAL(WS-FILE-IX)
003920             MOVE 'U' TO WS-FILE-STATE(WS-FILE-IX)
003930         END-IF
003940     END-IF
003950     IF WS-FILE-PROVED(WS-FILE-IX)
003960         MOVE 1 TO WS-DUP-IX
003970         PERFORM 2320-CHECK-DUPLICATE
003980             UNTIL WS-DUP-IX NOT < WS-FILE-IX
003990     END-IF
004000     MOVE WS-FILE-TLR-COUNT(WS-FILE-IX) TO WS-EDIT-COUNT
004010     MOVE WS-FILE-TLR-TOTAL(WS-FILE-IX) TO WS-EDIT-AMOUNT
004020     MOVE SPACES TO REPORT-LINE
004030     MOVE WS-FILE-RUN-DATE(WS-FILE-IX) TO REPORT-LINE(1:8)
004040     MOVE WS-EDIT-COUNT  TO REPORT-LINE(10:11)
004050     MOVE WS-EDIT-AMOUNT TO REPORT-LINE(22:21)
004060     EVALUATE TRUE
004070         WHEN WS-FILE-PROVED(WS-FILE-IX)
004080             MOVE 'PROVED' TO REPORT-LINE(45:6)
004090             ADD 1 TO WS-FILES-USED
004100             ADD WS-FILE-TLR-TOTAL(WS-FILE-IX) TO WS-TRAILER-SUM
004110         WHEN WS-FILE-DUPLICATE(WS-FILE-IX)
004120             MOVE 'DUPLICATE - SKIPPED' TO REPORT-LINE(45:19)
004130             ADD 1 TO WS-FILES-SKIPPED
004140         WHEN OTHER
004150             MOVE '*** NOT PROVED ***' TO REPORT-LINE(45:18)
004160             MOVE 'N' TO WS-PROVED-SW
004170     END-EVALUATE
004180     WRITE REPORT-LINE
004190     ADD 1 TO WS-FILE-IX.
004200
004210 2320-CHECK-DUPLICATE.
004220     IF WS-FILE-PROVED(WS-DUP-IX)
004230        AND WS-FILE-RUN-DATE(WS-DUP-IX)
004240            = WS-FILE-RUN-DATE(WS-FILE-IX)
004250        AND WS-FILE-TLR-COUNT(WS-DUP-IX)
004260            = WS-FILE-TLR-COUNT(WS-FILE-IX)
004270        AND WS-FILE-TLR-TOTAL(WS-DUP-IX)
004280            = WS-FILE-TLR-TOTAL(WS-FILE-IX)
004290         MOVE 'D' TO WS-FILE-STATE(WS-FILE-IX)
004300         MOVE WS-FILE-IX TO WS-DUP-IX
004310     ELSE
004320         ADD 1 TO WS-DUP-IX
004330     END-IF.
004340
004350 2400-REOPEN-HISTORY.
004360*----------------------------------------------------------------
004370* SECOND PASS.  CLEAR ANY TOTALS A TRIAL RUN (OR A CLOSE THAT
004380* FAILED TO TIE) LEFT FOR THE PERIOD, THEN READ GLHIST AGAIN FROM
004390* THE TOP.
004400*----------------------------------------------------------------
004410     PERFORM 2410-CLEAR-PERIOD-TOTALS
004420     CLOSE GL-FILE
004430     OPEN INPUT GL-FILE
004440     IF WS-GL-STATUS NOT = '00'
004450         DISPLAY 'SIMAPCL - UNABLE TO REOPEN GLHIST - STATUS '
004460                 WS-GL-STATUS
004470         GO TO 9999-ABEND-EXIT
004480     END-IF
004490     MOVE 'N'  TO WS-GL-EOF-SW
004500     MOVE ZERO TO WS-FILE-IX
004510     PERFORM 2100-READ-HISTORY.
004520
004530 2410-CLEAR-PERIOD-TOTALS.
004540     MOVE LOW-VALUES      TO PX-KEY
004550     MOVE WS-CLOSE-PERIOD TO PX-PERIOD
004560     MOVE 'N' TO WS-PTOT-EOF-SW
004570     START TOTAL-FILE KEY IS NOT LESS THAN PX-KEY
004580         INVALID KEY MOVE 'Y' TO WS-PTOT-EOF-SW
004590     END-START
004600     PERFORM 2420-DELETE-ONE-TOTAL
004610         UNTIL WS-PTOT-EOF.
004620
004630 2420-DELETE-ONE-TOTAL.
004640     READ TOTAL-FILE NEXT RECORD
004650         AT END MOVE 'Y' TO WS-PTOT-EOF-SW
004660     END-READ
004670     IF NOT WS-PTOT-EOF
004680         IF PX-PERIOD NOT = WS-CLOSE-PERIOD
004690             MOVE 'Y' TO WS-PTOT-EOF-SW
004700         ELSE
004710             DELETE TOTAL-FILE RECORD
004720             IF WS-PTOT-STATUS NOT = '00'
004730                 DISPLAY 'SIMAPCL - UNABLE TO DELETE PERTOT - '
004740                         'STATUS ' WS-PTOT-STATUS
004750                 GO TO 9999-ABEND-EXIT
004760             END-IF
004770             ADD 1 TO WS-CLEARED-COUNT
004780         END-IF
004790     END-IF.
004800
004810 2500-POST-HISTORY.
004820*----------------------------------------------------------------
004830* EVERY POSTING IN A PROVED GENERATION COUNTS TOWARDS THE TIE TO
004840* THE TRAILERS.  THOSE VALUE-DATED IN THE PERIOD GO TO PERTOT;
004850* THE REST (THE TAIL OF THE PREVIOUS MONTH, OR THE FIRST NIGHTS
004860* OF THE NEXT) ARE TOTALLED SEPARATELY SO THE TIE STILL HOLDS.
004870*----------------------------------------------------------------
004880     IF WS-GL-EOF
004890         GO TO 2500-EXIT
004900     END-IF
004910     IF GL-HEADER-REC
004920         ADD 1 TO WS-FILE-IX
004930         MOVE 'N' TO WS-SKIP-FILE-SW
004940         IF WS-FILE-DUPLICATE(WS-FILE-IX)
004950             MOVE 'Y' TO WS-SKIP-FILE-SW
004960         END-IF
004970     END-IF
004980     IF GL-DETAIL-REC
004990        AND NOT WS-SKIP-FILE
005000         PERFORM 2900-SIGN-AMOUNT
005010         DIVIDE GL-VALUE-DATE BY 100 GIVING WS-VALUE-PERIOD
005020         IF WS-VALUE-PERIOD = WS-CLOSE-PERIOD
005030             PERFORM 2600-ADD-TO-PERIOD
005040         ELSE
005050             ADD 1 TO WS-OUTSIDE-COUNT
005060             ADD WS-SIGNED-AMOUNT TO WS-OUTSIDE-NET
005070         END-IF
005080     END-IF
005090     PERFORM 2100-READ-HISTORY.
005100 2500-EXIT.
005110     EXIT.
005120
005130 2600-ADD-TO-PERIOD.
005140     ADD 1 TO WS-PERIOD-COUNT
005150     ADD WS-SIGNED-AMOUNT TO WS-PERIOD-NET
005160     MOVE WS-CLOSE-PERIOD   TO PX-PERIOD
005170     MOVE GL-COST-CENTER    TO PX-COST-CENTER
005180     MOVE GL-ACCOUNT-NUMBER TO PX-ACCOUNT-NUMBER
005190     MOVE 'N' TO WS-NEW-TOTAL-SW
005200     READ TOTAL-FILE
005210         INVALID KEY
005220             MOVE 'Y'  TO WS-NEW-TOTAL-SW
005230             MOVE ZERO TO PX-DEBIT-COUNT
005240             MOVE ZERO TO PX-DEBIT-TOTAL
005250             MOVE ZERO TO PX-CREDIT-COUNT
005260             MOVE ZERO TO PX-CREDIT-TOTAL
005270             MOVE SPACES TO PERIOD-TOTAL-RECORD(71:10)
005280     END-READ
005290     IF GL-DR-CR-IND = 'D'
005300         ADD 1         TO PX-DEBIT-COUNT
005310         ADD GL-AMOUNT TO PX-DEBIT-TOTAL
005320         ADD GL-AMOUNT TO WS-PERIOD-DR-TOTAL
005330     ELSE
005340         ADD 1         TO PX-CREDIT-COUNT
005350         ADD GL-AMOUNT TO PX-CREDIT-TOTAL
005360         ADD GL-AMOUNT TO WS-PERIOD-CR-TOTAL
005370     END-IF
005380     IF WS-NEW-TOTAL
005390         WRITE PERIOD-TOTAL-RECORD
005400     ELSE
005410         REWRITE PERIOD-TOTAL-RECORD
005420     END-IF
005430     IF WS-PTOT-STATUS NOT = '00'
005440         DISPLAY 'SIMAPCL - UNABLE TO UPDATE PERTOT - STATUS '
005450                 WS-PTOT-STATUS
005460         GO TO 9999-ABEND-EXIT
005470     END-IF.
005480
005490 2900-SIGN-AMOUNT.
005500     IF GL-DR-CR-IND = 'D'
005510         COMPUTE WS-SIGNED-AMOUNT = ZERO - GL-AMOUNT
005520     ELSE
005530         MOVE GL-AMOUNT TO WS-SIGNED-AMOUNT
005540     END-IF.
005550
005560 3000-TERMINATE.
005570*----------------------------------------------------------------
005580* ONLY A CLOSE THAT PROVED AND TIED MARKS THE PERIOD CLOSED.  A
005590* TRIAL RUN LEAVES IT OPEN WHATEVER THE OUTCOME.
005600*----------------------------------------------------------------
005610     IF WS-RUN-GRADE = ZERO
005620        AND NOT WS-TRIAL-RUN
005630         PERFORM 3100-MARK-CLOSED
005640     END-IF
005650     PERFORM 5000-WRITE-VERDICT
005660     CLOSE GL-FILE
005670           TOTAL-FILE
005680           PERIOD-FILE
005690           REPORT-FILE
005700     MOVE WS-RUN-GRADE TO RETURN-CODE.
005710
005720 3100-MARK-CLOSED.
005730     MOVE SPACES             TO PERIOD-CONTROL-RECORD
005740     MOVE WS-CLOSE-PERIOD    TO PC-PERIOD
005750     MOVE 'C'                TO PC-STATUS
005760     MOVE WS-TODAY           TO PC-CLOSE-DATE
005770     MOVE WS-NOW             TO PC-CLOSE-TIME
005780     MOVE WS-PERIOD-COUNT    TO PC-POSTING-COUNT
005790     MOVE WS-PERIOD-DR-TOTAL TO PC-DEBIT-TOTAL
005800     MOVE WS-PERIOD-CR-TOTAL TO PC-CREDIT-TOTAL
005810     MOVE WS-PERIOD-NET      TO PC-NET-TOTAL
005820     WRITE PERIOD-CONTROL-RECORD
005830         INVALID KEY
005840             REWRITE PERIOD-CONTROL-RECORD
005850     END-WRITE
005860     IF WS-PCTL-STATUS NOT = '00'
005870         DISPLAY 'SIMAPCL - UNABLE TO UPDATE PERCTL - STATUS '
005880                 WS-PCTL-STATUS
005890         GO TO 9999-ABEND-EXIT
005900     END-IF.
005910
005920 4000-TRIAL-BALANCE.
005930*----------------------------------------------------------------
005940* READ THE PERIOD BACK OFF PERTOT IN KEY (COST CENTER, ACCOUNT)
005950* ORDER AND PRINT ONE LINE PER COST CENTER.  NET IS CREDITS LESS
005960* DEBITS, THE SAME SIGN AS THE GLEXTR CONTROL TOTAL.
005970*----------------------------------------------------------------
005980     MOVE SPACES TO REPORT-LINE
005990     WRITE REPORT-LINE
006000     MOVE SPACES TO REPORT-LINE
006010     STRING 'TRIAL BALANCE BY COST CENTER' DELIMITED BY SIZE
006020         INTO REPORT-LINE
006030     WRITE REPORT-LINE
006040     MOVE SPACES TO REPORT-LINE
006050     STRING 'CC      POSTINGS               DEBITS'
006060            '              CREDITS                  NET'
006070         DELIMITED BY SIZE INTO REPORT-LINE
006080     WRITE REPORT-LINE
006090     MOVE LOW-VALUES      TO PX-KEY
006100     MOVE WS-CLOSE-PERIOD TO PX-PERIOD
006110     MOVE 'N' TO WS-PTOT-EOF-SW
006120     START TOTAL-FILE KEY IS NOT LESS THAN PX-KEY
006130         INVALID KEY MOVE 'Y' TO WS-PTOT-EOF-SW
006140     END-START
006150     IF NOT WS-PTOT-EOF
006160         PERFORM 4100-READ-TOTAL
006170     END-IF
006180     IF NOT WS-PTOT-EOF
006190         MOVE PX-COST-CENTER TO WS-CC-CURRENT
006200     END-IF
006210     PERFORM 4200-ACCUMULATE-TOTAL
006220         UNTIL WS-PTOT-EOF
006230     IF WS-CC-COUNT > ZERO
006240         PERFORM 4300-WRITE-CC-LINE
006250     END-IF
006260     MOVE '------'       TO WS-CC-CURRENT
006270     MOVE WS-TB-COUNT    TO WS-CC-COUNT
006280     MOVE WS-TB-DR-TOTAL TO WS-CC-DR-TOTAL
006290     MOVE WS-TB-CR-TOTAL TO WS-CC-CR-TOTAL
006300     MOVE SPACES TO REPORT-LINE
006310     WRITE REPORT-LINE
006320     PERFORM 4300-WRITE-CC-LINE
006330     MOVE 'TOTAL ' TO REPORT-LINE(1:6)
006340     WRITE REPORT-LINE.
006350
006360 4100-READ-TOTAL.
006370     READ TOTAL-FILE NEXT RECORD
006380         AT END MOVE 'Y' TO WS-PTOT-EOF-SW
006390     END-READ
006400     IF NOT WS-PTOT-EOF
006410        AND PX-PERIOD NOT = WS-CLOSE-PERIOD
006420         MOVE 'Y' TO WS-PTOT-EOF-SW
006430     END-IF.
006440
006450 4200-ACCUMULATE-TOTAL.
006460     IF PX-COST-CENTER NOT = WS-CC-CURRENT
006470         PERFORM 4300-WRITE-CC-LINE
006480         MOVE PX-COST-CENTER TO WS-CC-CURRENT
006490     END-IF
006500     ADD PX-DEBIT-COUNT  TO WS-CC-COUNT
006510     ADD PX-CREDIT-COUNT TO WS-CC-COUNT
006520     ADD PX-DEBIT-TOTAL  TO WS-CC-DR-TOTAL
006530     ADD PX-CREDIT-TOTAL TO WS-CC-CR-TOTAL
006540     ADD PX-DEBIT-COUNT  TO WS-TB-COUNT
006550     ADD PX-CREDIT-COUNT TO WS-TB-COUNT
006560     ADD PX-DEBIT-TOTAL  TO WS-TB-DR-TOTAL
006570     ADD PX-CREDIT-TOTAL TO WS-TB-CR-TOTAL
006580     PERFORM 4100-READ-TOTAL.
006590
006600 4300-WRITE-CC-LINE.
006610*----------------------------------------------------------------
006620* THE LINE IS LEFT IN REPORT-LINE AFTER THE WRITE SO THE GRAND
006630* TOTAL CAN BE RELABELLED AND PRINTED ONCE MORE.
006640*----------------------------------------------------------------
006650     SUBTRACT WS-CC-DR-TOTAL FROM WS-CC-CR-TOTAL
006660         GIVING WS-CC-NET
006670     MOVE SPACES TO REPORT-LINE
006680     MOVE WS-CC-CURRENT TO REPORT-LINE(1:6)
006690     MOVE WS-CC-COUNT    TO WS-EDIT-TB-COUNT
006700     MOVE WS-EDIT-TB-COUNT  TO REPORT-LINE(8:9)
006710     MOVE WS-CC-DR-TOTAL TO WS-EDIT-TB-AMOUNT
006720     MOVE WS-EDIT-TB-AMOUNT TO REPORT-LINE(18:20)
006730     MOVE WS-CC-CR-TOTAL TO WS-EDIT-TB-AMOUNT
006740     MOVE WS-EDIT-TB-AMOUNT TO REPORT-LINE(39:20)
006750     MOVE WS-CC-NET      TO WS-EDIT-AMOUNT
006760     MOVE WS-EDIT-AMOUNT    TO REPORT-LINE(60:21)
006770     IF WS-CC-CURRENT NOT = '------'
006780         WRITE REPORT-LINE
006790     END-IF
006800     MOVE ZERO TO WS-CC-COUNT
006810     MOVE ZERO TO WS-CC-DR-TOTAL
006820     MOVE ZERO TO WS-CC-CR-TOTAL.
006830
006840 4500-CHECK-TIE.
006850*----------------------------------------------------------------
006860* THE PERIOD'S NET PLUS THE NET OF THE POSTINGS DATED OUTSIDE IT
006870* MUST EQUAL THE SUM OF THE GLEXTR TRAILER CONTROL TOTALS, AND
006880* THE TRIAL BALANCE READ BACK OFF PERTOT MUST EQUAL WHAT WAS
006890* POSTED TO IT.
006900*----------------------------------------------------------------
006910     MOVE SPACES TO REPORT-LINE
006920     WRITE REPORT-LINE
006930     MOVE WS-FILES-USED TO WS-EDIT-COUNT
006940     MOVE SPACES TO REPORT-LINE
006950     STRING 'GLEXTR GENERATIONS USED ... ' DELIMITED BY SIZE
006960            WS-EDIT-COUNT               DELIMITED BY SIZE
006970         INTO REPORT-LINE
006980     WRITE REPORT-LINE
006990     MOVE WS-FILES-SKIPPED TO WS-EDIT-COUNT
007000     MOVE SPACES TO REPORT-LINE
007010     STRING 'DUPLICATES SKIPPED ........ ' DELIMITED BY SIZE
007020            WS-EDIT-COUNT               DELIMITED BY SIZE
007030         INTO REPORT-LINE
007040     WRITE REPORT-LINE
007050     MOVE WS-TRAILER-SUM TO WS-EDIT-AMOUNT
007060     MOVE SPACES TO REPORT-LINE
007070     STRING 'GLEXTR TRAILER TOTALS ..... ' DELIMITED BY SIZE
007080            WS-EDIT-AMOUNT              DELIMITED BY SIZE
007090         INTO REPORT-LINE
007100     WRITE REPORT-LINE
007110     MOVE WS-PERIOD-NET TO WS-EDIT-AMOUNT
007120     MOVE SPACES TO REPORT-LINE
007130     STRING 'PERIOD NET (CR LESS DR) ... ' DELIMITED BY SIZE
007140            WS-EDIT-AMOUNT              DELIMITED BY SIZE
007150         INTO REPORT-LINE
007160     WRITE REPORT-LINE
007170     MOVE WS-OUTSIDE-COUNT TO WS-EDIT-COUNT
007180     MOVE SPACES TO REPORT-LINE
007190     STRING 'POSTINGS OUTSIDE PERIOD ... ' DELIMITED BY SIZE
007200            WS-EDIT-COUNT               DELIMITED BY SIZE
007210         INTO REPORT-LINE
007220     WRITE REPORT-LINE
007230     MOVE WS-OUTSIDE-NET TO WS-EDIT-AMOUNT
007240     MOVE SPACES TO REPORT-LINE
007250     STRING 'NET OUTSIDE PERIOD ........ ' DELIMITED BY SIZE
007260            WS-EDIT-AMOUNT              DELIMITED BY SIZE
007270         INTO REPORT-LINE
007280     WRITE REPORT-LINE
007290     ADD WS-PERIOD-NET WS-OUTSIDE-NET GIVING WS-TIE-CHECK
007300     MOVE SPACES TO REPORT-LINE
007310     IF WS-TIE-CHECK = WS-TRAILER-SUM
007320        AND WS-TB-COUNT = WS-PERIOD-COUNT
007330        AND WS-TB-DR-TOTAL = WS-PERIOD-DR-TOTAL
007340        AND WS-TB-CR-TOTAL = WS-PERIOD-CR-TOTAL
007350         STRING '   TRIAL BALANCE TIES TO THE GLEXTR TRAILERS'
007360             DELIMITED BY SIZE INTO REPORT-LINE
007370     ELSE
007380         STRING '   *** TRIAL BALANCE DOES NOT TIE ***'
007390             DELIMITED BY SIZE INTO REPORT-LINE
007400         MOVE 16 TO WS-RUN-GRADE
007410     END-IF
007420     WRITE REPORT-LINE.
007430
007440 5000-WRITE-VERDICT.
007450     MOVE SPACES TO REPORT-LINE
007460     WRITE REPORT-LINE
007470     MOVE WS-RUN-GRADE TO WS-EDIT-GRADE
007480     MOVE SPACES TO REPORT-LINE
007490     EVALUATE TRUE
007500         WHEN WS-RUN-GRADE NOT = ZERO
007510             STRING '*** PERIOD ' WS-CLOSE-PERIOD
007520                    ' NOT CLOSED - RC ' WS-EDIT-GRADE
007530                 DELIMITED BY SIZE INTO REPORT-LINE
007540         WHEN WS-TRIAL-RUN
007550             STRING 'TRIAL RUN - PERIOD ' WS-CLOSE-PERIOD
007560                    ' LEFT OPEN'
007570                 DELIMITED BY SIZE INTO REPORT-LINE
007580         WHEN OTHER
007590             STRING 'PERIOD ' WS-CLOSE-PERIOD
007600                    ' CLOSED - SIMADRV NOW REJECTS POSTINGS '
007610                    'DATED INTO IT'
007620                 DELIMITED BY SIZE INTO REPORT-LINE
007630     END-EVALUATE
007640     WRITE REPORT-LINE.
007650
007660 9800-CONTROL-ABEND.
007670*----------------------------------------------------------------
007680* REACHED WHEN THE PERIOD PARM IS MISSING OR BAD, OR GLHIST HOLDS
007690* MORE GENERATIONS THAN THE TABLE.  END WITH RETURN CODE 16 -
007700* NOTHING HAS BEEN POSTED OR CLOSED.
007710*----------------------------------------------------------------
007720     DISPLAY 'SIMAPCL - TERMINATING DUE TO CONTROL FAILURE'
007730     MOVE 16 TO RETURN-CODE
007740     STOP RUN.
007750
007760 9999-ABEND-EXIT.
007770*----------------------------------------------------------------
007780* REACHED WHEN A FILE WOULD NOT OPEN OR PERTOT / PERCTL COULD NOT
007790* BE UPDATED.  THE PERIOD IS NOT MARKED CLOSED - RERUN THE CLOSE
007800* ONCE THE FILE IS FIXED; IT CLEARS THE PERIOD'S TOTALS FIRST.
007810*----------------------------------------------------------------
007820     DISPLAY 'SIMAPCL - TERMINATING DUE TO FILE I/O ERROR'
007830     MOVE 16 TO RETURN-CODE
007840     STOP RUN.
