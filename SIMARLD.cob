000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SIMARLD.
000030 AUTHOR.         STEFVUCK.
000040 INSTALLATION.   DATA PROCESSING CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- ----------------------------------------------
000120* 2026-10-15  SV   INITIAL VERSION - DAILY EXCHANGE-RATE LOAD.
000130*                  READS TREASURY'S RATE FEED (RATREC01 IMAGES)
000140*                  AND LOADS RATEFILE FOR THE RATE DATE, IN PLACE
000150*                  OF THE HAND REPRO.  EACH RATE IS COMPARED WITH
000160*                  THE CURRENCY'S PREVIOUS BUSINESS-DAY RATE ON
000170*                  FILE - A MOVE BEYOND THE TOLERANCE PERCENTAGE
000180*                  SET FOR THE CURRENCY ON THE RATEPRM CARDS IS
000190*                  HELD BACK ON RATEHLD INSTEAD OF LOADED.  EVERY
000200*                  CURRENCY EXPECTED ON THE CARDS BUT ABSENT FROM
000210*                  THE FEED (AND NOT ALREADY ON FILE) IS
000220*                  REPORTED.  THE EXCEPTION REPORT
000230*                  ENDS WITH A GRADED RETURN CODE (0 CLEAN, 4
000240*                  WARNINGS, 8 RATES HELD, 16 CONTROL FAILURE) SO
000250*                  THE SCHEDULE CAN HOLD SIMADRV WHEN THE DAY'S
000260*                  RATES ARE NOT VERIFIED.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FEED-FILE      ASSIGN TO RATEIN
000320            ORGANIZATION IS SEQUENTIAL
000330            FILE STATUS IS WS-FEED-STATUS.
000340     SELECT RATE-FILE      ASSIGN TO RATEFILE
000350            ORGANIZATION IS INDEXED
000360            ACCESS MODE IS DYNAMIC
000370            RECORD KEY IS RT-KEY
000380            FILE STATUS IS WS-RATE-STATUS.
000390     SELECT HOLD-FILE      ASSIGN TO RATEHLD
000400            ORGANIZATION IS SEQUENTIAL
000410            FILE STATUS IS WS-HOLD-STATUS.
000420     SELECT PARAM-FILE     ASSIGN TO RATEPRM
000430            ORGANIZATION IS SEQUENTIAL
000440            FILE STATUS IS WS-PARAM-STATUS.
000450     SELECT REPORT-FILE    ASSIGN TO RATRPT
000460            ORGANIZATION IS SEQUENTIAL
000470            FILE STATUS IS WS-REPT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  FEED-FILE
000520     RECORDING MODE IS F.
000530*----------------------------------------------------------------
000540* TREASURY'S FEED IS RATREC01 IMAGES, ONE PER CURRENCY FOR THE
000550* RATE DATE - RENAMED RF- HERE BECAUSE THE COPYBOOK'S RT- NAMES
000560* ARE TAKEN BY RATE-FILE BELOW.  KEEP THE LENGTHS IN STEP WITH
000570* RATREC01.
000580*----------------------------------------------------------------
000590 01  FEED-RECORD.
000600     05  RF-CURRENCY-CODE    PIC X(03).
000610     05  RF-RATE-DATE        PIC 9(08).
000620     05  RF-RATE             PIC 9(04)V9(6).
000630     05  FILLER              PIC X(09).
000640
000650 FD  RATE-FILE
000660     RECORDING MODE IS F.
000670     COPY RATREC01.
000680
000690 FD  HOLD-FILE
000700     RECORDING MODE IS F.
000710*----------------------------------------------------------------
000720* A HELD RATE IS WRITTEN EXACTLY AS IT ARRIVED, SO ONCE TREASURY
000730* CONFIRMS IT THE HOLD FILE CAN BE FED STRAIGHT BACK IN AS RATEIN
000740* WITH AN OVERRIDE CARD FOR THE CURRENCY.
000750*----------------------------------------------------------------
000760 01  HOLD-RECORD             PIC X(30).
000770
000780 FD  PARAM-FILE
000790     RECORDING MODE IS F.
000800*----------------------------------------------------------------
000810* RATE-CONTROL CARDS, ONE KEYWORD=VALUE PER RECORD - SEE
000820* 1070-APPLY-RATE-CONTROL FOR THE KEYWORDS.  RECORDS STARTING
000830* WITH '*' AND BLANK RECORDS ARE COMMENTS.
000840*----------------------------------------------------------------
000850 01  PARAM-RECORD            PIC X(80).
000860
000870 FD  REPORT-FILE
000880     RECORDING MODE IS F.
000890 01  REPORT-LINE             PIC X(80).
000900
000910 WORKING-STORAGE SECTION.
000920 01  WS-FEED-STATUS          PIC X(02).
000930 01  WS-RATE-STATUS          PIC X(02).
000940 01  WS-HOLD-STATUS          PIC X(02).
000950 01  WS-PARAM-STATUS         PIC X(02).
000960 01  WS-REPT-STATUS          PIC X(02).
000970 01  WS-EOF-SW               PIC X(01)   VALUE 'N'.
000980     88  WS-EOF                          VALUE 'Y'.
000990 01  WS-PARAM-EOF-SW         PIC X(01)   VALUE 'N'.
001000     88  WS-PARAM-EOF                    VALUE 'Y'.
001010 01  WS-RATE-CREATED-SW      PIC X(01)   VALUE 'N'.
001020     88  WS-RATE-CREATED                 VALUE 'Y'.
001030 01  WS-SCAN-DONE-SW         PIC X(01)   VALUE 'N'.
001040     88  WS-SCAN-DONE                    VALUE 'Y'.
001050 01  WS-PRIOR-FOUND-SW       PIC X(01)   VALUE 'N'.
001060     88  WS-PRIOR-FOUND                  VALUE 'Y'.
001070 01  WS-CCY-FOUND-SW         PIC X(01)   VALUE 'N'.
001080     88  WS-CCY-FOUND                    VALUE 'Y'.
001090 01  WS-HELD-SW              PIC X(01)   VALUE 'N'.
001100     88  WS-RATE-HELD                    VALUE 'Y'.
001110 01  WS-PARAM-KEYWORD        PIC X(24).
001120 01  WS-PARAM-VALUE          PIC X(16).
001130 01  WS-RATE-DATE            PIC 9(08)   VALUE ZERO.
001132 01  WS-RATE-DATE-R REDEFINES WS-RATE-DATE.
001134     05  WS-RATE-YEAR        PIC 9(04).
001136     05  WS-RATE-MONTH       PIC 9(02).
001138     05  WS-RATE-DAY         PIC 9(02).
001140 01  WS-LOOKBACK-DATE        PIC 9(08)   VALUE ZERO.
001150 01  WS-BASE-CURRENCY        PIC X(03)   VALUE 'GBP'.
001160 01  WS-RUN-GRADE            PIC 9(02)   VALUE ZERO.
001170*----------------------------------------------------------------
001180* A TOLERANCE ON THE CARDS IS KEYED NNN.NN (PERCENT).
001190*----------------------------------------------------------------
001200 01  WS-TOL-TEXT             PIC X(06).
001210 01  WS-TOL-PARTS REDEFINES WS-TOL-TEXT.
001220     05  WS-TOL-INT          PIC 9(03).
001230     05  WS-TOL-POINT        PIC X(01).
001240     05  WS-TOL-FRAC         PIC 9(02).
001250 01  WS-TOL-VALID-SW         PIC X(01)   VALUE 'N'.
001260     88  WS-TOL-VALID                    VALUE 'Y'.
001270 01  WS-TOL-WORK             PIC 9(03)V99 VALUE ZERO.
001280 01  WS-DEFAULT-TOLERANCE    PIC 9(03)V99 VALUE 5.
001290*----------------------------------------------------------------
001300* ONE ENTRY PER CURRENCY - FROM A CURRENCY CARD (EXPECTED IN THE
001310* FEED EVERY DAY) OR ADDED WHEN THE FEED CARRIES A CURRENCY THE
001320* CARDS DO NOT NAME (DEFAULT TOLERANCE, NOT EXPECTED).  SEEN
001330* CATCHES A CURRENCY SENT TWICE AND, AT THE END, ONE NOT SENT.
001340*----------------------------------------------------------------
001350 01  WS-CCY-MAX              PIC 9(03)   VALUE 50.
001360 01  WS-CCY-COUNT            PIC 9(03)   VALUE ZERO.
001370 01  WS-CCY-IX               PIC 9(03)   VALUE ZERO.
001380 01  WS-CCY-TABLE.
001390     05  WS-CCY-ENTRY OCCURS 50 TIMES.
001400         10  WS-CCY-CODE         PIC X(03).
001410         10  WS-CCY-TOLERANCE    PIC 9(03)V99.
001420         10  WS-CCY-EXPECTED-SW  PIC X(01).
001430             88  WS-CCY-EXPECTED             VALUE 'Y'.
001440         10  WS-CCY-SEEN-SW      PIC X(01).
001450             88  WS-CCY-SEEN                 VALUE 'Y'.
001460         10  WS-CCY-OVERRIDE-SW  PIC X(01).
001470             88  WS-CCY-OVERRIDE             VALUE 'Y'.
001480 01  WS-LOOKUP-CCY           PIC X(03).
001490 01  WS-PRIOR-RATE           PIC 9(04)V9(6) VALUE ZERO.
001500 01  WS-PRIOR-DATE           PIC 9(08)   VALUE ZERO.
001510 01  WS-RATE-DIFF            PIC 9(04)V9(6) VALUE ZERO.
001520 01  WS-MOVE-PCT             PIC 9(05)V99 VALUE ZERO.
001530 01  WS-EXC-TEXT             PIC X(36).
001540 01  WS-FEED-READ            PIC 9(09)   VALUE ZERO.
001550 01  WS-RATES-LOADED         PIC 9(09)   VALUE ZERO.
001560 01  WS-RATES-REPLACED       PIC 9(09)   VALUE ZERO.
001570 01  WS-RATES-UNCHANGED      PIC 9(09)   VALUE ZERO.
001580 01  WS-RATES-HELD           PIC 9(09)   VALUE ZERO.
001590 01  WS-BASE-SKIPPED         PIC 9(09)   VALUE ZERO.
001600 01  WS-CCY-MISSING          PIC 9(09)   VALUE ZERO.
001610 01  WS-WARNING-COUNT        PIC 9(09)   VALUE ZERO.
001620 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
001630 01  WS-EDIT-OLD-RATE        PIC ZZZ9.999999.
001640 01  WS-EDIT-NEW-RATE        PIC ZZZ9.999999.
001650 01  WS-EDIT-PCT             PIC ZZZZ9.99.
001660 01  WS-EDIT-TOL             PIC ZZ9.99.
001670 01  WS-EDIT-GRADE           PIC Z9.
001680
001690 LINKAGE SECTION.
001700 01  PARM-INFO.
001710     05  PARM-LENGTH         PIC S9(4) COMP.
001720     05  PARM-DATA           PIC X(80).
001730
001740 PROCEDURE DIVISION USING PARM-INFO.
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE
001770     PERFORM 2000-PROCESS-FEED THRU 2000-EXIT
001780         UNTIL WS-EOF
001790     PERFORM 3000-TERMINATE
001800     GOBACK.
001810
001820 1000-INITIALIZE.
001830*----------------------------------------------------------------
001840* THE RATE DATE DEFAULTS TO TODAY - THE LOAD RUNS AHEAD OF THE
001850* SAME NIGHT'S SIMADRV.  A PARM YYYYMMDD OVERRIDES IT FOR A
001860* LATE OR CATCH-UP LOAD.  THE PREVIOUS-RATE SEARCH LOOKS BACK
001870* ONE CALENDAR MONTH FROM THE RATE DATE (THE MONTH DIGITS LESS
001880* ONE, OR DECEMBER OF THE YEAR BEFORE FOR A JANUARY DATE - THE
001885* KEY NEED NOT BE A REAL DATE TO POSITION THE FILE), WHICH
001890* COVERS ANY RUN OF WEEKENDS AND HOLIDAYS.
001900*----------------------------------------------------------------
001910     ACCEPT WS-RATE-DATE FROM DATE YYYYMMDD
001920     IF PARM-LENGTH >= 8
001930        AND PARM-DATA(1:8) NUMERIC
001940         MOVE PARM-DATA(1:8) TO WS-RATE-DATE
001950     END-IF
001952     IF WS-RATE-MONTH = 01
001954         SUBTRACT 8900 FROM WS-RATE-DATE GIVING WS-LOOKBACK-DATE
001956     ELSE
001960         SUBTRACT 100 FROM WS-RATE-DATE GIVING WS-LOOKBACK-DATE
001965     END-IF
001970     PERFORM 1060-READ-RATE-CONTROLS
001980     OPEN INPUT FEED-FILE
001990     IF WS-FEED-STATUS NOT = '00'
002000         DISPLAY 'SIMARLD - UNABLE TO OPEN RATEIN - STATUS '
002010                 WS-FEED-STATUS
002020         GO TO 9999-ABEND-EXIT
002030     END-IF
002040*----------------------------------------------------------------
002050* RATEFILE IS OPENED I-O.  ON THE VERY FIRST LOAD THE FILE DOES
002060* NOT EXIST YET, SO FALL BACK TO OPEN OUTPUT - THE SAME
002070* CONVENTION SIMPLEADD USES TO CREATE THE AUDIT LOG.  A FILE
002080* CREATED THIS RUN HOLDS NO PREVIOUS RATES TO CHECK AGAINST.
002090*----------------------------------------------------------------
002100     OPEN I-O RATE-FILE
002110     IF WS-RATE-STATUS NOT = '00'
002120         OPEN OUTPUT RATE-FILE
002130         MOVE 'Y' TO WS-RATE-CREATED-SW
002140     END-IF
002150     IF WS-RATE-STATUS NOT = '00'
002160         DISPLAY 'SIMARLD - UNABLE TO OPEN RATEFILE - STATUS '
002170                 WS-RATE-STATUS
002180         GO TO 9999-ABEND-EXIT
002190     END-IF
002200     OPEN OUTPUT HOLD-FILE
002210     IF WS-HOLD-STATUS NOT = '00'
002220         DISPLAY 'SIMARLD - UNABLE TO OPEN RATEHLD - STATUS '
002230                 WS-HOLD-STATUS
002240         GO TO 9999-ABEND-EXIT
002250     END-IF
002260     OPEN OUTPUT REPORT-FILE
002270     IF WS-REPT-STATUS NOT = '00'
002280         DISPLAY 'SIMARLD - UNABLE TO OPEN RATRPT - STATUS '
002290                 WS-REPT-STATUS
002300         GO TO 9999-ABEND-EXIT
002310     END-IF
002320     PERFORM 5000-WRITE-HEADING
002330     PERFORM 2100-READ-FEED.
002340
002350 1060-READ-RATE-CONTROLS.
002360*----------------------------------------------------------------
002370* THE CURRENCY CARDS ARE REQUIRED - THEY ARE BOTH THE TOLERANCE
002380* TABLE AND THE LIST OF CURRENCIES TREASURY MUST SEND.  A LOAD
002390* WITH NO CARDS WOULD CHECK NOTHING AND MISS NOTHING.
002400*----------------------------------------------------------------
002410     OPEN INPUT PARAM-FILE
002420     IF WS-PARAM-STATUS NOT = '00'
002430         DISPLAY 'SIMARLD - RATEPRM NOT PRESENT - STATUS '
002440                 WS-PARAM-STATUS
002450         GO TO 9800-CONTROL-ABEND
002460     END-IF
002470     PERFORM 1065-READ-PARAM-RECORD
002480     PERFORM 1070-APPLY-RATE-CONTROL THRU 1070-EXIT
002490         UNTIL WS-PARAM-EOF
002500     CLOSE PARAM-FILE
002510     IF WS-CCY-COUNT = ZERO
002520         DISPLAY 'SIMARLD - NO CURRENCY CARDS ON RATEPRM'
002530         GO TO 9800-CONTROL-ABEND
002540     END-IF.
002550
002560 1065-READ-PARAM-RECORD.
002570     READ PARAM-FILE
002580         AT END MOVE 'Y' TO WS-PARAM-EOF-SW
002590     END-READ.
002600
002610 1070-APPLY-RATE-CONTROL.
002620*----------------------------------------------------------------
002630* KEYWORDS:
002640*   BASE-CURRENCY=CCC        RATES FOR IT ARE IGNORED (DEFAULT
002650*                            GBP, AS SIMADRV)
002660*   DEFAULT-TOLERANCE=NNN.NN FOR A FEED CURRENCY WITH NO
002670*                            CURRENCY CARD (DEFAULT 005.00)
002680*   CURRENCY=CCC,NNN.NN      A CURRENCY EXPECTED EVERY DAY AND
002690*                            ITS TOLERANCE PERCENTAGE
002700*   OVERRIDE=CCC             LOAD CCC EVEN OUT OF TOLERANCE -
002710*                            ONLY ONCE TREASURY HAS CONFIRMED IT
002720*                            (MUST FOLLOW CCC'S CURRENCY CARD)
002730* AN UNRECOGNISED OR MALFORMED CARD FAILS THE STEP.
002740*----------------------------------------------------------------
002750     IF PARAM-RECORD = SPACES
002760        OR PARAM-RECORD(1:1) = '*'
002770         PERFORM 1065-READ-PARAM-RECORD
002780         GO TO 1070-EXIT
002790     END-IF
002800     MOVE SPACES TO WS-PARAM-KEYWORD
002810     MOVE SPACES TO WS-PARAM-VALUE
002820     UNSTRING PARAM-RECORD DELIMITED BY '='
002830         INTO WS-PARAM-KEYWORD WS-PARAM-VALUE
002840     END-UNSTRING
002850     EVALUATE WS-PARAM-KEYWORD
002860         WHEN 'BASE-CURRENCY'
002870             IF WS-PARAM-VALUE(1:3) = SPACES
002880                 PERFORM 1080-BAD-RATE-CONTROL
002890             END-IF
002900             MOVE WS-PARAM-VALUE(1:3) TO WS-BASE-CURRENCY
002910         WHEN 'DEFAULT-TOLERANCE'
002920             MOVE WS-PARAM-VALUE(1:6) TO WS-TOL-TEXT
002930             PERFORM 1090-CHECK-TOLERANCE
002940             MOVE WS-TOL-WORK TO WS-DEFAULT-TOLERANCE
002950         WHEN 'CURRENCY'
002960             MOVE WS-PARAM-VALUE(5:6) TO WS-TOL-TEXT
002970             IF WS-PARAM-VALUE(1:3) = SPACES
002980                OR WS-PARAM-VALUE(4:1) NOT = ','
002990                 PERFORM 1080-BAD-RATE-CONTROL
003000             END-IF
003010             PERFORM 1090-CHECK-TOLERANCE
003020             MOVE WS-PARAM-VALUE(1:3) TO WS-LOOKUP-CCY
003030             PERFORM 2300-FIND-CURRENCY
003040             IF WS-CCY-FOUND
003050                 DISPLAY 'SIMARLD - CURRENCY CARD REPEATED: '
003060                         PARAM-RECORD
003070                 GO TO 9800-CONTROL-ABEND
003080             END-IF
003090             PERFORM 2320-ADD-CURRENCY
003100             MOVE WS-TOL-WORK TO WS-CCY-TOLERANCE(WS-CCY-IX)
003110             MOVE 'Y'         TO WS-CCY-EXPECTED-SW(WS-CCY-IX)
003120         WHEN 'OVERRIDE'
003130             MOVE WS-PARAM-VALUE(1:3) TO WS-LOOKUP-CCY
003140             PERFORM 2300-FIND-CURRENCY
003150             IF NOT WS-CCY-FOUND
003160                 DISPLAY 'SIMARLD - OVERRIDE BEFORE ITS CURRENCY '
003170                         'CARD: ' PARAM-RECORD
003180                 GO TO 9800-CONTROL-ABEND
003190             END-IF
003200             MOVE 'Y' TO WS-CCY-OVERRIDE-SW(WS-CCY-IX)
003210         WHEN OTHER
003220             PERFORM 1080-BAD-RATE-CONTROL
003230     END-EVALUATE
003240     PERFORM 1065-READ-PARAM-RECORD.
003250 1070-EXIT.
003260     EXIT.
003270
003280 1080-BAD-RATE-CONTROL.
003290     DISPLAY 'SIMARLD - BAD RATE-CONTROL CARD: ' PARAM-RECORD
003300     GO TO 9800-CONTROL-ABEND.
003310
003320 1090-CHECK-TOLERANCE.
003330     IF WS-TOL-INT NOT NUMERIC
003340        OR WS-TOL-POINT NOT = '.'
003350        OR WS-TOL-FRAC NOT NUMERIC
003360         PERFORM 1080-BAD-RATE-CONTROL
003370     END-IF
003380     COMPUTE WS-TOL-WORK = WS-TOL-INT + WS-TOL-FRAC / 100.
003390
003400 2000-PROCESS-FEED.
003410*----------------------------------------------------------------
003420* ONE FEED RECORD: EDIT IT, FIND ITS CURRENCY, CHECK THE MOVE
003430* AGAINST THE PREVIOUS RATE, THEN LOAD IT OR HOLD IT.  NOTHING
003440* HELD EVER REACHES RATEFILE, SO SIMADRV CANNOT CONVERT AT IT.
003450*----------------------------------------------------------------
003460     IF WS-EOF
003470         GO TO 2000-EXIT
003480     END-IF
003490     MOVE 'N' TO WS-HELD-SW
003500     MOVE 'N' TO WS-PRIOR-FOUND-SW
003510     MOVE ZERO TO WS-CCY-IX
003520     IF RF-CURRENCY-CODE = SPACES
003530        OR RF-RATE NOT NUMERIC
003540        OR RF-RATE = ZERO
003550         MOVE 'INVALID RECORD - HELD' TO WS-EXC-TEXT
003560         PERFORM 2200-HOLD-RATE
003570         GO TO 2000-READ-NEXT
003580     END-IF
003590     IF RF-RATE-DATE NOT NUMERIC
003600        OR RF-RATE-DATE NOT = WS-RATE-DATE
003610         MOVE 'NOT FOR THE RATE DATE - HELD' TO WS-EXC-TEXT
003620         PERFORM 2200-HOLD-RATE
003630         GO TO 2000-READ-NEXT
003640     END-IF
003650     IF RF-CURRENCY-CODE = WS-BASE-CURRENCY
003660         ADD 1 TO WS-BASE-SKIPPED
003670         GO TO 2000-READ-NEXT
003680     END-IF
003690     MOVE RF-CURRENCY-CODE TO WS-LOOKUP-CCY
003700     PERFORM 2300-FIND-CURRENCY
003710     IF NOT WS-CCY-FOUND
003720         IF WS-CCY-COUNT NOT < WS-CCY-MAX
003730             MOVE 'CURRENCY TABLE FULL - HELD' TO WS-EXC-TEXT
003740             PERFORM 2200-HOLD-RATE
003750             GO TO 2000-READ-NEXT
003760         END-IF
003770         PERFORM 2320-ADD-CURRENCY
003780         MOVE WS-DEFAULT-TOLERANCE TO WS-CCY-TOLERANCE(WS-CCY-IX)
003790         MOVE 'NOT ON RATEPRM - DEFAULT TOLERANCE' TO WS-EXC-TEXT
003800         PERFORM 2900-WARN
003810     END-IF
003820     IF WS-CCY-SEEN(WS-CCY-IX)
003830         MOVE 'SENT TWICE IN FEED - HELD' TO WS-EXC-TEXT
003840         PERFORM 2200-HOLD-RATE
003850         GO TO 2000-READ-NEXT
003860     END-IF
003870     MOVE 'Y' TO WS-CCY-SEEN-SW(WS-CCY-IX)
003880     PERFORM 2400-FIND-PRIOR-RATE THRU 2400-EXIT
003890     PERFORM 2500-CHECK-MOVEMENT THRU 2500-EXIT
003900     IF NOT WS-RATE-HELD
003910         PERFORM 2600-LOAD-RATE THRU 2600-EXIT
003920     END-IF.
003930 2000-READ-NEXT.
003940     PERFORM 2100-READ-FEED.
003950 2000-EXIT.
003960     EXIT.
003970
003980 2100-READ-FEED.
003990     READ FEED-FILE
004000         AT END MOVE 'Y' TO WS-EOF-SW
004010     END-READ
004020     IF NOT WS-EOF
004030         ADD 1 TO WS-FEED-READ
004040     END-IF.
004050
004060 2200-HOLD-RATE.
004070*----------------------------------------------------------------
004080* HOLD THE FEED RECORD BACK - IMAGE TO RATEHLD, REASON TO THE
004090* EXCEPTION REPORT.  ANY HELD RATE GRADES THE RUN AT LEAST 8.
004100*----------------------------------------------------------------
004110     MOVE 'Y' TO WS-HELD-SW
004120     WRITE HOLD-RECORD FROM FEED-RECORD
004130     IF WS-HOLD-STATUS NOT = '00'
004140         DISPLAY 'SIMARLD - UNABLE TO WRITE RATEHLD - STATUS '
004150                 WS-HOLD-STATUS
004160         GO TO 9999-ABEND-EXIT
004170     END-IF
004180     ADD 1 TO WS-RATES-HELD
004190     IF WS-RUN-GRADE < 8
004200         MOVE 8 TO WS-RUN-GRADE
004210     END-IF
004220     PERFORM 5100-WRITE-EXCEPTION-LINE.
004230
004240 2300-FIND-CURRENCY.
004250     MOVE 'N' TO WS-CCY-FOUND-SW
004260     MOVE 1 TO WS-CCY-IX
004270     PERFORM 2310-SCAN-CURRENCY
004280         UNTIL WS-CCY-FOUND OR WS-CCY-IX > WS-CCY-COUNT.
004290
004300 2310-SCAN-CURRENCY.
004310     IF WS-CCY-CODE(WS-CCY-IX) = WS-LOOKUP-CCY
004320         MOVE 'Y' TO WS-CCY-FOUND-SW
004330     ELSE
004340         ADD 1 TO WS-CCY-IX
004350     END-IF.
004360
004370 2320-ADD-CURRENCY.
004380     IF WS-CCY-COUNT NOT < WS-CCY-MAX
004390         DISPLAY 'SIMARLD - MORE THAN ' WS-CCY-MAX
004400                 ' CURRENCIES ON RATEPRM'
004410         GO TO 9800-CONTROL-ABEND
004420     END-IF
004430     ADD 1 TO WS-CCY-COUNT
004440     MOVE WS-CCY-COUNT  TO WS-CCY-IX
004450     MOVE WS-LOOKUP-CCY TO WS-CCY-CODE(WS-CCY-IX)
004460     MOVE ZERO          TO WS-CCY-TOLERANCE(WS-CCY-IX)
004470     MOVE 'N'           TO WS-CCY-EXPECTED-SW(WS-CCY-IX)
004480     MOVE 'N'           TO WS-CCY-SEEN-SW(WS-CCY-IX)
004490     MOVE 'N'           TO WS-CCY-OVERRIDE-SW(WS-CCY-IX).
004500
004510 2400-FIND-PRIOR-RATE.
004520*----------------------------------------------------------------
004530* THE PREVIOUS BUSINESS DAY'S RATE IS THE LATEST ONE ON FILE FOR
004540* THE CURRENCY DATED BEFORE THE RATE DATE - POSITION AT THE
004550* LOOKBACK DATE AND READ FORWARD, KEEPING THE LAST ONE SEEN.
004560*----------------------------------------------------------------
004570     MOVE 'N'  TO WS-PRIOR-FOUND-SW
004580     MOVE ZERO TO WS-PRIOR-RATE
004590     MOVE ZERO TO WS-PRIOR-DATE
004600     IF WS-RATE-CREATED
004610         GO TO 2400-EXIT
004620     END-IF
004630     MOVE RF-CURRENCY-CODE TO RT-CURRENCY-CODE
004640     MOVE WS-LOOKBACK-DATE TO RT-RATE-DATE
004650     START RATE-FILE KEY IS NOT LESS THAN RT-KEY
004660         INVALID KEY
004670             GO TO 2400-EXIT
004680     END-START
004690     MOVE 'N' TO WS-SCAN-DONE-SW
004700     PERFORM 2410-SCAN-PRIOR-RATE THRU 2410-EXIT
004710         UNTIL WS-SCAN-DONE.
004720 2400-EXIT.
004730     EXIT.
004740
004750 2410-SCAN-PRIOR-RATE.
004760     READ RATE-FILE NEXT RECORD
004770         AT END
004780             MOVE 'Y' TO WS-SCAN-DONE-SW
004790             GO TO 2410-EXIT
004800     END-READ
004810     IF RT-CURRENCY-CODE NOT = RF-CURRENCY-CODE
004820        OR RT-RATE-DATE NOT < WS-RATE-DATE
004830         MOVE 'Y' TO WS-SCAN-DONE-SW
004840         GO TO 2410-EXIT
004850     END-IF
004860     MOVE 'Y'          TO WS-PRIOR-FOUND-SW
004870     MOVE RT-RATE      TO WS-PRIOR-RATE
004880     MOVE RT-RATE-DATE TO WS-PRIOR-DATE.
004890 2410-EXIT.
004900     EXIT.
004910
004920 2500-CHECK-MOVEMENT.
004930*----------------------------------------------------------------
004940* A RATE WITH NOTHING TO COMPARE AGAINST (A NEW CURRENCY, OR A
004950* GAP OF MORE THAN A MONTH) LOADS WITH A WARNING.  OTHERWISE THE
004960* MOVE IS THE ABSOLUTE CHANGE AS A PERCENTAGE OF THE PREVIOUS
004970* RATE; BEYOND THE CURRENCY'S TOLERANCE THE RATE IS HELD UNLESS
004980* AN OVERRIDE CARD CONFIRMS IT.  A MOVE TOO LARGE FOR THE FIELD
004990* IS PLAINLY OUT OF TOLERANCE.
005000*----------------------------------------------------------------
005010     IF NOT WS-PRIOR-FOUND
005020        OR WS-PRIOR-RATE = ZERO
005030         MOVE 'NO PRIOR RATE - NOT CHECKED' TO WS-EXC-TEXT
005040         PERFORM 2900-WARN
005050         GO TO 2500-EXIT
005060     END-IF
005070     IF RF-RATE > WS-PRIOR-RATE
005080         SUBTRACT WS-PRIOR-RATE FROM RF-RATE GIVING WS-RATE-DIFF
005090     ELSE
005100         SUBTRACT RF-RATE FROM WS-PRIOR-RATE GIVING WS-RATE-DIFF
005110     END-IF
005120     COMPUTE WS-MOVE-PCT ROUNDED =
005130         (WS-RATE-DIFF * 100) / WS-PRIOR-RATE
005140         ON SIZE ERROR
005150             MOVE 99999.99 TO WS-MOVE-PCT
005160     END-COMPUTE
005170     IF WS-MOVE-PCT NOT > WS-CCY-TOLERANCE(WS-CCY-IX)
005180         GO TO 2500-EXIT
005190     END-IF
005200     IF WS-CCY-OVERRIDE(WS-CCY-IX)
005210         MOVE 'OUT OF TOLERANCE - OVERRIDDEN' TO WS-EXC-TEXT
005220         PERFORM 2900-WARN
005230     ELSE
005240         MOVE 'OUT OF TOLERANCE - HELD' TO WS-EXC-TEXT
005250         PERFORM 2200-HOLD-RATE
005260     END-IF.
005270 2500-EXIT.
005280     EXIT.
005290
005300 2600-LOAD-RATE.
005310*----------------------------------------------------------------
005320* A RATE ALREADY ON FILE FOR THE DATE MEANS A RERUN OR A HAND
005330* LOAD - THE SAME RATE IS LEFT ALONE, A DIFFERENT ONE IS
005340* REPLACED WITH A WARNING (ANY WORK ALREADY CONVERTED AT THE OLD
005350* RATE NEEDS LOOKING AT).
005360*----------------------------------------------------------------
005370     MOVE RF-CURRENCY-CODE TO RT-CURRENCY-CODE
005380     MOVE RF-RATE-DATE     TO RT-RATE-DATE
005390     IF NOT WS-RATE-CREATED
005400         READ RATE-FILE
005410             INVALID KEY
005420                 GO TO 2600-WRITE
005430         END-READ
005440         IF RT-RATE = RF-RATE
005450             ADD 1 TO WS-RATES-UNCHANGED
005460             GO TO 2600-EXIT
005470         END-IF
005480         MOVE RF-RATE TO RT-RATE
005490         REWRITE RATE-RECORD
005500         IF WS-RATE-STATUS NOT = '00'
005510             DISPLAY 'SIMARLD - UNABLE TO REWRITE RATEFILE - '
005520                     'STATUS ' WS-RATE-STATUS
005530             GO TO 9999-ABEND-EXIT
005540         END-IF
005550         ADD 1 TO WS-RATES-REPLACED
005560         MOVE 'REPLACED RATE ALREADY ON FILE' TO WS-EXC-TEXT
005570         PERFORM 2900-WARN
005580         GO TO 2600-EXIT
005590     END-IF.
005600 2600-WRITE.
005610     MOVE RF-CURRENCY-CODE TO RT-CURRENCY-CODE
005620     MOVE RF-RATE-DATE     TO RT-RATE-DATE
005630     MOVE RF-RATE          TO RT-RATE
005640     MOVE SPACES TO RATE-RECORD(22:9)
005650     WRITE RATE-RECORD
005660     IF WS-RATE-STATUS NOT = '00'
005670         DISPLAY 'SIMARLD - UNABLE TO WRITE RATEFILE - STATUS '
005680                 WS-RATE-STATUS
005690         GO TO 9999-ABEND-EXIT
005700     END-IF
005710     ADD 1 TO WS-RATES-LOADED.
005720 2600-EXIT.
005730     EXIT.
005740
005750 2900-WARN.
005760     ADD 1 TO WS-WARNING-COUNT
005770     IF WS-RUN-GRADE < 4
005780         MOVE 4 TO WS-RUN-GRADE
005790     END-IF
005800     PERFORM 5100-WRITE-EXCEPTION-LINE.
005810
005820 3000-TERMINATE.
005830*----------------------------------------------------------------
005840* EVERY CURRENCY THE CARDS EXPECT BUT THE FEED NEVER SENT IS
005850* REPORTED - SIMADRV WILL REJECT THAT CURRENCY'S WORK (REASON
005860* 36) UNTIL ITS RATE IS LOADED.  AN EMPTY FEED IS A TRANSMISSION
005870* FAILURE, NOT A QUIET DAY, AND FAILS THE STEP.
005880*----------------------------------------------------------------
005890     MOVE SPACES TO REPORT-LINE
005900     WRITE REPORT-LINE
005910     MOVE 1 TO WS-CCY-IX
005920     PERFORM 3100-CHECK-MISSING THRU 3100-EXIT
005930         UNTIL WS-CCY-IX > WS-CCY-COUNT
005940     IF WS-FEED-READ = ZERO
005950         DISPLAY 'SIMARLD - RATEIN IS EMPTY'
005960         MOVE 16 TO WS-RUN-GRADE
005970     END-IF
005980     PERFORM 5200-WRITE-TOTALS
005990     CLOSE FEED-FILE
006000           RATE-FILE
006010           HOLD-FILE
006020           REPORT-FILE
006030     MOVE WS-RUN-GRADE TO RETURN-CODE.
006040
006050 3100-CHECK-MISSING.
006060     IF NOT WS-CCY-EXPECTED(WS-CCY-IX)
006070        OR WS-CCY-SEEN(WS-CCY-IX)
006080         GO TO 3100-NEXT
006090     END-IF
006100*----------------------------------------------------------------
006110* A RATE ALREADY ON FILE FOR THE DATE (AN EARLIER LOAD, WHEN
006120* THIS RUN IS RELEASING HELD RATES) IS NOT MISSING.
006130*----------------------------------------------------------------
006140     IF NOT WS-RATE-CREATED
006150         MOVE WS-CCY-CODE(WS-CCY-IX) TO RT-CURRENCY-CODE
006160         MOVE WS-RATE-DATE           TO RT-RATE-DATE
006170         READ RATE-FILE
006180             INVALID KEY
006190                 GO TO 3100-MISSING
006200         END-READ
006210         GO TO 3100-NEXT
006220     END-IF.
006230 3100-MISSING.
006240     ADD 1 TO WS-CCY-MISSING
006250     MOVE WS-CCY-CODE(WS-CCY-IX) TO RF-CURRENCY-CODE
006260     MOVE WS-RATE-DATE           TO RF-RATE-DATE
006270     MOVE ZERO                   TO RF-RATE
006280     MOVE 'N'                    TO WS-PRIOR-FOUND-SW
006290     MOVE 'MISSING FROM TREASURY FEED' TO WS-EXC-TEXT
006300     PERFORM 2900-WARN.
006310 3100-NEXT.
006320     ADD 1 TO WS-CCY-IX.
006330 3100-EXIT.
006340     EXIT.
006350
006360 5000-WRITE-HEADING.
006370     MOVE SPACES TO REPORT-LINE
006380     STRING 'SIMARLD - EXCHANGE RATE LOAD EXCEPTION REPORT'
006390         DELIMITED BY SIZE INTO REPORT-LINE
006400     WRITE REPORT-LINE
006410     MOVE SPACES TO REPORT-LINE
006420     STRING 'RATE DATE ................. ' DELIMITED BY SIZE
006430            WS-RATE-DATE                DELIMITED BY SIZE
006440         INTO REPORT-LINE
006450     WRITE REPORT-LINE
006460     MOVE SPACES TO REPORT-LINE
006470     STRING 'BASE CURRENCY ............. ' DELIMITED BY SIZE
006480            WS-BASE-CURRENCY            DELIMITED BY SIZE
006490         INTO REPORT-LINE
006500     WRITE REPORT-LINE
006510     MOVE SPACES TO REPORT-LINE
006520     WRITE REPORT-LINE
006530     MOVE SPACES TO REPORT-LINE
006540     STRING 'CCY    PREVIOUS         NEW   MOVE %   TOL %  '
006550            'EXCEPTION'
006560         DELIMITED BY SIZE INTO REPORT-LINE
006570     WRITE REPORT-LINE.
006580
006590 5100-WRITE-EXCEPTION-LINE.
006600*----------------------------------------------------------------
006610* ONE LINE PER EXCEPTION.  THE PREVIOUS RATE AND THE MOVE ARE
006620* SHOWN ONLY WHEN A PREVIOUS RATE WAS FOUND FOR THE CURRENCY.
006630*----------------------------------------------------------------
006640     MOVE SPACES TO REPORT-LINE
006650     MOVE RF-CURRENCY-CODE TO REPORT-LINE(1:3)
006660     IF RF-RATE NUMERIC
006670        AND RF-RATE NOT = ZERO
006680         MOVE RF-RATE TO WS-EDIT-NEW-RATE
006690         MOVE WS-EDIT-NEW-RATE TO REPORT-LINE(17:11)
006700     END-IF
006710     IF WS-PRIOR-FOUND
006720        AND WS-PRIOR-RATE NOT = ZERO
006730         MOVE WS-PRIOR-RATE TO WS-EDIT-OLD-RATE
006740         MOVE WS-EDIT-OLD-RATE TO REPORT-LINE(5:11)
006750         MOVE WS-MOVE-PCT TO WS-EDIT-PCT
006760         MOVE WS-EDIT-PCT TO REPORT-LINE(29:8)
006770     END-IF
006780     IF WS-CCY-IX > ZERO
006790        AND WS-CCY-IX NOT > WS-CCY-COUNT
006800         MOVE WS-CCY-TOLERANCE(WS-CCY-IX) TO WS-EDIT-TOL
006810         MOVE WS-EDIT-TOL TO REPORT-LINE(38:6)
006820     END-IF
006830     MOVE WS-EXC-TEXT TO REPORT-LINE(46:35)
006840     WRITE REPORT-LINE.
006850
006860 5200-WRITE-TOTALS.
006870     MOVE WS-FEED-READ TO WS-EDIT-COUNT
006880     MOVE SPACES TO REPORT-LINE
006890     STRING 'FEED RECORDS READ ......... ' DELIMITED BY SIZE
006900            WS-EDIT-COUNT               DELIMITED BY SIZE
006910         INTO REPORT-LINE
006920     WRITE REPORT-LINE
006930     MOVE WS-RATES-LOADED TO WS-EDIT-COUNT
006940     MOVE SPACES TO REPORT-LINE
006950     STRING 'RATES LOADED .............. ' DELIMITED BY SIZE
006960            WS-EDIT-COUNT               DELIMITED BY SIZE
006970         INTO REPORT-LINE
006980     WRITE REPORT-LINE
006990     MOVE WS-RATES-REPLACED TO WS-EDIT-COUNT
007000     MOVE SPACES TO REPORT-LINE
007010     STRING 'RATES REPLACED ............ ' DELIMITED BY SIZE
007020            WS-EDIT-COUNT               DELIMITED BY SIZE
007030         INTO REPORT-LINE
007040     WRITE REPORT-LINE
007050     MOVE WS-RATES-UNCHANGED TO WS-EDIT-COUNT
007060     MOVE SPACES TO REPORT-LINE
007070     STRING 'RATES ALREADY ON FILE ..... ' DELIMITED BY SIZE
007080            WS-EDIT-COUNT               DELIMITED BY SIZE
007090         INTO REPORT-LINE
007100     WRITE REPORT-LINE
007110     MOVE WS-RATES-HELD TO WS-EDIT-COUNT
007120     MOVE SPACES TO REPORT-LINE
007130     STRING 'RATES HELD ................ ' DELIMITED BY SIZE
007140            WS-EDIT-COUNT               DELIMITED BY SIZE
007150         INTO REPORT-LINE
007160     WRITE REPORT-LINE
007170     MOVE WS-BASE-SKIPPED TO WS-EDIT-COUNT
007180     MOVE SPACES TO REPORT-LINE
007190     STRING 'BASE CURRENCY IGNORED ..... ' DELIMITED BY SIZE
007200            WS-EDIT-COUNT               DELIMITED BY SIZE
007210         INTO REPORT-LINE
007220     WRITE REPORT-LINE
007230     MOVE WS-CCY-MISSING TO WS-EDIT-COUNT
007240     MOVE SPACES TO REPORT-LINE
007250     STRING 'CURRENCIES MISSING ........ ' DELIMITED BY SIZE
007260            WS-EDIT-COUNT               DELIMITED BY SIZE
007270         INTO REPORT-LINE
007280     WRITE REPORT-LINE
007290     MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT
007300     MOVE SPACES TO REPORT-LINE
007310     STRING 'WARNINGS .................. ' DELIMITED BY SIZE
007320            WS-EDIT-COUNT               DELIMITED BY SIZE
007330         INTO REPORT-LINE
007340     WRITE REPORT-LINE
007350     MOVE WS-RUN-GRADE TO WS-EDIT-GRADE
007360     MOVE SPACES TO REPORT-LINE
007370     STRING 'RETURN CODE ............... ' DELIMITED BY SIZE
007380            WS-EDIT-GRADE               DELIMITED BY SIZE
007390         INTO REPORT-LINE
007400     WRITE REPORT-LINE
007410     MOVE SPACES TO REPORT-LINE
007420     EVALUATE TRUE
007430         WHEN WS-RUN-GRADE = 16
007440             STRING '*** NO RATES RECEIVED - HOLD SIMADRV'
007450                 DELIMITED BY SIZE INTO REPORT-LINE
007460         WHEN WS-RUN-GRADE = 8
007470             STRING '*** RATES HELD - HOLD SIMADRV UNTIL '
007480                    'TREASURY CONFIRMS'
007490                 DELIMITED BY SIZE INTO REPORT-LINE
007500         WHEN WS-RUN-GRADE = 4
007510             STRING 'RATES LOADED WITH WARNINGS - REVIEW THE '
007520                    'EXCEPTIONS'
007530                 DELIMITED BY SIZE INTO REPORT-LINE
007540         WHEN OTHER
007550             STRING 'ALL RATES VERIFIED AND LOADED'
007560                 DELIMITED BY SIZE INTO REPORT-LINE
007570     END-EVALUATE
007580     WRITE REPORT-LINE.
007590
007600 9800-CONTROL-ABEND.
007610*----------------------------------------------------------------
007620* REACHED WHEN THE RATE-CONTROL CARDS ARE MISSING OR BAD.  END
007630* WITH RETURN CODE 16 BEFORE A SINGLE RATE IS LOADED - A LOAD
007640* CHECKED AGAINST THE WRONG TOLERANCES IS NO CHECK AT ALL.
007650*----------------------------------------------------------------
007660     DISPLAY 'SIMARLD - TERMINATING DUE TO RATE-CONTROL FAILURE'
007670     MOVE 16 TO RETURN-CODE
007680     STOP RUN.
007690
007700 9999-ABEND-EXIT.
007710*----------------------------------------------------------------
007720* REACHED WHEN A REQUIRED FILE FAILED TO OPEN OR A RATEFILE OR
007730* RATEHLD WRITE FAILED.  RETURN CODE 16 SO THE SCHEDULE HOLDS
007740* SIMADRV - THE DAY'S RATES MAY BE PARTLY LOADED.
007750*----------------------------------------------------------------
007760     DISPLAY 'SIMARLD - TERMINATING DUE TO FILE I/O ERROR'
007770     MOVE 16 TO RETURN-CODE
007780     STOP RUN.
