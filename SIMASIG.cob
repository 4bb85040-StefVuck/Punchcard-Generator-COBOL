000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SIMASIG.
000030 AUTHOR.         STEFVUCK.
000040 INSTALLATION.   DATA PROCESSING CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- ----------------------------------------------
000120* 2026-10-15  SV   INITIAL VERSION - NIGHTLY STANDING-INSTRUCTION
000130*                  GENERATOR.  RUN AHEAD OF SIMADRV (AND SIMASPL
000140*                  ON A PARALLEL NIGHT), IT TURNS EVERY ACTIVE
000150*                  INSTRUCTION ON STDINST (SEE SINREC01) THAT IS
000160*                  DUE ON OR BEFORE THE RUN DATE INTO A TRNREC01
000170*                  DETAIL, WRITTEN AS ITS OWN 'STANDING' SOURCE
000180*                  BATCH WITH A HEADER AND TRAILER SO SIMADRV
000190*                  BALANCES IT AND SUMRPT SHOWS IT LIKE ANY OTHER
000200*                  SOURCE.  EACH INSTRUCTION IS ROLLED ON TO ITS
000210*                  NEXT DUE DATE, AND ENDED ONCE THAT PASSES ITS
000220*                  END DATE.  SIGRPT LISTS WHAT WAS GENERATED,
000230*                  SKIPPED AND ENDED.  RC 0 - CLEAN; RC 4 - AN
000240*                  OCCURRENCE WAS SKIPPED (ACCOUNT NOT ON FILE OR
000250*                  NOT OPEN); RC 16 - FILE FAILURE.  THE STEP
000260*                  STARTS THE NIGHT ON RUNCTL THROUGH SIMARSC.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT STDINST-FILE   ASSIGN TO STDINST
000320            ORGANIZATION IS INDEXED
000330            ACCESS MODE IS DYNAMIC
000340            RECORD KEY IS SI-INSTR-ID
000350            FILE STATUS IS WS-SINS-STATUS.
000360     SELECT ACCOUNT-FILE   ASSIGN TO ACCTMST
000370            ORGANIZATION IS INDEXED
000380            ACCESS MODE IS RANDOM
000390            RECORD KEY IS AM-ACCOUNT-NUMBER
000400            FILE STATUS IS WS-ACCT-STATUS.
000410     SELECT STANDING-FILE  ASSIGN TO STANDOUT
000420            ORGANIZATION IS SEQUENTIAL
000430            FILE STATUS IS WS-STND-STATUS.
000440     SELECT REPORT-FILE    ASSIGN TO SIGRPT
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS IS WS-REPT-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  STDINST-FILE
000510     RECORDING MODE IS F.
000520     COPY SINREC01.
000530
000540 FD  ACCOUNT-FILE
000550     RECORDING MODE IS F.
000560     COPY ACTREC01.
000570
000580 FD  STANDING-FILE
000590     RECORDING MODE IS F.
000600 01  STANDING-OUT-RECORD     PIC X(61).
000610*----------------------------------------------------------------
000620* EVERY RECORD IS BUILT IN THE TRNREC01 LAYOUT IN WORKING-STORAGE
000630* AND WRITTEN FROM THERE, EXACTLY AS A SOURCE SYSTEM'S FEED IS.
000640*----------------------------------------------------------------
000650
000660 FD  REPORT-FILE
000670     RECORDING MODE IS F.
000680 01  REPORT-LINE             PIC X(80).
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-SINS-STATUS          PIC X(02).
000720 01  WS-ACCT-STATUS          PIC X(02).
000730 01  WS-STND-STATUS          PIC X(02).
000740 01  WS-REPT-STATUS          PIC X(02).
000750 01  WS-EOF-SW               PIC X(01)   VALUE 'N'.
000760     88  WS-EOF                          VALUE 'Y'.
000770 01  WS-SINS-CREATED-SW      PIC X(01)   VALUE 'N'.
000780     88  WS-SINS-CREATED                 VALUE 'Y'.
000790 01  WS-ACCOUNT-OK-SW        PIC X(01)   VALUE 'N'.
000800     88  WS-ACCOUNT-OK                   VALUE 'Y'.
000810 01  WS-SKIP-REASON          PIC X(30)   VALUE SPACES.
000820 01  WS-ACTION-TEXT          PIC X(10)   VALUE SPACES.
000830 01  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
000840 01  WS-RUN-GRADE            PIC 9(02)   VALUE ZERO.
000850 01  WS-INSTR-READ-COUNT     PIC 9(09)   VALUE ZERO.
000860 01  WS-INSTR-DUE-COUNT      PIC 9(09)   VALUE ZERO.
000870 01  WS-GENERATED-COUNT      PIC 9(09)   VALUE ZERO.
000880 01  WS-SKIPPED-COUNT        PIC 9(09)   VALUE ZERO.
000890 01  WS-ENDED-COUNT          PIC 9(09)   VALUE ZERO.
000900 01  WS-BATCH-HASH-NUM1      PIC S9(13)V99 VALUE ZERO.
000910 01  WS-BATCH-HASH-NUM2      PIC S9(13)V99 VALUE ZERO.
000920 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
000930 01  WS-EDIT-HASH            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
000940 01  WS-EDIT-NUM1            PIC Z(8)9.99-.
000950 01  WS-EDIT-NUM2            PIC Z(8)9.99-.
000960*----------------------------------------------------------------
000970* DUE-DATE ARITHMETIC.  THE DATE BEING ROLLED IS BROKEN OUT INTO
000980* YEAR, MONTH AND DAY; THE MONTH LENGTHS ARE FOR A COMMON YEAR AND
000990* FEBRUARY IS STRETCHED TO 29 IN A LEAP YEAR.
001000*----------------------------------------------------------------
001010 01  WS-WORK-DATE            PIC 9(08)   VALUE ZERO.
001020 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
001030     05  WS-WORK-YEAR        PIC 9(04).
001040     05  WS-WORK-MONTH       PIC 9(02).
001050     05  WS-WORK-DAY         PIC 9(02).
001060 01  WS-ADD-DAYS             PIC 9(02)   VALUE ZERO.
001070 01  WS-ADD-MONTHS           PIC 9(02)   VALUE ZERO.
001080 01  WS-MONTH-DAYS           PIC 9(02)   VALUE ZERO.
001090 01  WS-LEAP-QUOTIENT        PIC 9(04)   VALUE ZERO.
001100 01  WS-LEAP-REM-4           PIC 9(03)   VALUE ZERO.
001110 01  WS-LEAP-REM-100         PIC 9(03)   VALUE ZERO.
001120 01  WS-LEAP-REM-400         PIC 9(03)   VALUE ZERO.
001130 01  WS-MONTH-LENGTHS.
001140     05  FILLER              PIC X(24)
001150                             VALUE '312831303130313130313031'.
001160 01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001170     05  WS-MONTH-LENGTH     PIC 9(02)   OCCURS 12 TIMES.
001180*----------------------------------------------------------------
001190* THE GENERATED TRANSACTION ID - 'SI', THE INSTRUCTION ID AND THE
001200* DUE DATE (SEE SINREC01).
001210*----------------------------------------------------------------
001220 01  WS-GEN-TRANS-ID.
001230     05  FILLER              PIC X(02)   VALUE 'SI'.
001240     05  WS-GEN-INSTR-ID     PIC 9(06).
001250     05  WS-GEN-DUE-DATE     PIC 9(08).
001260     COPY TRNREC01.
001270     COPY RSPREC01.
001280
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE
001320     PERFORM 2000-PROCESS-INSTRUCTION THRU 2000-EXIT
001330         UNTIL WS-EOF
001340     PERFORM 3000-TERMINATE
001350     GOBACK.
001360
001370 1000-INITIALIZE.
001380*----------------------------------------------------------------
001390* THE RUN DATE IS TODAY - THE STANDING BATCH'S HEADER MUST CARRY
001400* THE SAME DATE AS SIMADRV'S RUN.  STDINST IS OPENED I-O WITH THE
001410* OPEN OUTPUT FALLBACK, SO THE STEP STILL RUNS (AND WRITES AN
001420* EMPTY BATCH) BEFORE THE FIRST INSTRUCTION HAS BEEN SET UP.
001430*----------------------------------------------------------------
001440     MOVE SPACES TO RQ-RESULT
001450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001460     PERFORM 1010-BEGIN-RUN-STATE
001470     OPEN I-O STDINST-FILE
001480     IF WS-SINS-STATUS NOT = '00'
001490         OPEN OUTPUT STDINST-FILE
001500         MOVE 'Y' TO WS-SINS-CREATED-SW
001510     END-IF
001520     IF WS-SINS-STATUS NOT = '00'
001530         DISPLAY 'SIMASIG - UNABLE TO OPEN STDINST - STATUS '
001540                 WS-SINS-STATUS
001550         GO TO 9999-ABEND-EXIT
001560     END-IF
001570     OPEN INPUT ACCOUNT-FILE
001580     IF WS-ACCT-STATUS NOT = '00'
001590         DISPLAY 'SIMASIG - UNABLE TO OPEN ACCTMST - STATUS '
001600                 WS-ACCT-STATUS
001610         GO TO 9999-ABEND-EXIT
001620     END-IF
001630     OPEN OUTPUT STANDING-FILE
001640     IF WS-STND-STATUS NOT = '00'
001650         DISPLAY 'SIMASIG - UNABLE TO OPEN STANDOUT - STATUS '
001660                 WS-STND-STATUS
001670         GO TO 9999-ABEND-EXIT
001680     END-IF
001690     OPEN OUTPUT REPORT-FILE
001700     IF WS-REPT-STATUS NOT = '00'
001710         DISPLAY 'SIMASIG - UNABLE TO OPEN SIGRPT - STATUS '
001720                 WS-REPT-STATUS
001730         GO TO 9999-ABEND-EXIT
001740     END-IF
001750     PERFORM 1100-WRITE-HEADING
001760     PERFORM 1200-WRITE-BATCH-HEADER
001770     PERFORM 1300-POSITION-FILE THRU 1300-EXIT.
001780
001790 1010-BEGIN-RUN-STATE.
001800*----------------------------------------------------------------
001810* RECORD THE STEP AS STARTED ON RUNCTL BEFORE ANY OUTPUT IS
001820* OPENED.  THIS STEP STARTS THE NIGHT, SO ITS BUSINESS DATE IS
001830* TODAY.  A RUN ALREADY ENDED CLEANLY FOR THE DATE IS NOT REPEATED
001840* - ITS INSTRUCTIONS HAVE ALREADY BEEN ROLLED ON AND ITS BATCH MAY
001850* ALREADY HAVE POSTED.
001860*----------------------------------------------------------------
001870     MOVE SPACES      TO RUN-STATE-REQUEST
001880     MOVE 'B'         TO RQ-FUNCTION
001890     MOVE 'SIMASIG'   TO RQ-STEP-NAME
001900     MOVE ZERO        TO RQ-STREAM
001910                         RQ-STREAM-COUNT
001920                         RQ-STEP-RC
001930     MOVE WS-RUN-DATE TO RQ-BUSINESS-DATE
001940     CALL 'SIMARSC' USING RUN-STATE-REQUEST
001950     IF RQ-SKIP
001960         DISPLAY 'SIMASIG - ' RQ-MESSAGE
001970         DISPLAY 'SIMASIG - GENERATION NOT REPEATED'
001980         MOVE ZERO TO RETURN-CODE
001990         STOP RUN
002000     END-IF
002010     IF NOT RQ-PROCEED
002020         DISPLAY 'SIMASIG - ' RQ-MESSAGE
002030         DISPLAY 'SIMASIG - NOT RUN'
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF.
002070
002080 1100-WRITE-HEADING.
002090     MOVE SPACES TO REPORT-LINE
002100     STRING 'SIMASIG - STANDING INSTRUCTION GENERATION REPORT'
002110         DELIMITED BY SIZE INTO REPORT-LINE
002120     WRITE REPORT-LINE
002130     MOVE SPACES TO REPORT-LINE
002140     STRING 'RUN DATE .................. ' DELIMITED BY SIZE
002150            WS-RUN-DATE                  DELIMITED BY SIZE
002160         INTO REPORT-LINE
002170     WRITE REPORT-LINE
002180     MOVE SPACES TO REPORT-LINE
002190     WRITE REPORT-LINE
002200     MOVE SPACES TO REPORT-LINE
002210     STRING 'INSTR  ACCOUNT    DUE DATE OP CUR          NUM1'
002220            '          NUM2 ACTION'
002230         DELIMITED BY SIZE INTO REPORT-LINE
002240     WRITE REPORT-LINE
002250     MOVE SPACES TO REPORT-LINE
002260     WRITE REPORT-LINE.
002270
002280 1200-WRITE-BATCH-HEADER.
002290*----------------------------------------------------------------
002300* THE BATCH HEADER IS WRITTEN EVEN ON A NIGHT WITH NOTHING DUE -
002310* AN EMPTY 'STANDING' BATCH STILL BALANCES IN SIMADRV AND SHOWS
002320* ON SUMRPT, SO A MISSING ONE IS NOTICED.
002330*----------------------------------------------------------------
002340     MOVE SPACES      TO TRANS-RECORD
002350     MOVE 'H'         TO TR-RECORD-TYPE
002360     MOVE 'STANDING'  TO TR-HDR-SOURCE-SYSTEM
002370     MOVE WS-RUN-DATE TO TR-HDR-CREATE-DATE
002380     PERFORM 2900-WRITE-STANDING.
002390
002400 1300-POSITION-FILE.
002410*----------------------------------------------------------------
002420* READ THE INSTRUCTIONS IN ID ORDER FROM THE FIRST ONE PAST THE
002430* CONTROL RECORD (KEY 000000).
002440*----------------------------------------------------------------
002450     IF WS-SINS-CREATED
002460         MOVE 'Y' TO WS-EOF-SW
002470         GO TO 1300-EXIT
002480     END-IF
002490     MOVE ZERO TO SI-INSTR-ID
002500     START STDINST-FILE KEY IS GREATER THAN SI-INSTR-ID
002510         INVALID KEY
002520             MOVE 'Y' TO WS-EOF-SW
002530             GO TO 1300-EXIT
002540     END-START
002550     PERFORM 2100-READ-INSTRUCTION.
002560 1300-EXIT.
002570     EXIT.
002580
002590 2000-PROCESS-INSTRUCTION.
002600*----------------------------------------------------------------
002610* AN INSTRUCTION ALREADY TOUCHED BY A RUN FOR THIS DATE (A RERUN
002620* AFTER AN ABEND) IS PUT BACK TO WHERE IT STOOD BEFORE THAT RUN,
002630* SO THE NEW BATCH CARRIES ITS OCCURRENCES AGAIN.  A CANCELLED OR
002640* ENDED INSTRUCTION, OR ONE NOT YET DUE, IS PASSED OVER.
002650*----------------------------------------------------------------
002660     IF WS-EOF
002670         GO TO 2000-EXIT
002680     END-IF
002690     IF SI-CANCELLED
002700         GO TO 2090-NEXT
002710     END-IF
002720     IF SI-LAST-RUN-DATE = WS-RUN-DATE
002730         MOVE SI-RUN-FROM-DATE TO SI-NEXT-DUE-DATE
002740         MOVE 'A'              TO SI-STATUS
002750     END-IF
002760     IF NOT SI-ACTIVE
002770        OR SI-NEXT-DUE-DATE > WS-RUN-DATE
002780         GO TO 2090-NEXT
002790     END-IF
002800     ADD 1 TO WS-INSTR-DUE-COUNT
002810     IF NOT SI-WEEKLY
002820        AND NOT SI-FORTNIGHTLY
002830        AND NOT SI-MONTHLY
002840        AND NOT SI-QUARTERLY
002850         MOVE 'FREQUENCY NOT RECOGNISED' TO WS-SKIP-REASON
002860         MOVE SI-NEXT-DUE-DATE TO WS-GEN-DUE-DATE
002870         PERFORM 2400-REPORT-SKIPPED
002880         GO TO 2090-NEXT
002890     END-IF
002900     MOVE WS-RUN-DATE      TO SI-LAST-RUN-DATE
002910     MOVE SI-NEXT-DUE-DATE TO SI-RUN-FROM-DATE
002920     PERFORM 2150-CHECK-ACCOUNT
002930     PERFORM 2250-CHECK-END
002940     PERFORM 2200-GENERATE-OCCURRENCE
002950         UNTIL SI-NEXT-DUE-DATE > WS-RUN-DATE
002960            OR SI-ENDED
002970     REWRITE STANDING-INSTR-RECORD
002980     IF WS-SINS-STATUS NOT = '00'
002990         DISPLAY 'SIMASIG - UNABLE TO REWRITE STDINST - STATUS '
003000                 WS-SINS-STATUS ' INSTRUCTION ' SI-INSTR-ID
003010         GO TO 9999-ABEND-EXIT
003020     END-IF.
003030 2090-NEXT.
003040     PERFORM 2100-READ-INSTRUCTION.
003050 2000-EXIT.
003060     EXIT.
003070
003080 2100-READ-INSTRUCTION.
003090     READ STDINST-FILE NEXT RECORD
003100         AT END MOVE 'Y' TO WS-EOF-SW
003110     END-READ
003120     IF NOT WS-EOF
003130         ADD 1 TO WS-INSTR-READ-COUNT
003140     END-IF.
003150
003160 2150-CHECK-ACCOUNT.
003170*----------------------------------------------------------------
003180* THE ACCOUNT IS CHECKED ONCE PER INSTRUCTION.  AN OCCURRENCE FOR
003190* AN ACCOUNT NOT ON FILE OR NOT OPEN IS NOT GENERATED - SIMADRV
003200* WOULD ONLY REJECT IT - BUT THE INSTRUCTION STILL ROLLS ON, AND
003210* THE SKIP IS REPORTED SO THE BUSINESS UNIT CAN KEY IT BY HAND.
003220*----------------------------------------------------------------
003230     MOVE 'N'    TO WS-ACCOUNT-OK-SW
003240     MOVE SPACES TO WS-SKIP-REASON
003250     MOVE SI-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
003260     READ ACCOUNT-FILE
003270         INVALID KEY
003280             MOVE 'ACCOUNT NOT ON FILE' TO WS-SKIP-REASON
003290         NOT INVALID KEY
003300             IF AM-STATUS-OPEN
003310                 MOVE 'Y' TO WS-ACCOUNT-OK-SW
003320             ELSE
003330                 MOVE 'ACCOUNT NOT OPEN' TO WS-SKIP-REASON
003340             END-IF
003350     END-READ.
003360
003370 2200-GENERATE-OCCURRENCE.
003380*----------------------------------------------------------------
003390* ONE OCCURRENCE PER PASS.  AN INSTRUCTION WHOSE RUN WAS MISSED
003400* (NO SIMASIG THAT NIGHT) IS CAUGHT UP HERE - EACH MISSED DUE DATE
003410* GENERATES ITS OWN DETAIL, VALUE-DATED ON THE DAY IT FELL DUE.
003420*----------------------------------------------------------------
003430     MOVE SI-INSTR-ID      TO WS-GEN-INSTR-ID
003440     MOVE SI-NEXT-DUE-DATE TO WS-GEN-DUE-DATE
003450     IF WS-ACCOUNT-OK
003460         PERFORM 2300-WRITE-DETAIL
003470     ELSE
003480         PERFORM 2400-REPORT-SKIPPED
003490     END-IF
003500     PERFORM 2500-ROLL-FORWARD
003510     PERFORM 2250-CHECK-END.
003520
003530 2250-CHECK-END.
003540*----------------------------------------------------------------
003550* ONCE THE NEXT DUE DATE PASSES THE END DATE THE INSTRUCTION HAS
003560* RUN ITS COURSE AND IS MARKED ENDED.  ITS REPORT LINE SHOWS THE
003570* END DATE IN THE DUE DATE COLUMN.
003580*----------------------------------------------------------------
003590     IF SI-END-DATE NOT = ZERO
003600        AND SI-NEXT-DUE-DATE > SI-END-DATE
003610         MOVE 'E' TO SI-STATUS
003620         ADD 1 TO WS-ENDED-COUNT
003630         MOVE 'ENDED' TO WS-ACTION-TEXT
003640         MOVE SI-END-DATE TO WS-GEN-DUE-DATE
003650         PERFORM 2800-WRITE-REPORT-LINE
003660     END-IF.
003670
003680 2300-WRITE-DETAIL.
003690     MOVE SPACES            TO TRANS-RECORD
003700     MOVE 'D'               TO TR-RECORD-TYPE
003710     MOVE SI-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER
003720     MOVE WS-GEN-TRANS-ID   TO TR-TRANS-ID
003730     MOVE SI-NEXT-DUE-DATE  TO TR-VALUE-DATE
003740     MOVE SI-OPERATION-CODE TO TR-OPERATION-CODE
003750     MOVE SI-CURRENCY-CODE  TO TR-CURRENCY-CODE
003760     MOVE SI-NUM1           TO TR-NUM1
003770     MOVE SI-NUM2           TO TR-NUM2
003780     PERFORM 2900-WRITE-STANDING
003790     ADD 1       TO WS-GENERATED-COUNT
003800     ADD TR-NUM1 TO WS-BATCH-HASH-NUM1
003810     ADD TR-NUM2 TO WS-BATCH-HASH-NUM2
003820     MOVE SI-NEXT-DUE-DATE TO SI-LAST-GEN-DATE
003830     MOVE 'GENERATED' TO WS-ACTION-TEXT
003840     PERFORM 2800-WRITE-REPORT-LINE.
003850
003860 2400-REPORT-SKIPPED.
003870     ADD 1 TO WS-SKIPPED-COUNT
003880     MOVE 'SKIPPED' TO WS-ACTION-TEXT
003890     PERFORM 2800-WRITE-REPORT-LINE
003900     MOVE SPACES TO REPORT-LINE
003910     STRING '       *** '   DELIMITED BY SIZE
003920            WS-SKIP-REASON  DELIMITED BY SIZE
003930            ' '             DELIMITED BY SIZE
003940            SI-DESCRIPTION  DELIMITED BY SIZE
003950         INTO REPORT-LINE
003960     WRITE REPORT-LINE.
003970
003980 2500-ROLL-FORWARD.
003990*----------------------------------------------------------------
004000* MOVE THE NEXT DUE DATE ON BY ONE PERIOD.  WEEKLY AND FORTNIGHTLY
004010* ADD DAYS; MONTHLY AND QUARTERLY ADD MONTHS AND FALL ON THE
004020* INSTRUCTION'S OWN DAY OF THE MONTH, OR THE LAST DAY OF A
004030* SHORTER MONTH.
004040*----------------------------------------------------------------
004050     MOVE SI-NEXT-DUE-DATE TO WS-WORK-DATE
004060     EVALUATE TRUE
004070         WHEN SI-WEEKLY
004080             MOVE 7  TO WS-ADD-DAYS
004090             PERFORM 2510-ADD-DAYS
004100         WHEN SI-FORTNIGHTLY
004110             MOVE 14 TO WS-ADD-DAYS
004120             PERFORM 2510-ADD-DAYS
004130         WHEN SI-MONTHLY
004140             MOVE 1  TO WS-ADD-MONTHS
004150             PERFORM 2520-ADD-MONTHS
004160         WHEN SI-QUARTERLY
004170             MOVE 3  TO WS-ADD-MONTHS
004180             PERFORM 2520-ADD-MONTHS
004190     END-EVALUATE
004200     MOVE WS-WORK-DATE TO SI-NEXT-DUE-DATE.
004210
004220 2510-ADD-DAYS.
004230*----------------------------------------------------------------
004240* NO MORE THAN FOURTEEN DAYS ARE EVER ADDED, SO THE DATE CAN
004250* CROSS AT MOST ONE MONTH END.
004260*----------------------------------------------------------------
004270     PERFORM 2590-SET-MONTH-DAYS
004280     ADD WS-ADD-DAYS TO WS-WORK-DAY
004290     IF WS-WORK-DAY > WS-MONTH-DAYS
004300         SUBTRACT WS-MONTH-DAYS FROM WS-WORK-DAY
004310         ADD 1 TO WS-WORK-MONTH
004320         IF WS-WORK-MONTH > 12
004330             MOVE 1 TO WS-WORK-MONTH
004340             ADD 1 TO WS-WORK-YEAR
004350         END-IF
004360     END-IF.
004370
004380 2520-ADD-MONTHS.
004390     ADD WS-ADD-MONTHS TO WS-WORK-MONTH
004400     IF WS-WORK-MONTH > 12
004410         SUBTRACT 12 FROM WS-WORK-MONTH
004420         ADD 1 TO WS-WORK-YEAR
004430     END-IF
004440     PERFORM 2590-SET-MONTH-DAYS
004450     MOVE SI-DUE-DAY TO WS-WORK-DAY
004460     IF WS-WORK-DAY > WS-MONTH-DAYS
004470         MOVE WS-MONTH-DAYS TO WS-WORK-DAY
004480     END-IF.
004490
004500 2590-SET-MONTH-DAYS.
004510     MOVE WS-MONTH-LENGTH(WS-WORK-MONTH) TO WS-MONTH-DAYS
004520     IF WS-WORK-MONTH = 2
004530         DIVIDE WS-WORK-YEAR BY 4   GIVING WS-LEAP-QUOTIENT
004540                                    REMAINDER WS-LEAP-REM-4
004550         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
004560                                    REMAINDER WS-LEAP-REM-100
004570         DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
004580                                    REMAINDER WS-LEAP-REM-400
004590         IF WS-LEAP-REM-4 = ZERO
004600            AND (WS-LEAP-REM-100 NOT = ZERO
004610                 OR WS-LEAP-REM-400 = ZERO)
004620             MOVE 29 TO WS-MONTH-DAYS
004630         END-IF
004640     END-IF.
004650
004660 2800-WRITE-REPORT-LINE.
004670     MOVE SI-NUM1 TO WS-EDIT-NUM1
004680     MOVE SI-NUM2 TO WS-EDIT-NUM2
004690     MOVE SPACES TO REPORT-LINE
004700     STRING SI-INSTR-ID       DELIMITED BY SIZE
004710            ' '               DELIMITED BY SIZE
004720            SI-ACCOUNT-NUMBER DELIMITED BY SIZE
004730            ' '               DELIMITED BY SIZE
004740            WS-GEN-DUE-DATE   DELIMITED BY SIZE
004750            ' '               DELIMITED BY SIZE
004760            SI-OPERATION-CODE DELIMITED BY SIZE
004770            '  '              DELIMITED BY SIZE
004780            SI-CURRENCY-CODE  DELIMITED BY SIZE
004790            ' '               DELIMITED BY SIZE
004800            WS-EDIT-NUM1      DELIMITED BY SIZE
004810            ' '               DELIMITED BY SIZE
004820            WS-EDIT-NUM2      DELIMITED BY SIZE
004830            ' '               DELIMITED BY SIZE
004840            WS-ACTION-TEXT    DELIMITED BY SIZE
004850         INTO REPORT-LINE
004860     WRITE REPORT-LINE.
004870
004880 2900-WRITE-STANDING.
004890     WRITE STANDING-OUT-RECORD FROM TRANS-RECORD
004900     IF WS-STND-STATUS NOT = '00'
004910         DISPLAY 'SIMASIG - UNABLE TO WRITE STANDOUT - STATUS '
004920                 WS-STND-STATUS
004930         GO TO 9999-ABEND-EXIT
004940     END-IF.
004950
004960 3000-TERMINATE.
004970*----------------------------------------------------------------
004980* CLOSE THE BATCH WITH ITS TRAILER - THE DETAIL COUNT AND HASH
004990* TOTALS SIMADRV WILL PROVE IT AGAINST - THEN PRINT THE TOTALS.
005000*----------------------------------------------------------------
005010     MOVE SPACES             TO TRANS-RECORD
005020     MOVE 'T'                TO TR-RECORD-TYPE
005030     MOVE WS-GENERATED-COUNT TO TR-TLR-RECORD-COUNT
005040     MOVE WS-BATCH-HASH-NUM1 TO TR-TLR-HASH-NUM1
005050     MOVE WS-BATCH-HASH-NUM2 TO TR-TLR-HASH-NUM2
005060     PERFORM 2900-WRITE-STANDING
005070     PERFORM 5000-WRITE-TOTALS
005080     CLOSE STDINST-FILE
005090           ACCOUNT-FILE
005100           STANDING-FILE
005110           REPORT-FILE
005120     IF WS-SKIPPED-COUNT > ZERO
005130         MOVE 4 TO WS-RUN-GRADE
005140     END-IF
005150     DISPLAY 'SIMASIG - GENERATED: ' WS-GENERATED-COUNT
005160     DISPLAY 'SIMASIG - SKIPPED:   ' WS-SKIPPED-COUNT
005170     MOVE WS-RUN-GRADE TO RETURN-CODE
005180     PERFORM 3900-END-RUN-STATE.
005190
005200 3900-END-RUN-STATE.
005210*----------------------------------------------------------------
005220* RECORD ON RUNCTL HOW THE STEP ENDED.  THE CALL RESETS
005230* RETURN-CODE, SO THE STEP'S OWN RETURN CODE IS PUT BACK
005240* AFTERWARDS.
005250*----------------------------------------------------------------
005260     IF RQ-PROCEED
005270         MOVE 'E'         TO RQ-FUNCTION
005280         MOVE RETURN-CODE TO RQ-STEP-RC
005290         CALL 'SIMARSC' USING RUN-STATE-REQUEST
005300         MOVE RQ-STEP-RC  TO RETURN-CODE
005310     END-IF.
005320
005330 5000-WRITE-TOTALS.
005340     MOVE SPACES TO REPORT-LINE
005350     WRITE REPORT-LINE
005360     MOVE WS-INSTR-READ-COUNT TO WS-EDIT-COUNT
005370     MOVE SPACES TO REPORT-LINE
005380     STRING 'INSTRUCTIONS ON FILE ...... ' DELIMITED BY SIZE
005390            WS-EDIT-COUNT               DELIMITED BY SIZE
005400         INTO REPORT-LINE
005410     WRITE REPORT-LINE
005420     MOVE WS-INSTR-DUE-COUNT TO WS-EDIT-COUNT
005430     MOVE SPACES TO REPORT-LINE
005440     STRING 'INSTRUCTIONS DUE .......... ' DELIMITED BY SIZE
005450            WS-EDIT-COUNT               DELIMITED BY SIZE
005460         INTO REPORT-LINE
005470     WRITE REPORT-LINE
005480     MOVE WS-GENERATED-COUNT TO WS-EDIT-COUNT
005490     MOVE SPACES TO REPORT-LINE
005500     STRING 'TRANSACTIONS GENERATED .... ' DELIMITED BY SIZE
005510            WS-EDIT-COUNT               DELIMITED BY SIZE
005520         INTO REPORT-LINE
005530     WRITE REPORT-LINE
005540     MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT
005550     MOVE SPACES TO REPORT-LINE
005560     STRING 'OCCURRENCES SKIPPED ....... ' DELIMITED BY SIZE
005570            WS-EDIT-COUNT               DELIMITED BY SIZE
005580         INTO REPORT-LINE
005590     WRITE REPORT-LINE
005600     MOVE WS-ENDED-COUNT TO WS-EDIT-COUNT
005610     MOVE SPACES TO REPORT-LINE
005620     STRING 'INSTRUCTIONS ENDED ........ ' DELIMITED BY SIZE
005630            WS-EDIT-COUNT               DELIMITED BY SIZE
005640         INTO REPORT-LINE
005650     WRITE REPORT-LINE
005660     MOVE WS-BATCH-HASH-NUM1 TO WS-EDIT-HASH
005670     MOVE SPACES TO REPORT-LINE
005680     STRING 'BATCH HASH TOTAL NUM1 ..... ' DELIMITED BY SIZE
005690            WS-EDIT-HASH                DELIMITED BY SIZE
005700         INTO REPORT-LINE
005710     WRITE REPORT-LINE
005720     MOVE WS-BATCH-HASH-NUM2 TO WS-EDIT-HASH
005730     MOVE SPACES TO REPORT-LINE
005740     STRING 'BATCH HASH TOTAL NUM2 ..... ' DELIMITED BY SIZE
005750            WS-EDIT-HASH                DELIMITED BY SIZE
005760         INTO REPORT-LINE
005770     WRITE REPORT-LINE.
005780
005790 9999-ABEND-EXIT.
005800*----------------------------------------------------------------
005810* REACHED WHEN A FILE WOULD NOT OPEN OR AN INSTRUCTION OR OUTPUT
005820* WRITE FAILED.  RETURN CODE 16 SO SIMADRV IS NOT RELEASED ON A
005830* PARTIAL STANDING BATCH - A RERUN REBUILDS IT IN FULL.
005840*----------------------------------------------------------------
005850     DISPLAY 'SIMASIG - TERMINATING DUE TO FILE I/O ERROR'
005860     MOVE 16 TO RETURN-CODE
005870     PERFORM 3900-END-RUN-STATE
005880     STOP RUN.
