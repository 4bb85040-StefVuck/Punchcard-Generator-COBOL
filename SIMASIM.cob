000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SIMASIM.
000030 AUTHOR.         STEFVUCK.
000040 INSTALLATION.   DATA PROCESSING CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- ----------------------------------------------
000120* 2026-10-15  SV   INITIAL VERSION - ONLINE STANDING-INSTRUCTION
000130*                  MAINTENANCE IN THE STYLE OF THE SIMAMNT SCREEN.
000140*                  THE DATA-CONTROL CLERKS SET UP (A) AND CANCEL
000150*                  (C) THE RECURRING TRANSACTIONS ON STDINST (SEE
000160*                  SINREC01) THAT THE NIGHTLY SIMASIG STEP TURNS
000170*                  INTO A 'STANDING' TRANSIN BATCH, AND INQUIRE
000180*                  (I) ON ONE INSTRUCTION OR ON ALL OF AN
000190*                  ACCOUNT'S.  THE CLERK SIGNS ON THROUGH SIMASGN;
000200*                  SET-UP AND CANCEL NEED THE STANDING-INSTRUCTION
000210*                  AUTHORITY (09), AND EVERY FUNCTION IS LOGGED ON
000220*                  SECLOG.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT STDINST-FILE  ASSIGN TO STDINST
000280            ORGANIZATION IS INDEXED
000290            ACCESS MODE IS DYNAMIC
000300            RECORD KEY IS SI-INSTR-ID
000310            FILE STATUS IS WS-SINS-STATUS.
000320     SELECT ACCOUNT-FILE  ASSIGN TO ACCTMST
000330            ORGANIZATION IS INDEXED
000340            ACCESS MODE IS RANDOM
000350            RECORD KEY IS AM-ACCOUNT-NUMBER
000360            FILE STATUS IS WS-ACCT-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  STDINST-FILE
000410     RECORDING MODE IS F.
000420     COPY SINREC01.
000430
000440 FD  ACCOUNT-FILE
000450     RECORDING MODE IS F.
000460     COPY ACTREC01.
000470
000480 WORKING-STORAGE SECTION.
000490 01  WS-SINS-STATUS           PIC X(02).
000500 01  WS-ACCT-STATUS           PIC X(02).
000510 01  WS-MORE-SW               PIC X(01)   VALUE 'Y'.
000520     88  WS-MORE-MAINTENANCE              VALUE 'Y'.
000530 01  WS-REPLY                 PIC X(01).
000540 01  WS-SEL-FUNCTION          PIC X(01).
000550     88  WS-FUNC-ADD                      VALUE 'A' 'a'.
000560     88  WS-FUNC-CANCEL                   VALUE 'C' 'c'.
000570     88  WS-FUNC-INQUIRE                  VALUE 'I' 'i'.
000580 01  WS-ENT-INSTR-ID          PIC 9(06).
000590 01  WS-ENT-ACCOUNT-NUMBER    PIC X(10).
000600 01  WS-ENT-OPERATION-CODE    PIC X(01).
000610     88  WS-ENT-OP-VALID                  VALUE 'A' 'S' 'M' 'D'.
000615     88  WS-ENT-OP-DIVIDE                 VALUE 'D'.
000620 01  WS-ENT-CURRENCY-CODE     PIC X(03).
000630 01  WS-ENT-NUM1              PIC S9(9)V99.
000640 01  WS-ENT-NUM2              PIC S9(9)V99.
000650 01  WS-ENT-FREQUENCY         PIC X(01).
000660     88  WS-ENT-FREQ-VALID                VALUE 'W' 'F' 'M' 'Q'.
000670 01  WS-ENT-FIRST-DUE-DATE    PIC 9(08).
000680 01  WS-ENT-END-DATE          PIC 9(08).
000690 01  WS-ENT-DESCRIPTION       PIC X(30).
000700 01  WS-CURRENT-DATE          PIC 9(08).
000710 01  WS-CTL-FOUND-SW          PIC X(01)   VALUE 'N'.
000720     88  WS-CTL-FOUND                     VALUE 'Y'.
000730 01  WS-LIST-EOF-SW           PIC X(01)   VALUE 'N'.
000740     88  WS-LIST-EOF                      VALUE 'Y'.
000750 01  WS-LIST-COUNT            PIC 9(05)   VALUE ZERO.
000760 01  WS-STATUS-TEXT           PIC X(09).
000770 01  WS-EDIT-NUM1             PIC Z(8)9.99-.
000780 01  WS-EDIT-NUM2             PIC Z(8)9.99-.
000790*----------------------------------------------------------------
000800* DATE CHECKING - A KEYED DATE IS BROKEN OUT INTO YEAR, MONTH AND
000810* DAY AND THE DAY CHECKED AGAINST THE LENGTH OF ITS MONTH.
000820*----------------------------------------------------------------
000830 01  WS-CHECK-DATE            PIC 9(08)   VALUE ZERO.
000840 01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
000850     05  WS-CHECK-YEAR        PIC 9(04).
000860     05  WS-CHECK-MONTH       PIC 9(02).
000870     05  WS-CHECK-DAY         PIC 9(02).
000880 01  WS-DATE-VALID-SW         PIC X(01)   VALUE 'N'.
000890     88  WS-DATE-VALID                    VALUE 'Y'.
000900 01  WS-MONTH-DAYS            PIC 9(02)   VALUE ZERO.
000910 01  WS-LEAP-QUOTIENT         PIC 9(04)   VALUE ZERO.
000920 01  WS-LEAP-REM-4            PIC 9(03)   VALUE ZERO.
000930 01  WS-LEAP-REM-100          PIC 9(03)   VALUE ZERO.
000940 01  WS-LEAP-REM-400          PIC 9(03)   VALUE ZERO.
000950 01  WS-MONTH-LENGTHS.
000960     05  FILLER               PIC X(24)
000970                              VALUE '312831303130313130313031'.
000980 01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
000990     05  WS-MONTH-LENGTH      PIC 9(02)   OCCURS 12 TIMES.
001000*----------------------------------------------------------------
001010* SIGN-ON.  WS-SIGNON-ID IS THE CLERK SIGNED ON FOR THE RUN AND IS
001020* WHAT EVERY SET-UP AND CANCELLATION IS STAMPED WITH; THE ID AND
001030* PASSWORD KEYED ON THE SIGN-ON SCREEN ARE CLEARED AS SOON AS
001040* SIMASGN HAS CHECKED THEM.
001050*----------------------------------------------------------------
001060     COPY SGNREC01.
001070 01  WS-SIGNON-ID             PIC X(08)   VALUE SPACES.
001080 01  WS-SGN-OPERATOR-ID       PIC X(08).
001090 01  WS-SGN-PASSWORD          PIC X(08).
001100 01  WS-SIGNON-TRIES          PIC 9(01)   VALUE ZERO.
001110 01  WS-SIGNON-SW             PIC X(01)   VALUE 'N'.
001120     88  WS-SIGNED-ON                     VALUE 'Y'.
001130 01  WS-FUNC-REFUSED-SW       PIC X(01)   VALUE 'N'.
001140     88  WS-FUNC-REFUSED                  VALUE 'Y'.
001150
001160 SCREEN SECTION.
001170 01  SCR-SIGNON.
001180     05  BLANK SCREEN.
001190     05  LINE 01 COLUMN 01 VALUE
001200         'SIMASIM - SIGN ON'.
001210     05  LINE 03 COLUMN 01 VALUE
001220         'OPERATOR ID . . . . . . . . . . . . . . . .'.
001230     05  LINE 03 COLUMN 50 PIC X(08) USING WS-SGN-OPERATOR-ID.
001240     05  LINE 04 COLUMN 01 VALUE
001250         'PASSWORD (NOT DISPLAYED). . . . . . . . . .'.
001260     05  LINE 04 COLUMN 50 PIC X(08) USING WS-SGN-PASSWORD
001270                           SECURE.
001280 01  SCR-INSTR-MENU.
001290     05  BLANK SCREEN.
001300     05  LINE 01 COLUMN 01 VALUE
001310         'SIMASIM - STANDING INSTRUCTION MAINTENANCE'.
001320     05  LINE 02 COLUMN 01 VALUE
001330         'A=SET UP C=CANCEL I=INQUIRE'.
001340     05  LINE 03 COLUMN 01 VALUE
001350         'FUNCTION. . . . . . . . . . . . . . . . . .'.
001360     05  LINE 03 COLUMN 50 PIC X(01) USING WS-SEL-FUNCTION.
001370     05  LINE 05 COLUMN 01 VALUE
001380         'INSTRUCTION ID (CANCEL/INQUIRE) . . . . . .'.
001390     05  LINE 05 COLUMN 50 PIC 9(06) USING WS-ENT-INSTR-ID.
001400     05  LINE 06 COLUMN 01 VALUE
001410         'ACCOUNT NUMBER. . . . . . . . . . . . . . .'.
001420     05  LINE 06 COLUMN 50 PIC X(10) USING WS-ENT-ACCOUNT-NUMBER.
001430     05  LINE 07 COLUMN 01 VALUE
001440         'OPERATION CODE (A, S, M OR D) . . . . . . .'.
001450     05  LINE 07 COLUMN 50 PIC X(01) USING WS-ENT-OPERATION-CODE.
001460     05  LINE 08 COLUMN 01 VALUE
001470         'CURRENCY (BLANK = BASE CURRENCY). . . . . .'.
001480     05  LINE 08 COLUMN 50 PIC X(03) USING WS-ENT-CURRENCY-CODE.
001490     05  LINE 09 COLUMN 01 VALUE
001500         'NUM1. . . . . . . . . . . . . . . . . . . .'.
001510     05  LINE 09 COLUMN 50 PIC -(9)9.99 USING WS-ENT-NUM1.
001520     05  LINE 10 COLUMN 01 VALUE
001530         'NUM2. . . . . . . . . . . . . . . . . . . .'.
001540     05  LINE 10 COLUMN 50 PIC -(9)9.99 USING WS-ENT-NUM2.
001550     05  LINE 11 COLUMN 01 VALUE
001560         'FREQUENCY (W, F=FORTNIGHTLY, M, Q). . . . .'.
001570     05  LINE 11 COLUMN 50 PIC X(01) USING WS-ENT-FREQUENCY.
001580     05  LINE 12 COLUMN 01 VALUE
001590         'FIRST DUE DATE (YYYYMMDD) . . . . . . . . .'.
001600     05  LINE 12 COLUMN 50 PIC 9(08) USING WS-ENT-FIRST-DUE-DATE.
001610     05  LINE 13 COLUMN 01 VALUE
001620         'END DATE (YYYYMMDD, 0 = UNTIL CANCELLED). .'.
001630     05  LINE 13 COLUMN 50 PIC 9(08) USING WS-ENT-END-DATE.
001640     05  LINE 14 COLUMN 01 VALUE
001650         'DESCRIPTION . . . . . . . . . . . . . . . .'.
001660     05  LINE 14 COLUMN 50 PIC X(30) USING WS-ENT-DESCRIPTION.
001670
001680 PROCEDURE DIVISION.
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE
001710     PERFORM 2000-MAINT-LOOP THRU 2000-EXIT
001720         UNTIL NOT WS-MORE-MAINTENANCE
001730     PERFORM 3000-TERMINATE
001740     GOBACK.
001750
001760 1000-INITIALIZE.
001770*----------------------------------------------------------------
001780* STDINST IS OPENED I-O FOR THE LIFE OF THE SESSION.  THE FIRST
001790* SESSION EVER FINDS NO FILE, CREATES IT AND REOPENS IT I-O, AS
001800* SIMARSC DOES FOR RUNCTL, SO EVERY FUNCTION WORKS AT ONCE.
001810* ACCTMST IS ONLY READ, TO CHECK THE ACCOUNT AN INSTRUCTION IS SET
001820* UP AGAINST.
001830*----------------------------------------------------------------
001840     DISPLAY 'SIMASIM - STANDING INSTRUCTION MAINTENANCE STARTING'
001850     PERFORM 1100-SIGN-ON
001860     OPEN I-O STDINST-FILE
001870     IF WS-SINS-STATUS NOT = '00'
001880         OPEN OUTPUT STDINST-FILE
001890         CLOSE STDINST-FILE
001900         OPEN I-O STDINST-FILE
001910     END-IF
001920     IF WS-SINS-STATUS NOT = '00'
001930         DISPLAY 'SIMASIM - UNABLE TO OPEN STDINST - STATUS '
001940                 WS-SINS-STATUS
001950         GO TO 9999-ABEND-EXIT
001960     END-IF
001970     OPEN INPUT ACCOUNT-FILE
001980     IF WS-ACCT-STATUS NOT = '00'
001990         DISPLAY 'SIMASIM - UNABLE TO OPEN ACCTMST - STATUS '
002000                 WS-ACCT-STATUS
002010         GO TO 9999-ABEND-EXIT
002020     END-IF.
002030
002040 1100-SIGN-ON.
002050*----------------------------------------------------------------
002060* INSTRUCTIONS ARE ONLY CHANGED BY A CLERK SIGNED ON AGAINST
002070* USRPROF, AND NO FILE IS OPENED UNTIL THEN.  THREE FAILED
002080* ATTEMPTS, OR AN ID SIMASGN REPORTS LOCKED OR REVOKED, END THE
002090* SESSION; SIMASGN ITSELF LOCKS AN ID AFTER THREE BAD PASSWORDS
002100* IN A ROW AND LOGS EVERY ATTEMPT.
002110*----------------------------------------------------------------
002120     PERFORM 1110-SIGN-ON-ATTEMPT
002130         UNTIL WS-SIGNED-ON
002140            OR WS-SIGNON-TRIES >= 3
002150     IF NOT WS-SIGNED-ON
002160         DISPLAY 'SIMASIM - SIGN-ON FAILED - SESSION ENDED'
002170         MOVE 8 TO RETURN-CODE
002180         STOP RUN
002190     END-IF.
002200
002210 1110-SIGN-ON-ATTEMPT.
002220     ADD 1 TO WS-SIGNON-TRIES
002230     MOVE SPACES TO WS-SGN-OPERATOR-ID
002240     MOVE SPACES TO WS-SGN-PASSWORD
002250     DISPLAY SCR-SIGNON
002260     ACCEPT SCR-SIGNON
002270     MOVE 'S'                TO SG-FUNCTION
002280     MOVE 'SIMASIM'          TO SG-PROGRAM
002290     MOVE WS-SGN-OPERATOR-ID TO SG-OPERATOR-ID
002300     MOVE WS-SGN-PASSWORD    TO SG-PASSWORD
002310     MOVE SPACES             TO WS-SGN-PASSWORD
002320     MOVE ZERO               TO SG-AUTHORITY
002330     MOVE SPACES             TO SG-DETAIL
002340     CALL 'SIMASGN' USING SIGN-ON-REQUEST
002350     IF SG-PROCEED
002360         MOVE 'Y' TO WS-SIGNON-SW
002370         MOVE WS-SGN-OPERATOR-ID TO WS-SIGNON-ID
002380         DISPLAY 'SIMASIM - SIGNED ON AS ' WS-SIGNON-ID ' '
002390                 SG-OPERATOR-NAME
002400     ELSE
002410         DISPLAY SG-MESSAGE
002420         IF SG-ID-LOCKED
002430             MOVE 3 TO WS-SIGNON-TRIES
002440         END-IF
002450     END-IF.
002460
002470 2000-MAINT-LOOP.
002480     PERFORM 2100-GET-ENTRY
002490     PERFORM 2150-CHECK-AUTHORITY THRU 2150-EXIT
002500     IF WS-FUNC-REFUSED
002510         GO TO 2000-ASK
002520     END-IF
002530     EVALUATE TRUE
002540         WHEN WS-FUNC-ADD
002550             PERFORM 2200-SET-UP-INSTRUCTION THRU 2200-EXIT
002560         WHEN WS-FUNC-CANCEL
002570             PERFORM 2300-CANCEL-INSTRUCTION THRU 2300-EXIT
002580         WHEN WS-FUNC-INQUIRE
002590             PERFORM 2400-INQUIRE-INSTRUCTION THRU 2400-EXIT
002600         WHEN OTHER
002610             DISPLAY 'FUNCTION MUST BE A, C OR I'
002620     END-EVALUATE.
002630 2000-ASK.
002640     PERFORM 2900-ASK-CONTINUE.
002650 2000-EXIT.
002660     EXIT.
002670
002680 2100-GET-ENTRY.
002690     MOVE SPACES TO WS-SEL-FUNCTION
002700     MOVE ZERO   TO WS-ENT-INSTR-ID
002710     MOVE SPACES TO WS-ENT-ACCOUNT-NUMBER
002720     MOVE SPACES TO WS-ENT-OPERATION-CODE
002730     MOVE SPACES TO WS-ENT-CURRENCY-CODE
002740     MOVE ZERO   TO WS-ENT-NUM1
002750     MOVE ZERO   TO WS-ENT-NUM2
002760     MOVE SPACES TO WS-ENT-FREQUENCY
002770     MOVE ZERO   TO WS-ENT-FIRST-DUE-DATE
002780     MOVE ZERO   TO WS-ENT-END-DATE
002790     MOVE SPACES TO WS-ENT-DESCRIPTION
002800     DISPLAY SCR-INSTR-MENU
002810     ACCEPT SCR-INSTR-MENU.
002820
002830 2150-CHECK-AUTHORITY.
002840*----------------------------------------------------------------
002850* SET-UP AND CANCEL NEED THE STANDING-INSTRUCTION AUTHORITY (09)
002860* ON THE CLERK'S PROFILE (SEE USPREC01), CHECKED AFRESH EVERY TIME
002870* AS SIMAMNT DOES.  INQUIRE NEEDS NONE BUT IS STILL LOGGED.
002880* SIMASGN LOGS THE FUNCTION, INSTRUCTION AND ACCOUNT WHETHER IT IS
002890* ALLOWED OR REFUSED; AN UNKNOWN FUNCTION IS LEFT FOR 2000 TO
002900* REPORT.
002910*----------------------------------------------------------------
002920     MOVE 'N' TO WS-FUNC-REFUSED-SW
002930     EVALUATE TRUE
002940         WHEN WS-FUNC-ADD
002950         WHEN WS-FUNC-CANCEL
002960             MOVE 09 TO SG-AUTHORITY
002970         WHEN WS-FUNC-INQUIRE
002980             MOVE ZERO TO SG-AUTHORITY
002990         WHEN OTHER
003000             GO TO 2150-EXIT
003010     END-EVALUATE
003020     MOVE 'C'          TO SG-FUNCTION
003030     MOVE 'SIMASIM'    TO SG-PROGRAM
003040     MOVE WS-SIGNON-ID TO SG-OPERATOR-ID
003050     MOVE SPACES       TO SG-DETAIL
003060     STRING 'FUNCTION '           DELIMITED BY SIZE
003070            WS-SEL-FUNCTION       DELIMITED BY SIZE
003080            ' INSTR '             DELIMITED BY SIZE
003090            WS-ENT-INSTR-ID       DELIMITED BY SIZE
003100            ' ACCOUNT '           DELIMITED BY SIZE
003110            WS-ENT-ACCOUNT-NUMBER DELIMITED BY SIZE
003120         INTO SG-DETAIL
003130     CALL 'SIMASGN' USING SIGN-ON-REQUEST
003140     IF NOT SG-PROCEED
003150         MOVE 'Y' TO WS-FUNC-REFUSED-SW
003160         DISPLAY SG-MESSAGE
003170     END-IF.
003180 2150-EXIT.
003190     EXIT.
003200
003210 2200-SET-UP-INSTRUCTION.
003220*----------------------------------------------------------------
003230* SET UP A NEW INSTRUCTION.  THE ACCOUNT MUST BE ON FILE AND OPEN,
003240* THE OPERATION AND FREQUENCY VALID, A DIVIDE'S NUM2 NOT ZERO,
003250* THE FIRST DUE DATE A REAL DATE NO EARLIER THAN TODAY (AN
003260* INSTRUCTION DUE TODAY IS PICKED UP BY TONIGHT'S SIMASIG), AND
003270* ANY END DATE A REAL DATE NO EARLIER THAN THE FIRST DUE DATE.
003280* THE ID IS THE NEXT NUMBER FROM THE CONTROL RECORD.
003290*----------------------------------------------------------------
003300     IF WS-ENT-ACCOUNT-NUMBER = SPACES
003310         DISPLAY 'ACCOUNT NUMBER IS REQUIRED'
003320         GO TO 2200-EXIT
003330     END-IF
003340     MOVE WS-ENT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
003350     READ ACCOUNT-FILE
003360         INVALID KEY
003370             DISPLAY 'ACCOUNT ' WS-ENT-ACCOUNT-NUMBER
003380                     ' IS NOT ON FILE'
003390             GO TO 2200-EXIT
003400     END-READ
003410     IF NOT AM-STATUS-OPEN
003420         DISPLAY 'ACCOUNT ' WS-ENT-ACCOUNT-NUMBER ' IS NOT OPEN'
003430         GO TO 2200-EXIT
003440     END-IF
003450     IF NOT WS-ENT-OP-VALID
003460         DISPLAY 'OPERATION CODE MUST BE A, S, M OR D'
003470         GO TO 2200-EXIT
003480     END-IF
003482     IF WS-ENT-OP-DIVIDE
003484        AND WS-ENT-NUM2 = ZERO
003486         DISPLAY 'DIVISOR (NUM2) MUST NOT BE ZERO FOR A DIVIDE'
003487         GO TO 2200-EXIT
003488     END-IF
003490     IF NOT WS-ENT-FREQ-VALID
003500         DISPLAY 'FREQUENCY MUST BE W, F, M OR Q'
003510         GO TO 2200-EXIT
003520     END-IF
003530     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003540     MOVE WS-ENT-FIRST-DUE-DATE TO WS-CHECK-DATE
003550     PERFORM 2250-CHECK-DATE THRU 2250-EXIT
003560     IF NOT WS-DATE-VALID
003570        OR WS-ENT-FIRST-DUE-DATE < WS-CURRENT-DATE
003580         DISPLAY 'FIRST DUE DATE MUST BE A DATE FROM TODAY ON'
003590         GO TO 2200-EXIT
003600     END-IF
003610     IF WS-ENT-END-DATE NOT = ZERO
003620         MOVE WS-ENT-END-DATE TO WS-CHECK-DATE
003630         PERFORM 2250-CHECK-DATE THRU 2250-EXIT
003640         IF NOT WS-DATE-VALID
003650            OR WS-ENT-END-DATE < WS-ENT-FIRST-DUE-DATE
003660             DISPLAY 'END DATE MUST BE 0 OR NOT BEFORE THE FIRST '
003670                     'DUE DATE'
003680             GO TO 2200-EXIT
003690         END-IF
003700     END-IF
003710     PERFORM 2270-NEXT-INSTR-ID
003720     MOVE SPACES                TO STANDING-INSTR-RECORD
003730     MOVE WS-ENT-INSTR-ID       TO SI-INSTR-ID
003740     MOVE WS-ENT-ACCOUNT-NUMBER TO SI-ACCOUNT-NUMBER
003750     MOVE WS-ENT-OPERATION-CODE TO SI-OPERATION-CODE
003760     MOVE WS-ENT-CURRENCY-CODE  TO SI-CURRENCY-CODE
003770     MOVE WS-ENT-NUM1           TO SI-NUM1
003780     MOVE WS-ENT-NUM2           TO SI-NUM2
003790     MOVE WS-ENT-FREQUENCY      TO SI-FREQUENCY
003800     MOVE WS-ENT-FIRST-DUE-DATE TO WS-CHECK-DATE
003810     MOVE WS-CHECK-DAY          TO SI-DUE-DAY
003820     MOVE WS-ENT-FIRST-DUE-DATE TO SI-NEXT-DUE-DATE
003830     MOVE WS-ENT-END-DATE       TO SI-END-DATE
003840     MOVE 'A'                   TO SI-STATUS
003850     MOVE WS-ENT-DESCRIPTION    TO SI-DESCRIPTION
003860     MOVE WS-SIGNON-ID          TO SI-SET-UP-BY
003870     MOVE WS-CURRENT-DATE       TO SI-SET-UP-DATE
003880     MOVE ZERO                  TO SI-CANCELLED-DATE
003890                                   SI-LAST-RUN-DATE
003900                                   SI-RUN-FROM-DATE
003910                                   SI-LAST-GEN-DATE
003920     WRITE STANDING-INSTR-RECORD
003930     IF WS-SINS-STATUS NOT = '00'
003940         DISPLAY 'SIMASIM - UNABLE TO WRITE STDINST - STATUS '
003950                 WS-SINS-STATUS
003960         GO TO 9999-ABEND-EXIT
003970     END-IF
003980     DISPLAY 'INSTRUCTION ' SI-INSTR-ID ' SET UP FOR ACCOUNT '
003990             SI-ACCOUNT-NUMBER ' - FIRST DUE ' SI-NEXT-DUE-DATE.
004000 2200-EXIT.
004010     EXIT.
004020
004030 2250-CHECK-DATE.
004040     MOVE 'N' TO WS-DATE-VALID-SW
004050     IF WS-CHECK-MONTH < 1
004060        OR WS-CHECK-MONTH > 12
004070        OR WS-CHECK-DAY < 1
004080         GO TO 2250-EXIT
004090     END-IF
004100     MOVE WS-MONTH-LENGTH(WS-CHECK-MONTH) TO WS-MONTH-DAYS
004110     IF WS-CHECK-MONTH = 2
004120         DIVIDE WS-CHECK-YEAR BY 4   GIVING WS-LEAP-QUOTIENT
004130                                     REMAINDER WS-LEAP-REM-4
004140         DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
004150                                     REMAINDER WS-LEAP-REM-100
004160         DIVIDE WS-CHECK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
004170                                     REMAINDER WS-LEAP-REM-400
004180         IF WS-LEAP-REM-4 = ZERO
004190            AND (WS-LEAP-REM-100 NOT = ZERO
004200                 OR WS-LEAP-REM-400 = ZERO)
004210             MOVE 29 TO WS-MONTH-DAYS
004220         END-IF
004230     END-IF
004240     IF WS-CHECK-DAY NOT > WS-MONTH-DAYS
004250         MOVE 'Y' TO WS-DATE-VALID-SW
004260     END-IF.
004270 2250-EXIT.
004280     EXIT.
004290
004300 2270-NEXT-INSTR-ID.
004310*----------------------------------------------------------------
004320* TAKE THE NEXT INSTRUCTION ID FROM THE CONTROL RECORD (KEY
004330* 000000), WRITING THE CONTROL RECORD THE FIRST TIME.  IT IS
004340* UPDATED BEFORE THE INSTRUCTION IS WRITTEN, SO A NUMBER IS NEVER
004350* GIVEN OUT TWICE.
004360*----------------------------------------------------------------
004370     MOVE ZERO TO SI-INSTR-ID
004380     MOVE 'Y'  TO WS-CTL-FOUND-SW
004390     READ STDINST-FILE
004400         INVALID KEY
004410             MOVE 'N'    TO WS-CTL-FOUND-SW
004420             MOVE SPACES TO STANDING-INSTR-RECORD
004430             MOVE ZERO   TO SI-INSTR-ID
004440                            SI-CTL-LAST-ID
004450     END-READ
004460     ADD 1 TO SI-CTL-LAST-ID
004470     MOVE SI-CTL-LAST-ID TO WS-ENT-INSTR-ID
004480     IF WS-CTL-FOUND
004490         REWRITE STANDING-INSTR-RECORD
004500     ELSE
004510         WRITE STANDING-INSTR-RECORD
004520     END-IF
004530     IF WS-SINS-STATUS NOT = '00'
004540         DISPLAY 'SIMASIM - UNABLE TO UPDATE STDINST CONTROL '
004550                 'RECORD - STATUS ' WS-SINS-STATUS
004560         GO TO 9999-ABEND-EXIT
004570     END-IF.
004580
004590 2300-CANCEL-INSTRUCTION.
004600*----------------------------------------------------------------
004610* CANCEL AN ACTIVE INSTRUCTION.  IT STAYS ON FILE, STAMPED WITH
004620* WHO CANCELLED IT AND WHEN, AND SIMASIG GENERATES NOTHING MORE
004630* FROM IT.  AN OCCURRENCE ALREADY GENERATED IS NOT RECALLED - IT
004640* IS BACKED OUT WITH A REVERSAL IF IT SHOULD NOT HAVE POSTED.
004650*----------------------------------------------------------------
004660     IF WS-ENT-INSTR-ID = ZERO
004670         DISPLAY 'INSTRUCTION ID IS REQUIRED'
004680         GO TO 2300-EXIT
004690     END-IF
004700     MOVE WS-ENT-INSTR-ID TO SI-INSTR-ID
004710     READ STDINST-FILE
004720         INVALID KEY
004730             DISPLAY 'INSTRUCTION ' WS-ENT-INSTR-ID
004740                     ' IS NOT ON FILE'
004750             GO TO 2300-EXIT
004760     END-READ
004770     IF NOT SI-ACTIVE
004780         PERFORM 2450-SET-STATUS-TEXT
004790         DISPLAY 'INSTRUCTION ' SI-INSTR-ID ' IS ALREADY '
004800                 WS-STATUS-TEXT
004810         GO TO 2300-EXIT
004820     END-IF
004830     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004840     MOVE 'C'             TO SI-STATUS
004850     MOVE WS-SIGNON-ID    TO SI-CANCELLED-BY
004860     MOVE WS-CURRENT-DATE TO SI-CANCELLED-DATE
004870     REWRITE STANDING-INSTR-RECORD
004880     IF WS-SINS-STATUS NOT = '00'
004890         DISPLAY 'SIMASIM - UNABLE TO REWRITE STDINST - STATUS '
004900                 WS-SINS-STATUS
004910         GO TO 9999-ABEND-EXIT
004920     END-IF
004930     DISPLAY 'INSTRUCTION ' SI-INSTR-ID ' FOR ACCOUNT '
004940             SI-ACCOUNT-NUMBER ' CANCELLED BY ' WS-SIGNON-ID.
004950 2300-EXIT.
004960     EXIT.
004970
004980 2400-INQUIRE-INSTRUCTION.
004990*----------------------------------------------------------------
005000* SHOW ONE INSTRUCTION BY ID, OR WITH NO ID EVERY INSTRUCTION SET
005010* UP AGAINST THE ACCOUNT KEYED.
005020*----------------------------------------------------------------
005030     IF WS-ENT-INSTR-ID = ZERO
005040         PERFORM 2420-LIST-ACCOUNT THRU 2420-EXIT
005050         GO TO 2400-EXIT
005060     END-IF
005070     MOVE WS-ENT-INSTR-ID TO SI-INSTR-ID
005080     READ STDINST-FILE
005090         INVALID KEY
005100             DISPLAY 'INSTRUCTION ' WS-ENT-INSTR-ID
005110                     ' IS NOT ON FILE'
005120             GO TO 2400-EXIT
005130     END-READ
005140     PERFORM 2410-SHOW-INSTRUCTION.
005150 2400-EXIT.
005160     EXIT.
005170
005180 2410-SHOW-INSTRUCTION.
005190     PERFORM 2450-SET-STATUS-TEXT
005200     MOVE SI-NUM1 TO WS-EDIT-NUM1
005210     MOVE SI-NUM2 TO WS-EDIT-NUM2
005220     DISPLAY SI-INSTR-ID ' ' SI-ACCOUNT-NUMBER ' ' WS-STATUS-TEXT
005230             ' ' SI-DESCRIPTION
005240     DISPLAY '  ' SI-OPERATION-CODE ' ' SI-CURRENCY-CODE ' '
005250             WS-EDIT-NUM1 ' ' WS-EDIT-NUM2 '  FREQUENCY '
005260             SI-FREQUENCY
005270     DISPLAY '  NEXT DUE ' SI-NEXT-DUE-DATE '  END ' SI-END-DATE
005280             '  LAST GENERATED ' SI-LAST-GEN-DATE
005290     DISPLAY '  SET UP BY ' SI-SET-UP-BY ' ON ' SI-SET-UP-DATE
005300     IF SI-CANCELLED
005310         DISPLAY '  CANCELLED BY ' SI-CANCELLED-BY ' ON '
005320                 SI-CANCELLED-DATE
005330     END-IF.
005340
005350 2420-LIST-ACCOUNT.
005360     IF WS-ENT-ACCOUNT-NUMBER = SPACES
005370         DISPLAY 'INSTRUCTION ID OR ACCOUNT NUMBER IS REQUIRED'
005380         GO TO 2420-EXIT
005390     END-IF
005400     MOVE 'N'  TO WS-LIST-EOF-SW
005410     MOVE ZERO TO WS-LIST-COUNT
005420     MOVE ZERO TO SI-INSTR-ID
005430     START STDINST-FILE KEY IS GREATER THAN SI-INSTR-ID
005440         INVALID KEY
005450             MOVE 'Y' TO WS-LIST-EOF-SW
005460     END-START
005470     PERFORM 2430-LIST-NEXT
005480         UNTIL WS-LIST-EOF
005490     DISPLAY 'INSTRUCTIONS FOR ACCOUNT ' WS-ENT-ACCOUNT-NUMBER
005500             ': ' WS-LIST-COUNT.
005510 2420-EXIT.
005520     EXIT.
005530
005540 2430-LIST-NEXT.
005550     READ STDINST-FILE NEXT RECORD
005560         AT END
005570             MOVE 'Y' TO WS-LIST-EOF-SW
005580         NOT AT END
005590             IF SI-ACCOUNT-NUMBER = WS-ENT-ACCOUNT-NUMBER
005600                 ADD 1 TO WS-LIST-COUNT
005610                 PERFORM 2410-SHOW-INSTRUCTION
005620             END-IF
005630     END-READ.
005640
005650 2450-SET-STATUS-TEXT.
005660     EVALUATE TRUE
005670         WHEN SI-ACTIVE
005680             MOVE 'ACTIVE'    TO WS-STATUS-TEXT
005690         WHEN SI-CANCELLED
005700             MOVE 'CANCELLED' TO WS-STATUS-TEXT
005710         WHEN SI-ENDED
005720             MOVE 'ENDED'     TO WS-STATUS-TEXT
005730         WHEN OTHER
005740             MOVE SI-STATUS   TO WS-STATUS-TEXT
005750     END-EVALUATE.
005760
005770 2900-ASK-CONTINUE.
005780     DISPLAY 'ANOTHER ENTRY? (Y/N): ' WITH NO ADVANCING
005790     ACCEPT WS-REPLY
005800     MOVE 'N' TO WS-MORE-SW
005810     IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
005820         MOVE 'Y' TO WS-MORE-SW
005830     END-IF.
005840
005850 3000-TERMINATE.
005860     CLOSE STDINST-FILE
005870           ACCOUNT-FILE
005880     PERFORM 3100-SIGN-OFF
005890     DISPLAY 'SIMASIM - STANDING INSTRUCTION MAINTENANCE ENDING'.
005900
005910 3100-SIGN-OFF.
005920     MOVE 'O'          TO SG-FUNCTION
005930     MOVE 'SIMASIM'    TO SG-PROGRAM
005940     MOVE WS-SIGNON-ID TO SG-OPERATOR-ID
005950     MOVE ZERO         TO SG-AUTHORITY
005960     MOVE SPACES       TO SG-DETAIL
005970     CALL 'SIMASGN' USING SIGN-ON-REQUEST.
005980
005990 9999-ABEND-EXIT.
006000*----------------------------------------------------------------
006010* REACHED WHEN STDINST OR ACCTMST COULD NOT BE OPENED, OR AN
006020* INSTRUCTION UPDATE FAILED.  END WITH RETURN CODE 16 SO THE
006030* SESSION DOES NOT LOOK LIKE A CLEAN SIGN-OFF.
006040*----------------------------------------------------------------
006050     DISPLAY 'SIMASIM - TERMINATING DUE TO FILE I/O ERROR'
006060     MOVE 16 TO RETURN-CODE
006070     STOP RUN.
