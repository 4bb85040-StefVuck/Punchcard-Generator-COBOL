000207*                  SO THE CLERK'S CHANGE WAS LOST WITHOUT A
000208*                  WORD.  SAME GUARD CONVENTION AS SIMADRV'S
000209*                  CREATED-THIS-RUN SWITCHES.
000210* 2026-10-15  SV   THE MASTER NOW CARRIES A LEDGER BALANCE AND A
000211*                  CREDIT LIMIT (SEE ACTREC01).  INQUIRE SHOWS
000212*                  BOTH, A NEW ACCOUNT STARTS AT A ZERO BALANCE
000213*                  WITH NO LIMIT, AND THE NEW L FUNCTION SETS OR
000214*                  REMOVES THE LIMIT - ONLY FOR AN OPERATOR ID
000215*                  NAMED ON THE LIMAUTH CONTROL CARDS.  THE
000216*                  BALANCE ITSELF IS NEVER KEYED HERE; ONLY
000217*                  SIMADRV MOVES IT.
000218* 2026-10-15  SV   MAKER-CHECKER.  ADDS AND STATUS/COST-CENTER
000219*                  CHANGES NO LONGER REACH ACCTMST WHEN KEYED -
000220*                  THEY WAIT ON THE NEW PENDCHG FILE (MCHREC01)
000221*                  UNTIL A DIFFERENT OPERATOR APPROVES OR DECLINES
000222*                  THEM UNDER THE NEW P FUNCTION.  EVERY DECISION
000223*                  IS WRITTEN TO THE NEW MAINTLOG FILE (MLGREC01)
000224*                  WITH THE MASTER BEFORE AND AFTER, THE MAKER,
000225*                  THE CHECKER AND THE TIME; THE SIMAMAR JOB
000226*                  PRINTS THE DAILY ACTIVITY REPORT FROM IT.  THE
000227*                  OPERATOR ID IS NOW KEYED FOR EVERY FUNCTION BUT
000228*                  INQUIRE, AND INQUIRE SHOWS ANY CHANGE STILL
000229*                  AWAITING APPROVAL.
000230* 2026-10-15  SV   THE MASTER NOW CARRIES THE ACCOUNT'S OWN
000231*                  LARGE-VALUE REFERRAL LIMIT (SEE ACTREC01).  THE
000232*                  NEW R FUNCTION SETS IT, OR REMOVES IT WITH A
000233*                  ZERO, UNDER THE SAME LIMAUTH AUTHORITY AS THE
000234*                  CREDIT LIMIT; INQUIRE SHOWS IT AND A NEW
000235*                  ACCOUNT STARTS WITHOUT ONE.
000236* 2026-10-15  SV   OPERATOR SIGN-ON.  THE OPERATOR NOW SIGNS ON
000237*                  AGAINST USRPROF THROUGH SIMASGN BEFORE ANY
000238*                  FILE IS OPENED, AND EACH FUNCTION NEEDS ITS
000239*                  AUTHORITY (SEE USPREC01) - ADD 03, STATUS/COST
000240*                  CENTER 04, APPROVE 06, LIMIT AND REFER 08;
000241*                  INQUIRE IS ONLY LOGGED.  THE SIGNED-ON ID IS
000242*                  THE MAKER AND THE CHECKER, SO THE OPERATOR ID
000243*                  IS NO LONGER KEYED ON THE MENU, AND THE LIMAUTH
000244*                  CARDS ARE GONE.  SIGN-ON, EVERY FUNCTION USED
000245*                  AND ANY REFUSAL ARE LOGGED ON SECLOG.
000246*----------------------------------------------------------------
000247 ENVIRONMENT DIVISION.
000248 INPUT-OUTPUT SECTION.
000249 FILE-CONTROL.
000250     SELECT ACCOUNT-FILE ASSIGN TO ACCTMST
000260            ORGANIZATION IS INDEXED
000270            ACCESS MODE IS DYNAMIC
000280            RECORD KEY IS AM-ACCOUNT-NUMBER
000290            FILE STATUS IS WS-ACCT-STATUS.
000297     SELECT PENDING-FILE ASSIGN TO PENDCHG
000298            ORGANIZATION IS INDEXED
000299            ACCESS MODE IS DYNAMIC
000300            RECORD KEY IS MC-ACCOUNT-NUMBER
000301            FILE STATUS IS WS-PEND-STATUS.
000302     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000303            ORGANIZATION IS INDEXED
000304            ACCESS MODE IS DYNAMIC
000305            RECORD KEY IS ML-KEY
000306            FILE STATUS IS WS-MLOG-STATUS.
000307
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  ACCOUNT-FILE
000340     RECORDING MODE IS F.
000350     COPY ACTREC01.
000352
000354 FD  PENDING-FILE
000356     RECORDING MODE IS F.
000358     COPY MCHREC01.
000360
000362 FD  MAINT-LOG-FILE
000363     RECORDING MODE IS F.
000364     COPY MLGREC01.
000365
000370 WORKING-STORAGE SECTION.
000380 01  WS-ACCT-STATUS           PIC X(02).
000381 01  WS-ACCT-CREATED-SW       PIC X(01)   VALUE 'N'.
000382     88  WS-ACCT-CREATED                  VALUE 'Y'.
000395 01  WS-MORE-SW               PIC X(01)   VALUE 'Y'.
000400     88  WS-MORE-MAINTENANCE             VALUE 'Y'.
000410 01  WS-REPLY                 PIC X(01).
000420 01  WS-SEL-FUNCTION          PIC X(01).
000430     88  WS-FUNC-ADD                      VALUE 'A' 'a'.
000440     88  WS-FUNC-STATUS                   VALUE 'S' 's'.
000450     88  WS-FUNC-INQUIRE                  VALUE 'I' 'i'.
000455     88  WS-FUNC-LIMIT                    VALUE 'L' 'l'.
000456     88  WS-FUNC-APPROVE                  VALUE 'P' 'p'.
000458     88  WS-FUNC-REFER                    VALUE 'R' 'r'.
000460 01  WS-ENT-ACCOUNT-NUMBER    PIC X(10).
000470 01  WS-ENT-ACCOUNT-NAME      PIC X(30).
000480 01  WS-ENT-STATUS            PIC X(01).
000490     88  WS-ENT-STATUS-VALID              VALUE 'O' 'C' 'F'.
000492 01  WS-ENT-COST-CENTER       PIC X(06).
000494 01  WS-ENT-LIMIT-IND         PIC X(01).
000496     88  WS-ENT-LIMIT-IND-VALID           VALUE 'Y' 'N'.
000498 01  WS-ENT-CREDIT-LIMIT      PIC 9(11)V99.
000500 01  WS-ENT-REFER-LIMIT       PIC 9(11)V99.
000505 01  WS-EDIT-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
000506 01  WS-EDIT-LIMIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000507 01  WS-PEND-STATUS           PIC X(02).
000508 01  WS-PEND-CREATED-SW       PIC X(01)   VALUE 'N'.
000509     88  WS-PEND-CREATED                  VALUE 'Y'.
000510 01  WS-MLOG-STATUS           PIC X(02).
000511 01  WS-CURRENT-DATE          PIC 9(08).
000512 01  WS-CURRENT-TIME          PIC 9(08).
000513 01  WS-LAST-LOG-DATE         PIC 9(08)   VALUE ZERO.
000514 01  WS-LAST-LOG-TIME         PIC 9(08)   VALUE ZERO.
000515 01  WS-LOG-SEQ-NO            PIC 9(05)   VALUE ZERO.
000516 01  WS-APPR-EOF-SW           PIC X(01)   VALUE 'N'.
000517     88  WS-APPR-EOF                      VALUE 'Y'.
000518 01  WS-APPR-DONE-SW          PIC X(01)   VALUE 'N'.
000519     88  WS-APPR-DONE                     VALUE 'Y'.
000520 01  WS-APPR-LAST-KEY         PIC X(10).
000521 01  WS-APPROVED-COUNT        PIC 9(05)   VALUE ZERO.
000522 01  WS-DECLINED-COUNT        PIC 9(05)   VALUE ZERO.
000523 01  WS-SEL-ACTION            PIC X(01).
000524     88  WS-ACT-APPROVE                   VALUE 'A' 'a'.
000525     88  WS-ACT-DECLINE                   VALUE 'D' 'd'.
000526     88  WS-ACT-SKIP                      VALUE 'S' 's'.
000527     88  WS-ACT-QUIT                      VALUE 'Q' 'q'.
000528 01  WS-DECISION              PIC X(01).
000529 01  WS-BEFORE-IMAGE          PIC X(120).
000530 01  WS-AFTER-IMAGE           PIC X(120).
000531*----------------------------------------------------------------
000532* APPROVAL SCREEN FIELDS - THE PENDING CHANGE AND THE MASTER AS
000533* IT STANDS NOW, SIDE BY SIDE.
000534*----------------------------------------------------------------
000535 01  WS-DSP-ACCOUNT-NUMBER    PIC X(10).
000536 01  WS-DSP-CHANGE-TEXT       PIC X(24).
000537 01  WS-DSP-MAKER-ID          PIC X(08).
000538 01  WS-DSP-REQ-DATE          PIC 9(08).
000539 01  WS-DSP-REQ-TIME          PIC 9(08).
000540 01  WS-DSP-CUR-NAME          PIC X(30).
000541 01  WS-DSP-CUR-STATUS        PIC X(01).
000542 01  WS-DSP-CUR-COST-CENTER   PIC X(06).
000543 01  WS-DSP-NEW-NAME          PIC X(30).
000544 01  WS-DSP-NEW-STATUS        PIC X(01).
000545 01  WS-DSP-NEW-COST-CENTER   PIC X(06).
000546*----------------------------------------------------------------
000547* SIGN-ON.  WS-SIGNON-ID IS THE OPERATOR SIGNED ON FOR THE RUN -
000548* THE MAKER OF ANY CHANGE KEYED AND THE CHECKER OF ANY APPROVED OR
000549* DECLINED.  THE ID AND PASSWORD KEYED ON THE SIGN-ON SCREEN ARE
000550* CLEARED AS SOON AS SIMASGN HAS CHECKED THEM.
000551*----------------------------------------------------------------
000552     COPY SGNREC01.
000553 01  WS-SIGNON-ID             PIC X(08)   VALUE SPACES.
000554 01  WS-SGN-OPERATOR-ID       PIC X(08).
000555 01  WS-SGN-PASSWORD          PIC X(08).
000556 01  WS-SIGNON-TRIES          PIC 9(01)   VALUE ZERO.
000557 01  WS-SIGNON-SW             PIC X(01)   VALUE 'N'.
000558     88  WS-SIGNED-ON                     VALUE 'Y'.
000559 01  WS-FUNC-REFUSED-SW       PIC X(01)   VALUE 'N'.
000560     88  WS-FUNC-REFUSED                  VALUE 'Y'.
000561
000562 SCREEN SECTION.
000563 01  SCR-SIGNON.
000564     05  BLANK SCREEN.
000565     05  LINE 01 COLUMN 01 VALUE
000566         'SIMAMNT - SIGN ON'.
000567     05  LINE 03 COLUMN 01 VALUE
000568         'OPERATOR ID . . . . . . . . . . . . . . . .'.
000569     05  LINE 03 COLUMN 50 PIC X(08) USING WS-SGN-OPERATOR-ID.
000570     05  LINE 04 COLUMN 01 VALUE
000571         'PASSWORD (NOT DISPLAYED). . . . . . . . . .'.
000572     05  LINE 04 COLUMN 50 PIC X(08) USING WS-SGN-PASSWORD
000573                           SECURE.
000574 01  SCR-MAINT-MENU.
000575     05  BLANK SCREEN.
000576     05  LINE 01 COLUMN 01 VALUE
000577         'SIMAMNT - ACCOUNT MASTER MAINTENANCE'.
000578     05  LINE 02 COLUMN 01 VALUE
000579         'A=ADD S=STATUS/CC L=LIMIT R=REFER I=INQUIRE P=APPROVE'.
000580     05  LINE 03 COLUMN 01 VALUE
000581         'FUNCTION. . . . . . . . . . . . . . . . . .'.
000590     05  LINE 03 COLUMN 50 PIC X(01) USING WS-SEL-FUNCTION.
000600     05  LINE 05 COLUMN 01 VALUE
000610         'ACCOUNT NUMBER. . . . . . . . . . . . . . .'.
000680     05  LINE 07 COLUMN 50 PIC X(01) USING WS-ENT-STATUS.
000690     05  LINE 08 COLUMN 01 VALUE
000700         'GL COST CENTER. . . . . . . . . . . . . . .'.
000701     05  LINE 08 COLUMN 50 PIC X(06) USING WS-ENT-COST-CENTER.
000702     05  LINE 09 COLUMN 01 VALUE
000703         'CREDIT LIMIT APPLIES (Y/N, LIMIT ONLY). . .'.
000704     05  LINE 09 COLUMN 50 PIC X(01) USING WS-ENT-LIMIT-IND.
000705     05  LINE 10 COLUMN 01 VALUE
000706         'CREDIT LIMIT AMOUNT (LIMIT ONLY). . . . . .'.
000707     05  LINE 10 COLUMN 50 PIC Z(10)9.99
000708                           USING WS-ENT-CREDIT-LIMIT.
000709     05  LINE 11 COLUMN 01 VALUE
000710         'REFERRAL LIMIT (REFER ONLY, 0 = NONE) . . .'.
000711     05  LINE 11 COLUMN 50 PIC Z(10)9.99
000712                           USING WS-ENT-REFER-LIMIT.
000721
000722 01  SCR-APPROVE.
000723     05  BLANK SCREEN.
000724     05  LINE 01 COLUMN 01 VALUE
000725         'SIMAMNT - APPROVE PENDING ACCOUNT CHANGES'.
000726     05  LINE 03 COLUMN 01 VALUE
000727         'ACCOUNT NUMBER. . . . . . . . . . . . . . .'.
000728     05  LINE 03 COLUMN 50 PIC X(10) FROM WS-DSP-ACCOUNT-NUMBER.
000729     05  LINE 04 COLUMN 01 VALUE
000730         'CHANGE. . . . . . . . . . . . . . . . . . .'.
000731     05  LINE 04 COLUMN 50 PIC X(24) FROM WS-DSP-CHANGE-TEXT.
000732     05  LINE 05 COLUMN 01 VALUE
000733         'KEYED BY (MAKER). . . . . . . . . . . . . .'.
000734     05  LINE 05 COLUMN 50 PIC X(08) FROM WS-DSP-MAKER-ID.
000735     05  LINE 06 COLUMN 01 VALUE
000736         'KEYED ON (DATE, TIME) . . . . . . . . . . .'.
000737     05  LINE 06 COLUMN 50 PIC 9(08) FROM WS-DSP-REQ-DATE.
000738     05  LINE 06 COLUMN 59 PIC 9(08) FROM WS-DSP-REQ-TIME.
000739     05  LINE 08 COLUMN 01 VALUE
000740         'NAME NOW. . . . . . . . . . . . . . . . . .'.
000741     05  LINE 08 COLUMN 50 PIC X(30) FROM WS-DSP-CUR-NAME.
000742     05  LINE 09 COLUMN 01 VALUE
000743         'STATUS AND COST CENTER NOW. . . . . . . . .'.
000744     05  LINE 09 COLUMN 50 PIC X(01) FROM WS-DSP-CUR-STATUS.
000745     05  LINE 09 COLUMN 52 PIC X(06) FROM WS-DSP-CUR-COST-CENTER.
000746     05  LINE 11 COLUMN 01 VALUE
000747         'NAME AFTER CHANGE . . . . . . . . . . . . .'.
000748     05  LINE 11 COLUMN 50 PIC X(30) FROM WS-DSP-NEW-NAME.
000749     05  LINE 12 COLUMN 01 VALUE
000750         'STATUS AND COST CENTER AFTER CHANGE . . . .'.
000751     05  LINE 12 COLUMN 50 PIC X(01) FROM WS-DSP-NEW-STATUS.
000752     05  LINE 12 COLUMN 52 PIC X(06) FROM WS-DSP-NEW-COST-CENTER.
000753     05  LINE 14 COLUMN 01 VALUE
000754         'ACTION (A=APPROVE D=DECLINE S=SKIP Q=QUIT)'.
000755     05  LINE 14 COLUMN 50 PIC X(01) USING WS-SEL-ACTION.
000756
000757 PROCEDURE DIVISION.
000758 0000-MAINLINE.
000759     PERFORM 1000-INITIALIZE
000760     PERFORM 2000-MAINT-LOOP THRU 2000-EXIT
000770         UNTIL NOT WS-MORE-MAINTENANCE
000780     PERFORM 3000-TERMINATE
000870* BRAND NEW MASTER NEEDS.
000880*----------------------------------------------------------------
000890     DISPLAY 'SIMAMNT - ACCOUNT MASTER MAINTENANCE STARTING'
000895     PERFORM 1100-SIGN-ON
000900     OPEN I-O ACCOUNT-FILE
000910     IF WS-ACCT-STATUS NOT = '00'
000920         OPEN OUTPUT ACCOUNT-FILE
000930     END-IF
000940     IF WS-ACCT-STATUS NOT = '00'
000950         DISPLAY 'SIMAMNT - UNABLE TO OPEN ACCTMST - STATUS '
000951                 WS-ACCT-STATUS
000952         GO TO 9999-ABEND-EXIT
000953     END-IF
000954*----------------------------------------------------------------
000955* THE PENDING-CHANGE FILE AND THE MAINTENANCE LOG ARE OPENED THE
000956* SAME WAY.  IN A SESSION THAT CREATED PENDCHG, CHANGES CAN BE
000957* KEYED BUT NOT REVIEWED UNTIL THE NEXT SESSION.
000958*----------------------------------------------------------------
000959     OPEN I-O PENDING-FILE
000960     IF WS-PEND-STATUS NOT = '00'
000961         OPEN OUTPUT PENDING-FILE
000962         MOVE 'Y' TO WS-PEND-CREATED-SW
000963     END-IF
000964     IF WS-PEND-STATUS NOT = '00'
000965         DISPLAY 'SIMAMNT - UNABLE TO OPEN PENDCHG - STATUS '
000966                 WS-PEND-STATUS
000967         GO TO 9999-ABEND-EXIT
000968     END-IF
000969     OPEN I-O MAINT-LOG-FILE
000970     IF WS-MLOG-STATUS NOT = '00'
000971         OPEN OUTPUT MAINT-LOG-FILE
000972     END-IF
000973     IF WS-MLOG-STATUS NOT = '00'
000974         DISPLAY 'SIMAMNT - UNABLE TO OPEN MAINTLOG - STATUS '
000975                 WS-MLOG-STATUS
000976         GO TO 9999-ABEND-EXIT
000977     END-IF.
000978
000979 1100-SIGN-ON.
000980*----------------------------------------------------------------
000981* THE MASTER IS ONLY CHANGED BY AN OPERATOR SIGNED ON AGAINST
000982* USRPROF, AND NO FILE IS OPENED UNTIL THEN.  THREE FAILED
000983* ATTEMPTS, OR AN ID SIMASGN REPORTS LOCKED OR REVOKED, END THE
000984* SESSION; SIMASGN ITSELF LOCKS AN ID AFTER THREE BAD PASSWORDS
000985* IN A ROW AND LOGS EVERY ATTEMPT.
000986*----------------------------------------------------------------
000987     PERFORM 1110-SIGN-ON-ATTEMPT
000988         UNTIL WS-SIGNED-ON
000989            OR WS-SIGNON-TRIES >= 3
000990     IF NOT WS-SIGNED-ON
000991         DISPLAY 'SIMAMNT - SIGN-ON FAILED - SESSION ENDED'
000992         MOVE 8 TO RETURN-CODE
000993         STOP RUN
000994     END-IF.
000995
000996 1110-SIGN-ON-ATTEMPT.
000997     ADD 1 TO WS-SIGNON-TRIES
000998     MOVE SPACES TO WS-SGN-OPERATOR-ID
000999     MOVE SPACES TO WS-SGN-PASSWORD
001000     DISPLAY SCR-SIGNON
001001     ACCEPT SCR-SIGNON
001002     MOVE 'S'                TO SG-FUNCTION
001003     MOVE 'SIMAMNT'          TO SG-PROGRAM
001004     MOVE WS-SGN-OPERATOR-ID TO SG-OPERATOR-ID
001005     MOVE WS-SGN-PASSWORD    TO SG-PASSWORD
001006     MOVE SPACES             TO WS-SGN-PASSWORD
001007     MOVE ZERO               TO SG-AUTHORITY
001008     MOVE SPACES             TO SG-DETAIL
001009     CALL 'SIMASGN' USING SIGN-ON-REQUEST
001010     IF SG-PROCEED
001011         MOVE 'Y' TO WS-SIGNON-SW
001012         MOVE WS-SGN-OPERATOR-ID TO WS-SIGNON-ID
001013         DISPLAY 'SIMAMNT - SIGNED ON AS ' WS-SIGNON-ID ' '
001014                 SG-OPERATOR-NAME
001015     ELSE
001016         DISPLAY SG-MESSAGE
001017         IF SG-ID-LOCKED
001018             MOVE 3 TO WS-SIGNON-TRIES
001019         END-IF
001020     END-IF.
001029
001030 2000-MAINT-LOOP.
001031     PERFORM 2100-GET-ENTRY
001032     PERFORM 2150-CHECK-AUTHORITY THRU 2150-EXIT
001033     IF WS-FUNC-REFUSED
001034         GO TO 2000-ASK
001035     END-IF
001036     EVALUATE TRUE
001037         WHEN WS-FUNC-ADD
001040             PERFORM 2200-ADD-ACCOUNT THRU 2200-EXIT
001050         WHEN WS-FUNC-STATUS
001060             PERFORM 2300-CHANGE-STATUS THRU 2300-EXIT
001070         WHEN WS-FUNC-INQUIRE
001080             PERFORM 2400-INQUIRE-ACCOUNT THRU 2400-EXIT
001082         WHEN WS-FUNC-LIMIT
001084             PERFORM 2500-CHANGE-LIMIT THRU 2500-EXIT
001085         WHEN WS-FUNC-REFER
001086             PERFORM 2550-CHANGE-REFER-LIMIT THRU 2550-EXIT
001087         WHEN WS-FUNC-APPROVE
001088             PERFORM 2600-APPROVE-CHANGES THRU 2600-EXIT
001090         WHEN OTHER
001100             DISPLAY 'FUNCTION MUST BE A, S, L, R, I OR P'
001110     END-EVALUATE.
001115 2000-ASK.
001120     PERFORM 2900-ASK-CONTINUE.
001130 2000-EXIT.
001140     EXIT.
001190     MOVE SPACES TO WS-ENT-ACCOUNT-NAME
001200     MOVE SPACES TO WS-ENT-STATUS
001210     MOVE SPACES TO WS-ENT-COST-CENTER
001212     MOVE SPACES TO WS-ENT-LIMIT-IND
001214     MOVE ZERO   TO WS-ENT-CREDIT-LIMIT
001215     MOVE ZERO   TO WS-ENT-REFER-LIMIT
001220     DISPLAY SCR-MAINT-MENU
001221     ACCEPT SCR-MAINT-MENU.
001222
001223 2150-CHECK-AUTHORITY.
001224*----------------------------------------------------------------
001225* EACH FUNCTION NEEDS ITS OWN AUTHORITY ON THE OPERATOR'S PROFILE
001226* (SEE USPREC01), CHECKED AFRESH EVERY TIME SO A PROFILE CHANGED
001227* OR REVOKED DURING THE SESSION TAKES EFFECT AT ONCE.  INQUIRE
001228* NEEDS NONE BUT IS STILL LOGGED.  SIMASGN LOGS THE FUNCTION AND
001229* ACCOUNT WHETHER IT IS ALLOWED OR REFUSED; AN UNKNOWN FUNCTION
001230* IS LEFT FOR 2000 TO REPORT.
001231*----------------------------------------------------------------
001232     MOVE 'N' TO WS-FUNC-REFUSED-SW
001233     EVALUATE TRUE
001234         WHEN WS-FUNC-ADD
001235             MOVE 03 TO SG-AUTHORITY
001236         WHEN WS-FUNC-STATUS
001237             MOVE 04 TO SG-AUTHORITY
001238         WHEN WS-FUNC-APPROVE
001239             MOVE 06 TO SG-AUTHORITY
001240         WHEN WS-FUNC-LIMIT
001241         WHEN WS-FUNC-REFER
001242             MOVE 08 TO SG-AUTHORITY
001243         WHEN WS-FUNC-INQUIRE
001244             MOVE ZERO TO SG-AUTHORITY
001245         WHEN OTHER
001246             GO TO 2150-EXIT
001247     END-EVALUATE
001248     MOVE 'C'          TO SG-FUNCTION
001249     MOVE 'SIMAMNT'    TO SG-PROGRAM
001250     MOVE WS-SIGNON-ID TO SG-OPERATOR-ID
001251     MOVE SPACES       TO SG-DETAIL
001252     STRING 'FUNCTION '           DELIMITED BY SIZE
001253            WS-SEL-FUNCTION       DELIMITED BY SIZE
001254            ' ACCOUNT '           DELIMITED BY SIZE
001255            WS-ENT-ACCOUNT-NUMBER DELIMITED BY SIZE
001256         INTO SG-DETAIL
001257     CALL 'SIMASGN' USING SIGN-ON-REQUEST
001258     IF NOT SG-PROCEED
001259         MOVE 'Y' TO WS-FUNC-REFUSED-SW
001260         DISPLAY SG-MESSAGE
001261     END-IF.
001262 2150-EXIT.
001263     EXIT.
001264
001265 2200-ADD-ACCOUNT.
001266*----------------------------------------------------------------
001267* KEY A NEW ACCOUNT FOR APPROVAL.  THE ACCOUNT NUMBER AND A
001268* VALID STATUS ARE REQUIRED - A NEW ACCOUNT IS
001270* NORMALLY ADDED 'O' BUT A CLERK MAY PRE-LOAD A FROZEN ONE.  AN
001275* ACCOUNT ALREADY ON FILE IS REFUSED - USE THE STATUS CHANGE
001280* FUNCTION INSTEAD.  NOTHING REACHES ACCTMST UNTIL A DIFFERENT
001285* OPERATOR APPROVES THE ADD (2640-APPLY-CHANGE), WHEN THE ACCOUNT
001290* STARTS AT A ZERO LEDGER BALANCE WITH NO CREDIT LIMIT - A LIMIT
001295* IS SET AFTERWARDS WITH THE L FUNCTION.
001300*----------------------------------------------------------------
001305     IF WS-ENT-ACCOUNT-NUMBER = SPACES
001310         DISPLAY 'ACCOUNT NUMBER IS REQUIRED'
001315         GO TO 2200-EXIT
001320     END-IF
001325     IF NOT WS-ENT-STATUS-VALID
001330         DISPLAY 'STATUS MUST BE O, C OR F'
001335         GO TO 2200-EXIT
001340     END-IF
001365     IF NOT WS-ACCT-CREATED
001370         MOVE WS-ENT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
001375         READ ACCOUNT-FILE
001380             INVALID KEY
001385                 CONTINUE
001390             NOT INVALID KEY
001395                 DISPLAY 'ACCOUNT ' WS-ENT-ACCOUNT-NUMBER
001400                         ' IS ALREADY ON FILE'
001405                 GO TO 2200-EXIT
001410         END-READ
001415     END-IF
001420     MOVE SPACES                 TO MAINT-CHANGE-RECORD
001425     MOVE WS-ENT-ACCOUNT-NUMBER  TO MC-ACCOUNT-NUMBER
001430     MOVE 'A'                    TO MC-CHANGE-TYPE
001435     MOVE WS-ENT-ACCOUNT-NAME    TO MC-NEW-NAME
001440     MOVE WS-ENT-STATUS          TO MC-NEW-STATUS
001445     MOVE WS-ENT-COST-CENTER     TO MC-NEW-COST-CENTER
001450     PERFORM 2800-WRITE-PENDING.
001530 2200-EXIT.
001540     EXIT.
001550
001560 2300-CHANGE-STATUS.
001565*----------------------------------------------------------------
001570* KEY A CHANGE TO AN EXISTING ACCOUNT'S STATUS AND, IF KEYED, ITS
001575* COST CENTER, FOR APPROVAL.  THE NAME IS NOT CHANGED HERE - A
001580* RENAME IS RARE ENOUGH TO GO THROUGH DATA CONTROL'S SUPERVISOR.
001585* THE MASTER'S CURRENT STATUS AND COST CENTER ARE KEPT WITH THE
001590* CHANGE SO THE CHECKER SEES BOTH, AND ACCTMST IS NOT TOUCHED
001595* UNTIL A DIFFERENT OPERATOR APPROVES IT.
001600*----------------------------------------------------------------
001605     IF WS-ACCT-CREATED
001610         DISPLAY 'MASTER WAS CREATED THIS SESSION - ONLY ADDS '
001615                 'WORK UNTIL THE NEXT SESSION'
001620         GO TO 2300-EXIT
001625     END-IF
001630     IF WS-ENT-ACCOUNT-NUMBER = SPACES
001635         DISPLAY 'ACCOUNT NUMBER IS REQUIRED'
001640         GO TO 2300-EXIT
001645     END-IF
001650     IF NOT WS-ENT-STATUS-VALID
001655         DISPLAY 'STATUS MUST BE O, C OR F'
001660         GO TO 2300-EXIT
001665     END-IF
001690     MOVE WS-ENT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
001695     READ ACCOUNT-FILE
001700         INVALID KEY
001705             DISPLAY 'ACCOUNT ' WS-ENT-ACCOUNT-NUMBER
001710                     ' IS NOT ON FILE'
001715             GO TO 2300-EXIT
001720     END-READ
001725     IF WS-ENT-COST-CENTER = SPACES
001730         MOVE AM-COST-CENTER TO WS-ENT-COST-CENTER
001735     END-IF
001740     IF WS-ENT-STATUS = AM-STATUS
001745        AND WS-ENT-COST-CENTER = AM-COST-CENTER
001750         DISPLAY 'ACCOUNT ' WS-ENT-ACCOUNT-NUMBER
001755                 ' ALREADY HAS THAT STATUS AND COST CENTER'
001760         GO TO 2300-EXIT
001765     END-IF
001770     MOVE SPACES                 TO MAINT-CHANGE-RECORD
001775     MOVE WS-ENT-ACCOUNT-NUMBER  TO MC-ACCOUNT-NUMBER
001780     MOVE 'S'                    TO MC-CHANGE-TYPE
001785     MOVE AM-STATUS              TO MC-OLD-STATUS
001790     MOVE AM-COST-CENTER         TO MC-OLD-COST-CENTER
001795     MOVE AM-ACCOUNT-NAME        TO MC-NEW-NAME
001800     MOVE WS-ENT-STATUS          TO MC-NEW-STATUS
001805     MOVE WS-ENT-COST-CENTER     TO MC-NEW-COST-CENTER
001810     PERFORM 2800-WRITE-PENDING.
001890 2300-EXIT.
001900     EXIT.
001910
001932     MOVE WS-ENT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
001940     READ ACCOUNT-FILE
001950         INVALID KEY
001955             DISPLAY 'ACCOUNT ' WS-ENT-ACCOUNT-NUMBER
001960                     ' IS NOT ON FILE'
001965         NOT INVALID KEY
001970             DISPLAY AM-ACCOUNT-NUMBER ' ' AM-ACCOUNT-NAME ' '
001971                     AM-STATUS ' CC=' AM-COST-CENTER
001972             PERFORM 2410-SHOW-BALANCE
001973     END-READ
001974     PERFORM 2420-SHOW-PENDING THRU 2420-EXIT.
001975 2400-EXIT.
001976     EXIT.
001977
001981 2410-SHOW-BALANCE.
001982*----------------------------------------------------------------
001983* A MASTER RECORD ADDED BEFORE THE LEDGER FIELDS EXISTED AND NOT
001984* YET RELOADED SHOWS AS ZERO RATHER THAN AS GARBAGE.
001985*----------------------------------------------------------------
001986     IF AM-LEDGER-BALANCE NUMERIC
001987         MOVE AM-LEDGER-BALANCE TO WS-EDIT-BALANCE
001988     ELSE
001989         MOVE ZERO TO WS-EDIT-BALANCE
001990     END-IF
001991     IF AM-CREDIT-LIMIT NUMERIC
001992         MOVE AM-CREDIT-LIMIT TO WS-EDIT-LIMIT
001993     ELSE
001994         MOVE ZERO TO WS-EDIT-LIMIT
001995     END-IF
001996     IF AM-LIMIT-APPLIES
001997         DISPLAY '  BALANCE ' WS-EDIT-BALANCE
001998                 '  CREDIT LIMIT ' WS-EDIT-LIMIT
001999     ELSE
002000         DISPLAY '  BALANCE ' WS-EDIT-BALANCE
002001                 '  NO CREDIT LIMIT'
002002     END-IF
002003     IF AM-REFER-LIMIT NUMERIC
002004        AND AM-REFER-LIMIT > ZERO
002005         MOVE AM-REFER-LIMIT TO WS-EDIT-LIMIT
002006         DISPLAY '  REFERRAL LIMIT ' WS-EDIT-LIMIT
002007     ELSE
002008         DISPLAY '  NO ACCOUNT REFERRAL LIMIT'
002009     END-IF.
002010
002011 2420-SHOW-PENDING.
002012*----------------------------------------------------------------
002013* A CHANGE KEYED BUT NOT YET APPROVED IS SHOWN UNDER THE ACCOUNT
002014* (OR IN PLACE OF IT, FOR A NEW ACCOUNT AWAITING APPROVAL).
002015*----------------------------------------------------------------
002016     IF WS-PEND-CREATED
002017         GO TO 2420-EXIT
002018     END-IF
002019     MOVE WS-ENT-ACCOUNT-NUMBER TO MC-ACCOUNT-NUMBER
002020     READ PENDING-FILE
002021         INVALID KEY
002022             GO TO 2420-EXIT
002023     END-READ
002024     IF MC-NEW-ACCOUNT
002025         DISPLAY '  NEW ACCOUNT AWAITING APPROVAL - ' MC-NEW-NAME
002026                 ' ' MC-NEW-STATUS ' CC=' MC-NEW-COST-CENTER
002027     ELSE
002028         DISPLAY '  CHANGE AWAITING APPROVAL - STATUS '
002029                 MC-NEW-STATUS ' CC=' MC-NEW-COST-CENTER
002030     END-IF
002031     DISPLAY '  KEYED BY ' MC-MAKER-ID ' ON ' MC-REQ-DATE
002032             ' AT ' MC-REQ-TIME.
002033 2420-EXIT.
002034     EXIT.
002035
002036 2500-CHANGE-LIMIT.
002037*----------------------------------------------------------------
002038* SET (Y) OR REMOVE (N) AN ACCOUNT'S CREDIT LIMIT.  ONLY AN
002039* OPERATOR WITH THE LIMITS AUTHORITY (08) GETS THIS FAR - SEE
002040* 2150.  REMOVING THE LIMIT ZEROES THE AMOUNT.  THE BALANCE IS
002042* NOT TOUCHED.
002043*----------------------------------------------------------------
002044     IF WS-ACCT-CREATED
002045         DISPLAY 'MASTER WAS CREATED THIS SESSION - ONLY ADDS '
002046                 'WORK UNTIL THE NEXT SESSION'
002047         GO TO 2500-EXIT
002048     END-IF
002049     IF WS-ENT-ACCOUNT-NUMBER = SPACES
002050         DISPLAY 'ACCOUNT NUMBER IS REQUIRED'
002051         GO TO 2500-EXIT
002052     END-IF
002065     IF NOT WS-ENT-LIMIT-IND-VALID
002066         DISPLAY 'CREDIT LIMIT APPLIES MUST BE Y OR N'
002067         GO TO 2500-EXIT
002068     END-IF
002069     MOVE WS-ENT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
002070     READ ACCOUNT-FILE
002071         INVALID KEY
002072             DISPLAY 'ACCOUNT ' WS-ENT-ACCOUNT-NUMBER
002073                     ' IS NOT ON FILE'
002074             GO TO 2500-EXIT
002075     END-READ
002076     MOVE WS-ENT-LIMIT-IND TO AM-LIMIT-IND
002077     IF AM-LIMIT-APPLIES
002078         MOVE WS-ENT-CREDIT-LIMIT TO AM-CREDIT-LIMIT
002079     ELSE
002080         MOVE ZERO TO AM-CREDIT-LIMIT
002081     END-IF
002082     REWRITE ACCOUNT-MASTER-RECORD
002083         INVALID KEY
002084             DISPLAY 'UNABLE TO REWRITE ACCOUNT - STATUS '
002085                     WS-ACCT-STATUS
002086         NOT INVALID KEY
002087             DISPLAY 'ACCOUNT ' WS-ENT-ACCOUNT-NUMBER
002088                     ' CREDIT LIMIT UPDATED BY '
002089                     WS-SIGNON-ID
002090             PERFORM 2410-SHOW-BALANCE
002091     END-REWRITE.
002092 2500-EXIT.
002093     EXIT.
002094
002100 2550-CHANGE-REFER-LIMIT.
002101*----------------------------------------------------------------
002102* SET OR REMOVE THE ACCOUNT'S OWN LARGE-VALUE REFERRAL LIMIT.  A
002103* POSTING BIGGER THAN IT IS HELD BY SIMADRV FOR A SUPERVISOR TO
002104* DECIDE ON SIMARFR; ZERO REMOVES IT, LEAVING ONLY THE RUN-WIDE
002105* THRESHOLD.  IT NEEDS THE SAME LIMITS AUTHORITY (08) AS A CREDIT
002106* LIMIT, AND LIKE A CREDIT LIMIT IT GOES STRAIGHT TO THE MASTER.
002107*----------------------------------------------------------------
002108     IF WS-ACCT-CREATED
002109         DISPLAY 'MASTER WAS CREATED THIS SESSION - ONLY ADDS '
002110                 'WORK UNTIL THE NEXT SESSION'
002111         GO TO 2550-EXIT
002112     END-IF
002113     IF WS-ENT-ACCOUNT-NUMBER = SPACES
002114         DISPLAY 'ACCOUNT NUMBER IS REQUIRED'
002115         GO TO 2550-EXIT
002116     END-IF
002129     MOVE WS-ENT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
002130     READ ACCOUNT-FILE
002131         INVALID KEY
002132             DISPLAY 'ACCOUNT ' WS-ENT-ACCOUNT-NUMBER
002133                     ' IS NOT ON FILE'
002134             GO TO 2550-EXIT
002135     END-READ
002136     MOVE WS-ENT-REFER-LIMIT TO AM-REFER-LIMIT
002137     REWRITE ACCOUNT-MASTER-RECORD
002138         INVALID KEY
002139             DISPLAY 'UNABLE TO REWRITE ACCOUNT - STATUS '
002140                     WS-ACCT-STATUS
002141         NOT INVALID KEY
002142             DISPLAY 'ACCOUNT ' WS-ENT-ACCOUNT-NUMBER
002143                     ' REFERRAL LIMIT UPDATED BY '
002144                     WS-SIGNON-ID
002145             PERFORM 2410-SHOW-BALANCE
002146     END-REWRITE.
002147 2550-EXIT.
002148     EXIT.
002149
002150 2600-APPROVE-CHANGES.
002151*----------------------------------------------------------------
002152* THE CHECKER'S SIDE.  WALK THE PENDING CHANGES IN ACCOUNT ORDER,
002153* SHOWING EACH AGAINST THE MASTER AS IT STANDS NOW, AND APPROVE,
002154* DECLINE OR SKIP IT.  THE OPERATOR WHO KEYED A CHANGE CAN
002155* NEITHER APPROVE NOR DECLINE IT.  A SKIPPED CHANGE STAYS PENDING
002160* FOR A LATER SESSION.  IN A SESSION THAT CREATED EITHER FILE THE
002170* READS BELOW WOULD COMPLETE WITH STATUS 47, SO THE FUNCTION IS
002180* REFUSED UNTIL THE NEXT SESSION.
002190*----------------------------------------------------------------
002200     IF WS-ACCT-CREATED
002210        OR WS-PEND-CREATED
002220         DISPLAY 'FILES WERE CREATED THIS SESSION - APPROVALS '
002230                 'WORK FROM THE NEXT SESSION'
002240         GO TO 2600-EXIT
002250     END-IF
002300     MOVE LOW-VALUES TO WS-APPR-LAST-KEY
002310     MOVE 'N'        TO WS-APPR-EOF-SW
002320     MOVE 'N'        TO WS-APPR-DONE-SW
002330     MOVE ZERO       TO WS-APPROVED-COUNT
002340     MOVE ZERO       TO WS-DECLINED-COUNT
002350     PERFORM 2610-NEXT-PENDING THRU 2610-EXIT
002360     PERFORM 2620-REVIEW-CHANGE THRU 2620-EXIT
002370         UNTIL WS-APPR-EOF OR WS-APPR-DONE
002380     IF WS-APPR-EOF
002390         DISPLAY 'NO MORE CHANGES AWAITING APPROVAL'
002400     END-IF
002410     DISPLAY 'CHANGES APPROVED: ' WS-APPROVED-COUNT
002420             '  DECLINED: ' WS-DECLINED-COUNT.
002430 2600-EXIT.
002440     EXIT.
002450
002460 2610-NEXT-PENDING.
002470*----------------------------------------------------------------
002480* REPOSITION PAST THE LAST CHANGE SHOWN AND READ THE NEXT ONE -
002490* STARTING AFRESH FROM THE KEY EACH TIME KEEPS THE BROWSE RIGHT
002500* AFTER THE PREVIOUS CHANGE WAS DELETED FROM THE FILE.
002510*----------------------------------------------------------------
002520     MOVE WS-APPR-LAST-KEY TO MC-ACCOUNT-NUMBER
002530     START PENDING-FILE KEY IS GREATER THAN MC-ACCOUNT-NUMBER
002540         INVALID KEY
002550             MOVE 'Y' TO WS-APPR-EOF-SW
002560             GO TO 2610-EXIT
002570     END-START
002580     READ PENDING-FILE NEXT RECORD
002590         AT END
002600             MOVE 'Y' TO WS-APPR-EOF-SW
002610             GO TO 2610-EXIT
002620     END-READ
002630     MOVE MC-ACCOUNT-NUMBER TO WS-APPR-LAST-KEY
002640     PERFORM 2615-LOAD-APPROVAL-SCREEN.
002650 2610-EXIT.
002660     EXIT.
002670
002680 2615-LOAD-APPROVAL-SCREEN.
002690     MOVE MC-ACCOUNT-NUMBER  TO WS-DSP-ACCOUNT-NUMBER
002700     MOVE MC-MAKER-ID        TO WS-DSP-MAKER-ID
002710     MOVE MC-REQ-DATE        TO WS-DSP-REQ-DATE
002720     MOVE MC-REQ-TIME        TO WS-DSP-REQ-TIME
002730     MOVE MC-NEW-NAME        TO WS-DSP-NEW-NAME
002740     MOVE MC-NEW-STATUS      TO WS-DSP-NEW-STATUS
002750     MOVE MC-NEW-COST-CENTER TO WS-DSP-NEW-COST-CENTER
002760     MOVE SPACES             TO WS-DSP-CUR-NAME
002770     MOVE SPACES             TO WS-DSP-CUR-STATUS
002780     MOVE SPACES             TO WS-DSP-CUR-COST-CENTER
002790     IF MC-NEW-ACCOUNT
002800         MOVE 'NEW ACCOUNT' TO WS-DSP-CHANGE-TEXT
002810     ELSE
002820         MOVE 'STATUS / COST CENTER' TO WS-DSP-CHANGE-TEXT
002830         MOVE MC-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
002840         READ ACCOUNT-FILE
002850             INVALID KEY
002860                 MOVE '(NOT ON FILE)' TO WS-DSP-CUR-NAME
002870             NOT INVALID KEY
002880                 MOVE AM-ACCOUNT-NAME TO WS-DSP-CUR-NAME
002890                 MOVE AM-STATUS       TO WS-DSP-CUR-STATUS
002900                 MOVE AM-COST-CENTER  TO WS-DSP-CUR-COST-CENTER
002910         END-READ
002920     END-IF.
002930
002940 2620-REVIEW-CHANGE.
002950     MOVE SPACES TO WS-SEL-ACTION
002960     DISPLAY SCR-APPROVE
002970     ACCEPT SCR-APPROVE
002980     EVALUATE TRUE
002990         WHEN WS-ACT-QUIT
003000             MOVE 'Y' TO WS-APPR-DONE-SW
003010             GO TO 2620-EXIT
003020         WHEN WS-ACT-SKIP
003030             CONTINUE
003040         WHEN WS-ACT-APPROVE
003050             IF MC-MAKER-ID = WS-SIGNON-ID
003060                 PERFORM 2625-REFUSE-MAKER
003070             ELSE
003080                 PERFORM 2640-APPLY-CHANGE THRU 2640-EXIT
003090             END-IF
003100         WHEN WS-ACT-DECLINE
003110             IF MC-MAKER-ID = WS-SIGNON-ID
003120                 PERFORM 2625-REFUSE-MAKER
003130             ELSE
003140                 PERFORM 2650-DECLINE-CHANGE
003150             END-IF
003160         WHEN OTHER
003170             DISPLAY 'ACTION MUST BE A, D, S OR Q'
003180             GO TO 2620-EXIT
003190     END-EVALUATE
003200     PERFORM 2610-NEXT-PENDING THRU 2610-EXIT.
003210 2620-EXIT.
003220     EXIT.
003230
003240 2625-REFUSE-MAKER.
003250     DISPLAY 'CHANGE WAS KEYED BY ' MC-MAKER-ID
003260             ' - A DIFFERENT OPERATOR MUST DECIDE IT'.
003270
003280 2640-APPLY-CHANGE.
003290*----------------------------------------------------------------
003300* APPROVED - NOW, AND ONLY NOW, THE CHANGE REACHES ACCTMST.  A
003310* STATUS CHANGE IS APPLIED ONLY IF THE MASTER STILL SHOWS THE
003320* STATUS AND COST CENTER THE MAKER SAW; OTHERWISE IT IS LEFT
003330* PENDING FOR THE CHECKER TO DECLINE AND THE MAKER TO RE-KEY.
003340* ONLY STATUS AND COST CENTER ARE TAKEN FROM THE CHANGE - THE
003350* BALANCE SIMADRV HAS MOVED SINCE IT WAS KEYED IS LEFT ALONE.
003360*----------------------------------------------------------------
003370     IF MC-NEW-ACCOUNT
003380         MOVE SPACES TO WS-BEFORE-IMAGE
003390         PERFORM 2660-BUILD-NEW-ACCOUNT
003400         WRITE ACCOUNT-MASTER-RECORD
003410             INVALID KEY
003420                 DISPLAY 'ACCOUNT ' MC-ACCOUNT-NUMBER
003430                         ' IS ALREADY ON FILE - DECLINE THE ADD'
003440                 GO TO 2640-EXIT
003450         END-WRITE
003460     ELSE
003470         MOVE MC-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
003480         READ ACCOUNT-FILE
003490             INVALID KEY
003500                 DISPLAY 'ACCOUNT ' MC-ACCOUNT-NUMBER
003510                         ' IS NOT ON FILE - DECLINE THE CHANGE'
003520                 GO TO 2640-EXIT
003530         END-READ
003540         IF AM-STATUS NOT = MC-OLD-STATUS
003550            OR AM-COST-CENTER NOT = MC-OLD-COST-CENTER
003560             DISPLAY 'ACCOUNT ' MC-ACCOUNT-NUMBER
003570                     ' HAS CHANGED SINCE THIS WAS KEYED - '
003580                     'DECLINE THE CHANGE'
003590             GO TO 2640-EXIT
003600         END-IF
003610         MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE
003620         MOVE MC-NEW-STATUS      TO AM-STATUS
003630         MOVE MC-NEW-COST-CENTER TO AM-COST-CENTER
003640         REWRITE ACCOUNT-MASTER-RECORD
003650             INVALID KEY
003660                 DISPLAY 'UNABLE TO REWRITE ACCOUNT - STATUS '
003670                         WS-ACCT-STATUS
003680                 GO TO 2640-EXIT
003690         END-REWRITE
003700     END-IF
003710     MOVE ACCOUNT-MASTER-RECORD TO WS-AFTER-IMAGE
003720     MOVE 'A' TO WS-DECISION
003730     PERFORM 2700-LOG-DECISION
003740     ADD 1 TO WS-APPROVED-COUNT
003750     DISPLAY 'ACCOUNT ' MC-ACCOUNT-NUMBER ' CHANGE APPROVED'.
003760 2640-EXIT.
003770     EXIT.
003780
003790 2650-DECLINE-CHANGE.
003800*----------------------------------------------------------------
003810* DECLINED - ACCTMST IS NOT TOUCHED.  THE LOG STILL CARRIES THE
003820* MASTER AS IT STANDS AND WHAT THE CHANGE WOULD HAVE MADE OF IT,
003830* BUILT IN THE RECORD AREA BUT NEVER WRITTEN.
003840*----------------------------------------------------------------
003850     MOVE SPACES TO WS-BEFORE-IMAGE
003860     IF MC-NEW-ACCOUNT
003870         PERFORM 2660-BUILD-NEW-ACCOUNT
003880     ELSE
003890         MOVE MC-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
003900         READ ACCOUNT-FILE
003910             INVALID KEY
003920                 MOVE SPACES            TO ACCOUNT-MASTER-RECORD
003930                 MOVE MC-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
003940             NOT INVALID KEY
003950                 MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE
003960         END-READ
003970         MOVE MC-NEW-STATUS      TO AM-STATUS
003980         MOVE MC-NEW-COST-CENTER TO AM-COST-CENTER
003990     END-IF
004000     MOVE ACCOUNT-MASTER-RECORD TO WS-AFTER-IMAGE
004010     MOVE 'D' TO WS-DECISION
004020     PERFORM 2700-LOG-DECISION
004030     ADD 1 TO WS-DECLINED-COUNT
004040     DISPLAY 'ACCOUNT ' MC-ACCOUNT-NUMBER ' CHANGE DECLINED'.
004050
004060 2660-BUILD-NEW-ACCOUNT.
004070     MOVE SPACES             TO ACCOUNT-MASTER-RECORD
004080     MOVE MC-ACCOUNT-NUMBER  TO AM-ACCOUNT-NUMBER
004090     MOVE MC-NEW-NAME        TO AM-ACCOUNT-NAME
004100     MOVE MC-NEW-STATUS      TO AM-STATUS
004110     MOVE MC-NEW-COST-CENTER TO AM-COST-CENTER
004120     MOVE ZERO               TO AM-LEDGER-BALANCE
004130     MOVE 'N'                TO AM-LIMIT-IND
004140     MOVE ZERO               TO AM-CREDIT-LIMIT
004145     MOVE ZERO               TO AM-REFER-LIMIT
004150     MOVE ZERO               TO AM-LAST-POST-DATE.
004160
004170 2700-LOG-DECISION.
004180*----------------------------------------------------------------
004190* WRITE THE DECISION TO THE MAINTENANCE LOG, THEN TAKE THE CHANGE
004200* OFF THE PENDING FILE.  THE LOG KEY IS DATE/TIME PLUS A
004210* UNIQUENESS SEQUENCE, BUMPED ON A DUPLICATE EXACTLY AS SIMPLEADD
004220* DOES FOR THE AUDIT TRAIL.  AN APPROVAL HAS ALREADY REACHED THE
004230* MASTER, SO A FAILURE HERE ENDS THE SESSION RATHER THAN CARRY ON
004240* WITH A CHANGE NOBODY CAN TRACE.
004250*----------------------------------------------------------------
004260     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004270     ACCEPT WS-CURRENT-TIME FROM TIME
004280     MOVE SPACES             TO MAINT-LOG-RECORD
004290     MOVE WS-CURRENT-DATE    TO ML-DATE
004300     MOVE WS-CURRENT-TIME    TO ML-TIME
004310     MOVE MC-ACCOUNT-NUMBER  TO ML-ACCOUNT-NUMBER
004320     MOVE MC-CHANGE-TYPE     TO ML-CHANGE-TYPE
004330     MOVE WS-DECISION        TO ML-DECISION
004340     MOVE MC-MAKER-ID        TO ML-MAKER-ID
004350     MOVE MC-REQ-DATE        TO ML-REQ-DATE
004360     MOVE MC-REQ-TIME        TO ML-REQ-TIME
004370     MOVE WS-SIGNON-ID       TO ML-CHECKER-ID
004380     MOVE WS-BEFORE-IMAGE    TO ML-BEFORE-IMAGE
004390     MOVE WS-AFTER-IMAGE     TO ML-AFTER-IMAGE
004400     IF WS-CURRENT-DATE = WS-LAST-LOG-DATE
004410        AND WS-CURRENT-TIME = WS-LAST-LOG-TIME
004420         ADD 1 TO WS-LOG-SEQ-NO
004430     ELSE
004440         MOVE ZERO TO WS-LOG-SEQ-NO
004450     END-IF
004460     MOVE WS-LOG-SEQ-NO TO ML-SEQ-NO
004470     WRITE MAINT-LOG-RECORD
004480     PERFORM 2710-RETRY-DUPLICATE-KEY
004490         UNTIL WS-MLOG-STATUS NOT = '22'
004500     MOVE WS-CURRENT-DATE TO WS-LAST-LOG-DATE
004510     MOVE WS-CURRENT-TIME TO WS-LAST-LOG-TIME
004520     IF WS-MLOG-STATUS NOT = '00'
004530         DISPLAY 'SIMAMNT - UNABLE TO WRITE MAINTLOG - STATUS '
004540                 WS-MLOG-STATUS
004550         GO TO 9999-ABEND-EXIT
004560     END-IF
004570     DELETE PENDING-FILE RECORD
004580     IF WS-PEND-STATUS NOT = '00'
004590         DISPLAY 'SIMAMNT - UNABLE TO DELETE PENDCHG - STATUS '
004600                 WS-PEND-STATUS
004610         GO TO 9999-ABEND-EXIT
004620     END-IF.
004630
004640 2710-RETRY-DUPLICATE-KEY.
004650     IF WS-LOG-SEQ-NO = 99999
004660         DISPLAY 'SIMAMNT - MAINTLOG KEY SEQUENCE EXHAUSTED'
004670         GO TO 9999-ABEND-EXIT
004680     END-IF
004690     ADD 1 TO WS-LOG-SEQ-NO
004700     MOVE WS-LOG-SEQ-NO TO ML-SEQ-NO
004710     WRITE MAINT-LOG-RECORD.
004720
004730 2800-WRITE-PENDING.
004740*----------------------------------------------------------------
004750* THE MAKER'S SIDE - LEAVE THE CHANGE ON THE PENDING FILE FOR A
004760* DIFFERENT OPERATOR TO APPROVE.  A DUPLICATE KEY MEANS THE
004770* ACCOUNT ALREADY HAS A CHANGE WAITING; ANY OTHER FAILURE ENDS
004780* THE SESSION.
004790*----------------------------------------------------------------
004800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004810     ACCEPT WS-CURRENT-TIME FROM TIME
004820     MOVE WS-SIGNON-ID       TO MC-MAKER-ID
004830     MOVE WS-CURRENT-DATE    TO MC-REQ-DATE
004840     MOVE WS-CURRENT-TIME    TO MC-REQ-TIME
004850     WRITE MAINT-CHANGE-RECORD
004860         INVALID KEY
004870             DISPLAY 'ACCOUNT ' MC-ACCOUNT-NUMBER
004880                     ' ALREADY HAS A CHANGE AWAITING APPROVAL'
004890         NOT INVALID KEY
004900             DISPLAY 'ACCOUNT ' MC-ACCOUNT-NUMBER
004910                     ' CHANGE KEYED - AWAITING APPROVAL BY '
004920                     'ANOTHER OPERATOR'
004930     END-WRITE
004940     IF WS-PEND-STATUS NOT = '00'
004950        AND WS-PEND-STATUS NOT = '22'
004960         DISPLAY 'SIMAMNT - UNABLE TO WRITE PENDCHG - STATUS '
004970                 WS-PEND-STATUS
004980         GO TO 9999-ABEND-EXIT
004990     END-IF.
004995
005000 2900-ASK-CONTINUE.
005010     DISPLAY 'ANOTHER ENTRY? (Y/N): ' WITH NO ADVANCING
005020     ACCEPT WS-REPLY
005030     MOVE 'N' TO WS-MORE-SW
005040     IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
005050         MOVE 'Y' TO WS-MORE-SW
005060     END-IF.
005070
005080 3000-TERMINATE.
005090     CLOSE ACCOUNT-FILE
005100           PENDING-FILE
005110           MAINT-LOG-FILE
005115     PERFORM 3100-SIGN-OFF
005120     DISPLAY 'SIMAMNT - ACCOUNT MASTER MAINTENANCE ENDING'.
005121
005122 3100-SIGN-OFF.
005123     MOVE 'O'          TO SG-FUNCTION
005124     MOVE 'SIMAMNT'    TO SG-PROGRAM
005125     MOVE WS-SIGNON-ID TO SG-OPERATOR-ID
005126     MOVE ZERO         TO SG-AUTHORITY
005127     MOVE SPACES       TO SG-DETAIL
005128     CALL 'SIMASGN' USING SIGN-ON-REQUEST.
005130
005140 9999-ABEND-EXIT.
005150*----------------------------------------------------------------
005160* REACHED WHEN THE MASTER, THE PENDING-CHANGE FILE OR THE
005170* MAINTENANCE LOG COULD NOT BE OPENED, OR A PENDING-CHANGE OR LOG
005180* UPDATE FAILED.  END WITH RETURN CODE 16 SO THE SESSION DOES NOT
005190* LOOK LIKE A CLEAN SIGN-OFF.
005200*----------------------------------------------------------------
005210     DISPLAY 'SIMAMNT - TERMINATING DUE TO FILE I/O ERROR'
005220     MOVE 16 TO RETURN-CODE
005230     STOP RUN.
