000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SIMARFR.
000030 AUTHOR.         STEFVUCK.
000040 INSTALLATION.   DATA PROCESSING CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- ----------------------------------------------
000120* 2026-10-15  SV   INITIAL VERSION - ONLINE LARGE-VALUE REFERRAL
000130*                  REVIEW IN THE STYLE OF THE SIMARPR/SIMAMNT
000140*                  SCREENS.  WALKS THE ITEMS SIMADRV HELD ON
000150*                  REFTRN (SEE REFREC01) THAT STILL AWAIT A
000160*                  DECISION, SHOWS THE TRANSACTION, THE ACCOUNT,
000170*                  THE AMOUNT IT WOULD POST AND THE LIMIT IT
000180*                  BROKE, AND LETS THE SUPERVISOR APPROVE OR
000190*                  DECLINE IT.  THE NEXT SIMADRV RUN POSTS AN
000200*                  APPROVED ITEM AND REJECTS A DECLINED ONE
000210*                  (REASON 60).  EVERY DECISION IS LOGGED ON
000220*                  REFLOG (SEE RFLREC01) WITH THE SUPERVISOR'S ID.
000221* 2026-10-15  SV   OPERATOR SIGN-ON.  THE SUPERVISOR NOW SIGNS ON
000222*                  AGAINST USRPROF THROUGH SIMASGN AND NEEDS THE
000223*                  REFERRAL DECISION AUTHORITY (07) BEFORE THE
000224*                  QUEUE IS OPENED.  THE SIGNED-ON ID REPLACES THE
000225*                  SUPERVISOR ID KEYED ON THE REVIEW SCREEN ON
000226*                  REFTRN AND REFLOG, AND SIGN-ON, EVERY DECISION
000227*                  AND ANY REFUSAL ARE LOGGED ON SECLOG.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT REFERRAL-FILE ASSIGN TO REFTRN
000280            ORGANIZATION IS INDEXED
000290            ACCESS MODE IS DYNAMIC
000300            RECORD KEY IS RF-TRANS-ID
000310            FILE STATUS IS WS-REFR-STATUS.
000320     SELECT REFLOG-FILE   ASSIGN TO REFLOG
000330            ORGANIZATION IS INDEXED
000340            ACCESS MODE IS DYNAMIC
000350            RECORD KEY IS RL-KEY
000360            FILE STATUS IS WS-RLOG-STATUS.
000370     SELECT ACCOUNT-FILE  ASSIGN TO ACCTMST
000380            ORGANIZATION IS INDEXED
000390            ACCESS MODE IS RANDOM
000400            RECORD KEY IS AM-ACCOUNT-NUMBER
000410            FILE STATUS IS WS-ACCT-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  REFERRAL-FILE
000460     RECORDING MODE IS F.
000470     COPY REFREC01.
000480
000490 FD  REFLOG-FILE
000500     RECORDING MODE IS F.
000510     COPY RFLREC01.
000520
000530 FD  ACCOUNT-FILE
000540     RECORDING MODE IS F.
000550     COPY ACTREC01.
000560
000570 WORKING-STORAGE SECTION.
000580     COPY TRNREC01.
000590 01  WS-REFR-STATUS           PIC X(02).
000600 01  WS-RLOG-STATUS           PIC X(02).
000610 01  WS-ACCT-STATUS           PIC X(02).
000620 01  WS-EOF-SW                PIC X(01)   VALUE 'N'.
000630     88  WS-EOF                           VALUE 'Y'.
000640 01  WS-DONE-SW               PIC X(01)   VALUE 'N'.
000650     88  WS-SESSION-DONE                  VALUE 'Y'.
000680 01  WS-LAST-KEY              PIC X(16)   VALUE LOW-VALUES.
000690 01  WS-SHOWN-COUNT           PIC 9(05)   VALUE ZERO.
000700 01  WS-APPROVED-COUNT        PIC 9(05)   VALUE ZERO.
000710 01  WS-DECLINED-COUNT        PIC 9(05)   VALUE ZERO.
000720 01  WS-SKIPPED-COUNT         PIC 9(05)   VALUE ZERO.
000730 01  WS-CURRENT-DATE          PIC 9(08).
000740 01  WS-CURRENT-TIME          PIC 9(08).
000750 01  WS-LAST-LOG-DATE         PIC 9(08)   VALUE ZERO.
000760 01  WS-LAST-LOG-TIME         PIC 9(08)   VALUE ZERO.
000770 01  WS-LOG-SEQ-NO            PIC 9(05)   VALUE ZERO.
000780 01  WS-SEL-ACTION            PIC X(01)   VALUE SPACES.
000790     88  WS-ACT-APPROVE                   VALUE 'A' 'a'.
000800     88  WS-ACT-DECLINE                   VALUE 'D' 'd'.
000810     88  WS-ACT-SKIP                      VALUE 'S' 's'.
000820     88  WS-ACT-QUIT                      VALUE 'Q' 'q'.
000821*----------------------------------------------------------------
000822* SIGN-ON.  WS-SIGNON-ID IS THE SUPERVISOR SIGNED ON FOR THE RUN
000823* AND IS WHAT EVERY DECISION IS STAMPED WITH; THE ID AND PASSWORD
000824* KEYED ON THE SIGN-ON SCREEN ARE CLEARED AS SOON AS SIMASGN HAS
000825* CHECKED THEM.
000826*----------------------------------------------------------------
000827     COPY SGNREC01.
000828 01  WS-SIGNON-ID             PIC X(08)   VALUE SPACES.
000829 01  WS-SGN-OPERATOR-ID       PIC X(08).
000830 01  WS-SGN-PASSWORD          PIC X(08).
000831 01  WS-SIGNON-TRIES          PIC 9(01)   VALUE ZERO.
000832 01  WS-SIGNON-SW             PIC X(01)   VALUE 'N'.
000833     88  WS-SIGNED-ON                     VALUE 'Y'.
000840*----------------------------------------------------------------
000850* REVIEW SCREEN FIELDS - THE HELD DETAIL BROKEN OUT OF ITS IMAGE,
000860* THE ACCOUNT IT WOULD POST TO, AND WHY IT WAS HELD.
000870*----------------------------------------------------------------
000880 01  WS-DSP-ACCOUNT-NAME      PIC X(30)   VALUE SPACES.
000890 01  WS-DSP-BALANCE           PIC S9(11)V99 VALUE ZERO.
000900 01  WS-DSP-NUM1              PIC S9(9)V99 VALUE ZERO.
000910 01  WS-DSP-NUM2              PIC S9(9)V99 VALUE ZERO.
000920 01  WS-DSP-TRIGGER-TEXT      PIC X(24)   VALUE SPACES.
000930
000940 SCREEN SECTION.
000941 01  SCR-SIGNON.
000942     05  BLANK SCREEN.
000943     05  LINE 01 COLUMN 01 VALUE
000944         'SIMARFR - SIGN ON'.
000945     05  LINE 03 COLUMN 01 VALUE
000946         'OPERATOR ID . . . . . . . . . . . . . . . .'.
000947     05  LINE 03 COLUMN 50 PIC X(08) USING WS-SGN-OPERATOR-ID.
000948     05  LINE 04 COLUMN 01 VALUE
000949         'PASSWORD (NOT DISPLAYED). . . . . . . . . .'.
000950     05  LINE 04 COLUMN 50 PIC X(08) USING WS-SGN-PASSWORD
000951                           SECURE.
000952 01  SCR-REFERRAL.
000960     05  BLANK SCREEN.
000970     05  LINE 01 COLUMN 01 VALUE
000980         'SIMARFR - LARGE-VALUE REFERRAL REVIEW'.
000990     05  LINE 03 COLUMN 01 VALUE
001000         'TRANSACTION ID. . . . . . . . . . . . . . .'.
001010     05  LINE 03 COLUMN 50 PIC X(16) FROM RF-TRANS-ID.
001020     05  LINE 04 COLUMN 01 VALUE
001030         'SOURCE SYSTEM AND DATE REFERRED . . . . . .'.
001040     05  LINE 04 COLUMN 50 PIC X(08) FROM RF-SOURCE-SYSTEM.
001050     05  LINE 04 COLUMN 59 PIC 9(08) FROM RF-REFERRED-DATE.
001060     05  LINE 06 COLUMN 01 VALUE
001070         'ACCOUNT NUMBER. . . . . . . . . . . . . . .'.
001080     05  LINE 06 COLUMN 50 PIC X(10) FROM TR-ACCOUNT-NUMBER.
001090     05  LINE 07 COLUMN 01 VALUE
001100         'ACCOUNT NAME. . . . . . . . . . . . . . . .'.
001110     05  LINE 07 COLUMN 50 PIC X(30) FROM WS-DSP-ACCOUNT-NAME.
001120     05  LINE 08 COLUMN 01 VALUE
001130         'LEDGER BALANCE NOW. . . . . . . . . . . . .'.
001140     05  LINE 08 COLUMN 50 PIC Z(10)9.99-
001150                           FROM WS-DSP-BALANCE.
001160     05  LINE 10 COLUMN 01 VALUE
001170         'VALUE DATE (YYYYMMDD) . . . . . . . . . . .'.
001180     05  LINE 10 COLUMN 50 PIC 9(08) FROM TR-VALUE-DATE.
001190     05  LINE 11 COLUMN 01 VALUE
001200         'OPERATION CODE AND CURRENCY . . . . . . . .'.
001210     05  LINE 11 COLUMN 50 PIC X(01) FROM TR-OPERATION-CODE.
001220     05  LINE 11 COLUMN 52 PIC X(03) FROM TR-CURRENCY-CODE.
001230     05  LINE 12 COLUMN 01 VALUE
001240         'NUM1. . . . . . . . . . . . . . . . . . . .'.
001250     05  LINE 12 COLUMN 50 PIC Z(8)9.99-  FROM WS-DSP-NUM1.
001260     05  LINE 13 COLUMN 01 VALUE
001270         'NUM2. . . . . . . . . . . . . . . . . . . .'.
001280     05  LINE 13 COLUMN 50 PIC Z(8)9.99-  FROM WS-DSP-NUM2.
001290     05  LINE 15 COLUMN 01 VALUE
001300         'AMOUNT TO POST (BASE CURRENCY). . . . . . .'.
001310     05  LINE 15 COLUMN 50 PIC Z(8)9.99-  FROM RF-POST-AMOUNT.
001320     05  LINE 16 COLUMN 01 VALUE
001330         'REFERRAL THRESHOLD BROKEN . . . . . . . . .'.
001340     05  LINE 16 COLUMN 50 PIC Z(10)9.99  FROM RF-THRESHOLD.
001350     05  LINE 17 COLUMN 50 PIC X(24) FROM WS-DSP-TRIGGER-TEXT.
001390     05  LINE 20 COLUMN 01 VALUE
001400         'ACTION (A=APPROVE D=DECLINE S=SKIP Q=QUIT)'.
001410     05  LINE 20 COLUMN 50 PIC X(01) USING WS-SEL-ACTION.
001420
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE
001460     PERFORM 2000-REVIEW-LOOP THRU 2000-EXIT
001470         UNTIL WS-EOF OR WS-SESSION-DONE
001480     PERFORM 3000-TERMINATE
001490     GOBACK.
001500
001510 1000-INITIALIZE.
001520*----------------------------------------------------------------
001530* REFTRN IS CREATED BY SIMADRV, SO IT MUST ALREADY EXIST - WITH
001540* NOTHING EVER REFERRED THERE IS NOTHING TO REVIEW.  THE DECISION
001550* LOG IS OPENED I-O WITH THE OPEN OUTPUT FALLBACK, THE SAME FIRST-
001560* RUN CONVENTION AS SIMAMNT'S MAINTLOG.  ACCTMST IS ONLY READ, TO
001570* SHOW THE SUPERVISOR WHOSE ACCOUNT THE MONEY IS MOVING ON.
001580*----------------------------------------------------------------
001590     DISPLAY 'SIMARFR - LARGE-VALUE REFERRAL REVIEW STARTING'
001592     PERFORM 1100-SIGN-ON
001594     PERFORM 1200-CHECK-AUTHORITY
001600     OPEN I-O REFERRAL-FILE
001610     IF WS-REFR-STATUS NOT = '00'
001620         DISPLAY 'SIMARFR - UNABLE TO OPEN REFTRN - STATUS '
001630                 WS-REFR-STATUS
001640         GO TO 9999-ABEND-EXIT
001650     END-IF
001660     OPEN I-O REFLOG-FILE
001670     IF WS-RLOG-STATUS NOT = '00'
001680         OPEN OUTPUT REFLOG-FILE
001690     END-IF
001700     IF WS-RLOG-STATUS NOT = '00'
001710         DISPLAY 'SIMARFR - UNABLE TO OPEN REFLOG - STATUS '
001720                 WS-RLOG-STATUS
001730         GO TO 9999-ABEND-EXIT
001740     END-IF
001750     OPEN INPUT ACCOUNT-FILE
001760     IF WS-ACCT-STATUS NOT = '00'
001770         DISPLAY 'SIMARFR - UNABLE TO OPEN ACCTMST - STATUS '
001780                 WS-ACCT-STATUS
001790         GO TO 9999-ABEND-EXIT
001800     END-IF
001810     PERFORM 2100-NEXT-REFERRAL THRU 2100-EXIT.
001811
001812 1100-SIGN-ON.
001813*----------------------------------------------------------------
001814* DECISIONS ARE ONLY TAKEN FROM A SUPERVISOR SIGNED ON AGAINST
001815* USRPROF.  THREE FAILED ATTEMPTS, OR AN ID SIMASGN REPORTS
001816* LOCKED OR REVOKED, END THE SESSION; SIMASGN ITSELF LOCKS AN ID
001817* AFTER THREE BAD PASSWORDS IN A ROW AND LOGS EVERY ATTEMPT.
001818*----------------------------------------------------------------
001819     PERFORM 1110-SIGN-ON-ATTEMPT
001820         UNTIL WS-SIGNED-ON
001821            OR WS-SIGNON-TRIES >= 3
001822     IF NOT WS-SIGNED-ON
001823         DISPLAY 'SIMARFR - SIGN-ON FAILED - SESSION ENDED'
001824         MOVE 8 TO RETURN-CODE
001825         STOP RUN
001826     END-IF.
001827
001828 1110-SIGN-ON-ATTEMPT.
001829     ADD 1 TO WS-SIGNON-TRIES
001830     MOVE SPACES TO WS-SGN-OPERATOR-ID
001831     MOVE SPACES TO WS-SGN-PASSWORD
001832     DISPLAY SCR-SIGNON
001833     ACCEPT SCR-SIGNON
001834     MOVE 'S'                TO SG-FUNCTION
001835     MOVE 'SIMARFR'          TO SG-PROGRAM
001836     MOVE WS-SGN-OPERATOR-ID TO SG-OPERATOR-ID
001837     MOVE WS-SGN-PASSWORD    TO SG-PASSWORD
001838     MOVE SPACES             TO WS-SGN-PASSWORD
001839     MOVE ZERO               TO SG-AUTHORITY
001840     MOVE SPACES             TO SG-DETAIL
001841     CALL 'SIMASGN' USING SIGN-ON-REQUEST
001842     IF SG-PROCEED
001843         MOVE 'Y' TO WS-SIGNON-SW
001844         MOVE WS-SGN-OPERATOR-ID TO WS-SIGNON-ID
001845         DISPLAY 'SIMARFR - SIGNED ON AS ' WS-SIGNON-ID ' '
001846                 SG-OPERATOR-NAME
001847     ELSE
001848         DISPLAY SG-MESSAGE
001849         IF SG-ID-LOCKED
001850             MOVE 3 TO WS-SIGNON-TRIES
001851         END-IF
001852     END-IF.
001853
001854 1200-CHECK-AUTHORITY.
001855*----------------------------------------------------------------
001856* THE WHOLE SESSION IS REFERRAL DECISIONS, SO THE AUTHORITY (07)
001857* IS CHECKED ONCE, BEFORE THE QUEUE IS OPENED.  EACH DECISION IS
001858* LOGGED SEPARATELY BY 2400.
001859*----------------------------------------------------------------
001860     MOVE 'C'          TO SG-FUNCTION
001861     MOVE 'SIMARFR'    TO SG-PROGRAM
001862     MOVE WS-SIGNON-ID TO SG-OPERATOR-ID
001863     MOVE 07           TO SG-AUTHORITY
001864     MOVE 'REFERRAL REVIEW SESSION' TO SG-DETAIL
001865     CALL 'SIMASGN' USING SIGN-ON-REQUEST
001866     IF NOT SG-PROCEED
001867         DISPLAY SG-MESSAGE
001868         PERFORM 3100-SIGN-OFF
001869         DISPLAY 'SIMARFR - REFERRAL DECISIONS NOT AUTHORISED'
001870         MOVE 8 TO RETURN-CODE
001871         STOP RUN
001872     END-IF.
001873
001874 2000-REVIEW-LOOP.
001875     MOVE SPACES TO WS-SEL-ACTION
001876     DISPLAY SCR-REFERRAL
001877     ACCEPT SCR-REFERRAL
001878     EVALUATE TRUE
001880         WHEN WS-ACT-QUIT
001890             MOVE 'Y' TO WS-DONE-SW
001900             GO TO 2000-EXIT
001910         WHEN WS-ACT-SKIP
001920             ADD 1 TO WS-SKIPPED-COUNT
001930         WHEN WS-ACT-APPROVE
001940         WHEN WS-ACT-DECLINE
001950             PERFORM 2200-RECORD-DECISION THRU 2200-EXIT
001990         WHEN OTHER
002000             DISPLAY 'ACTION MUST BE A, D, S OR Q'
002010             GO TO 2000-EXIT
002020     END-EVALUATE
002030     PERFORM 2100-NEXT-REFERRAL THRU 2100-EXIT.
002040 2000-EXIT.
002050     EXIT.
002060
002070 2100-NEXT-REFERRAL.
002080*----------------------------------------------------------------
002090* POSITION PAST THE LAST ITEM SHOWN AND READ FORWARD TO THE NEXT
002100* ONE STILL AWAITING A DECISION.  ITEMS ALREADY APPROVED OR
002110* DECLINED WAIT ON THE FILE FOR THE NEXT SIMADRV RUN AND ARE NOT
002120* SHOWN AGAIN.
002130*----------------------------------------------------------------
002140     MOVE WS-LAST-KEY TO RF-TRANS-ID
002150     START REFERRAL-FILE KEY IS GREATER THAN RF-TRANS-ID
002160         INVALID KEY
002170             MOVE 'Y' TO WS-EOF-SW
002180             GO TO 2100-EXIT
002190     END-START
002200     MOVE SPACE TO RF-STATUS
002210     PERFORM 2110-READ-REFERRAL
002220         UNTIL WS-EOF OR RF-REFERRED
002230     IF NOT WS-EOF
002240         MOVE RF-TRANS-ID TO WS-LAST-KEY
002250         ADD 1 TO WS-SHOWN-COUNT
002260         PERFORM 2120-LOAD-REVIEW-SCREEN
002270     END-IF.
002280 2100-EXIT.
002290     EXIT.
002300
002310 2110-READ-REFERRAL.
002320     READ REFERRAL-FILE NEXT RECORD
002330         AT END MOVE 'Y' TO WS-EOF-SW
002340     END-READ.
002350
002360 2120-LOAD-REVIEW-SCREEN.
002370     MOVE RF-TRANS-IMAGE TO TRANS-RECORD
002380     MOVE TR-NUM1        TO WS-DSP-NUM1
002390     MOVE TR-NUM2        TO WS-DSP-NUM2
002400     IF RF-ACCOUNT-THRESHOLD
002410         MOVE 'ACCOUNT REFERRAL LIMIT' TO WS-DSP-TRIGGER-TEXT
002420     ELSE
002430         MOVE 'RUN REFERRAL THRESHOLD' TO WS-DSP-TRIGGER-TEXT
002440     END-IF
002450     MOVE ZERO TO WS-DSP-BALANCE
002460     MOVE TR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
002470     READ ACCOUNT-FILE
002480         INVALID KEY
002490             MOVE '(NOT ON FILE)' TO WS-DSP-ACCOUNT-NAME
002500         NOT INVALID KEY
002510             MOVE AM-ACCOUNT-NAME TO WS-DSP-ACCOUNT-NAME
002520             IF AM-LEDGER-BALANCE NUMERIC
002530                 MOVE AM-LEDGER-BALANCE TO WS-DSP-BALANCE
002540             END-IF
002550     END-READ.
002560
002570 2200-RECORD-DECISION.
002580*----------------------------------------------------------------
002590* STAMP THE DECISION ON THE REFERRAL AND LOG IT.  THE RECORD IS
002600* READ AGAIN FIRST SO TWO SUPERVISORS WORKING THE QUEUE AT ONCE
002610* CANNOT BOTH DECIDE THE SAME ITEM - THE SECOND IS TOLD WHO GOT
002620* THERE FIRST.  THE REFERRAL HAS BEEN CHANGED BEFORE THE LOG IS
002630* WRITTEN, SO A LOG FAILURE ENDS THE SESSION RATHER THAN CARRY ON
002640* WITH A DECISION NOBODY CAN TRACE.
002650*----------------------------------------------------------------
002720     MOVE WS-LAST-KEY TO RF-TRANS-ID
002730     READ REFERRAL-FILE
002740         INVALID KEY
002750             DISPLAY 'TRANSACTION ' WS-LAST-KEY
002760                     ' IS NO LONGER ON THE REFERRAL FILE'
002770             GO TO 2200-EXIT
002780     END-READ
002790     IF NOT RF-REFERRED
002800         DISPLAY 'TRANSACTION ' RF-TRANS-ID
002810                 ' WAS ALREADY DECIDED BY ' RF-DECIDED-BY
002820         GO TO 2200-EXIT
002830     END-IF
002840     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002850     ACCEPT WS-CURRENT-TIME FROM TIME
002860     IF WS-ACT-APPROVE
002870         MOVE 'A' TO RF-STATUS
002880     ELSE
002890         MOVE 'D' TO RF-STATUS
002900     END-IF
002910     MOVE WS-SIGNON-ID         TO RF-DECIDED-BY
002920     MOVE WS-CURRENT-DATE      TO RF-DECIDED-DATE
002930     MOVE WS-CURRENT-TIME      TO RF-DECIDED-TIME
002940     REWRITE REFERRAL-RECORD
002950     IF WS-REFR-STATUS NOT = '00'
002960         DISPLAY 'SIMARFR - UNABLE TO REWRITE REFTRN - STATUS '
002970                 WS-REFR-STATUS
002980         GO TO 9999-ABEND-EXIT
002990     END-IF
003000     PERFORM 2300-LOG-DECISION
003005     PERFORM 2400-LOG-ACCESS
003010     IF RF-APPROVED
003020         ADD 1 TO WS-APPROVED-COUNT
003030         DISPLAY 'TRANSACTION ' RF-TRANS-ID
003040                 ' APPROVED - POSTS ON THE NEXT RUN'
003050     ELSE
003060         ADD 1 TO WS-DECLINED-COUNT
003070         DISPLAY 'TRANSACTION ' RF-TRANS-ID
003080                 ' DECLINED - REJECTED ON THE NEXT RUN'
003090     END-IF.
003100 2200-EXIT.
003110     EXIT.
003120
003130 2300-LOG-DECISION.
003140*----------------------------------------------------------------
003150* THE LOG KEY IS DATE/TIME PLUS A UNIQUENESS SEQUENCE, BUMPED ON A
003160* DUPLICATE EXACTLY AS SIMAMNT DOES FOR THE MAINTENANCE LOG.
003170*----------------------------------------------------------------
003180     MOVE SPACES               TO REFERRAL-LOG-RECORD
003190     MOVE WS-CURRENT-DATE      TO RL-DATE
003200     MOVE WS-CURRENT-TIME      TO RL-TIME
003210     MOVE RF-TRANS-ID          TO RL-TRANS-ID
003220     MOVE TR-ACCOUNT-NUMBER    TO RL-ACCOUNT-NUMBER
003230     MOVE RF-STATUS            TO RL-DECISION
003240     MOVE WS-SIGNON-ID         TO RL-SUPERVISOR-ID
003250     MOVE RF-REFERRED-DATE     TO RL-REFERRED-DATE
003260     MOVE RF-POST-AMOUNT       TO RL-POST-AMOUNT
003270     MOVE RF-THRESHOLD         TO RL-THRESHOLD
003280     MOVE RF-TRIGGER           TO RL-TRIGGER
003290     MOVE RF-SOURCE-SYSTEM     TO RL-SOURCE-SYSTEM
003300     IF WS-CURRENT-DATE = WS-LAST-LOG-DATE
003310        AND WS-CURRENT-TIME = WS-LAST-LOG-TIME
003320         ADD 1 TO WS-LOG-SEQ-NO
003330     ELSE
003340         MOVE ZERO TO WS-LOG-SEQ-NO
003350     END-IF
003360     MOVE WS-LOG-SEQ-NO TO RL-SEQ-NO
003370     WRITE REFERRAL-LOG-RECORD
003380     PERFORM 2310-RETRY-DUPLICATE-KEY
003390         UNTIL WS-RLOG-STATUS NOT = '22'
003400     MOVE WS-CURRENT-DATE TO WS-LAST-LOG-DATE
003410     MOVE WS-CURRENT-TIME TO WS-LAST-LOG-TIME
003420     IF WS-RLOG-STATUS NOT = '00'
003430         DISPLAY 'SIMARFR - UNABLE TO WRITE REFLOG - STATUS '
003440                 WS-RLOG-STATUS
003450         GO TO 9999-ABEND-EXIT
003460     END-IF.
003470
003480 2310-RETRY-DUPLICATE-KEY.
003490     IF WS-LOG-SEQ-NO = 99999
003500         DISPLAY 'SIMARFR - REFLOG KEY SEQUENCE EXHAUSTED'
003510         GO TO 9999-ABEND-EXIT
003520     END-IF
003530     ADD 1 TO WS-LOG-SEQ-NO
003540     MOVE WS-LOG-SEQ-NO TO RL-SEQ-NO
003550     WRITE REFERRAL-LOG-RECORD.
003551
003552 2400-LOG-ACCESS.
003553*----------------------------------------------------------------
003554* EVERY DECISION IS ALSO LOGGED ON SECLOG AGAINST THE SUPERVISOR,
003555* SO THE SECURITY REPORT SHOWS WHO RELEASED OR STOPPED WHAT.
003556*----------------------------------------------------------------
003557     MOVE 'L'          TO SG-FUNCTION
003558     MOVE 'F'          TO SG-EVENT
003559     MOVE 'SIMARFR'    TO SG-PROGRAM
003560     MOVE WS-SIGNON-ID TO SG-OPERATOR-ID
003561     MOVE 07           TO SG-AUTHORITY
003562     MOVE SPACES       TO SG-DETAIL
003563     IF RF-APPROVED
003564         STRING 'APPROVE '  DELIMITED BY SIZE
003565                RF-TRANS-ID DELIMITED BY SIZE
003566             INTO SG-DETAIL
003567     ELSE
003568         STRING 'DECLINE '  DELIMITED BY SIZE
003569                RF-TRANS-ID DELIMITED BY SIZE
003570             INTO SG-DETAIL
003571     END-IF
003572     CALL 'SIMASGN' USING SIGN-ON-REQUEST.
003573
003574 3000-TERMINATE.
003580     CLOSE REFERRAL-FILE
003590           REFLOG-FILE
003600           ACCOUNT-FILE
003610     IF WS-EOF
003620         DISPLAY 'SIMARFR - NO MORE REFERRALS AWAITING A DECISION'
003630     END-IF
003640     DISPLAY 'SIMARFR - REFERRALS SHOWN:   ' WS-SHOWN-COUNT
003650     DISPLAY 'SIMARFR - APPROVED:          ' WS-APPROVED-COUNT
003660     DISPLAY 'SIMARFR - DECLINED:          ' WS-DECLINED-COUNT
003670     DISPLAY 'SIMARFR - SKIPPED:           ' WS-SKIPPED-COUNT
003675     PERFORM 3100-SIGN-OFF
003680     DISPLAY 'SIMARFR - LARGE-VALUE REFERRAL REVIEW ENDING'.
003681
003682 3100-SIGN-OFF.
003683     MOVE 'O'          TO SG-FUNCTION
003684     MOVE 'SIMARFR'    TO SG-PROGRAM
003685     MOVE WS-SIGNON-ID TO SG-OPERATOR-ID
003686     MOVE ZERO         TO SG-AUTHORITY
003687     MOVE SPACES       TO SG-DETAIL
003688     CALL 'SIMASGN' USING SIGN-ON-REQUEST.
003690
003700 9999-ABEND-EXIT.
003710*----------------------------------------------------------------
003720* REACHED WHEN A FILE WOULD NOT OPEN OR A REFERRAL OR LOG UPDATE
003730* FAILED.  RETURN CODE 16 SO THE SESSION DOES NOT LOOK LIKE A
003740* CLEAN SIGN-OFF.
003750*----------------------------------------------------------------
003760     DISPLAY 'SIMARFR - TERMINATING DUE TO FILE I/O ERROR'
003770     MOVE 16 TO RETURN-CODE
003780     STOP RUN.
