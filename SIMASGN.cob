000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SIMASGN.
000030 AUTHOR.         STEFVUCK.
000040 INSTALLATION.   DATA PROCESSING CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- ----------------------------------------------
000120* 2026-10-15  SV   INITIAL VERSION - OPERATOR SIGN-ON SERVICE.
000130*                  CALLED BY EVERY ONLINE SCREEN (SIMAINQ,
000140*                  SIMAMNT, SIMARPR, SIMARFR) TO SIGN THE OPERATOR
000150*                  ON AGAINST THE USRPROF PROFILE FILE (USPREC01),
000160*                  LOCKING THE ID AFTER REPEATED BAD PASSWORDS,
000170*                  AND TO CHECK EACH FUNCTION AGAINST THE
000180*                  OPERATOR'S AUTHORITIES BEFORE IT IS USED.
000190*                  EVERY SIGN-ON, FUNCTION USED OR REFUSED AND
000200*                  SIGN-OFF IS LOGGED ON SECLOG (SLGREC01) FOR THE
000210*                  SIMASCR SECURITY REPORT.  INTERFACE IS
000220*                  SGNREC01.
000221* 2026-10-15  SV   AUTHORITY 09 IS NOW STANDING INSTRUCTIONS
000222*                  (SIMASIM SET-UP AND CANCEL).
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT USER-PROFILE-FILE ASSIGN TO USRPROF
000280            ORGANIZATION IS INDEXED
000290            ACCESS MODE IS RANDOM
000300            RECORD KEY IS UP-OPERATOR-ID
000310            FILE STATUS IS WS-PROF-STATUS.
000320     SELECT SECURITY-LOG-FILE ASSIGN TO SECLOG
000330            ORGANIZATION IS INDEXED
000340            ACCESS MODE IS RANDOM
000350            RECORD KEY IS SL-KEY
000360            FILE STATUS IS WS-SLOG-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  USER-PROFILE-FILE
000410     RECORDING MODE IS F.
000420     COPY USPREC01.
000430
000440 FD  SECURITY-LOG-FILE
000450     RECORDING MODE IS F.
000460     COPY SLGREC01.
000470
000480 WORKING-STORAGE SECTION.
000490 01  WS-PROF-STATUS          PIC X(02).
000500 01  WS-SLOG-STATUS          PIC X(02).
000510 01  WS-PROF-OPEN-SW         PIC X(01)   VALUE 'N'.
000520     88  WS-PROF-OPEN                    VALUE 'Y'.
000530 01  WS-TODAY                PIC 9(08)   VALUE ZERO.
000540 01  WS-NOW                  PIC 9(08)   VALUE ZERO.
000550 01  WS-LAST-LOG-DATE        PIC 9(08)   VALUE ZERO.
000560 01  WS-LAST-LOG-TIME        PIC 9(08)   VALUE ZERO.
000570 01  WS-LOG-SEQ-NO           PIC 9(05)   VALUE ZERO.
000580*----------------------------------------------------------------
000590* THE NUMBER OF BAD PASSWORDS IN A ROW THAT LOCKS AN OPERATOR ID.
000600*----------------------------------------------------------------
000610 01  WS-MAX-BAD-SIGNONS      PIC 9(02)   VALUE 3.
000620 01  WS-EDIT-COUNT           PIC Z9.
000630*----------------------------------------------------------------
000640* WHAT IS LOGGED FOR THIS REQUEST - SET BY THE PARAGRAPH THAT
000650* HANDLES IT, WRITTEN BY 8000-WRITE-LOG.
000660*----------------------------------------------------------------
000670 01  WS-LOG-EVENT            PIC X(01)   VALUE SPACES.
000680 01  WS-LOG-AUTHORITY        PIC 9(02)   VALUE ZERO.
000690 01  WS-LOG-REASON           PIC X(24)   VALUE SPACES.
000700*----------------------------------------------------------------
000710* FUNCTION NAMES BY AUTHORITY CODE, FOR THE REFUSAL MESSAGE -
000720* KEEP IN STEP WITH THE LIST IN USPREC01.
000730*----------------------------------------------------------------
000740 01  WS-AUTHORITY-NAMES.
000750     05  FILLER              PIC X(24)   VALUE
000760         'AUDIT TRAIL INQUIRY'.
000770     05  FILLER              PIC X(24)   VALUE
000780         'ARCHIVE INQUIRY'.
000790     05  FILLER              PIC X(24)   VALUE
000800         'ACCOUNT ADD'.
000810     05  FILLER              PIC X(24)   VALUE
000820         'STATUS/COST CTR CHANGE'.
000830     05  FILLER              PIC X(24)   VALUE
000840         'REJECT REPAIR'.
000850     05  FILLER              PIC X(24)   VALUE
000860         'MAINTENANCE APPROVAL'.
000870     05  FILLER              PIC X(24)   VALUE
000880         'REFERRAL DECISION'.
000890     05  FILLER              PIC X(24)   VALUE
000900         'CREDIT/REFERRAL LIMITS'.
000910     05  FILLER              PIC X(24)   VALUE
000920         'STANDING INSTRUCTIONS'.
000930     05  FILLER              PIC X(24)   VALUE
000940         'FUNCTION 10'.
000950 01  WS-AUTHORITY-NAME-TABLE REDEFINES WS-AUTHORITY-NAMES.
000960     05  WS-AUTHORITY-NAME   PIC X(24)   OCCURS 10 TIMES.
000970 01  WS-MAX-AUTHORITY        PIC 9(02)   VALUE 10.
000980
000990 LINKAGE SECTION.
001000     COPY SGNREC01.
001010
001020 PROCEDURE DIVISION USING SIGN-ON-REQUEST.
001030 0000-MAINLINE.
001040     MOVE 'P'    TO SG-RESULT
001050     MOVE SPACES TO SG-MESSAGE
001060     MOVE SPACES TO WS-LOG-REASON
001070     MOVE ZERO   TO WS-LOG-AUTHORITY
001080     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001090     ACCEPT WS-NOW   FROM TIME
001100     EVALUATE TRUE
001110         WHEN SG-SIGN-ON
001120             MOVE SPACES TO SG-OPERATOR-NAME
001130             PERFORM 2000-SIGN-ON THRU 2000-EXIT
001140         WHEN SG-CHECK
001150             PERFORM 3000-CHECK-AUTHORITY THRU 3000-EXIT
001160         WHEN SG-SIGN-OFF
001170             MOVE 'O' TO WS-LOG-EVENT
001180             PERFORM 8000-WRITE-LOG
001190         WHEN SG-LOG-ONLY
001200             MOVE SG-EVENT     TO WS-LOG-EVENT
001210             MOVE SG-AUTHORITY TO WS-LOG-AUTHORITY
001220             PERFORM 8000-WRITE-LOG
001230         WHEN OTHER
001240             MOVE 'R' TO SG-RESULT
001250             MOVE 'INVALID SIGN-ON REQUEST' TO SG-MESSAGE
001260     END-EVALUATE
001270     MOVE SPACES TO SG-PASSWORD
001280     MOVE ZERO TO RETURN-CODE
001290     GOBACK.
001300
001310 1000-OPEN-PROFILES.
001320*----------------------------------------------------------------
001330* USRPROF IS OPENED AND CLOSED ON EVERY CALL RATHER THAN HELD
001340* OPEN, SO EVERY TERMINAL SEES A LOCK OR A REVOKE THE MOMENT IT IS
001350* MADE (DEFINE IT WITH SHAREOPTIONS(4 3)).  IT IS NEVER CREATED
001360* HERE - WITH NO PROFILE FILE NOBODY CAN SIGN ON.
001370*----------------------------------------------------------------
001380     MOVE 'N' TO WS-PROF-OPEN-SW
001390     IF SG-SIGN-ON
001400         OPEN I-O USER-PROFILE-FILE
001410     ELSE
001420         OPEN INPUT USER-PROFILE-FILE
001430     END-IF
001440     IF WS-PROF-STATUS = '00'
001450         MOVE 'Y' TO WS-PROF-OPEN-SW
001460     ELSE
001470         DISPLAY 'SIMASGN - UNABLE TO OPEN USRPROF - STATUS '
001480                 WS-PROF-STATUS
001490     END-IF.
001500
001510 2000-SIGN-ON.
001520*----------------------------------------------------------------
001530* AN UNKNOWN ID AND A WRONG PASSWORD GET THE SAME MESSAGE, SO THE
001540* SCREEN NEVER CONFIRMS THAT AN ID EXISTS.  EACH WRONG PASSWORD
001550* FOR A KNOWN ID COUNTS ON ITS PROFILE; THE WS-MAX-BAD-SIGNONS'TH
001560* IN A ROW LOCKS IT UNTIL THE SECURITY ADMINISTRATOR UNLOCKS OR
001570* RESETS IT WITH SIMAUPF.  A GOOD SIGN-ON CLEARS THE COUNT.  A
001580* LOCKED OR REVOKED ID IS REFUSED EVEN WITH THE RIGHT PASSWORD.
001590*----------------------------------------------------------------
001600     PERFORM 1000-OPEN-PROFILES
001610     IF NOT WS-PROF-OPEN
001620         MOVE 'L' TO SG-RESULT
001630         STRING 'SIGN-ON NOT AVAILABLE - USRPROF STATUS '
001640                WS-PROF-STATUS
001650             DELIMITED BY SIZE INTO SG-MESSAGE
001660         MOVE 'X' TO WS-LOG-EVENT
001670         MOVE 'USRPROF NOT AVAILABLE' TO WS-LOG-REASON
001680         GO TO 2000-LOG
001690     END-IF
001700     MOVE SG-OPERATOR-ID TO UP-OPERATOR-ID
001710     READ USER-PROFILE-FILE
001720         INVALID KEY
001730             MOVE 'R' TO SG-RESULT
001740             MOVE 'OPERATOR ID OR PASSWORD NOT VALID'
001750                 TO SG-MESSAGE
001760             MOVE 'B' TO WS-LOG-EVENT
001770             MOVE 'UNKNOWN OPERATOR ID' TO WS-LOG-REASON
001780             GO TO 2000-LOG
001790     END-READ
001800     IF NOT UP-ACTIVE
001810         MOVE 'L' TO SG-RESULT
001820         MOVE 'X' TO WS-LOG-EVENT
001830         IF UP-LOCKED
001840             MOVE 'ID LOCKED' TO WS-LOG-REASON
001850         ELSE
001860             MOVE 'ID REVOKED' TO WS-LOG-REASON
001870         END-IF
001880         STRING 'OPERATOR ID ' SG-OPERATOR-ID ' - '
001890                WS-LOG-REASON DELIMITED BY '  '
001900                ' - SEE THE SECURITY ADMINISTRATOR'
001910                                DELIMITED BY SIZE
001920             INTO SG-MESSAGE
001930         GO TO 2000-LOG
001940     END-IF
001950     IF SG-PASSWORD = SPACES
001960        OR SG-PASSWORD NOT = UP-PASSWORD
001970         PERFORM 2100-BAD-PASSWORD
001980         GO TO 2000-LOG
001990     END-IF
002000     MOVE ZERO             TO UP-BAD-SIGNON-COUNT
002010     MOVE WS-TODAY         TO UP-LAST-SIGNON-DATE
002020     MOVE WS-NOW           TO UP-LAST-SIGNON-TIME
002030     PERFORM 2900-REWRITE-PROFILE
002040     MOVE UP-OPERATOR-NAME TO SG-OPERATOR-NAME
002050     MOVE 'S'              TO WS-LOG-EVENT.
002060 2000-LOG.
002070     IF WS-PROF-OPEN
002080         CLOSE USER-PROFILE-FILE
002090     END-IF
002100     PERFORM 8000-WRITE-LOG.
002110 2000-EXIT.
002120     EXIT.
002130
002140 2100-BAD-PASSWORD.
002150     ADD 1 TO UP-BAD-SIGNON-COUNT
002160     MOVE UP-BAD-SIGNON-COUNT TO WS-EDIT-COUNT
002170     IF UP-BAD-SIGNON-COUNT < WS-MAX-BAD-SIGNONS
002180         MOVE 'R' TO SG-RESULT
002190         MOVE 'OPERATOR ID OR PASSWORD NOT VALID' TO SG-MESSAGE
002200         MOVE 'B' TO WS-LOG-EVENT
002210         STRING 'WRONG PASSWORD (' WS-EDIT-COUNT ')'
002220             DELIMITED BY SIZE INTO WS-LOG-REASON
002230     ELSE
002240         MOVE 'L'      TO UP-STATUS
002250         MOVE WS-TODAY TO UP-LOCKED-DATE
002260         MOVE 'L' TO SG-RESULT
002270         STRING 'OPERATOR ID ' SG-OPERATOR-ID
002280                ' NOW LOCKED - SEE THE SECURITY ADMINISTRATOR'
002290             DELIMITED BY SIZE INTO SG-MESSAGE
002300         MOVE 'K' TO WS-LOG-EVENT
002310         STRING 'LOCKED AFTER ' WS-EDIT-COUNT ' BAD'
002320             DELIMITED BY SIZE INTO WS-LOG-REASON
002330     END-IF
002340     PERFORM 2900-REWRITE-PROFILE.
002350
002360 2900-REWRITE-PROFILE.
002370     REWRITE USER-PROFILE-RECORD
002380     IF WS-PROF-STATUS NOT = '00'
002390         DISPLAY 'SIMASGN - UNABLE TO UPDATE USRPROF - STATUS '
002400                 WS-PROF-STATUS ' KEY ' UP-OPERATOR-ID
002410         GO TO 9999-ABEND-EXIT
002420     END-IF.
002430
002440 3000-CHECK-AUTHORITY.
002450*----------------------------------------------------------------
002460* THE PROFILE IS READ AFRESH FOR EVERY FUNCTION, SO AN AUTHORITY
002470* TAKEN AWAY - OR AN ID REVOKED - MID-SESSION TAKES EFFECT ON THE
002480* OPERATOR'S NEXT ENTRY.  CODE 00 IS A FUNCTION ANY SIGNED-ON
002490* OPERATOR MAY USE; IT IS ONLY LOGGED.
002500*----------------------------------------------------------------
002510     MOVE SG-AUTHORITY TO WS-LOG-AUTHORITY
002520     MOVE 'F'          TO WS-LOG-EVENT
002530     IF SG-AUTHORITY = ZERO
002540         GO TO 3000-LOG
002550     END-IF
002560     IF SG-AUTHORITY > WS-MAX-AUTHORITY
002570         MOVE 'INVALID AUTHORITY CODE' TO WS-LOG-REASON
002580         GO TO 3000-REFUSE
002590     END-IF
002600     PERFORM 1000-OPEN-PROFILES
002610     IF NOT WS-PROF-OPEN
002620         MOVE 'USRPROF NOT AVAILABLE' TO WS-LOG-REASON
002630         GO TO 3000-REFUSE
002640     END-IF
002650     MOVE SG-OPERATOR-ID TO UP-OPERATOR-ID
002660     READ USER-PROFILE-FILE
002670         INVALID KEY
002680             MOVE 'NOT ON USRPROF' TO WS-LOG-REASON
002690     END-READ
002700     CLOSE USER-PROFILE-FILE
002710     IF WS-LOG-REASON NOT = SPACES
002720         GO TO 3000-REFUSE
002730     END-IF
002740     IF NOT UP-ACTIVE
002750         MOVE 'ID LOCKED OR REVOKED' TO WS-LOG-REASON
002760         GO TO 3000-REFUSE
002770     END-IF
002780     IF UP-AUTHORITY(SG-AUTHORITY) NOT = 'Y'
002790         MOVE 'NOT AUTHORISED' TO WS-LOG-REASON
002800         GO TO 3000-REFUSE
002810     END-IF
002820     GO TO 3000-LOG.
002830 3000-REFUSE.
002840     MOVE 'R' TO SG-RESULT
002850     MOVE 'R' TO WS-LOG-EVENT
002860     IF SG-AUTHORITY > WS-MAX-AUTHORITY
002870         MOVE 'INVALID AUTHORITY CODE' TO SG-MESSAGE
002880     ELSE
002890         STRING 'OPERATOR ' SG-OPERATOR-ID ' REFUSED - '
002900                WS-AUTHORITY-NAME(SG-AUTHORITY)
002910                                DELIMITED BY '  '
002920                ' - ' WS-LOG-REASON DELIMITED BY SIZE
002930             INTO SG-MESSAGE
002940     END-IF.
002950 3000-LOG.
002960     PERFORM 8000-WRITE-LOG.
002970 3000-EXIT.
002980     EXIT.
002990
003000 8000-WRITE-LOG.
003010*----------------------------------------------------------------
003020* SECLOG IS OPENED AND CLOSED ON EVERY CALL LIKE USRPROF, WITH THE
003030* SAME OPEN OUTPUT FALLBACK AS SIMARSC FOR THE VERY FIRST CALL.
003040* THE KEY IS DATE/TIME PLUS A UNIQUENESS SEQUENCE, BUMPED ON A
003050* DUPLICATE EXACTLY AS SIMAMNT DOES FOR THE MAINTENANCE LOG - TWO
003060* TERMINALS LOGGING IN THE SAME HUNDREDTH OF A SECOND JUST TAKE
003070* THE NEXT NUMBER.  THE PASSWORD IS NEVER LOGGED.
003080*----------------------------------------------------------------
003090     OPEN I-O SECURITY-LOG-FILE
003100     IF WS-SLOG-STATUS NOT = '00'
003110         OPEN OUTPUT SECURITY-LOG-FILE
003120         CLOSE SECURITY-LOG-FILE
003130         OPEN I-O SECURITY-LOG-FILE
003140     END-IF
003150     IF WS-SLOG-STATUS NOT = '00'
003160         DISPLAY 'SIMASGN - UNABLE TO OPEN SECLOG - STATUS '
003170                 WS-SLOG-STATUS
003180         GO TO 9999-ABEND-EXIT
003190     END-IF
003200     MOVE SPACES           TO SECURITY-LOG-RECORD
003210     MOVE WS-TODAY         TO SL-DATE
003220     MOVE WS-NOW           TO SL-TIME
003230     MOVE SG-OPERATOR-ID   TO SL-OPERATOR-ID
003240     MOVE SG-PROGRAM       TO SL-PROGRAM
003250     MOVE WS-LOG-EVENT     TO SL-EVENT
003260     MOVE WS-LOG-AUTHORITY TO SL-AUTHORITY
003270     MOVE WS-LOG-REASON    TO SL-REASON
003280     IF NOT SG-SIGN-ON
003290         MOVE SG-DETAIL    TO SL-DETAIL
003300     END-IF
003310     IF WS-TODAY = WS-LAST-LOG-DATE
003320        AND WS-NOW = WS-LAST-LOG-TIME
003330         ADD 1 TO WS-LOG-SEQ-NO
003340     ELSE
003350         MOVE ZERO TO WS-LOG-SEQ-NO
003360     END-IF
003370     MOVE WS-LOG-SEQ-NO TO SL-SEQ-NO
003380     WRITE SECURITY-LOG-RECORD
003390     PERFORM 8100-RETRY-DUPLICATE-KEY
003400         UNTIL WS-SLOG-STATUS NOT = '22'
003410     MOVE WS-TODAY TO WS-LAST-LOG-DATE
003420     MOVE WS-NOW   TO WS-LAST-LOG-TIME
003430     IF WS-SLOG-STATUS NOT = '00'
003440         DISPLAY 'SIMASGN - UNABLE TO WRITE SECLOG - STATUS '
003450                 WS-SLOG-STATUS
003460         GO TO 9999-ABEND-EXIT
003470     END-IF
003480     CLOSE SECURITY-LOG-FILE.
003490
003500 8100-RETRY-DUPLICATE-KEY.
003510     IF WS-LOG-SEQ-NO = 99999
003520         DISPLAY 'SIMASGN - SECLOG KEY SEQUENCE EXHAUSTED'
003530         GO TO 9999-ABEND-EXIT
003540     END-IF
003550     ADD 1 TO WS-LOG-SEQ-NO
003560     MOVE WS-LOG-SEQ-NO TO SL-SEQ-NO
003570     WRITE SECURITY-LOG-RECORD.
003580
003590 9999-ABEND-EXIT.
003600*----------------------------------------------------------------
003610* REACHED WHEN SECLOG WILL NOT OPEN OR CANNOT BE WRITTEN, OR A
003620* PROFILE CANNOT BE UPDATED.  THE CALLING SESSION ENDS WITH IT - A
003630* SESSION WHOSE ACCESS CANNOT BE LOGGED MUST NOT RUN UNLOGGED.
003640*----------------------------------------------------------------
003650     DISPLAY 'SIMASGN - TERMINATING DUE TO FILE I/O ERROR'
003660     MOVE 16 TO RETURN-CODE
003670     STOP RUN.
