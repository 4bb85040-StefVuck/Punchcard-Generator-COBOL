000230*                  REPROCESS PASS - NO MORE HAND-EDITING THE
000240*                  FIXED-FORMAT IMAGE AND ABENDING THE RERUN ON
000250*                  A COLUMN SHIFT.
000252* 2026-10-15  SV   REASON 40 (DEBIT PAST THE ACCOUNT'S CREDIT
000254*                  LIMIT) IS DECODED ON THE REVIEW SCREEN.
000256* 2026-10-15  SV   REASON 44 (VALUE DATE IN A CLOSED ACCOUNTING
000258*                  PERIOD) IS DECODED ON THE REVIEW SCREEN.
000260* 2026-10-15  SV   REASON 60 (LARGE-VALUE REFERRAL DECLINED BY A
000262*                  SUPERVISOR) IS DECODED ON THE REVIEW SCREEN.
000263* 2026-10-15  SV   REVERSAL REJECTS.  REASONS 48 (ORIGINAL NOT
000264*                  FOUND) AND 52 (ALREADY REVERSED) ARE DECODED,
000265*                  AND A REJECTED REVERSAL ('R' RECORD, SEE
000266*                  TRNREC01) SHOWS AND IS REBUILT WITH THE
000267*                  ORIGINAL TRANSACTION ID IT NAMES INSTEAD OF AN
000268*                  OPERATION AND AMOUNTS.
000269* 2026-10-15  SV   OPERATOR SIGN-ON.  THE CLERK NOW SIGNS ON
000270*                  AGAINST USRPROF THROUGH SIMASGN AND NEEDS THE
000271*                  REJECT REPAIR AUTHORITY (05) BEFORE REJFILE IS
000272*                  OPENED OR REPAIRIN CREATED.  SIGN-ON, EVERY
000273*                  ACCEPTED REPAIR AND ANY REFUSAL ARE LOGGED ON
000274*                  SECLOG.
000275*----------------------------------------------------------------
000276 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT REJECT-FILE  ASSIGN TO REJFILE
000940 01  WS-ENT-NUM2              PIC X(11)   VALUE SPACES.
000950 01  WS-ENT-NUM2-N REDEFINES WS-ENT-NUM2
000960                              PIC S9(9)V99.
000962 01  WS-ENT-REC-TYPE          PIC X(01)   VALUE SPACES.
000964     88  WS-ENT-REVERSAL                  VALUE 'R'.
000966 01  WS-ENT-ORIG-ID           PIC X(16)   VALUE SPACES.
000967*----------------------------------------------------------------
000968* SIGN-ON.  WS-SIGNON-ID IS THE OPERATOR SIGNED ON FOR THE RUN;
000969* THE ID AND PASSWORD KEYED ON THE SIGN-ON SCREEN ARE CLEARED AS
000970* SOON AS SIMASGN HAS CHECKED THEM.
000971*----------------------------------------------------------------
000972     COPY SGNREC01.
000973 01  WS-SIGNON-ID             PIC X(08)   VALUE SPACES.
000974 01  WS-SGN-OPERATOR-ID       PIC X(08).
000975 01  WS-SGN-PASSWORD          PIC X(08).
000976 01  WS-SIGNON-TRIES          PIC 9(01)   VALUE ZERO.
000977 01  WS-SIGNON-SW             PIC X(01)   VALUE 'N'.
000978     88  WS-SIGNED-ON                     VALUE 'Y'.
000979
000980 SCREEN SECTION.
000981 01  SCR-SIGNON.
000982     05  BLANK SCREEN.
000983     05  LINE 01 COLUMN 01 VALUE
000984         'SIMARPR - SIGN ON'.
000985     05  LINE 03 COLUMN 01 VALUE
000986         'OPERATOR ID . . . . . . . . . . . . . . . .'.
000987     05  LINE 03 COLUMN 50 PIC X(08) USING WS-SGN-OPERATOR-ID.
000988     05  LINE 04 COLUMN 01 VALUE
000989         'PASSWORD (NOT DISPLAYED). . . . . . . . . .'.
000990     05  LINE 04 COLUMN 50 PIC X(08) USING WS-SGN-PASSWORD
000991                           SECURE.
000992
000993 01  SCR-REPAIR.
001000     05  BLANK SCREEN.
001010     05  LINE 01 COLUMN 01 VALUE
001020         'SIMARPR - REJECTED TRANSACTION REPAIR'.
001280     05  LINE 13 COLUMN 01 VALUE
001290         'NUM2 (S9(9)V99, SIGN TRAILING). . . . . . .'.
001300     05  LINE 13 COLUMN 50 PIC X(11) USING WS-ENT-NUM2.
001302     05  LINE 14 COLUMN 01 VALUE
001304         'ORIGINAL TRANS ID (REVERSALS ONLY). . . . .'.
001306     05  LINE 14 COLUMN 50 PIC X(16) USING WS-ENT-ORIG-ID.
001310     05  LINE 15 COLUMN 01 VALUE
001320         'ACTION (A=ACCEPT, S=SKIP, Q=QUIT) . . . . .'.
001330     05  LINE 15 COLUMN 50 PIC X(01) USING WS-SEL-ACTION.
001420
001430 1000-INITIALIZE.
001440     DISPLAY 'SIMARPR - REJECT REPAIR STARTING'
001442     PERFORM 1100-SIGN-ON
001444     PERFORM 1200-CHECK-AUTHORITY
001450     OPEN INPUT REJECT-FILE
001460     IF WS-REJECT-STATUS NOT = '00'
001470         DISPLAY 'SIMARPR - UNABLE TO OPEN REJFILE - STATUS '
001540                 WS-REPAIR-STATUS
001550         GO TO 9999-ABEND-EXIT
001560     END-IF
001562     PERFORM 2100-READ-REJECT.
001564
001571 1100-SIGN-ON.
001572*----------------------------------------------------------------
001573* REPAIRS ARE ONLY TAKEN FROM AN OPERATOR SIGNED ON AGAINST
001574* USRPROF.  THREE FAILED ATTEMPTS, OR AN ID SIMASGN REPORTS
001575* LOCKED OR REVOKED, END THE SESSION; SIMASGN ITSELF LOCKS AN ID
001576* AFTER THREE BAD PASSWORDS IN A ROW AND LOGS EVERY ATTEMPT.
001577*----------------------------------------------------------------
001578     PERFORM 1110-SIGN-ON-ATTEMPT
001579         UNTIL WS-SIGNED-ON
001580            OR WS-SIGNON-TRIES >= 3
001581     IF NOT WS-SIGNED-ON
001582         DISPLAY 'SIMARPR - SIGN-ON FAILED - SESSION ENDED'
001583         MOVE 8 TO RETURN-CODE
001584         STOP RUN
001585     END-IF.
001586
001587 1110-SIGN-ON-ATTEMPT.
001588     ADD 1 TO WS-SIGNON-TRIES
001589     MOVE SPACES TO WS-SGN-OPERATOR-ID
001590     MOVE SPACES TO WS-SGN-PASSWORD
001591     DISPLAY SCR-SIGNON
001592     ACCEPT SCR-SIGNON
001593     MOVE 'S'                TO SG-FUNCTION
001594     MOVE 'SIMARPR'          TO SG-PROGRAM
001595     MOVE WS-SGN-OPERATOR-ID TO SG-OPERATOR-ID
001596     MOVE WS-SGN-PASSWORD    TO SG-PASSWORD
001597     MOVE SPACES             TO WS-SGN-PASSWORD
001598     MOVE ZERO               TO SG-AUTHORITY
001599     MOVE SPACES             TO SG-DETAIL
001600     CALL 'SIMASGN' USING SIGN-ON-REQUEST
001601     IF SG-PROCEED
001602         MOVE 'Y' TO WS-SIGNON-SW
001603         MOVE WS-SGN-OPERATOR-ID TO WS-SIGNON-ID
001604         DISPLAY 'SIMARPR - SIGNED ON AS ' WS-SIGNON-ID ' '
001605                 SG-OPERATOR-NAME
001606     ELSE
001607         DISPLAY SG-MESSAGE
001608         IF SG-ID-LOCKED
001609             MOVE 3 TO WS-SIGNON-TRIES
001610         END-IF
001611     END-IF.
001612
001613 1200-CHECK-AUTHORITY.
001614*----------------------------------------------------------------
001615* THE WHOLE SESSION IS REJECT REPAIR, SO THE AUTHORITY (05) IS
001616* CHECKED ONCE, BEFORE REJFILE IS OPENED OR A REPAIRIN DATASET
001617* CREATED - A REFUSED OPERATOR LEAVES NOTHING BEHIND.  EACH
001618* ACCEPTED REPAIR IS LOGGED SEPARATELY BY 2250.
001619*----------------------------------------------------------------
001620     MOVE 'C'          TO SG-FUNCTION
001621     MOVE 'SIMARPR'    TO SG-PROGRAM
001622     MOVE WS-SIGNON-ID TO SG-OPERATOR-ID
001623     MOVE 05           TO SG-AUTHORITY
001624     MOVE 'REJECT REPAIR SESSION' TO SG-DETAIL
001625     CALL 'SIMASGN' USING SIGN-ON-REQUEST
001626     IF NOT SG-PROCEED
001627         DISPLAY SG-MESSAGE
001628         PERFORM 3100-SIGN-OFF
001629         DISPLAY 'SIMARPR - REJECT REPAIR NOT AUTHORISED'
001630         MOVE 8 TO RETURN-CODE
001631         STOP RUN
001632     END-IF.
001633
001634 2000-REPAIR-LOOP.
001635     PERFORM 2150-PRESENT-REJECT
001636     EVALUATE TRUE
001637         WHEN WS-ACT-ACCEPT
001638             PERFORM 2200-EDIT-AND-WRITE THRU 2200-EXIT
001640             IF NOT WS-EDIT-FAILED
001650                 PERFORM 2100-READ-REJECT
001660             END-IF
001890* UNPACK THE REJECTED IMAGE INTO THE ENTRY FIELDS THE SCREEN
001900* PRESENTS.  THE IMAGE MAY BE ARBITRARILY BROKEN - THAT IS WHY
001910* IT WAS REJECTED - SO EVERY FIELD IS HANDLED AS ALPHANUMERIC
001920* UNTIL THE EDITS PASS ON THE WAY BACK OUT.  A REVERSAL CARRIES
001922* NO OPERATION OR AMOUNTS - ONLY THE ORIGINAL TRANSACTION ID IT
001924* NAMES, IN THEIR PLACE ON THE IMAGE.
001930*----------------------------------------------------------------
001940     MOVE RJ-SEQ-NO      TO WS-DSP-SEQ-NO
001950     MOVE RJ-REASON-CODE TO WS-DSP-REASON
002010     MOVE TR-OPERATION-CODE    TO WS-ENT-OP-CODE
002020     MOVE TR-CURRENCY-CODE     TO WS-ENT-CURRENCY
002030     MOVE TRANS-RECORD(40:11)  TO WS-ENT-NUM1
002040     MOVE TRANS-RECORD(51:11)  TO WS-ENT-NUM2
002041     MOVE TR-RECORD-TYPE       TO WS-ENT-REC-TYPE
002042     MOVE SPACES               TO WS-ENT-ORIG-ID
002043     IF TR-REVERSAL-REC
002044         MOVE TR-REV-ORIG-TRANS-ID TO WS-ENT-ORIG-ID
002045         MOVE SPACES               TO WS-ENT-OP-CODE
002046         MOVE SPACES               TO WS-ENT-CURRENCY
002047         MOVE SPACES               TO WS-ENT-NUM1
002048         MOVE SPACES               TO WS-ENT-NUM2
002049     END-IF.
002050
002060 2130-DECODE-REASON.
002070     EVALUATE WS-DSP-REASON
002210         WHEN 36
002220             MOVE 'NO RATE / CONVERSION FAILED'
002230                 TO WS-REASON-TEXT
002232         WHEN 40
002234             MOVE 'OVER CREDIT LIMIT' TO WS-REASON-TEXT
002236         WHEN 44
002238             MOVE 'VALUE DATE IN CLOSED PERIOD' TO WS-REASON-TEXT
002239         WHEN 48
002240             MOVE 'REVERSAL - ORIGINAL NOT FOUND'
002241                 TO WS-REASON-TEXT
002242         WHEN 52
002243             MOVE 'REVERSAL - ALREADY REVERSED'
002244                 TO WS-REASON-TEXT
002245         WHEN 60
002246             MOVE 'REFERRAL DECLINED' TO WS-REASON-TEXT
002247         WHEN OTHER
002250             MOVE 'UNKNOWN REASON CODE' TO WS-REASON-TEXT
002260     END-EVALUATE.
002270
002370* REFUSED HERE, AT THE TERMINAL, WHERE THE CLERK CAN CORRECT
002380* IT ON THE SPOT.  ONLY WHEN EVERY EDIT PASSES IS THE DETAIL
002390* IMAGE REBUILT FIELD BY FIELD AND WRITTEN IN REPAIRIN FORMAT.
002392* A REVERSAL ONLY NEEDS THE ORIGINAL TRANSACTION ID - SIMADRV
002394* WORKS OUT THE OPERATION AND AMOUNT FROM THE ORIGINAL ITSELF.
002400*----------------------------------------------------------------
002410     MOVE 'N' TO WS-EDIT-FAIL-SW
002420     IF WS-ENT-ACCOUNT = SPACES
002510         DISPLAY 'VALUE DATE MUST BE NUMERIC YYYYMMDD'
002520         MOVE 'Y' TO WS-EDIT-FAIL-SW
002530     END-IF
002531     IF WS-ENT-REVERSAL
002532         IF WS-ENT-ORIG-ID = SPACES
002533             DISPLAY 'ORIGINAL TRANSACTION ID IS REQUIRED'
002534             MOVE 'Y' TO WS-EDIT-FAIL-SW
002535         END-IF
002536         MOVE SPACES TO WS-ENT-OP-CODE
002537         MOVE SPACES TO WS-ENT-CURRENCY
002538         GO TO 2200-REBUILD
002539     END-IF
002540     IF NOT WS-ENT-OP-VALID
002550         DISPLAY 'OPERATION CODE MUST BE A, S, M OR D'
002560         MOVE 'Y' TO WS-EDIT-FAIL-SW
002680        AND WS-ENT-NUM2-N = ZERO
002690         DISPLAY 'DIVISOR (NUM2) MUST NOT BE ZERO FOR A DIVIDE'
002700         MOVE 'Y' TO WS-EDIT-FAIL-SW
002710     END-IF.
002715 2200-REBUILD.
002720     IF WS-EDIT-FAILED
002730         DISPLAY 'FIX REFUSED - CORRECT THE FIELDS AND RE-ACCEPT'
002740         GO TO 2200-EXIT
002800     MOVE WS-ENT-VALUE-DATE-N TO TR-VALUE-DATE
002810     MOVE WS-ENT-OP-CODE     TO TR-OPERATION-CODE
002820     MOVE WS-ENT-CURRENCY    TO TR-CURRENCY-CODE
002822     IF WS-ENT-REVERSAL
002824         MOVE 'R'            TO TR-RECORD-TYPE
002826         MOVE WS-ENT-ORIG-ID TO TR-REV-ORIG-TRANS-ID
002828     ELSE
002830         MOVE WS-ENT-NUM1-N  TO TR-NUM1
002832         MOVE WS-ENT-NUM2-N  TO TR-NUM2
002834     END-IF
002850     MOVE WS-DSP-SEQ-NO      TO RP-SEQ-NO
002860     MOVE WS-DSP-REASON      TO RP-REASON-CODE
002870     MOVE TRANS-RECORD       TO RP-TRANS-IMAGE
002920         GO TO 9999-ABEND-EXIT
002930     END-IF
002940     ADD 1 TO WS-REPAIRED-COUNT
002945     PERFORM 2250-LOG-REPAIR
002950     DISPLAY 'SEQ ' WS-DSP-SEQ-NO ' ACCEPTED FOR REPROCESS'.
002960 2200-EXIT.
002962     EXIT.
002964
002971 2250-LOG-REPAIR.
002972*----------------------------------------------------------------
002973* EVERY FIX SENT FOR REPROCESS IS LOGGED ON SECLOG AGAINST THE
002974* OPERATOR, SO THE SECURITY REPORT SHOWS WHO REPAIRED WHAT.
002975*----------------------------------------------------------------
002976     MOVE 'L'          TO SG-FUNCTION
002977     MOVE 'F'          TO SG-EVENT
002978     MOVE 'SIMARPR'    TO SG-PROGRAM
002979     MOVE WS-SIGNON-ID TO SG-OPERATOR-ID
002980     MOVE 05           TO SG-AUTHORITY
002981     MOVE SPACES       TO SG-DETAIL
002982     STRING 'SEQ '         DELIMITED BY SIZE
002983            WS-DSP-SEQ-NO  DELIMITED BY SIZE
002984            ' ACCT '       DELIMITED BY SIZE
002985            WS-ENT-ACCOUNT DELIMITED BY SIZE
002986         INTO SG-DETAIL
002987     CALL 'SIMASGN' USING SIGN-ON-REQUEST.
002988
002990 3000-TERMINATE.
003000     CLOSE REJECT-FILE
003010           REPAIR-FILE
003040     DISPLAY 'SIMARPR - REJECTS SKIPPED:  ' WS-SKIPPED-COUNT
003050     DISPLAY 'SIMARPR - POINT THE REPROCESS RUN''S REPAIRIN DD '
003060             'AT THIS FILE'
003065     PERFORM 3100-SIGN-OFF
003070     DISPLAY 'SIMARPR - REJECT REPAIR ENDING'.
003071
003072 3100-SIGN-OFF.
003073     MOVE 'O'          TO SG-FUNCTION
003074     MOVE 'SIMARPR'    TO SG-PROGRAM
003075     MOVE WS-SIGNON-ID TO SG-OPERATOR-ID
003076     MOVE ZERO         TO SG-AUTHORITY
003077     MOVE SPACES       TO SG-DETAIL
003078     CALL 'SIMASGN' USING SIGN-ON-REQUEST.
003080
003090 9999-ABEND-EXIT.
003100*----------------------------------------------------------------
