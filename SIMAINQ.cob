000383*                  125 BYTES) - FD MIRRORS WIDENED AND THE
000384*                  DISPLAY LINE SHOWS THE CURRENCY CODE SO A
000385*                  CONVERTED FIGURE READS AS SUCH.
000386* 2026-10-15  SV   A TRANSACTION AND ITS REVERSAL ARE SHOWN
000387*                  TOGETHER.  WHEN A TRANSACTION ID IS KEYED, THE
000388*                  SIMADRV REGISTER (TRANIDF, SEE TIDREC01) IS
000389*                  READ FOR ITS REVERSAL LINK - THE PAIR IS NAMED
000390*                  ABOVE THE LIST AND THE AUDIT RECORDS OF BOTH
000391*                  IDS ARE LISTED.
000392* 2026-10-15  SV   OPERATOR SIGN-ON.  THE OPERATOR NOW SIGNS ON
000393*                  AGAINST USRPROF THROUGH SIMASGN BEFORE THE MENU
000394*                  IS SHOWN, AND EACH INQUIRY NEEDS THE AUDIT
000395*                  INQUIRY (01) OR, FOR THE ARCHIVE FILE, THE
000396*                  ARCHIVE INQUIRY (02) AUTHORITY.  SIGN-ON, EVERY
000397*                  INQUIRY AND ANY REFUSAL ARE LOGGED ON SECLOG.
000398*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000500            ACCESS MODE IS DYNAMIC
000510            RECORD KEY IS ARC-KEY
000520            FILE STATUS IS WS-ARCH-STATUS.
000521     SELECT TRANS-ID-FILE  ASSIGN TO TRANIDF
000522            ORGANIZATION IS INDEXED
000523            ACCESS MODE IS RANDOM
000524            RECORD KEY IS TI-TRANS-ID
000525            FILE STATUS IS WS-TID-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000760         10  ARC-TIME             PIC 9(08).
000770         10  ARC-SEQ-NO           PIC 9(05).
000780     05  FILLER                   PIC X(104).
000781
000782 FD  TRANS-ID-FILE
000784     RECORDING MODE IS F.
000786     COPY TIDREC01.
000790
000800 WORKING-STORAGE SECTION.
000810     COPY AUDREC01.
000970 01  WS-SEL-VALUE-DATE        PIC 9(08).
000980 01  WS-SEL-ARCHIVE-SW        PIC X(01)   VALUE 'N'.
000990     88  WS-SEARCH-ARCHIVE                VALUE 'Y' 'y'.
000991*----------------------------------------------------------------
000992* REVERSAL LINK FOR THE TRANSACTION ID KEYED - THE REVERSAL'S ID
000993* WHEN THE TRANSACTION HAS BEEN REVERSED, THE ORIGINAL'S WHEN IT
000994* IS ITSELF A REVERSAL, SPACES OTHERWISE.
000995*----------------------------------------------------------------
000996 01  WS-TID-STATUS            PIC X(02).
000997 01  WS-LINKED-TRANS-ID       PIC X(16)   VALUE SPACES.
000998*----------------------------------------------------------------
000999* SIGN-ON.  WS-SIGNON-ID IS THE OPERATOR SIGNED ON FOR THE RUN;
001000* THE ID AND PASSWORD KEYED ON THE SIGN-ON SCREEN ARE CLEARED AS
001001* SOON AS SIMASGN HAS CHECKED THEM.
001002*----------------------------------------------------------------
001003     COPY SGNREC01.
001004 01  WS-SIGNON-ID             PIC X(08)   VALUE SPACES.
001005 01  WS-SGN-OPERATOR-ID       PIC X(08).
001006 01  WS-SGN-PASSWORD          PIC X(08).
001007 01  WS-SIGNON-TRIES          PIC 9(01)   VALUE ZERO.
001008 01  WS-SIGNON-SW             PIC X(01)   VALUE 'N'.
001009     88  WS-SIGNED-ON                     VALUE 'Y'.
001010 01  WS-INQ-REFUSED-SW        PIC X(01)   VALUE 'N'.
001011     88  WS-INQ-REFUSED                   VALUE 'Y'.
001012
001013 SCREEN SECTION.
001014 01  SCR-SIGNON.
001015     05  BLANK SCREEN.
001016     05  LINE 01 COLUMN 01 VALUE
001017         'SIMAINQ - SIGN ON'.
001018     05  LINE 03 COLUMN 01 VALUE
001019         'OPERATOR ID . . . . . . . . . . . . . . . .'.
001020     05  LINE 03 COLUMN 50 PIC X(08) USING WS-SGN-OPERATOR-ID.
001021     05  LINE 04 COLUMN 01 VALUE
001022         'PASSWORD (NOT DISPLAYED). . . . . . . . . .'.
001023     05  LINE 04 COLUMN 50 PIC X(08) USING WS-SGN-PASSWORD
001024                           SECURE.
001025 01  SCR-INQUIRY-MENU.
001030     05  BLANK SCREEN.
001040     05  LINE 01 COLUMN 01 VALUE
001050         'SIMAINQ - SIMPLEADD AUDIT TRAIL INQUIRY'.
001390     PERFORM 3000-TERMINATE
001400     GOBACK.
001410
001411 1000-INITIALIZE.
001412     DISPLAY 'SIMAINQ - AUDIT TRAIL INQUIRY STARTING'
001413     PERFORM 1100-SIGN-ON.
001414
001415 1100-SIGN-ON.
001416*----------------------------------------------------------------
001417* THE AUDIT TRAIL IS ONLY SHOWN TO AN OPERATOR SIGNED ON AGAINST
001418* USRPROF.  THREE FAILED ATTEMPTS, OR AN ID SIMASGN REPORTS
001419* LOCKED OR REVOKED, END THE SESSION; SIMASGN ITSELF LOCKS AN ID
001420* AFTER THREE BAD PASSWORDS IN A ROW AND LOGS EVERY ATTEMPT.
001421*----------------------------------------------------------------
001422     PERFORM 1110-SIGN-ON-ATTEMPT
001423         UNTIL WS-SIGNED-ON
001424            OR WS-SIGNON-TRIES >= 3
001425     IF NOT WS-SIGNED-ON
001426         DISPLAY 'SIMAINQ - SIGN-ON FAILED - SESSION ENDED'
001427         MOVE 8 TO RETURN-CODE
001428         STOP RUN
001429     END-IF.
001430
001431 1110-SIGN-ON-ATTEMPT.
001432     ADD 1 TO WS-SIGNON-TRIES
001433     MOVE SPACES TO WS-SGN-OPERATOR-ID
001434     MOVE SPACES TO WS-SGN-PASSWORD
001435     DISPLAY SCR-SIGNON
001436     ACCEPT SCR-SIGNON
001437     MOVE 'S'                TO SG-FUNCTION
001438     MOVE 'SIMAINQ'          TO SG-PROGRAM
001439     MOVE WS-SGN-OPERATOR-ID TO SG-OPERATOR-ID
001440     MOVE WS-SGN-PASSWORD    TO SG-PASSWORD
001441     MOVE SPACES             TO WS-SGN-PASSWORD
001442     MOVE ZERO               TO SG-AUTHORITY
001443     MOVE SPACES             TO SG-DETAIL
001444     CALL 'SIMASGN' USING SIGN-ON-REQUEST
001445     IF SG-PROCEED
001446         MOVE 'Y' TO WS-SIGNON-SW
001447         MOVE WS-SGN-OPERATOR-ID TO WS-SIGNON-ID
001448         DISPLAY 'SIMAINQ - SIGNED ON AS ' WS-SIGNON-ID ' '
001449                 SG-OPERATOR-NAME
001450     ELSE
001451         DISPLAY SG-MESSAGE
001452         IF SG-ID-LOCKED
001453             MOVE 3 TO WS-SIGNON-TRIES
001454         END-IF
001455     END-IF.
001456
001457 2000-INQUIRY-LOOP.
001460     PERFORM 2100-GET-CRITERIA
001461     PERFORM 2120-CHECK-AUTHORITY
001462     IF NOT WS-INQ-REFUSED
001465         PERFORM 2150-FIND-REVERSAL-LINK THRU 2150-EXIT
001470         PERFORM 2200-SEARCH-AUDIT-LOG
001475     END-IF
001480     PERFORM 2300-ASK-CONTINUE.
001490 2000-EXIT.
001500     EXIT.
001620     MOVE 99999999   TO WS-SEL-END-TIME
001630     MOVE SPACES     TO WS-SEL-PROGRAM-NAME
001640     MOVE SPACES     TO WS-SEL-ACCOUNT-NUMBER
001642     MOVE SPACES     TO WS-SEL-TRANS-ID
001644     MOVE ZERO       TO WS-SEL-VALUE-DATE
001646     MOVE 'N'        TO WS-SEL-ARCHIVE-SW
001648     DISPLAY SCR-INQUIRY-MENU
001650     ACCEPT SCR-INQUIRY-MENU.
001652
001655 2120-CHECK-AUTHORITY.
001656*----------------------------------------------------------------
001657* THE LIVE LOG NEEDS THE AUDIT INQUIRY AUTHORITY (01), AN ARCHIVE
001658* FILE THE ARCHIVE INQUIRY AUTHORITY (02).  SIMASGN LOGS THE
001659* INQUIRY - BY TRANSACTION, ACCOUNT OR DATE RANGE - WHETHER IT IS
001660* ALLOWED OR REFUSED.
001661*----------------------------------------------------------------
001662     MOVE 'N'          TO WS-INQ-REFUSED-SW
001663     MOVE 'C'          TO SG-FUNCTION
001664     MOVE 'SIMAINQ'    TO SG-PROGRAM
001665     MOVE WS-SIGNON-ID TO SG-OPERATOR-ID
001666     IF WS-SEARCH-ARCHIVE
001667         MOVE 02 TO SG-AUTHORITY
001668     ELSE
001669         MOVE 01 TO SG-AUTHORITY
001670     END-IF
001671     MOVE SPACES TO SG-DETAIL
001672     EVALUATE TRUE
001673         WHEN WS-SEL-TRANS-ID NOT = SPACES
001674             STRING 'TRANS '        DELIMITED BY SIZE
001675                    WS-SEL-TRANS-ID DELIMITED BY SIZE
001676                 INTO SG-DETAIL
001677         WHEN WS-SEL-ACCOUNT-NUMBER NOT = SPACES
001678             STRING 'ACCOUNT '            DELIMITED BY SIZE
001679                    WS-SEL-ACCOUNT-NUMBER DELIMITED BY SIZE
001680                 INTO SG-DETAIL
001681         WHEN OTHER
001682             STRING 'DATES '          DELIMITED BY SIZE
001683                    WS-SEL-START-DATE DELIMITED BY SIZE
001684                    '-'               DELIMITED BY SIZE
001685                    WS-SEL-END-DATE   DELIMITED BY SIZE
001686                 INTO SG-DETAIL
001687     END-EVALUATE
001688     CALL 'SIMASGN' USING SIGN-ON-REQUEST
001689     IF NOT SG-PROCEED
001690         MOVE 'Y' TO WS-INQ-REFUSED-SW
001691         DISPLAY SG-MESSAGE
001692     END-IF.
001700
001701 2150-FIND-REVERSAL-LINK.
001702*----------------------------------------------------------------
001703* A DISPUTED FIGURE IS ONLY HALF THE STORY IF IT HAS BEEN BACKED
001704* OUT.  WHEN A TRANSACTION ID IS KEYED, THE REGISTER SAYS WHETHER
001705* IT WAS REVERSED (AND BY WHICH ID) OR IS ITSELF A REVERSAL (AND
001706* OF WHICH ID); THE PAIR IS NAMED HERE AND 2220 LISTS THE AUDIT
001707* RECORDS OF BOTH.  THE REGISTER IS ONLY READ - AN INQUIRY STILL
001708* RUNS WITHOUT IT, JUST WITHOUT THE LINK.
001709*----------------------------------------------------------------
001710     MOVE SPACES TO WS-LINKED-TRANS-ID
001711     IF WS-SEL-TRANS-ID = SPACES
001712         GO TO 2150-EXIT
001713     END-IF
001714     OPEN INPUT TRANS-ID-FILE
001715     IF WS-TID-STATUS NOT = '00'
001716         DISPLAY 'TRANIDF NOT AVAILABLE - FILE STATUS '
001717                 WS-TID-STATUS ' - REVERSALS NOT LINKED'
001718         GO TO 2150-EXIT
001719     END-IF
001720     MOVE WS-SEL-TRANS-ID TO TI-TRANS-ID
001721     READ TRANS-ID-FILE
001722         INVALID KEY
001723             MOVE SPACES TO TI-REVERSAL-IND
001724     END-READ
001725     EVALUATE TRUE
001726         WHEN TI-REVERSED
001727             MOVE TI-LINKED-TRANS-ID TO WS-LINKED-TRANS-ID
001728             DISPLAY 'TRANSACTION ' WS-SEL-TRANS-ID
001729                     ' WAS REVERSED BY ' WS-LINKED-TRANS-ID
001730                     ' ON ' TI-REVERSED-DATE
001731         WHEN TI-IS-REVERSAL
001732             MOVE TI-LINKED-TRANS-ID TO WS-LINKED-TRANS-ID
001733             DISPLAY 'TRANSACTION ' WS-SEL-TRANS-ID
001734                     ' IS THE REVERSAL OF ' WS-LINKED-TRANS-ID
001735     END-EVALUATE
001736     CLOSE TRANS-ID-FILE.
001737 2150-EXIT.
001738     EXIT.
001740
001742 2200-SEARCH-AUDIT-LOG.
001744*----------------------------------------------------------------
001746* THE SAME SEARCH SERVES THE LIVE LOG AND AN ARCHIVE FILE CUT
001748* BY THE PURGE JOB - THE OPERATOR PICKS WHICH ON THE MENU, FOR
001750* DISPUTES THAT REACH BACK PAST THE RETENTION CUTOFF.  POINT
001760* THE ARCHLOG DD AT THE ARCHIVE GENERATION IN QUESTION.
001770*----------------------------------------------------------------
002610        AND (WS-SEL-ACCOUNT-NUMBER = SPACES
002620             OR AL-ACCOUNT-NUMBER = WS-SEL-ACCOUNT-NUMBER)
002630        AND (WS-SEL-TRANS-ID = SPACES
002640             OR AL-TRANS-ID = WS-SEL-TRANS-ID
002642             OR (WS-LINKED-TRANS-ID NOT = SPACES
002644                 AND AL-TRANS-ID = WS-LINKED-TRANS-ID))
002650        AND (WS-SEL-VALUE-DATE = ZERO
002660             OR AL-VALUE-DATE = WS-SEL-VALUE-DATE)
002670         ADD 1 TO WS-MATCH-COUNT
002840     END-IF.
002850
002860 3000-TERMINATE.
002861     PERFORM 3100-SIGN-OFF
002870     DISPLAY 'SIMAINQ - AUDIT TRAIL INQUIRY ENDING'.
002871
002872 3100-SIGN-OFF.
002873     MOVE 'O'          TO SG-FUNCTION
002874     MOVE 'SIMAINQ'    TO SG-PROGRAM
002875     MOVE WS-SIGNON-ID TO SG-OPERATOR-ID
002876     MOVE ZERO         TO SG-AUTHORITY
002877     MOVE SPACES       TO SG-DETAIL
002878     CALL 'SIMASGN' USING SIGN-ON-REQUEST.
