000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SIMAUPF.
000030 AUTHOR.         STEFVUCK.
000040 INSTALLATION.   DATA PROCESSING CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- ----------------------------------------------
000120* 2026-10-15  SV   INITIAL VERSION - OPERATOR PROFILE MAINTENANCE
000130*                  FOR THE SECURITY ADMINISTRATOR.  APPLIES THE
000140*                  USRCARD CONTROL CARDS (ADD, CHANGE, RESET,
000150*                  UNLOCK, REVOKE) TO THE USRPROF PROFILE FILE
000160*                  (USPREC01) THE ONLINE SCREENS SIGN ON AGAINST,
000170*                  LISTS EACH CARD'S RESULT ON USRRPT AND LOGS
000180*                  EVERY CHANGE ON SECLOG THROUGH SIMASGN, SO THE
000190*                  SECURITY REPORT SHOWS WHO WAS GIVEN WHAT.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT CARD-FILE         ASSIGN TO USRCARD
000250            ORGANIZATION IS SEQUENTIAL
000260            FILE STATUS IS WS-CARD-STATUS.
000270     SELECT USER-PROFILE-FILE ASSIGN TO USRPROF
000280            ORGANIZATION IS INDEXED
000290            ACCESS MODE IS RANDOM
000300            RECORD KEY IS UP-OPERATOR-ID
000310            FILE STATUS IS WS-PROF-STATUS.
000320     SELECT REPORT-FILE       ASSIGN TO USRRPT
000330            ORGANIZATION IS SEQUENTIAL
000340            FILE STATUS IS WS-REPT-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CARD-FILE
000390     RECORDING MODE IS F.
000400 01  CARD-RECORD                 PIC X(80).
000410
000420 FD  USER-PROFILE-FILE
000430     RECORDING MODE IS F.
000440     COPY USPREC01.
000450
000460 FD  REPORT-FILE
000470     RECORDING MODE IS F.
000480 01  REPORT-LINE                 PIC X(80).
000490
000500 WORKING-STORAGE SECTION.
000510     COPY SGNREC01.
000520 01  WS-CARD-STATUS          PIC X(02).
000530 01  WS-PROF-STATUS          PIC X(02).
000540 01  WS-REPT-STATUS          PIC X(02).
000550 01  WS-PROF-CREATED-SW      PIC X(01)   VALUE 'N'.
000560     88  WS-PROF-CREATED                 VALUE 'Y'.
000570 01  WS-CARD-EOF-SW          PIC X(01)   VALUE 'N'.
000580     88  WS-CARD-EOF                     VALUE 'Y'.
000590 01  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
000600     88  WS-FOUND                        VALUE 'Y'.
000610 01  WS-CARD-BAD-SW          PIC X(01)   VALUE 'N'.
000620     88  WS-CARD-BAD                     VALUE 'Y'.
000630 01  WS-AUTH-GIVEN-SW        PIC X(01)   VALUE 'N'.
000640     88  WS-AUTH-GIVEN                   VALUE 'Y'.
000650 01  WS-TODAY                PIC 9(08)   VALUE ZERO.
000660 01  WS-CARDS-READ           PIC 9(05)   VALUE ZERO.
000670 01  WS-CARDS-APPLIED        PIC 9(05)   VALUE ZERO.
000680 01  WS-CARDS-REJECTED       PIC 9(05)   VALUE ZERO.
000690 01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
000700 01  WS-AUTH-IX              PIC 9(02)   VALUE ZERO.
000710 01  WS-RESULT-TEXT          PIC X(40)   VALUE SPACES.
000720*----------------------------------------------------------------
000730* A CARD BROKEN INTO ITS FIELDS.  KEYWORD=OPERATOR,PASSWORD,
000740* AUTHORITIES,NAME - SEE 2100-APPLY-CARD.
000750*----------------------------------------------------------------
000760 01  WS-CARD-ACTION          PIC X(08).
000770 01  WS-CARD-OPERATOR        PIC X(08).
000780 01  WS-CARD-PASSWORD        PIC X(08).
000790 01  WS-CARD-AUTHORITIES.
000800     05  WS-CARD-AUTHORITY   PIC X(01)   OCCURS 10 TIMES.
000810 01  WS-CARD-NAME            PIC X(30).
000820
000830 PROCEDURE DIVISION.
000840 0000-MAINLINE.
000850     PERFORM 1000-INITIALIZE
000860     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
000870         UNTIL WS-CARD-EOF
000880     PERFORM 3000-TERMINATE
000890     GOBACK.
000900
000910 1000-INITIALIZE.
000920*----------------------------------------------------------------
000930* USRPROF IS OPENED I-O WITH THE OPEN OUTPUT FALLBACK, SO THE VERY
000940* FIRST RUN CREATES IT FROM ADD CARDS.  IN THAT RUN NOTHING CAN
000950* BE READ BACK (STATUS 47), SO ONLY ADDS ARE APPLIED.
000960*----------------------------------------------------------------
000970     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000980     OPEN INPUT CARD-FILE
000990     IF WS-CARD-STATUS NOT = '00'
001000         DISPLAY 'SIMAUPF - UNABLE TO OPEN USRCARD - STATUS '
001010                 WS-CARD-STATUS
001020         GO TO 9999-ABEND-EXIT
001030     END-IF
001040     OPEN I-O USER-PROFILE-FILE
001050     IF WS-PROF-STATUS NOT = '00'
001060         OPEN OUTPUT USER-PROFILE-FILE
001070         MOVE 'Y' TO WS-PROF-CREATED-SW
001080     END-IF
001090     IF WS-PROF-STATUS NOT = '00'
001100         DISPLAY 'SIMAUPF - UNABLE TO OPEN USRPROF - STATUS '
001110                 WS-PROF-STATUS
001120         GO TO 9999-ABEND-EXIT
001130     END-IF
001140     OPEN OUTPUT REPORT-FILE
001150     IF WS-REPT-STATUS NOT = '00'
001160         DISPLAY 'SIMAUPF - UNABLE TO OPEN USRRPT - STATUS '
001170                 WS-REPT-STATUS
001180         GO TO 9999-ABEND-EXIT
001190     END-IF
001200     MOVE SPACES TO REPORT-LINE
001210     STRING 'SIMAUPF - OPERATOR PROFILE MAINTENANCE  RUN DATE '
001220            WS-TODAY
001230         DELIMITED BY SIZE INTO REPORT-LINE
001240     WRITE REPORT-LINE
001250     MOVE SPACES TO REPORT-LINE
001260     WRITE REPORT-LINE
001270     MOVE SPACES TO REPORT-LINE
001280     STRING 'ACTION   OPERATOR AUTHORITY  RESULT'
001290         DELIMITED BY SIZE INTO REPORT-LINE
001300     WRITE REPORT-LINE
001310     MOVE SPACES TO REPORT-LINE
001320     WRITE REPORT-LINE
001330     PERFORM 2050-READ-CARD.
001340
001350 2000-PROCESS-CARDS.
001360     IF CARD-RECORD = SPACES
001370        OR CARD-RECORD(1:1) = '*'
001380         GO TO 2000-NEXT
001390     END-IF
001400     ADD 1 TO WS-CARDS-READ
001410     PERFORM 2100-APPLY-CARD THRU 2100-EXIT
001420     PERFORM 2800-REPORT-CARD.
001430 2000-NEXT.
001440     PERFORM 2050-READ-CARD.
001450 2000-EXIT.
001460     EXIT.
001470
001480 2050-READ-CARD.
001490     READ CARD-FILE
001500         AT END MOVE 'Y' TO WS-CARD-EOF-SW
001510     END-READ.
001520
001530 2100-APPLY-CARD.
001540*----------------------------------------------------------------
001550* CARDS:
001560*   ADD=OPERATOR,PASSWORD,AUTHORITIES,NAME  NEW ACTIVE PROFILE
001570*   CHANGE=OPERATOR,,AUTHORITIES,NAME       NEW AUTHORITIES AND/OR
001580*                                           NAME - BLANK KEEPS
001590*   RESET=OPERATOR,PASSWORD                 NEW PASSWORD; ALSO
001600*                                           CLEARS A LOCK
001610*   UNLOCK=OPERATOR                         CLEARS A LOCK OR A
001620*                                           REVOKE, SAME PASSWORD
001630*   REVOKE=OPERATOR                         NO MORE SIGN-ONS
001640* AUTHORITIES ARE ONE Y OR N PER FUNCTION IN USPREC01 ORDER; A
001650* SHORT STRING IS PADDED WITH N.  A PASSWORD MAY NOT CONTAIN A
001660* COMMA OR AN EQUALS SIGN.  A BAD CARD IS LISTED AND SKIPPED - THE
001670* REST OF THE DECK IS STILL APPLIED.
001680*----------------------------------------------------------------
001690     MOVE 'N'    TO WS-CARD-BAD-SW
001700     MOVE SPACES TO WS-CARD-ACTION
001710                    WS-CARD-OPERATOR
001720                    WS-CARD-PASSWORD
001730                    WS-CARD-AUTHORITIES
001740                    WS-CARD-NAME
001750                    WS-RESULT-TEXT
001760     UNSTRING CARD-RECORD DELIMITED BY '=' OR ','
001770         INTO WS-CARD-ACTION WS-CARD-OPERATOR WS-CARD-PASSWORD
001780              WS-CARD-AUTHORITIES WS-CARD-NAME
001790     END-UNSTRING
001800     IF WS-CARD-OPERATOR = SPACES
001810         MOVE 'OPERATOR ID MISSING' TO WS-RESULT-TEXT
001820         GO TO 2100-REJECT
001830     END-IF
001840     MOVE 'N' TO WS-AUTH-GIVEN-SW
001850     IF WS-CARD-AUTHORITIES NOT = SPACES
001860         MOVE 'Y' TO WS-AUTH-GIVEN-SW
001870     END-IF
001880     PERFORM 2150-CHECK-AUTHORITIES
001890     IF WS-CARD-BAD
001900         MOVE 'AUTHORITIES MUST BE Y OR N' TO WS-RESULT-TEXT
001910         GO TO 2100-REJECT
001920     END-IF
001930     MOVE WS-CARD-OPERATOR TO UP-OPERATOR-ID
001940     MOVE 'N' TO WS-FOUND-SW
001950     IF NOT WS-PROF-CREATED
001960         READ USER-PROFILE-FILE
001970             INVALID KEY
001980                 CONTINUE
001990             NOT INVALID KEY
002000                 MOVE 'Y' TO WS-FOUND-SW
002010         END-READ
002020     END-IF
002030     IF WS-CARD-ACTION NOT = 'ADD'
002040        AND WS-PROF-CREATED
002050         MOVE 'PROFILE FILE NEW - ONLY ADDS THIS RUN'
002060             TO WS-RESULT-TEXT
002070         GO TO 2100-REJECT
002080     END-IF
002090     EVALUATE WS-CARD-ACTION
002100         WHEN 'ADD'
002110             PERFORM 2200-ADD-PROFILE THRU 2200-EXIT
002120         WHEN 'CHANGE'
002130             PERFORM 2300-CHANGE-PROFILE THRU 2300-EXIT
002140         WHEN 'RESET'
002150             PERFORM 2400-RESET-PASSWORD THRU 2400-EXIT
002160         WHEN 'UNLOCK'
002170             PERFORM 2500-UNLOCK-PROFILE THRU 2500-EXIT
002180         WHEN 'REVOKE'
002190             PERFORM 2600-REVOKE-PROFILE THRU 2600-EXIT
002200         WHEN OTHER
002210             MOVE 'UNKNOWN ACTION' TO WS-RESULT-TEXT
002220     END-EVALUATE
002230     IF WS-RESULT-TEXT NOT = SPACES
002240         GO TO 2100-REJECT
002250     END-IF
002260     ADD 1 TO WS-CARDS-APPLIED
002270     MOVE 'APPLIED' TO WS-RESULT-TEXT
002280     PERFORM 2700-LOG-CHANGE
002290     GO TO 2100-EXIT.
002300 2100-REJECT.
002310     ADD 1 TO WS-CARDS-REJECTED.
002320 2100-EXIT.
002330     EXIT.
002340
002350 2150-CHECK-AUTHORITIES.
002360     PERFORM 2160-CHECK-ONE-AUTHORITY
002370         VARYING WS-AUTH-IX FROM 1 BY 1
002380         UNTIL WS-AUTH-IX > 10.
002390
002400 2160-CHECK-ONE-AUTHORITY.
002410     IF WS-CARD-AUTHORITY(WS-AUTH-IX) = SPACE
002420         MOVE 'N' TO WS-CARD-AUTHORITY(WS-AUTH-IX)
002430     END-IF
002440     IF WS-CARD-AUTHORITY(WS-AUTH-IX) NOT = 'Y'
002450        AND WS-CARD-AUTHORITY(WS-AUTH-IX) NOT = 'N'
002460         MOVE 'Y' TO WS-CARD-BAD-SW
002470     END-IF.
002480
002490 2200-ADD-PROFILE.
002500     IF WS-FOUND
002510         MOVE 'ALREADY ON FILE - USE CHANGE' TO WS-RESULT-TEXT
002520         GO TO 2200-EXIT
002530     END-IF
002540     IF WS-CARD-PASSWORD = SPACES
002550         MOVE 'PASSWORD MISSING' TO WS-RESULT-TEXT
002560         GO TO 2200-EXIT
002570     END-IF
002580     MOVE SPACES              TO USER-PROFILE-RECORD
002590     MOVE WS-CARD-OPERATOR    TO UP-OPERATOR-ID
002600     MOVE WS-CARD-NAME        TO UP-OPERATOR-NAME
002610     MOVE WS-CARD-PASSWORD    TO UP-PASSWORD
002620     MOVE 'A'                 TO UP-STATUS
002630     MOVE ZERO                TO UP-BAD-SIGNON-COUNT
002640                                 UP-LAST-SIGNON-DATE
002650                                 UP-LAST-SIGNON-TIME
002660                                 UP-LOCKED-DATE
002670     MOVE WS-TODAY            TO UP-PASSWORD-DATE
002680     MOVE WS-CARD-AUTHORITIES TO UP-AUTHORITIES
002690     WRITE USER-PROFILE-RECORD
002700     IF WS-PROF-STATUS NOT = '00'
002710         DISPLAY 'SIMAUPF - UNABLE TO WRITE USRPROF - STATUS '
002720                 WS-PROF-STATUS
002730         GO TO 9999-ABEND-EXIT
002740     END-IF.
002750 2200-EXIT.
002760     EXIT.
002770
002780 2300-CHANGE-PROFILE.
002790     IF NOT WS-FOUND
002800         MOVE 'NOT ON FILE' TO WS-RESULT-TEXT
002810         GO TO 2300-EXIT
002820     END-IF
002830     IF WS-CARD-NAME NOT = SPACES
002840         MOVE WS-CARD-NAME TO UP-OPERATOR-NAME
002850     END-IF
002860     IF WS-AUTH-GIVEN
002870         MOVE WS-CARD-AUTHORITIES TO UP-AUTHORITIES
002880     END-IF
002890     PERFORM 2900-REWRITE-PROFILE.
002900 2300-EXIT.
002910     EXIT.
002920
002930 2400-RESET-PASSWORD.
002940     IF NOT WS-FOUND
002950         MOVE 'NOT ON FILE' TO WS-RESULT-TEXT
002960         GO TO 2400-EXIT
002970     END-IF
002980     IF WS-CARD-PASSWORD = SPACES
002990         MOVE 'PASSWORD MISSING' TO WS-RESULT-TEXT
003000         GO TO 2400-EXIT
003010     END-IF
003020     MOVE WS-CARD-PASSWORD TO UP-PASSWORD
003030     MOVE WS-TODAY         TO UP-PASSWORD-DATE
003040     IF UP-LOCKED
003050         MOVE 'A' TO UP-STATUS
003060     END-IF
003070     MOVE ZERO TO UP-BAD-SIGNON-COUNT
003080     MOVE ZERO TO UP-LOCKED-DATE
003090     PERFORM 2900-REWRITE-PROFILE.
003100 2400-EXIT.
003110     EXIT.
003120
003130 2500-UNLOCK-PROFILE.
003140     IF NOT WS-FOUND
003150         MOVE 'NOT ON FILE' TO WS-RESULT-TEXT
003160         GO TO 2500-EXIT
003170     END-IF
003180     MOVE 'A'  TO UP-STATUS
003190     MOVE ZERO TO UP-BAD-SIGNON-COUNT
003200     MOVE ZERO TO UP-LOCKED-DATE
003210     PERFORM 2900-REWRITE-PROFILE.
003220 2500-EXIT.
003230     EXIT.
003240
003250 2600-REVOKE-PROFILE.
003260     IF NOT WS-FOUND
003270         MOVE 'NOT ON FILE' TO WS-RESULT-TEXT
003280         GO TO 2600-EXIT
003290     END-IF
003300     MOVE 'R' TO UP-STATUS
003310     PERFORM 2900-REWRITE-PROFILE.
003320 2600-EXIT.
003330     EXIT.
003340
003350 2700-LOG-CHANGE.
003360*----------------------------------------------------------------
003370* EVERY APPLIED CARD GOES ON SECLOG AS A PROFILE-MAINTENANCE
003380* EVENT AGAINST THE OPERATOR CHANGED, WITH THE ACTION AND THE
003390* AUTHORITIES THE PROFILE NOW HOLDS - NEVER THE PASSWORD.
003400*----------------------------------------------------------------
003410     MOVE SPACES    TO SIGN-ON-REQUEST
003420     MOVE 'L'       TO SG-FUNCTION
003430     MOVE 'SIMAUPF' TO SG-PROGRAM
003440     MOVE 'M'       TO SG-EVENT
003450     MOVE ZERO      TO SG-AUTHORITY
003460     MOVE UP-OPERATOR-ID TO SG-OPERATOR-ID
003470     STRING WS-CARD-ACTION DELIMITED BY SPACE
003480            ' AUTH='       DELIMITED BY SIZE
003490            UP-AUTHORITIES DELIMITED BY SIZE
003500            ' STATUS='     DELIMITED BY SIZE
003510            UP-STATUS      DELIMITED BY SIZE
003520         INTO SG-DETAIL
003530     CALL 'SIMASGN' USING SIGN-ON-REQUEST.
003540
003550 2800-REPORT-CARD.
003560     MOVE SPACES TO REPORT-LINE
003570     STRING WS-CARD-ACTION      DELIMITED BY SIZE
003580            ' '                 DELIMITED BY SIZE
003590            WS-CARD-OPERATOR    DELIMITED BY SIZE
003600            ' '                 DELIMITED BY SIZE
003610            WS-CARD-AUTHORITIES DELIMITED BY SIZE
003620            ' '                 DELIMITED BY SIZE
003630            WS-RESULT-TEXT      DELIMITED BY SIZE
003640         INTO REPORT-LINE
003650     WRITE REPORT-LINE.
003660
003670 2900-REWRITE-PROFILE.
003680     REWRITE USER-PROFILE-RECORD
003690     IF WS-PROF-STATUS NOT = '00'
003700         DISPLAY 'SIMAUPF - UNABLE TO REWRITE USRPROF - STATUS '
003710                 WS-PROF-STATUS
003720         GO TO 9999-ABEND-EXIT
003730     END-IF.
003740
003750 3000-TERMINATE.
003760*----------------------------------------------------------------
003770* RC 0 WHEN EVERY CARD WAS APPLIED, 8 WHEN ANY WAS REJECTED - THE
003780* REJECTED CARDS ARE LISTED ON USRRPT FOR THE ADMINISTRATOR TO
003790* CORRECT AND RESUBMIT ON THEIR OWN.
003800*----------------------------------------------------------------
003810     MOVE SPACES TO REPORT-LINE
003820     WRITE REPORT-LINE
003830     MOVE WS-CARDS-READ TO WS-EDIT-COUNT
003840     MOVE SPACES TO REPORT-LINE
003850     STRING 'CARDS READ ................ ' WS-EDIT-COUNT
003860         DELIMITED BY SIZE INTO REPORT-LINE
003870     WRITE REPORT-LINE
003880     MOVE WS-CARDS-APPLIED TO WS-EDIT-COUNT
003890     MOVE SPACES TO REPORT-LINE
003900     STRING 'CARDS APPLIED ............. ' WS-EDIT-COUNT
003910         DELIMITED BY SIZE INTO REPORT-LINE
003920     WRITE REPORT-LINE
003930     MOVE WS-CARDS-REJECTED TO WS-EDIT-COUNT
003940     MOVE SPACES TO REPORT-LINE
003950     STRING 'CARDS REJECTED ............ ' WS-EDIT-COUNT
003960         DELIMITED BY SIZE INTO REPORT-LINE
003970     WRITE REPORT-LINE
003980     CLOSE CARD-FILE
003990           USER-PROFILE-FILE
004000           REPORT-FILE
004010     IF WS-CARDS-REJECTED > ZERO
004020         MOVE 8 TO RETURN-CODE
004030     ELSE
004040         MOVE ZERO TO RETURN-CODE
004050     END-IF.
004060
004070 9999-ABEND-EXIT.
004080*----------------------------------------------------------------
004090* REACHED WHEN A FILE WOULD NOT OPEN OR A PROFILE UPDATE FAILED.
004100* RETURN CODE 16 - CHECK USRRPT FOR THE CARDS ALREADY APPLIED
004110* BEFORE RESUBMITTING.
004120*----------------------------------------------------------------
004130     DISPLAY 'SIMAUPF - TERMINATING DUE TO FILE I/O ERROR'
004140     MOVE 16 TO RETURN-CODE
004150     STOP RUN.
