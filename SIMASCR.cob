000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SIMASCR.
000030 AUTHOR.         STEFVUCK.
000040 INSTALLATION.   DATA PROCESSING CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- ----------------------------------------------
000120* 2026-10-15  SV   INITIAL VERSION - DAILY SECURITY REPORT FOR THE
000130*                  AUDITORS OVER THE SECLOG ACCESS LOG (SLGREC01)
000140*                  WRITTEN BY THE SIMASGN SIGN-ON SERVICE AND THE
000150*                  SIMAUPF PROFILE JOB.  ONE LINE PER SIGN-ON,
000160*                  FUNCTION USED OR REFUSED, SIGN-OFF AND PROFILE
000170*                  CHANGE, EXCEPTIONS FLAGGED, THEN TOTALS.  PARM
000180*                  MAY CARRY A DATE (YYYYMMDD) TO REPORT ONE DAY
000190*                  ONLY - NO PARM REPORTS THE WHOLE LOG.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT SECURITY-LOG-FILE ASSIGN TO SECLOG
000250            ORGANIZATION IS INDEXED
000260            ACCESS MODE IS DYNAMIC
000270            RECORD KEY IS SL-KEY
000280            FILE STATUS IS WS-SLOG-STATUS.
000290     SELECT REPORT-FILE       ASSIGN TO SECRPT
000300            ORGANIZATION IS SEQUENTIAL
000310            FILE STATUS IS WS-REPT-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  SECURITY-LOG-FILE
000360     RECORDING MODE IS F.
000370     COPY SLGREC01.
000380
000390 FD  REPORT-FILE
000400     RECORDING MODE IS F.
000410 01  REPORT-LINE                 PIC X(80).
000420
000430 WORKING-STORAGE SECTION.
000440 01  WS-SLOG-STATUS          PIC X(02).
000450 01  WS-REPT-STATUS          PIC X(02).
000460 01  WS-EOF-SW               PIC X(01)   VALUE 'N'.
000470     88  WS-EOF                          VALUE 'Y'.
000480 01  WS-SEL-DATE             PIC 9(08)   VALUE ZERO.
000490 01  WS-RECORDS-READ         PIC 9(09)   VALUE ZERO.
000500 01  WS-SIGNON-COUNT         PIC 9(09)   VALUE ZERO.
000510 01  WS-BAD-SIGNON-COUNT     PIC 9(09)   VALUE ZERO.
000520 01  WS-LOCKED-COUNT         PIC 9(09)   VALUE ZERO.
000530 01  WS-SIGNON-REFUSED-COUNT PIC 9(09)   VALUE ZERO.
000540 01  WS-FUNC-USED-COUNT      PIC 9(09)   VALUE ZERO.
000550 01  WS-FUNC-REFUSED-COUNT   PIC 9(09)   VALUE ZERO.
000560 01  WS-SIGNOFF-COUNT        PIC 9(09)   VALUE ZERO.
000570 01  WS-PROFILE-COUNT        PIC 9(09)   VALUE ZERO.
000580 01  WS-EVENT-TEXT           PIC X(16).
000590 01  WS-FLAG                 PIC X(03).
000600 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
000610 01  WS-EDIT-AUTHORITY       PIC X(02).
000620 01  WS-EDIT-TIME.
000630     05  WS-EDIT-HH          PIC 9(02).
000640     05  FILLER              PIC X(01)   VALUE ':'.
000650     05  WS-EDIT-MM          PIC 9(02).
000660     05  FILLER              PIC X(01)   VALUE ':'.
000670     05  WS-EDIT-SS          PIC 9(02).
000680 01  WS-LOG-TIME             PIC 9(08).
000690 01  WS-LOG-TIME-R REDEFINES WS-LOG-TIME.
000700     05  WS-LOG-HH           PIC 9(02).
000710     05  WS-LOG-MM           PIC 9(02).
000720     05  WS-LOG-SS           PIC 9(02).
000730     05  WS-LOG-HS           PIC 9(02).
000740
000750 LINKAGE SECTION.
000760 01  PARM-INFO.
000770     05  PARM-LENGTH         PIC S9(4) COMP.
000780     05  PARM-DATA           PIC X(80).
000790
000800 PROCEDURE DIVISION USING PARM-INFO.
000810 0000-MAINLINE.
000820     PERFORM 1000-INITIALIZE
000830     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
000840         UNTIL WS-EOF
000850     PERFORM 3000-TERMINATE
000860     GOBACK.
000870
000880 1000-INITIALIZE.
000890     PERFORM 1050-CHECK-DATE-PARM
000900     OPEN INPUT SECURITY-LOG-FILE
000910     IF WS-SLOG-STATUS NOT = '00'
000920         DISPLAY 'SIMASCR - UNABLE TO OPEN SECLOG - STATUS '
000930                 WS-SLOG-STATUS
000940         GO TO 9999-ABEND-EXIT
000950     END-IF
000960     OPEN OUTPUT REPORT-FILE
000970     IF WS-REPT-STATUS NOT = '00'
000980         DISPLAY 'SIMASCR - UNABLE TO OPEN SECRPT - STATUS '
000990                 WS-REPT-STATUS
001000         GO TO 9999-ABEND-EXIT
001010     END-IF
001020     PERFORM 1100-WRITE-HEADING
001030     PERFORM 1200-POSITION-TO-DATE
001040     PERFORM 2100-READ-LOG THRU 2100-EXIT.
001050
001060 1050-CHECK-DATE-PARM.
001070*----------------------------------------------------------------
001080* AN OPTIONAL PARM OF YYYYMMDD LIMITS THE REPORT TO ONE DAY - THE
001090* USUAL MORNING RUN PASSES YESTERDAY'S DATE.  NO PARM, OR ONE THAT
001100* IS NOT AN EIGHT-DIGIT NUMBER, REPORTS THE WHOLE LOG.
001110*----------------------------------------------------------------
001120     MOVE ZERO TO WS-SEL-DATE
001130     IF PARM-LENGTH >= 8
001140        AND PARM-DATA(1:8) NUMERIC
001150         MOVE PARM-DATA(1:8) TO WS-SEL-DATE
001160     END-IF.
001170
001180 1100-WRITE-HEADING.
001190     MOVE SPACES TO REPORT-LINE
001200     STRING 'SIMASCR - ONLINE SECURITY ACCESS REPORT'
001210         DELIMITED BY SIZE INTO REPORT-LINE
001220     WRITE REPORT-LINE
001230     MOVE SPACES TO REPORT-LINE
001240     IF WS-SEL-DATE = ZERO
001250         STRING 'REPORT DATE ............... ALL DATES ON FILE'
001260             DELIMITED BY SIZE INTO REPORT-LINE
001270     ELSE
001280         STRING 'REPORT DATE ............... ' DELIMITED BY SIZE
001290                WS-SEL-DATE                  DELIMITED BY SIZE
001300             INTO REPORT-LINE
001310     END-IF
001320     WRITE REPORT-LINE
001330     MOVE SPACES TO REPORT-LINE
001340     STRING 'BAD SIGN-ONS, LOCKS AND REFUSALS ARE FLAGGED ***'
001350         DELIMITED BY SIZE INTO REPORT-LINE
001360     WRITE REPORT-LINE
001370     MOVE SPACES TO REPORT-LINE
001380     WRITE REPORT-LINE
001390     MOVE SPACES TO REPORT-LINE
001400     STRING '   TIME     OPERATOR PROGRAM  EVENT            FN '
001410            'DETAIL / REASON'
001420         DELIMITED BY SIZE INTO REPORT-LINE
001430     WRITE REPORT-LINE
001440     MOVE SPACES TO REPORT-LINE
001450     WRITE REPORT-LINE.
001460
001470 1200-POSITION-TO-DATE.
001480*----------------------------------------------------------------
001490* THE LOG IS KEYED BY DATE, SO ONE DAY'S REPORT STARTS AT THAT
001500* DATE AND 2100 STOPS AS SOON AS A RECORD PASSES IT.
001510*----------------------------------------------------------------
001520     IF WS-SEL-DATE > ZERO
001530         MOVE WS-SEL-DATE TO SL-DATE
001540         MOVE ZERO        TO SL-TIME
001550         MOVE ZERO        TO SL-SEQ-NO
001560         START SECURITY-LOG-FILE KEY >= SL-KEY
001570             INVALID KEY MOVE 'Y' TO WS-EOF-SW
001580         END-START
001590     END-IF.
001600
001610 2000-PROCESS-LOG.
001620     IF WS-EOF
001630         GO TO 2000-EXIT
001640     END-IF
001650     PERFORM 2200-REPORT-EVENT
001660     PERFORM 2100-READ-LOG THRU 2100-EXIT.
001670 2000-EXIT.
001680     EXIT.
001690
001700 2100-READ-LOG.
001710     IF WS-EOF
001720         GO TO 2100-EXIT
001730     END-IF
001740     READ SECURITY-LOG-FILE NEXT RECORD
001750         AT END MOVE 'Y' TO WS-EOF-SW
001760     END-READ
001770     IF NOT WS-EOF
001780        AND WS-SEL-DATE > ZERO
001790        AND SL-DATE > WS-SEL-DATE
001800         MOVE 'Y' TO WS-EOF-SW
001810     END-IF
001820     IF NOT WS-EOF
001830         ADD 1 TO WS-RECORDS-READ
001840     END-IF.
001850 2100-EXIT.
001860     EXIT.
001870
001880 2200-REPORT-EVENT.
001890*----------------------------------------------------------------
001900* ONE LINE PER EVENT.  A BAD SIGN-ON, A LOCK-OUT, A SIGN-ON BY A
001910* LOCKED OR REVOKED ID AND A REFUSED FUNCTION ARE FLAGGED *** AND
001920* CARRY THE REASON; OTHER EVENTS CARRY WHAT THE FUNCTION WAS USED
001930* ON, OR THE PROFILE CHANGE MADE.
001940*----------------------------------------------------------------
001950     MOVE SPACES TO WS-FLAG
001960     EVALUATE TRUE
001970         WHEN SL-SIGNED-ON
001980             MOVE 'SIGNED ON'        TO WS-EVENT-TEXT
001990             ADD 1 TO WS-SIGNON-COUNT
002000         WHEN SL-BAD-SIGNON
002010             MOVE 'BAD SIGN-ON'      TO WS-EVENT-TEXT
002020             MOVE '***'              TO WS-FLAG
002030             ADD 1 TO WS-BAD-SIGNON-COUNT
002040         WHEN SL-ID-LOCKED
002050             MOVE 'ID LOCKED'        TO WS-EVENT-TEXT
002060             MOVE '***'              TO WS-FLAG
002070             ADD 1 TO WS-LOCKED-COUNT
002080         WHEN SL-SIGNON-REFUSED
002090             MOVE 'SIGN-ON REFUSED'  TO WS-EVENT-TEXT
002100             MOVE '***'              TO WS-FLAG
002110             ADD 1 TO WS-SIGNON-REFUSED-COUNT
002120         WHEN SL-FUNCTION-USED
002130             MOVE 'FUNCTION USED'    TO WS-EVENT-TEXT
002140             ADD 1 TO WS-FUNC-USED-COUNT
002150         WHEN SL-FUNCTION-REFUSED
002160             MOVE 'FUNCTION REFUSED' TO WS-EVENT-TEXT
002170             MOVE '***'              TO WS-FLAG
002180             ADD 1 TO WS-FUNC-REFUSED-COUNT
002190         WHEN SL-SIGNED-OFF
002200             MOVE 'SIGNED OFF'       TO WS-EVENT-TEXT
002210             ADD 1 TO WS-SIGNOFF-COUNT
002220         WHEN SL-PROFILE-MAINT
002230             MOVE 'PROFILE CHANGED'  TO WS-EVENT-TEXT
002240             ADD 1 TO WS-PROFILE-COUNT
002250         WHEN OTHER
002260             MOVE 'UNKNOWN EVENT'    TO WS-EVENT-TEXT
002270             MOVE '***'              TO WS-FLAG
002280     END-EVALUATE
002290     MOVE SPACES TO WS-EDIT-AUTHORITY
002300     IF SL-FUNCTION-USED OR SL-FUNCTION-REFUSED
002310         MOVE SL-AUTHORITY TO WS-EDIT-AUTHORITY
002320     END-IF
002330     MOVE SL-TIME   TO WS-LOG-TIME
002340     MOVE WS-LOG-HH TO WS-EDIT-HH
002350     MOVE WS-LOG-MM TO WS-EDIT-MM
002360     MOVE WS-LOG-SS TO WS-EDIT-SS
002370     MOVE SPACES TO REPORT-LINE
002380     STRING WS-FLAG           DELIMITED BY SIZE
002390            WS-EDIT-TIME      DELIMITED BY SIZE
002400            ' '               DELIMITED BY SIZE
002410            SL-OPERATOR-ID    DELIMITED BY SIZE
002420            ' '               DELIMITED BY SIZE
002430            SL-PROGRAM        DELIMITED BY SIZE
002440            ' '               DELIMITED BY SIZE
002450            WS-EVENT-TEXT     DELIMITED BY SIZE
002460            ' '               DELIMITED BY SIZE
002470            WS-EDIT-AUTHORITY DELIMITED BY SIZE
002480            ' '               DELIMITED BY SIZE
002490         INTO REPORT-LINE
002500     IF WS-FLAG = SPACES
002510         MOVE SL-DETAIL TO REPORT-LINE(51:30)
002520     ELSE
002530         MOVE SL-REASON TO REPORT-LINE(51:24)
002540     END-IF
002550     WRITE REPORT-LINE
002560     IF WS-FLAG NOT = SPACES
002570        AND SL-DETAIL NOT = SPACES
002580         MOVE SPACES TO REPORT-LINE
002590         MOVE SL-DETAIL TO REPORT-LINE(51:30)
002600         WRITE REPORT-LINE
002610     END-IF.
002620
002630 3000-TERMINATE.
002640     PERFORM 5000-WRITE-TOTALS
002650     CLOSE SECURITY-LOG-FILE
002660           REPORT-FILE
002670     IF WS-LOCKED-COUNT > ZERO
002680        OR WS-SIGNON-REFUSED-COUNT > ZERO
002690         MOVE 4 TO RETURN-CODE
002700     ELSE
002710         MOVE ZERO TO RETURN-CODE
002720     END-IF.
002730
002740 5000-WRITE-TOTALS.
002750*----------------------------------------------------------------
002760* TOTALS FOR THE AUDITORS.  THE STEP ENDS RC 4 WHEN AN ID WAS
002770* LOCKED OR A LOCKED OR REVOKED ID TRIED TO SIGN ON, SO THE
002780* SCHEDULE FLAGS THE REPORT FOR FOLLOW-UP - OTHERWISE RC 0, EVEN
002790* ON A DAY WITH NO ONLINE ACTIVITY.
002800*----------------------------------------------------------------
002810     MOVE SPACES TO REPORT-LINE
002820     WRITE REPORT-LINE
002830     MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
002840     MOVE SPACES TO REPORT-LINE
002850     STRING 'EVENTS REPORTED ........... ' DELIMITED BY SIZE
002860            WS-EDIT-COUNT               DELIMITED BY SIZE
002870         INTO REPORT-LINE
002880     WRITE REPORT-LINE
002890     MOVE WS-SIGNON-COUNT TO WS-EDIT-COUNT
002900     MOVE SPACES TO REPORT-LINE
002910     STRING 'SIGN-ONS .................. ' DELIMITED BY SIZE
002920            WS-EDIT-COUNT               DELIMITED BY SIZE
002930         INTO REPORT-LINE
002940     WRITE REPORT-LINE
002950     MOVE WS-BAD-SIGNON-COUNT TO WS-EDIT-COUNT
002960     MOVE SPACES TO REPORT-LINE
002970     STRING 'BAD SIGN-ONS .............. ' DELIMITED BY SIZE
002980            WS-EDIT-COUNT               DELIMITED BY SIZE
002990         INTO REPORT-LINE
003000     WRITE REPORT-LINE
003010     MOVE WS-LOCKED-COUNT TO WS-EDIT-COUNT
003020     MOVE SPACES TO REPORT-LINE
003030     STRING 'IDS LOCKED ................ ' DELIMITED BY SIZE
003040            WS-EDIT-COUNT               DELIMITED BY SIZE
003050         INTO REPORT-LINE
003060     WRITE REPORT-LINE
003070     MOVE WS-SIGNON-REFUSED-COUNT TO WS-EDIT-COUNT
003080     MOVE SPACES TO REPORT-LINE
003090     STRING 'SIGN-ONS REFUSED (LOCKED) . ' DELIMITED BY SIZE
003100            WS-EDIT-COUNT               DELIMITED BY SIZE
003110         INTO REPORT-LINE
003120     WRITE REPORT-LINE
003130     MOVE WS-FUNC-USED-COUNT TO WS-EDIT-COUNT
003140     MOVE SPACES TO REPORT-LINE
003150     STRING 'FUNCTIONS USED ............ ' DELIMITED BY SIZE
003160            WS-EDIT-COUNT               DELIMITED BY SIZE
003170         INTO REPORT-LINE
003180     WRITE REPORT-LINE
003190     MOVE WS-FUNC-REFUSED-COUNT TO WS-EDIT-COUNT
003200     MOVE SPACES TO REPORT-LINE
003210     STRING 'FUNCTIONS REFUSED ......... ' DELIMITED BY SIZE
003220            WS-EDIT-COUNT               DELIMITED BY SIZE
003230         INTO REPORT-LINE
003240     WRITE REPORT-LINE
003250     MOVE WS-SIGNOFF-COUNT TO WS-EDIT-COUNT
003260     MOVE SPACES TO REPORT-LINE
003270     STRING 'SIGN-OFFS ................. ' DELIMITED BY SIZE
003280            WS-EDIT-COUNT               DELIMITED BY SIZE
003290         INTO REPORT-LINE
003300     WRITE REPORT-LINE
003310     MOVE WS-PROFILE-COUNT TO WS-EDIT-COUNT
003320     MOVE SPACES TO REPORT-LINE
003330     STRING 'PROFILE CHANGES ........... ' DELIMITED BY SIZE
003340            WS-EDIT-COUNT               DELIMITED BY SIZE
003350         INTO REPORT-LINE
003360     WRITE REPORT-LINE.
003370
003380 9999-ABEND-EXIT.
003390*----------------------------------------------------------------
003400* REACHED WHEN SECLOG OR SECRPT WOULD NOT OPEN.  RETURN CODE 16
003410* SO THE SCHEDULE SEES THE REPORT DID NOT PRINT.
003430*----------------------------------------------------------------
003440     DISPLAY 'SIMASCR - TERMINATING DUE TO FILE OPEN ERROR'
003450     MOVE 16 TO RETURN-CODE
003460     STOP RUN.
