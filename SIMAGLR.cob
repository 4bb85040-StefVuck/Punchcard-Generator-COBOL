000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SIMAGLR.
000030 AUTHOR.         STEFVUCK.
000040 INSTALLATION.   DATA PROCESSING CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- ----------------------------------------------
000120* 2026-10-15  SV   INITIAL VERSION - GENERAL-LEDGER ACKNOWLEDGE-
000130*                  MENT RECONCILIATION.  LOADS THE GLEXTR FILE
000140*                  SENT TO THE GL (GLREC01) INTO THE GLMATCH WORK
000150*                  FILE KEYED ON ACCOUNT AND TRANSACTION ID,
000160*                  PROVES IT TO ITS OWN TRAILER, THEN MATCHES GL'S
000170*                  RETURNED LOAD-RESULT FILE (GLACK, GAKREC01) ON
000180*                  ACCOUNT, TRANSACTION ID AND AMOUNT.  REPORTS
000190*                  EVERY POSTING GL REJECTED (WITH GL'S REASON) OR
000200*                  NEVER ACKNOWLEDGED, ACKNOWLEDGEMENTS FOR
000210*                  POSTINGS NOT SENT, AND THE ACCEPTED CONTROL
000220*                  TOTAL AGAINST THE GLEXTR TRAILER.  PARM='LIST'
000230*                  ALSO LISTS THE ACCEPTED POSTINGS.  ENDS RC 0
000240*                  ALL ACCEPTED, 4 WARNINGS ONLY, 8 POSTINGS
000250*                  OUTSTANDING, 16 NOT PROVED - THE SCHEDULE HOLDS
000260*                  THE NEXT NIGHT'S GL LOAD ON RC 8 AND ABOVE.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT GL-FILE        ASSIGN TO GLEXTR
000320            ORGANIZATION IS SEQUENTIAL
000330            FILE STATUS IS WS-GL-STATUS.
000340     SELECT ACK-FILE       ASSIGN TO GLACK
000350            ORGANIZATION IS SEQUENTIAL
000360            FILE STATUS IS WS-ACK-STATUS.
000370     SELECT MATCH-FILE     ASSIGN TO GLMATCH
000380            ORGANIZATION IS INDEXED
000390            ACCESS MODE IS DYNAMIC
000400            RECORD KEY IS GM-KEY
000410            FILE STATUS IS WS-MATCH-STATUS.
000420     SELECT REPORT-FILE    ASSIGN TO GLARPT
000430            ORGANIZATION IS SEQUENTIAL
000440            FILE STATUS IS WS-REPT-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  GL-FILE
000490     RECORDING MODE IS F.
000500     COPY GLREC01.
000510
000520 FD  ACK-FILE
000530     RECORDING MODE IS F.
000540     COPY GAKREC01.
000550
000560*----------------------------------------------------------------
000570* GLMATCH IS A WORK FILE, CLEARED AND RELOADED EVERY RUN - ONE
000580* RECORD PER GLEXTR DETAIL POSTING, MARKED AS GL'S ACKNOWLEDGEMENT
000590* FOR IT IS MATCHED.  GM-ACK-STATUS STAYS SPACE FOR A POSTING GL
000600* NEVER ACKNOWLEDGED.
000610*----------------------------------------------------------------
000620 FD  MATCH-FILE
000630     RECORDING MODE IS F.
000640 01  MATCH-RECORD.
000650     05  GM-KEY.
000660         10  GM-ACCOUNT-NUMBER   PIC X(10).
000670         10  GM-TRANS-ID         PIC X(16).
000680     05  GM-DR-CR-IND            PIC X(01).
000690     05  GM-AMOUNT               PIC 9(11)V99.
000700     05  GM-ACK-STATUS           PIC X(01).
000710         88  GM-UNACKNOWLEDGED           VALUE SPACE.
000720         88  GM-ACCEPTED                 VALUE 'A'.
000730         88  GM-REJECTED                 VALUE 'R'.
000740         88  GM-AMOUNT-DIFFERS           VALUE 'M'.
000750     05  GM-REASON-CODE          PIC X(04).
000760     05  GM-REASON-TEXT          PIC X(30).
000770     05  GM-ACK-DR-CR-IND        PIC X(01).
000780     05  GM-ACK-AMOUNT           PIC 9(11)V99.
000790     05  FILLER                  PIC X(11).
000800
000810 FD  REPORT-FILE
000820     RECORDING MODE IS F.
000830 01  REPORT-LINE                 PIC X(80).
000840
000850 WORKING-STORAGE SECTION.
000860 01  WS-GL-STATUS            PIC X(02).
000870 01  WS-ACK-STATUS           PIC X(02).
000880 01  WS-MATCH-STATUS         PIC X(02).
000890 01  WS-REPT-STATUS          PIC X(02).
000900 01  WS-GLX-EOF-SW           PIC X(01)   VALUE 'N'.
000910     88  WS-GLX-EOF                      VALUE 'Y'.
000920 01  WS-ACK-EOF-SW           PIC X(01)   VALUE 'N'.
000930     88  WS-ACK-EOF                      VALUE 'Y'.
000940 01  WS-MATCH-EOF-SW         PIC X(01)   VALUE 'N'.
000950     88  WS-MATCH-EOF                    VALUE 'Y'.
000960 01  WS-LIST-SW              PIC X(01)   VALUE 'N'.
000970     88  WS-LIST-ACCEPTED                VALUE 'Y'.
000980 01  WS-ACK-HEADING-SW       PIC X(01)   VALUE 'N'.
000990     88  WS-ACK-HEADING-DONE             VALUE 'Y'.
001000 01  WS-RUN-GRADE            PIC 9(02)   VALUE ZERO.
001010 01  WS-GLX-RUN-DATE         PIC 9(08)   VALUE ZERO.
001020 01  WS-GL-LOAD-DATE         PIC 9(08)   VALUE ZERO.
001030 01  WS-GLX-HEADER-COUNT     PIC 9(09)   VALUE ZERO.
001040 01  WS-GLX-TRAILER-COUNT    PIC 9(09)   VALUE ZERO.
001050 01  WS-GLX-OTHER-COUNT      PIC 9(09)   VALUE ZERO.
001060 01  WS-TLR-RECORD-COUNT     PIC 9(09)   VALUE ZERO.
001070 01  WS-TLR-CONTROL-TOTAL    PIC S9(13)V99 VALUE ZERO.
001080 01  WS-SENT-COUNT           PIC 9(09)   VALUE ZERO.
001090 01  WS-SENT-TOTAL           PIC S9(13)V99 VALUE ZERO.
001100 01  WS-DUP-SENT-COUNT       PIC 9(09)   VALUE ZERO.
001110 01  WS-ACK-HEADER-COUNT     PIC 9(09)   VALUE ZERO.
001120 01  WS-ACK-TRAILER-COUNT    PIC 9(09)   VALUE ZERO.
001130 01  WS-ACK-TLR-COUNT        PIC 9(09)   VALUE ZERO.
001140 01  WS-ACK-COUNT            PIC 9(09)   VALUE ZERO.
001150 01  WS-ACK-NOT-SENT-COUNT   PIC 9(09)   VALUE ZERO.
001160 01  WS-DUP-ACK-COUNT        PIC 9(09)   VALUE ZERO.
001170 01  WS-ACCEPTED-COUNT       PIC 9(09)   VALUE ZERO.
001180 01  WS-ACCEPTED-TOTAL       PIC S9(13)V99 VALUE ZERO.
001190 01  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO.
001200 01  WS-REJECTED-TOTAL       PIC S9(13)V99 VALUE ZERO.
001210 01  WS-NO-ACK-COUNT         PIC 9(09)   VALUE ZERO.
001220 01  WS-NO-ACK-TOTAL         PIC S9(13)V99 VALUE ZERO.
001230 01  WS-DIFFERS-COUNT        PIC 9(09)   VALUE ZERO.
001240 01  WS-DIFFERS-TOTAL        PIC S9(13)V99 VALUE ZERO.
001250 01  WS-LISTED-COUNT         PIC 9(09)   VALUE ZERO.
001260 01  WS-SIGNED-AMOUNT        PIC S9(13)V99 VALUE ZERO.
001270 01  WS-DIFFERENCE           PIC S9(13)V99 VALUE ZERO.
001280 01  WS-LINE-STATUS          PIC X(08).
001290 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
001300 01  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001310 01  WS-EDIT-POSTING         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001320 01  WS-EDIT-GRADE           PIC Z9.
001330
001340 LINKAGE SECTION.
001350 01  PARM-INFO.
001360     05  PARM-LENGTH         PIC S9(4) COMP.
001370     05  PARM-DATA           PIC X(80).
001380
001390 PROCEDURE DIVISION USING PARM-INFO.
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE
001420     PERFORM 2000-LOAD-GLEXTR THRU 2000-EXIT
001430         UNTIL WS-GLX-EOF
001440     PERFORM 2300-PROVE-GLEXTR
001450     PERFORM 2500-MATCH-ACK THRU 2500-EXIT
001460         UNTIL WS-ACK-EOF
001470     PERFORM 2700-START-SWEEP
001480     PERFORM 2800-SWEEP-POSTINGS THRU 2800-EXIT
001490         UNTIL WS-MATCH-EOF
001500     PERFORM 3000-TERMINATE
001510     GOBACK.
001520
001530 1000-INITIALIZE.
001540*----------------------------------------------------------------
001550* GLMATCH IS OPENED OUTPUT TO CLEAR WHAT THE LAST RUN LEFT (THE
001560* CLUSTER IS DEFINED REUSE) AND RELOADED FROM TONIGHT'S GLEXTR.
001570*----------------------------------------------------------------
001580     IF PARM-LENGTH >= 4
001590        AND PARM-DATA(1:4) = 'LIST'
001600         MOVE 'Y' TO WS-LIST-SW
001610     END-IF
001620     OPEN INPUT GL-FILE
001630     IF WS-GL-STATUS NOT = '00'
001640         DISPLAY 'SIMAGLR - UNABLE TO OPEN GLEXTR - STATUS '
001650                 WS-GL-STATUS
001660         GO TO 9999-ABEND-EXIT
001670     END-IF
001680     OPEN INPUT ACK-FILE
001690     IF WS-ACK-STATUS NOT = '00'
001700         DISPLAY 'SIMAGLR - UNABLE TO OPEN GLACK - STATUS '
001710                 WS-ACK-STATUS
001720         GO TO 9999-ABEND-EXIT
001730     END-IF
001740     OPEN OUTPUT MATCH-FILE
001750     IF WS-MATCH-STATUS NOT = '00'
001760         DISPLAY 'SIMAGLR - UNABLE TO OPEN GLMATCH - STATUS '
001770                 WS-MATCH-STATUS
001780         GO TO 9999-ABEND-EXIT
001790     END-IF
001800     OPEN OUTPUT REPORT-FILE
001810     IF WS-REPT-STATUS NOT = '00'
001820         DISPLAY 'SIMAGLR - UNABLE TO OPEN GLARPT - STATUS '
001830                 WS-REPT-STATUS
001840         GO TO 9999-ABEND-EXIT
001850     END-IF
001860     MOVE SPACES TO REPORT-LINE
001870     STRING 'SIMAGLR - GL ACKNOWLEDGEMENT RECONCILIATION'
001880         DELIMITED BY SIZE INTO REPORT-LINE
001890     WRITE REPORT-LINE
001900     MOVE SPACES TO REPORT-LINE
001910     WRITE REPORT-LINE
001920     PERFORM 2100-READ-GLEXTR.
001930
001940 2000-LOAD-GLEXTR.
001950     IF WS-GLX-EOF
001960         GO TO 2000-EXIT
001970     END-IF
001980     EVALUATE TRUE
001990         WHEN GL-HEADER-REC
002000             ADD 1 TO WS-GLX-HEADER-COUNT
002010             MOVE GL-HDR-RUN-DATE TO WS-GLX-RUN-DATE
002020         WHEN GL-DETAIL-REC
002030             PERFORM 2200-STORE-POSTING
002040         WHEN GL-TRAILER-REC
002050             ADD 1 TO WS-GLX-TRAILER-COUNT
002060             MOVE GL-TLR-RECORD-COUNT  TO WS-TLR-RECORD-COUNT
002070             MOVE GL-TLR-CONTROL-TOTAL TO WS-TLR-CONTROL-TOTAL
002080         WHEN OTHER
002090             ADD 1 TO WS-GLX-OTHER-COUNT
002100     END-EVALUATE
002110     PERFORM 2100-READ-GLEXTR.
002120 2000-EXIT.
002130     EXIT.
002140
002150 2100-READ-GLEXTR.
002160     READ GL-FILE
002170         AT END MOVE 'Y' TO WS-GLX-EOF-SW
002180     END-READ.
002190
002200 2200-STORE-POSTING.
002210*----------------------------------------------------------------
002220* SIMADRV REFUSES A TRANSACTION ID IT HAS ALREADY POSTED, SO A
002230* SECOND POSTING FOR THE SAME ACCOUNT AND ID CANNOT BE TOLD APART
002240* FROM THE FIRST BY GL'S ACKNOWLEDGEMENT - IT IS REPORTED AND
002250* LEFT OUT OF THE MATCH.
002260*----------------------------------------------------------------
002270     ADD 1 TO WS-SENT-COUNT
002280     MOVE GL-DR-CR-IND TO GM-DR-CR-IND
002290     MOVE GL-AMOUNT    TO GM-AMOUNT
002300     PERFORM 2900-SIGN-AMOUNT
002310     ADD WS-SIGNED-AMOUNT TO WS-SENT-TOTAL
002320     MOVE SPACES            TO MATCH-RECORD
002330     MOVE GL-ACCOUNT-NUMBER TO GM-ACCOUNT-NUMBER
002340     MOVE GL-TRANS-ID       TO GM-TRANS-ID
002350     MOVE GL-DR-CR-IND      TO GM-DR-CR-IND
002360     MOVE GL-AMOUNT         TO GM-AMOUNT
002370     MOVE ZERO              TO GM-ACK-AMOUNT
002380     WRITE MATCH-RECORD
002390     IF WS-MATCH-STATUS = '22'
002400         ADD 1 TO WS-DUP-SENT-COUNT
002410         MOVE 'DUP SENT' TO WS-LINE-STATUS
002420         PERFORM 2950-WRITE-ACK-EXCEPTION
002430         IF WS-RUN-GRADE < 8
002440             MOVE 8 TO WS-RUN-GRADE
002450         END-IF
002460     ELSE
002470         IF WS-MATCH-STATUS NOT = '00'
002480             DISPLAY 'SIMAGLR - UNABLE TO WRITE GLMATCH - STATUS '
002490                     WS-MATCH-STATUS
002500             GO TO 9999-ABEND-EXIT
002510         END-IF
002520     END-IF.
002530
002540 2300-PROVE-GLEXTR.
002550*----------------------------------------------------------------
002560* GLEXTR MUST PROVE TO ITS OWN TRAILER BEFORE ANYTHING GL SAYS
002570* ABOUT IT MEANS ANYTHING - ONE HEADER, ONE TRAILER, AND THE
002580* DETAIL COUNT AND SIGNED CONTROL TOTAL THE TRAILER CARRIES.
002590* THEN GLMATCH IS REOPENED FOR UPDATE AND THE FIRST ACKNOWLEDGE-
002600* MENT IS READ.
002610*----------------------------------------------------------------
002620     IF WS-GLX-HEADER-COUNT NOT = 1
002630        OR WS-GLX-TRAILER-COUNT NOT = 1
002640        OR WS-GLX-OTHER-COUNT NOT = ZERO
002650        OR WS-SENT-COUNT NOT = WS-TLR-RECORD-COUNT
002660        OR WS-SENT-TOTAL NOT = WS-TLR-CONTROL-TOTAL
002670         DISPLAY 'SIMAGLR - GLEXTR DOES NOT PROVE TO ITS TRAILER'
002680         MOVE 16 TO WS-RUN-GRADE
002690     END-IF
002700     CLOSE MATCH-FILE
002710     OPEN I-O MATCH-FILE
002720     IF WS-MATCH-STATUS NOT = '00'
002730         DISPLAY 'SIMAGLR - UNABLE TO REOPEN GLMATCH - STATUS '
002740                 WS-MATCH-STATUS
002750         GO TO 9999-ABEND-EXIT
002760     END-IF
002770     PERFORM 2600-READ-ACK.
002780
002790 2500-MATCH-ACK.
002800     IF WS-ACK-EOF
002810         GO TO 2500-EXIT
002820     END-IF
002830     EVALUATE TRUE
002840         WHEN GA-HEADER-REC
002850             ADD 1 TO WS-ACK-HEADER-COUNT
002860             MOVE GA-HDR-LOAD-DATE TO WS-GL-LOAD-DATE
002870             IF GA-HDR-RUN-DATE NOT = WS-GLX-RUN-DATE
002880                 DISPLAY 'SIMAGLR - GLACK ACKNOWLEDGES RUN DATE '
002890                         GA-HDR-RUN-DATE ' NOT ' WS-GLX-RUN-DATE
002900                 MOVE 16 TO WS-RUN-GRADE
002910             END-IF
002920         WHEN GA-DETAIL-REC
002930             PERFORM 2550-MATCH-POSTING THRU 2550-EXIT
002940         WHEN GA-TRAILER-REC
002950             ADD 1 TO WS-ACK-TRAILER-COUNT
002960             MOVE GA-TLR-RECORD-COUNT TO WS-ACK-TLR-COUNT
002970     END-EVALUATE
002980     PERFORM 2600-READ-ACK.
002990 2500-EXIT.
003000     EXIT.
003010
003020 2550-MATCH-POSTING.
003030*----------------------------------------------------------------
003040* FIND THE POSTING BY ACCOUNT AND TRANSACTION ID, THEN INSIST ON
003050* THE SAME AMOUNT AND DIRECTION - AN ACKNOWLEDGEMENT FOR A
003060* DIFFERENT AMOUNT IS NOT AN ACKNOWLEDGEMENT OF WHAT WAS SENT,
003070* SO THE POSTING IS MARKED AND LEFT OUTSTANDING.  GL'S OWN LOAD
003080* STATUS DECIDES ACCEPTED; ANYTHING ELSE COUNTS AS REJECTED WITH
003090* WHATEVER REASON GL GAVE.
003100*----------------------------------------------------------------
003110     ADD 1 TO WS-ACK-COUNT
003120     MOVE GA-ACCOUNT-NUMBER TO GM-ACCOUNT-NUMBER
003130     MOVE GA-TRANS-ID       TO GM-TRANS-ID
003140     READ MATCH-FILE
003150         INVALID KEY
003160             ADD 1 TO WS-ACK-NOT-SENT-COUNT
003170             MOVE 'NOT SENT' TO WS-LINE-STATUS
003180             PERFORM 2950-WRITE-ACK-EXCEPTION
003190             IF WS-RUN-GRADE < 8
003200                 MOVE 8 TO WS-RUN-GRADE
003210             END-IF
003220             GO TO 2550-EXIT
003230     END-READ
003240     IF NOT GM-UNACKNOWLEDGED
003250         ADD 1 TO WS-DUP-ACK-COUNT
003260         MOVE 'DUP ACK' TO WS-LINE-STATUS
003270         PERFORM 2950-WRITE-ACK-EXCEPTION
003280         IF WS-RUN-GRADE < 4
003290             MOVE 4 TO WS-RUN-GRADE
003300         END-IF
003310         GO TO 2550-EXIT
003320     END-IF
003330     EVALUATE TRUE
003340         WHEN GA-AMOUNT NOT = GM-AMOUNT
003350           OR GA-DR-CR-IND NOT = GM-DR-CR-IND
003360             MOVE 'M' TO GM-ACK-STATUS
003370             MOVE GA-DR-CR-IND TO GM-ACK-DR-CR-IND
003380             MOVE GA-AMOUNT    TO GM-ACK-AMOUNT
003390         WHEN GA-ACCEPTED
003400             MOVE 'A' TO GM-ACK-STATUS
003410         WHEN OTHER
003420             MOVE 'R' TO GM-ACK-STATUS
003430             MOVE GA-REASON-CODE TO GM-REASON-CODE
003440             MOVE GA-REASON-TEXT TO GM-REASON-TEXT
003450     END-EVALUATE
003460     REWRITE MATCH-RECORD
003470     IF WS-MATCH-STATUS NOT = '00'
003480         DISPLAY 'SIMAGLR - UNABLE TO REWRITE GLMATCH - STATUS '
003490                 WS-MATCH-STATUS
003500         GO TO 9999-ABEND-EXIT
003510     END-IF.
003520 2550-EXIT.
003530     EXIT.
003540
003550 2600-READ-ACK.
003560     READ ACK-FILE
003570         AT END MOVE 'Y' TO WS-ACK-EOF-SW
003580     END-READ.
003590
003600 2700-START-SWEEP.
003610*----------------------------------------------------------------
003620* EVERY ACKNOWLEDGEMENT IS IN - NOW WALK THE POSTINGS IN ACCOUNT
003630* ORDER AND REPORT EACH ONE GL HAS NOT ACCEPTED.  A GLACK THAT
003640* DOES NOT PROVE TO ITS OWN HEADER AND TRAILER LEAVES THE RUN
003650* UNPROVED, WHATEVER IT MATCHED.
003660*----------------------------------------------------------------
003670     IF WS-ACK-HEADER-COUNT NOT = 1
003680        OR WS-ACK-TRAILER-COUNT NOT = 1
003690        OR WS-ACK-COUNT NOT = WS-ACK-TLR-COUNT
003700         DISPLAY 'SIMAGLR - GLACK DOES NOT PROVE TO ITS TRAILER'
003710         MOVE 16 TO WS-RUN-GRADE
003720     END-IF
003730     MOVE SPACES TO REPORT-LINE
003740     WRITE REPORT-LINE
003750     MOVE SPACES TO REPORT-LINE
003760     IF WS-LIST-ACCEPTED
003770         STRING 'POSTINGS AS ACKNOWLEDGED BY GL'
003780             DELIMITED BY SIZE INTO REPORT-LINE
003790     ELSE
003800         STRING 'POSTINGS NOT ACCEPTED BY GL'
003810             DELIMITED BY SIZE INTO REPORT-LINE
003820     END-IF
003830     WRITE REPORT-LINE
003840     PERFORM 5900-WRITE-COLUMN-HEADING
003850     MOVE LOW-VALUES TO GM-KEY
003860     START MATCH-FILE KEY IS NOT LESS THAN GM-KEY
003870         INVALID KEY MOVE 'Y' TO WS-MATCH-EOF-SW
003880     END-START
003890     IF NOT WS-MATCH-EOF
003900         PERFORM 2810-READ-NEXT-POSTING
003910     END-IF.
003920
003930 2800-SWEEP-POSTINGS.
003940     IF WS-MATCH-EOF
003950         GO TO 2800-EXIT
003960     END-IF
003970     PERFORM 2900-SIGN-AMOUNT
003980     EVALUATE TRUE
003990         WHEN GM-ACCEPTED
004000             ADD 1 TO WS-ACCEPTED-COUNT
004010             ADD WS-SIGNED-AMOUNT TO WS-ACCEPTED-TOTAL
004020             IF WS-LIST-ACCEPTED
004030                 MOVE 'ACCEPTED' TO WS-LINE-STATUS
004040                 PERFORM 2960-WRITE-POSTING-LINE
004050             END-IF
004060         WHEN GM-REJECTED
004070             ADD 1 TO WS-REJECTED-COUNT
004080             ADD WS-SIGNED-AMOUNT TO WS-REJECTED-TOTAL
004090             MOVE 'REJECTED' TO WS-LINE-STATUS
004100             PERFORM 2960-WRITE-POSTING-LINE
004110         WHEN GM-AMOUNT-DIFFERS
004120             ADD 1 TO WS-DIFFERS-COUNT
004130             ADD WS-SIGNED-AMOUNT TO WS-DIFFERS-TOTAL
004140             MOVE 'AMOUNT' TO WS-LINE-STATUS
004150             PERFORM 2960-WRITE-POSTING-LINE
004160         WHEN OTHER
004170             ADD 1 TO WS-NO-ACK-COUNT
004180             ADD WS-SIGNED-AMOUNT TO WS-NO-ACK-TOTAL
004190             MOVE 'NO ACK' TO WS-LINE-STATUS
004200             PERFORM 2960-WRITE-POSTING-LINE
004210     END-EVALUATE
004220     PERFORM 2810-READ-NEXT-POSTING.
004230 2800-EXIT.
004240     EXIT.
004250
004260 2810-READ-NEXT-POSTING.
004270     READ MATCH-FILE NEXT RECORD
004280         AT END MOVE 'Y' TO WS-MATCH-EOF-SW
004290     END-READ.
004300
004310 2900-SIGN-AMOUNT.
004320*----------------------------------------------------------------
004330* GLEXTR AMOUNTS ARE ABSOLUTE WITH THE SIGN ON THE DR/CR
004340* INDICATOR ('D' NEGATIVE) - PUT THE SIGN BACK SO TOTALS COMPARE
004350* WITH THE SIGNED TRAILER CONTROL TOTAL.
004360*----------------------------------------------------------------
004370     IF GM-DR-CR-IND = 'D'
004380         COMPUTE WS-SIGNED-AMOUNT = ZERO - GM-AMOUNT
004390     ELSE
004400         MOVE GM-AMOUNT TO WS-SIGNED-AMOUNT
004410     END-IF.
004420
004430 2950-WRITE-ACK-EXCEPTION.
004440*----------------------------------------------------------------
004450* A GLEXTR OR GLACK RECORD THAT CANNOT BE MATCHED ONE-FOR-ONE,
004460* PRINTED AS IT IS FOUND UNDER ITS OWN HEADING.
004470*----------------------------------------------------------------
004480     IF NOT WS-ACK-HEADING-DONE
004490         MOVE 'Y' TO WS-ACK-HEADING-SW
004500         MOVE SPACES TO REPORT-LINE
004510         STRING 'RECORDS THAT DO NOT MATCH ONE-FOR-ONE'
004520             DELIMITED BY SIZE INTO REPORT-LINE
004530         WRITE REPORT-LINE
004540         PERFORM 5900-WRITE-COLUMN-HEADING
004550     END-IF
004560     IF WS-LINE-STATUS NOT = 'DUP SENT'
004570         MOVE SPACES            TO MATCH-RECORD
004580         MOVE GA-ACCOUNT-NUMBER TO GM-ACCOUNT-NUMBER
004590         MOVE GA-TRANS-ID       TO GM-TRANS-ID
004600         MOVE GA-DR-CR-IND      TO GM-DR-CR-IND
004610         MOVE GA-AMOUNT         TO GM-AMOUNT
004620     END-IF
004630     PERFORM 2960-WRITE-POSTING-LINE.
004640
004650 2960-WRITE-POSTING-LINE.
004660     MOVE GM-AMOUNT TO WS-EDIT-POSTING
004670     MOVE SPACES TO REPORT-LINE
004680     STRING GM-ACCOUNT-NUMBER DELIMITED BY SIZE
004690            ' '               DELIMITED BY SIZE
004700            GM-TRANS-ID       DELIMITED BY SIZE
004710            ' '               DELIMITED BY SIZE
004720            GM-DR-CR-IND      DELIMITED BY SIZE
004730            ' '               DELIMITED BY SIZE
004740            WS-EDIT-POSTING   DELIMITED BY SIZE
004750            '  '              DELIMITED BY SIZE
004760            WS-LINE-STATUS    DELIMITED BY SIZE
004770            ' '               DELIMITED BY SIZE
004780            GM-REASON-CODE    DELIMITED BY SIZE
004790         INTO REPORT-LINE
004800     WRITE REPORT-LINE
004810     ADD 1 TO WS-LISTED-COUNT
004820     IF GM-REJECTED
004830         MOVE SPACES TO REPORT-LINE
004840         STRING '           GL REASON: ' DELIMITED BY SIZE
004850                GM-REASON-TEXT          DELIMITED BY SIZE
004860             INTO REPORT-LINE
004870         WRITE REPORT-LINE
004880     END-IF
004890     IF GM-AMOUNT-DIFFERS
004900         MOVE GM-ACK-AMOUNT TO WS-EDIT-POSTING
004910         MOVE SPACES TO REPORT-LINE
004920         STRING '           GL ACKNOWLEDGED: ' DELIMITED BY SIZE
004930                GM-ACK-DR-CR-IND              DELIMITED BY SIZE
004940                ' '                           DELIMITED BY SIZE
004950                WS-EDIT-POSTING               DELIMITED BY SIZE
004960             INTO REPORT-LINE
004970         WRITE REPORT-LINE
004980     END-IF.
004990
005000 3000-TERMINATE.
005010*----------------------------------------------------------------
005020* ANYTHING GL HAS NOT ACCEPTED - REJECTED, NEVER ACKNOWLEDGED OR
005030* ACKNOWLEDGED FOR A DIFFERENT AMOUNT - IS OUTSTANDING AND HOLDS
005040* THE NEXT GL LOAD (RC 8), AS DOES AN ACCEPTED CONTROL TOTAL
005050* THAT DOES NOT TIE TO THE GLEXTR TRAILER.
005060*----------------------------------------------------------------
005070     IF WS-LISTED-COUNT = ZERO
005080         MOVE SPACES TO REPORT-LINE
005090         STRING '   NONE' DELIMITED BY SIZE INTO REPORT-LINE
005100         WRITE REPORT-LINE
005110     END-IF
005120     IF WS-REJECTED-COUNT > ZERO
005130        OR WS-NO-ACK-COUNT > ZERO
005140        OR WS-DIFFERS-COUNT > ZERO
005150        OR WS-ACCEPTED-TOTAL NOT = WS-TLR-CONTROL-TOTAL
005160         IF WS-RUN-GRADE < 8
005170             MOVE 8 TO WS-RUN-GRADE
005180         END-IF
005190     END-IF
005200     PERFORM 5000-WRITE-TOTALS
005210     CLOSE GL-FILE
005220           ACK-FILE
005230           MATCH-FILE
005240           REPORT-FILE
005250     MOVE WS-RUN-GRADE TO RETURN-CODE.
005260
005270 5000-WRITE-TOTALS.
005280     MOVE SPACES TO REPORT-LINE
005290     WRITE REPORT-LINE
005300     MOVE SPACES TO REPORT-LINE
005310     STRING 'GLEXTR RUN DATE ........... ' DELIMITED BY SIZE
005320            WS-GLX-RUN-DATE             DELIMITED BY SIZE
005330         INTO REPORT-LINE
005340     WRITE REPORT-LINE
005350     MOVE SPACES TO REPORT-LINE
005360     STRING 'GL LOAD DATE .............. ' DELIMITED BY SIZE
005370            WS-GL-LOAD-DATE             DELIMITED BY SIZE
005380         INTO REPORT-LINE
005390     WRITE REPORT-LINE
005400     MOVE WS-SENT-COUNT TO WS-EDIT-COUNT
005410     MOVE SPACES TO REPORT-LINE
005420     STRING 'POSTINGS SENT ............. ' DELIMITED BY SIZE
005430            WS-EDIT-COUNT               DELIMITED BY SIZE
005440         INTO REPORT-LINE
005450     WRITE REPORT-LINE
005460     MOVE WS-TLR-RECORD-COUNT TO WS-EDIT-COUNT
005470     MOVE SPACES TO REPORT-LINE
005480     STRING 'GLEXTR TRAILER COUNT ...... ' DELIMITED BY SIZE
005490            WS-EDIT-COUNT               DELIMITED BY SIZE
005500         INTO REPORT-LINE
005510     WRITE REPORT-LINE
005520     MOVE WS-DUP-SENT-COUNT TO WS-EDIT-COUNT
005530     MOVE SPACES TO REPORT-LINE
005540     STRING 'DUPLICATE POSTINGS SENT ... ' DELIMITED BY SIZE
005550            WS-EDIT-COUNT               DELIMITED BY SIZE
005560         INTO REPORT-LINE
005570     WRITE REPORT-LINE
005580     MOVE WS-ACK-COUNT TO WS-EDIT-COUNT
005590     MOVE SPACES TO REPORT-LINE
005600     STRING 'ACKNOWLEDGEMENTS READ ..... ' DELIMITED BY SIZE
005610            WS-EDIT-COUNT               DELIMITED BY SIZE
005620         INTO REPORT-LINE
005630     WRITE REPORT-LINE
005640     MOVE WS-ACK-TLR-COUNT TO WS-EDIT-COUNT
005650     MOVE SPACES TO REPORT-LINE
005660     STRING 'GLACK TRAILER COUNT ....... ' DELIMITED BY SIZE
005670            WS-EDIT-COUNT               DELIMITED BY SIZE
005680         INTO REPORT-LINE
005690     WRITE REPORT-LINE
005700     MOVE WS-ACK-NOT-SENT-COUNT TO WS-EDIT-COUNT
005710     MOVE SPACES TO REPORT-LINE
005720     STRING 'ACKNOWLEDGED, NOT SENT .... ' DELIMITED BY SIZE
005730            WS-EDIT-COUNT               DELIMITED BY SIZE
005740         INTO REPORT-LINE
005750     WRITE REPORT-LINE
005760     MOVE WS-DUP-ACK-COUNT TO WS-EDIT-COUNT
005770     MOVE SPACES TO REPORT-LINE
005780     STRING 'DUPLICATE ACKNOWLEDGEMENTS  ' DELIMITED BY SIZE
005790            WS-EDIT-COUNT               DELIMITED BY SIZE
005800         INTO REPORT-LINE
005810     WRITE REPORT-LINE
005820     MOVE SPACES TO REPORT-LINE
005830     WRITE REPORT-LINE
005840     MOVE WS-ACCEPTED-COUNT TO WS-EDIT-COUNT
005850     MOVE WS-ACCEPTED-TOTAL TO WS-SIGNED-AMOUNT
005860     MOVE 'ACCEPTED BY GL ............ ' TO REPORT-LINE
005870     PERFORM 5100-WRITE-COUNT-AMOUNT
005880     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
005890     MOVE WS-REJECTED-TOTAL TO WS-SIGNED-AMOUNT
005900     MOVE 'REJECTED BY GL ............ ' TO REPORT-LINE
005910     PERFORM 5100-WRITE-COUNT-AMOUNT
005920     MOVE WS-NO-ACK-COUNT TO WS-EDIT-COUNT
005930     MOVE WS-NO-ACK-TOTAL TO WS-SIGNED-AMOUNT
005940     MOVE 'NOT ACKNOWLEDGED .......... ' TO REPORT-LINE
005950     PERFORM 5100-WRITE-COUNT-AMOUNT
005960     MOVE WS-DIFFERS-COUNT TO WS-EDIT-COUNT
005970     MOVE WS-DIFFERS-TOTAL TO WS-SIGNED-AMOUNT
005980     MOVE 'AMOUNT DIFFERS ............ ' TO REPORT-LINE
005990     PERFORM 5100-WRITE-COUNT-AMOUNT
006000     MOVE SPACES TO REPORT-LINE
006010     WRITE REPORT-LINE
006020     PERFORM 5200-COMPARE-CONTROL-TOTAL
006030     PERFORM 5300-WRITE-VERDICT.
006040
006050 5100-WRITE-COUNT-AMOUNT.
006060*----------------------------------------------------------------
006070* THE 28-BYTE LABEL IS ALREADY IN THE LINE - ADD THE COUNT AND
006080* THE SIGNED AMOUNT AFTER IT.
006090*----------------------------------------------------------------
006100     MOVE WS-SIGNED-AMOUNT TO WS-EDIT-AMOUNT
006110     MOVE WS-EDIT-COUNT    TO REPORT-LINE(29:11)
006120     MOVE WS-EDIT-AMOUNT   TO REPORT-LINE(42:21)
006130     WRITE REPORT-LINE.
006140
006150 5200-COMPARE-CONTROL-TOTAL.
006160     MOVE WS-ACCEPTED-TOTAL TO WS-EDIT-AMOUNT
006170     MOVE SPACES TO REPORT-LINE
006180     STRING 'ACCEPTED CONTROL TOTAL .... ' DELIMITED BY SIZE
006190            WS-EDIT-AMOUNT              DELIMITED BY SIZE
006200         INTO REPORT-LINE
006210     WRITE REPORT-LINE
006220     MOVE WS-TLR-CONTROL-TOTAL TO WS-EDIT-AMOUNT
006230     MOVE SPACES TO REPORT-LINE
006240     STRING 'GLEXTR TRAILER TOTAL ...... ' DELIMITED BY SIZE
006250            WS-EDIT-AMOUNT              DELIMITED BY SIZE
006260         INTO REPORT-LINE
006270     WRITE REPORT-LINE
006280     SUBTRACT WS-ACCEPTED-TOTAL FROM WS-TLR-CONTROL-TOTAL
006290         GIVING WS-DIFFERENCE
006300     MOVE WS-DIFFERENCE TO WS-EDIT-AMOUNT
006310     MOVE SPACES TO REPORT-LINE
006320     STRING 'NOT YET ACCEPTED .......... ' DELIMITED BY SIZE
006330            WS-EDIT-AMOUNT              DELIMITED BY SIZE
006340         INTO REPORT-LINE
006350     WRITE REPORT-LINE
006360     MOVE SPACES TO REPORT-LINE
006370     IF WS-DIFFERENCE = ZERO
006380         STRING '   BALANCED' DELIMITED BY SIZE INTO REPORT-LINE
006390     ELSE
006400         STRING '   *** OUT OF BALANCE ***' DELIMITED BY SIZE
006410             INTO REPORT-LINE
006420     END-IF
006430     WRITE REPORT-LINE.
006440
006450 5300-WRITE-VERDICT.
006460     MOVE SPACES TO REPORT-LINE
006470     WRITE REPORT-LINE
006480     MOVE WS-RUN-GRADE TO WS-EDIT-GRADE
006490     MOVE SPACES TO REPORT-LINE
006500     EVALUATE TRUE
006510         WHEN WS-RUN-GRADE = 16
006520             STRING '*** NOT PROVED - HOLD THE NEXT GL LOAD - RC '
006530                    WS-EDIT-GRADE
006540                 DELIMITED BY SIZE INTO REPORT-LINE
006550         WHEN WS-RUN-GRADE = 8
006560             STRING '*** POSTINGS OUTSTANDING - HOLD THE NEXT GL '
006570                    'LOAD - RC ' WS-EDIT-GRADE
006580                 DELIMITED BY SIZE INTO REPORT-LINE
006590         WHEN WS-RUN-GRADE = 4
006600             STRING 'ALL POSTINGS ACCEPTED, WITH WARNINGS - RC '
006610                    WS-EDIT-GRADE
006620                 DELIMITED BY SIZE INTO REPORT-LINE
006630         WHEN OTHER
006640             STRING 'ALL POSTINGS ACCEPTED - GL LOAD RECONCILED'
006650                 DELIMITED BY SIZE INTO REPORT-LINE
006660     END-EVALUATE
006670     WRITE REPORT-LINE.
006680
006690 5900-WRITE-COLUMN-HEADING.
006700     MOVE SPACES TO REPORT-LINE
006710     STRING 'ACCOUNT    TRANSACTION ID   D/C'
006720            '            AMOUNT  STATUS   REASON'
006730         DELIMITED BY SIZE INTO REPORT-LINE
006740     WRITE REPORT-LINE.
006750
006760 9999-ABEND-EXIT.
006770*----------------------------------------------------------------
006780* REACHED WHEN A FILE WOULD NOT OPEN OR GLMATCH COULD NOT BE
006790* UPDATED.  NO VERDICT WAS REACHED, SO END WITH RETURN CODE 16 -
006800* THE SCHEDULE MUST TREAT AN UNPROVEN RECONCILIATION AS AN
006810* OUTSTANDING ONE AND HOLD THE NEXT GL LOAD.
006820*----------------------------------------------------------------
006830     DISPLAY 'SIMAGLR - TERMINATING - GL LOAD NOT PROVED'
006840     MOVE 16 TO RETURN-CODE
006850     STOP RUN.
