001592*                  DISTINCT REJECTS.  THE DEAD WHOLE-FILE HASH
001593*                  ACCUMULATORS (SUPERSEDED BY THE PER-BATCH
001594*                  BALANCE AT 2115) WERE REMOVED.
001595* 2026-10-15  SV   EVERY POSTED RESULT NOW MOVES THE ACCOUNT'S
001596*                  RUNNING LEDGER BALANCE ON ACCTMST, WHICH IS
001597*                  OPENED I-O (SEE ACTREC01).  AN ACCOUNT CARRYING
001598*                  A CREDIT LIMIT IS CHECKED BEFORE SIMPLEADD IS
001599*                  CALLED - A DEBIT THAT WOULD TAKE THE BALANCE
001600*                  PAST THE LIMIT IS DIVERTED TO REJFILE (REASON
001601*                  40) THE SAME WAY AS THE ACCOUNT EDITS.  THE
001602*                  BALANCE REWRITE STAMPS THE TRANSACTION ID AND
001603*                  RUN DATE ON THE MASTER, SO A PARM='RESTART'
001604*                  RE-POST NEVER APPLIES A RESULT TWICE.
001605* 2026-10-15  SV   ACCOUNTING PERIOD LOCK.  ONCE SIMAPCL HAS
001606*                  CLOSED A MONTH ON PERCTL (SEE PCLREC01), A
001607*                  TRANSACTION VALUE-DATED INTO IT IS DIVERTED TO
001608*                  REJFILE WITH REASON 44 BEFORE THE ACCOUNT EDITS
001609*                  (2012-CHECK-PERIOD), AND SUMRPT COUNTS THEM.
001610*                  CHECKPOINT RECORD GREW BY THE NEW COUNTER (NOW
001611*                  604 BYTES) - DELETE THE OLD CHKPTFILE BEFORE
001612*                  THE FIRST RUN.
001613* 2026-10-15  SV   NIGHTLY RUN STATE.  THE STEP RECORDS ITS START,
001614*                  END AND RETURN CODE ON RUNCTL THROUGH SIMARSC
001615*                  (SEE RSPREC01) AND IS REFUSED (RC 16) WHEN ITS
001616*                  PREREQUISITES HAVE NOT ENDED CLEANLY FOR THE
001617*                  BUSINESS DATE, OR SKIPPED (RC 0) WHEN IT HAS
001618*                  ALREADY ENDED CLEANLY.  NEW RUNPARM KEYWORD
001619*                  STREAM=NN NAMES THE PARALLEL STREAM (01-04) A
001620*                  RUN IS; THE DEFAULT 00 IS THE SINGLE-STREAM
001621*                  NIGHT, WHICH THIS STEP STARTS.  A PARM='REPROC'
001622*                  REPAIR PASS IS NOT RECORDED.
001623* 2026-10-15  SV   LARGE-VALUE REFERRAL.  A DETAIL WHOSE POSTING
001624*                  AMOUNT IS ABOVE THE NEW RUNPARM REFER-THRESHOLD
001625*                  CARD, OR ABOVE THE ACCOUNT'S AM-REFER-LIMIT, IS
001626*                  HELD ON REFTRN (SEE REFREC01) WITH RETURN CODE
001627*                  56 ON TRANSOUT INSTEAD OF POSTING (2022, 2045).
001628*                  THE NEXT RUN'S REFERRAL RELEASE (1600) POSTS
001629*                  EVERY ITEM A SUPERVISOR APPROVED ON SIMARFR AND
001630*                  SENDS EVERY DECLINED ONE TO REJFILE WITH REASON
001631*                  60.  THE POSTING-AMOUNT PROJECTION MOVED OUT OF
001632*                  2019 INTO 2017 FOR BOTH EDITS.  THE CHECKPOINT
001633*                  RECORD GREW BY THREE COUNTERS (NOW 631 BYTES) -
001634*                  DELETE THE OLD CHKPTFILE BEFORE THE FIRST RUN.
001635* 2026-10-15  SV   REVERSALS.  A TRANSIN 'R' RECORD NAMES THE
001636*                  TR-TRANS-ID OF A TRANSACTION ALREADY POSTED;
001637*                  2032 FINDS IT AND ITS POSTED AMOUNT ON TRANIDF
001638*                  (AUDITLOG FOR AN OLDER ENTRY) AND THE REVERSAL
001639*                  POSTS THE EXACT OPPOSITE TO THE SAME ACCOUNT,
001640*                  ITS GL POSTING CARRYING THE ORIGINAL'S COST
001641*                  CENTER AND SOURCE.  THE ORIGINAL IS MARKED
001642*                  REVERSED ON TRANIDF (2078).
001643*                  AN UNKNOWN ORIGINAL REJECTS WITH REASON 48, ONE
001644*                  ALREADY REVERSED WITH REASON 52.  TRANIDF
001645*                  ENTRIES GREW TO 100 BYTES (SEE TIDREC01) AND
001646*                  THE CHECKPOINT RECORD BY THREE COUNTERS (NOW
001647*                  658 BYTES) - RELOAD TRANIDF AND DELETE THE OLD
001648*                  CHKPTFILE BEFORE THE FIRST RUN.
001649 ENVIRONMENT DIVISION.
001650 INPUT-OUTPUT SECTION.
001651 FILE-CONTROL.
001652     SELECT TRANS-FILE      ASSIGN TO TRANSIN
001653            ORGANIZATION IS SEQUENTIAL
001654            FILE STATUS IS WS-TRANS-STATUS.
001655     SELECT RESULT-FILE     ASSIGN TO TRANSOUT
001656            ORGANIZATION IS SEQUENTIAL
001657            FILE STATUS IS WS-RESULT-STATUS.
001658     SELECT CHECKPOINT-FILE ASSIGN TO CHKPTFILE
001659            ORGANIZATION IS SEQUENTIAL
001660            FILE STATUS IS WS-CHKPT-STATUS.
001661     SELECT REPORT-FILE     ASSIGN TO SUMRPT
001662            ORGANIZATION IS SEQUENTIAL
001663            FILE STATUS IS WS-REPT-STATUS.
001664     SELECT REJECT-FILE     ASSIGN TO REJFILE
001665            ORGANIZATION IS SEQUENTIAL
001666            FILE STATUS IS WS-REJECT-STATUS.
001667     SELECT REPAIR-FILE     ASSIGN TO REPAIRIN
001668            ORGANIZATION IS SEQUENTIAL
001670            FILE STATUS IS WS-REPAIR-STATUS.
001680     SELECT PARAM-FILE      ASSIGN TO RUNPARM
001690            ORGANIZATION IS SEQUENTIAL
001700            FILE STATUS IS WS-PARAM-STATUS.
001710     SELECT GL-FILE         ASSIGN TO GLEXTR
001720            ORGANIZATION IS SEQUENTIAL
001721            FILE STATUS IS WS-GL-STATUS.
001722     SELECT ACCOUNT-FILE    ASSIGN TO ACCTMST
001723            ORGANIZATION IS INDEXED
001724            ACCESS MODE IS RANDOM
001725            RECORD KEY IS AMR-ACCOUNT-NUMBER
001726            FILE STATUS IS WS-ACCT-STATUS.
001727     SELECT TRANS-ID-FILE   ASSIGN TO TRANIDF
001728            ORGANIZATION IS INDEXED
001729            ACCESS MODE IS RANDOM
001730            RECORD KEY IS TI-TRANS-ID
001731            FILE STATUS IS WS-TID-STATUS.
001732     SELECT AUDIT-FILE      ASSIGN TO AUDITLOG
001733            ORGANIZATION IS INDEXED
001734            ACCESS MODE IS DYNAMIC
001735            RECORD KEY IS AUD-KEY
001736            FILE STATUS IS WS-AUD-STATUS.
001741     SELECT PENDING-FILE    ASSIGN TO PENDTRN
001742            ORGANIZATION IS INDEXED
001743            ACCESS MODE IS DYNAMIC
001753            ACCESS MODE IS RANDOM
001754            RECORD KEY IS RH-RUN-DATE
001755            FILE STATUS IS WS-RHST-STATUS.
001756     SELECT PERIOD-FILE     ASSIGN TO PERCTL
001757            ORGANIZATION IS INDEXED
001758            ACCESS MODE IS RANDOM
001759            RECORD KEY IS PC-PERIOD
001760            FILE STATUS IS WS-PCTL-STATUS.
001761     SELECT REFERRAL-FILE   ASSIGN TO REFTRN
001762            ORGANIZATION IS INDEXED
001763            ACCESS MODE IS DYNAMIC
001764            RECORD KEY IS RF-TRANS-ID
001765            FILE STATUS IS WS-REFR-STATUS.
001766
001767 DATA DIVISION.
001768 FILE SECTION.
001770 FD  TRANS-FILE
001780     RECORDING MODE IS F.
001790 01  TRANS-INPUT-RECORD      PIC X(61).
002050     05  CK-DIVIDE-COUNT     PIC 9(09).
002060     05  CK-BAD-OP-COUNT     PIC 9(09).
002070     05  CK-GL-COUNT         PIC 9(09).
002072     05  CK-RUNNING-TOTAL    PIC S9(9)V99.
002073     05  CK-ACCT-REJ-COUNT   PIC 9(09).
002074     05  CK-DUP-REJ-COUNT    PIC 9(09).
002075     05  CK-WHSE-COUNT       PIC 9(09).
002076     05  CK-REL-COUNT        PIC 9(09).
002077     05  CK-RATE-REJ-COUNT   PIC 9(09).
002078     05  CK-LIMIT-REJ-COUNT  PIC 9(09).
002079     05  CK-PERIOD-REJ-COUNT PIC 9(09).
002080     05  CK-REFER-COUNT      PIC 9(09).
002081     05  CK-RFR-REL-COUNT    PIC 9(09).
002082     05  CK-DECLINE-COUNT    PIC 9(09).
002083     05  CK-REV-COUNT        PIC 9(09).
002084     05  CK-REV-NF-COUNT     PIC 9(09).
002085     05  CK-REV-DUP-COUNT    PIC 9(09).
002086*----------------------------------------------------------------
002087* PER-SOURCE PROCESSING COUNTERS TRAVEL ON THE CHECKPOINT - A
002088* RESTART'S SKIP PASS REBUILDS THE INPUT-SIDE BATCH COUNTERS BY
002280     05  RP-TRANS-IMAGE      PIC X(61).
002290
002300 FD  GL-FILE
002301     RECORDING MODE IS F.
002302     COPY GLREC01.
002303
002304 FD  ACCOUNT-FILE
002305     RECORDING MODE IS F.
002306*----------------------------------------------------------------
002307* ACCOUNT MASTER RECORDS ARE KEYED ACTREC01 IMAGES, READ INTO
002308* THE SHARED LAYOUT IN WORKING-STORAGE - ONLY THE RECORD KEY IS
002309* BROKEN OUT HERE.  KEEP THE LENGTHS IN STEP WITH ACTREC01.
002310*----------------------------------------------------------------
002311 01  ACCOUNT-INPUT-RECORD.
002312     05  AMR-ACCOUNT-NUMBER  PIC X(10).
002313     05  FILLER              PIC X(110).
002314
002315 FD  TRANS-ID-FILE
002316     RECORDING MODE IS F.
002317     COPY TIDREC01.
002318
002319 FD  AUDIT-FILE
002320     RECORDING MODE IS F.
002321*----------------------------------------------------------------
002322* THE SIMPLEADD AUDIT TRAIL, READ HERE ONLY TO FIND THE AMOUNT A
002323* REVERSED TRANSACTION POSTED WHEN ITS TRANIDF ENTRY IS OLDER
002324* THAN TI-POSTED-AMOUNT (SEE 2034).  RECORDS ARE READ INTO
002325* AUDREC01 IN WORKING-STORAGE - ONLY THE KEY IS BROKEN OUT, SO
002326* KEEP THE LENGTHS IN STEP WITH AUDREC01.
002327*----------------------------------------------------------------
002328 01  AUDIT-INPUT-RECORD.
002329     05  AUD-KEY.
002330         10  AUD-DATE            PIC 9(08).
002331         10  AUD-TIME            PIC 9(08).
002332         10  AUD-SEQ-NO          PIC 9(05).
002333     05  FILLER                  PIC X(104).
002336
002337 FD  PENDING-FILE
002338     RECORDING MODE IS F.
002346     RECORDING MODE IS F.
002347     COPY RHSREC01.
002348
002349 FD  PERIOD-FILE
002350     RECORDING MODE IS F.
002351     COPY PCLREC01.
002352
002353 FD  REFERRAL-FILE
002354     RECORDING MODE IS F.
002355     COPY REFREC01.
002356
002357 FD  PARAM-FILE
002358     RECORDING MODE IS F.
002360*----------------------------------------------------------------
002370* RUN-CONTROL CARDS, ONE KEYWORD=VALUE PER RECORD - SEE
002380* 1070-APPLY-RUN-CONTROL FOR THE KEYWORDS.  RECORDS STARTING
002544 01  WS-RELEASE-SW           PIC X(01)   VALUE 'Y'.
002545     88  WS-RELEASE-ENABLED              VALUE 'Y'.
002546 01  WS-RHST-STATUS          PIC X(02).
002547*----------------------------------------------------------------
002548* PERIOD LOCK.  WS-PCTL-CREATED IS THE SAME FIRST-RUN GUARD AS
002549* WS-TID-CREATED - NO PERIOD HAS BEEN CLOSED YET.  THE LAST PERIOD
002550* LOOKED UP AND ITS STATE ARE KEPT SO PERCTL IS ONLY READ WHEN THE
002551* VALUE DATE MOVES INTO A DIFFERENT MONTH.
002552*----------------------------------------------------------------
002553 01  WS-PCTL-STATUS          PIC X(02).
002554 01  WS-PCTL-CREATED-SW      PIC X(01)   VALUE 'N'.
002555     88  WS-PCTL-CREATED                 VALUE 'Y'.
002556 01  WS-VALUE-PERIOD         PIC 9(06)   VALUE ZERO.
002557 01  WS-CHECKED-PERIOD       PIC 9(06)   VALUE ZERO.
002558 01  WS-PERIOD-CLOSED-SW     PIC X(01)   VALUE 'N'.
002559     88  WS-PERIOD-CLOSED                VALUE 'Y'.
002560*----------------------------------------------------------------
002561* LARGE-VALUE REFERRAL.  WS-REFER-THRESHOLD IS THE RUNPARM
002562* REFER-THRESHOLD IN WHOLE BASE-CURRENCY UNITS (ZERO - NO RUN-WIDE
002563* THRESHOLD).  WS-REFR-CREATED IS THE SAME FIRST-RUN GUARD AS
002564* WS-PEND-CREATED.  WS-REFR-ACTION-SW CARRIES THE SUPERVISOR'S
002565* DECISION ON THE REFERRAL BEING RELEASED BY 1600, AND IS SPACE
002566* FOR EVERY OTHER ITEM.
002567*----------------------------------------------------------------
002568 01  WS-REFR-STATUS          PIC X(02).
002569 01  WS-REFR-CREATED-SW      PIC X(01)   VALUE 'N'.
002570     88  WS-REFR-CREATED                 VALUE 'Y'.
002571 01  WS-REFR-EOF-SW          PIC X(01)   VALUE 'N'.
002572     88  WS-REFR-EOF                     VALUE 'Y'.
002573 01  WS-REFR-ACTION-SW       PIC X(01)   VALUE SPACE.
002574     88  WS-REFER-PASS                   VALUE 'A' 'D'.
002575     88  WS-REFR-APPROVED-REL            VALUE 'A'.
002576     88  WS-REFR-DECLINED-REL            VALUE 'D'.
002577 01  WS-REFER-THRESHOLD      PIC 9(09)   VALUE ZERO.
002578 01  WS-REFER-SW             PIC X(01)   VALUE 'N'.
002579     88  WS-REFERRED                     VALUE 'Y'.
002580 01  WS-REFER-TRIGGER        PIC X(01)   VALUE SPACE.
002581 01  WS-REFER-SIZE           PIC 9(11)V99 VALUE ZERO.
002582 01  WS-REFER-LIMIT          PIC 9(11)V99 VALUE ZERO.
002583 01  WS-ACCT-REFER-LIMIT     PIC 9(11)V99 VALUE ZERO.
002584 01  WS-POST-PROJ-SW         PIC X(01)   VALUE 'N'.
002585     88  WS-POST-PROJECTED               VALUE 'Y'.
002586*----------------------------------------------------------------
002587* REVERSALS.  WS-REV-IMAGE IS THE 'R' RECORD AS SENT, FOR REJFILE.
002588* WS-REV-ORIG-ID NAMES THE ORIGINAL; WHAT ITS REGISTER ENTRY (OR
002589* FOR AN OLDER ENTRY ITS AUDIT RECORD) SAYS ABOUT IT IS KEPT IN
002590* THE WS-REV- FIELDS BELOW.
002591* WS-GL-COST-CENTER AND WS-GL-SOURCE ARE WHAT THE GL POSTING AND
002592* THE REGISTER ENTRY CARRY FOR EVERY ACCEPTED TRANSACTION.
002593*----------------------------------------------------------------
002594 01  WS-AUD-STATUS           PIC X(02).
002595 01  WS-AUD-EOF-SW           PIC X(01)   VALUE 'N'.
002596     88  WS-AUD-EOF                      VALUE 'Y'.
002597 01  WS-REVERSAL-SW          PIC X(01)   VALUE 'N'.
002598     88  WS-REVERSAL                     VALUE 'Y'.
002599 01  WS-REV-IMAGE            PIC X(61)   VALUE SPACES.
002600 01  WS-REV-ORIG-ID          PIC X(16)   VALUE SPACES.
002601 01  WS-REV-FOUND-SW         PIC X(01)   VALUE 'N'.
002602     88  WS-REV-FOUND                    VALUE 'Y'.
002603 01  WS-REV-ORIG-RUN-DATE    PIC 9(08)   VALUE ZERO.
002604 01  WS-REV-NEXT-DATE        PIC 9(08)   VALUE ZERO.
002605 01  WS-REV-ORIG-AMOUNT      PIC S9(9)V99 VALUE ZERO.
002606 01  WS-REV-CHECK-RESULT     PIC S9(18)V99 VALUE ZERO.
002607 01  WS-REV-COST-CENTER      PIC X(06)   VALUE SPACES.
002608 01  WS-REV-SOURCE           PIC X(08)   VALUE SPACES.
002609 01  WS-GL-COST-CENTER       PIC X(06)   VALUE SPACES.
002610 01  WS-GL-SOURCE            PIC X(08)   VALUE SPACES.
002611 01  WS-TID-HOLD             PIC X(100)  VALUE SPACES.
002612 01  WS-TID-KEEP-SW          PIC X(01)   VALUE 'N'.
002613     88  WS-TID-KEEP-MARK                VALUE 'Y'.
002614 01  WS-TID-HOLD-LINKED      PIC X(16)   VALUE SPACES.
002615 01  WS-TID-HOLD-REV-DATE    PIC 9(08)   VALUE ZERO.
002616*----------------------------------------------------------------
002617* NIGHTLY RUN STATE.  WS-RUN-STREAM IS THE RUNPARM STREAM=NN CARD
002618* - 00 FOR THE SINGLE-STREAM NIGHT, 01-04 FOR A SIMASPL STREAM.
002619*----------------------------------------------------------------
002620 01  WS-RUN-STREAM           PIC 9(02)   VALUE ZERO.
002621 01  WS-RUN-GRADE            PIC 9(02)   VALUE ZERO.
002622 01  WS-BASE-CURRENCY        PIC X(03)   VALUE 'GBP'.
002623 01  WS-CONV-NUM1            PIC S9(9)V99 VALUE ZERO.
002624 01  WS-CONV-NUM2            PIC S9(9)V99 VALUE ZERO.
002625 01  WS-DRIVER-REJECT-SW     PIC X(01)   VALUE 'N'.
002626     88  WS-DRIVER-REJECTED              VALUE 'Y'.
002627 01  WS-DRIVER-REASON        PIC 9(04)   VALUE ZERO.
002628 01  WS-REPOST-SW            PIC X(01)   VALUE 'N'.
002629     88  WS-REPOST                       VALUE 'Y'.
002630 01  WS-BAL-APPLIED-SW       PIC X(01)   VALUE 'N'.
002631     88  WS-BAL-APPLIED                  VALUE 'Y'.
002632 01  WS-POST-AMOUNT          PIC S9(9)V99 VALUE ZERO.
002633 01  WS-PROJ-BALANCE         PIC S9(13)V99 VALUE ZERO.
002634 01  WS-PARAM-STATUS         PIC X(02).
002635 01  WS-PARAM-EOF-SW         PIC X(01)   VALUE 'N'.
002636     88  WS-PARAM-EOF                    VALUE 'Y'.
002637 01  WS-PARAM-KEYWORD        PIC X(24).
002638 01  WS-PARAM-VALUE          PIC X(16).
002639 01  WS-REJECT-WARN-PCT      PIC 9(03)   VALUE 5.
002640 01  WS-REJECT-ABORT-PCT     PIC 9(03)   VALUE 50.
002641 01  WS-REJECT-PCT           PIC 9(03)   VALUE ZERO.
002642 01  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
002643     88  WS-REJECT-ABORTED               VALUE 'Y'.
002644 01  WS-EDIT-PCT             PIC ZZ9.
002645 01  WS-CHKPT-EOF-SW         PIC X(01)   VALUE 'N'.
002650     88  WS-CHKPT-EOF                    VALUE 'Y'.
002660 01  WS-TRANS-SEQ-NO         PIC 9(09)   VALUE ZERO.
002670 01  WS-CHECKPOINT-INTERVAL  PIC 9(04)   VALUE 100.
002943 01  WS-REPORT-WHSE-COUNT     PIC 9(09)      VALUE ZERO.
002944 01  WS-REPORT-REL-COUNT      PIC 9(09)      VALUE ZERO.
002945 01  WS-REPORT-RATE-REJ-COUNT PIC 9(09)      VALUE ZERO.
002946 01  WS-REPORT-LIMIT-REJ-COUNT PIC 9(09)     VALUE ZERO.
002948 01  WS-REPORT-PERIOD-REJ-COUNT PIC 9(09)    VALUE ZERO.
002950 01  WS-REPORT-REFER-COUNT    PIC 9(09)      VALUE ZERO.
002952 01  WS-REPORT-RFR-REL-COUNT  PIC 9(09)      VALUE ZERO.
002954 01  WS-REPORT-DECLINE-COUNT  PIC 9(09)      VALUE ZERO.
002955 01  WS-REPORT-REV-COUNT      PIC 9(09)      VALUE ZERO.
002956 01  WS-REPORT-REV-NF-COUNT   PIC 9(09)      VALUE ZERO.
002957 01  WS-REPORT-REV-DUP-COUNT  PIC 9(09)      VALUE ZERO.
002958 01  WS-RUN-DATE              PIC 9(08)      VALUE ZERO.
002960*----------------------------------------------------------------
002961* WS-TRAILER-SEEN NOW MEANS "NO BATCH IS OPEN" - IT IS SET BY
002962* EACH BATCH'S TRAILER AND CLEARED BY THE NEXT BATCH'S HEADER,
003110     COPY TRNREC01.
003120     COPY ADDREC01.
003121     COPY ACTREC01.
003122     COPY AUDREC01.
003124     COPY RSPREC01.
003130
003140 LINKAGE SECTION.
003150 01  PARM-INFO.
003250     GOBACK.
003260
003270 1000-INITIALIZE.
003275     MOVE SPACES TO RQ-RESULT
003280     MOVE 'SIMADRV' TO CALLING-PROGRAM-NAME
003290     MOVE ZERO       TO RUNNING-TOTAL
003300     PERFORM 1060-READ-RUN-CONTROLS
003340         MOVE 'Y' TO ACCUM-MODE-FLAG
003350     END-IF
003360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003365     PERFORM 1010-BEGIN-RUN-STATE THRU 1010-EXIT
003370     IF WS-REPROC-REQUESTED
003371         MOVE 'REPROC' TO WS-CURR-SOURCE
003380         OPEN INPUT REPAIR-FILE
003840     IF WS-GL-STATUS NOT = '00'
003850         DISPLAY 'SIMADRV - UNABLE TO OPEN GLEXTR - STATUS '
003860                 WS-GL-STATUS
003861         GO TO 9999-ABEND-EXIT
003862     END-IF
003863     OPEN I-O ACCOUNT-FILE
003864     IF WS-ACCT-STATUS NOT = '00'
003865         DISPLAY 'SIMADRV - UNABLE TO OPEN ACCTMST - STATUS '
003866                 WS-ACCT-STATUS
003867         GO TO 9999-ABEND-EXIT
003868     END-IF
003869*----------------------------------------------------------------
003870* THE TRANSACTION-ID REGISTER IS OPENED I-O - IT IS READ FOR
003871* EVERY DETAIL AND EXTENDED WITH EVERY ACCEPTED ID.  ON THE
003872* VERY FIRST RUN THE FILE DOES NOT EXIST YET, SO FALL BACK TO
003873* OPEN OUTPUT - THE SAME CONVENTION SIMPLEADD USES TO CREATE
003874* THE AUDIT LOG.
003875*----------------------------------------------------------------
003876     OPEN I-O TRANS-ID-FILE
003877     IF WS-TID-STATUS NOT = '00'
003878         OPEN OUTPUT TRANS-ID-FILE
003879         MOVE 'Y' TO WS-TID-CREATED-SW
003880     END-IF
003881     IF WS-TID-STATUS NOT = '00'
003882         DISPLAY 'SIMADRV - UNABLE TO OPEN TRANIDF - STATUS '
003883                 WS-TID-STATUS
003884         GO TO 9999-ABEND-EXIT
003885     END-IF
003886*----------------------------------------------------------------
003887* PERCTL IS ONLY READ HERE - SIMAPCL WRITES IT - BUT IT IS OPENED
003888* I-O WITH THE SAME OPEN OUTPUT FALLBACK SO THE JOB STILL RUNS
003889* BEFORE THE FIRST PERIOD HAS BEEN CLOSED.
003890*----------------------------------------------------------------
003891     OPEN I-O PERIOD-FILE
003892     IF WS-PCTL-STATUS NOT = '00'
003893         OPEN OUTPUT PERIOD-FILE
003894         MOVE 'Y' TO WS-PCTL-CREATED-SW
003895     END-IF
003896     IF WS-PCTL-STATUS NOT = '00'
003897         DISPLAY 'SIMADRV - UNABLE TO OPEN PERCTL - STATUS '
003898                 WS-PCTL-STATUS
003899         GO TO 9999-ABEND-EXIT
003900     END-IF
003901     OPEN INPUT RATE-FILE
003902     IF WS-RATE-STATUS NOT = '00'
003903         DISPLAY 'SIMADRV - UNABLE TO OPEN RATEFILE - STATUS '
003904                 WS-RATE-STATUS
003905         GO TO 9999-ABEND-EXIT
003906     END-IF
003907     OPEN I-O PENDING-FILE
003908     IF WS-PEND-STATUS NOT = '00'
003909         OPEN OUTPUT PENDING-FILE
003910         MOVE 'Y' TO WS-PEND-CREATED-SW
003911     END-IF
003912     IF WS-PEND-STATUS NOT = '00'
003913         DISPLAY 'SIMADRV - UNABLE TO OPEN PENDTRN - STATUS '
003914                 WS-PEND-STATUS
003915         GO TO 9999-ABEND-EXIT
003916     END-IF
003917*----------------------------------------------------------------
003918* REFTRN, THE LARGE-VALUE REFERRAL FILE, IS WRITTEN FOR EVERY
003919* ITEM HELD AND READ BY THE REFERRAL RELEASE - THE SAME I-O OPEN
003920* AND OPEN OUTPUT FALLBACK AS THE WAREHOUSE.
003921*----------------------------------------------------------------
003922     OPEN I-O REFERRAL-FILE
003923     IF WS-REFR-STATUS NOT = '00'
003924         OPEN OUTPUT REFERRAL-FILE
003925         MOVE 'Y' TO WS-REFR-CREATED-SW
003926     END-IF
003927     IF WS-REFR-STATUS NOT = '00'
003928         DISPLAY 'SIMADRV - UNABLE TO OPEN REFTRN - STATUS '
003929                 WS-REFR-STATUS
003930         GO TO 9999-ABEND-EXIT
003931     END-IF
003932     IF NOT WS-RESTART-REQUESTED
003933         PERFORM 1400-WRITE-GL-HEADER
003934     END-IF
003935     IF WS-RESTART-REQUESTED
003936         PERFORM 1100-LOAD-CHECKPOINT
003937         PERFORM 1200-SKIP-TO-CHECKPOINT
003938     END-IF
003939*----------------------------------------------------------------
003940* THE WAREHOUSE RELEASE RUNS AFTER ANY RESTART SKIP PASS SO THE
003941* CHECKPOINTS IT WRITES CARRY THE TRUE WS-TRANS-SEQ-NO - A
003942* CHECKPOINT CUT BEFORE THE SKIP WOULD RECORD SEQUENCE ZERO AND
003943* A CRASH DURING THE RELEASE WOULD TRIM THE WHOLE OF TRANSOUT
003944* AWAY.  NOT RUN ON A PARM='REPROC' PASS - A REPAIR PASS IS NOT
003945* THE START OF A DAY'S RUN - NOR WHEN THE RELEASE=N RUN
003946* CONTROL IS SET (PARALLEL STREAMS 2 AND UP, WHICH MUST NOT
003947* RACE STREAM 1 OVER THE SAME PENDING RECORDS).  WS-CURR-
003948* SOURCE IS SAVED AND RESTORED AROUND THE RELEASE - 1300 HAS
003949* ALREADY OPENED THE FIRST BATCH, AND EACH RELEASED ITEM
003950* BORROWS THE FIELD FOR ITS OWN WAREHOUSED-FROM SOURCE, SO
003951* WITHOUT THE RESTORE THE FIRST BATCH'S POSTINGS AND BALANCE
003952* MESSAGES WOULD CARRY THE LAST RELEASED ITEM'S SOURCE.  A
003953* PENDTRN CREATED THIS RUN (WS-PEND-CREATED) IS OPEN IN OUTPUT
003954* MODE, WHERE START/READ/DELETE FAIL WITH STATUS 47 AND NO
003955* CONDITION PHRASE FIRES - AND AN EMPTY JUST-CREATED WAREHOUSE
003956* HAS NOTHING TO RELEASE - SO THE PASS IS BYPASSED OUTRIGHT.
003957*----------------------------------------------------------------
003958     IF NOT WS-REPROC-REQUESTED
003959        AND WS-RELEASE-ENABLED
003960        AND NOT WS-PEND-CREATED
003961         MOVE WS-CURR-SOURCE TO WS-SAVE-SOURCE
003962         PERFORM 1500-RELEASE-PENDING
003963         MOVE WS-SAVE-SOURCE TO WS-CURR-SOURCE
003964     END-IF
003965*----------------------------------------------------------------
003966* THE REFERRAL RELEASE FOLLOWS THE WAREHOUSE RELEASE UNDER THE
003967* SAME RULES - NOT ON A REPAIR PASS, ONLY ON THE STREAM THAT RUNS
003968* THE RELEASES, AND NOT AGAINST A REFTRN CREATED THIS RUN.
003969*----------------------------------------------------------------
003970     IF NOT WS-REPROC-REQUESTED
003971        AND WS-RELEASE-ENABLED
003972        AND NOT WS-REFR-CREATED
003973         MOVE WS-CURR-SOURCE TO WS-SAVE-SOURCE
003974         PERFORM 1600-RELEASE-REFERRALS
003975         MOVE WS-SAVE-SOURCE TO WS-CURR-SOURCE
003976     END-IF
003977     PERFORM 2100-READ-TRANS.
003978
003979 1010-BEGIN-RUN-STATE.
003980*----------------------------------------------------------------
003981* RECORD THE STEP AS STARTED ON RUNCTL BEFORE ANY OUTPUT IS
003982* OPENED.  RUN SINGLE-STREAM (STREAM=00) THIS STEP STARTS THE
003983* NIGHT, SO ITS BUSINESS DATE IS TODAY; A PARALLEL STREAM RUNS
003984* UNDER THE NIGHT SIMASPL STARTED, AS DOES A RESTART.  A
003985* PARM='REPROC' REPAIR PASS IS OUTSIDE THE NIGHTLY CHAIN AND IS
003986* NOT RECORDED.
003987*----------------------------------------------------------------
003988     IF WS-REPROC-REQUESTED
003989         GO TO 1010-EXIT
003990     END-IF
003991     MOVE SPACES        TO RUN-STATE-REQUEST
003992     MOVE 'B'           TO RQ-FUNCTION
003993     MOVE 'SIMADRV'     TO RQ-STEP-NAME
003994     MOVE WS-RUN-STREAM TO RQ-STREAM
003995     MOVE ZERO          TO RQ-BUSINESS-DATE
003996                           RQ-STREAM-COUNT
003997                           RQ-STEP-RC
003998     IF WS-RUN-STREAM = ZERO
003999        AND NOT WS-RESTART-REQUESTED
004000         MOVE WS-RUN-DATE TO RQ-BUSINESS-DATE
004001     END-IF
004002     CALL 'SIMARSC' USING RUN-STATE-REQUEST
004003     IF RQ-SKIP
004004         DISPLAY 'SIMADRV - ' RQ-MESSAGE
004005         DISPLAY 'SIMADRV - STEP NOT REPEATED'
004006         MOVE ZERO TO RETURN-CODE
004007         STOP RUN
004008     END-IF
004009     IF NOT RQ-PROCEED
004010         DISPLAY 'SIMADRV - ' RQ-MESSAGE
004011         DISPLAY 'SIMADRV - NOT RUN'
004012         MOVE 16 TO RETURN-CODE
004013         STOP RUN
004014     END-IF.
004015 1010-EXIT.
004016     EXIT.
004017
004018 1050-CHECK-RESTART-PARM.
004019*----------------------------------------------------------------
004020* THE EXEC STATEMENT'S PARM FIELD CARRIES UP TO THREE KEYWORDS
004021* SEPARATED BY SPACES.  'RESTART' SIGNALS THAT THIS RUN SHOULD
004022* SKIP FORWARD TO THE LAST CHECKPOINT RATHER THAN REPROCESSING
004030* THE TRANSACTION FILE FROM RECORD ONE.  'ACCUM' SIGNALS THAT
004040* SIMPLEADD SHOULD BE CALLED IN RUNNING-TOTAL ACCUMULATOR MODE
004050* (ACCUM-MODE-FLAG = 'Y') INSTEAD OF THE DEFAULT ONE-SHOT ADD OF
005020         WHEN 'REPROC'
005030             IF WS-PARAM-VALUE(1:1) = 'Y'
005040                 MOVE 'Y' TO WS-REPROC-SW
005041             END-IF
005042         WHEN 'RELEASE'
005043             IF WS-PARAM-VALUE(1:1) = 'N'
005044                 MOVE 'N' TO WS-RELEASE-SW
005045             END-IF
005046         WHEN 'STREAM'
005047             IF WS-PARAM-VALUE(1:2) NUMERIC
005048                AND WS-PARAM-VALUE(1:2) NOT > '04'
005049                 MOVE WS-PARAM-VALUE(1:2) TO WS-RUN-STREAM
005050             ELSE
005051                 PERFORM 1080-BAD-RUN-CONTROL
005052             END-IF
005055         WHEN 'BASE-CURRENCY'
005056             IF WS-PARAM-VALUE(1:3) NOT = SPACES
005057                 MOVE WS-PARAM-VALUE(1:3) TO WS-BASE-CURRENCY
005058             ELSE
005059                 PERFORM 1080-BAD-RUN-CONTROL
005060             END-IF
005061         WHEN 'REFER-THRESHOLD'
005062             IF WS-PARAM-VALUE(1:9) NUMERIC
005063                 MOVE WS-PARAM-VALUE(1:9) TO WS-REFER-THRESHOLD
005064             ELSE
005065                 PERFORM 1080-BAD-RUN-CONTROL
005066             END-IF
005067         WHEN OTHER
005070             PERFORM 1080-BAD-RUN-CONTROL
005080     END-EVALUATE
005090     PERFORM 1065-READ-PARAM-RECORD.
005550     MOVE CK-DIVIDE-COUNT   TO WS-REPORT-DIVIDE-COUNT
005560     MOVE CK-BAD-OP-COUNT   TO WS-REPORT-BAD-OP-COUNT
005570     MOVE CK-GL-COUNT       TO WS-GL-RECORD-COUNT
005572     MOVE CK-RUNNING-TOTAL  TO RUNNING-TOTAL
005573     MOVE CK-ACCT-REJ-COUNT TO WS-REPORT-ACCT-REJ-COUNT
005574     MOVE CK-DUP-REJ-COUNT  TO WS-REPORT-DUP-REJ-COUNT
005575     MOVE CK-WHSE-COUNT     TO WS-REPORT-WHSE-COUNT
005576     MOVE CK-REL-COUNT      TO WS-REPORT-REL-COUNT
005577     MOVE CK-RATE-REJ-COUNT TO WS-REPORT-RATE-REJ-COUNT
005578     MOVE CK-LIMIT-REJ-COUNT TO WS-REPORT-LIMIT-REJ-COUNT
005579     MOVE CK-PERIOD-REJ-COUNT TO WS-REPORT-PERIOD-REJ-COUNT
005580     MOVE CK-REFER-COUNT    TO WS-REPORT-REFER-COUNT
005581     MOVE CK-RFR-REL-COUNT  TO WS-REPORT-RFR-REL-COUNT
005582     MOVE CK-DECLINE-COUNT  TO WS-REPORT-DECLINE-COUNT
005583     MOVE CK-REV-COUNT      TO WS-REPORT-REV-COUNT
005584     MOVE CK-REV-NF-COUNT   TO WS-REPORT-REV-NF-COUNT
005585     MOVE CK-REV-DUP-COUNT  TO WS-REPORT-REV-DUP-COUNT
005586     MOVE CK-SRC-COUNT      TO WS-SRC-COUNT
005587     MOVE 1 TO WS-SRC-IX
005588     PERFORM 1130-RESTORE-SOURCE-ENTRY
005614
005619 1200-SKIP-TO-CHECKPOINT.
005620*----------------------------------------------------------------
005630* CK-LAST-SEQ-NO PLUS CK-REL-COUNT PLUS CK-RFR-REL-COUNT IS ALSO
005640* THE EXACT COUNT OF RESULT-RECORDS SAFELY WRITTEN TO TRANSOUT
005650* AS OF THE LAST CHECKPOINT - 2000-PROCESS-TRANS WRITES ONE PER
005660* TRANSACTION READ, AND THE WAREHOUSE AND REFERRAL RELEASES ONE
005670* PER RELEASED ITEM.  ANY RESULT-RECORDS WRITTEN AFTER THAT
005680* CHECKPOINT BUT BEFORE THE ABEND ARE NOT YET ACCOUNTED FOR
005690* HERE - SEE THE JCL RESTART PROCEDURE FOR THE UTILITY STEP
005700* THAT TRIMS TRANSOUT BACK TO THAT MANY RECORDS BEFORE THIS
006221             GO TO 9999-ABEND-EXIT
006222     END-DELETE.
006223
006224 1600-RELEASE-REFERRALS.
006225*----------------------------------------------------------------
006226* FEED EVERY LARGE-VALUE REFERRAL A SUPERVISOR HAS DECIDED ON
006227* SIMARFR SINCE IT WAS HELD BACK THROUGH 2005 - AN APPROVED ITEM
006228* POSTS THROUGH THE NORMAL PATH WITH THE REFERRAL CHECK BYPASSED,
006229* A DECLINED ONE GOES TO REJFILE WITH REASON 60.  AN ITEM STILL
006230* AWAITING A DECISION IS LEFT ON FILE.  EACH DECIDED ITEM WRITES
006231* ONE RESULT RECORD, THEN A CHECKPOINT, THEN ITS REFERRAL IS
006232* DELETED - THE SAME ORDER AND RESTART HANDLING AS THE WAREHOUSE
006233* RELEASE (SEE 1500 AND 1530): ON A PARM='RESTART' RERUN AN
006234* APPROVED ITEM ALREADY REGISTERED FOR THIS RUN DATE IS ONLY
006235* DELETED.  A DECLINED ITEM CAUGHT BY A CRASH BEFORE ITS DELETE
006236* IS DECLINED AGAIN INTO A SECOND REJECT IMAGE, STAMPED IN THE
006237* 800-MILLION BAND AND DEDUPED BY IMAGE LIKE ANY RELEASED REJECT.
006238*----------------------------------------------------------------
006239     MOVE 'N'        TO WS-REFR-EOF-SW
006240     MOVE LOW-VALUES TO RF-TRANS-ID
006241     START REFERRAL-FILE KEY >= RF-TRANS-ID
006242         INVALID KEY MOVE 'Y' TO WS-REFR-EOF-SW
006243     END-START
006244     IF NOT WS-REFR-EOF
006245         PERFORM 1610-READ-REFERRAL
006246         PERFORM 1620-RELEASE-ONE-REFERRAL THRU 1620-EXIT
006247             UNTIL WS-REFR-EOF
006248     END-IF
006249     MOVE SPACE      TO WS-REFR-ACTION-SW.
006250
006251 1610-READ-REFERRAL.
006252     READ REFERRAL-FILE NEXT RECORD
006253         AT END MOVE 'Y' TO WS-REFR-EOF-SW
006254     END-READ.
006255
006256 1620-RELEASE-ONE-REFERRAL.
006257     IF WS-REFR-EOF
006258         GO TO 1620-EXIT
006259     END-IF
006260     IF NOT RF-APPROVED
006261        AND NOT RF-DECLINED
006262         PERFORM 1610-READ-REFERRAL
006263         GO TO 1620-EXIT
006264     END-IF
006265     IF WS-RESTART-REQUESTED
006266        AND RF-APPROVED
006267         PERFORM 1630-CHECK-REFERRAL-POSTED THRU 1630-EXIT
006268         IF WS-ALREADY-RELEASED
006269             PERFORM 1640-DELETE-REFERRAL
006270             PERFORM 1610-READ-REFERRAL
006271             GO TO 1620-EXIT
006272         END-IF
006273     END-IF
006274     MOVE RF-STATUS        TO WS-REFR-ACTION-SW
006275     MOVE RF-TRANS-IMAGE   TO TRANS-RECORD
006276     MOVE RF-SOURCE-SYSTEM TO WS-CURR-SOURCE
006277     PERFORM 2005-PROCESS-ONE-TRANS THRU 2005-EXIT
006278     ADD 1 TO WS-REPORT-RFR-REL-COUNT
006279     MOVE SPACE            TO WS-REFR-ACTION-SW
006280     PERFORM 4000-WRITE-CHECKPOINT
006281     PERFORM 1640-DELETE-REFERRAL
006282     PERFORM 1610-READ-REFERRAL.
006283 1620-EXIT.
006284     EXIT.
006285
006286 1630-CHECK-REFERRAL-POSTED.
006287*----------------------------------------------------------------
006288* RESTART ONLY - THE 1530 TEST FOR A REFERRAL: AN APPROVED ITEM
006289* WHOSE ID IS ALREADY ON THE TRANSACTION-ID REGISTER FOR THIS RUN
006290* DATE WAS POSTED BY THE ABENDED PASS.  THE SAME UNCOVERED WINDOW
006291* BETWEEN REGISTRATION AND CHECKPOINT APPLIES.
006292*----------------------------------------------------------------
006293     MOVE 'N' TO WS-ALREADY-REL-SW
006294     IF WS-TID-CREATED
006295         GO TO 1630-EXIT
006296     END-IF
006297     MOVE RF-TRANS-ID TO TI-TRANS-ID
006298     READ TRANS-ID-FILE
006299         INVALID KEY
006300             CONTINUE
006301         NOT INVALID KEY
006302             IF TI-RUN-DATE = WS-RUN-DATE
006303                 MOVE 'Y' TO WS-ALREADY-REL-SW
006304             END-IF
006305     END-READ.
006306 1630-EXIT.
006307     EXIT.
006308
006309 1640-DELETE-REFERRAL.
006310     DELETE REFERRAL-FILE
006311         INVALID KEY
006312             DISPLAY 'SIMADRV - UNABLE TO DELETE REFTRN KEY '
006313                     RF-TRANS-ID ' - STATUS ' WS-REFR-STATUS
006314             GO TO 9999-ABEND-EXIT
006315     END-DELETE.
006316
006317 2000-PROCESS-TRANS.
006318     IF WS-EOF
006319         GO TO 2000-EXIT
006320     END-IF
006321     IF TR-VALUE-DATE > WS-RUN-DATE
006322         PERFORM 2040-WAREHOUSE-TRANS
006323     ELSE
006324         PERFORM 2005-PROCESS-ONE-TRANS THRU 2005-EXIT
006325         PERFORM 2090-CHECK-REJECT-TOLERANCE
006326     END-IF
006327     DIVIDE WS-TRANS-SEQ-NO BY WS-CHECKPOINT-INTERVAL
006328         GIVING WS-CHECKPOINT-QUOTIENT
006329         REMAINDER WS-CHECKPOINT-REMAINDER
006330     IF WS-CHECKPOINT-REMAINDER = ZERO
006331         PERFORM 4000-WRITE-CHECKPOINT
006332     END-IF
006333*----------------------------------------------------------------
006334* NO READ-AHEAD ONCE THE REJECT ABORT HAS TRIPPED - READING (AND
006335* CLASSIFYING) ONE MORE RECORD WOULD BUMP WS-TRANS-SEQ-NO PAST
006336* THE COUNT OF RESULT-RECORDS ACTUALLY WRITTEN AND BREAK THE
006337* CK-LAST-SEQ-NO INVARIANT A PARM='RESTART' RESUME DEPENDS ON
006338* (SEE 1200-SKIP-TO-CHECKPOINT).  THE SAME GUARD COVERS THE
006339* REPAIR-FILE PATH, WHICH 2100 DISPATCHES TO IN REPROC MODE.
006340*----------------------------------------------------------------
006341     IF NOT WS-REJECT-ABORTED
006342         PERFORM 2100-READ-TRANS
006343     END-IF.
006344 2000-EXIT.
006345     EXIT.
006346
006347 2005-PROCESS-ONE-TRANS.
006348*----------------------------------------------------------------
006349* PUT THE TRANS-RECORD IN HAND THROUGH THE DRIVER EDITS, THE
006350* SIMPLEADD CALL AND EVERY OUTPUT FILE - SHARED BY THE TRANSIN
006351* READ LOOP AND THE WAREHOUSE RELEASE PASS, SO A RELEASED ITEM
006352* POSTS WITH EXACTLY THE SAME EDITS, AUDIT TRAIL AND SUMMARY
006353* ACCOUNTING AS FIRST-PASS WORK.
006354* A REFERRAL RELEASED BY 1600 COMES THROUGH HERE TOO - AN
006355* APPROVED ONE WITH THE REFERRAL CHECK BYPASSED, A DECLINED ONE
006356* STRAIGHT TO REJFILE UNDER REASON 60 WITHOUT ANY OTHER EDIT.
006357* A REVERSAL IS TURNED INTO A PLAIN ADD OF THE OPPOSITE OF ITS
006358* ORIGINAL'S POSTED AMOUNT (2030, 2032) AND THEN TAKES THE SAME
006359* PERIOD AND ACCOUNT EDITS, BUT NOT THE CREDIT-LIMIT OR REFERRAL
006360* CHECKS - BACKING OUT A POSTING MAY NOT BE REFUSED OR HELD FOR
006361* WHAT THE POSTING ITSELF DID TO THE BALANCE.
006362*----------------------------------------------------------------
006363     MOVE 'N'  TO WS-DRIVER-REJECT-SW
006364     MOVE ZERO TO WS-DRIVER-REASON
006365     MOVE 'N'  TO WS-REPOST-SW
006366     MOVE 'N'  TO WS-BAL-APPLIED-SW
006367     MOVE 'N'  TO WS-REVERSAL-SW
006368     IF TR-REVERSAL-REC
006369         PERFORM 2030-PREPARE-REVERSAL
006370     END-IF
006371     IF WS-REFR-DECLINED-REL
006372         MOVE 'Y' TO WS-DRIVER-REJECT-SW
006373         MOVE 60  TO WS-DRIVER-REASON
006374         ADD 1 TO WS-REPORT-DECLINE-COUNT
006375     ELSE
006376         PERFORM 2015-CHECK-DUPLICATE THRU 2015-EXIT
006377     END-IF
006378     IF WS-REVERSAL
006379        AND NOT WS-DRIVER-REJECTED
006380         PERFORM 2032-LOOKUP-ORIGINAL THRU 2032-EXIT
006381     END-IF
006382     IF NOT WS-DRIVER-REJECTED
006383         PERFORM 2012-CHECK-PERIOD THRU 2012-EXIT
006384     END-IF
006385     IF NOT WS-DRIVER-REJECTED
006386         PERFORM 2010-CHECK-ACCOUNT THRU 2010-EXIT
006387     END-IF
006388     IF NOT WS-DRIVER-REJECTED
006389         PERFORM 2018-CONVERT-CURRENCY THRU 2018-EXIT
006390     END-IF
006391     IF NOT WS-DRIVER-REJECTED
006392        AND NOT WS-REVERSAL
006393         PERFORM 2019-CHECK-LIMIT THRU 2019-EXIT
006394     END-IF
006395     IF NOT WS-DRIVER-REJECTED
006396        AND NOT WS-REVERSAL
006397         PERFORM 2022-CHECK-REFERRAL THRU 2022-EXIT
006398         IF WS-REFERRED
006399             PERFORM 2045-REFER-TRANS
006400             GO TO 2005-EXIT
006401         END-IF
006402     END-IF
006403     IF WS-DRIVER-REJECTED
006404         MOVE ZERO             TO OUTPUT-RESULT
006405         MOVE WS-DRIVER-REASON TO RETURN-CODE-OUT
006406         GO TO 2020-WRITE-RESULT
006407     END-IF
006408     MOVE WS-CONV-NUM1 TO INPUT-NUM1
006409     MOVE WS-CONV-NUM2 TO INPUT-NUM2
006410     MOVE TR-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
006411     MOVE TR-TRANS-ID       TO TRANSACTION-ID
006412     MOVE TR-VALUE-DATE     TO VALUE-DATE
006413     MOVE TR-OPERATION-CODE TO OPERATION-CODE
006414     MOVE TR-CURRENCY-CODE  TO CURRENCY-CODE
006415     MOVE TR-NUM1           TO ORIG-NUM1
006416     MOVE TR-NUM2           TO ORIG-NUM2
006417     CALL 'SIMPLEADD' USING INPUT-NUM1
006418                            INPUT-NUM2
006419                            OUTPUT-RESULT
006420                            RETURN-CODE-OUT
006421                            CALLING-PROGRAM-NAME
006422                            ACCUM-MODE-FLAG
006423                            RUNNING-TOTAL
006424                            OPERATION-CODE
006425                            ACCOUNT-NUMBER
006426                            TRANSACTION-ID
006427                            VALUE-DATE
006428                            CURRENCY-CODE
006429                            ORIG-NUM1
006430                            ORIG-NUM2.
006431
006432 2020-WRITE-RESULT.
006433     MOVE TR-ACCOUNT-NUMBER TO RR-ACCOUNT-NUMBER
006434     MOVE TR-TRANS-ID       TO RR-TRANS-ID
006435     MOVE TR-VALUE-DATE     TO RR-VALUE-DATE
006436     MOVE TR-OPERATION-CODE TO RR-OPERATION-CODE
006437     MOVE TR-CURRENCY-CODE  TO RR-CURRENCY-CODE
006438     MOVE TR-NUM1           TO RR-ORIG-NUM1
006439     MOVE TR-NUM2           TO RR-ORIG-NUM2
006440     MOVE OUTPUT-RESULT     TO RR-RESULT
006441     MOVE RETURN-CODE-OUT   TO RR-RETURN-CODE
006442     WRITE RESULT-RECORD
006443     PERFORM 2056-FIND-SOURCE-SLOT
006444     IF RETURN-CODE-OUT NOT = ZERO
006445         ADD 1 TO WS-SRC-REJECT-COUNT(WS-SRC-SLOT)
006446         PERFORM 2070-WRITE-REJECT
006447     ELSE
006448         ADD 1 TO WS-SRC-POSTED-COUNT(WS-SRC-SLOT)
006449         PERFORM 2074-SET-GL-ATTRIBUTION
006450         PERFORM 2076-UPDATE-BALANCE THRU 2076-EXIT
006451         PERFORM 2075-REGISTER-TRANS-ID
006452         PERFORM 2080-WRITE-GL-POSTING THRU 2080-EXIT
006453     END-IF
006454     PERFORM 2050-ACCUMULATE-REPORT-STATS.
006455 2005-EXIT.
006456     EXIT.
006457
006460 2010-CHECK-ACCOUNT.
006470*----------------------------------------------------------------
006480* EVERY TRANSACTION'S ACCOUNT MUST BE ON THE ACCOUNT MASTER AND
006490* IN OPEN STATUS BEFORE SIMPLEADD IS CALLED - A MISTYPED OR
006500* CLOSED ACCOUNT IS DIVERTED TO REJFILE HERE (REASON 20 NOT ON
006510* FILE, 24 NOT OPEN) INSTEAD OF POSTING OUT THE GL INTERFACE
006520* AND BOUNCING THE GL LOAD.  THE MASTER RECORD IS LEFT IN THE
006530* ACTREC01 LAYOUT SO 2080-WRITE-GL-POSTING CAN CARRY THE
006540* ACCOUNT'S COST CENTER ONTO THE DETAIL POSTING, AND SO
006550* 2019-CHECK-LIMIT CAN SEE THE BALANCE AND LIMIT.  ON A RESTART
006560* RE-POST (SEE 2015) OR WHEN THE MASTER'S LAST-POST STAMP IS
006561* THIS TRANSACTION ON THIS RUN DATE, THE RESULT IS ALREADY ON
006562* THE BALANCE - WS-BAL-APPLIED STOPS IT BEING CHECKED OR
006563* APPLIED A SECOND TIME.
006564*----------------------------------------------------------------
006565     MOVE TR-ACCOUNT-NUMBER TO AMR-ACCOUNT-NUMBER
006566     READ ACCOUNT-FILE INTO ACCOUNT-MASTER-RECORD
006567         INVALID KEY
006568             MOVE 'Y' TO WS-DRIVER-REJECT-SW
006569             MOVE 20  TO WS-DRIVER-REASON
006570     END-READ
006571     IF NOT WS-DRIVER-REJECTED
006572        AND NOT AM-STATUS-OPEN
006573         MOVE 'Y' TO WS-DRIVER-REJECT-SW
006574         MOVE 24  TO WS-DRIVER-REASON
006575     END-IF
006576     IF WS-DRIVER-REJECTED
006577         ADD 1 TO WS-REPORT-ACCT-REJ-COUNT
006578         GO TO 2010-EXIT
006579     END-IF
006580     IF WS-REPOST
006581         MOVE 'Y' TO WS-BAL-APPLIED-SW
006582     END-IF
006583     IF WS-RESTART-REQUESTED
006584        AND AM-LAST-POST-ID   = TR-TRANS-ID
006585        AND AM-LAST-POST-DATE = WS-RUN-DATE
006586         MOVE 'Y' TO WS-BAL-APPLIED-SW
006587     END-IF.
006588 2010-EXIT.
006589     EXIT.
006590
006591 2012-CHECK-PERIOD.
006592*----------------------------------------------------------------
006593* A TRANSACTION VALUE-DATED INTO AN ACCOUNTING PERIOD THAT SIMAPCL
006594* HAS CLOSED (PC-CLOSED ON PERCTL) WOULD CHANGE TOTALS FINANCE
006595* HAS ALREADY SIGNED OFF - IT IS DIVERTED TO REJFILE (REASON 44)
006596* FOR THE DATA-CONTROL CLERKS TO RE-DATE OR RETURN TO THE SOURCE.
006597* THE PERIOD IS THE CALENDAR MONTH (YYYYMM) OF THE VALUE DATE; A
006598* PERIOD WITH NO RECORD ON PERCTL IS OPEN.
006599*----------------------------------------------------------------
006600     IF WS-PCTL-CREATED
006601         GO TO 2012-EXIT
006602     END-IF
006603     DIVIDE TR-VALUE-DATE BY 100 GIVING WS-VALUE-PERIOD
006604     IF WS-VALUE-PERIOD NOT = WS-CHECKED-PERIOD
006605         MOVE WS-VALUE-PERIOD TO WS-CHECKED-PERIOD
006606         MOVE 'N' TO WS-PERIOD-CLOSED-SW
006607         MOVE WS-VALUE-PERIOD TO PC-PERIOD
006608         READ PERIOD-FILE
006609             INVALID KEY
006610                 CONTINUE
006611             NOT INVALID KEY
006612                 IF PC-CLOSED
006613                     MOVE 'Y' TO WS-PERIOD-CLOSED-SW
006614                 END-IF
006615         END-READ
006616     END-IF
006617     IF WS-PERIOD-CLOSED
006618         MOVE 'Y' TO WS-DRIVER-REJECT-SW
006619         MOVE 44  TO WS-DRIVER-REASON
006620         ADD 1 TO WS-REPORT-PERIOD-REJ-COUNT
006621     END-IF.
006622 2012-EXIT.
006623     EXIT.
006624
006633 2015-CHECK-DUPLICATE.
006634*----------------------------------------------------------------
006635* EVERY DETAIL'S TRANSACTION ID IS CHECKED AGAINST THE KEYED
006636* REGISTER OF IDS THIS SYSTEM HAS EVER ACCEPTED - AN ID ALREADY
006637* ON FILE MEANS THE SOURCE RE-SENT THE TRANSACTION AND IT IS
006638* DIVERTED TO REJFILE (REASON 28) INSTEAD OF POSTING TWICE.
006639* ONE EXCEPTION: ON A PARM='RESTART' RUN, A HIT REGISTERED ON
006640* THIS SAME RUN DATE IS THE RUN'S OWN PRE-ABEND REGISTRATION -
006641* THE TRANSOUT TRIM PROCEDURE RE-POSTS THE RECORDS BETWEEN THE
006642* LAST CHECKPOINT AND THE ABEND, SO THEY MUST FLOW THROUGH, AND
006643* 2075-REGISTER-TRANS-ID SIMPLY REWRITES THE REGISTER ENTRY.
006644* WS-REPOST MARKS THAT CASE - THE BALANCE WAS MOVED BEFORE THE
006645* REGISTER WAS WRITTEN, SO THE RE-POST MUST NOT MOVE IT AGAIN.
006646* A REGISTER CREATED THIS RUN (WS-TID-CREATED) IS EMPTY AND
006647* OPEN IN OUTPUT MODE, WHERE THE READ COMPLETES WITH STATUS 47
006648* AND NEITHER CONDITION PHRASE FIRES - BYPASS IT EXPLICITLY.
006649*----------------------------------------------------------------
006650     IF WS-TID-CREATED
006651         GO TO 2015-EXIT
006652     END-IF
006653     MOVE TR-TRANS-ID TO TI-TRANS-ID
006654     READ TRANS-ID-FILE
006655         INVALID KEY
006656             CONTINUE
006657         NOT INVALID KEY
006658             IF WS-RESTART-REQUESTED
006659                AND TI-RUN-DATE = WS-RUN-DATE
006660                 MOVE 'Y' TO WS-REPOST-SW
006661             ELSE
006662                 MOVE 'Y' TO WS-DRIVER-REJECT-SW
006663                 MOVE 28  TO WS-DRIVER-REASON
006664                 ADD 1 TO WS-REPORT-DUP-REJ-COUNT
006665             END-IF
006666     END-READ.
006667 2015-EXIT.
006668     EXIT.
006669
006670 2017-PROJECT-POST-AMOUNT.
006671*----------------------------------------------------------------
006672* WORK OUT IN WS-POST-AMOUNT THE SIGNED BASE-CURRENCY AMOUNT THE
006673* RESULT WILL POST, THE SAME WAY SIMPLEADD AND 2076-UPDATE-BALANCE
006674* WILL, FOR THE CREDIT-LIMIT AND REFERRAL EDITS.  A CALL SIMPLEADD
006675* WILL FAIL ANYWAY (BAD OPERATION, ZERO DIVISOR, OVERFLOW) LEAVES
006676* WS-POST-PROJECTED OFF, SO NEITHER EDIT TAKES IT AND SIMPLEADD
006677* REJECTS IT UNDER ITS OWN CODE.
006678*----------------------------------------------------------------
006679     MOVE 'N'  TO WS-POST-PROJ-SW
006680     MOVE ZERO TO WS-POST-AMOUNT
006681     IF ACCUMULATE-MODE
006682         IF TR-OP-ADD
006683             MOVE WS-CONV-NUM1 TO WS-POST-AMOUNT
006684         END-IF
006685     ELSE
006686         EVALUATE TRUE
006687             WHEN TR-OP-ADD
006688                 ADD WS-CONV-NUM1 TO WS-CONV-NUM2
006689                     GIVING WS-POST-AMOUNT
006690                     ON SIZE ERROR
006691                         GO TO 2017-EXIT
006692                 END-ADD
006693             WHEN TR-OP-SUBTRACT
006694                 SUBTRACT WS-CONV-NUM2 FROM WS-CONV-NUM1
006695                     GIVING WS-POST-AMOUNT
006696                     ON SIZE ERROR
006697                         GO TO 2017-EXIT
006698                 END-SUBTRACT
006699             WHEN TR-OP-MULTIPLY
006700                 MULTIPLY WS-CONV-NUM1 BY WS-CONV-NUM2
006701                     GIVING WS-POST-AMOUNT ROUNDED
006702                     ON SIZE ERROR
006703                         GO TO 2017-EXIT
006704                 END-MULTIPLY
006705             WHEN TR-OP-DIVIDE
006706                 IF WS-CONV-NUM2 = ZERO
006707                     GO TO 2017-EXIT
006708                 END-IF
006709                 DIVIDE WS-CONV-NUM1 BY WS-CONV-NUM2
006710                     GIVING WS-POST-AMOUNT ROUNDED
006711                     ON SIZE ERROR
006712                         GO TO 2017-EXIT
006713                 END-DIVIDE
006714             WHEN OTHER
006715                 GO TO 2017-EXIT
006716         END-EVALUATE
006717     END-IF
006718     MOVE 'Y'  TO WS-POST-PROJ-SW.
006719 2017-EXIT.
006720     EXIT.
006721
006723 2018-CONVERT-CURRENCY.
006724*----------------------------------------------------------------
006725* DELIVER THE TRANSACTION'S AMOUNTS IN BASE CURRENCY IN
006763 2018-EXIT.
006764     EXIT.
006765
006766 2019-CHECK-LIMIT.
006767*----------------------------------------------------------------
006768* AN ACCOUNT CARRYING A CREDIT LIMIT (AM-LIMIT-APPLIES) MAY NOT
006769* HAVE ITS LEDGER BALANCE TAKEN BELOW MINUS AM-CREDIT-LIMIT.
006770* THE AMOUNT THE RESULT WILL POST IS WORKED OUT BY 2017 THE SAME
006771* WAY SIMPLEADD AND 2076-UPDATE-BALANCE WILL, SO A BREACH IS
006772* DIVERTED TO REJFILE (REASON 40) BEFORE THE CALL AND NEVER
006773* REACHES THE AUDIT TRAIL.  ONLY A DEBIT IS CHECKED - A CREDIT
006774* ALWAYS MOVES THE BALANCE BACK TOWARDS THE LIMIT.  A CALL
006775* SIMPLEADD WILL FAIL ANYWAY (BAD OPERATION, ZERO DIVISOR,
006776* OVERFLOW) IS LEFT FOR SIMPLEADD TO REJECT UNDER ITS OWN CODE.
006777*----------------------------------------------------------------
006778     IF NOT AM-LIMIT-APPLIES
006779        OR WS-BAL-APPLIED
006780         GO TO 2019-EXIT
006781     END-IF
006782     PERFORM 2017-PROJECT-POST-AMOUNT THRU 2017-EXIT
006785     IF NOT WS-POST-PROJECTED
006790         GO TO 2019-EXIT
006791     END-IF
006792     IF WS-POST-AMOUNT NOT < ZERO
006793         GO TO 2019-EXIT
006794     END-IF
006795     IF AM-LEDGER-BALANCE NUMERIC
006796         MOVE AM-LEDGER-BALANCE TO WS-PROJ-BALANCE
006797     ELSE
006798         MOVE ZERO TO WS-PROJ-BALANCE
006799     END-IF
006800     ADD WS-POST-AMOUNT AM-CREDIT-LIMIT TO WS-PROJ-BALANCE
006801     IF WS-PROJ-BALANCE < ZERO
006802         MOVE 'Y' TO WS-DRIVER-REJECT-SW
006803         MOVE 40  TO WS-DRIVER-REASON
006804         ADD 1 TO WS-REPORT-LIMIT-REJ-COUNT
006805     END-IF.
006806 2019-EXIT.
006807     EXIT.
006808
006809 2022-CHECK-REFERRAL.
006810*----------------------------------------------------------------
006811* A LARGE-VALUE POSTING IS HELD FOR A SUPERVISOR'S DECISION
006812* INSTEAD OF POSTING: ONE WHOSE SIZE, EITHER SIGN, IS ABOVE THE
006813* RUNPARM REFER-THRESHOLD OR ABOVE THE ACCOUNT'S OWN
006814* AM-REFER-LIMIT (ZERO, OR A MASTER NEVER GIVEN ONE, MEANS NO
006815* THRESHOLD).  THE RUN-WIDE THRESHOLD IS TESTED FIRST, SO AN ITEM
006816* OVER BOTH IS REFERRED AGAINST IT.  AN ITEM A SUPERVISOR HAS
006817* ALREADY APPROVED, OR A RESTART RE-POST WHOSE RESULT IS ALREADY
006818* ON THE BALANCE, IS NOT REFERRED AGAIN.  THE UNSIGNED MOVE INTO
006819* WS-REFER-SIZE DROPS THE SIGN OF THE PROJECTED AMOUNT.
006820*----------------------------------------------------------------
006821     MOVE 'N' TO WS-REFER-SW
006822     IF WS-REFR-APPROVED-REL
006823        OR WS-BAL-APPLIED
006824         GO TO 2022-EXIT
006825     END-IF
006826     IF AM-REFER-LIMIT NUMERIC
006827         MOVE AM-REFER-LIMIT TO WS-ACCT-REFER-LIMIT
006828     ELSE
006829         MOVE ZERO TO WS-ACCT-REFER-LIMIT
006830     END-IF
006831     IF WS-REFER-THRESHOLD = ZERO
006832        AND WS-ACCT-REFER-LIMIT = ZERO
006833         GO TO 2022-EXIT
006834     END-IF
006835     PERFORM 2017-PROJECT-POST-AMOUNT THRU 2017-EXIT
006836     IF NOT WS-POST-PROJECTED
006837         GO TO 2022-EXIT
006838     END-IF
006839     MOVE WS-POST-AMOUNT TO WS-REFER-SIZE
006840     IF WS-REFER-THRESHOLD > ZERO
006841        AND WS-REFER-SIZE > WS-REFER-THRESHOLD
006842         MOVE 'Y' TO WS-REFER-SW
006843         MOVE 'R' TO WS-REFER-TRIGGER
006844         MOVE WS-REFER-THRESHOLD TO WS-REFER-LIMIT
006845         GO TO 2022-EXIT
006846     END-IF
006847     IF WS-ACCT-REFER-LIMIT > ZERO
006848        AND WS-REFER-SIZE > WS-ACCT-REFER-LIMIT
006849         MOVE 'Y' TO WS-REFER-SW
006850         MOVE 'A' TO WS-REFER-TRIGGER
006851         MOVE WS-ACCT-REFER-LIMIT TO WS-REFER-LIMIT
006852     END-IF.
006853 2022-EXIT.
006854     EXIT.
006855
006859 2030-PREPARE-REVERSAL.
006860*----------------------------------------------------------------
006861* A REVERSAL ARRIVES NAMING ITS ORIGINAL AND CARRYING NO AMOUNT
006862* OR OPERATION.  THE IMAGE IS KEPT AS SENT FOR REJFILE, AND THE
006863* DETAIL FIELDS BECOME A BASE-CURRENCY ADD OF TR-NUM1 TO A ZERO
006864* TR-NUM2 - 2032 FILLS TR-NUM1 WITH THE OPPOSITE OF THE AMOUNT
006865* THE ORIGINAL POSTED, WHICH AN ADD POSTS UNCHANGED IN EITHER
006866* MODE (IN ACCUMULATOR MODE AN ADD POSTS ITS OWN INPUT-NUM1).
006867*----------------------------------------------------------------
006868     MOVE 'Y'                  TO WS-REVERSAL-SW
006869     MOVE TRANS-RECORD         TO WS-REV-IMAGE
006870     MOVE TR-REV-ORIG-TRANS-ID TO WS-REV-ORIG-ID
006871     MOVE SPACES               TO WS-REV-COST-CENTER
006872     MOVE SPACES               TO WS-REV-SOURCE
006873     MOVE 'A'                  TO TR-OPERATION-CODE
006874     MOVE SPACES               TO TR-CURRENCY-CODE
006875     MOVE ZERO                 TO TR-NUM1
006876     MOVE ZERO                 TO TR-NUM2.
006877
006878 2032-LOOKUP-ORIGINAL.
006879*----------------------------------------------------------------
006880* FIND THE ORIGINAL A REVERSAL NAMES.  THE TRANIDF REGISTER SAYS
006881* WHETHER IT WAS EVER ACCEPTED, ON WHICH ACCOUNT, THE AMOUNT IT
006882* POSTED, AND WHETHER IT HAS ALREADY BEEN REVERSED.  AN ENTRY
006883* REGISTERED BEFORE THE AMOUNT WAS CARRIED HAS SPACES THERE, AND
006884* 2034 LOOKS ITS POSTING UP ON THE AUDIT TRAIL INSTEAD.  AN
006885* ORIGINAL NOT ON THE REGISTER, REGISTERED TO ANOTHER ACCOUNT, OR
006886* WITH NO POSTING TO REVERSE (NONE FOUND ON EITHER FILE, OR A
006887* NON-ADD THAT POSTED NOTHING IN ACCUMULATOR MODE) GOES TO REJFILE
006888* WITH REASON 48; ONE ALREADY REVERSED, OR ITSELF A REVERSAL, WITH
006889* REASON 52.  ON A RESTART RE-POST THE ORIGINAL IS ALREADY MARKED
006890* REVERSED BY THIS VERY REVERSAL - THAT CASE IS LET THROUGH.  WHAT
006891* 2074 NEEDS FROM THE REGISTER ENTRY IS KEPT BEFORE THE RECORD
006892* AREA IS REUSED.
006893*----------------------------------------------------------------
006894     IF WS-TID-CREATED
006895         GO TO 2032-NOT-FOUND
006896     END-IF
006897     MOVE WS-REV-ORIG-ID TO TI-TRANS-ID
006898     READ TRANS-ID-FILE
006899         INVALID KEY
006900             GO TO 2032-NOT-FOUND
006901     END-READ
006902     IF TI-ACCOUNT-NUMBER NOT = TR-ACCOUNT-NUMBER
006903         GO TO 2032-NOT-FOUND
006904     END-IF
006905     IF TI-IS-REVERSAL
006906         GO TO 2032-ALREADY-REVERSED
006907     END-IF
006908     IF TI-REVERSED
006909        AND TI-LINKED-TRANS-ID NOT = TR-TRANS-ID
006910         GO TO 2032-ALREADY-REVERSED
006911     END-IF
006912     IF TI-POSTED-ACCUM
006913        AND TI-OPERATION-CODE NOT = 'A'
006914         GO TO 2032-NOT-FOUND
006915     END-IF
006916     IF TI-POSTED-AMOUNT NUMERIC
006917         MOVE TI-COST-CENTER   TO WS-REV-COST-CENTER
006918         MOVE TI-SOURCE-SYSTEM TO WS-REV-SOURCE
006919         MOVE TI-POSTED-AMOUNT TO WS-REV-ORIG-AMOUNT
006920     ELSE
006921         MOVE TI-RUN-DATE      TO WS-REV-ORIG-RUN-DATE
006922         PERFORM 2034-SCAN-AUDIT-TRAIL
006923         IF NOT WS-REV-FOUND
006924             GO TO 2032-NOT-FOUND
006925         END-IF
006926     END-IF
006945     COMPUTE TR-NUM1 = ZERO - WS-REV-ORIG-AMOUNT
006946     GO TO 2032-EXIT.
006947 2032-NOT-FOUND.
006948     MOVE 'Y' TO WS-DRIVER-REJECT-SW
006949     MOVE 48  TO WS-DRIVER-REASON
006950     ADD 1 TO WS-REPORT-REV-NF-COUNT
006951     GO TO 2032-EXIT.
006952 2032-ALREADY-REVERSED.
006953     MOVE 'Y' TO WS-DRIVER-REJECT-SW
006954     MOVE 52  TO WS-DRIVER-REASON
006955     ADD 1 TO WS-REPORT-REV-DUP-COUNT.
006956 2032-EXIT.
006957     EXIT.
006958
006959 2034-SCAN-AUDIT-TRAIL.
006960*----------------------------------------------------------------
006961* AN ORIGINAL REGISTERED BEFORE TRANIDF CARRIED THE POSTED AMOUNT.
006962* READ THE AUDIT TRAIL FROM THE START OF ITS RUN DATE FOR ITS
006963* ACCEPTED SIMADRV CALL ON THE SAME ACCOUNT.  A RUN THAT CROSSED
006964* MIDNIGHT STAMPED ITS LATER CALLS WITH THE NEXT DAY'S DATE, SO
006965* THE SCAN READS ON THROUGH THE FIRST LATER DATE IT MEETS AND
006966* STOPS AT THE ONE AFTER.  THE TRAIL HOLDS NO COST CENTER OR
006967* SOURCE, SO WS-REV-COST-CENTER AND WS-REV-SOURCE STAY SPACES AND
006968* 2074 TAKES THE ACCOUNT'S CURRENT COST CENTER AND THE REVERSAL'S
006969* OWN BATCH SOURCE.  THE FILE IS OPENED FOR EACH LOOKUP AND
006970* CLOSED AGAIN - SUCH REVERSALS ARE FEW.
006971*----------------------------------------------------------------
006972     MOVE 'N'  TO WS-REV-FOUND-SW
006973     MOVE 'N'  TO WS-AUD-EOF-SW
006974     MOVE ZERO TO WS-REV-NEXT-DATE
006975     MOVE ZERO TO WS-REV-ORIG-AMOUNT
006976     OPEN INPUT AUDIT-FILE
006977     IF WS-AUD-STATUS NOT = '00'
006978         DISPLAY 'SIMADRV - UNABLE TO OPEN AUDITLOG - STATUS '
006979                 WS-AUD-STATUS
006980         GO TO 9999-ABEND-EXIT
006981     END-IF
006982     MOVE WS-REV-ORIG-RUN-DATE TO AUD-DATE
006983     MOVE ZERO                 TO AUD-TIME
006984     MOVE ZERO                 TO AUD-SEQ-NO
006985     START AUDIT-FILE KEY >= AUD-KEY
006986         INVALID KEY MOVE 'Y' TO WS-AUD-EOF-SW
006987     END-START
006988     PERFORM 2036-CHECK-AUDIT-RECORD THRU 2036-EXIT
006989         UNTIL WS-AUD-EOF
006990     CLOSE AUDIT-FILE.
006991
006992 2036-CHECK-AUDIT-RECORD.
006993*----------------------------------------------------------------
006994* THE FIRST ACCEPTED SIMADRV CALL FOR THE ID AND ACCOUNT ENDS THE
006995* SCAN.  AN ENTRY THAT OLD RECORDS NEITHER THE OPERATION NOR THE
006996* MODE, AND IN ACCUMULATOR MODE THE RESULT IS A RUNNING TOTAL, NOT
006997* WHAT POSTED - SO THE RESULT IS TAKEN ONLY WHEN 2038 FINDS IT IS
006998* THE ONE-SHOT RESULT OF THE CALL'S OWN INPUTS.
006999*----------------------------------------------------------------
007000     READ AUDIT-FILE NEXT RECORD INTO AUDIT-LOG-RECORD
007001         AT END MOVE 'Y' TO WS-AUD-EOF-SW
007002     END-READ
007003     IF WS-AUD-EOF
007004         GO TO 2036-EXIT
007005     END-IF
007006     IF AL-DATE > WS-REV-ORIG-RUN-DATE
007007         IF WS-REV-NEXT-DATE = ZERO
007008             MOVE AL-DATE TO WS-REV-NEXT-DATE
007009         END-IF
007010         IF AL-DATE > WS-REV-NEXT-DATE
007011             MOVE 'Y' TO WS-AUD-EOF-SW
007012             GO TO 2036-EXIT
007013         END-IF
007014     END-IF
007015     IF AL-TRANS-ID = WS-REV-ORIG-ID
007016        AND AL-ACCOUNT-NUMBER = TR-ACCOUNT-NUMBER
007017        AND AL-CALLING-PROGRAM = 'SIMADRV'
007018        AND AL-RETURN-CODE = ZERO
007019         MOVE 'Y' TO WS-AUD-EOF-SW
007020         PERFORM 2038-CHECK-ONE-SHOT THRU 2038-EXIT
007021     END-IF.
007022 2036-EXIT.
007023     EXIT.
007024
007025 2038-CHECK-ONE-SHOT.
007026*----------------------------------------------------------------
007027* THE RESULT MUST BE THE SUM, DIFFERENCE, PRODUCT OR QUOTIENT OF
007028* THE INPUTS, ROUNDED AS SIMPLEADD ROUNDS THEM.  A RUNNING TOTAL
007029* ONLY EVER MATCHES ON THE FIRST ADD OF A RUN, WHEN IT EQUALS THE
007030* AMOUNT POSTED ANYWAY.
007031*----------------------------------------------------------------
007032     COMPUTE WS-REV-CHECK-RESULT = AL-INPUT-NUM1 + AL-INPUT-NUM2
007033     IF WS-REV-CHECK-RESULT = AL-OUTPUT-RESULT
007034         GO TO 2038-FOUND
007035     END-IF
007036     COMPUTE WS-REV-CHECK-RESULT = AL-INPUT-NUM1 - AL-INPUT-NUM2
007037     IF WS-REV-CHECK-RESULT = AL-OUTPUT-RESULT
007038         GO TO 2038-FOUND
007039     END-IF
007040     COMPUTE WS-REV-CHECK-RESULT ROUNDED =
007041         AL-INPUT-NUM1 * AL-INPUT-NUM2
007042     IF WS-REV-CHECK-RESULT = AL-OUTPUT-RESULT
007043         GO TO 2038-FOUND
007044     END-IF
007045     IF AL-INPUT-NUM2 = ZERO
007046         GO TO 2038-EXIT
007047     END-IF
007048     COMPUTE WS-REV-CHECK-RESULT ROUNDED =
007049         AL-INPUT-NUM1 / AL-INPUT-NUM2
007050     IF WS-REV-CHECK-RESULT = AL-OUTPUT-RESULT
007051         GO TO 2038-FOUND
007052     END-IF
007053     GO TO 2038-EXIT.
007054 2038-FOUND.
007055     MOVE 'Y'              TO WS-REV-FOUND-SW
007056     MOVE AL-OUTPUT-RESULT TO WS-REV-ORIG-AMOUNT.
007057 2038-EXIT.
007058     EXIT.
007059 2040-WAREHOUSE-TRANS.
007060*----------------------------------------------------------------
007061* A DETAIL DATED AFTER THE RUN DATE GOES TO THE PENDING FILE
007062* INSTEAD OF POSTING TODAY - 1500-RELEASE-PENDING FEEDS IT BACK
007063* THROUGH ON THE FIRST RUN WHOSE DATE REACHES ITS VALUE DATE.
007064* A RESULT RECORD STILL GOES TO TRANSOUT (RETURN CODE 32) SO
007065* THE ONE-RESULT-PER-READ RESTART INVARIANT HOLDS, BUT NO
007066* REJECT, GL POSTING OR SUMMARY STATISTIC IS CUT - THE ITEM IS
007067* NEITHER ACCEPTED NOR FAILED YET.  A DUPLICATE-KEY STATUS
007068* MEANS A RESTART IS RE-PASSING A RECORD WAREHOUSED BEFORE THE
007069* ABEND - THE ENTRY ALREADY ON FILE STANDS.  A WAREHOUSED
007070* REVERSAL HAS NO OPERATION, CURRENCY OR AMOUNTS YET - ITS RESULT
007071* RECORD SHOWS THEM BLANK AND ZERO.
007072*----------------------------------------------------------------
007073     MOVE TR-VALUE-DATE TO PT-VALUE-DATE
007074     MOVE TR-TRANS-ID   TO PT-TRANS-ID
007075     MOVE WS-RUN-DATE   TO PT-WAREHOUSED-DATE
007076     MOVE TRANS-RECORD  TO PT-TRANS-IMAGE
007077     MOVE WS-CURR-SOURCE TO PT-SOURCE-SYSTEM
007078     WRITE PENDING-TRANS-RECORD
007079     IF WS-PEND-STATUS NOT = '00' AND WS-PEND-STATUS NOT = '22'
007080         DISPLAY 'SIMADRV - UNABLE TO WRITE PENDTRN - STATUS '
007081                 WS-PEND-STATUS
007082         GO TO 9999-ABEND-EXIT
007083     END-IF
007084     ADD 1 TO WS-REPORT-WHSE-COUNT
007085     MOVE TR-ACCOUNT-NUMBER TO RR-ACCOUNT-NUMBER
007086     MOVE TR-TRANS-ID       TO RR-TRANS-ID
007087     MOVE TR-VALUE-DATE     TO RR-VALUE-DATE
007088     MOVE TR-OPERATION-CODE TO RR-OPERATION-CODE
007089     MOVE TR-CURRENCY-CODE  TO RR-CURRENCY-CODE
007090     MOVE TR-NUM1           TO RR-ORIG-NUM1
007091     MOVE TR-NUM2           TO RR-ORIG-NUM2
007092     MOVE ZERO              TO RR-RESULT
007093     MOVE 32                TO RR-RETURN-CODE
007094     IF TR-REVERSAL-REC
007095         MOVE SPACES        TO RR-OPERATION-CODE
007096         MOVE SPACES        TO RR-CURRENCY-CODE
007097         MOVE ZERO          TO RR-ORIG-NUM1
007098         MOVE ZERO          TO RR-ORIG-NUM2
007099     END-IF
007100     WRITE RESULT-RECORD.
007101
007102 2045-REFER-TRANS.
007103*----------------------------------------------------------------
007104* HOLD THE DETAIL ON REFTRN FOR A SUPERVISOR'S DECISION ON THE
007105* SIMARFR SCREEN INSTEAD OF POSTING IT.  AS FOR A WAREHOUSED
007106* ITEM, A RESULT RECORD STILL GOES TO TRANSOUT - RETURN CODE 56 -
007107* SO THE ONE-RESULT-PER-READ RESTART INVARIANT HOLDS, BUT NO
007108* REJECT, GL POSTING, BALANCE MOVEMENT OR SUMMARY STATISTIC IS
007109* CUT.  A DUPLICATE-KEY STATUS MEANS A RESTART IS RE-PASSING A
007110* RECORD REFERRED BEFORE THE ABEND, OR THE SOURCE RE-SENT AN ID
007111* STILL ON REFTRN - THE ENTRY ALREADY ON FILE STANDS, SO THE ITEM
007112* CAN ONLY EVER POST ONCE.
007113*----------------------------------------------------------------
007114     MOVE SPACES            TO REFERRAL-RECORD
007115     MOVE TR-TRANS-ID       TO RF-TRANS-ID
007116     MOVE 'R'               TO RF-STATUS
007117     MOVE WS-RUN-DATE       TO RF-REFERRED-DATE
007118     MOVE WS-CURR-SOURCE    TO RF-SOURCE-SYSTEM
007119     MOVE TRANS-RECORD      TO RF-TRANS-IMAGE
007120     MOVE WS-POST-AMOUNT    TO RF-POST-AMOUNT
007121     MOVE WS-REFER-LIMIT    TO RF-THRESHOLD
007122     MOVE WS-REFER-TRIGGER  TO RF-TRIGGER
007123     MOVE ZERO              TO RF-DECIDED-DATE
007124     MOVE ZERO              TO RF-DECIDED-TIME
007125     WRITE REFERRAL-RECORD
007126     IF WS-REFR-STATUS NOT = '00' AND WS-REFR-STATUS NOT = '22'
007127         DISPLAY 'SIMADRV - UNABLE TO WRITE REFTRN - STATUS '
007128                 WS-REFR-STATUS
007129         GO TO 9999-ABEND-EXIT
007130     END-IF
007131     ADD 1 TO WS-REPORT-REFER-COUNT
007132     MOVE TR-ACCOUNT-NUMBER TO RR-ACCOUNT-NUMBER
007133     MOVE TR-TRANS-ID       TO RR-TRANS-ID
007134     MOVE TR-VALUE-DATE     TO RR-VALUE-DATE
007135     MOVE TR-OPERATION-CODE TO RR-OPERATION-CODE
007136     MOVE TR-CURRENCY-CODE  TO RR-CURRENCY-CODE
007137     MOVE TR-NUM1           TO RR-ORIG-NUM1
007138     MOVE TR-NUM2           TO RR-ORIG-NUM2
007139     MOVE ZERO              TO RR-RESULT
007140     MOVE 56                TO RR-RETURN-CODE
007141     WRITE RESULT-RECORD.
007142
007143 2050-ACCUMULATE-REPORT-STATS.
007144*----------------------------------------------------------------
007145* ROLL THIS CALL'S RESULT INTO THE END-OF-DAY SUMMARY TOTALS
007146* WRITTEN BY 5000-WRITE-REPORT AT END OF RUN.  IN ACCUMULATOR
007147* MODE (PARM='ACCUM') SIMPLEADD ITSELF MAINTAINS THE RUNNING
007148* TOTAL ACROSS CALLS (AND ALREADY TRAPS ITS OWN SIZE ERROR), SO
007149* THE GRAND TOTAL HERE SIMPLY MIRRORS RUNNING-TOTAL INSTEAD OF
007150* ADDING OUTPUT-RESULT AGAIN - OUTPUT-RESULT IS ITSELF A RUNNING
007151* TOTAL IN THIS MODE, AND SUMMING IT WOULD DOUBLE-COUNT.
007152*----------------------------------------------------------------
007153     ADD 1 TO WS-REPORT-CALL-COUNT
007154     IF ACCUMULATE-MODE
007155         MOVE RUNNING-TOTAL TO WS-REPORT-GRAND-TOTAL
007156     ELSE
007157         ADD OUTPUT-RESULT TO WS-REPORT-GRAND-TOTAL
007158             ON SIZE ERROR
007159                 MOVE 'Y' TO WS-REPORT-OVERFLOW-SW
007160         END-ADD
007161     END-IF
007162     IF RETURN-CODE-OUT NOT = ZERO
007163         ADD 1 TO WS-REPORT-REJECT-COUNT
007164     END-IF
007165     PERFORM 2055-COUNT-OPERATION
007166     PERFORM 2060-TRACK-MIN-MAX.
007167
007168 2055-COUNT-OPERATION.
007169*----------------------------------------------------------------
007170* BREAK THE CALL COUNT OUT BY THE OPERATION REQUESTED ON THE
007171* TRANSACTION SO SUMRPT CAN SHOW HOW MANY OF EACH WERE RUN IN A
007172* MIXED FEED.  AN UNRECOGNISED CODE GETS ITS OWN BUCKET - THOSE
007173* CALLS COME BACK FROM SIMPLEADD WITH RETURN CODE 8.
007174*----------------------------------------------------------------
007175     EVALUATE TRUE
007176         WHEN TR-OP-ADD
007177             ADD 1 TO WS-REPORT-ADD-COUNT
007178         WHEN TR-OP-SUBTRACT
007179             ADD 1 TO WS-REPORT-SUBTRACT-COUNT
007180         WHEN TR-OP-MULTIPLY
007181             ADD 1 TO WS-REPORT-MULTIPLY-COUNT
007182         WHEN TR-OP-DIVIDE
007183             ADD 1 TO WS-REPORT-DIVIDE-COUNT
007184         WHEN OTHER
007185             ADD 1 TO WS-REPORT-BAD-OP-COUNT
007186     END-EVALUATE.
007187
007188 2056-FIND-SOURCE-SLOT.
007189*----------------------------------------------------------------
007190* DELIVER IN WS-SRC-SLOT THE SOURCE-TABLE ENTRY FOR THE CURRENT
007191* SOURCE SYSTEM, CLAIMING A FRESH ONE THE FIRST TIME A SOURCE
007192* APPEARS.  AN ELEVENTH DISTINCT SOURCE IS A CONTROL FAILURE -
007193* THREE UPSTREAM SYSTEMS FEED THIS RUN TODAY AND TEN SLOTS IS
007194* ALREADY HEADROOM, SO AN OVERFLOW MEANS GARBAGE HEADERS.
007195*----------------------------------------------------------------
007196     MOVE ZERO TO WS-SRC-SLOT
007197     MOVE 1    TO WS-SRC-IX
007198     PERFORM 2057-CHECK-SOURCE-SLOT
007199         UNTIL WS-SRC-SLOT > ZERO OR WS-SRC-IX > WS-SRC-COUNT
007200     IF WS-SRC-SLOT = ZERO
007201         PERFORM 2058-CLAIM-SOURCE-SLOT
007202     END-IF.
007203
007204 2057-CHECK-SOURCE-SLOT.
007205     IF WS-SRC-NAME(WS-SRC-IX) = WS-CURR-SOURCE
007206         MOVE WS-SRC-IX TO WS-SRC-SLOT
007207     ELSE
007208         ADD 1 TO WS-SRC-IX
007209     END-IF.
007210
007211 2058-CLAIM-SOURCE-SLOT.
007212     IF WS-SRC-COUNT >= 10
007213         DISPLAY 'SIMADRV - MORE THAN 10 SOURCE SYSTEMS ON ONE '
007214                 'RUN'
007215         GO TO 9800-CONTROL-ABEND
007216     END-IF
007217     ADD 1 TO WS-SRC-COUNT
007218     MOVE WS-SRC-COUNT TO WS-SRC-SLOT
007219     MOVE WS-CURR-SOURCE TO WS-SRC-NAME(WS-SRC-SLOT)
007220     MOVE ZERO TO WS-SRC-DETAIL-COUNT(WS-SRC-SLOT)
007221     MOVE ZERO TO WS-SRC-TLR-COUNT(WS-SRC-SLOT)
007222     MOVE ZERO TO WS-SRC-POSTED-COUNT(WS-SRC-SLOT)
007223     MOVE ZERO TO WS-SRC-REJECT-COUNT(WS-SRC-SLOT)
007224     MOVE ZERO TO WS-SRC-GL-AMOUNT(WS-SRC-SLOT)
007225     MOVE 'Y'  TO WS-SRC-BAL-SW(WS-SRC-SLOT)
007226     MOVE 1    TO WS-SRC-IX.
007227
007228 2060-TRACK-MIN-MAX.
007229     IF WS-REPORT-FIRST-RECORD
007230         MOVE TR-NUM1 TO WS-REPORT-MIN-VALUE
007231         MOVE TR-NUM1 TO WS-REPORT-MAX-VALUE
007232         MOVE 'N'     TO WS-REPORT-FIRST-SW
007233     END-IF
007234     IF TR-NUM1 < WS-REPORT-MIN-VALUE
007235         MOVE TR-NUM1 TO WS-REPORT-MIN-VALUE
007236     END-IF
007237     IF TR-NUM1 > WS-REPORT-MAX-VALUE
007238         MOVE TR-NUM1 TO WS-REPORT-MAX-VALUE
007239     END-IF
007240     IF TR-NUM2 < WS-REPORT-MIN-VALUE
007250         MOVE TR-NUM2 TO WS-REPORT-MIN-VALUE
007260     END-IF
007320*----------------------------------------------------------------
007330* GIVE THE DATA-CONTROL CLERKS A FILE OF JUST THE FAILURES -
007340* SEQUENCE NUMBER, REASON (THE SIMPLEADD RETURN CODE) AND THE
007341* ORIGINAL TRANSACTION IMAGE - SO THEY CAN CORRECT AND RESUBMIT
007342* THROUGH PARM='REPROC' WITHOUT COMBING THROUGH TRANSOUT.
007343*
007344* A REJECT FROM THE WAREHOUSE RELEASE PASS HAS NO TRANSIN
007345* SEQUENCE OF ITS OWN (WS-TRANS-SEQ-NO IS ZERO, OR THE SKIP
007346* VALUE ON A RESTART, FOR EVERY RELEASED ITEM), SO IT IS
007347* STAMPED IN THE 900-MILLION BAND FROM THE RELEASE COUNTER -
007348* EACH RELEASED REJECT IN A RUN STAYS UNIQUE AND DISJOINT
007349* FROM THE TRANSIN SEQUENCES.  A RESTART RE-RELEASE GETS A
007350* FRESH NUMBER, SO DUPLICATE RELEASED REJECTS SHOW IDENTICAL
007351* IMAGES UNDER DIFFERENT SEQUENCES - DEDUPE THOSE BY IMAGE,
007352* NOT SEQUENCE (THE JCL RESTART NOTES SAY WHICH APPLIES
007353* WHERE).  (WS-REPORT-REL-COUNT IS BUMPED AFTER THE ITEM
007354* COMPLETES, HENCE THE PLUS ONE.)  A REJECT FROM THE REFERRAL
007355* RELEASE - A DECLINED REFERRAL, OR AN APPROVED ONE FAILING AN
007356* EDIT - IS STAMPED THE SAME WAY IN THE 800-MILLION BAND FROM
007357* THE REFERRAL RELEASE COUNTER.  A REJECTED REVERSAL GOES OUT AS
007358* THE 'R' RECORD IT ARRIVED AS, NOT THE ADD IT WAS TURNED INTO.
007359*----------------------------------------------------------------
007360     EVALUATE TRUE
007361         WHEN WS-REFER-PASS
007362             COMPUTE RJ-SEQ-NO =
007363                 800000000 + WS-REPORT-RFR-REL-COUNT + 1
007364         WHEN WS-RELEASE-PASS
007365             COMPUTE RJ-SEQ-NO =
007366                 900000000 + WS-REPORT-REL-COUNT + 1
007367         WHEN OTHER
007368             MOVE WS-TRANS-SEQ-NO TO RJ-SEQ-NO
007369     END-EVALUATE
007370     MOVE RETURN-CODE-OUT  TO RJ-REASON-CODE
007371     IF WS-REVERSAL
007372         MOVE WS-REV-IMAGE TO RJ-TRANS-IMAGE
007373     ELSE
007374         MOVE TRANS-RECORD TO RJ-TRANS-IMAGE
007375     END-IF
007376     WRITE REJECT-RECORD.
007377
007378 2074-SET-GL-ATTRIBUTION.
007379*----------------------------------------------------------------
007380* THE COST CENTER AND SOURCE SYSTEM THE GL POSTING CARRIES, ALSO
007381* KEPT ON THE REGISTER ENTRY FOR A LATER REVERSAL.  A REVERSAL
007382* TAKES ITS ORIGINAL'S, SO THE OPPOSITE POSTING LANDS WHERE THE
007383* FIRST ONE DID; AN ORIGINAL REGISTERED BEFORE THE REGISTER
007384* CARRIED THEM FALLS BACK TO THE ACCOUNT'S COST CENTER AND THE
007385* REVERSAL'S OWN SOURCE.  THE PER-SOURCE COUNTS AND GL AMOUNT ON
007386* SUMRPT STAY WITH THE BATCH THE REVERSAL ARRIVED IN.
007387*----------------------------------------------------------------
007388     MOVE AM-COST-CENTER TO WS-GL-COST-CENTER
007389     MOVE WS-CURR-SOURCE TO WS-GL-SOURCE
007390     IF WS-REVERSAL
007391         IF WS-REV-COST-CENTER NOT = SPACES
007392             MOVE WS-REV-COST-CENTER TO WS-GL-COST-CENTER
007393         END-IF
007394         IF WS-REV-SOURCE NOT = SPACES
007395             MOVE WS-REV-SOURCE TO WS-GL-SOURCE
007396         END-IF
007397     END-IF.
007398
007399 2075-REGISTER-TRANS-ID.
007400*----------------------------------------------------------------
007401* AN ACCEPTED TRANSACTION'S ID GOES ON THE KEYED REGISTER SO A
007402* RE-SEND ON ANY LATER RUN IS CAUGHT BY 2015-CHECK-DUPLICATE.
007403* ONLY RETURN CODE ZERO REGISTERS - A REJECT MUST STAY OFF THE
007404* FILE SO ITS REPAIRED IMAGE CAN FLOW BACK THROUGH PARM='REPROC'
007405* WITHOUT BEING CALLED A DUPLICATE.  A DUPLICATE-KEY STATUS CAN
007406* ONLY BE THIS RUN'S OWN PRE-ABEND ENTRY ON A RESTART RE-POST
007407* (2015 LETS THAT CASE THROUGH), SO IT IS REWRITTEN IN PLACE.
007408* THE ENTRY ALSO CARRIES WHAT A LATER REVERSAL NEEDS (SEE
007409* TIDREC01); A REVERSAL'S OWN ENTRY IS MARKED AS ONE AND NAMES
007410* ITS ORIGINAL, AND 2078 THEN MARKS THE ORIGINAL REVERSED.
007411*----------------------------------------------------------------
007412     MOVE SPACES            TO TRANS-ID-RECORD
007413     MOVE TR-TRANS-ID       TO TI-TRANS-ID
007414     MOVE WS-RUN-DATE       TO TI-RUN-DATE
007415     MOVE TR-ACCOUNT-NUMBER TO TI-ACCOUNT-NUMBER
007416     MOVE WS-GL-COST-CENTER TO TI-COST-CENTER
007417     MOVE WS-GL-SOURCE      TO TI-SOURCE-SYSTEM
007418     MOVE TR-OPERATION-CODE TO TI-OPERATION-CODE
007419     MOVE ACCUM-MODE-FLAG   TO TI-ACCUM-IND
007420     MOVE ZERO              TO TI-REVERSED-DATE
007421     IF WS-REVERSAL
007422         MOVE 'R'            TO TI-REVERSAL-IND
007423         MOVE WS-REV-ORIG-ID TO TI-LINKED-TRANS-ID
007424     END-IF
007425     IF ACCUMULATE-MODE
007426         IF TR-OP-ADD
007427             MOVE INPUT-NUM1    TO TI-POSTED-AMOUNT
007428         ELSE
007429             MOVE ZERO          TO TI-POSTED-AMOUNT
007430         END-IF
007431     ELSE
007432         MOVE OUTPUT-RESULT     TO TI-POSTED-AMOUNT
007433     END-IF
007434     WRITE TRANS-ID-RECORD
007435     IF WS-TID-STATUS = '22'
007436         PERFORM 2077-REWRITE-TRANS-ID
007437     END-IF
007438     IF WS-TID-STATUS NOT = '00'
007439         DISPLAY 'SIMADRV - UNABLE TO WRITE TRANIDF - STATUS '
007440                 WS-TID-STATUS
007441         GO TO 9999-ABEND-EXIT
007442     END-IF
007443     IF WS-REVERSAL
007444         PERFORM 2078-MARK-ORIGINAL-REVERSED
007445     END-IF.
007446
007447 2076-UPDATE-BALANCE.
007448*----------------------------------------------------------------
007449* MOVE THE ACCOUNT'S LEDGER BALANCE BY THE POSTED RESULT - THE
007450* SAME SIGNED AMOUNT 2080-WRITE-GL-POSTING CUTS TO THE GL, SO IN
007451* ACCUMULATOR MODE ONLY AN ADD MOVES IT, BY ITS OWN INPUT-NUM1.
007452* THE MASTER IS RE-READ FIRST SO THE REWRITE WORKS FROM THE
007453* CURRENT IMAGE, AND THE TRANSACTION ID AND RUN DATE ARE STAMPED
007454* IN THE SAME REWRITE.  THIS RUNS BEFORE 2075-REGISTER-TRANS-ID,
007455* SO AN ABEND BETWEEN THE TWO LEAVES THE STAMP FOR 2010 TO FIND
007456* ON THE RESTART, AND A REGISTERED ID ALWAYS MEANS THE BALANCE
007457* HAS ALREADY MOVED.
007458*----------------------------------------------------------------
007459     IF WS-BAL-APPLIED
007460         GO TO 2076-EXIT
007461     END-IF
007462     IF ACCUMULATE-MODE
007463         IF TR-OP-ADD
007464             MOVE INPUT-NUM1 TO WS-POST-AMOUNT
007465         ELSE
007466             GO TO 2076-EXIT
007467         END-IF
007468     ELSE
007469         MOVE OUTPUT-RESULT TO WS-POST-AMOUNT
007470     END-IF
007471     MOVE TR-ACCOUNT-NUMBER TO AMR-ACCOUNT-NUMBER
007472     READ ACCOUNT-FILE INTO ACCOUNT-MASTER-RECORD
007473         INVALID KEY
007474             DISPLAY 'SIMADRV - ACCOUNT ' TR-ACCOUNT-NUMBER
007475                     ' NO LONGER ON ACCTMST - STATUS '
007476                     WS-ACCT-STATUS
007477             GO TO 9999-ABEND-EXIT
007478     END-READ
007479     IF AM-LEDGER-BALANCE NOT NUMERIC
007480         MOVE ZERO TO AM-LEDGER-BALANCE
007481     END-IF
007482     ADD WS-POST-AMOUNT TO AM-LEDGER-BALANCE
007483         ON SIZE ERROR
007484             DISPLAY 'SIMADRV - BALANCE OVERFLOW ON ACCOUNT '
007485                     TR-ACCOUNT-NUMBER
007486             GO TO 9999-ABEND-EXIT
007487     END-ADD
007488     MOVE TR-TRANS-ID TO AM-LAST-POST-ID
007489     MOVE WS-RUN-DATE TO AM-LAST-POST-DATE
007490     REWRITE ACCOUNT-INPUT-RECORD FROM ACCOUNT-MASTER-RECORD
007491     IF WS-ACCT-STATUS NOT = '00'
007492         DISPLAY 'SIMADRV - UNABLE TO REWRITE ACCTMST - STATUS '
007493                 WS-ACCT-STATUS
007494         GO TO 9999-ABEND-EXIT
007495     END-IF.
007496 2076-EXIT.
007497     EXIT.
007498
007499 2077-REWRITE-TRANS-ID.
007500*----------------------------------------------------------------
007501* RESTART RE-POST OF THIS RUN'S OWN PRE-ABEND ENTRY.  IF A
007502* REVERSAL HAS MARKED THE ENTRY REVERSED SINCE, THE MARK IS
007503* CARRIED OVER SO THE RE-POST CANNOT REOPEN THE ORIGINAL TO A
007504* SECOND REVERSAL.
007505*----------------------------------------------------------------
007506     MOVE TRANS-ID-RECORD TO WS-TID-HOLD
007507     MOVE 'N' TO WS-TID-KEEP-SW
007508     READ TRANS-ID-FILE
007509         INVALID KEY
007510             CONTINUE
007511         NOT INVALID KEY
007512             IF TI-REVERSED
007513                 MOVE 'Y'                TO WS-TID-KEEP-SW
007514                 MOVE TI-LINKED-TRANS-ID TO WS-TID-HOLD-LINKED
007515                 MOVE TI-REVERSED-DATE   TO WS-TID-HOLD-REV-DATE
007516             END-IF
007517     END-READ
007518     MOVE WS-TID-HOLD TO TRANS-ID-RECORD
007519     IF WS-TID-KEEP-MARK
007520         MOVE 'Y'                  TO TI-REVERSAL-IND
007521         MOVE WS-TID-HOLD-LINKED   TO TI-LINKED-TRANS-ID
007522         MOVE WS-TID-HOLD-REV-DATE TO TI-REVERSED-DATE
007523     END-IF
007524     REWRITE TRANS-ID-RECORD.
007525
007526 2078-MARK-ORIGINAL-REVERSED.
007527*----------------------------------------------------------------
007528* MARK THE ORIGINAL REVERSED, NAMING THIS REVERSAL, SO A SECOND
007529* REVERSAL OF IT IS REFUSED (REASON 52).  THE REVERSAL'S OWN
007530* ENTRY IS WRITTEN FIRST - AN ABEND BETWEEN THE TWO LEAVES THE
007531* ORIGINAL UNMARKED FOR THE RESTART RE-POST TO MARK.
007532*----------------------------------------------------------------
007533     MOVE WS-REV-ORIG-ID TO TI-TRANS-ID
007534     READ TRANS-ID-FILE
007535         INVALID KEY
007536             DISPLAY 'SIMADRV - REVERSED TRANSACTION '
007537                     WS-REV-ORIG-ID ' NO LONGER ON TRANIDF'
007538             GO TO 9999-ABEND-EXIT
007539     END-READ
007540     MOVE 'Y'         TO TI-REVERSAL-IND
007541     MOVE TR-TRANS-ID TO TI-LINKED-TRANS-ID
007542     MOVE WS-RUN-DATE TO TI-REVERSED-DATE
007543     REWRITE TRANS-ID-RECORD
007544     IF WS-TID-STATUS NOT = '00'
007545         DISPLAY 'SIMADRV - UNABLE TO REWRITE TRANIDF - STATUS '
007546                 WS-TID-STATUS
007547         GO TO 9999-ABEND-EXIT
007548     END-IF
007549     ADD 1 TO WS-REPORT-REV-COUNT.
007550
007551 2080-WRITE-GL-POSTING.
007552*----------------------------------------------------------------
007553* ONE GL POSTING PER SUCCESSFUL CALL.  IN THE DEFAULT MODE THE
007554* POSTED AMOUNT IS THE COMPUTED RESULT; IN ACCUMULATOR MODE THE
007555* RESULT IS A RUNNING TOTAL, SO THE POSTING CARRIES THE
007556* TRANSACTION'S OWN CONTRIBUTION (INPUT-NUM1) AND ONLY ADD
007557* OPERATIONS POST - NON-ADD CALLS DO NOT MOVE THE RUNNING TOTAL
007558* AND WOULD THROW THE TRAILER OFF THE SUMRPT GRAND TOTAL.
007559* GL-AMOUNT IS ABSOLUTE; THE SIGN RIDES ON GL-DR-CR-IND.
007560*----------------------------------------------------------------
007561     IF ACCUMULATE-MODE AND NOT TR-OP-ADD
007562         GO TO 2080-EXIT
007563     END-IF
007564     MOVE SPACES TO GL-RECORD
007570     MOVE 'D' TO GL-RECORD-TYPE
007580     MOVE TR-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
007581     MOVE WS-GL-COST-CENTER TO GL-COST-CENTER
007582     MOVE WS-GL-SOURCE      TO GL-SOURCE-SYSTEM
007590     MOVE TR-TRANS-ID       TO GL-TRANS-ID
007600     MOVE TR-VALUE-DATE     TO GL-VALUE-DATE
007610     IF ACCUMULATE-MODE
008190         GO TO 2110-EXIT
008200     END-IF
008250     EVALUATE TRUE
008252         WHEN TR-DETAIL-REC
008254         WHEN TR-REVERSAL-REC
008261             IF WS-TRAILER-SEEN
008262                 DISPLAY 'SIMADRV - TRANSIN DETAIL RECORD '
008263                         'OUTSIDE A BATCH'
008264                 GO TO 9800-CONTROL-ABEND
008265             END-IF
008270             ADD 1 TO WS-TRANS-SEQ-NO
008275             ADD 1 TO WS-BATCH-DETAIL-COUNT
008280             IF TR-DETAIL-REC
008292                 ADD TR-NUM1 TO WS-BATCH-HASH-NUM1
008293                 ADD TR-NUM2 TO WS-BATCH-HASH-NUM2
008294                 PERFORM 2117-TALLY-CURRENCY
008296             END-IF
008300             MOVE 'Y' TO WS-DETAIL-FOUND-SW
008310         WHEN TR-TRAILER-REC
008311             IF WS-TRAILER-SEEN
008552* LAYOUT AND PROCESSING PATH AS FIRST-PASS WORK.  THE REPAIRED
008553* FILE CARRIES NO HEADER OR TRAILER, SO NO CONTROL RECORDS ARE
008554* EXPECTED AND NO HASH BALANCE IS TAKEN - THE IMAGE MUST STILL
008555* BE A DETAIL (OR REVERSAL) RECORD OR THE EDIT THAT "REPAIRED"
008556* IT IS BAD.
008557*----------------------------------------------------------------
008560     READ REPAIR-FILE
008570         AT END MOVE 'Y' TO WS-EOF-SW
008580     END-READ
008590     IF NOT WS-EOF
008600         MOVE RP-TRANS-IMAGE TO TRANS-RECORD
008610         IF NOT TR-DETAIL-REC
008615            AND NOT TR-REVERSAL-REC
008620             DISPLAY 'SIMADRV - REPAIRIN SEQ ' RP-SEQ-NO
008630                     ' IMAGE IS NOT A DETAIL RECORD'
008640             GO TO 9800-CONTROL-ABEND
008962           TRANS-ID-FILE
008963           PENDING-FILE
008964           RATE-FILE
008966           PERIOD-FILE
008968           REFERRAL-FILE
008970     EVALUATE TRUE
008980         WHEN WS-CONTROL-FAILED
008990             MOVE 16 TO WS-RUN-GRADE
009071     IF NOT WS-REPROC-REQUESTED
009072         PERFORM 7000-WRITE-RUN-HISTORY THRU 7000-EXIT
009073     END-IF
009074     MOVE WS-RUN-GRADE TO RETURN-CODE
009076     PERFORM 3900-END-RUN-STATE.
009080
009081 3900-END-RUN-STATE.
009082*----------------------------------------------------------------
009083* RECORD ON RUNCTL HOW THE STEP ENDED.  THE CALL RESETS
009084* RETURN-CODE, SO THE STEP'S OWN RETURN CODE IS PUT BACK.
009085*----------------------------------------------------------------
009086     IF RQ-PROCEED
009087         MOVE 'E'         TO RQ-FUNCTION
009088         MOVE RETURN-CODE TO RQ-STEP-RC
009089         CALL 'SIMARSC' USING RUN-STATE-REQUEST
009090         MOVE RQ-STEP-RC  TO RETURN-CODE
009091     END-IF.
009092
009093 4000-WRITE-CHECKPOINT.
009100*----------------------------------------------------------------
009110* RECORD THE LAST TRANSACTION SEQUENCE NUMBER PROCESSED, AND THE
009120* REPORT SUMMARY COUNTERS ACCUMULATED SO FAR, SO A RERUN WITH
009363     MOVE WS-REPORT-WHSE-COUNT     TO CK-WHSE-COUNT
009364     MOVE WS-REPORT-REL-COUNT      TO CK-REL-COUNT
009365     MOVE WS-REPORT-RATE-REJ-COUNT TO CK-RATE-REJ-COUNT
009366     MOVE WS-REPORT-LIMIT-REJ-COUNT TO CK-LIMIT-REJ-COUNT
009367     MOVE WS-REPORT-PERIOD-REJ-COUNT TO CK-PERIOD-REJ-COUNT
009368     MOVE WS-REPORT-REFER-COUNT    TO CK-REFER-COUNT
009369     MOVE WS-REPORT-RFR-REL-COUNT  TO CK-RFR-REL-COUNT
009370     MOVE WS-REPORT-DECLINE-COUNT  TO CK-DECLINE-COUNT
009371     MOVE WS-REPORT-REV-COUNT      TO CK-REV-COUNT
009372     MOVE WS-REPORT-REV-NF-COUNT   TO CK-REV-NF-COUNT
009373     MOVE WS-REPORT-REV-DUP-COUNT  TO CK-REV-DUP-COUNT
009374     MOVE WS-SRC-COUNT             TO CK-SRC-COUNT
009375     MOVE 1 TO WS-SRC-IX
009376     PERFORM 4100-SAVE-SOURCE-ENTRY
009377         UNTIL WS-SRC-IX > WS-SRC-COUNT
009378     WRITE CHECKPOINT-RECORD
009380     CLOSE CHECKPOINT-FILE.
009381
009382 4100-SAVE-SOURCE-ENTRY.
010020     STRING 'NON-ZERO RETURN CODES ...... ' DELIMITED BY SIZE
010030            WS-EDIT-COUNT               DELIMITED BY SIZE
010040         INTO REPORT-LINE
010041     WRITE REPORT-LINE.
010042
010043     MOVE WS-REPORT-ACCT-REJ-COUNT TO WS-EDIT-COUNT.
010044     MOVE SPACES TO REPORT-LINE.
010045     STRING 'REJECTS - ACCOUNT EDITS ... ' DELIMITED BY SIZE
010046            WS-EDIT-COUNT               DELIMITED BY SIZE
010047         INTO REPORT-LINE
010048     WRITE REPORT-LINE.
010049
010050     MOVE WS-REPORT-DUP-REJ-COUNT TO WS-EDIT-COUNT.
010051     MOVE SPACES TO REPORT-LINE.
010052     STRING 'REJECTS - DUPLICATE IDS ... ' DELIMITED BY SIZE
010053            WS-EDIT-COUNT               DELIMITED BY SIZE
010054         INTO REPORT-LINE
010055     WRITE REPORT-LINE.
010056
010057     MOVE WS-REPORT-RATE-REJ-COUNT TO WS-EDIT-COUNT.
010058     MOVE SPACES TO REPORT-LINE.
010059     STRING 'REJECTS - NO RATE ON FILE . ' DELIMITED BY SIZE
010060            WS-EDIT-COUNT               DELIMITED BY SIZE
010061         INTO REPORT-LINE
010062     WRITE REPORT-LINE.
010063     MOVE WS-REPORT-LIMIT-REJ-COUNT TO WS-EDIT-COUNT.
010064     MOVE SPACES TO REPORT-LINE.
010065     STRING 'REJECTS - OVER CREDIT LIMIT ' DELIMITED BY SIZE
010066            WS-EDIT-COUNT               DELIMITED BY SIZE
010067         INTO REPORT-LINE
010068     WRITE REPORT-LINE.
010069     MOVE WS-REPORT-PERIOD-REJ-COUNT TO WS-EDIT-COUNT.
010070     MOVE SPACES TO REPORT-LINE.
010071     STRING 'REJECTS - PERIOD CLOSED ... ' DELIMITED BY SIZE
010072            WS-EDIT-COUNT               DELIMITED BY SIZE
010073         INTO REPORT-LINE
010074     WRITE REPORT-LINE.
010075     MOVE WS-REPORT-DECLINE-COUNT TO WS-EDIT-COUNT.
010076     MOVE SPACES TO REPORT-LINE.
010077     STRING 'REJECTS - REFER DECLINED .. ' DELIMITED BY SIZE
010078            WS-EDIT-COUNT               DELIMITED BY SIZE
010079         INTO REPORT-LINE
010080     WRITE REPORT-LINE.
010081     MOVE WS-REPORT-REV-NF-COUNT TO WS-EDIT-COUNT.
010082     MOVE SPACES TO REPORT-LINE.
010083     STRING 'REJECTS - REV NOT FOUND ... ' DELIMITED BY SIZE
010084            WS-EDIT-COUNT               DELIMITED BY SIZE
010085         INTO REPORT-LINE
010086     WRITE REPORT-LINE.
010087     MOVE WS-REPORT-REV-DUP-COUNT TO WS-EDIT-COUNT.
010088     MOVE SPACES TO REPORT-LINE.
010089     STRING 'REJECTS - REVERSED TWICE .. ' DELIMITED BY SIZE
010090            WS-EDIT-COUNT               DELIMITED BY SIZE
010091         INTO REPORT-LINE
010092     WRITE REPORT-LINE.
010094
010095     MOVE WS-REPORT-WHSE-COUNT TO WS-EDIT-COUNT.
010096     MOVE SPACES TO REPORT-LINE.
010097     STRING 'WAREHOUSED (FUTURE-DATED) . ' DELIMITED BY SIZE
010098            WS-EDIT-COUNT               DELIMITED BY SIZE
010099         INTO REPORT-LINE
010100     WRITE REPORT-LINE.
010101
010102     MOVE WS-REPORT-REL-COUNT TO WS-EDIT-COUNT.
010103     MOVE SPACES TO REPORT-LINE.
010104     STRING 'RELEASED FROM WAREHOUSE ... ' DELIMITED BY SIZE
010105            WS-EDIT-COUNT               DELIMITED BY SIZE
010106         INTO REPORT-LINE
010107     WRITE REPORT-LINE.
010108
010109     MOVE WS-REPORT-REFER-COUNT TO WS-EDIT-COUNT.
010110     MOVE SPACES TO REPORT-LINE.
010111     STRING 'REFERRED (LARGE VALUE) .... ' DELIMITED BY SIZE
010112            WS-EDIT-COUNT               DELIMITED BY SIZE
010113         INTO REPORT-LINE
010114     WRITE REPORT-LINE.
010115
010117     MOVE WS-REPORT-RFR-REL-COUNT TO WS-EDIT-COUNT.
010118     MOVE SPACES TO REPORT-LINE.
010119     STRING 'RELEASED FROM REFERRAL .... ' DELIMITED BY SIZE
010120            WS-EDIT-COUNT               DELIMITED BY SIZE
010121         INTO REPORT-LINE
010122     WRITE REPORT-LINE.
010123     MOVE WS-REPORT-REV-COUNT TO WS-EDIT-COUNT.
010124     MOVE SPACES TO REPORT-LINE.
010125     STRING 'REVERSALS POSTED .......... ' DELIMITED BY SIZE
010126            WS-EDIT-COUNT               DELIMITED BY SIZE
010127         INTO REPORT-LINE
010128     WRITE REPORT-LINE.
010129
010130     MOVE WS-GL-RECORD-COUNT TO WS-EDIT-COUNT.
010131     MOVE SPACES TO REPORT-LINE.
010132     STRING 'GL POSTINGS WRITTEN ....... ' DELIMITED BY SIZE
010133            WS-EDIT-COUNT               DELIMITED BY SIZE
010134         INTO REPORT-LINE
010135     WRITE REPORT-LINE.
010136     PERFORM 5150-WRITE-SOURCE-SECTION.
010137     PERFORM 5170-WRITE-CURRENCY-SECTION.
010138     PERFORM 5200-WRITE-RUN-GRADE.
010140
010150     MOVE SPACES TO REPORT-LINE.
010160     IF WS-REPORT-FIRST-RECORD
011810*----------------------------------------------------------------
011820     DISPLAY 'SIMADRV - TERMINATING DUE TO INPUT CONTROL FAILURE'
011830     MOVE 16 TO RETURN-CODE
011835     PERFORM 3900-END-RUN-STATE
011840     STOP RUN.
011850
011860 9999-ABEND-EXIT.
011870*----------------------------------------------------------------
011880* REACHED WHEN A REQUIRED FILE WOULD NOT OPEN, A KEYED FILE
011890* UPDATE (ACCTMST, TRANIDF, PENDTRN, REFTRN) FAILED, OR A LEDGER
011900* BALANCE OVERFLOWED - THE MESSAGE ABOVE SAYS WHICH.  END THE RUN
011910* CLEANLY RATHER THAN LETTING IT ABEND WITH A LESS HELPFUL SYSTEM
011920* MESSAGE.  RETURN CODE 16 SO THE SCHEDULE TREATS THE STEP LIKE
011925* ANY OTHER HARD FAILURE - SUCH A RUN MUST NOT GRADE CLEAN.
011930*----------------------------------------------------------------
011940     DISPLAY 'SIMADRV - TERMINATING DUE TO FILE I/O ERROR'.
011950     MOVE 16 TO RETURN-CODE.
011955     PERFORM 3900-END-RUN-STATE.
011960     STOP RUN.
