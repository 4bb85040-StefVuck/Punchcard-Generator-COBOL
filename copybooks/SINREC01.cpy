000100*----------------------------------------------------------------
000200* SINREC01 - STANDING-INSTRUCTION RECORD FOR THE STDINST KEYED
000300* (VSAM KSDS) FILE.  ONE RECORD PER RECURRING TRANSACTION THAT A
000400* BUSINESS UNIT WOULD OTHERWISE KEY INTO ITS SOURCE SYSTEM EVERY
000500* WEEK OR MONTH.  THE DATA-CONTROL CLERKS SET INSTRUCTIONS UP AND
000600* CANCEL THEM ON THE SIMASIM ONLINE SCREEN; THE NIGHTLY SIMASIG
000700* STEP, RUN AHEAD OF SIMADRV, TURNS EVERY INSTRUCTION DUE THAT
000800* DAY INTO A TRNREC01 DETAIL IN ITS OWN 'STANDING' SOURCE BATCH
000900* AND ROLLS THE INSTRUCTION ON TO ITS NEXT DUE DATE.
001000*
001100* SI-INSTR-ID IS ASSIGNED BY SIMASIM FROM THE CONTROL RECORD (KEY
001200* 000000), WHICH CARRIES THE LAST NUMBER GIVEN OUT.  THE DETAIL'S
001300* TRANSACTION ID IS 'SI' + THE INSTRUCTION ID + THE DUE DATE, SO
001400* EACH OCCURRENCE IS UNIQUE ON THE TRANIDF REGISTER AND A SECOND
001500* GENERATION OF THE SAME OCCURRENCE IS REJECTED AS A DUPLICATE.
001600*
001700* SI-FREQUENCY  W = WEEKLY       F = FORTNIGHTLY
001800*               M = MONTHLY      Q = QUARTERLY
001900* SI-DUE-DAY IS THE DAY OF THE MONTH OF THE FIRST DUE DATE.  A
002000* MONTHLY OR QUARTERLY INSTRUCTION FALLS DUE ON THAT DAY, OR ON
002100* THE LAST DAY OF A SHORTER MONTH.  SI-END-DATE ZERO MEANS THE
002200* INSTRUCTION RUNS UNTIL IT IS CANCELLED.
002300*
002400* SI-STATUS     A = ACTIVE
002500*               C = CANCELLED ON SIMASIM
002600*               E = ENDED - ROLLED PAST ITS END DATE BY SIMASIG
002700*
002800* SI-LAST-RUN-DATE IS THE LAST SIMASIG RUN THAT TOUCHED THE
002900* INSTRUCTION, AND SI-RUN-FROM-DATE ITS NEXT DUE DATE BEFORE THAT
003000* RUN ROLLED IT ON.  A RERUN FOR THE SAME DATE AFTER AN ABEND
003100* STARTS AGAIN FROM SI-RUN-FROM-DATE, SO THE NEW STANDING BATCH
003200* CARRIES EVERY OCCURRENCE THE FAILED RUN HAD ALREADY ROLLED PAST.
003300*----------------------------------------------------------------
003400 01  STANDING-INSTR-RECORD.
003500     05  SI-INSTR-ID             PIC 9(06).
003600     05  SI-INSTR-DATA.
003700         10  SI-ACCOUNT-NUMBER   PIC X(10).
003800         10  SI-OPERATION-CODE   PIC X(01).
003900             88  SI-OP-ADD                   VALUE 'A'.
004000             88  SI-OP-SUBTRACT              VALUE 'S'.
004100             88  SI-OP-MULTIPLY              VALUE 'M'.
004200             88  SI-OP-DIVIDE                VALUE 'D'.
004300         10  SI-CURRENCY-CODE    PIC X(03).
004400         10  SI-NUM1             PIC S9(9)V99.
004500         10  SI-NUM2             PIC S9(9)V99.
004600         10  SI-FREQUENCY        PIC X(01).
004700             88  SI-WEEKLY                   VALUE 'W'.
004800             88  SI-FORTNIGHTLY              VALUE 'F'.
004900             88  SI-MONTHLY                  VALUE 'M'.
005000             88  SI-QUARTERLY                VALUE 'Q'.
005100         10  SI-DUE-DAY          PIC 9(02).
005200         10  SI-NEXT-DUE-DATE    PIC 9(08).
005300         10  SI-END-DATE         PIC 9(08).
005400         10  SI-STATUS           PIC X(01).
005500             88  SI-ACTIVE                   VALUE 'A'.
005600             88  SI-CANCELLED                VALUE 'C'.
005700             88  SI-ENDED                    VALUE 'E'.
005800         10  SI-DESCRIPTION      PIC X(30).
005900         10  SI-SET-UP-BY        PIC X(08).
006000         10  SI-SET-UP-DATE      PIC 9(08).
006100         10  SI-CANCELLED-BY     PIC X(08).
006200         10  SI-CANCELLED-DATE   PIC 9(08).
006300         10  SI-LAST-RUN-DATE    PIC 9(08).
006400         10  SI-RUN-FROM-DATE    PIC 9(08).
006500         10  SI-LAST-GEN-DATE    PIC 9(08).
006600         10  FILLER              PIC X(32).
006700     05  SI-CONTROL-DATA REDEFINES SI-INSTR-DATA.
006800         10  SI-CTL-LAST-ID      PIC 9(06).
006900         10  FILLER              PIC X(168).
