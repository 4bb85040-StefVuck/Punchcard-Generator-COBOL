000100*----------------------------------------------------------------
000200* USPREC01 - OPERATOR PROFILE RECORD FOR THE USRPROF KEYED (VSAM
000300* KSDS) FILE.  ONE RECORD PER OPERATOR ID ALLOWED TO SIGN ON TO
000400* THE ONLINE SCREENS (SIMAINQ, SIMAMNT, SIMARPR, SIMARFR AND
000450* SIMASIM).  THE SIGN-ON SERVICE SIMASGN CHECKS THE PASSWORD AND
000500* THE FUNCTION AUTHORITIES HERE AND KEEPS THE BAD SIGN-ON COUNT
000600* AND LOCK; THE SECURITY ADMINISTRATOR MAINTAINS THE FILE WITH THE
000700* SIMAUPF JOB.
000800*
000900* UP-STATUS  A = ACTIVE
001000*            L = LOCKED AFTER REPEATED BAD SIGN-ONS - ONLY A
001100*                SIMAUPF UNLOCK OR RESET CARD RE-OPENS IT
001200*            R = REVOKED BY THE SECURITY ADMINISTRATOR
001300* UP-BAD-SIGNON-COUNT IS THE NUMBER OF BAD PASSWORDS SINCE THE
001400* LAST GOOD SIGN-ON.
001500*
001600* UP-AUTHORITIES HOLDS ONE Y/N BYTE PER FUNCTION, IN THIS ORDER -
001700* THE POSITION IS THE AUTHORITY CODE THE SCREENS PASS TO SIMASGN
001800* (SEE SGNREC01):
001900*   01 AUDIT TRAIL INQUIRY        SIMAINQ, LIVE AUDITLOG
002000*   02 ARCHIVE INQUIRY            SIMAINQ, SIMAPRG ARCHIVE FILE
002100*   03 ACCOUNT ADD                SIMAMNT A
002200*   04 STATUS/COST CTR CHANGE     SIMAMNT S
002300*   05 REJECT REPAIR              SIMARPR
002400*   06 MAINTENANCE APPROVAL       SIMAMNT P (CHECKER)
002500*   07 REFERRAL DECISION          SIMARFR
002600*   08 CREDIT/REFERRAL LIMITS     SIMAMNT L AND R
002700*   09 STANDING INSTRUCTIONS      SIMASIM A AND C
002750*   10 SPARE - SET N
002800*----------------------------------------------------------------
002900 01  USER-PROFILE-RECORD.
003000     05  UP-OPERATOR-ID          PIC X(08).
003100     05  UP-OPERATOR-NAME        PIC X(30).
003200     05  UP-PASSWORD             PIC X(08).
003300     05  UP-STATUS               PIC X(01).
003400         88  UP-ACTIVE                   VALUE 'A'.
003500         88  UP-LOCKED                   VALUE 'L'.
003600         88  UP-REVOKED                  VALUE 'R'.
003700     05  UP-BAD-SIGNON-COUNT     PIC 9(02).
003800     05  UP-LAST-SIGNON-DATE     PIC 9(08).
003900     05  UP-LAST-SIGNON-TIME     PIC 9(08).
004000     05  UP-LOCKED-DATE          PIC 9(08).
004100     05  UP-PASSWORD-DATE        PIC 9(08).
004200     05  UP-AUTHORITIES.
004300         10  UP-AUTH-AUDIT-INQ   PIC X(01).
004400         10  UP-AUTH-ARCHIVE-INQ PIC X(01).
004500         10  UP-AUTH-ACCT-ADD    PIC X(01).
004600         10  UP-AUTH-STATUS-CHG  PIC X(01).
004700         10  UP-AUTH-REPAIR      PIC X(01).
004800         10  UP-AUTH-APPROVE     PIC X(01).
004900         10  UP-AUTH-REFERRAL    PIC X(01).
005000         10  UP-AUTH-LIMITS      PIC X(01).
005100         10  UP-AUTH-STANDING    PIC X(01).
005150         10  FILLER              PIC X(01).
005200     05  UP-AUTHORITY-TABLE REDEFINES UP-AUTHORITIES.
005300         10  UP-AUTHORITY        PIC X(01)   OCCURS 10 TIMES.
005400     05  FILLER                  PIC X(09).
