000100*----------------------------------------------------------------
000200* SGNREC01 - SHARED LINKAGE LAYOUT FOR THE SIMASGN SIGN-ON
000300* SERVICE.  COPY THIS INTO THE LINKAGE SECTION OF SIMASGN ITSELF
000400* AND INTO THE WORKING-STORAGE OF EVERY ONLINE SCREEN (AND OF
000500* SIMAUPF, WHICH ONLY LOGS THROUGH IT).
000600*
000700* SG-SIGN-ON   - CHECK SG-OPERATOR-ID AND SG-PASSWORD AGAINST
000800*                USRPROF.  SG-RESULT COMES BACK PROCEED (WITH THE
000900*                OPERATOR'S NAME IN SG-OPERATOR-NAME), REFUSED
001000*                (BAD ID OR PASSWORD - THE SCREEN MAY ASK AGAIN)
001100*                OR LOCKED (THE ID IS LOCKED OR REVOKED - THE
001200*                SESSION MUST END).
001300* SG-CHECK     - MAY THE SIGNED-ON OPERATOR USE THE FUNCTION WHOSE
001400*                AUTHORITY CODE (SEE USPREC01) IS IN SG-AUTHORITY?
001500*                PROCEED OR REFUSED; EITHER WAY IT IS LOGGED WITH
001600*                SG-DETAIL (WHAT THE FUNCTION WAS USED ON).  CODE
001700*                00 NEEDS NO AUTHORITY - IT IS ONLY LOGGED.
001800* SG-SIGN-OFF  - LOG THE END OF THE SESSION.
001900* SG-LOG-ONLY  - WRITE SG-EVENT TO SECLOG AS GIVEN (PROFILE
002000*                MAINTENANCE BY SIMAUPF).
002100*
002200* SG-PROGRAM IS THE CALLING PROGRAM, AND EVERY REQUEST BUT
002300* SG-SIGN-ON CARRIES THE OPERATOR ID SIGNED ON.  SG-PASSWORD IS
002400* NEVER LOGGED.
002500*----------------------------------------------------------------
002600 01  SIGN-ON-REQUEST.
002700     05  SG-FUNCTION             PIC X(01).
002800         88  SG-SIGN-ON                  VALUE 'S'.
002900         88  SG-CHECK                    VALUE 'C'.
003000         88  SG-SIGN-OFF                 VALUE 'O'.
003100         88  SG-LOG-ONLY                 VALUE 'L'.
003200     05  SG-PROGRAM              PIC X(08).
003300     05  SG-OPERATOR-ID          PIC X(08).
003400     05  SG-PASSWORD             PIC X(08).
003500     05  SG-AUTHORITY            PIC 9(02).
003600     05  SG-DETAIL               PIC X(30).
003700     05  SG-EVENT                PIC X(01).
003800     05  SG-RESULT               PIC X(01).
003900         88  SG-PROCEED                  VALUE 'P'.
004000         88  SG-REFUSED                  VALUE 'R'.
004100         88  SG-ID-LOCKED                VALUE 'L'.
004200     05  SG-OPERATOR-NAME        PIC X(30).
004300     05  SG-MESSAGE              PIC X(60).
