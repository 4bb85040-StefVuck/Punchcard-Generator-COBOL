000100*----------------------------------------------------------------
000200* SLGREC01 - SECURITY ACCESS LOG RECORD FOR THE SECLOG KEYED (VSAM
000300* KSDS) FILE.  THE SIGN-ON SERVICE SIMASGN WRITES ONE RECORD FOR
000400* EVERY SIGN-ON ATTEMPT, EVERY FUNCTION USED OR REFUSED ON THE
000500* ONLINE SCREENS AND EVERY SIGN-OFF, AND SIMAUPF ONE FOR EVERY
000600* CHANGE TO AN OPERATOR PROFILE.  THE SIMASCR MORNING JOB PRINTS
000700* THE DAILY SECURITY REPORT FROM IT FOR THE AUDITORS.
000800*
000900* SL-KEY IS THE EVENT DATE/TIME PLUS A UNIQUENESS SEQUENCE, THE
001000* SAME CONVENTION AS THE MAINTENANCE LOG (MLGREC01), SO ONE DAY'S
001100* EVENTS READ BY KEY RANGE.
001200*
001300* SL-AUTHORITY IS THE FUNCTION'S AUTHORITY CODE (SEE USPREC01) ON
001400* F AND R EVENTS, ZERO OTHERWISE.  SL-DETAIL IS WHAT THE FUNCTION
001500* WAS USED ON (ACCOUNT, TRANSACTION ID, SELECTION) OR, ON AN M
001600* EVENT, THE MAINTENANCE ACTION.  NO PASSWORD IS EVER LOGGED.
001700*----------------------------------------------------------------
001800 01  SECURITY-LOG-RECORD.
001900     05  SL-KEY.
002000         10  SL-DATE             PIC 9(08).
002100         10  SL-TIME             PIC 9(08).
002200         10  SL-SEQ-NO           PIC 9(05).
002300     05  SL-OPERATOR-ID          PIC X(08).
002400     05  SL-PROGRAM              PIC X(08).
002500     05  SL-EVENT                PIC X(01).
002600         88  SL-SIGNED-ON                VALUE 'S'.
002700         88  SL-BAD-SIGNON               VALUE 'B'.
002800         88  SL-ID-LOCKED                VALUE 'K'.
002900         88  SL-SIGNON-REFUSED           VALUE 'X'.
003000         88  SL-FUNCTION-USED            VALUE 'F'.
003100         88  SL-FUNCTION-REFUSED         VALUE 'R'.
003200         88  SL-SIGNED-OFF               VALUE 'O'.
003300         88  SL-PROFILE-MAINT            VALUE 'M'.
003400     05  SL-AUTHORITY            PIC 9(02).
003500     05  SL-DETAIL               PIC X(30).
003600     05  SL-REASON               PIC X(24).
003700     05  FILLER                  PIC X(06).
