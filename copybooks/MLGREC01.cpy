000100*----------------------------------------------------------------
000200* MLGREC01 - ACCOUNT-MAINTENANCE LOG RECORD FOR THE MAINTLOG
000300* KEYED (VSAM KSDS) FILE.  SIMAMNT WRITES ONE RECORD FOR EVERY
000400* PENDING CHANGE (SEE MCHREC01) A CHECKER APPROVES OR DECLINES,
000500* CARRYING THE MAKER, THE CHECKER, WHEN THE CHANGE WAS KEYED
000600* AND WHEN IT WAS DECIDED, AND THE ACCTMST RECORD (ACTREC01)
000700* BEFORE AND AFTER THE CHANGE.  THE SIMAMAR MORNING JOB PRINTS
000800* THE DAY'S MAINTENANCE ACTIVITY REPORT FROM IT.
000900*
001000* ML-KEY IS THE DECISION DATE/TIME PLUS A UNIQUENESS SEQUENCE,
001100* THE SAME CONVENTION AS THE SIMPLEADD AUDIT TRAIL (AUDREC01),
001200* SO THE REPORT READS ONE DAY BY KEY RANGE.
001300*
001400* FOR A NEW ACCOUNT THE BEFORE IMAGE IS SPACES.  FOR A DECLINED
001500* CHANGE THE AFTER IMAGE IS WHAT THE MASTER WOULD HAVE BECOME -
001600* ACCTMST ITSELF WAS NOT TOUCHED.
001700*----------------------------------------------------------------
001800 01  MAINT-LOG-RECORD.
001900     05  ML-KEY.
002000         10  ML-DATE         PIC 9(08).
002100         10  ML-TIME         PIC 9(08).
002200         10  ML-SEQ-NO       PIC 9(05).
002300     05  ML-ACCOUNT-NUMBER   PIC X(10).
002400     05  ML-CHANGE-TYPE      PIC X(01).
002500         88  ML-NEW-ACCOUNT          VALUE 'A'.
002600         88  ML-STATUS-CHANGE        VALUE 'S'.
002700     05  ML-DECISION         PIC X(01).
002800         88  ML-APPROVED             VALUE 'A'.
002900         88  ML-DECLINED             VALUE 'D'.
003000     05  ML-MAKER-ID         PIC X(08).
003100     05  ML-REQ-DATE         PIC 9(08).
003200     05  ML-REQ-TIME         PIC 9(08).
003300     05  ML-CHECKER-ID       PIC X(08).
003400     05  ML-BEFORE-IMAGE     PIC X(120).
003500     05  ML-AFTER-IMAGE      PIC X(120).
003600     05  FILLER              PIC X(15).
