000100*----------------------------------------------------------------
000200* RFLREC01 - REFERRAL DECISION LOG RECORD FOR THE REFLOG KEYED
000300* (VSAM KSDS) FILE.  SIMARFR WRITES ONE RECORD FOR EVERY
000400* LARGE-VALUE REFERRAL (SEE REFREC01) A SUPERVISOR APPROVES OR
000500* DECLINES, CARRYING THE SUPERVISOR'S ID, WHEN THE ITEM WAS
000600* REFERRED AND DECIDED, AND THE AMOUNT AND LIMIT THAT CAUSED THE
000700* REFERRAL, SO EVERY RELEASE OF A LARGE VALUE CAN BE TRACED TO
000800* THE PERSON WHO AUTHORISED IT.
000900*
001000* RL-KEY IS THE DECISION DATE/TIME PLUS A UNIQUENESS SEQUENCE,
001100* THE SAME CONVENTION AS THE MAINTENANCE LOG (MLGREC01), SO ONE
001200* DAY'S DECISIONS READ BY KEY RANGE.
001300*----------------------------------------------------------------
001400 01  REFERRAL-LOG-RECORD.
001500     05  RL-KEY.
001600         10  RL-DATE         PIC 9(08).
001700         10  RL-TIME         PIC 9(08).
001800         10  RL-SEQ-NO       PIC 9(05).
001900     05  RL-TRANS-ID         PIC X(16).
002000     05  RL-ACCOUNT-NUMBER   PIC X(10).
002100     05  RL-DECISION         PIC X(01).
002200         88  RL-APPROVED                 VALUE 'A'.
002300         88  RL-DECLINED                 VALUE 'D'.
002400     05  RL-SUPERVISOR-ID    PIC X(08).
002500     05  RL-REFERRED-DATE    PIC 9(08).
002600     05  RL-POST-AMOUNT      PIC S9(9)V99.
002700     05  RL-THRESHOLD        PIC 9(11)V99.
002800     05  RL-TRIGGER          PIC X(01).
002900     05  RL-SOURCE-SYSTEM    PIC X(08).
003000     05  FILLER              PIC X(23).
