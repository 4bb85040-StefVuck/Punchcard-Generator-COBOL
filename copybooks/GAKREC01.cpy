000100*----------------------------------------------------------------
000200* GAKREC01 - GENERAL-LEDGER ACKNOWLEDGEMENT (LOAD-RESULT) RECORD
000300* RETURNED BY THE GL TEAM TO THE GLACK DD FOR EVERY GLEXTR FILE
000400* (GLREC01) THEY LOAD.  A HEADER NAMES THE GLEXTR RUN DATE BEING
000500* ACKNOWLEDGED, ONE DETAIL COMES BACK PER POSTING THE GL LOAD
000600* PROCESSED - ACCEPTED OR REJECTED WITH GL'S OWN REASON CODE AND
000700* TEXT - AND A TRAILER CARRIES THE DETAIL COUNT.  SIMAGLR
000800* RECONCILES IT TO THE GLEXTR THAT WAS SENT.
000900*
001000* THE ACCOUNT NUMBER, TRANSACTION ID, DR/CR INDICATOR AND
001100* ABSOLUTE AMOUNT ARE ECHOED EXACTLY AS GLEXTR CARRIED THEM.
001200*----------------------------------------------------------------
001300 01  GL-ACK-RECORD.
001400     05  GA-RECORD-TYPE      PIC X(01).
001500         88  GA-HEADER-REC               VALUE 'H'.
001600         88  GA-DETAIL-REC               VALUE 'D'.
001700         88  GA-TRAILER-REC              VALUE 'T'.
001800     05  GA-DETAIL-DATA.
001900         10  GA-ACCOUNT-NUMBER   PIC X(10).
002000         10  GA-TRANS-ID         PIC X(16).
002100         10  GA-DR-CR-IND        PIC X(01).
002200         10  GA-AMOUNT           PIC 9(11)V99.
002300         10  GA-LOAD-STATUS      PIC X(01).
002400             88  GA-ACCEPTED             VALUE 'A'.
002500             88  GA-REJECTED             VALUE 'R'.
002600         10  GA-REASON-CODE      PIC X(04).
002700         10  GA-REASON-TEXT      PIC X(30).
002800         10  FILLER              PIC X(04).
002900     05  GA-HEADER-DATA REDEFINES GA-DETAIL-DATA.
003000         10  GA-HDR-SYSTEM       PIC X(08).
003100         10  GA-HDR-RUN-DATE     PIC 9(08).
003200         10  GA-HDR-LOAD-DATE    PIC 9(08).
003300         10  FILLER              PIC X(55).
003400     05  GA-TRAILER-DATA REDEFINES GA-DETAIL-DATA.
003500         10  GA-TLR-RECORD-COUNT PIC 9(09).
003600         10  FILLER              PIC X(70).
