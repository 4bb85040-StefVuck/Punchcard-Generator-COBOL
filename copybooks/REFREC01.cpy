000100*----------------------------------------------------------------
000200* REFREC01 - LARGE-VALUE REFERRAL RECORD FOR THE REFTRN KEYED
000300* (VSAM KSDS) FILE.  SIMADRV HOLDS ANY DETAIL WHOSE BASE-CURRENCY
000400* POSTING AMOUNT IS ABOVE THE RUNPARM REFER-THRESHOLD, OR ABOVE
000500* THE ACCOUNT'S OWN AM-REFER-LIMIT (SEE ACTREC01), ON THIS FILE
000600* INSTEAD OF POSTING IT (RETURN CODE 56 ON ITS TRANSOUT RECORD).
000700* A SUPERVISOR REVIEWS EACH ITEM ON THE SIMARFR ONLINE SCREEN AND
000800* APPROVES OR DECLINES IT; THE NEXT SIMADRV RUN FEEDS AN APPROVED
000900* ITEM BACK THROUGH THE NORMAL POSTING PATH, SENDS A DECLINED ONE
001000* TO REJFILE (REASON 60), AND DELETES THE REFERRAL EITHER WAY.
001100* AN ITEM STILL AWAITING A DECISION STAYS ON FILE.
001200*
001300* RF-TRANS-IMAGE IS THE ORIGINAL TRNREC01 DETAIL IMAGE EXACTLY AS
001400* IT ARRIVED.  RF-POST-AMOUNT IS THE SIGNED BASE-CURRENCY AMOUNT
001500* THE RESULT WOULD HAVE POSTED, RF-THRESHOLD THE LIMIT IT BROKE
001600* AND RF-TRIGGER WHICH OF THE TWO LIMITS THAT WAS.  THE DECIDED
001700* FIELDS ARE STAMPED BY SIMARFR; EVERY DECISION IS ALSO LOGGED
001800* TO REFLOG (SEE RFLREC01).
001900*----------------------------------------------------------------
002000 01  REFERRAL-RECORD.
002100     05  RF-TRANS-ID         PIC X(16).
002200     05  RF-STATUS           PIC X(01).
002300         88  RF-REFERRED                 VALUE 'R'.
002400         88  RF-APPROVED                 VALUE 'A'.
002500         88  RF-DECLINED                 VALUE 'D'.
002600     05  RF-REFERRED-DATE    PIC 9(08).
002700     05  RF-SOURCE-SYSTEM    PIC X(08).
002800     05  RF-TRANS-IMAGE      PIC X(61).
002900     05  RF-POST-AMOUNT      PIC S9(9)V99.
003000     05  RF-THRESHOLD        PIC 9(11)V99.
003100     05  RF-TRIGGER          PIC X(01).
003200         88  RF-RUN-THRESHOLD            VALUE 'R'.
003300         88  RF-ACCOUNT-THRESHOLD        VALUE 'A'.
003400     05  RF-DECIDED-BY       PIC X(08).
003500     05  RF-DECIDED-DATE     PIC 9(08).
003600     05  RF-DECIDED-TIME     PIC 9(08).
003700     05  FILLER              PIC X(17).
