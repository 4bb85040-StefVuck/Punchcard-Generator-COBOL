001100* AM-COST-CENTER IS THE GL COST-CENTER CODE CARRIED ONTO EVERY
001200* GL-RECORD DETAIL POSTING CUT FOR THE ACCOUNT (SEE GLREC01),
001300* SO THE GL TEAM NO LONGER DERIVES IT BY HAND.
001310*
001320* AM-LEDGER-BALANCE IS THE ACCOUNT'S RUNNING LEDGER BALANCE IN
001330* BASE CURRENCY, MOVED BY SIMADRV BY EVERY POSTED RESULT (THE
001340* SAME SIGNED AMOUNT CUT TO THE GL INTERFACE).  WHEN
001350* AM-LIMIT-IND IS 'Y' THE BALANCE MAY NOT BE TAKEN BELOW MINUS
001360* AM-CREDIT-LIMIT - A DEBIT THAT WOULD BREACH IT IS DIVERTED
001370* TO REJFILE (REASON 40).  ANY OTHER INDICATOR MEANS NO LIMIT
001380* IS CHECKED.  ONLY AUTHORISED OPERATORS MAY CHANGE THE LIMIT
001390* THROUGH SIMAMNT.
001400*
001410* AM-LAST-POST-ID AND AM-LAST-POST-DATE NAME THE LAST
001420* TRANSACTION WHOSE RESULT MOVED THE BALANCE, STAMPED IN THE
001430* SAME REWRITE AS THE BALANCE ITSELF - A PARM='RESTART' RERUN
001440* USES THEM TO RECOGNISE A RESULT ALREADY APPLIED BEFORE THE
001450* ABEND AND NOT APPLY IT A SECOND TIME.
001460*
001470* THE RECORD GREW FROM 60 TO 120 BYTES WITH THE LEDGER FIELDS -
001480* SEE THE SIMADRV JOB FOR THE DEFINE AND THE ONE-OFF RELOAD.
001481*
001482* AM-REFER-LIMIT IS THE ACCOUNT'S OWN LARGE-VALUE REFERRAL
001483* THRESHOLD IN BASE CURRENCY - A POSTING WHOSE SIZE IS ABOVE IT
001484* IS HELD ON REFTRN FOR A SUPERVISOR'S DECISION (SEE REFREC01)
001485* INSTEAD OF POSTING.  ZERO MEANS THE ACCOUNT HAS NO THRESHOLD
001486* OF ITS OWN AND ONLY THE RUN-WIDE REFER-THRESHOLD APPLIES.  IT
001487* TOOK THIRTEEN BYTES OF THE OLD FILLER, WHICH THE ONE-OFF RELOAD
001488* LEFT AS SPACES - SIMADRV READS A NON-NUMERIC VALUE AS ZERO.
001490*----------------------------------------------------------------
001500 01  ACCOUNT-MASTER-RECORD.
001600     05  AM-ACCOUNT-NUMBER   PIC X(10).
001700     05  AM-ACCOUNT-NAME     PIC X(30).
002000         88  AM-STATUS-CLOSED            VALUE 'C'.
002100         88  AM-STATUS-FROZEN            VALUE 'F'.
002200     05  AM-COST-CENTER      PIC X(06).
002300     05  AM-LEDGER-BALANCE   PIC S9(11)V99.
002310     05  AM-LIMIT-IND        PIC X(01).
002320         88  AM-LIMIT-APPLIES            VALUE 'Y'.
002330     05  AM-CREDIT-LIMIT     PIC 9(11)V99.
002340     05  AM-LAST-POST-ID     PIC X(16).
002350     05  AM-LAST-POST-DATE   PIC 9(08).
002355     05  AM-REFER-LIMIT      PIC 9(11)V99.
002360     05  FILLER              PIC X(09).
