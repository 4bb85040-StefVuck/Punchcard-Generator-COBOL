001400* A GENUINE CROSS-RUN DUPLICATE, AND THE SIMAPRG HOUSEKEEPING
001500* JOB USES IT TO AGE ENTRIES OFF THE REGISTER WITH THE SAME
001600* RETENTION CUTOFF AS THE AUDIT LOG.
001605*
001610* THE REST OF THE ENTRY IS WHAT A LATER REVERSAL ('R' RECORD,
001615* SEE TRNREC01) NEEDS TO BACK THE TRANSACTION OUT: THE COST
001620* CENTER AND SOURCE SYSTEM ITS GL POSTING CARRIED, ITS OPERATION
001625* CODE, WHETHER IT POSTED IN ACCUMULATOR MODE, AND THE SIGNED
001630* BASE-CURRENCY AMOUNT IT MOVED THE LEDGER BY (THE RESULT, OR IN
001635* ACCUMULATOR MODE AN ADD'S OWN INPUT-NUM1, AS THE GL POSTING
001637* CARRIED IT - ZERO FOR A NON-ADD).  TI-REVERSAL-IND MARKS AN
001638* ENTRY ALREADY REVERSED ('Y' - TI-LINKED-TRANS-ID IS THE
001640* REVERSAL'S ID) OR ITSELF A REVERSAL ('R' - TI-LINKED-TRANS-ID
001645* IS THE ORIGINAL'S ID), SO NO TRANSACTION CAN BE REVERSED TWICE
001650* AND A REVERSAL CANNOT ITSELF BE REVERSED.  ENTRIES REGISTERED
001655* BEFORE THESE FIELDS EXISTED WERE RELOADED PADDED WITH SPACES -
001660* A REVERSAL OF ONE TAKES THE AMOUNT FROM THE ORIGINAL'S AUDIT
001662* RECORD INSTEAD, AND THE ACCOUNT'S CURRENT COST CENTER AND ITS
001665* OWN BATCH'S SOURCE.
001700*----------------------------------------------------------------
001800 01  TRANS-ID-RECORD.
001900     05  TI-TRANS-ID         PIC X(16).
002000     05  TI-RUN-DATE         PIC 9(08).
002100     05  TI-ACCOUNT-NUMBER   PIC X(10).
002200     05  TI-COST-CENTER      PIC X(06).
002210     05  TI-SOURCE-SYSTEM    PIC X(08).
002220     05  TI-OPERATION-CODE   PIC X(01).
002230     05  TI-ACCUM-IND        PIC X(01).
002240         88  TI-POSTED-ACCUM             VALUE 'Y'.
002250     05  TI-REVERSAL-IND     PIC X(01).
002260         88  TI-REVERSED                 VALUE 'Y'.
002270         88  TI-IS-REVERSAL              VALUE 'R'.
002280     05  TI-LINKED-TRANS-ID  PIC X(16).
002290     05  TI-REVERSED-DATE    PIC 9(08).
002295     05  TI-POSTED-AMOUNT    PIC S9(9)V99.
002300     05  FILLER              PIC X(14).
