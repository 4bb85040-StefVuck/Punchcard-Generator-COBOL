000100*----------------------------------------------------------------
000200* PTTREC01 - PERIOD TOTALS RECORD FOR THE PERTOT KEYED (VSAM
000300* KSDS) FILE BUILT BY THE SIMAPCL PERIOD-CLOSE JOB.  ONE RECORD
000400* PER PERIOD (YYYYMM), COST CENTER AND ACCOUNT, CARRYING THE
000500* DEBIT AND CREDIT TOTALS AND COUNTS OF EVERY GL POSTING
000600* (GLREC01) WHOSE VALUE DATE FALLS IN THE PERIOD.
000700*
000800* THE KEY LEADS WITH THE PERIOD AND THE COST CENTER SO ONE
000900* PERIOD READS BY KEY RANGE IN TRIAL-BALANCE ORDER.  AMOUNTS
001000* ARE ABSOLUTE, AS ON GLEXTR - THE NET IS CREDITS LESS DEBITS.
001100*----------------------------------------------------------------
001200 01  PERIOD-TOTAL-RECORD.
001300     05  PX-KEY.
001400         10  PX-PERIOD           PIC 9(06).
001500         10  PX-COST-CENTER      PIC X(06).
001600         10  PX-ACCOUNT-NUMBER   PIC X(10).
001700     05  PX-DEBIT-COUNT      PIC 9(09).
001800     05  PX-DEBIT-TOTAL      PIC 9(13)V99.
001900     05  PX-CREDIT-COUNT     PIC 9(09).
002000     05  PX-CREDIT-TOTAL     PIC 9(13)V99.
002100     05  FILLER              PIC X(10).
