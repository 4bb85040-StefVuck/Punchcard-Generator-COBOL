000100*----------------------------------------------------------------
000200* PCLREC01 - ACCOUNTING PERIOD CONTROL RECORD FOR THE PERCTL
000300* KEYED (VSAM KSDS) FILE.  ONE RECORD PER CALENDAR-MONTH PERIOD
000400* (YYYYMM) THE SIMAPCL PERIOD-CLOSE JOB HAS CLOSED, CARRYING
000500* WHEN IT WAS CLOSED AND THE PERIOD TOTALS THE TRIAL BALANCE
000600* SIGNED OFF.  A PERIOD WITH NO RECORD IS OPEN.
000700*
000800* SIMADRV READS IT BY THE PERIOD OF EACH TRANSACTION'S VALUE
000900* DATE AND REJECTS ANY TRANSACTION DATED INTO A CLOSED PERIOD
001000* (REASON 44 - SEE REJREC01), SO NOTHING POSTS INTO A MONTH THE
001100* LEDGER HAS ALREADY SIGNED OFF.
001200*----------------------------------------------------------------
001300 01  PERIOD-CONTROL-RECORD.
001400     05  PC-PERIOD           PIC 9(06).
001500     05  PC-STATUS           PIC X(01).
001600         88  PC-CLOSED                   VALUE 'C'.
001700     05  PC-CLOSE-DATE       PIC 9(08).
001800     05  PC-CLOSE-TIME       PIC 9(08).
001900     05  PC-POSTING-COUNT    PIC 9(09).
002000     05  PC-DEBIT-TOTAL      PIC 9(13)V99.
002100     05  PC-CREDIT-TOTAL     PIC 9(13)V99.
002200     05  PC-NET-TOTAL        PIC S9(13)V99.
002300     05  FILLER              PIC X(03).
