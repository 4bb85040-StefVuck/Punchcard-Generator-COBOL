000100*----------------------------------------------------------------
000200* RSTREC01 - NIGHTLY RUN-STATE RECORD FOR THE RUNCTL KEYED
000300* (VSAM KSDS) FILE.  ONE RECORD PER BUSINESS DATE, CHAIN STEP
000400* AND STREAM, WRITTEN BY THE SIMARSC RUN-STATE SERVICE WHEN THE
000500* STEP STARTS AND REWRITTEN WHEN IT ENDS, SO THE FILE SHOWS WHAT
000600* RAN FOR A BUSINESS DATE, WHEN, AND WITH WHAT RETURN CODE.
000700* RS-STREAM IS 00 FOR A STEP THAT IS NOT SPLIT BY STREAM.
000800*
000900* ONE CONTROL RECORD (DATE 00000000, STEP '*CURRENT', STREAM 00)
001000* CARRIES THE BUSINESS DATE OF THE NIGHT IN PROGRESS.  IT IS SET
001100* BY THE STEP THAT STARTS THE CHAIN (SIMASIG) AND AGAIN, TO THE
001150* SAME DATE, BY THE STEP THAT STARTS THE POSTING RUN (SIMASPL, OR
001200* SIMADRV RUN SINGLE-STREAM) SO THE LATER STEPS, WHICH TAKE NO
001300* DATE OF THEIR OWN, RECORD AGAINST THE SAME NIGHT EVEN AFTER
001350* MIDNIGHT.
001400*----------------------------------------------------------------
001500 01  RUN-STATE-RECORD.
001600     05  RS-KEY.
001700         10  RS-BUSINESS-DATE    PIC 9(08).
001800         10  RS-STEP-NAME        PIC X(08).
001900         10  RS-STREAM           PIC 9(02).
002000     05  RS-STEP-DATA.
002100         10  RS-STATUS           PIC X(01).
002200             88  RS-RUNNING              VALUE 'R'.
002300             88  RS-ENDED                VALUE 'E'.
002400         10  RS-START-DATE       PIC 9(08).
002500         10  RS-START-TIME       PIC 9(08).
002600         10  RS-END-DATE         PIC 9(08).
002700         10  RS-END-TIME         PIC 9(08).
002800         10  RS-RETURN-CODE      PIC 9(02).
002900         10  RS-ATTEMPT-COUNT    PIC 9(03).
003000         10  RS-STREAM-COUNT     PIC 9(02).
003100         10  FILLER              PIC X(22).
003200     05  RS-CURRENT-DATA REDEFINES RS-STEP-DATA.
003300         10  RS-CUR-BUSINESS-DATE PIC 9(08).
003400         10  RS-CUR-SET-BY       PIC X(08).
003500         10  RS-CUR-SET-DATE     PIC 9(08).
003600         10  RS-CUR-SET-TIME     PIC 9(08).
003700         10  FILLER              PIC X(30).
