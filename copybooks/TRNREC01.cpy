001500* TR-NUM2.  SIMADRV ACCUMULATES ITS OWN COUNT AND HASH TOTALS AS
001600* IT READS AND REFUSES TO DECLARE THE RUN GOOD IF THEY DO NOT
001700* MATCH - A TRUNCATED TRANSFER MUST NEVER LOOK LIKE A SUCCESS.
001710*
001720* A REVERSAL ('R') BACKS OUT A TRANSACTION POSTED ON AN EARLIER
001730* RECORD OR RUN.  IT CARRIES ITS OWN ACCOUNT NUMBER, TRANSACTION
001740* ID AND VALUE DATE IN THE DETAIL POSITIONS AND NAMES THE ORIGINAL
001750* IN TR-REV-ORIG-TRANS-ID - SIMADRV LOOKS THE ORIGINAL UP ON THE
001760* TRANIDF REGISTER (AND, FOR A REGISTER ENTRY TOO OLD TO CARRY
001765* THE AMOUNT, ON THE AUDIT TRAIL) AND POSTS THE EXACT OPPOSITE OF
001770* WHAT IT POSTED, SO NO AMOUNT OR OPERATION IS SENT.  A
001780* REVERSAL COUNTS IN THE TRAILER RECORD COUNT LIKE A DETAIL BUT
001790* ADDS NOTHING TO THE HASH TOTALS.
001800*----------------------------------------------------------------
001900 01  TRANS-RECORD.
002000     05  TR-RECORD-TYPE      PIC X(01).
002100         88  TR-HEADER-REC               VALUE 'H'.
002200         88  TR-DETAIL-REC               VALUE 'D'.
002300         88  TR-TRAILER-REC              VALUE 'T'.
002350         88  TR-REVERSAL-REC             VALUE 'R'.
002400     05  TR-DETAIL-DATA.
002500         10  TR-ACCOUNT-NUMBER   PIC X(10).
002600         10  TR-TRANS-ID         PIC X(16).
004300         10  TR-TLR-HASH-NUM1     PIC S9(13)V99.
004400         10  TR-TLR-HASH-NUM2     PIC S9(13)V99.
004500         10  FILLER               PIC X(21).
004510     05  TR-REVERSAL-DATA REDEFINES TR-DETAIL-DATA.
004520         10  FILLER               PIC X(34).
004530         10  TR-REV-ORIG-TRANS-ID PIC X(16).
004540         10  FILLER               PIC X(10).
