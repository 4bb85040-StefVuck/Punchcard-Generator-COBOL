000100*----------------------------------------------------------------
000200* MCHREC01 - PENDING ACCOUNT-MAINTENANCE CHANGE RECORD FOR THE
000300* PENDCHG KEYED (VSAM KSDS) FILE.  SIMAMNT NO LONGER WRITES A
000400* NEW ACCOUNT, A STATUS CHANGE OR A COST-CENTER CHANGE STRAIGHT
000500* TO ACCTMST - THE CLERK WHO KEYS IT (THE MAKER) LEAVES IT HERE,
000600* AND IT REACHES THE MASTER ONLY WHEN A DIFFERENT OPERATOR (THE
000700* CHECKER) APPROVES IT ON SIMAMNT'S APPROVAL SCREEN.  AN
000800* APPROVED OR DECLINED CHANGE IS REMOVED FROM THIS FILE AND
000900* WRITTEN TO THE MAINTENANCE LOG (SEE MLGREC01).
001000*
001100* KEYED ON THE ACCOUNT NUMBER, SO AN ACCOUNT HAS AT MOST ONE
001200* CHANGE AWAITING APPROVAL - A SECOND IS REFUSED UNTIL THE FIRST
001300* IS APPROVED OR DECLINED.  MC-OLD-STATUS/MC-OLD-COST-CENTER ARE
001400* THE MASTER'S VALUES WHEN THE CHANGE WAS KEYED (SPACES FOR A
001500* NEW ACCOUNT); MC-NEW-COST-CENTER IS ALWAYS FILLED IN, EVEN
001600* WHEN THE CLERK LEFT THE COST CENTER UNCHANGED.
001700*----------------------------------------------------------------
001800 01  MAINT-CHANGE-RECORD.
001900     05  MC-ACCOUNT-NUMBER   PIC X(10).
002000     05  MC-CHANGE-TYPE      PIC X(01).
002100         88  MC-NEW-ACCOUNT          VALUE 'A'.
002200         88  MC-STATUS-CHANGE        VALUE 'S'.
002300     05  MC-MAKER-ID         PIC X(08).
002400     05  MC-REQ-DATE         PIC 9(08).
002500     05  MC-REQ-TIME         PIC 9(08).
002600     05  MC-OLD-STATUS       PIC X(01).
002700     05  MC-OLD-COST-CENTER  PIC X(06).
002800     05  MC-NEW-NAME         PIC X(30).
002900     05  MC-NEW-STATUS       PIC X(01).
003000     05  MC-NEW-COST-CENTER  PIC X(06).
003100     05  FILLER              PIC X(21).
