000630* ITS OWN EDITS WITHOUT CALLING SIMPLEADD (SEE REJREC01 FOR THE
000640* REASONS); 32 IN PARTICULAR IS A FUTURE-DATED DETAIL DIVERTED
000650* TO THE PENDTRN VALUE-DATE WAREHOUSE - NOT A REJECT, JUST NOT
000660* POSTED YET - AND 56 A LARGE-VALUE DETAIL HELD ON REFTRN FOR A
000661* SUPERVISOR'S DECISION (SEE REFREC01), LIKEWISE NOT POSTED YET.
000662* NONE OF THESE HAVE AN AUDIT-TRAIL COUNTERPART.
000700*----------------------------------------------------------------
000710* RR-CURRENCY-CODE AND RR-ORIG-NUM1/RR-ORIG-NUM2 CARRY THE
000720* TRANSACTION'S ORIGINAL CURRENCY AND UNCONVERTED AMOUNTS;
