000100*----------------------------------------------------------------
000200* RATREC01 - DAILY EXCHANGE-RATE RECORD FOR THE RATEFILE KEYED
000300* (VSAM KSDS) FILE.  ONE RECORD PER CURRENCY PER RATE DATE,
000400* LOADED BY SIMARLD FROM THE TREASURY FEED (SAME LAYOUT) BEFORE
000500* THE NIGHTLY SIMADRV RUN.  SIMADRV READS THE RATE FOR A DETAIL'S
000600* CURRENCY AND VALUE DATE AND CONVERTS TR-NUM1/TR-NUM2 TO BASE
000700* CURRENCY BEFORE CALLING SIMPLEADD - NO RATE ON FILE FOR THAT
000800* CURRENCY AND DATE DIVERTS THE DETAIL TO REJFILE (REASON 36).
