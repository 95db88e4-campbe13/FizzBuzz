000052*  EXTR-MSG TEXT TO RECONSTRUCT WHICH RULES FIRED    *
000054*  AND A REORDERED RULE SET NO LONGER CHANGES WHAT   *
000056*  A COLUMN MEANS.                                   *
000057*  EVERY WRITER BRACKETS ITS DETAIL RECORDS WITH ONE *
000058*  HEADER AND ONE TRAILER CONTROL RECORD ('HDR'/'TRL' *
000059*  IN PLACE OF THE RUN SEQ - SEE EXTR-REC-KIND).  THE *
000060*  CONTROL RECORDS CARRY THE RUN ID OF THE FIZZ-BUZZ  *
000061*  EXECUTION, ITS BUSINESS DATE, AND ON THE TRAILER   *
000062*  THE DETAIL RECORD COUNT AND COUNTR HASH TOTAL OF   *
000063*  THE SEGMENT.  A RESTART APPENDS A NEW HEADER TO    *
000064*  THE DISP=MOD EXTRACT, SO A HEADER WITH NO TRAILER  *
000065*  BEFORE THE NEXT HEADER IS AN INTERRUPTED RUN.      *
000066*  READERS MUST TEST EXTR-IS-CONTROL BEFORE TREATING  *
000067*  A RECORD AS DATA.                                 *
000068*****************************************************
000069 01  EXTRACT-RECORD.
000070     05  EXTR-RUN-SEQ          PIC 9(03).
000071     05  EXTR-REC-KIND REDEFINES EXTR-RUN-SEQ
000072                               PIC X(03).
000073         88  EXTR-IS-HEADER        VALUE 'HDR'.
000074         88  EXTR-IS-TRAILER       VALUE 'TRL'.
000075         88  EXTR-IS-CONTROL       VALUE 'HDR' 'TRL'.
000080     05  EXTR-COUNTR           PIC 9(09).
000085*        EXTR-FIZZ-FLAG/EXTR-BUZZ-FLAG ARE TIED TO THE FIRST
000086*        TWO RULES OF THE RULE SET THE PARAMETER SET RUNS
000250             15  EXTR-RULE-HIT   PIC X(01).
000260                 88  EXTR-RULE-FIRED     VALUE 'Y'.
000270                 88  EXTR-RULE-NOT-FIRED VALUE 'N'.
000280*        THE RULE TYPE (SEE RULEREC.CPY) OF EACH ENTRY ABOVE,
000290*        SAME POSITION - ADDED AT THE END OF THE AREA SO THE
000300*        LABEL/HIT PAIRS KEEP THEIR OFFSETS.  RECORD IS NOW
000310*        306 BYTES.
000320         10  EXTR-RULE-TYPES.
000330             15  EXTR-RULE-TYPE  PIC X(01) OCCURS 20 TIMES.
000340*        HEADER/TRAILER VIEW OF THE RULE-HIT AREA.  THE
000350*        HASH TOTAL IS THE SUM OF EXTR-COUNTR OVER THE
000360*        SEGMENT'S DETAIL RECORDS (HIGH-ORDER DIGITS PAST 18
000370*        DROPPED).  THE PIECE RUN IDS ARE FILLED ONLY ON THE
000380*        TRAILER OF A MERGED SPLIT-RUN EXTRACT (EXTRMRGE) -
000390*        ONE PER PIECE EXTRACT STITCHED IN.
000400     05  EXTR-CONTROL-AREA REDEFINES EXTR-RULE-AREA.
000410         10  EXTC-RUN-ID       PIC X(16).
000420         10  EXTC-BUS-DATE     PIC X(10).
000430         10  EXTC-REC-COUNT    PIC 9(10).
000440         10  EXTC-HASH-TOTAL   PIC 9(18).
000450         10  EXTC-WRITER       PIC X(08).
000460         10  EXTC-PIECE-RUN-ID PIC X(16) OCCURS 4 TIMES.
000470         10  FILLER            PIC X(116).
