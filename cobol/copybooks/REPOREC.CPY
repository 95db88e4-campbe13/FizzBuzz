000040*  ONE EXTRACT RECORD, KEYED ON RUN-SEQ PLUS COUNTR  *
000050*  SO A POINT LOOKUP ("WHAT DID SET 2 PRODUCE FOR    *
000060*  4502117") NEEDS NO SEQUENTIAL SCAN OF EXTRFILE.   *
000070*  FIELD FOR FIELD THE SAME 306 BYTES AS EXTRREC.CPY,*
000080*  UNDER ITS OWN NAMES SO LOAD AND INQUIRY PROGRAMS  *
000090*  CAN CARRY BOTH LAYOUTS AT ONCE - INCLUDING THE    *
000092*  PER-RULE HIT AREA, SO THE INQUIRY ANSWERS "WHICH  *
000270             15  REPO-RULE-HIT   PIC X(01).
000280                 88  REPO-RULE-FIRED     VALUE 'Y'.
000290                 88  REPO-RULE-NOT-FIRED VALUE 'N'.
000300         10  REPO-RULE-TYPES.
000310             15  REPO-RULE-TYPE  PIC X(01) OCCURS 20 TIMES.
