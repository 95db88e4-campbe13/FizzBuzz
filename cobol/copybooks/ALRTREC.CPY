000010*****************************************************
000020*  ALRTREC.CPY                                      *
000030*  EVENT-MANAGER ALERT RECORD WRITTEN BY ALRTFEED AT *
000040*  THE END OF THE NIGHTLY STREAM.  THE SAME LAYOUT   *
000050*  IS USED FOR:                                      *
000060*    ALRTFILE - TONIGHT'S OUTBOUND FEED, ONE RECORD  *
000070*               PER NEW CONDITION AND ONE CLEARED    *
000080*               RECORD PER CONDITION THAT WENT AWAY. *
000090*    ALRTSTAT - EVERY ALERT STILL OPEN, SO A BREAK   *
000100*               THAT IS NOT FIXED IS SENT ONCE, NOT  *
000110*               EVERY NIGHT.                         *
000120*  AN ALERT IS KEYED BY CONDITION AND PARM SEQ.      *
000130*****************************************************
000140 01  ALERT-RECORD.
000150     05  ALRT-SEVERITY         PIC X(08).
000160         88  ALRT-SEV-CRITICAL     VALUE 'CRITICAL'.
000170         88  ALRT-SEV-MAJOR        VALUE 'MAJOR'.
000180         88  ALRT-SEV-MINOR        VALUE 'MINOR'.
000190         88  ALRT-SEV-WARNING      VALUE 'WARNING'.
000200         88  ALRT-SEV-CLEARED      VALUE 'CLEARED'.
000210*        THE PROGRAM WHOSE OUTPUT RAISED THE CONDITION.
000220     05  ALRT-SOURCE-PGM       PIC X(08).
000230*        THE CONDITION, GROUPED BY THE DATASET IT IS READ
000240*        FROM - A DATASET THAT COULD NOT BE READ LEAVES ITS
000250*        OPEN ALERTS AS THEY WERE.
000260     05  ALRT-CONDITION        PIC X(08).
000270         88  ALRT-STAT-CONDITION   VALUE 'NOSTATUS' 'RUNFAIL'
000280                                         'RECON' 'REJECTS'.
000290         88  ALRT-HNDF-CONDITION   VALUE 'EXTRFAIL' 'RCMPFAIL'.
000300         88  ALRT-DRFT-CONDITION   VALUE 'DRIFT'.
000310         88  ALRT-CKPT-CONDITION   VALUE 'INPROG'.
000320*        ZERO WHEN THE CONDITION IS ABOUT THE WHOLE RUN.
000330     05  ALRT-PARM-SEQ         PIC 9(03).
000340*        THE NIGHTLY RUN THE CONDITION WAS SEEN ON - ON A
000350*        CLEARED RECORD, THE RUN THAT NO LONGER SHOWS IT.
000360*        THE RUN ID IS SPACES WHEN THE SOURCE RECORD HAS
000370*        NONE.
000380     05  ALRT-RUN-DATE         PIC X(10).
000390     05  ALRT-RUN-ID           PIC X(16).
000400     05  ALRT-MSG-TEXT         PIC X(60).
000410*        WHEN THE ALERT WAS FIRST RAISED, AND WHEN THIS
000420*        RECORD WAS SENT (THE SAME ON A NEW ALERT).
000430     05  ALRT-RAISED-DATE      PIC X(10).
000440     05  ALRT-RAISED-TIME      PIC X(08).
000450     05  ALRT-SENT-DATE        PIC X(10).
000460     05  ALRT-SENT-TIME        PIC X(08).
000470     05  FILLER                PIC X(11).
