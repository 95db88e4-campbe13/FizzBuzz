000010*****************************************************
000020*  EXTRCTL.CPY                                      *
000030*  READER-SIDE CHECK OF THE EXTRACT HEADER/TRAILER  *
000040*  CONTROL RECORDS (SEE EXTRREC.CPY).  EVERY PROGRAM *
000050*  THAT READS EXTRFILE KEEPS ONE OF THESE AND        *
000060*  APPLIES THE SAME RULES AS IT READS:               *
000070*    - A HEADER OPENS A SEGMENT.  A HEADER WHILE A   *
000080*      SEGMENT IS STILL OPEN MEANS THAT RUN WAS CUT  *
000090*      SHORT AND RESTARTED - COUNTED, NOT A BREAK    *
000100*      (THE CONTINUITY CHECK JUDGES THE DATA).       *
000110*    - A DETAIL RECORD ADDS TO THE OPEN SEGMENT'S    *
000120*      COUNT AND COUNTR HASH.  ONE OUTSIDE ANY       *
000130*      SEGMENT IS AN ORPHAN.                         *
000140*    - A TRAILER MUST CLOSE AN OPEN SEGMENT OF THE   *
000150*      SAME RUN ID AND MATCH ITS COUNT AND HASH.     *
000160*    - AT END OF FILE THE LAST SEGMENT MUST BE       *
000170*      CLOSED AND NO ORPHAN MAY HAVE BEEN SEEN.      *
000180*  AN EXTRACT WITH NO CONTROL RECORDS AT ALL WAS     *
000190*  WRITTEN BEFORE THE HEADER/TRAILER CUTOVER - THE   *
000200*  STATUS IS THEN 'ABSENT' AND EACH READER DECIDES   *
000210*  WHAT THAT MEANS FOR IT.  XCTL-RUN-ID AND          *
000220*  XCTL-BUS-DATE ARE FROM THE LAST HEADER READ - THE *
000230*  RUN THAT FINISHED THE EXTRACT.                    *
000240*****************************************************
000250 01  EXTRACT-CONTROL-CHECK.
000260     05  XCTL-SEGMENT-SWITCH       PIC X(01) VALUE 'N'.
000270         88  XCTL-SEGMENT-OPEN               VALUE 'Y'.
000280         88  XCTL-SEGMENT-CLOSED             VALUE 'N'.
000290     05  XCTL-STATUS               PIC X(08) VALUE 'BALANCED'.
000300         88  XCTL-BALANCED                   VALUE 'BALANCED'.
000310         88  XCTL-BROKEN                     VALUE 'BROKEN'.
000320         88  XCTL-ABSENT                     VALUE 'ABSENT'.
000330     05  XCTL-RUN-ID               PIC X(16) VALUE SPACES.
000340     05  XCTL-BUS-DATE             PIC X(10) VALUE SPACES.
000350     05  XCTL-SEG-COUNT            PIC 9(10) VALUE ZERO.
000360     05  XCTL-SEG-HASH             PIC 9(18) VALUE ZERO.
000370     05  XCTL-HEADER-CTR           PIC 9(05) COMP VALUE ZERO.
000380     05  XCTL-TRAILER-CTR          PIC 9(05) COMP VALUE ZERO.
000390     05  XCTL-INTERRUPT-CTR        PIC 9(05) COMP VALUE ZERO.
000400     05  XCTL-ORPHAN-CTR           PIC 9(10) COMP VALUE ZERO.
000410     05  XCTL-BREAK-CTR            PIC 9(05) COMP VALUE ZERO.
