000010*****************************************************
000020*  DRFTREC.CPY                                      *
000030*  DRIFT VERDICT RECORD WRITTEN TO DRFTFILE BY       *
000040*  AUDTDRFT, SO AUTOMATION READS A FIXED LAYOUT      *
000050*  INSTEAD OF THE DRIFT REPORT.  ONE TYPE-S RECORD   *
000060*  PER PARAMETER SET OUTSIDE ITS BAND, THEN ONE      *
000070*  TYPE-J JOB ROLLUP RECORD (WRITTEN EVEN WHEN NO    *
000080*  SET DRIFTED).  DRFTFILE IS APPEND-ONLY - THE GROUP*
000090*  ENDING WITH THE LAST TYPE-J RECORD IS THE CURRENT *
000100*  CHECK.  READERS MUST TAKE THE LAST GROUP.         *
000110*****************************************************
000120 01  DRIFT-RECORD.
000130     05  DRFT-REC-TYPE         PIC X(01).
000140         88  DRFT-SET-RECORD       VALUE 'S'.
000150         88  DRFT-JOB-RECORD       VALUE 'J'.
000160*        ZERO ON THE TYPE-J RECORD.
000170     05  DRFT-PARM-SEQ         PIC 9(03).
000180*        THE SET'S LABEL MIX AS PERCENTAGES OF ITS TOTAL -
000190*        ZERO ON THE TYPE-J RECORD.
000200     05  DRFT-PLAIN-PCT        PIC 9(03)V99.
000210     05  DRFT-SINGLE-PCT       PIC 9(03)V99.
000220     05  DRFT-MULTI-PCT        PIC 9(03)V99.
000230*        THE NIGHTLY RUN WHOSE AUDIT RECORDS WERE CHECKED.
000240*        THE RUN ID IS SPACES WHEN THE AUDIT RECORDS WERE
000250*        WRITTEN BEFORE RUN IDS EXISTED.
000260     05  DRFT-AUD-RUN-DATE     PIC X(10).
000270     05  DRFT-AUD-RUN-TIME     PIC X(08).
000280     05  DRFT-AUD-RUN-ID       PIC X(16).
000290*        WHEN AUDTDRFT RAN.
000300     05  DRFT-CHECK-DATE       PIC X(10).
000310     05  DRFT-CHECK-TIME       PIC X(08).
000320*        BANDED SETS CHECKED AND SETS OUTSIDE THEIR BAND -
000330*        ZERO ON THE TYPE-S RECORD.
000340     05  DRFT-SETS-CHECKED     PIC 9(05).
000350     05  DRFT-ALERT-COUNT      PIC 9(05).
000360     05  FILLER                PIC X(15).
