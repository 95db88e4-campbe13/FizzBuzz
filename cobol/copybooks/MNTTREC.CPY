000104*  DATES (YYYY-MM-DD, BLANK = ALWAYS IN EFFECT) SO A *
000106*  RULE CHANGE CAN BE STAGED IN ADVANCE - SEE        *
000108*  RULEREC.CPY.                                      *
000109*  IT ALSO CARRIES THE RULE TYPE AND OPERAND.        *
000110*  A, C, AND D ONLY RAISE A PENDING CHANGE (SEE      *
000111*  PENDREC.CPY) - A SECOND USER APPLIES IT WITH A V  *
000112*  (APPROVE) OR DROPS IT WITH AN X (DECLINE) RECORD  *
000113*  NAMING ITS PENDING NUMBER, WITH AN OPTIONAL NOTE. *
000114*  THE PARM IMAGE CARRIES THE OWNING COST CENTER,    *
000115*  REQUIRED ON EVERY PARM ADD AND CHANGE.            *
000116*  AN S CORRECTS, AND A K CANCELS, THE SUSPENSE      *
000117*  ITEM (SUSPREC.CPY) NAMED BY TRAN-SUSP-NUM.  AN S  *
000118*  CARRIES THE CORRECTED PARM OR RULE IMAGE IN THE   *
000119*  USUAL DATA AREA UNDER ITS FILE ID.  BOTH ARE      *
000120*  HELD AS PENDING CHANGES THE SAME AS A, C, AND D.  *
000122*****************************************************
000125 01  MAINT-TRAN-RECORD.
000130     05  TRAN-ACTION           PIC X(01).
000140         88  TRAN-IS-ADD           VALUE 'A'.
000150         88  TRAN-IS-CHANGE        VALUE 'C'.
000160         88  TRAN-IS-DELETE        VALUE 'D'.
000162         88  TRAN-IS-APPROVE       VALUE 'V'.
000164         88  TRAN-IS-DECLINE       VALUE 'X'.
000166         88  TRAN-IS-DECISION      VALUE 'V' 'X'.
000167         88  TRAN-IS-SUSP-CORRECT  VALUE 'S'.
000168         88  TRAN-IS-SUSP-CANCEL   VALUE 'K'.
000169         88  TRAN-IS-SUSPENSE      VALUE 'S' 'K'.
000170     05  TRAN-FILE-ID          PIC X(01).
000180         88  TRAN-IS-PARM          VALUE 'P'.
000190         88  TRAN-IS-RULE          VALUE 'R'.
000240         10  TRAN-PARM-RULESET PIC X(08).
000245         10  TRAN-PARM-PRMODE  PIC X(01).
000246         10  TRAN-PARM-FREQ    PIC X(01).
000247         10  TRAN-PARM-COSTCTR PIC X(06).
000248         10  FILLER            PIC X(13).
000250     05  TRAN-RULE-DATA REDEFINES TRAN-PARM-DATA.
000260         10  TRAN-RULE-DIVISOR PIC S9(05)
000270                 SIGN IS LEADING SEPARATE CHARACTER.
000290         10  TRAN-RULE-SET     PIC X(08).
000292         10  TRAN-RULE-EFF-FROM PIC X(10).
000294         10  TRAN-RULE-EFF-TO  PIC X(10).
000295         10  TRAN-RULE-TYPE    PIC X(01).
000296             88  TRAN-RULE-TYPE-VALID  VALUE 'D' 'M' 'C' 'O'
000299                                           SPACE.
000300             88  TRAN-RULE-REMAINDER   VALUE 'M'.
000302             88  TRAN-RULE-CONTAINS    VALUE 'C'.
000304         10  TRAN-RULE-OPERAND PIC 9(05).
000305     05  TRAN-PEND-DATA REDEFINES TRAN-PARM-DATA.
000306         10  TRAN-PEND-NUM     PIC 9(06).
000307         10  TRAN-PEND-NOTE    PIC X(40).
000308         10  FILLER            PIC X(04).
000318     05  TRAN-SUSP-NUM         PIC 9(06).
000328     05  FILLER                PIC X(22).
