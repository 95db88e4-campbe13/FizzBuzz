000085     05  RULE-REC-SET-NAME     PIC X(08).
000086     05  RULE-REC-EFF-FROM     PIC X(10).
000087     05  RULE-REC-EFF-TO       PIC X(10).
000088*        RULE-REC-TYPE SAYS WHAT QUESTION THE RULE ASKS OF
000089*        COUNTR.  BLANK OR 'D' IS THE ORIGINAL "DIVISOR
000090*        DIVIDES EVENLY" RULE, SO EXISTING RULE DATA RUNS
000091*        UNCHANGED.  'M' FIRES WHEN COUNTR MOD DIVISOR EQUALS
000092*        RULE-REC-OPERAND (WHICH MUST BE LESS THAN THE
000093*        DIVISOR).  'C' FIRES WHEN COUNTR CONTAINS THE DIGIT
000094*        IN RULE-REC-OPERAND (0-9) - THE DIVISOR IS NOT USED.
000095*        'O' IS AN OVERRIDE - IT FIRES LIKE 'D' BUT ITS LABEL
000096*        REPLACES THE WHOLE MESSAGE INSTEAD OF BEING APPENDED;
000097*        THE FIRST OVERRIDE TO FIRE IN RULE ORDER WINS.
000098     05  RULE-REC-TYPE         PIC X(01).
000099         88  RULE-REC-TYPE-DIVISIBLE VALUE 'D' SPACE.
000100         88  RULE-REC-TYPE-REMAINDER VALUE 'M'.
000101         88  RULE-REC-TYPE-CONTAINS  VALUE 'C'.
000102         88  RULE-REC-TYPE-OVERRIDE  VALUE 'O'.
000103     05  RULE-REC-OPERAND      PIC 9(05).
000104*        SET ONLY ON THE RECORDS FIZZ-BUZZ WRITES TO RCYCRULE -
000105*        A CORRECTION RECYCLED FROM SUSPENSE.  IT IS THE RECORD
000106*        NUMBER, ON THAT NIGHT'S RULEFILE, OF THE REJECTED
000107*        ORIGINAL WHOSE TABLE SLOT THE CORRECTION TOOK, OR ZERO
000108*        WHEN IT WAS ADDED AT THE END.  SPACES ON THE MASTER.
000109     05  RULE-REC-RECYCLE-OF   PIC 9(05).
000110     05  FILLER                PIC X(11).
