000052*  RULEFILE'S CONTENT CAN CHANGE FROM RUN TO RUN,    *
000054*  AUD-RULE-LIST CARRIES THE ACTUAL DIVISOR/LABEL    *
000056*  VALUES IN EFFECT, NOT JUST A COUNT OF THEM.       *
000057*  A DIVISIBLE RULE IS LISTED AS DIVISOR-LABEL; ANY  *
000058*  OTHER TYPE IS PREFIXED WITH ITS TYPE CODE -       *
000059*  M:DIVISOR/REMAINDER-LABEL, C:DIGIT-LABEL AND      *
000060*  O:DIVISOR-LABEL (SEE RULEREC.CPY).                *
000065*****************************************************
000070 01  AUDIT-RECORD.
000080     05  AUD-RUN-DATE          PIC X(10).
000090     05  AUD-RUN-TIME          PIC X(08).
000224     05  AUD-SET-DISP          PIC X(04).
000226         88  AUD-SET-RAN           VALUE 'RUN '.
000228         88  AUD-SET-SKIPPED       VALUE 'SKIP'.
000230*        HOW FIZZ-BUZZ EVALUATED THE SET'S RULES - 'C' WHEN
000232*        ONE PRECOMPUTED CYCLE OF THE SET'S LABELS (ITS
000234*        DIVISORS' LEAST COMMON MULTIPLE, AUD-CYCLE-LEN
000236*        COUNTR VALUES LONG) WAS REUSED ACROSS THE RANGE,
000238*        'L' WHEN EVERY COUNTR WAS TESTED AGAINST EVERY
000240*        RULE.  SPACE ON A SKIPPED SET.
000244     05  AUD-EVAL-PATH         PIC X(01).
000246         88  AUD-PATH-CYCLE        VALUE 'C'.
000248         88  AUD-PATH-LOOP         VALUE 'L'.
000250     05  AUD-CYCLE-LEN         PIC 9(05).
000252*        THE SET'S OWNING COST CENTER (SEE PARMREC.CPY),
000254*        ITS ELAPSED WALL-CLOCK SECONDS FROM THE FIRST
000256*        COUNTR TO THE AUDIT LINE, AND THE EXTRACT RECORDS
000258*        WRITTEN AND DETAIL LINES PRINTED FOR IT - WHAT
000260*        CHRGBACK BILLS EACH DEPARTMENT FOR AT MONTH END.
000262*        THE COUNTS ARE ZERO ON A SKIPPED SET; A RECORD
000264*        WRITTEN BEFORE THESE FIELDS EXISTED HAS SPACES
000266*        HERE.
000268     05  AUD-COST-CENTER       PIC X(06).
000270     05  AUD-ELAPSED-SECS      PIC 9(07).
000272     05  AUD-EXTR-COUNT        PIC 9(09).
000274     05  AUD-PRINT-COUNT       PIC 9(09).
000276*        THE RUN ID OF THE FIZZ-BUZZ EXECUTION THAT WROTE
000278*        THE LINE - THE SAME ID IS ON THAT RUN'S STATFILE,
000280*        CKPTFILE AND HNDFFILE RECORDS AND ITS EXTRACT
000282*        HEADER/TRAILER (SEE EXTRREC.CPY), SO RUNCORR CAN
000284*        TIE THEM TOGETHER.  SPACES ON A RECORD WRITTEN
000286*        BEFORE THE FIELD EXISTED.  RECORD IS NOW 481 BYTES.
000288     05  AUD-RUN-ID            PIC X(16).
