000010*****************************************************
000020*  SUSPREC.CPY                                      *
000030*  SUSPENSE RECORD - ONE PARMFILE OR RULEFILE       *
000040*  RECORD REJECTED BY THE NIGHTLY EDITS IN          *
000050*  FIZZ-BUZZ.  THE REJECTED IMAGE IS KEPT AS IT WAS *
000060*  READ, WITH A REASON CODE FOR THE FIRST EDIT IT   *
000070*  FAILED AND THE DATE AND RUN ID OF THE NIGHT IT   *
000080*  WAS FIRST REJECTED.  THE SAME IMAGE REJECTED     *
000090*  AGAIN ON A LATER NIGHT ADDS TO                   *
000100*  SUSP-REJECT-NIGHTS ON THE EXISTING ITEM RATHER   *
000110*  THAN OPENING A NEW ONE.  PARMMNT CORRECTS AN     *
000120*  ITEM (STATUS C, WITH THE CORRECTED IMAGE IN      *
000130*  SUSP-CORR-IMAGE) OR CANCELS IT (DROPPED) UNDER   *
000140*  MAKER/CHECKER.  EVERY FIZZ-BUZZ RUN RECYCLES     *
000150*  EACH CORRECTED ITEM THROUGH THE NORMAL EDITS IN  *
000160*  PLACE OF ITS ORIGINAL, AND CLOSES THE ITEM ONCE  *
000170*  THE MASTER RECORD ITSELF NO LONGER FAILS.        *
000180*  SUSPAGE LISTS THE OPEN ITEMS BY AGE.  A RULE     *
000190*  IMAGE IS THE 66-BYTE RULEREC.CPY LAYOUT IN THE   *
000200*  FIRST 66 BYTES OF THE 68-BYTE IMAGE AREAS.  THE  *
000210*  FIRST RECORD ON THE FILE IS A CONTROL RECORD     *
000220*  (STATUS H) WHOSE SUSP-NUM IS THE LAST SUSPENSE   *
000230*  NUMBER HANDED OUT, SO NUMBERS ARE NEVER REUSED.  *
000240*****************************************************
000250 01  SUSPENSE-RECORD.
000260     05  SUSP-NUM              PIC 9(06).
000270     05  SUSP-STATUS           PIC X(01).
000280         88  SUSP-IS-CONTROL       VALUE 'H'.
000290         88  SUSP-IS-OPEN          VALUE 'O'.
000300         88  SUSP-IS-CORRECTED     VALUE 'C'.
000310     05  SUSP-REC-TYPE         PIC X(01).
000320         88  SUSP-IS-PARM          VALUE 'P'.
000330         88  SUSP-IS-RULE          VALUE 'R'.
000340     05  SUSP-REASON-CODE      PIC X(04).
000350         88  SUSP-NO-RULES         VALUE 'PRUL'.
000360         88  SUSP-START-ZERO       VALUE 'PSTR'.
000370         88  SUSP-BAD-PRINT-MODE   VALUE 'PMOD'.
000380         88  SUSP-END-BEFORE-START VALUE 'PRNG'.
000390         88  SUSP-RANGE-TOO-BIG    VALUE 'PMAX'.
000400         88  SUSP-BAD-FREQ-CODE    VALUE 'PFRQ'.
000410         88  SUSP-BAD-RULE-TYPE    VALUE 'RTYP'.
000420         88  SUSP-BAD-DIGIT        VALUE 'RDGT'.
000430         88  SUSP-BAD-REMAINDER    VALUE 'RREM'.
000440         88  SUSP-BAD-DIVISOR      VALUE 'RDIV'.
000450         88  SUSP-BAD-DATES        VALUE 'RDAT'.
000460         88  SUSP-RULE-TABLE-FULL  VALUE 'RFUL'.
000470     05  SUSP-REJECT-DATE      PIC X(10).
000480     05  SUSP-REJECT-RUN-ID    PIC X(16).
000490     05  SUSP-LAST-REJ-DATE    PIC X(10).
000500     05  SUSP-REJECT-NIGHTS    PIC 9(03).
000510     05  SUSP-ORIG-IMAGE       PIC X(68).
000520     05  SUSP-CORR-IMAGE       PIC X(68).
000530     05  SUSP-CORR-MAKER       PIC X(08).
000540     05  SUSP-CORR-CHECKER     PIC X(08).
000550     05  SUSP-CORR-DATE        PIC X(10).
000560     05  FILLER                PIC X(07).
