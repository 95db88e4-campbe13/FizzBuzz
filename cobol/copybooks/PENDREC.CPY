000010*****************************************************
000020*  PENDREC.CPY                                      *
000030*  PENDING-CHANGE RECORD - ONE CONTROL-DATA CHANGE   *
000040*  KEYED BY ONE USER (THE MAKER) AND WAITING FOR A   *
000050*  SECOND, DIFFERENT USER (THE CHECKER) TO APPROVE   *
000060*  OR DECLINE IT.  PARMMNT READS PENDFILE, WRITES    *
000070*  THE ITEMS STILL OPEN TO PENDNEW, AND PENDRPT      *
000080*  LISTS THEM.  PEND-TRAN-IMAGE IS THE MAKER'S       *
000090*  TRANFILE RECORD AS KEYED (MNTTREC.CPY), APPLIED   *
000100*  WITH THE NORMAL EDITS ONLY WHEN IT IS APPROVED.   *
000110*  PEND-EXPIRE-DAYS IS THE WAIT ALLOWED WHEN THE     *
000120*  ITEM WAS RAISED - AN ITEM OLDER THAN THAT IS      *
000130*  EXPIRED AND DROPPED BY THE NEXT PARMMNT RUN.      *
000140*  THE FIRST RECORD ON THE FILE IS A CONTROL RECORD  *
000150*  (STATUS H) WHOSE PEND-NUM IS THE LAST PENDING     *
000160*  NUMBER HANDED OUT, SO NUMBERS ARE NEVER REUSED    *
000170*  EVEN AFTER EVERY OPEN ITEM HAS BEEN DECIDED.      *
000180*****************************************************
000190 01  PENDING-CHANGE-RECORD.
000200     05  PEND-NUM              PIC 9(06).
000210     05  PEND-STATUS           PIC X(01).
000220         88  PEND-IS-CONTROL       VALUE 'H'.
000230         88  PEND-IS-OPEN          VALUE 'P'.
000240     05  PEND-MAKER-ID         PIC X(08).
000250     05  PEND-REQ-DATE         PIC X(10).
000260     05  PEND-REQ-TIME         PIC X(08).
000270     05  PEND-EXPIRE-DAYS      PIC 9(03).
000280     05  PEND-TRAN-IMAGE       PIC X(80).
000290     05  FILLER                PIC X(04).
