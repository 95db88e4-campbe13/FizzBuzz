000010*****************************************************
000020*  ILOGREC.CPY                                      *
000030*  ONLINE INQUIRY LOG RECORD.  EXTRONLN (TRANSACTION *
000040*  FBIQ) WRITES ONE RECORD TO TRANSIENT DATA QUEUE   *
000050*  FBIL FOR EVERY REPOSITORY LOOKUP, FOUND OR NOT -  *
000060*  THE ONLINE COUNTERPART OF THE INQFILE REQUEST     *
000070*  RECORDS, SO A DISPUTE ANSWERED AT THE SCREEN      *
000080*  STILL LEAVES A TRAIL OF WHO ASKED WHAT AND WHEN.  *
000090*  FBIL IS EXTRAPARTITION - IT LANDS ON THE INQLOG   *
000100*  DATASET NAMED IN THE CICS REGION JCL.             *
000110*****************************************************
000120 01  INQUIRY-LOG-RECORD.
000130     05  ILOG-DATE             PIC X(10).
000140     05  ILOG-TIME             PIC X(08).
000150     05  ILOG-USERID           PIC X(08).
000160     05  ILOG-TERMID           PIC X(04).
000170     05  ILOG-TRANID           PIC X(04).
000180*        K = KEYED LOOKUP (ENTER), T = FIRST KEY OF THE SET,
000190*        E = LAST KEY OF THE SET, F = PAGE FORWARD,
000200*        B = PAGE BACK.
000210     05  ILOG-ACTION           PIC X(01).
000220         88  ILOG-KEYED-LOOKUP     VALUE 'K'.
000230         88  ILOG-FIRST-KEY        VALUE 'T'.
000240         88  ILOG-LAST-KEY         VALUE 'E'.
000250         88  ILOG-PAGE-FORWARD     VALUE 'F'.
000260         88  ILOG-PAGE-BACK        VALUE 'B'.
000270*        THE KEY THE USER STARTED FROM AND THE KEY SHOWN -
000280*        THE SAME FOR A FOUND KEYED LOOKUP, ZERO SHOWN KEY
000290*        WHEN NOTHING WAS FOUND.
000300     05  ILOG-REQ-RUN-SEQ      PIC 9(03).
000310     05  ILOG-REQ-COUNTR       PIC 9(09).
000320     05  ILOG-RESULT           PIC X(04).
000330         88  ILOG-RESULT-FOUND     VALUE 'HIT '.
000340         88  ILOG-RESULT-NOT-FOUND VALUE 'MISS'.
000350         88  ILOG-RESULT-ERROR     VALUE 'ERR '.
000360     05  ILOG-SHOWN-RUN-SEQ    PIC 9(03).
000370     05  ILOG-SHOWN-COUNTR     PIC 9(09).
000380     05  FILLER                PIC X(17).
