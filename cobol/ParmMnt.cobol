000570*                   RUN CALENDAR (SEE PARMREC.CPY)   *
000580*                   AND REJECTS A VALUE THAT IS NOT  *
000590*                   BLANK, D, E, OR 1-7.             *
000591*  10/15/2026  RH   CARRIES THE NEW RULE TYPE AND    *
000592*                   OPERAND (SEE RULEREC.CPY).  A    *
000593*                   TYPE THAT IS NOT BLANK, D, M, C, *
000594*                   OR O IS REJECTED, AS IS A        *
000595*                   CONTAINS DIGIT OUTSIDE 0-9 OR A  *
000596*                   REMAINDER NOT BELOW ITS DIVISOR; *
000597*                   A CONTAINS RULE NEEDS NO DIVISOR.*
000598*                   A CHANGE NOW ALSO REPLACES THE   *
000599*                   TYPE AND OPERAND, AND BOTH ARE   *
000600*                   SHOWN ON THE BEFORE/AFTER TRAIL. *
000601*  10/15/2026  RH   MAKER/CHECKER.  AN A, C, OR D    *
000602*                   TRANSACTION IS NOW ONLY EDITED   *
000603*                   AND HELD ON THE PENDING-CHANGE   *
000604*                   FILE (PENDREC.CPY) UNDER THE     *
000605*                   USER ID THE JOB RUNS UNDER, READ *
000606*                   FROM ITS SECURITY ENVIRONMENT    *
000607*                   (ACEE).  IT REACHES PARMNEW AND  *
000608*                   RULENEW ONLY WHEN A DIFFERENT ID *
000609*                   SUBMITS A V (APPROVE) FOR IT,    *
000610*                   WHICH RE-RUNS THE EDITS AGAINST  *
000611*                   THE MASTERS AS THEY THEN STAND;  *
000612*                   AN X DECLINES IT.  ITEMS OLDER   *
000613*                   THAN PEND-EXPIRE-LIMIT DAYS ARE  *
000614*                   EXPIRED.  THE AUDIT TRAIL NOW    *
000615*                   SHOWS THE MAKER AND THE CHECKER  *
000616*                   OF EVERY CHANGE.                 *
000617*  10/15/2026  RH   CARRIES THE OWNING COST CENTER   *
000618*                   (PARM-COST-CENTER).  IT IS       *
000619*                   REQUIRED ON EVERY PARM ADD AND   *
000620*                   CHANGE AND MUST BE LEFT-JUSTIFIED*
000622*                   WITH NO EMBEDDED BLANKS.  IT IS  *
000623*                   SHOWN ON THE BEFORE/AFTER TRAIL. *
000624*  10/15/2026  RH   SUSPENSE.  AN S TRANSACTION      *
000625*                   CORRECTS, AND A K CANCELS, AN    *
000626*                   ITEM ON SUSPFILE (SUSPREC.CPY) - *
000627*                   A PARM OR RULE RECORD THE NIGHTLY*
000628*                   JOB REJECTED.  BOTH GO THROUGH   *
000629*                   MAKER/CHECKER LIKE A, C, AND D.  *
000630*                   AN APPROVED S STORES THE EDITED  *
000631*                   CORRECTED IMAGE ON THE ITEM FOR  *
000632*                   THE NIGHTLY JOB TO RECYCLE; AN   *
000633*                   APPROVED K DROPS THE ITEM.  THE  *
000634*                   UPDATED ITEMS GO TO SUSPNEW.     *
000635*****************************************************
000636 ENVIRONMENT DIVISION.
000637 INPUT-OUTPUT SECTION.
000638 FILE-CONTROL.
000640     SELECT TRAN-FILE ASSIGN TO TRANFILE
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS FS-TRAN.
000790     SELECT REPORT-FILE ASSIGN TO RPTFILE
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS FS-REPORT.
000811     SELECT PEND-FILE ASSIGN TO PENDFILE
000812         ORGANIZATION IS SEQUENTIAL
000813         FILE STATUS IS FS-PEND.
000814     SELECT PEND-NEW-FILE ASSIGN TO PENDNEW
000815         ORGANIZATION IS SEQUENTIAL
000816         FILE STATUS IS FS-PEND-NEW.
000817     SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
000818         ORGANIZATION IS SEQUENTIAL
000819         FILE STATUS IS FS-SUSP.
000820     SELECT SUSPENSE-NEW-FILE ASSIGN TO SUSPNEW
000821         ORGANIZATION IS SEQUENTIAL
000822         FILE STATUS IS FS-SUSP-NEW.
000825
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  TRAN-FILE.
000990
001000 FD  REPORT-FILE.
001010 01  REPORT-LINE                  PIC X(132).
001011
001012 FD  PEND-FILE.
001013     COPY PENDREC.
001014
001015 FD  PEND-NEW-FILE.
001016 01  PEND-NEW-RECORD              PIC X(120).
001017
001018 FD  SUSPENSE-FILE.
001019     COPY SUSPREC.
001020
001021 FD  SUSPENSE-NEW-FILE.
001022 01  SUSPENSE-NEW-RECORD          PIC X(220).
001023
001030 WORKING-STORAGE SECTION.
001040*****************************************************
001050*  FILE STATUS CODES                                *
001110     05  FS-PARM-NEW               PIC XX.
001120     05  FS-RULE-NEW               PIC XX.
001130     05  FS-REPORT                 PIC XX.
001133     05  FS-PEND                   PIC XX.
001136     05  FS-PEND-NEW               PIC XX.
001137     05  FS-SUSP                   PIC XX.
001138     05  FS-SUSP-NEW               PIC XX.
001140
001150*****************************************************
001160*  SWITCHES                                         *
001300     05  EDIT-DATE-SWITCH          PIC X(01) VALUE 'Y'.
001310         88  EDIT-DATE-OK                    VALUE 'Y'.
001320         88  EDIT-DATE-BAD                   VALUE 'N'.
001321     05  PEND-EOF-SWITCH           PIC X(01) VALUE 'N'.
001322         88  PEND-EOF                        VALUE 'Y'.
001323     05  SUSP-EOF-SWITCH           PIC X(01) VALUE 'N'.
001324         88  SUSP-EOF                        VALUE 'Y'.
001325*    EDIT-ONLY RUNS THE EDITS OF 2200/2300 WITHOUT TOUCHING
001326*    THE MASTER TABLES - THE MAKER'S PASS.  APPLY IS THE
001327*    CHECKER'S APPROVAL.
001328     05  TRAN-MODE-SWITCH          PIC X(01) VALUE 'A'.
001330         88  EDIT-ONLY-MODE                  VALUE 'E'.
001331         88  APPLY-MODE                      VALUE 'A'.
001332*    WHICH MAKER/CHECKER LINES 9700 ADDS UNDER THE
001333*    TRANSACTION LINE.
001334     05  AUDIT-PEND-SWITCH         PIC X(01) VALUE 'N'.
001335         88  AUDIT-NO-PEND                   VALUE 'N'.
001336         88  AUDIT-MAKER-ONLY                VALUE 'M'.
001337         88  AUDIT-MAKER-CHECKER             VALUE 'B'.
001338
001340*****************************************************
001350*  STANDALONE COUNTERS AND CONSTANTS                *
001360*****************************************************
001510 77  MASTER-WARN-CTR             PIC 9(05) COMP VALUE ZERO.
001520 77  FOUND-PM-IDX                PIC 9(03) COMP VALUE ZERO.
001530 77  FOUND-RM-IDX                PIC 9(03) COMP VALUE ZERO.
001531 77  REJECT-REASON               PIC X(40) VALUE SPACES.
001532*    DAYS A PENDING CHANGE MAY WAIT FOR ITS CHECKER.  STAMPED
001533*    ON EACH ITEM AS IT IS RAISED, SO A CHANGE HERE DOES NOT
001534*    SHORTEN THE WAIT OF ITEMS ALREADY OPEN.
001535 77  PEND-EXPIRE-LIMIT           PIC 9(03) VALUE 7.
001536 77  PEND-LAST-NUM               PIC 9(06) VALUE ZERO.
001537 77  PEND-CREATE-CTR             PIC 9(05) COMP VALUE ZERO.
001538 77  PEND-APPROVE-CTR            PIC 9(05) COMP VALUE ZERO.
001539 77  PEND-DECLINE-CTR            PIC 9(05) COMP VALUE ZERO.
001540 77  PEND-EXPIRE-CTR             PIC 9(05) COMP VALUE ZERO.
001541 77  PEND-OPEN-CTR               PIC 9(05) COMP VALUE ZERO.
001542 77  FOUND-PC-IDX                PIC 9(03) COMP VALUE ZERO.
001543 77  SEARCH-PEND-NUM             PIC 9(06) VALUE ZERO.
001544 77  SUBMIT-USER-ID              PIC X(08) VALUE SPACES.
001545 77  TRAN-LINE-STATUS            PIC X(08) VALUE SPACES.
001546 77  CHECKER-DECISION            PIC X(08) VALUE SPACES.
001547 77  CHECKER-NOTE                PIC X(40) VALUE SPACES.
001548 77  RUN-DAY-NUM                 PIC 9(07) COMP VALUE ZERO.
001549 77  PEND-AGE-DAYS               PIC S9(07) COMP VALUE ZERO.
001550 77  PEND-AGE-DISPLAY            PIC 9(03) VALUE ZERO.
001551 77  COSTCTR-LEN                 PIC 9(02) COMP VALUE ZERO.
001552 77  SUSP-LAST-NUM               PIC 9(06) VALUE ZERO.
001553 77  SEARCH-SUSP-NUM             PIC 9(06) VALUE ZERO.
001554 77  FOUND-SU-IDX                PIC 9(03) COMP VALUE ZERO.
001555 77  SUSP-CORRECT-CTR            PIC 9(05) COMP VALUE ZERO.
001556 77  SUSP-CANCEL-CTR             PIC 9(05) COMP VALUE ZERO.
001557 77  SUSP-OPEN-CTR               PIC 9(05) COMP VALUE ZERO.
001558 77  SUSP-CORR-OUT-CTR           PIC 9(05) COMP VALUE ZERO.
001559
001560*****************************************************
001570*  PARAMETER MASTER TABLE - LOADED FROM PARMFILE,    *
001580*  MAINTAINED IN PLACE, UNLOADED TO PARMNEW.  A      *
001700         10  PM-TAB-RULESET        PIC X(08).
001710         10  PM-TAB-PRMODE         PIC X(01).
001720         10  PM-TAB-FREQ           PIC X(01).
001725         10  PM-TAB-COSTCTR        PIC X(06).
001730         10  PM-TAB-STATUS         PIC X(01).
001740             88  PM-TAB-ACTIVE         VALUE 'A'.
001750             88  PM-TAB-DELETED        VALUE 'D'.
001920         10  RM-TAB-SET-NAME       PIC X(08).
001930         10  RM-TAB-EFF-FROM       PIC X(10).
001940         10  RM-TAB-EFF-TO         PIC X(10).
001942         10  RM-TAB-TYPE           PIC X(01).
001944             88  RM-TAB-CONTAINS       VALUE 'C'.
001946         10  RM-TAB-OPERAND        PIC 9(05).
001950         10  RM-TAB-STATUS         PIC X(01).
001960             88  RM-TAB-ACTIVE         VALUE 'A'.
001961             88  RM-TAB-DELETED        VALUE 'D'.
001962
001963*****************************************************
001964*  PENDING-CHANGE TABLE - LOADED FROM PENDFILE,      *
001965*  GROWN BY THE MAKERS' TRANSACTIONS, DECIDED BY THE *
001966*  CHECKERS', UNLOADED (OPEN ITEMS ONLY) TO PENDNEW. *
001967*  A DECIDED OR EXPIRED ITEM IS FLAGGED, NOT         *
001968*  COMPACTED, THE SAME AS THE MASTER TABLES.         *
001969*****************************************************
001970 01  PEND-CHG-TABLE.
001971     05  PC-TAB-COUNT              PIC 9(03) COMP VALUE ZERO.
001972     05  PC-TAB-ENTRY OCCURS 200 TIMES
001973                 INDEXED BY PC-IDX.
001974         10  PC-TAB-NUM            PIC 9(06).
001975         10  PC-TAB-STATUS         PIC X(01).
001976             88  PC-TAB-OPEN           VALUE 'P'.
001977             88  PC-TAB-APPROVED       VALUE 'A'.
001978             88  PC-TAB-DECLINED       VALUE 'D'.
001979             88  PC-TAB-EXPIRED        VALUE 'X'.
001980         10  PC-TAB-MAKER-ID       PIC X(08).
001981         10  PC-TAB-REQ-DATE       PIC X(10).
001982         10  PC-TAB-REQ-TIME       PIC X(08).
001983         10  PC-TAB-EXPIRE-DAYS    PIC 9(03).
001984         10  PC-TAB-IMAGE          PIC X(80).
001985
001986*****************************************************
001987*  SUSPENSE TABLE - LOADED FROM SUSPFILE, CORRECTED *
001988*  OR CANCELLED BY APPROVED S AND K TRANSACTIONS,   *
001989*  UNLOADED TO SUSPNEW.  THE ENTRY MIRRORS          *
001990*  SUSPREC.CPY BYTE FOR BYTE.  A CANCELLED ITEM IS  *
001991*  FLAGGED K, NOT COMPACTED, AND IS NOT WRITTEN     *
001992*  BACK.  CAPACITY MATCHES THE SUSPENSE TABLE IN    *
001993*  THE NIGHTLY JOB.                                 *
001994*****************************************************
001995 01  SUSP-ITEM-TABLE.
001996     05  SU-TAB-COUNT              PIC 9(03) COMP VALUE ZERO.
001997     05  SU-TAB-ENTRY OCCURS 500 TIMES
001998                 INDEXED BY SU-IDX.
001999         10  SU-TAB-NUM            PIC 9(06).
002000         10  SU-TAB-STATUS         PIC X(01).
002001             88  SU-TAB-OPEN           VALUE 'O'.
002002             88  SU-TAB-CORRECTED      VALUE 'C'.
002003             88  SU-TAB-CANCELLED      VALUE 'K'.
002004         10  SU-TAB-REC-TYPE       PIC X(01).
002005         10  SU-TAB-REASON-CODE    PIC X(04).
002006         10  SU-TAB-REJECT-DATE    PIC X(10).
002007         10  SU-TAB-REJECT-RUN-ID  PIC X(16).
002008         10  SU-TAB-LAST-REJ-DATE  PIC X(10).
002009         10  SU-TAB-REJECT-NIGHTS  PIC 9(03).
002010         10  SU-TAB-ORIG-IMAGE     PIC X(68).
002011         10  SU-TAB-CORR-IMAGE     PIC X(68).
002012         10  SU-TAB-CORR-MAKER     PIC X(08).
002013         10  SU-TAB-CORR-CHECKER   PIC X(08).
002014         10  SU-TAB-CORR-DATE      PIC X(10).
002015         10  FILLER                PIC X(07).
002016
002017*****************************************************
002018*  RUN DATE AND TIME                                *
002019*****************************************************
002020 01  RUN-DATE-NUM                PIC 9(08).
002030 01  RUN-TIME-NUM                PIC 9(08).
002040 01  RUN-DATE-DISPLAY            PIC X(10).
002041 01  RUN-TIME-DISPLAY            PIC X(08).
002042
002043*****************************************************
002044*  DAY-NUMBER WORK AREA FOR 2700-COMPUTE-DAY-NUMBER  *
002045*****************************************************
002046 01  DAY-CALC-FIELDS.
002047     05  DAY-CALC-DATE             PIC X(10).
002048     05  DAY-CALC-YEAR             PIC 9(04).
002049     05  DAY-CALC-MONTH            PIC 9(02).
002050     05  DAY-CALC-DAY              PIC 9(02).
002051     05  DAY-CALC-QUOT-4           PIC 9(04) COMP.
002052     05  DAY-CALC-QUOT-100         PIC 9(04) COMP.
002053     05  DAY-CALC-QUOT-400         PIC 9(04) COMP.
002054     05  DAY-CALC-MONTH-WORK       PIC 9(04) COMP.
002055     05  DAY-CALC-MONTH-DAYS       PIC 9(04) COMP.
002056     05  DAY-CALC-RESULT           PIC 9(07) COMP.
002060
002070*****************************************************
002080*  REPORT LINE LAYOUTS (MOVED TO REPORT-LINE)       *
002350     05  FILLER                  PIC X(03) VALUE SPACES.
002360     05  RPT-IMG-TAG             PIC X(08).
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  RPT-IMG-TEXT            PIC X(100).
002390     05  FILLER                  PIC X(19) VALUE SPACES.
002400
002410 01  RPT-TOTAL-LINE.
002420     05  FILLER                  PIC X(01) VALUE SPACE.
002510     05  RPT-TOT-PARMS           PIC Z(4)9.
002520     05  FILLER                  PIC X(12) VALUE '  RULES OUT '.
002530     05  RPT-TOT-RULES           PIC Z(4)9.
002531     05  FILLER                  PIC X(47) VALUE SPACES.
002532
002533 01  RPT-PEND-TOTAL-LINE.
002534     05  FILLER                  PIC X(01) VALUE SPACE.
002535     05  FILLER                  PIC X(16)
002536             VALUE 'PENDING RAISED  '.
002537     05  RPT-PTOT-RAISED         PIC Z(4)9.
002538     05  FILLER                  PIC X(11) VALUE '  APPROVED '.
002539     05  RPT-PTOT-APPROVED       PIC Z(4)9.
002540     05  FILLER                  PIC X(11) VALUE '  DECLINED '.
002541     05  RPT-PTOT-DECLINED       PIC Z(4)9.
002542     05  FILLER                  PIC X(10) VALUE '  EXPIRED '.
002543     05  RPT-PTOT-EXPIRED        PIC Z(4)9.
002544     05  FILLER                  PIC X(13) VALUE '  STILL OPEN '.
002545     05  RPT-PTOT-OPEN           PIC Z(4)9.
002546     05  FILLER                  PIC X(45) VALUE SPACES.
002547
002548 01  RPT-SUSP-TOTAL-LINE.
002549     05  FILLER                  PIC X(01) VALUE SPACE.
002550     05  FILLER                  PIC X(19)
002551             VALUE 'SUSPENSE CORRECTED '.
002552     05  RPT-STOT-CORRECTED      PIC Z(4)9.
002553     05  FILLER                  PIC X(12) VALUE '  CANCELLED '.
002554     05  RPT-STOT-CANCELLED      PIC Z(4)9.
002555     05  FILLER                  PIC X(11) VALUE '  OPEN OUT '.
002556     05  RPT-STOT-OPEN           PIC Z(4)9.
002557     05  FILLER                  PIC X(16)
002558             VALUE '  CORRECTED OUT '.
002559     05  RPT-STOT-CORR-OUT       PIC Z(4)9.
002560     05  FILLER                  PIC X(53) VALUE SPACES.
002561
002562 01  IMAGE-WORK                  PIC X(100).
002563
002564*****************************************************
002565*  SECURITY CONTROL BLOCKS - THE SUBMITTING USER ID  *
002566*  IS TAKEN FROM THE ACEE THE JOB RUNS UNDER,        *
002567*  REACHED PSA -> ASCB -> ASXB -> ACEE, SO IT IS THE *
002568*  ID RACF SIGNED THE JOB ON WITH - NOT A VALUE THE  *
002569*  SUBMITTER CAN KEY ON THE JCL OR A TRANSACTION.    *
002570*  OFFSETS ARE THOSE OF THE IHAPSA, IHAASCB, IHAASXB *
002571*  AND IHAACEE MAPPING MACROS.                       *
002572*****************************************************
002573 LINKAGE SECTION.
002574 01  PSA-BLOCK.
002575     05  FILLER                  PIC X(548).
002576     05  PSA-AOLD-ASCB           POINTER.
002577 01  ASCB-BLOCK.
002578     05  FILLER                  PIC X(108).
002579     05  ASCB-ASXB               POINTER.
002580 01  ASXB-BLOCK.
002581     05  FILLER                  PIC X(200).
002582     05  ASXB-SENV-ACEE          POINTER.
002583 01  ACEE-BLOCK.
002584     05  ACEE-EYECATCHER         PIC X(04).
002585     05  FILLER                  PIC X(16).
002586     05  ACEE-USER-LEN           PIC X(01).
002587     05  ACEE-USER-ID            PIC X(08).
002588
002589 PROCEDURE DIVISION.
002590*****************************************************
002600*  0000-MAINLINE                                    *
002610*****************************************************
002700     STOP RUN.
002710
002720*****************************************************
002730*  1000-INITIALIZE - OPEN FILES, LOAD BOTH MASTERS   *
002740*  AND THE PENDING CHANGES, WRITE THE AUDIT-TRAIL    *
002742*  HEADER, EXPIRE PENDING CHANGES LEFT TOO LONG.     *
002744*  THE SUSPENSE ITEMS ARE LOADED WITH THE PENDING    *
002746*  CHANGES.                                          *
002750*****************************************************
002760 1000-INITIALIZE.
002770     DISPLAY 'PARMMNT CONTROL DATA MAINTENANCE STARTING'.
002850            RUN-TIME-NUM(3:2) ':'
002860            RUN-TIME-NUM(5:2)
002870            DELIMITED BY SIZE INTO RUN-TIME-DISPLAY.
002872     MOVE RUN-DATE-DISPLAY TO DAY-CALC-DATE.
002874     PERFORM 2700-COMPUTE-DAY-NUMBER THRU 2700-EXIT.
002876     MOVE DAY-CALC-RESULT TO RUN-DAY-NUM.
002878     PERFORM 1050-GET-SUBMIT-USER THRU 1050-EXIT.
002880     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
002890     IF NOT FATAL-ERROR-FOUND
002900         PERFORM 1200-LOAD-PARM-MASTER THRU 1200-EXIT
002910             UNTIL PARM-EOF
002920         PERFORM 1300-LOAD-RULE-MASTER THRU 1300-EXIT
002930             UNTIL RULE-EOF
002932         PERFORM 1400-LOAD-PENDING THRU 1400-EXIT
002933             UNTIL PEND-EOF
002934         PERFORM 1600-LOAD-SUSPENSE THRU 1600-EXIT
002935             UNTIL SUSP-EOF
002936     END-IF.
002938     IF NOT FATAL-ERROR-FOUND
002940         MOVE SPACES TO RPT-HEADER-LINE
002950         MOVE RUN-DATE-DISPLAY TO RPT-HDR-DATE
002960         MOVE RUN-TIME-DISPLAY TO RPT-HDR-TIME
002970         WRITE REPORT-LINE FROM RPT-HEADER-LINE
002980             AFTER ADVANCING PAGE
002982         PERFORM 1500-EXPIRE-ONE-PENDING THRU 1500-EXIT
002984             VARYING PC-IDX FROM 1 BY 1
002986                 UNTIL PC-IDX > PC-TAB-COUNT
002990     END-IF.
003000 1000-EXIT.
003001     EXIT.
003002
003003*****************************************************
003004*  1050-GET-SUBMIT-USER - THE USER ID THE JOB RAN    *
003005*  UNDER IS THE MAKER OF EVERY CHANGE RAISED AND THE *
003006*  CHECKER OF EVERY CHANGE DECIDED IN THIS RUN.  NO  *
003007*  ID, NO RUN - AN ANONYMOUS CHANGE CANNOT BE HELD   *
003008*  TO THE TWO-USER RULE.  THE ID IS ACEEUSRI IN THE  *
003009*  JOB'S ACEE (ASXBSENV); A MISSING ACEE OR ONE      *
003010*  WITHOUT ITS EYECATCHER IS TREATED AS NO ID.       *
003011*****************************************************
003012 1050-GET-SUBMIT-USER.
003013     MOVE SPACES TO SUBMIT-USER-ID.
003014     SET ADDRESS OF PSA-BLOCK  TO NULL.
003015     SET ADDRESS OF ASCB-BLOCK TO PSA-AOLD-ASCB.
003016     SET ADDRESS OF ASXB-BLOCK TO ASCB-ASXB.
003017     IF ASXB-SENV-ACEE = NULL
003018         GO TO 1050-CHECK-USER
003019     END-IF.
003020     SET ADDRESS OF ACEE-BLOCK TO ASXB-SENV-ACEE.
003022     IF ACEE-EYECATCHER = 'ACEE'
003024         MOVE ACEE-USER-ID TO SUBMIT-USER-ID
003026     END-IF.
003027 1050-CHECK-USER.
003028     IF SUBMIT-USER-ID = SPACES
003029         DISPLAY 'FATAL - NO USER ID IN THE JOB''S SECURITY '
003030                 'ENVIRONMENT (ACEE)'
003031         SET FATAL-ERROR-FOUND TO TRUE
003032     ELSE
003033         DISPLAY 'PARMMNT SUBMITTED BY ' SUBMIT-USER-ID
003034     END-IF.
003035 1050-EXIT.
003036     EXIT.
003037
003038 1100-OPEN-FILES.
003040     OPEN INPUT  TRAN-FILE.
003050     IF FS-TRAN NOT = '00'
003060         DISPLAY 'FATAL - TRANFILE OPEN FAILED, STATUS = '
003370                 FS-REPORT
003380         SET FATAL-ERROR-FOUND TO TRUE
003390     END-IF.
003391     OPEN INPUT  PEND-FILE.
003392     IF FS-PEND NOT = '00'
003393         DISPLAY 'FATAL - PENDFILE OPEN FAILED, STATUS = '
003394                 FS-PEND
003395         SET FATAL-ERROR-FOUND TO TRUE
003396     END-IF.
003397     OPEN OUTPUT PEND-NEW-FILE.
003398     IF FS-PEND-NEW NOT = '00'
003400         DISPLAY 'FATAL - PENDNEW OPEN FAILED, STATUS = '
003402                 FS-PEND-NEW
003403         SET FATAL-ERROR-FOUND TO TRUE
003404     END-IF.
003405     OPEN INPUT  SUSPENSE-FILE.
003406     IF FS-SUSP NOT = '00'
003407         DISPLAY 'FATAL - SUSPFILE OPEN FAILED, STATUS = '
003408                 FS-SUSP
003409         SET FATAL-ERROR-FOUND TO TRUE
003410     END-IF.
003411     OPEN OUTPUT SUSPENSE-NEW-FILE.
003412     IF FS-SUSP-NEW NOT = '00'
003413         DISPLAY 'FATAL - SUSPNEW OPEN FAILED, STATUS = '
003414                 FS-SUSP-NEW
003415         SET FATAL-ERROR-FOUND TO TRUE
003416     END-IF.
003417 1100-EXIT.
003418     EXIT.
003420
003430 1200-LOAD-PARM-MASTER.
003440     READ PARM-FILE
003560                     TO PM-TAB-PRMODE(PM-IDX)
003570                 MOVE PARM-FREQ-CODE
003580                     TO PM-TAB-FREQ(PM-IDX)
003583                 MOVE PARM-COST-CENTER
003586                     TO PM-TAB-COSTCTR(PM-IDX)
003590                 SET PM-TAB-ACTIVE(PM-IDX) TO TRUE
003600             ELSE
003610                 DISPLAY 'FATAL - PARM MASTER EXCEEDS 100 '
003820                 MOVE RULE-REC-EFF-FROM
003830                     TO RM-TAB-EFF-FROM(RM-IDX)
003840                 MOVE RULE-REC-EFF-TO
003842                     TO RM-TAB-EFF-TO(RM-IDX)
003844                 MOVE RULE-REC-TYPE
003846                     TO RM-TAB-TYPE(RM-IDX)
003848*                AN OPERAND LEFT BLANK BY A RULE THAT DOES
003850*                NOT USE ONE IS CARRIED AS ZERO.
003852                 IF RULE-REC-OPERAND NUMERIC
003854                     MOVE RULE-REC-OPERAND
003856                         TO RM-TAB-OPERAND(RM-IDX)
003857                 ELSE
003858                     MOVE ZERO TO RM-TAB-OPERAND(RM-IDX)
003859                 END-IF
003860                 SET RM-TAB-ACTIVE(RM-IDX) TO TRUE
003870*                A BAD DIVISOR ALREADY ON THE MASTER IS
003880*                CARRIED THROUGH UNCHANGED (THE SIGNED TABLE
004020     EXIT.
004030
004040 1310-WARN-BAD-DIVISOR.
004042*    A CONTAINS-DIGIT RULE HAS NO DIVISOR TO WARN ABOUT.
004044     IF RULE-REC-TYPE-CONTAINS
004046         GO TO 1310-EXIT
004048     END-IF.
004050     IF RULE-REC-DIVISOR NOT NUMERIC
004060         ADD 1 TO MASTER-WARN-CTR
004070         DISPLAY 'WARNING - RULE MASTER DIVISOR NOT NUMERIC '
004110     IF RULE-REC-DIVISOR NOT GREATER THAN ZERO
004120         ADD 1 TO MASTER-WARN-CTR
004130         DISPLAY 'WARNING - RULE MASTER DIVISOR NOT POSITIVE '
004131                 'FOR LABEL ' RULE-REC-LABEL
004132     END-IF.
004133 1310-EXIT.
004134     EXIT.
004135
004136*****************************************************
004137*  1400-LOAD-PENDING - THE CONTROL RECORD GIVES THE  *
004138*  LAST PENDING NUMBER HANDED OUT; EVERY OTHER       *
004139*  RECORD IS AN OPEN ITEM.                           *
004140*****************************************************
004141 1400-LOAD-PENDING.
004142     READ PEND-FILE
004143         AT END
004144             SET PEND-EOF TO TRUE
004145         NOT AT END
004146             IF PEND-IS-CONTROL
004147                 MOVE PEND-NUM TO PEND-LAST-NUM
004148             ELSE
004149                 PERFORM 1410-ADD-PENDING-ENTRY THRU 1410-EXIT
004150             END-IF
004151     END-READ.
004152 1400-EXIT.
004153     EXIT.
004154
004155 1410-ADD-PENDING-ENTRY.
004156     IF PC-TAB-COUNT NOT < 200
004157         DISPLAY 'FATAL - PENDING FILE EXCEEDS 200 '
004158                 'ENTRIES - TABLE FULL'
004159         SET FATAL-ERROR-FOUND TO TRUE
004160         SET PEND-EOF TO TRUE
004161         GO TO 1410-EXIT
004162     END-IF.
004163     ADD 1 TO PC-TAB-COUNT.
004164     SET PC-IDX TO PC-TAB-COUNT.
004165     MOVE PEND-NUM          TO PC-TAB-NUM(PC-IDX).
004166     MOVE PEND-MAKER-ID     TO PC-TAB-MAKER-ID(PC-IDX).
004167     MOVE PEND-REQ-DATE     TO PC-TAB-REQ-DATE(PC-IDX).
004168     MOVE PEND-REQ-TIME     TO PC-TAB-REQ-TIME(PC-IDX).
004169     MOVE PEND-EXPIRE-DAYS  TO PC-TAB-EXPIRE-DAYS(PC-IDX).
004170     MOVE PEND-TRAN-IMAGE   TO PC-TAB-IMAGE(PC-IDX).
004171     SET PC-TAB-OPEN(PC-IDX) TO TRUE.
004172*    A CONTROL RECORD LOST OR BEHIND ITS ITEMS MUST NOT LET
004173*    A NUMBER STILL IN USE BE HANDED OUT AGAIN.
004174     IF PEND-NUM > PEND-LAST-NUM
004175         MOVE PEND-NUM TO PEND-LAST-NUM
004176     END-IF.
004177 1410-EXIT.
004178     EXIT.
004179
004180*****************************************************
004181*  1500-EXPIRE-ONE-PENDING - AN ITEM OLDER THAN THE  *
004182*  WAIT STAMPED ON IT WHEN IT WAS RAISED IS EXPIRED  *
004183*  BEFORE ANY TRANSACTION IS READ, SO IT CAN NO      *
004184*  LONGER BE APPROVED.  A REQUEST DATE THAT IS NOT   *
004185*  YYYY-MM-DD CANNOT BE AGED AND IS EXPIRED TOO.     *
004186*****************************************************
004187 1500-EXPIRE-ONE-PENDING.
004188     MOVE PC-TAB-REQ-DATE(PC-IDX) TO EDIT-DATE-WS.
004189     PERFORM 2360-EDIT-ONE-DATE THRU 2360-EXIT.
004190     IF EDIT-DATE-BAD
004191         MOVE 999 TO PEND-AGE-DAYS
004192     ELSE
004193         MOVE PC-TAB-REQ-DATE(PC-IDX) TO DAY-CALC-DATE
004194         PERFORM 2700-COMPUTE-DAY-NUMBER THRU 2700-EXIT
004195         COMPUTE PEND-AGE-DAYS = RUN-DAY-NUM - DAY-CALC-RESULT
004196     END-IF.
004197     IF PEND-AGE-DAYS > PC-TAB-EXPIRE-DAYS(PC-IDX)
004198         SET PC-TAB-EXPIRED(PC-IDX) TO TRUE
004199         ADD 1 TO PEND-EXPIRE-CTR
004200         PERFORM 9760-WRITE-EXPIRED-LINE THRU 9760-EXIT
004201     END-IF.
004202 1500-EXIT.
004203     EXIT.
004204
004205*****************************************************
004206*  1600-LOAD-SUSPENSE - THE CONTROL RECORD GIVES    *
004207*  THE LAST SUSPENSE NUMBER HANDED OUT, WHICH IS    *
004208*  CARRIED THROUGH UNCHANGED - ONLY THE NIGHTLY JOB *
004209*  OPENS ITEMS.  EVERY OTHER RECORD IS AN OPEN OR   *
004210*  CORRECTED ITEM.                                  *
004211*****************************************************
004212 1600-LOAD-SUSPENSE.
004213     READ SUSPENSE-FILE
004214         AT END
004215             SET SUSP-EOF TO TRUE
004216         NOT AT END
004217             IF SUSP-IS-CONTROL
004218                 MOVE SUSP-NUM TO SUSP-LAST-NUM
004219             ELSE
004220                 PERFORM 1610-ADD-SUSPENSE-ENTRY THRU 1610-EXIT
004221             END-IF
004222     END-READ.
004223 1600-EXIT.
004224     EXIT.
004225
004226 1610-ADD-SUSPENSE-ENTRY.
004227     IF SU-TAB-COUNT NOT < 500
004228         DISPLAY 'FATAL - SUSPENSE FILE EXCEEDS 500 '
004229                 'ENTRIES - TABLE FULL'
004230         SET FATAL-ERROR-FOUND TO TRUE
004231         SET SUSP-EOF TO TRUE
004232         GO TO 1610-EXIT
004233     END-IF.
004234     ADD 1 TO SU-TAB-COUNT.
004235     SET SU-IDX TO SU-TAB-COUNT.
004236     MOVE SUSPENSE-RECORD TO SU-TAB-ENTRY(SU-IDX).
004237     IF SUSP-NUM > SUSP-LAST-NUM
004238         MOVE SUSP-NUM TO SUSP-LAST-NUM
004239     END-IF.
004240 1610-EXIT.
004241     EXIT.
004242
004243*****************************************************
004244*  2000-PROCESS-ONE-TRAN - READ, VALIDATE, AND APPLY *
004245*  ONE MAINTENANCE TRANSACTION, WRITING THE AUDIT    *
004246*  TRAIL LINE(S) AS IT GOES.  AN A, C, D, S, OR K IS *
004247*  THE MAKER'S PASS - EDITED ONLY, THEN HELD AS A    *
004248*  PENDING CHANGE.  A V OR X IS A CHECKER'S DECISION *
004249*  ON ONE PENDING CHANGE.                            *
004250*****************************************************
004254 2000-PROCESS-ONE-TRAN.
004255     READ TRAN-FILE
004260         AT END
004270             SET TRAN-EOF TO TRUE
004280         NOT AT END
004350 2100-APPLY-ONE-TRAN.
004360     SET TRAN-IS-VALID TO TRUE.
004370     MOVE SPACES TO REJECT-REASON.
004371     MOVE 'APPLIED ' TO TRAN-LINE-STATUS.
004372     SET AUDIT-NO-PEND TO TRUE.
004373     IF TRAN-IS-DECISION
004374         SET APPLY-MODE TO TRUE
004375         PERFORM 2500-DECIDE-PENDING THRU 2500-EXIT
004420     ELSE
004430         IF NOT TRAN-IS-ADD AND NOT TRAN-IS-CHANGE
004440             AND NOT TRAN-IS-DELETE AND NOT TRAN-IS-SUSPENSE
004442             SET TRAN-IS-INVALID TO TRUE
004445             MOVE 'ACTION NOT A, C, D, S, K, V, OR X'
004446                 TO REJECT-REASON
004450         ELSE
004460             SET EDIT-ONLY-MODE TO TRUE
004470             PERFORM 2150-EDIT-BY-FILE THRU 2150-EXIT
004480             IF TRAN-IS-VALID
004490                 PERFORM 2400-RAISE-PENDING THRU 2400-EXIT
004510             END-IF
004520         END-IF
004530     END-IF.
004540     IF TRAN-IS-INVALID
004570         ADD 1 TO TRAN-REJECT-CTR
004580         PERFORM 9700-WRITE-TRAN-LINE THRU 9700-EXIT
004590     END-IF.
004610     EXIT.
004620
004630*****************************************************
004631*  2150-EDIT-BY-FILE - HAND THE TRANSACTION TO THE   *
004632*  PARM OR RULE PARAGRAPH.  IN EDIT-ONLY MODE THEY   *
004633*  STOP AFTER THE EDITS; IN APPLY MODE THEY UPDATE   *
004634*  THE MASTER TABLE AND WRITE THE BEFORE/AFTER.      *
004635*  AN S OR K GOES TO 2600-APPLY-SUSPENSE-TRAN, WHICH *
004636*  WORKS THE SAME WAY AGAINST THE SUSPENSE TABLE.    *
004637*****************************************************
004638 2150-EDIT-BY-FILE.
004639     IF TRAN-IS-SUSPENSE
004640         PERFORM 2600-APPLY-SUSPENSE-TRAN THRU 2600-EXIT
004641         GO TO 2150-EXIT
004642     END-IF.
004643     IF TRAN-IS-PARM
004644         PERFORM 2200-APPLY-PARM-TRAN THRU 2200-EXIT
004645     ELSE
004646         IF TRAN-IS-RULE
004647             PERFORM 2300-APPLY-RULE-TRAN THRU 2300-EXIT
004648         ELSE
004649             SET TRAN-IS-INVALID TO TRUE
004650             MOVE 'FILE ID NOT P OR R' TO REJECT-REASON
004651         END-IF
004652     END-IF.
004653 2150-EXIT.
004654     EXIT.
004655
004656*****************************************************
004657*  2200-APPLY-PARM-TRAN - EDIT AND APPLY ONE PARM    *
004658*  MASTER TRANSACTION.  THE RANGE EDITS ARE THE SAME *
004660*  ONES 3200-VALIDATE-PARM APPLIES IN THE NIGHTLY    *
004670*  JOB, SO A RECORD THAT PASSES HERE WILL NOT BE     *
004680*  REJECTED AT RUN TIME.  IN EDIT-ONLY MODE IT STOPS *
004685*  ONCE THE EDITS PASS.                              *
004690*****************************************************
004700 2200-APPLY-PARM-TRAN.
004710     IF TRAN-PARM-SEQ NOT NUMERIC
004970         MOVE 'PARM MASTER TABLE FULL' TO REJECT-REASON
004980         GO TO 2200-EXIT
004990     END-IF.
004992     IF EDIT-ONLY-MODE
004994         GO TO 2200-EXIT
004996     END-IF.
005000     PERFORM 9700-WRITE-TRAN-LINE THRU 9700-EXIT.
005010     IF TRAN-IS-CHANGE OR TRAN-IS-DELETE
005020         SET PM-IDX TO FOUND-PM-IDX
005110         MOVE TRAN-PARM-RULESET TO PM-TAB-RULESET(PM-IDX)
005120         MOVE TRAN-PARM-PRMODE  TO PM-TAB-PRMODE(PM-IDX)
005130         MOVE TRAN-PARM-FREQ    TO PM-TAB-FREQ(PM-IDX)
005135         MOVE TRAN-PARM-COSTCTR TO PM-TAB-COSTCTR(PM-IDX)
005140         SET PM-TAB-ACTIVE(PM-IDX) TO TRUE
005150         PERFORM 9720-WRITE-PARM-AFTER THRU 9720-EXIT
005160     END-IF.
005210         MOVE TRAN-PARM-RULESET TO PM-TAB-RULESET(PM-IDX)
005220         MOVE TRAN-PARM-PRMODE  TO PM-TAB-PRMODE(PM-IDX)
005230         MOVE TRAN-PARM-FREQ    TO PM-TAB-FREQ(PM-IDX)
005235         MOVE TRAN-PARM-COSTCTR TO PM-TAB-COSTCTR(PM-IDX)
005240         PERFORM 9720-WRITE-PARM-AFTER THRU 9720-EXIT
005250     END-IF.
005260     IF TRAN-IS-DELETE
005900         MOVE 'FREQ CODE NOT BLANK, D, E, OR 1-7'
005910             TO REJECT-REASON
005920         GO TO 2230-EXIT
005921     END-IF.
005922*    THE COST CENTER IS WHO IS CALLED WHEN THE SET IS
005923*    REJECTED AND WHO IS CHARGED FOR ITS RUNS, SO EVERY
005924*    PARM RECORD MUST NAME ONE, KEYED FROM COLUMN ONE.
005925     IF TRAN-PARM-COSTCTR(1:1) = SPACE
005926         SET TRAN-IS-INVALID TO TRUE
005927         MOVE 'COST CENTER BLANK OR NOT LEFT-JUSTIFIED'
005928             TO REJECT-REASON
005929         GO TO 2230-EXIT
005930     END-IF.
005931     MOVE ZERO TO COSTCTR-LEN.
005932     INSPECT TRAN-PARM-COSTCTR TALLYING COSTCTR-LEN
005933         FOR CHARACTERS BEFORE INITIAL SPACE.
005934     IF COSTCTR-LEN < 6
005935         AND TRAN-PARM-COSTCTR(COSTCTR-LEN + 1:) NOT = SPACES
005936         SET TRAN-IS-INVALID TO TRUE
005937         MOVE 'COST CENTER HAS EMBEDDED BLANKS'
005938             TO REJECT-REASON
005939         GO TO 2230-EXIT
005940     END-IF.
005945*    A PARM RECORD NAMING A RULE SET WITH NO ACTIVE RULES
005950*    WOULD BE REJECTED BY THE NIGHTLY JOB, SO IT IS REJECTED
005960*    HERE FIRST.
005970     MOVE TRAN-PARM-RULESET TO SEARCH-RULE-SET.
006140*    ONLY RULES THE NIGHTLY JOB WOULD ACTUALLY LOAD COUNT -
006150*    2110-VALIDATE-AND-ADD-RULE DROPS A NON-NUMERIC OR
006160*    NON-POSITIVE DIVISOR, SO A SET HOLDING ONLY BAD RULES
006170*    IS AS EMPTY AT RUN TIME AS ONE HOLDING NONE.  A
006175*    CONTAINS-DIGIT RULE NEEDS NO DIVISOR AND ALWAYS COUNTS.
006180 2250-CHECK-SET-RULE.
006190     IF RM-TAB-ACTIVE(RM-IDX)
006200         AND RM-TAB-SET-NAME(RM-IDX) = SEARCH-RULE-SET
006202         IF RM-TAB-CONTAINS(RM-IDX)
006204             ADD 1 TO SET-RULE-CTR
006206             GO TO 2250-EXIT
006208         END-IF
006210         IF RM-TAB-DIVISOR(RM-IDX) NUMERIC
006220             IF RM-TAB-DIVISOR(RM-IDX) GREATER THAN ZERO
006230                 ADD 1 TO SET-RULE-CTR
006320*  MASTER TRANSACTION.  SET NAME PLUS LABEL PLUS     *
006322*  EFFECTIVE-FROM DATE IS THE KEY (SEE               *
006324*  2320-CHECK-RULE-ENTRY).  THE                      *
006330*  TYPE AND DIVISOR EDITS (2370-EDIT-RULE-TYPE) ARE  *
006340*  THE TESTS 2110-VALIDATE-AND-ADD-RULE APPLIES IN   *
006350*  THE NIGHTLY JOB, APPLIED HERE BEFORE THE SIGN     *
006360*  COLUMN OR A BAD TYPE CAN REACH PRODUCTION DATA.   *
006365*  IN EDIT-ONLY MODE IT STOPS ONCE THE EDITS PASS.   *
006370*****************************************************
006380 2300-APPLY-RULE-TRAN.
006390     IF TRAN-RULE-LABEL = SPACES
006570         GO TO 2300-EXIT
006580     END-IF.
006590     IF TRAN-IS-ADD OR TRAN-IS-CHANGE
006600         PERFORM 2370-EDIT-RULE-TYPE THRU 2370-EXIT
006610         IF TRAN-IS-INVALID
006680             GO TO 2300-EXIT
006690         END-IF
006700         PERFORM 2350-EDIT-RULE-DATES THRU 2350-EXIT
006940             END-IF
006950         END-IF
006960     END-IF.
006962     IF EDIT-ONLY-MODE
006964         GO TO 2300-EXIT
006966     END-IF.
006970     PERFORM 9700-WRITE-TRAN-LINE THRU 9700-EXIT.
006980     IF TRAN-IS-CHANGE OR TRAN-IS-DELETE
006990         SET RM-IDX TO FOUND-RM-IDX
007070         MOVE TRAN-RULE-SET      TO RM-TAB-SET-NAME(RM-IDX)
007080         MOVE TRAN-RULE-EFF-FROM TO RM-TAB-EFF-FROM(RM-IDX)
007090         MOVE TRAN-RULE-EFF-TO   TO RM-TAB-EFF-TO(RM-IDX)
007095         PERFORM 2380-MOVE-RULE-TYPE THRU 2380-EXIT
007100         SET RM-TAB-ACTIVE(RM-IDX) TO TRUE
007110         PERFORM 9740-WRITE-RULE-AFTER THRU 9740-EXIT
007120     END-IF.
007140         SET RM-IDX TO FOUND-RM-IDX
007150         MOVE TRAN-RULE-DIVISOR  TO RM-TAB-DIVISOR(RM-IDX)
007160         MOVE TRAN-RULE-EFF-TO   TO RM-TAB-EFF-TO(RM-IDX)
007165         PERFORM 2380-MOVE-RULE-TYPE THRU 2380-EXIT
007170         PERFORM 9740-WRITE-RULE-AFTER THRU 9740-EXIT
007180     END-IF.
007190     IF TRAN-IS-DELETE
007700             MOVE 'EFF TO DATE NOT YYYY-MM-DD'
007710                 TO REJECT-REASON
007720             GO TO 2350-EXIT
007721         END-IF
007722     END-IF.
007723     IF TRAN-RULE-EFF-FROM NOT = SPACES
007724         AND TRAN-RULE-EFF-TO NOT = SPACES
007725         AND TRAN-RULE-EFF-FROM > TRAN-RULE-EFF-TO
007726         SET TRAN-IS-INVALID TO TRUE
007727         MOVE 'EFF FROM DATE AFTER EFF TO DATE'
007728             TO REJECT-REASON
007729     END-IF.
007730 2350-EXIT.
007731     EXIT.
007732
007733 2360-EDIT-ONE-DATE.
007734     SET EDIT-DATE-OK TO TRUE.
007735     IF EDIT-DATE-WS(1:4) NOT NUMERIC
007736         OR EDIT-DATE-WS(5:1) NOT = '-'
007737         OR EDIT-DATE-WS(6:2) NOT NUMERIC
007738         OR EDIT-DATE-WS(8:1) NOT = '-'
007739         OR EDIT-DATE-WS(9:2) NOT NUMERIC
007740         SET EDIT-DATE-BAD TO TRUE
007741     END-IF.
007742 2360-EXIT.
007743     EXIT.
007744
007745 2330-COUNT-SET-PARMS.
007746     MOVE ZERO TO SET-PARM-CTR.
007747     PERFORM 2340-CHECK-SET-PARM THRU 2340-EXIT
007748         VARYING PM-IDX FROM 1 BY 1
007749             UNTIL PM-IDX > PM-TAB-COUNT.
007750 2330-EXIT.
007751     EXIT.
007752
007753 2340-CHECK-SET-PARM.
007754     IF PM-TAB-ACTIVE(PM-IDX)
007755         AND PM-TAB-RULESET(PM-IDX) = SEARCH-RULE-SET
007756         ADD 1 TO SET-PARM-CTR
007757     END-IF.
007758 2340-EXIT.
007759     EXIT.
007760
007761*****************************************************
007762*  2370-EDIT-RULE-TYPE - THE TYPE MUST BE BLANK, D,  *
007763*  M, C, OR O (SEE RULEREC.CPY).  A CONTAINS-DIGIT   *
007764*  RULE NEEDS A DIGIT 0-9 AND NO DIVISOR; EVERY      *
007765*  OTHER TYPE NEEDS A NUMERIC, POSITIVE DIVISOR, AND *
007766*  A REMAINDER RULE A REMAINDER BELOW THAT DIVISOR.  *
007767*****************************************************
007768 2370-EDIT-RULE-TYPE.
007769     IF NOT TRAN-RULE-TYPE-VALID
007770         SET TRAN-IS-INVALID TO TRUE
007771         MOVE 'RULE TYPE NOT D, M, C, OR O' TO REJECT-REASON
007772         GO TO 2370-EXIT
007773     END-IF.
007774     IF TRAN-RULE-CONTAINS
007775         IF TRAN-RULE-OPERAND NOT NUMERIC
007776             OR TRAN-RULE-OPERAND > 9
007777             SET TRAN-IS-INVALID TO TRUE
007778             MOVE 'RULE CONTAINS DIGIT NOT 0-9'
007779                 TO REJECT-REASON
007780         END-IF
007781         GO TO 2370-EXIT
007782     END-IF.
007783     IF TRAN-RULE-DIVISOR NOT NUMERIC
007784         SET TRAN-IS-INVALID TO TRUE
007785         MOVE 'RULE DIVISOR NOT NUMERIC' TO REJECT-REASON
007786         GO TO 2370-EXIT
007787     END-IF.
007788     IF TRAN-RULE-DIVISOR NOT GREATER THAN ZERO
007789         SET TRAN-IS-INVALID TO TRUE
007790         MOVE 'RULE DIVISOR NOT POSITIVE' TO REJECT-REASON
007791         GO TO 2370-EXIT
007792     END-IF.
007793     IF TRAN-RULE-REMAINDER
007794         IF TRAN-RULE-OPERAND NOT NUMERIC
007795             OR TRAN-RULE-OPERAND NOT < TRAN-RULE-DIVISOR
007796             SET TRAN-IS-INVALID TO TRUE
007797             MOVE 'RULE REMAINDER NOT BELOW DIVISOR'
007798                 TO REJECT-REASON
007799         END-IF
007800     END-IF.
007801 2370-EXIT.
007802     EXIT.
007803
007804*****************************************************
007805*  2380-MOVE-RULE-TYPE - CARRY AN EDITED TYPE AND    *
007806*  OPERAND ONTO THE TABLE ENTRY AT RM-IDX.  ONLY     *
007807*  REMAINDER AND CONTAINS RULES USE THE OPERAND; A   *
007808*  CONTAINS RULE'S UNUSED DIVISOR IS KEPT AS ZERO.   *
007809*****************************************************
007810 2380-MOVE-RULE-TYPE.
007811     MOVE TRAN-RULE-TYPE TO RM-TAB-TYPE(RM-IDX).
007812     IF TRAN-RULE-REMAINDER OR TRAN-RULE-CONTAINS
007813         MOVE TRAN-RULE-OPERAND TO RM-TAB-OPERAND(RM-IDX)
007814     ELSE
007815         MOVE ZERO TO RM-TAB-OPERAND(RM-IDX)
007816     END-IF.
007817     IF TRAN-RULE-CONTAINS
007818         MOVE ZERO TO RM-TAB-DIVISOR(RM-IDX)
007819     END-IF.
007820 2380-EXIT.
007821     EXIT.
007822
007823*****************************************************
007824*  2400-RAISE-PENDING - HOLD AN EDITED A, C, D, S,   *
007825*  OR K AS THE NEXT PENDING CHANGE, STAMPED WITH THE *
007826*  MAKER AND THE WAIT ALLOWED.  ONLY ONE OPEN CHANGE *
007827*  PER MASTER KEY (OR SUSPENSE NUMBER) IS HELD AT A  *
007828*  TIME, SO A CHECKER NEVER APPROVES ONE OF TWO      *
007829*  COMPETING VERSIONS UNAWARE OF THE OTHER.          *
007830*****************************************************
007831 2400-RAISE-PENDING.
007832     PERFORM 2410-FIND-OPEN-KEY THRU 2410-EXIT.
007833     IF FOUND-PC-IDX > ZERO
007834         SET PC-IDX TO FOUND-PC-IDX
007835         SET TRAN-IS-INVALID TO TRUE
007836         STRING 'KEY ALREADY PENDING AS ' PC-TAB-NUM(PC-IDX)
007837                DELIMITED BY SIZE INTO REJECT-REASON
007838         GO TO 2400-EXIT
007839     END-IF.
007840     IF PC-TAB-COUNT NOT < 200
007841         SET TRAN-IS-INVALID TO TRUE
007842         MOVE 'PENDING CHANGE TABLE FULL' TO REJECT-REASON
007843         GO TO 2400-EXIT
007844     END-IF.
007845     ADD 1 TO PEND-LAST-NUM.
007846     ADD 1 TO PC-TAB-COUNT.
007847     SET PC-IDX TO PC-TAB-COUNT.
007848     MOVE PEND-LAST-NUM      TO PC-TAB-NUM(PC-IDX).
007849     MOVE SUBMIT-USER-ID     TO PC-TAB-MAKER-ID(PC-IDX).
007850     MOVE RUN-DATE-DISPLAY   TO PC-TAB-REQ-DATE(PC-IDX).
007851     MOVE RUN-TIME-DISPLAY   TO PC-TAB-REQ-TIME(PC-IDX).
007852     MOVE PEND-EXPIRE-LIMIT  TO PC-TAB-EXPIRE-DAYS(PC-IDX).
007853     MOVE MAINT-TRAN-RECORD  TO PC-TAB-IMAGE(PC-IDX).
007854     SET PC-TAB-OPEN(PC-IDX) TO TRUE.
007855     SET FOUND-PC-IDX TO PC-IDX.
007856     ADD 1 TO PEND-CREATE-CTR.
007857     MOVE 'PENDING ' TO TRAN-LINE-STATUS.
007858     STRING 'AWAITING APPROVAL AS PENDING '
007859            PC-TAB-NUM(PC-IDX)
007860            DELIMITED BY SIZE INTO REJECT-REASON.
007861     SET AUDIT-MAKER-ONLY TO TRUE.
007862     PERFORM 9700-WRITE-TRAN-LINE THRU 9700-EXIT.
007863 2400-EXIT.
007864     EXIT.
007865
007866 2410-FIND-OPEN-KEY.
007867     MOVE ZERO TO FOUND-PC-IDX.
007868     PERFORM 2420-CHECK-OPEN-KEY THRU 2420-EXIT
007870         VARYING PC-IDX FROM 1 BY 1
007871             UNTIL PC-IDX > PC-TAB-COUNT.
007872 2410-EXIT.
007873     EXIT.
007874
007875*    THE HELD IMAGE IS A MNTTREC.CPY RECORD - THE FILE ID IS
007876*    COLUMN 2, THE PARM KEY (SEQ) COLUMNS 3-5, AND THE RULE
007877*    KEY (LABEL, SET NAME, EFFECTIVE-FROM) COLUMNS 9-36.
007878*    A HELD S OR K IS KEYED BY ITS SUSPENSE NUMBER, COLUMNS
007879*    53-58, AND NEVER BLOCKS A CHANGE TO THE MASTERS.
007880 2420-CHECK-OPEN-KEY.
007881     IF FOUND-PC-IDX = ZERO
007882         AND PC-TAB-OPEN(PC-IDX)
007883         AND (PC-TAB-IMAGE(PC-IDX)(1:1) = 'S' OR 'K')
007884         IF TRAN-IS-SUSPENSE
007885             AND PC-TAB-IMAGE(PC-IDX)(53:6) = TRAN-SUSP-NUM
007886             SET FOUND-PC-IDX TO PC-IDX
007887         END-IF
007888         GO TO 2420-EXIT
007889     END-IF.
007890     IF TRAN-IS-SUSPENSE
007891         GO TO 2420-EXIT
007892     END-IF.
007893     IF FOUND-PC-IDX = ZERO
007894         AND PC-TAB-OPEN(PC-IDX)
007895         AND PC-TAB-IMAGE(PC-IDX)(2:1) = TRAN-FILE-ID
007896         IF TRAN-IS-PARM
007897             AND PC-TAB-IMAGE(PC-IDX)(3:3) = TRAN-PARM-SEQ
007898             SET FOUND-PC-IDX TO PC-IDX
007899         END-IF
007900         IF TRAN-IS-RULE
007901             AND PC-TAB-IMAGE(PC-IDX)(9:28) =
007902                 MAINT-TRAN-RECORD(9:28)
007903             SET FOUND-PC-IDX TO PC-IDX
007904         END-IF
007905     END-IF.
007906 2420-EXIT.
007907     EXIT.
007908
007909*****************************************************
007910*  2500-DECIDE-PENDING - A CHECKER'S V OR X AGAINST  *
007911*  ONE OPEN PENDING CHANGE.  THE CHECKER MAY NOT BE  *
007912*  ITS MAKER.  AN APPROVAL RUNS THE HELD TRANSACTION *
007913*  THROUGH THE FULL EDITS AGAIN, AGAINST THE MASTERS *
007914*  AS THEY STAND NOW, AND APPLIES IT; IF THE EDITS   *
007915*  NOW FAIL THE ITEM STAYS OPEN FOR THE MAKER TO     *
007916*  SEE ON THE TRAIL.  A DECLINE SIMPLY CLOSES IT.    *
007917*****************************************************
007918 2500-DECIDE-PENDING.
007919     IF TRAN-PEND-NUM NOT NUMERIC
007920         SET TRAN-IS-INVALID TO TRUE
007921         MOVE 'PENDING NUMBER NOT NUMERIC' TO REJECT-REASON
007922         GO TO 2500-EXIT
007923     END-IF.
007924     MOVE TRAN-PEND-NUM TO SEARCH-PEND-NUM.
007925     PERFORM 2510-FIND-PENDING THRU 2510-EXIT.
007926     IF FOUND-PC-IDX = ZERO
007927         SET TRAN-IS-INVALID TO TRUE
007928         MOVE 'PENDING NUMBER NOT OPEN' TO REJECT-REASON
007929         GO TO 2500-EXIT
007930     END-IF.
007931     SET PC-IDX TO FOUND-PC-IDX.
007932     IF PC-TAB-MAKER-ID(PC-IDX) = SUBMIT-USER-ID
007933         SET TRAN-IS-INVALID TO TRUE
007934         MOVE 'CHECKER MAY NOT BE THE MAKER' TO REJECT-REASON
007935         GO TO 2500-EXIT
007936     END-IF.
007937     MOVE TRAN-PEND-NOTE TO CHECKER-NOTE.
007938     IF TRAN-IS-DECLINE
007939         MOVE 'DECLINED' TO CHECKER-DECISION
007940     ELSE
007941         MOVE 'APPROVED' TO CHECKER-DECISION
007942     END-IF.
007943     SET AUDIT-MAKER-CHECKER TO TRUE.
007944*    FROM HERE ON THE TRANSACTION AREA HOLDS THE MAKER'S
007945*    CHANGE, SO THE TRAIL SHOWS WHAT WAS DECIDED.
007946     MOVE PC-TAB-IMAGE(PC-IDX) TO MAINT-TRAN-RECORD.
007947     IF CHECKER-DECISION = 'DECLINED'
007948         MOVE 'DECLINED' TO TRAN-LINE-STATUS
007949         MOVE CHECKER-NOTE TO REJECT-REASON
007950         SET PC-TAB-DECLINED(PC-IDX) TO TRUE
007951         ADD 1 TO PEND-DECLINE-CTR
007952         PERFORM 9700-WRITE-TRAN-LINE THRU 9700-EXIT
007953         GO TO 2500-EXIT
007954     END-IF.
007955     PERFORM 2150-EDIT-BY-FILE THRU 2150-EXIT.
007956     IF TRAN-IS-VALID
007957         SET PC-IDX TO FOUND-PC-IDX
007958         SET PC-TAB-APPROVED(PC-IDX) TO TRUE
007959         ADD 1 TO PEND-APPROVE-CTR
007960         ADD 1 TO TRAN-APPLIED-CTR
007961     END-IF.
007962 2500-EXIT.
007963     EXIT.
007964
007965 2510-FIND-PENDING.
007966     MOVE ZERO TO FOUND-PC-IDX.
007967     PERFORM 2520-CHECK-PENDING THRU 2520-EXIT
007968         VARYING PC-IDX FROM 1 BY 1
007969             UNTIL PC-IDX > PC-TAB-COUNT.
007970 2510-EXIT.
007971     EXIT.
007972
007973 2520-CHECK-PENDING.
007974     IF FOUND-PC-IDX = ZERO
007975         IF PC-TAB-NUM(PC-IDX) = SEARCH-PEND-NUM
007976             AND PC-TAB-OPEN(PC-IDX)
007977             SET FOUND-PC-IDX TO PC-IDX
007978         END-IF
007979     END-IF.
007980 2520-EXIT.
007981     EXIT.
007982
007983*****************************************************
007984*  2600-APPLY-SUSPENSE-TRAN - EDIT AND APPLY ONE S  *
007985*  (CORRECT) OR K (CANCEL) AGAINST THE SUSPENSE     *
007986*  ITEM NAMED IN TRAN-SUSP-NUM.  THE ITEM MUST      *
007987*  STILL BE ON THE FILE, OPEN OR ALREADY CORRECTED  *
007988*  - A STANDING CORRECTION THAT IS ITSELF WRONG CAN *
007989*  BE CORRECTED AGAIN OR CANCELLED.  AN S MUST BE   *
007990*  FOR THE SAME FILE AS THE REJECTED RECORD AND     *
007991*  PASS THE FIELD EDITS OF AN ADD.  THE MASTERS ARE *
007992*  NOT TOUCHED - THE CORRECTION TAKES THE REJECTED  *
007993*  RECORD'S PLACE IN THE NIGHTLY RUN UNTIL THE      *
007994*  MASTER ITSELF IS FIXED WITH A C.  IN EDIT-ONLY   *
007995*  MODE IT STOPS ONCE THE EDITS PASS.               *
007996*****************************************************
007997 2600-APPLY-SUSPENSE-TRAN.
007998     IF TRAN-SUSP-NUM NOT NUMERIC
007999         SET TRAN-IS-INVALID TO TRUE
008000         MOVE 'SUSPENSE NUMBER NOT NUMERIC' TO REJECT-REASON
008001         GO TO 2600-EXIT
008002     END-IF.
008003     MOVE TRAN-SUSP-NUM TO SEARCH-SUSP-NUM.
008004     PERFORM 2610-FIND-SUSPENSE THRU 2610-EXIT.
008005     IF FOUND-SU-IDX = ZERO
008006         SET TRAN-IS-INVALID TO TRUE
008007         MOVE 'SUSPENSE NUMBER NOT OPEN' TO REJECT-REASON
008008         GO TO 2600-EXIT
008009     END-IF.
008010     SET SU-IDX TO FOUND-SU-IDX.
008011     IF TRAN-IS-SUSP-CORRECT
008012         PERFORM 2630-EDIT-CORRECTION THRU 2630-EXIT
008013         IF TRAN-IS-INVALID
008014             GO TO 2600-EXIT
008015         END-IF
008016     END-IF.
008017     IF EDIT-ONLY-MODE
008018         GO TO 2600-EXIT
008020     END-IF.
008021     PERFORM 9700-WRITE-TRAN-LINE THRU 9700-EXIT.
008022     PERFORM 9770-WRITE-SUSP-BEFORE THRU 9770-EXIT.
008023     IF TRAN-IS-SUSP-CANCEL
008024         SET SU-TAB-CANCELLED(SU-IDX) TO TRUE
008025         ADD 1 TO SUSP-CANCEL-CTR
008026         GO TO 2600-EXIT
008027     END-IF.
008028     PERFORM 2640-BUILD-CORR-IMAGE THRU 2640-EXIT.
008029     SET PC-IDX TO FOUND-PC-IDX.
008030     SET SU-TAB-CORRECTED(SU-IDX) TO TRUE.
008031     MOVE PC-TAB-MAKER-ID(PC-IDX) TO SU-TAB-CORR-MAKER(SU-IDX).
008032     MOVE SUBMIT-USER-ID   TO SU-TAB-CORR-CHECKER(SU-IDX).
008033     MOVE RUN-DATE-DISPLAY TO SU-TAB-CORR-DATE(SU-IDX).
008034     ADD 1 TO SUSP-CORRECT-CTR.
008035     PERFORM 9780-WRITE-SUSP-AFTER THRU 9780-EXIT.
008036 2600-EXIT.
008037     EXIT.
008038
008039 2610-FIND-SUSPENSE.
008040     MOVE ZERO TO FOUND-SU-IDX.
008041     PERFORM 2620-CHECK-SUSPENSE THRU 2620-EXIT
008042         VARYING SU-IDX FROM 1 BY 1
008043             UNTIL SU-IDX > SU-TAB-COUNT.
008044 2610-EXIT.
008045     EXIT.
008046
008047 2620-CHECK-SUSPENSE.
008048     IF FOUND-SU-IDX = ZERO
008049         IF SU-TAB-NUM(SU-IDX) = SEARCH-SUSP-NUM
008050             AND NOT SU-TAB-CANCELLED(SU-IDX)
008051             SET FOUND-SU-IDX TO SU-IDX
008052         END-IF
008053     END-IF.
008054 2620-EXIT.
008055     EXIT.
008056
008057*    THE CORRECTION STANDS IN FOR ITS REJECTED ORIGINAL IN
008058*    THE NIGHTLY RUN, SO A PARM CORRECTION KEEPS THE
008059*    ORIGINAL'S SEQ - THE EXTRACT, CHECKPOINT, AND RECOMPUTE
008060*    ALL KNOW THE SET BY IT.  AN ORIGINAL WHOSE SEQ IS NOT
008061*    NUMERIC HAS NO SEQ TO KEEP.
008062 2630-EDIT-CORRECTION.
008063     IF TRAN-FILE-ID NOT = SU-TAB-REC-TYPE(SU-IDX)
008064         SET TRAN-IS-INVALID TO TRUE
008065         MOVE 'FILE ID NOT THAT OF THE SUSPENDED RECORD'
008066             TO REJECT-REASON
008067         GO TO 2630-EXIT
008068     END-IF.
008069     IF TRAN-IS-RULE
008070         IF TRAN-RULE-LABEL = SPACES
008071             SET TRAN-IS-INVALID TO TRUE
008072             MOVE 'RULE LABEL IS BLANK' TO REJECT-REASON
008073             GO TO 2630-EXIT
008074         END-IF
008075         PERFORM 2370-EDIT-RULE-TYPE THRU 2370-EXIT
008076         IF TRAN-IS-VALID
008077             PERFORM 2350-EDIT-RULE-DATES THRU 2350-EXIT
008078         END-IF
008079         GO TO 2630-EXIT
008080     END-IF.
008081     IF TRAN-PARM-SEQ NOT NUMERIC
008082         SET TRAN-IS-INVALID TO TRUE
008083         MOVE 'PARM SEQ NOT NUMERIC' TO REJECT-REASON
008084         GO TO 2630-EXIT
008085     END-IF.
008086     IF SU-TAB-ORIG-IMAGE(SU-IDX)(1:3) NUMERIC
008087         AND SU-TAB-ORIG-IMAGE(SU-IDX)(1:3) NOT = TRAN-PARM-SEQ
008088         SET TRAN-IS-INVALID TO TRUE
008089         MOVE 'CORRECTION MAY NOT CHANGE THE PARM SEQ'
008090             TO REJECT-REASON
008091         GO TO 2630-EXIT
008092     END-IF.
008093     PERFORM 2230-EDIT-PARM-FIELDS THRU 2230-EXIT.
008094 2630-EXIT.
008095     EXIT.
008096
008097*    THE CORRECTED IMAGE IS BUILT IN THE MASTER RECORD LAYOUT
008098*    THE SAME WAY 3100/3200 WRITE THE MASTERS, SO THE NIGHTLY
008099*    JOB READS IT EXACTLY AS IT WOULD A MASTER RECORD.
008100 2640-BUILD-CORR-IMAGE.
008101     IF TRAN-IS-PARM
008102         MOVE SPACES TO PARM-RECORD
008103         MOVE TRAN-PARM-SEQ     TO PARM-RUN-SEQ
008104         MOVE TRAN-PARM-START   TO PARM-START-VAL
008105         MOVE TRAN-PARM-END     TO PARM-END-VAL
008106         MOVE TRAN-PARM-RULESET TO PARM-RULE-SET
008107         MOVE TRAN-PARM-PRMODE  TO PARM-PRINT-MODE
008108         MOVE TRAN-PARM-FREQ    TO PARM-FREQ-CODE
008109         MOVE TRAN-PARM-COSTCTR TO PARM-COST-CENTER
008110         MOVE PARM-RECORD TO SU-TAB-CORR-IMAGE(SU-IDX)
008111         GO TO 2640-EXIT
008112     END-IF.
008113     MOVE SPACES TO RULE-RECORD.
008114     MOVE TRAN-RULE-DIVISOR  TO RULE-REC-DIVISOR.
008115     MOVE TRAN-RULE-LABEL    TO RULE-REC-LABEL.
008116     MOVE TRAN-RULE-SET      TO RULE-REC-SET-NAME.
008117     MOVE TRAN-RULE-EFF-FROM TO RULE-REC-EFF-FROM.
008118     MOVE TRAN-RULE-EFF-TO   TO RULE-REC-EFF-TO.
008119     MOVE TRAN-RULE-TYPE     TO RULE-REC-TYPE.
008120     IF TRAN-RULE-REMAINDER OR TRAN-RULE-CONTAINS
008121         MOVE TRAN-RULE-OPERAND TO RULE-REC-OPERAND
008122     ELSE
008123         MOVE ZERO TO RULE-REC-OPERAND
008124     END-IF.
008125     IF TRAN-RULE-CONTAINS
008126         MOVE ZERO TO RULE-REC-DIVISOR
008127     END-IF.
008128     MOVE RULE-RECORD TO SU-TAB-CORR-IMAGE(SU-IDX).
008129 2640-EXIT.
008130     EXIT.
008131
008132*****************************************************
008133*  2700-COMPUTE-DAY-NUMBER - TURN THE YYYY-MM-DD IN  *
008134*  DAY-CALC-DATE INTO A DAY COUNT IN DAY-CALC-RESULT *
008135*  SO TWO DATES CAN BE SUBTRACTED.  THE YEAR IS      *
008136*  COUNTED FROM MARCH SO FEBRUARY 29 FALLS AT ITS    *
008137*  END; EACH DIVIDE TRUNCATES INTO AN INTEGER FIELD  *
008138*  ON PURPOSE.                                       *
008139*****************************************************
008140 2700-COMPUTE-DAY-NUMBER.
008141     MOVE DAY-CALC-DATE(1:4) TO DAY-CALC-YEAR.
008142     MOVE DAY-CALC-DATE(6:2) TO DAY-CALC-MONTH.
008143     MOVE DAY-CALC-DATE(9:2) TO DAY-CALC-DAY.
008144     IF DAY-CALC-MONTH > 2
008145         SUBTRACT 3 FROM DAY-CALC-MONTH
008146     ELSE
008147         ADD 9 TO DAY-CALC-MONTH
008148         SUBTRACT 1 FROM DAY-CALC-YEAR
008149     END-IF.
008150     DIVIDE DAY-CALC-YEAR BY 4   GIVING DAY-CALC-QUOT-4.
008151     DIVIDE DAY-CALC-YEAR BY 100 GIVING DAY-CALC-QUOT-100.
008152     DIVIDE DAY-CALC-YEAR BY 400 GIVING DAY-CALC-QUOT-400.
008153     COMPUTE DAY-CALC-MONTH-WORK = 153 * DAY-CALC-MONTH + 2.
008154     DIVIDE DAY-CALC-MONTH-WORK BY 5
008155         GIVING DAY-CALC-MONTH-DAYS.
008156     COMPUTE DAY-CALC-RESULT = DAY-CALC-YEAR * 365
008157                             + DAY-CALC-QUOT-4
008158                             - DAY-CALC-QUOT-100
008159                             + DAY-CALC-QUOT-400
008160                             + DAY-CALC-MONTH-DAYS
008161                             + DAY-CALC-DAY.
008162 2700-EXIT.
008163     EXIT.
008164
008165*****************************************************
008166*  3000-UNLOAD-MASTERS - WRITE EVERY ACTIVE TABLE    *
008167*  ENTRY BACK OUT IN TABLE ORDER.  THE JCL COPIES    *
008168*  PARMNEW/RULENEW OVER THE PRODUCTION MASTERS ONLY  *
008170*  ON A CLEAN RETURN CODE.  THE PENDING CHANGES      *
008172*  STILL OPEN GO TO PENDNEW BEHIND THE CONTROL       *
008174*  RECORD THE SAME WAY.                              *
008175*  SO DO THE SUSPENSE ITEMS NOT CANCELLED, TO        *
008178*  SUSPNEW.                                          *
008180*****************************************************
008190 3000-UNLOAD-MASTERS.
008200     PERFORM 3100-WRITE-ONE-PARM THRU 3100-EXIT
008350     MOVE RULE-WRITE-CTR   TO RPT-TOT-RULES.
008360     WRITE REPORT-LINE FROM RPT-TOTAL-LINE
008370         AFTER ADVANCING 3 LINES.
008371     MOVE SPACES TO PENDING-CHANGE-RECORD.
008372     MOVE PEND-LAST-NUM TO PEND-NUM.
008373     SET PEND-IS-CONTROL TO TRUE.
008374     WRITE PEND-NEW-RECORD FROM PENDING-CHANGE-RECORD.
008375     PERFORM 3300-WRITE-ONE-PENDING THRU 3300-EXIT
008376         VARYING PC-IDX FROM 1 BY 1
008377             UNTIL PC-IDX > PC-TAB-COUNT.
008378     MOVE PEND-CREATE-CTR  TO RPT-PTOT-RAISED.
008379     MOVE PEND-APPROVE-CTR TO RPT-PTOT-APPROVED.
008380     MOVE PEND-DECLINE-CTR TO RPT-PTOT-DECLINED.
008381     MOVE PEND-EXPIRE-CTR  TO RPT-PTOT-EXPIRED.
008382     MOVE PEND-OPEN-CTR    TO RPT-PTOT-OPEN.
008383     WRITE REPORT-LINE FROM RPT-PEND-TOTAL-LINE
008384         AFTER ADVANCING 1 LINE.
008385     MOVE SPACES TO SUSPENSE-RECORD.
008386     MOVE SUSP-LAST-NUM TO SUSP-NUM.
008387     SET SUSP-IS-CONTROL TO TRUE.
008388     WRITE SUSPENSE-NEW-RECORD FROM SUSPENSE-RECORD.
008389     PERFORM 3400-WRITE-ONE-SUSPENSE THRU 3400-EXIT
008390         VARYING SU-IDX FROM 1 BY 1
008391             UNTIL SU-IDX > SU-TAB-COUNT.
008392     MOVE SUSP-CORRECT-CTR  TO RPT-STOT-CORRECTED.
008393     MOVE SUSP-CANCEL-CTR   TO RPT-STOT-CANCELLED.
008394     MOVE SUSP-OPEN-CTR     TO RPT-STOT-OPEN.
008395     MOVE SUSP-CORR-OUT-CTR TO RPT-STOT-CORR-OUT.
008396     WRITE REPORT-LINE FROM RPT-SUSP-TOTAL-LINE
008397         AFTER ADVANCING 1 LINE.
008398 3000-EXIT.
008399     EXIT.
008400
008410 3100-WRITE-ONE-PARM.
008420     IF PM-TAB-ACTIVE(PM-IDX)
008470         MOVE PM-TAB-RULESET(PM-IDX) TO PARM-RULE-SET
008480         MOVE PM-TAB-PRMODE(PM-IDX)  TO PARM-PRINT-MODE
008485         MOVE PM-TAB-FREQ(PM-IDX)    TO PARM-FREQ-CODE
008486         MOVE PM-TAB-COSTCTR(PM-IDX) TO PARM-COST-CENTER
008490         WRITE PARM-NEW-RECORD FROM PARM-RECORD
008500         ADD 1 TO PARM-WRITE-CTR
008510     END-IF.
008600         MOVE RM-TAB-SET-NAME(RM-IDX) TO RULE-REC-SET-NAME
008610         MOVE RM-TAB-EFF-FROM(RM-IDX) TO RULE-REC-EFF-FROM
008620         MOVE RM-TAB-EFF-TO(RM-IDX)   TO RULE-REC-EFF-TO
008623         MOVE RM-TAB-TYPE(RM-IDX)     TO RULE-REC-TYPE
008626         MOVE RM-TAB-OPERAND(RM-IDX)  TO RULE-REC-OPERAND
008630         WRITE RULE-NEW-RECORD FROM RULE-RECORD
008640         ADD 1 TO RULE-WRITE-CTR
008650     END-IF.
008660 3200-EXIT.
008661     EXIT.
008662
008663 3300-WRITE-ONE-PENDING.
008664     IF PC-TAB-OPEN(PC-IDX)
008665         MOVE SPACES TO PENDING-CHANGE-RECORD
008666         MOVE PC-TAB-NUM(PC-IDX)         TO PEND-NUM
008667         SET PEND-IS-OPEN TO TRUE
008668         MOVE PC-TAB-MAKER-ID(PC-IDX)    TO PEND-MAKER-ID
008669         MOVE PC-TAB-REQ-DATE(PC-IDX)    TO PEND-REQ-DATE
008670         MOVE PC-TAB-REQ-TIME(PC-IDX)    TO PEND-REQ-TIME
008671         MOVE PC-TAB-EXPIRE-DAYS(PC-IDX) TO PEND-EXPIRE-DAYS
008672         MOVE PC-TAB-IMAGE(PC-IDX)       TO PEND-TRAN-IMAGE
008673         WRITE PEND-NEW-RECORD FROM PENDING-CHANGE-RECORD
008674         ADD 1 TO PEND-OPEN-CTR
008675     END-IF.
008676 3300-EXIT.
008677     EXIT.
008678
008679 3400-WRITE-ONE-SUSPENSE.
008680     IF NOT SU-TAB-CANCELLED(SU-IDX)
008681         WRITE SUSPENSE-NEW-RECORD FROM SU-TAB-ENTRY(SU-IDX)
008682         IF SU-TAB-CORRECTED(SU-IDX)
008683             ADD 1 TO SUSP-CORR-OUT-CTR
008684         ELSE
008685             ADD 1 TO SUSP-OPEN-CTR
008686         END-IF
008687     END-IF.
008688 3400-EXIT.
008689     EXIT.
008690
008695*****************************************************
008700*  9000-TERMINATE - CLOSE FILES AND SET THE STEP     *
008710*  RETURN CODE.                                      *
008720*     RC=0  - EVERY TRANSACTION APPLIED.             *
008723*             (RAISED AS PENDING, APPROVED, OR       *
008726*             DECLINED).                             *
008730*     RC=4  - ONE OR MORE TRANSACTIONS REJECTED -    *
008740*             THE MASTERS WRITTEN REFLECT ONLY THE   *
008750*             APPLIED ONES.                          *
008760*     RC=16 - A REQUIRED DATASET FAILED TO OPEN, A   *
008770*             MASTER, THE PENDING FILE, OR THE       *
008772*             SUSPENSE FILE OVERFLOWED ITS TABLE, OR *
008775*             THE JOB HAS NO USER ID - PARMNEW/      *
008780*             RULENEW/PENDNEW/SUSPNEW MUST NOT       *
008785*             REPLACE PRODUCTION.                    *
008790*****************************************************
008800 9000-TERMINATE.
008810     CLOSE TRAN-FILE
008830           RULE-FILE
008840           PARM-NEW-FILE
008850           RULE-NEW-FILE
008860           REPORT-FILE
008863           PEND-FILE
008864           PEND-NEW-FILE
008865           SUSPENSE-FILE
008866           SUSPENSE-NEW-FILE.
008870     IF FATAL-ERROR-FOUND
008880         MOVE 16 TO RETURN-CODE
008890     ELSE
008970     DISPLAY 'PARMMNT CONTROL DATA MAINTENANCE COMPLETE - '
008980             TRAN-APPLIED-CTR ' APPLIED, '
008990             TRAN-REJECT-CTR ' REJECTED'.
008991     DISPLAY 'PARMMNT PENDING CHANGES - '
008992             PEND-CREATE-CTR ' RAISED, '
008993             PEND-APPROVE-CTR ' APPROVED, '
008994             PEND-DECLINE-CTR ' DECLINED, '
008995             PEND-EXPIRE-CTR ' EXPIRED, '
008996             PEND-OPEN-CTR ' STILL OPEN'.
008997     DISPLAY 'PARMMNT SUSPENSE - '
008998             SUSP-CORRECT-CTR ' CORRECTED, '
008999             SUSP-CANCEL-CTR ' CANCELLED, '
009000             SUSP-OPEN-CTR ' OPEN, '
009001             SUSP-CORR-OUT-CTR ' CORRECTED AWAITING RECYCLE'.
009005 9000-EXIT.
009010     EXIT.
009020
009030*****************************************************
009040*  9700-WRITE-TRAN-LINE - ONE AUDIT LINE PER         *
009050*  TRANSACTION, APPLIED, PENDING, DECLINED, OR       *
009060*  REJECTED, WITH THE REASON OR NOTE WHEN THERE IS   *
009063*  ONE, FOLLOWED BY THE MAKER (AND CHECKER) LINES    *
009066*  FOR A PENDING CHANGE.                             *
009070*****************************************************
009080 9700-WRITE-TRAN-LINE.
009090     MOVE SPACES TO RPT-TRAN-LINE.
009110     MOVE TRAN-ACTION   TO RPT-TRN-ACTION.
009120     MOVE TRAN-FILE-ID  TO RPT-TRN-FILE.
009130     IF TRAN-IS-VALID
009140         MOVE TRAN-LINE-STATUS TO RPT-TRN-STATUS
009150     ELSE
009160         MOVE 'REJECTED' TO RPT-TRN-STATUS
009180     END-IF.
009185     MOVE REJECT-REASON TO RPT-TRN-REASON.
009190     WRITE REPORT-LINE FROM RPT-TRAN-LINE
009200         AFTER ADVANCING 2 LINES.
009202     IF NOT AUDIT-NO-PEND
009204         PERFORM 9750-WRITE-MAKER-CHECKER THRU 9750-EXIT
009206     END-IF.
009210 9700-EXIT.
009220     EXIT.
009230
009290            ' RULE SET ' PM-TAB-RULESET(PM-IDX)
009300            ' MODE ' PM-TAB-PRMODE(PM-IDX)
009305            ' FREQ ' PM-TAB-FREQ(PM-IDX)
009307            ' CC ' PM-TAB-COSTCTR(PM-IDX)
009310            DELIMITED BY SIZE INTO IMAGE-WORK.
009320     MOVE SPACES TO RPT-IMAGE-LINE.
009330     MOVE 'BEFORE  ' TO RPT-IMG-TAG.
009450            ' RULE SET ' PM-TAB-RULESET(PM-IDX)
009460            ' MODE ' PM-TAB-PRMODE(PM-IDX)
009465            ' FREQ ' PM-TAB-FREQ(PM-IDX)
009467            ' CC ' PM-TAB-COSTCTR(PM-IDX)
009470            DELIMITED BY SIZE INTO IMAGE-WORK.
009480     MOVE SPACES TO RPT-IMAGE-LINE.
009490     MOVE 'AFTER   ' TO RPT-IMG-TAG.
009600            ' SET ' RM-TAB-SET-NAME(RM-IDX)
009610            ' FROM ' RM-TAB-EFF-FROM(RM-IDX)
009620            ' TO ' RM-TAB-EFF-TO(RM-IDX)
009623            ' TYPE ' RM-TAB-TYPE(RM-IDX)
009626            ' OPND ' RM-TAB-OPERAND(RM-IDX)
009630            DELIMITED BY SIZE INTO IMAGE-WORK.
009640     MOVE SPACES TO RPT-IMAGE-LINE.
009650     MOVE 'BEFORE  ' TO RPT-IMG-TAG.
009760            ' SET ' RM-TAB-SET-NAME(RM-IDX)
009770            ' FROM ' RM-TAB-EFF-FROM(RM-IDX)
009780            ' TO ' RM-TAB-EFF-TO(RM-IDX)
009783            ' TYPE ' RM-TAB-TYPE(RM-IDX)
009786            ' OPND ' RM-TAB-OPERAND(RM-IDX)
009790            DELIMITED BY SIZE INTO IMAGE-WORK.
009800     MOVE SPACES TO RPT-IMAGE-LINE.
009810     MOVE 'AFTER   ' TO RPT-IMG-TAG.
009840         AFTER ADVANCING 1 LINE.
009850 9740-EXIT.
009860     EXIT.
009870
009880*****************************************************
009890*  9750-WRITE-MAKER-CHECKER - WHO RAISED THE PENDING *
009900*  CHANGE AND WHEN, AND WHO DECIDED IT.  THE HELD    *
009910*  IMAGE IS SHOWN WHENEVER NO BEFORE/AFTER PAIR WILL *
009920*  FOLLOW - ON RAISING, ON A DECLINE, AND ON AN      *
009930*  APPROVAL THAT FAILED ITS EDITS.                   *
009940*****************************************************
009950 9750-WRITE-MAKER-CHECKER.
009960     SET PC-IDX TO FOUND-PC-IDX.
009970     MOVE SPACES TO IMAGE-WORK.
009980     STRING PC-TAB-MAKER-ID(PC-IDX)
009990            ' RAISED PENDING ' PC-TAB-NUM(PC-IDX)
010000            ' ON ' PC-TAB-REQ-DATE(PC-IDX)
010010            ' AT ' PC-TAB-REQ-TIME(PC-IDX)
010020            DELIMITED BY SIZE INTO IMAGE-WORK.
010030     MOVE SPACES TO RPT-IMAGE-LINE.
010040     MOVE 'MAKER   ' TO RPT-IMG-TAG.
010050     MOVE IMAGE-WORK TO RPT-IMG-TEXT.
010060     WRITE REPORT-LINE FROM RPT-IMAGE-LINE
010070         AFTER ADVANCING 1 LINE.
010080     IF AUDIT-MAKER-CHECKER
010090         MOVE SPACES TO IMAGE-WORK
010100         IF TRAN-IS-VALID
010110             STRING SUBMIT-USER-ID ' ' CHECKER-DECISION
010120                    ' ON ' RUN-DATE-DISPLAY
010130                    ' AT ' RUN-TIME-DISPLAY
010140                    DELIMITED BY SIZE INTO IMAGE-WORK
010150         ELSE
010160             STRING SUBMIT-USER-ID ' APPROVED ON '
010170                    RUN-DATE-DISPLAY ' AT ' RUN-TIME-DISPLAY
010180                    ' - NOT APPLIED, STILL PENDING'
010190                    DELIMITED BY SIZE INTO IMAGE-WORK
010200         END-IF
010210         MOVE SPACES TO RPT-IMAGE-LINE
010220         MOVE 'CHECKER ' TO RPT-IMG-TAG
010230         MOVE IMAGE-WORK TO RPT-IMG-TEXT
010240         WRITE REPORT-LINE FROM RPT-IMAGE-LINE
010250             AFTER ADVANCING 1 LINE
010260     END-IF.
010270     IF AUDIT-MAKER-ONLY
010280         OR CHECKER-DECISION = 'DECLINED'
010290         OR TRAN-IS-INVALID
010300         MOVE SPACES TO RPT-IMAGE-LINE
010310         MOVE 'PROPOSED' TO RPT-IMG-TAG
010320         MOVE PC-TAB-IMAGE(PC-IDX) TO RPT-IMG-TEXT
010330         WRITE REPORT-LINE FROM RPT-IMAGE-LINE
010340             AFTER ADVANCING 1 LINE
010350     END-IF.
010360 9750-EXIT.
010370     EXIT.
010380
010390*****************************************************
010400*  9760-WRITE-EXPIRED-LINE - ONE PENDING CHANGE LEFT *
010410*  UNDECIDED PAST ITS WAIT, WITH ITS HELD IMAGE.     *
010420*****************************************************
010430 9760-WRITE-EXPIRED-LINE.
010440     IF PEND-AGE-DAYS > 999
010450         MOVE 999 TO PEND-AGE-DISPLAY
010460     ELSE
010470         MOVE PEND-AGE-DAYS TO PEND-AGE-DISPLAY
010480     END-IF.
010490     MOVE SPACES TO IMAGE-WORK.
010500     STRING 'PENDING ' PC-TAB-NUM(PC-IDX)
010510            ' RAISED BY ' PC-TAB-MAKER-ID(PC-IDX)
010520            ' ON ' PC-TAB-REQ-DATE(PC-IDX)
010530            ' - ' PEND-AGE-DISPLAY ' DAYS OLD, LIMIT '
010540            PC-TAB-EXPIRE-DAYS(PC-IDX)
010550            DELIMITED BY SIZE INTO IMAGE-WORK.
010560     MOVE SPACES TO RPT-IMAGE-LINE.
010570     MOVE 'EXPIRED ' TO RPT-IMG-TAG.
010580     MOVE IMAGE-WORK TO RPT-IMG-TEXT.
010590     WRITE REPORT-LINE FROM RPT-IMAGE-LINE
010600         AFTER ADVANCING 2 LINES.
010610     MOVE SPACES TO RPT-IMAGE-LINE.
010620     MOVE 'PROPOSED' TO RPT-IMG-TAG.
010630     MOVE PC-TAB-IMAGE(PC-IDX) TO RPT-IMG-TEXT.
010640     WRITE REPORT-LINE FROM RPT-IMAGE-LINE
010650         AFTER ADVANCING 1 LINE.
010660 9760-EXIT.
010670     EXIT.
010680
010690*****************************************************
010700*  9770-WRITE-SUSP-BEFORE - THE SUSPENSE ITEM AT    *
010710*  SU-IDX AS IT STOOD BEFORE AN APPROVED S OR K -   *
010720*  WHEN AND WHY IT WAS REJECTED, THE REJECTED       *
010730*  IMAGE, AND ANY CORRECTION ALREADY STANDING       *
010740*  AGAINST IT.                                      *
010750*****************************************************
010760 9770-WRITE-SUSP-BEFORE.
010770     MOVE SPACES TO IMAGE-WORK.
010780     STRING SU-TAB-NUM(SU-IDX)
010790            ' REASON ' SU-TAB-REASON-CODE(SU-IDX)
010800            ' REJECTED ' SU-TAB-REJECT-DATE(SU-IDX)
010810            ' LAST ' SU-TAB-LAST-REJ-DATE(SU-IDX)
010820            ' NIGHTS ' SU-TAB-REJECT-NIGHTS(SU-IDX)
010830            DELIMITED BY SIZE INTO IMAGE-WORK.
010840     MOVE SPACES TO RPT-IMAGE-LINE.
010850     MOVE 'SUSPENSE' TO RPT-IMG-TAG.
010860     MOVE IMAGE-WORK TO RPT-IMG-TEXT.
010870     WRITE REPORT-LINE FROM RPT-IMAGE-LINE
010880         AFTER ADVANCING 1 LINE.
010890     MOVE SPACES TO RPT-IMAGE-LINE.
010900     MOVE 'BEFORE  ' TO RPT-IMG-TAG.
010910     MOVE SU-TAB-ORIG-IMAGE(SU-IDX) TO RPT-IMG-TEXT.
010920     WRITE REPORT-LINE FROM RPT-IMAGE-LINE
010930         AFTER ADVANCING 1 LINE.
010940     IF SU-TAB-CORRECTED(SU-IDX)
010950         MOVE SPACES TO IMAGE-WORK
010960         STRING SU-TAB-CORR-IMAGE(SU-IDX)
010970                ' BY ' SU-TAB-CORR-MAKER(SU-IDX)
010980                '/' SU-TAB-CORR-CHECKER(SU-IDX)
010990                DELIMITED BY SIZE INTO IMAGE-WORK
011000         MOVE SPACES TO RPT-IMAGE-LINE
011010         MOVE 'PRIOR   ' TO RPT-IMG-TAG
011020         MOVE IMAGE-WORK TO RPT-IMG-TEXT
011030         WRITE REPORT-LINE FROM RPT-IMAGE-LINE
011040             AFTER ADVANCING 1 LINE
011050     END-IF.
011060 9770-EXIT.
011070     EXIT.
011080
011090 9780-WRITE-SUSP-AFTER.
011100     MOVE SPACES TO RPT-IMAGE-LINE.
011110     MOVE 'AFTER   ' TO RPT-IMG-TAG.
011120     MOVE SU-TAB-CORR-IMAGE(SU-IDX) TO RPT-IMG-TEXT.
011130     WRITE REPORT-LINE FROM RPT-IMAGE-LINE
011140         AFTER ADVANCING 1 LINE.
011150 9780-EXIT.
011160     EXIT.
