001277*                   INVISIBLE PAST THE POSITIONAL     *
001278*                   FIZZ/BUZZ FLAG BYTES (WHICH ARE   *
001279*                   KEPT FOR UNCONVERTED READERS).    *
001280*  10/15/2026  RH   RULES NOW CARRY A TYPE CODE (SEE  *
001281*                   RULEREC.CPY) - DIVISIBLE, COUNTR  *
001282*                   MOD DIVISOR = REMAINDER, CONTAINS *
001283*                   A DIGIT, AND OVERRIDE, WHOSE LABEL*
001284*                   REPLACES THE WHOLE MESSAGE.  THE  *
001285*                   EXTRACT AND THE AUDIT RULE LIST   *
001286*                   CARRY EACH RULE'S TYPE.           *
001287*  10/15/2026  RH   LONG SETS NOW REUSE ONE CYCLE OF  *
001288*                   THE SET'S LABELS (LCM OF ITS      *
001289*                   DIVISORS) INSTEAD OF TESTING EVERY*
001290*                   RULE AT EVERY COUNTR.  SETS WITH  *
001291*                   CONTAINS RULES OR A CYCLE TOO LONG*
001292*                   TO HOLD KEEP THE FULL RULE LOOP.  *
001293*                   THE AUDIT RECORD SAYS WHICH.      *
001294*  10/15/2026  RH   THE AUDIT RECORD NOW CARRIES THE  *
001295*                   SET'S OWNING COST CENTER, ITS     *
001296*                   ELAPSED SECONDS, AND THE EXTRACT  *
001297*                   RECORDS AND DETAIL LINES IT       *
001298*                   PRODUCED, FOR MONTH-END           *
001299*                   CHARGEBACK.  A REJECTED SET NOW   *
001300*                   ALSO NAMES ITS OWNING COST CENTER *
001301*                   ON THE ERROR REPORT.              *
001302*  10/15/2026  RH   EACH EXECUTION NOW HAS ONE RUN ID *
001303*                   (RUN START DATE AND TIME) CARRIED *
001304*                   ON THE STATUS, AUDIT, AND         *
001305*                   CHECKPOINT RECORDS, AND THE       *
001306*                   EXTRACT IS BRACKETED BY A HEADER  *
001307*                   AND A TRAILER (RECORD COUNT AND   *
001308*                   COUNTR HASH TOTAL) CARRYING THE   *
001309*                   SAME RUN ID - SEE EXTRREC.CPY.    *
001310*  10/15/2026  RH   A REJECTED PARM OR RULE RECORD NOW*
001311*                   ALSO OPENS A SUSPENSE ITEM ON     *
001312*                   SUSPFILE (SEE SUSPREC.CPY) - THE  *
001313*                   IMAGE AS READ, A REASON CODE AND  *
001314*                   THE REJECT DATE - AND ITEMS       *
001315*                   CORRECTED THROUGH PARMMNT ARE     *
001316*                   RECYCLED THROUGH THE NORMAL EDITS *
001317*                   ON THE NEXT RUN. A CORRECTED RULE *
001318*                   TAKES THE TABLE SLOT OF THE       *
001319*                   ORIGINAL IT REPLACES, SO THE SET  *
001320*                   KEEPS ITS RULE ORDER. RECYCLED    *
001321*                   RECORDS ARE ALSO WRITTEN TO       *
001322*                   RCYCPARM AND RCYCRULE FOR THE     *
001323*                   STEPS THAT FOLLOW.                *
001324*****************************************************
001325 ENVIRONMENT DIVISION.
001326 INPUT-OUTPUT SECTION.
001327 FILE-CONTROL.
001328     SELECT PARM-FILE ASSIGN TO PARMFILE
001330         ORGANIZATION IS SEQUENTIAL
001340         FILE STATUS IS FS-PARM.
001350     SELECT RULE-FILE ASSIGN TO RULEFILE
001560     SELECT RERUN-FILE ASSIGN TO RERNFILE
001570         ORGANIZATION IS SEQUENTIAL
001580         FILE STATUS IS FS-RERUN.
001581     SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
001582         ORGANIZATION IS SEQUENTIAL
001583         FILE STATUS IS FS-SUSP.
001584     SELECT SUSPENSE-NEW-FILE ASSIGN TO SUSPNEW
001585         ORGANIZATION IS SEQUENTIAL
001586         FILE STATUS IS FS-SUSP-NEW.
001587     SELECT RECYCLE-PARM-FILE ASSIGN TO RCYCPARM
001588         ORGANIZATION IS SEQUENTIAL
001590         FILE STATUS IS FS-RCYC-PARM.
001592     SELECT RECYCLE-RULE-FILE ASSIGN TO RCYCRULE
001594         ORGANIZATION IS SEQUENTIAL
001596         FILE STATUS IS FS-RCYC-RULE.
001598
001600 DATA DIVISION.
001610 FILE SECTION.
001620 FD  PARM-FILE.
001930 01  RERUN-REQUEST-RECORD.
001940     05  RERN-PARM-SEQ         PIC 9(03).
001950     05  RERN-START-VAL        PIC 9(09).
001951     05  FILLER                PIC X(68).
001952
001953*****************************************************
001954*  SUSPENSE - REJECTED PARM AND RULE RECORDS        *
001955*  WAITING TO BE CORRECTED OR CANCELLED THROUGH     *
001956*  PARMMNT.  READ ONCE AT STARTUP AND REWRITTEN IN  *
001957*  FULL TO SUSPNEW AT END OF JOB.  THE FILE IS      *
001958*  OPTIONAL - NO FILE MEANS NOTHING IS SUSPENDED OR *
001959*  RECYCLED.                                        *
001960*****************************************************
001961 FD  SUSPENSE-FILE.
001962     COPY SUSPREC.
001963
001964 FD  SUSPENSE-NEW-FILE.
001965 01  SUSPENSE-NEW-RECORD          PIC X(220).
001966
001967*****************************************************
001968*  RECYCLED RECORDS - EVERY CORRECTED SUSPENSE      *
001969*  IMAGE THAT PASSED THE EDITS TONIGHT, IN PARMFILE *
001970*  AND RULEFILE LAYOUT, SO THE STEPS THAT CHECK THE *
001971*  EXTRACT SEE THE SAME CONTROL DATA THIS RUN USED. *
001972*****************************************************
001973 FD  RECYCLE-PARM-FILE.
001974 01  RECYCLE-PARM-RECORD          PIC X(68).
001975
001976 FD  RECYCLE-RULE-FILE.
001977 01  RECYCLE-RULE-RECORD          PIC X(66).
001978
001980 WORKING-STORAGE SECTION.
001990*****************************************************
002000*  FILE STATUS CODES                                *
002090     05  FS-CKPT                   PIC XX.
002100     05  FS-STAT                   PIC XX.
002110     05  FS-RERUN                  PIC XX.
002112     05  FS-SUSP                   PIC XX.
002114     05  FS-SUSP-NEW               PIC XX.
002116     05  FS-RCYC-PARM              PIC XX.
002118     05  FS-RCYC-RULE              PIC XX.
002120
002130*****************************************************
002140*  SWITCHES                                         *
002510         88  SET-IS-FORCED-RERUN              VALUE 'Y'.
002520     05  SET-SKIP-SWITCH           PIC X(01) VALUE 'N'.
002530         88  SET-IS-SKIPPED                   VALUE 'Y'.
002531*    RULE-FIRE-SWITCH IS 5110-TEST-RULE'S ANSWER FOR ONE RULE;
002532*    OVERRIDE-SWITCH STICKS FOR THE REST OF ONE COUNTR ONCE AN
002533*    OVERRIDE RULE HAS REPLACED THE MESSAGE.
002534     05  RULE-FIRE-SWITCH          PIC X(01) VALUE 'N'.
002535         88  RULE-HAS-FIRED                   VALUE 'Y'.
002536     05  OVERRIDE-SWITCH           PIC X(01) VALUE 'N'.
002537         88  OVERRIDE-HAS-FIRED               VALUE 'Y'.
002538     05  RULE-TYPE-SWITCH          PIC X(01) VALUE 'Y'.
002540         88  RULE-TYPE-OK                     VALUE 'Y'.
002541         88  RULE-TYPE-BAD                    VALUE 'N'.
002542*    SET PER PARAMETER SET BY 3600-BUILD-RULE-CYCLE - 'Y' WHEN
002543*    5000-MAIN-LOOP TAKES EACH COUNTR'S RESULT FROM THE RULE
002544*    CYCLE TABLE INSTEAD OF RUNNING THE RULE ENGINE.
002545     05  CYCLE-SWITCH              PIC X(01) VALUE 'N'.
002546         88  CYCLE-IN-USE                     VALUE 'Y'.
002547*    SET WHEN EXTRFILE OPENS, SO THE TRAILER IS WRITTEN ONLY
002548*    INTO AN EXTRACT THAT ALSO GOT A HEADER.
002549     05  EXTRACT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002550         88  EXTRACT-IS-OPEN                  VALUE 'Y'.
002551*    SET WHEN SUSPFILE OPENS - REJECTS ARE THEN SUSPENDED AND
002552*    CORRECTED SUSPENSE ITEMS RECYCLED.
002553     05  SUSPENSE-SWITCH           PIC X(01) VALUE 'N'.
002554         88  SUSPENSE-IN-USE                  VALUE 'Y'.
002555     05  SUSP-EOF-SWITCH           PIC X(01) VALUE 'N'.
002556         88  SUSP-EOF                         VALUE 'Y'.
002557*****************************************************
002558*  STANDALONE COUNTERS AND CONSTANTS                *
002560*****************************************************
002570 77  COUNTR                      PIC 9(09) COMP VALUE ZERO.
002580 77  LOOP-START-VAL              PIC 9(09) COMP VALUE ZERO.
002770*    RULES, WHICH DRIVE THE EXTRACT FIZZ/BUZZ FLAG BYTES.
002780 77  SET-RULE-COUNT              PIC 9(03) COMP VALUE ZERO.
002790 77  SET-FIRST-RULE              PIC 9(03) COMP VALUE ZERO.
002791 77  SET-SECOND-RULE             PIC 9(03) COMP VALUE ZERO.
002792 77  RULE-OCC                    PIC 9(03) COMP VALUE ZERO.
002793 77  HIT-SUB                     PIC 9(03) COMP VALUE ZERO.
002794 77  HIT-SLOT                    PIC 9(02) COMP VALUE ZERO.
002795*    CONTAINS-DIGIT WORK FIELDS - 5120-TEST-CONTAINS-DIGIT
002796*    LOOKS FOR THE RULE'S DIGIT ONLY IN THE SIGNIFICANT
002797*    DIGITS OF COUNTR, NOT IN ITS LEADING ZEROS.
002798 77  DIGIT-LEAD-ZEROS            PIC 9(02) COMP VALUE ZERO.
002799 77  DIGIT-HITS                  PIC 9(02) COMP VALUE ZERO.
002800 01  DIGIT-COUNTR                PIC 9(09).
002801 01  DIGIT-WANTED-NUM            PIC 9(01).
002802 01  DIGIT-WANTED REDEFINES DIGIT-WANTED-NUM
002803                                 PIC X(01).
002804
002805*****************************************************
002806*  SELECTED-RULE-SET MAPS, REBUILT BY                *
002807*  3300-SELECT-RULE-SET FOR EVERY PARAMETER RECORD.  *
002808*  SET-SLOT-OF-RULE TURNS A RULE-TABLE OCCURRENCE    *
002809*  INTO ITS ORDINAL SLOT WITHIN THE SELECTED SET     *
002810*  (ZERO = NOT IN THE SET) AND SET-LABEL-TAB AND     *
002811*  SET-TYPE-TAB HOLD THE SLOT'S LABEL AND TYPE -     *
002812*  THEY FILL THE EXTRACT'S PER-RULE HIT AREA.        *
002813*****************************************************
002814 01  SET-SLOT-MAP.
002815     05  SET-SLOT-OF-RULE OCCURS 20 TIMES
002817 01  SET-LABEL-LIST.
002818     05  SET-LABEL-TAB OCCURS 20 TIMES
002819                                 PIC X(10).
002822 01  SET-TYPE-LIST.
002823     05  SET-TYPE-TAB OCCURS 20 TIMES
002824                                 PIC X(01).
002825
002826*****************************************************
002827*  RULE CYCLE TABLE.  WITHOUT A CONTAINS RULE, EVERY *
002828*  RULE IN A SET ANSWERS THE SAME WAY FOR COUNTR AND *
002829*  COUNTR + ANY MULTIPLE OF ITS DIVISOR, SO THE      *
002830*  WHOLE SET'S RESULT REPEATS EVERY LEAST COMMON     *
002831*  MULTIPLE (LCM) OF THE SET'S DIVISORS.  ENTRY 1 IS *
002832*  THE RESULT FOR THE SET'S FIRST COUNTR TONIGHT,    *
002833*  ENTRY 2 THE NEXT, AND SO ON, WRAPPING AT          *
002834*  CYCLE-LENGTH.  CYCLE-MAX IS THE LONGEST CYCLE     *
002835*  HELD - A LONGER ONE RUNS THE FULL RULE LOOP.      *
002836*****************************************************
002837 77  CYCLE-MAX                   PIC 9(05) COMP VALUE 5040.
002838 77  CYCLE-LENGTH                PIC 9(05) COMP VALUE ZERO.
002839 77  CYCLE-SUB                   PIC 9(05) COMP VALUE ZERO.
002840 77  CYCLE-POS                   PIC 9(05) COMP VALUE ZERO.
002841 77  LCM-WORK                    PIC 9(09) COMP VALUE ZERO.
002842 77  GCD-A                       PIC 9(09) COMP VALUE ZERO.
002843 77  GCD-B                       PIC 9(09) COMP VALUE ZERO.
002844 77  GCD-QUOT                    PIC 9(09) COMP VALUE ZERO.
002845 77  GCD-REM                     PIC 9(09) COMP VALUE ZERO.
002846 01  RULE-CYCLE-TABLE.
002847     05  CYCLE-ENTRY OCCURS 5040 TIMES.
002848         10  CYCLE-MSG             PIC X(40).
002849         10  CYCLE-HIT-CTR         PIC 9(03) COMP.
002850         10  CYCLE-FIZZ-FLAG       PIC X(01).
002851         10  CYCLE-BUZZ-FLAG       PIC X(01).
002852         10  CYCLE-RULE-HIT OCCURS 20 TIMES
002853                                 PIC X(01).
002854*    HEARTBEAT WORK FIELDS - 8200-DISPLAY-HEARTBEAT TURNS THE
002855*    INTERVAL CHECKPOINT INTO AN OPERATOR-VISIBLE PROGRESS
002856*    MESSAGE.  HB-RANGE-TOTAL AND SET-START-SECS ARE FIXED AT
002857*    THE TOP OF EACH PARAMETER SET; THE REST ARE SCRATCH.
002858 77  HB-RANGE-TOTAL              PIC 9(10) COMP VALUE ZERO.
002860 77  HB-DONE                     PIC 9(10) COMP VALUE ZERO.
002870 77  HB-PCT                      PIC 9(03) COMP VALUE ZERO.
002880 77  SET-START-SECS              PIC 9(09) COMP VALUE ZERO.
003240     05  RERN-TAB-COUNT            PIC 9(03) COMP VALUE ZERO.
003250     05  RERN-TAB-ENTRY OCCURS 20 TIMES
003260                 INDEXED BY RERN-IDX.
003261         10  RERN-TAB-PARM-SEQ     PIC 9(03).
003262         10  RERN-TAB-START-VAL    PIC 9(09).
003263 77  FOUND-RERUN-IDX             PIC 9(03) COMP VALUE ZERO.
003264
003265*****************************************************
003266*  SUSPENSE TABLE - EVERY OPEN (O) AND CORRECTED    *
003267*  (C) ITEM ON SUSPFILE PLUS THE ITEMS OPENED       *
003268*  TONIGHT. EACH ENTRY IS ONE SUSPREC.CPY RECORD.   *
003269*  AN ITEM RECYCLED TONIGHT IS MARKED R AND IS NOT  *
003270*  WRITTEN BACK.  REJECT-REASON-CODE IS THE FIRST   *
003271*  EDIT THE CURRENT RECORD FAILED (SPACES =         *
003272*  PASSED), AND SUSPEND-REC-TYPE/SUSPEND-IMAGE HAND *
003273*  A REJECTED RECORD TO 8300-SUSPEND-REJECT.        *
003274*****************************************************
003275 01  SUSPENSE-TABLE.
003276     05  SUSP-TAB-COUNT            PIC 9(03) COMP VALUE ZERO.
003277     05  SUSP-TAB-ENTRY OCCURS 500 TIMES
003278                 INDEXED BY SUSP-IDX SUSP-FIND-IDX.
003279         10  SUSP-TAB-NUM          PIC 9(06).
003280         10  SUSP-TAB-STATUS       PIC X(01).
003281             88  SUSP-TAB-OPEN         VALUE 'O'.
003282             88  SUSP-TAB-CORRECTED    VALUE 'C'.
003283             88  SUSP-TAB-RECYCLED     VALUE 'R'.
003284         10  SUSP-TAB-REC-TYPE     PIC X(01).
003285             88  SUSP-TAB-PARM         VALUE 'P'.
003286             88  SUSP-TAB-RULE         VALUE 'R'.
003287         10  SUSP-TAB-REASON-CODE  PIC X(04).
003288         10  SUSP-TAB-REJECT-DATE  PIC X(10).
003289         10  SUSP-TAB-REJECT-RUN-ID
003290                                   PIC X(16).
003291         10  SUSP-TAB-LAST-REJ-DATE
003292                                   PIC X(10).
003293         10  SUSP-TAB-REJECT-NIGHTS
003294                                   PIC 9(03).
003295         10  SUSP-TAB-ORIG-IMAGE   PIC X(68).
003296         10  SUSP-TAB-CORR-IMAGE   PIC X(68).
003297         10  SUSP-TAB-CORR-AREA    PIC X(33).
003298 01  SUSP-CONTROL-RECORD.
003299     05  SUSP-CTL-NUM              PIC 9(06).
003300     05  SUSP-CTL-STATUS           PIC X(01) VALUE 'H'.
003301     05  FILLER                    PIC X(213) VALUE SPACES.
003302 77  SUSP-LAST-NUM               PIC 9(06) VALUE ZERO.
003303 77  FOUND-SUSP-IDX              PIC 9(03) COMP VALUE ZERO.
003304 77  FOUND-LOADED-RULE           PIC 9(03) COMP VALUE ZERO.
003305 77  REJECT-REASON-CODE          PIC X(04) VALUE SPACES.
003306 77  SUSPEND-REC-TYPE            PIC X(01) VALUE SPACE.
003307 77  SUSPEND-IMAGE               PIC X(68) VALUE SPACES.
003308 77  SUSP-OPENED-CTR             PIC 9(05) COMP VALUE ZERO.
003309 77  SUSP-AGAIN-CTR              PIC 9(05) COMP VALUE ZERO.
003310 77  SUSP-RECYCLED-CTR           PIC 9(05) COMP VALUE ZERO.
003311 77  SUSP-HELD-CTR               PIC 9(05) COMP VALUE ZERO.
003312 77  SUSP-SUPERSEDED-CTR         PIC 9(05) COMP VALUE ZERO.
003313 77  SUSP-WRITTEN-CTR            PIC 9(05) COMP VALUE ZERO.
003314*    ONE FLAG PER PARM-SEQ (000-999, SUBSCRIPT SEQ + 1) SET
003315*    WHEN A PARMFILE RECORD FOR THE SEQ PASSED THE EDITS -
003316*    A CORRECTED SUSPENSE ITEM FOR THAT SEQ IS THEN NOT RUN.
003317 01  PARM-SEEN-TABLE               VALUE SPACES.
003318     05  PARM-SEEN-FLAG OCCURS 1000 TIMES
003319                                   PIC X(01).
003320*    ONE FLAG PER SUSPENSE-TABLE ENTRY, SET WHEN THE ORIGINAL
003321*    OF A CORRECTED ITEM IS REJECTED AGAIN TONIGHT - THE
003322*    MASTER STILL HOLDS IT, SO THE CORRECTION STANDS AND IS
003323*    RUN AGAIN EVERY NIGHT UNTIL THE MASTER IS FIXED.
003324 01  SUSP-SEEN-TABLE               VALUE SPACES.
003325     05  SUSP-SEEN-FLAG OCCURS 500 TIMES
003326                         INDEXED BY SUSP-SEEN-IDX
003327                                   PIC X(01).
003328*    ONE ENTRY PER RULE-TABLE SLOT.  A RULEFILE RECORD
003329*    REJECTED TONIGHT WHOSE SUSPENSE ITEM IS CORRECTED HAS
003330*    ITS SLOT HELD FOR THE CORRECTION - RULE-SLOT-SUSP-NUM
003331*    NAMES THE ITEM AND RULE-SLOT-REC-NUM THE RULEFILE
003332*    RECORD - SO THE SET KEEPS ITS RULE ORDER.  A SLOT STILL
003333*    HELD WHEN THE RECYCLE IS DONE IS DROPPED.  ZERO = AN
003334*    ORDINARY RULE.
003335 01  RULE-SLOT-TABLE               VALUE ZEROS.
003336     05  RULE-SLOT-ENTRY OCCURS 20 TIMES.
003337         10  RULE-SLOT-SUSP-NUM    PIC 9(06).
003338         10  RULE-SLOT-REC-NUM     PIC 9(05).
003340 77  RULE-SLOT-SUB               PIC 9(03) COMP VALUE ZERO.
003341 77  RULE-KEEP-CTR               PIC 9(03) COMP VALUE ZERO.
003342 77  RECYCLE-RULE-SLOT           PIC 9(03) COMP VALUE ZERO.
003343 77  RULE-READ-CTR               PIC 9(05) COMP VALUE ZERO.
003344
003345*****************************************************
003346*  RUN DATE AND TIME                                *
003347*****************************************************
003348 01  RUN-DATE-NUM                PIC 9(08).
003350 01  RUN-DATE-PARTS REDEFINES RUN-DATE-NUM.
003360     05  RUN-YYYY                PIC 9(04).
003370     05  RUN-MM                  PIC 9(02).
003390 01  RUN-TIME-NUM                PIC 9(08).
003400 01  RUN-DATE-DISPLAY            PIC X(10).
003410 01  RUN-TIME-DISPLAY            PIC X(08).
003411*    RUN ID - RUN START DATE AND TIME, 'YYYYMMDDHHMMSSHH',
003412*    STAMPED ON EVERY OUTPUT OF THIS EXECUTION.
003413 01  RUN-ID.
003414     05  RUN-ID-DATE             PIC 9(08).
003415     05  RUN-ID-TIME             PIC 9(08).
003420
003430*    RUN-CALENDAR WORK FIELDS - THE WEEKDAY (1 = MONDAY) AND
003440*    THE LAST DAY OF THE RUN MONTH ARE FIXED ONCE AT STARTUP
003710     05  TOTAL-SINGLE-HIT          PIC 9(09) VALUE ZERO.
003720     05  TOTAL-MULTI-HIT           PIC 9(09) VALUE ZERO.
003730     05  EXPECTED-TOTAL            PIC 9(09) VALUE ZERO.
003733     05  TOTAL-EXTR-WRITTEN        PIC 9(09) VALUE ZERO.
003736     05  TOTAL-DETAIL-PRINTED      PIC 9(09) VALUE ZERO.
003740
003750*****************************************************
003760*  CONTROL TOTALS - WHOLE JOB, ALL PARAMETER SETS   *
003840     05  JOB-PARM-SETS-PROCESSED   PIC 9(05) VALUE ZERO.
003850     05  JOB-PARM-SETS-REJECTED    PIC 9(05) VALUE ZERO.
003860     05  JOB-PARM-SETS-SKIPPED     PIC 9(05) VALUE ZERO.
003862*    EXTRACT TRAILER TOTALS - EVERY DETAIL RECORD THIS
003864*    EXECUTION WROTE, ACROSS ALL SETS.
003866     05  JOB-EXTR-WRITTEN          PIC 9(10) VALUE ZERO.
003868     05  JOB-EXTR-HASH             PIC 9(18) VALUE ZERO.
003870
003880*****************************************************
003890*  REPORT LINE LAYOUTS (MOVED TO REPORT-LINE)       *
004660         PERFORM 2000-LOAD-RULES THRU 2000-EXIT
004670         PERFORM 3000-PROCESS-ONE-PARM THRU 3000-EXIT
004680             UNTIL PARM-EOF
004685         PERFORM 3700-RECYCLE-PARMS THRU 3700-EXIT
004690     END-IF.
004700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004710     STOP RUN.
004860            RUN-TIME-NUM(3:2) ':'
004870            RUN-TIME-NUM(5:2)
004880            DELIMITED BY SIZE INTO RUN-TIME-DISPLAY.
004882     MOVE RUN-DATE-NUM TO RUN-ID-DATE.
004884     MOVE RUN-TIME-NUM TO RUN-ID-TIME.
004886     DISPLAY 'RUN ID ' RUN-ID.
004890     ACCEPT RUN-DOW-NUM FROM DAY-OF-WEEK.
004900     MOVE RUN-DOW-NUM TO RUN-DOW-CHAR.
004910     PERFORM 1400-SET-MONTH-END-DAY THRU 1400-EXIT.
004920     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
004925     PERFORM 1500-WRITE-EXTRACT-HEADER THRU 1500-EXIT.
004930     IF NOT FATAL-ERROR-FOUND
004940         PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT
004950         PERFORM 1300-LOAD-RERUN-REQUESTS THRU 1300-EXIT
004955         PERFORM 1600-LOAD-SUSPENSE THRU 1600-EXIT
004960         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
004970     END-IF.
004980 1000-EXIT.
005220         DISPLAY 'FATAL - EXTRFILE OPEN FAILED, STATUS = '
005230                 FS-EXTRACT
005240         SET FATAL-ERROR-FOUND TO TRUE
005243     ELSE
005246         SET EXTRACT-IS-OPEN TO TRUE
005250     END-IF.
005260     OPEN OUTPUT ERROR-FILE.
005270     IF FS-ERROR NOT = '00'
005490             SET FATAL-ERROR-FOUND TO TRUE
005500         END-IF
005510     END-IF.
005511*    THE RECYCLE FILES ARE ALWAYS OPENED SO THE STEPS THAT
005512*    READ THEM FIND A CLOSED (IF EMPTY) DATASET.  THEY ARE
005513*    ONLY REQUIRED WHEN SUSPFILE IS PRESENT - SEE 1600.
005514     OPEN OUTPUT RECYCLE-PARM-FILE.
005515     OPEN OUTPUT RECYCLE-RULE-FILE.
005520 1100-EXIT.
005530     EXIT.
005540
007420             END-IF
007430     END-EVALUATE.
007440 1400-EXIT.
007441     EXIT.
007442
007443*****************************************************
007444*  1500-WRITE-EXTRACT-HEADER - OPENS THIS            *
007445*  EXECUTION'S EXTRACT SEGMENT.  WRITTEN AS SOON AS  *
007446*  EXTRFILE OPENS, EVEN ON A RUN THAT GOES NO        *
007447*  FURTHER, SO EVERY SEGMENT IS BRACKETED THE SAME   *
007448*  WAY (9130 WRITES THE MATCHING TRAILER).           *
007449*****************************************************
007450 1500-WRITE-EXTRACT-HEADER.
007451     IF NOT EXTRACT-IS-OPEN
007452         GO TO 1500-EXIT
007453     END-IF.
007454     MOVE SPACES TO EXTRACT-RECORD.
007455     SET EXTR-IS-HEADER TO TRUE.
007456     MOVE ZERO TO EXTR-COUNTR.
007457     MOVE 'FIZZ-BUZZ EXTRACT HEADER' TO EXTR-MSG.
007458     MOVE RUN-ID           TO EXTC-RUN-ID.
007459     MOVE RUN-DATE-DISPLAY TO EXTC-BUS-DATE.
007460     MOVE ZERO             TO EXTC-REC-COUNT EXTC-HASH-TOTAL.
007461     MOVE 'FIZZBUZZ'       TO EXTC-WRITER.
007462     WRITE EXTRACT-RECORD.
007463 1500-EXIT.
007464     EXIT.
007465
007466*****************************************************
007467*  1600-LOAD-SUSPENSE - LOAD THE OPEN AND CORRECTED *
007468*  SUSPENSE ITEMS AND THE LAST SUSPENSE NUMBER      *
007469*  HANDED OUT.  NO SUSPFILE AT ALL (A SPLIT-RUN     *
007470*  PIECE) MEANS REJECTS ARE ONLY REPORTED, AS       *
007471*  BEFORE.  ONCE SUSPFILE IS READ, SUSPNEW AND BOTH *
007472*  RECYCLE FILES ARE REQUIRED - WITHOUT THEM        *
007473*  TONIGHT'S SUSPENSE COULD NOT BE CARRIED FORWARD. *
007474*****************************************************
007475 1600-LOAD-SUSPENSE.
007476     OPEN INPUT SUSPENSE-FILE.
007477     IF FS-SUSP = '35'
007478         DISPLAY 'NO SUSPENSE FILE - REJECTS ARE NOT SUSPENDED '
007479                 'AND NOTHING IS RECYCLED'
007480         GO TO 1600-EXIT
007481     END-IF.
007482     IF FS-SUSP NOT = '00'
007483         DISPLAY 'FATAL - SUSPFILE OPEN FAILED, STATUS = '
007484                 FS-SUSP
007485         SET FATAL-ERROR-FOUND TO TRUE
007486         GO TO 1600-EXIT
007487     END-IF.
007488     SET SUSPENSE-IN-USE TO TRUE.
007489     PERFORM 1610-READ-SUSP-REC THRU 1610-EXIT
007490         UNTIL SUSP-EOF.
007491     CLOSE SUSPENSE-FILE.
007492     OPEN OUTPUT SUSPENSE-NEW-FILE.
007493     IF FS-SUSP-NEW NOT = '00'
007494         DISPLAY 'FATAL - SUSPNEW OPEN FAILED, STATUS = '
007495                 FS-SUSP-NEW
007496         SET FATAL-ERROR-FOUND TO TRUE
007497     END-IF.
007498     IF FS-RCYC-PARM NOT = '00'
007499         DISPLAY 'FATAL - RCYCPARM OPEN FAILED, STATUS = '
007500                 FS-RCYC-PARM
007501         SET FATAL-ERROR-FOUND TO TRUE
007502     END-IF.
007503     IF FS-RCYC-RULE NOT = '00'
007504         DISPLAY 'FATAL - RCYCRULE OPEN FAILED, STATUS = '
007505                 FS-RCYC-RULE
007506         SET FATAL-ERROR-FOUND TO TRUE
007507     END-IF.
007508     DISPLAY 'SUSPENSE LOADED - ' SUSP-TAB-COUNT
007509             ' OPEN OR CORRECTED ITEMS, LAST NUMBER '
007510             SUSP-LAST-NUM.
007511 1600-EXIT.
007512     EXIT.
007513
007514 1610-READ-SUSP-REC.
007515     READ SUSPENSE-FILE
007516         AT END
007517             SET SUSP-EOF TO TRUE
007518             GO TO 1610-EXIT
007519     END-READ.
007520     IF SUSP-NUM NUMERIC
007521         AND SUSP-NUM > SUSP-LAST-NUM
007522         MOVE SUSP-NUM TO SUSP-LAST-NUM
007523     END-IF.
007524     IF NOT SUSP-IS-OPEN
007525         AND NOT SUSP-IS-CORRECTED
007526         GO TO 1610-EXIT
007527     END-IF.
007528     IF SUSP-TAB-COUNT NOT < 500
007529         DISPLAY 'FATAL - MORE THAN 500 SUSPENSE ITEMS - '
007530                 'SUSPENSE TABLE FULL'
007531         SET FATAL-ERROR-FOUND TO TRUE
007532         SET SUSP-EOF TO TRUE
007533         GO TO 1610-EXIT
007534     END-IF.
007535     ADD 1 TO SUSP-TAB-COUNT.
007536     SET SUSP-IDX TO SUSP-TAB-COUNT.
007537     MOVE SUSPENSE-RECORD TO SUSP-TAB-ENTRY(SUSP-IDX).
007538 1610-EXIT.
007539     EXIT.
007540
007541*****************************************************
007542*  2000-LOAD-RULES - READ THE DIVISOR/LABEL TABLE    *
007543*  ONCE, BEFORE ANY PARAMETER SET IS PROCESSED.      *
007544*****************************************************
007545 2000-LOAD-RULES.
007546     PERFORM 2100-READ-RULE-REC THRU 2100-EXIT
007547         UNTIL RULE-EOF.
007548     PERFORM 2200-RECYCLE-RULES THRU 2200-EXIT.
007549     CLOSE RULE-FILE.
007550     IF RULE-TAB-COUNT = ZERO
007560         MOVE 'NO VALID DIVISOR/LABEL RULES WERE LOADED'
007570             TO ERROR-MESSAGE-TEXT
007650         AT END
007660             SET RULE-EOF TO TRUE
007670         NOT AT END
007675             ADD 1 TO RULE-READ-CTR
007680             PERFORM 2110-VALIDATE-AND-ADD-RULE THRU 2110-EXIT
007682             IF REJECT-REASON-CODE NOT = SPACES
007684                 PERFORM 2150-SUSPEND-RULE THRU 2150-EXIT
007685                 PERFORM 2160-HOLD-RULE-SLOT THRU 2160-EXIT
007686             END-IF
007690     END-READ.
007700 2100-EXIT.
007710     EXIT.
007720
007730 2110-VALIDATE-AND-ADD-RULE.
007731     MOVE SPACES TO REJECT-REASON-CODE.
007732     PERFORM 2140-CHECK-RULE-TYPE THRU 2140-EXIT.
007733     IF RULE-TYPE-BAD
007735         PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
007736         GO TO 2110-EXIT
007737     END-IF.
007738*    A CONTAINS-DIGIT RULE HAS NO DIVISOR TO CHECK.
007740     IF NOT RULE-REC-TYPE-CONTAINS
007745         AND RULE-REC-DIVISOR NOT GREATER THAN ZERO
007750         MOVE SPACES TO ERROR-MESSAGE-TEXT
007760         STRING 'RULE DIVISOR NOT POSITIVE - REJECTED - LABEL '
007770                RULE-REC-LABEL
007780                DELIMITED BY SIZE INTO ERROR-MESSAGE-TEXT
007785         MOVE 'RDIV' TO REJECT-REASON-CODE
007790         PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
007800         GO TO 2110-EXIT
007810     END-IF.
007850         STRING 'RULE EFF DATE NOT YYYY-MM-DD - REJECTED - '
007860                'LABEL ' RULE-REC-LABEL
007870                DELIMITED BY SIZE INTO ERROR-MESSAGE-TEXT
007875         MOVE 'RDAT' TO REJECT-REASON-CODE
007880         PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
007890         GO TO 2110-EXIT
007900     END-IF.
007940     IF RULE-NOT-IN-EFFECT
007950         GO TO 2110-EXIT
007960     END-IF.
007965*    A RECYCLED CORRECTION GOES INTO THE SLOT HELD FOR IT.
007970     IF RULE-TAB-COUNT < 20
007980         OR RECYCLE-RULE-SLOT > ZERO
007990         IF RECYCLE-RULE-SLOT > ZERO
007991             SET RULE-IDX TO RECYCLE-RULE-SLOT
007992         ELSE
007995             ADD 1 TO RULE-TAB-COUNT
007996             SET RULE-IDX TO RULE-TAB-COUNT
007998         END-IF
008000         MOVE RULE-REC-DIVISOR TO RULE-TAB-DIVISOR(RULE-IDX)
008010         MOVE RULE-REC-LABEL   TO RULE-TAB-LABEL(RULE-IDX)
008020         MOVE RULE-REC-SET-NAME
008021             TO RULE-TAB-SET-NAME(RULE-IDX)
008022         MOVE RULE-REC-TYPE    TO RULE-TAB-TYPE(RULE-IDX)
008023         IF RULE-REC-TYPE = SPACE
008024             SET RULE-TAB-DIVISIBLE(RULE-IDX) TO TRUE
008025         END-IF
008026         IF RULE-REC-TYPE-REMAINDER OR RULE-REC-TYPE-CONTAINS
008027             MOVE RULE-REC-OPERAND
008028                 TO RULE-TAB-OPERAND(RULE-IDX)
008029         ELSE
008030             MOVE ZERO TO RULE-TAB-OPERAND(RULE-IDX)
008031         END-IF
008032         IF RULE-REC-TYPE-CONTAINS
008033             MOVE ZERO TO RULE-TAB-DIVISOR(RULE-IDX)
008034         END-IF
008040     ELSE
008050         MOVE 'RULE TABLE FULL (20 MAX) - RULE IGNORED'
008060             TO ERROR-MESSAGE-TEXT
008065         MOVE 'RFUL' TO REJECT-REASON-CODE
008070         PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
008080     END-IF.
008090 2110-EXIT.
008530         OR EDIT-DATE-WS(6:2) NOT NUMERIC
008540         OR EDIT-DATE-WS(8:1) NOT = '-'
008550         OR EDIT-DATE-WS(9:2) NOT NUMERIC
008551         SET EDIT-DATE-BAD TO TRUE
008552     END-IF.
008553 2130-EXIT.
008554     EXIT.
008555
008556*****************************************************
008557*  2140-CHECK-RULE-TYPE - EDIT THE TYPE CODE AND ITS *
008558*  OPERAND.  A CONTAINS-DIGIT RULE NEEDS A DIGIT 0-9;*
008559*  A REMAINDER RULE NEEDS A REMAINDER BELOW ITS      *
008560*  DIVISOR, OR IT COULD NEVER FIRE.  DIVISIBLE AND   *
008561*  OVERRIDE RULES DO NOT USE THE OPERAND.            *
008562*****************************************************
008563 2140-CHECK-RULE-TYPE.
008564     SET RULE-TYPE-OK TO TRUE.
008565     MOVE SPACES TO ERROR-MESSAGE-TEXT.
008566     IF NOT RULE-REC-TYPE-DIVISIBLE
008567         AND NOT RULE-REC-TYPE-REMAINDER
008568         AND NOT RULE-REC-TYPE-CONTAINS
008569         AND NOT RULE-REC-TYPE-OVERRIDE
008570         SET RULE-TYPE-BAD TO TRUE
008571         MOVE 'RTYP' TO REJECT-REASON-CODE
008572         STRING 'RULE TYPE NOT D/M/C/O - REJECTED - LABEL '
008573                RULE-REC-LABEL
008574                DELIMITED BY SIZE INTO ERROR-MESSAGE-TEXT
008575         GO TO 2140-EXIT
008576     END-IF.
008577     IF RULE-REC-TYPE-CONTAINS
008578         IF RULE-REC-OPERAND NOT NUMERIC
008579             OR RULE-REC-OPERAND > 9
008580             SET RULE-TYPE-BAD TO TRUE
008581             MOVE 'RDGT' TO REJECT-REASON-CODE
008582             STRING 'RULE DIGIT NOT 0-9 - REJECTED - LABEL '
008583                    RULE-REC-LABEL
008584                    DELIMITED BY SIZE INTO ERROR-MESSAGE-TEXT
008585         END-IF
008586         GO TO 2140-EXIT
008587     END-IF.
008588*    A NON-POSITIVE DIVISOR IS LEFT FOR 2110 TO REPORT.
008589     IF RULE-REC-TYPE-REMAINDER
008590         AND RULE-REC-DIVISOR > ZERO
008591         IF RULE-REC-OPERAND NOT NUMERIC
008592             OR RULE-REC-OPERAND NOT < RULE-REC-DIVISOR
008593             SET RULE-TYPE-BAD TO TRUE
008594             MOVE 'RREM' TO REJECT-REASON-CODE
008595             STRING 'RULE REMAINDER NOT BELOW DIVISOR - '
008596                    'REJECTED - LABEL ' RULE-REC-LABEL
008597                    DELIMITED BY SIZE INTO ERROR-MESSAGE-TEXT
008598         END-IF
008599     END-IF.
008600 2140-EXIT.
008601     EXIT.
008602
008603*****************************************************
008604*  2150-SUSPEND-RULE - HAND THE RULE RECORD JUST    *
008605*  REJECTED BY 2110 TO SUSPENSE.                    *
008606*****************************************************
008607 2150-SUSPEND-RULE.
008608     MOVE 'R'         TO SUSPEND-REC-TYPE.
008609     MOVE RULE-RECORD TO SUSPEND-IMAGE.
008610     PERFORM 8300-SUSPEND-REJECT THRU 8300-EXIT.
008611 2150-EXIT.
008612     EXIT.
008613
008614*****************************************************
008615*  2160-HOLD-RULE-SLOT - WHEN THE RULEFILE RECORD   *
008616*  JUST SUSPENDED ALREADY HAS A CORRECTED SUSPENSE  *
008617*  ITEM, TAKE THE NEXT TABLE SLOT FOR THE           *
008618*  CORRECTION AND LEAVE IT EMPTY.  2210 FILLS IT,   *
008619*  SO THE CORRECTED RULE RUNS WHERE THE OPERATOR    *
008620*  KEYED THE ORIGINAL - SAME MESSAGE ORDER, SAME    *
008621*  FIZZ/BUZZ POSITIONS, SAME HIT-AREA SLOTS.        *
008622*****************************************************
008623 2160-HOLD-RULE-SLOT.
008624     IF NOT SUSPENSE-IN-USE
008625         OR FOUND-SUSP-IDX = ZERO
008626         OR RULE-TAB-COUNT NOT < 20
008627         GO TO 2160-EXIT
008628     END-IF.
008629     SET SUSP-FIND-IDX TO FOUND-SUSP-IDX.
008630     IF NOT SUSP-TAB-CORRECTED(SUSP-FIND-IDX)
008631         GO TO 2160-EXIT
008632     END-IF.
008633     ADD 1 TO RULE-TAB-COUNT.
008634     SET RULE-IDX TO RULE-TAB-COUNT.
008635     MOVE ZERO   TO RULE-TAB-DIVISOR(RULE-IDX)
008636                    RULE-TAB-OPERAND(RULE-IDX).
008637     MOVE SPACES TO RULE-TAB-LABEL(RULE-IDX)
008638                    RULE-TAB-SET-NAME(RULE-IDX)
008639                    RULE-TAB-TYPE(RULE-IDX).
008640     MOVE RULE-TAB-COUNT TO RULE-SLOT-SUB.
008641     MOVE SUSP-TAB-NUM(SUSP-FIND-IDX)
008642         TO RULE-SLOT-SUSP-NUM(RULE-SLOT-SUB).
008643     MOVE RULE-READ-CTR TO RULE-SLOT-REC-NUM(RULE-SLOT-SUB).
008644 2160-EXIT.
008645     EXIT.
008646
008647*****************************************************
008648*  2200-RECYCLE-RULES - RUN EVERY CORRECTED RULE    *
008649*  ITEM THROUGH 2110 AS IF IT WERE ONE MORE         *
008650*  RULEFILE RECORD, SO IT IS IN THE TABLE BEFORE    *
008651*  THE FIRST PARAMETER SET RUNS.  IT GOES INTO THE  *
008652*  SLOT 2160 HELD FOR IT WHEN ITS ORIGINAL WAS      *
008653*  REJECTED TONIGHT, OTHERWISE AT THE END OF THE    *
008654*  TABLE.  THE CORRECTED IMAGE IS BUILT IN          *
008655*  RULE-RECORD, WHICH IS WHY THIS RUNS BEFORE       *
008656*  RULEFILE IS CLOSED.  AN ITEM IS CLOSED UNRUN     *
008657*  WHEN RULEFILE ALREADY LOADED A RULE WITH THE     *
008658*  SAME SET NAME AND LABEL TONIGHT.  A CORRECTION   *
008659*  NOT IN EFFECT TONIGHT - FROM-DATE STILL TO COME  *
008660*  OR TO-DATE PASSED - IS NOT RUN AND STAYS         *
008661*  CORRECTED, SO IT IS STILL COUNTED ON THE AGING   *
008662*  REPORT.  A RECYCLED ITEM STAYS CORRECTED WHILE   *
008663*  ITS ORIGINAL IS STILL REJECTED FROM RULEFILE     *
008664*  (8300) - THE CORRECTION STANDS UNTIL THE MASTER  *
008665*  IS FIXED - AND IS CLOSED THE FIRST NIGHT IT IS   *
008666*  NOT.  A CORRECTION THAT FAILS THE EDITS AGAIN IS *
008667*  CLOSED AND OPENS A NEW SUSPENSE ITEM.  SLOTS     *
008668*  LEFT EMPTY ARE DROPPED LAST.                     *
008669*****************************************************
008670 2200-RECYCLE-RULES.
008671     IF NOT SUSPENSE-IN-USE
008672         GO TO 2200-EXIT
008673     END-IF.
008674     PERFORM 2210-RECYCLE-ONE-RULE THRU 2210-EXIT
008675         VARYING SUSP-IDX FROM 1 BY 1
008676             UNTIL SUSP-IDX > SUSP-TAB-COUNT.
008677     MOVE ZERO TO RECYCLE-RULE-SLOT.
008678     PERFORM 2260-DROP-EMPTY-SLOTS THRU 2260-EXIT.
008679 2200-EXIT.
008680     EXIT.
008681
008682 2210-RECYCLE-ONE-RULE.
008683     IF NOT SUSP-TAB-CORRECTED(SUSP-IDX)
008684         OR NOT SUSP-TAB-RULE(SUSP-IDX)
008685         GO TO 2210-EXIT
008686     END-IF.
008687     MOVE SUSP-TAB-CORR-IMAGE(SUSP-IDX) TO RULE-RECORD.
008688     PERFORM 2220-FIND-LOADED-RULE THRU 2220-EXIT.
008689     IF FOUND-LOADED-RULE > ZERO
008690         DISPLAY 'SUSPENSE ' SUSP-TAB-NUM(SUSP-IDX)
008691                 ' NOT RECYCLED - RULE ' RULE-REC-LABEL
008692                 ' ALREADY LOADED FROM RULEFILE'
008693         SET SUSP-TAB-RECYCLED(SUSP-IDX) TO TRUE
008694         ADD 1 TO SUSP-SUPERSEDED-CTR
008695         GO TO 2210-EXIT
008696     END-IF.
008697     PERFORM 2240-FIND-RULE-SLOT THRU 2240-EXIT.
008698     PERFORM 2110-VALIDATE-AND-ADD-RULE THRU 2110-EXIT.
008699     IF REJECT-REASON-CODE = SPACES
008700         AND RULE-NOT-IN-EFFECT
008701         DISPLAY 'SUSPENSE ' SUSP-TAB-NUM(SUSP-IDX)
008702                 ' HELD - RULE ' RULE-REC-LABEL
008703                 ' NOT IN EFFECT - FROM ' RULE-REC-EFF-FROM
008704                 ' TO ' RULE-REC-EFF-TO
008705         ADD 1 TO SUSP-HELD-CTR
008706         GO TO 2210-EXIT
008707     END-IF.
008708     ADD 1 TO SUSP-RECYCLED-CTR.
008709     DISPLAY 'SUSPENSE ' SUSP-TAB-NUM(SUSP-IDX)
008710             ' RECYCLED - RULE ' RULE-REC-LABEL
008711             ' SET ' RULE-REC-SET-NAME.
008712     SET SUSP-SEEN-IDX TO SUSP-IDX.
008713     IF REJECT-REASON-CODE NOT = SPACES
008714         OR SUSP-SEEN-FLAG(SUSP-SEEN-IDX) NOT = 'Y'
008715         SET SUSP-TAB-RECYCLED(SUSP-IDX) TO TRUE
008716     END-IF.
008717     IF REJECT-REASON-CODE = SPACES
008718         MOVE ZERO TO RULE-REC-RECYCLE-OF
008719         IF RECYCLE-RULE-SLOT > ZERO
008720             MOVE RULE-SLOT-REC-NUM(RECYCLE-RULE-SLOT)
008721                 TO RULE-REC-RECYCLE-OF
008722             MOVE ZERO TO RULE-SLOT-SUSP-NUM(RECYCLE-RULE-SLOT)
008723         END-IF
008724         WRITE RECYCLE-RULE-RECORD FROM RULE-RECORD
008725     ELSE
008726         PERFORM 2150-SUSPEND-RULE THRU 2150-EXIT
008727     END-IF.
008728 2210-EXIT.
008729     EXIT.
008730
008731 2220-FIND-LOADED-RULE.
008732     MOVE ZERO TO FOUND-LOADED-RULE.
008733     PERFORM 2230-CHECK-LOADED-RULE THRU 2230-EXIT
008734         VARYING RULE-IDX FROM 1 BY 1
008735             UNTIL RULE-IDX > RULE-TAB-COUNT.
008736 2220-EXIT.
008737     EXIT.
008738
008739 2230-CHECK-LOADED-RULE.
008740     IF FOUND-LOADED-RULE = ZERO
008741         IF RULE-TAB-SET-NAME(RULE-IDX) = RULE-REC-SET-NAME
008742             AND RULE-TAB-LABEL(RULE-IDX) = RULE-REC-LABEL
008743             SET FOUND-LOADED-RULE TO RULE-IDX
008744         END-IF
008745     END-IF.
008746 2230-EXIT.
008747     EXIT.
008748
008749 2240-FIND-RULE-SLOT.
008750     MOVE ZERO TO RECYCLE-RULE-SLOT.
008751     PERFORM 2250-CHECK-RULE-SLOT THRU 2250-EXIT
008752         VARYING RULE-SLOT-SUB FROM 1 BY 1
008753             UNTIL RULE-SLOT-SUB > RULE-TAB-COUNT.
008754 2240-EXIT.
008755     EXIT.
008756
008757 2250-CHECK-RULE-SLOT.
008758     IF RECYCLE-RULE-SLOT = ZERO
008759         AND RULE-SLOT-SUSP-NUM(RULE-SLOT-SUB)
008760             = SUSP-TAB-NUM(SUSP-IDX)
008761         MOVE RULE-SLOT-SUB TO RECYCLE-RULE-SLOT
008762     END-IF.
008763 2250-EXIT.
008764     EXIT.
008765
008766*****************************************************
008767*  2260-DROP-EMPTY-SLOTS - CLOSE UP THE SLOTS 2160   *
008768*  HELD FOR A CORRECTION THAT DID NOT RUN TONIGHT    *
008769*  (HELD, SUPERSEDED, OR FAILED AGAIN), KEEPING THE  *
008770*  REST OF THE TABLE IN ITS ORDER.                   *
008771*****************************************************
008772 2260-DROP-EMPTY-SLOTS.
008773     MOVE ZERO TO RULE-KEEP-CTR.
008774     PERFORM 2270-KEEP-ONE-RULE THRU 2270-EXIT
008775         VARYING RULE-SLOT-SUB FROM 1 BY 1
008776             UNTIL RULE-SLOT-SUB > RULE-TAB-COUNT.
008777     MOVE RULE-KEEP-CTR TO RULE-TAB-COUNT.
008778     MOVE ZEROS TO RULE-SLOT-TABLE.
008779 2260-EXIT.
008780     EXIT.
008781
008782 2270-KEEP-ONE-RULE.
008783     IF RULE-SLOT-SUSP-NUM(RULE-SLOT-SUB) NOT = ZERO
008784         GO TO 2270-EXIT
008785     END-IF.
008786     ADD 1 TO RULE-KEEP-CTR.
008787     IF RULE-KEEP-CTR NOT = RULE-SLOT-SUB
008788         MOVE RULE-TAB-ENTRY(RULE-SLOT-SUB)
008789             TO RULE-TAB-ENTRY(RULE-KEEP-CTR)
008790     END-IF.
008791 2270-EXIT.
008792     EXIT.
008793
008794*****************************************************
008795*  3000-PROCESS-ONE-PARM - READ AND VALIDATE ONE     *
008796*  PARAMETER RECORD, RUN IT IF VALID.                *
008797*****************************************************
008798 3000-PROCESS-ONE-PARM.
008799     PERFORM 3100-READ-PARM THRU 3100-EXIT.
008800     IF NOT PARM-EOF
008801         PERFORM 3200-VALIDATE-PARM THRU 3200-EXIT
008802         IF PARM-IS-VALID
008803             IF PARM-RUN-SEQ NUMERIC
008804                 MOVE 'Y' TO PARM-SEEN-FLAG(PARM-RUN-SEQ + 1)
008805             END-IF
008806             IF SET-IS-SKIPPED
008807                 PERFORM 3500-SKIP-PARM-SET THRU 3500-EXIT
008808                 ADD 1 TO JOB-PARM-SETS-SKIPPED
008809             ELSE
008810                 PERFORM 3400-RUN-PARM-SET THRU 3400-EXIT
008811                 ADD 1 TO JOB-PARM-SETS-PROCESSED
008812             END-IF
008813         ELSE
008814             ADD 1 TO JOB-PARM-SETS-REJECTED
008815             PERFORM 3900-WRITE-REJECT-OWNER THRU 3900-EXIT
008816             PERFORM 3910-SUSPEND-PARM THRU 3910-EXIT
008817         END-IF
008818     END-IF.
008819 3000-EXIT.
008820     EXIT.
008830
008840 3100-READ-PARM.
008960 3200-VALIDATE-PARM.
008970     SET PARM-IS-VALID TO TRUE.
008980     MOVE 'N' TO SET-SKIP-SWITCH.
008985     MOVE SPACES TO REJECT-REASON-CODE.
008990     PERFORM 3250-CHECK-RUN-CALENDAR THRU 3250-EXIT.
008991*    A SET THE CALENDAR SAYS IS NOT RUNNING TONIGHT TAKES
008992*    NO OTHER EDITS - A MONTH-END SET WHOSE RULES ARE
009000     PERFORM 3300-SELECT-RULE-SET THRU 3300-EXIT.
009010     IF SET-RULE-COUNT = ZERO
009020         SET PARM-IS-INVALID TO TRUE
009022         IF REJECT-REASON-CODE = SPACES
009024             MOVE 'PRUL' TO REJECT-REASON-CODE
009026         END-IF
009030         MOVE SPACES TO ERROR-MESSAGE-TEXT
009040         STRING 'PARM SET ' PARM-RUN-SEQ
009050                ' REJECTED - NO RULES FOR RULE SET '
009090     END-IF.
009100     IF PARM-START-VAL = ZERO
009110         SET PARM-IS-INVALID TO TRUE
009112         IF REJECT-REASON-CODE = SPACES
009114             MOVE 'PSTR' TO REJECT-REASON-CODE
009116         END-IF
009120         MOVE SPACES TO ERROR-MESSAGE-TEXT
009130         STRING 'PARM SET ' PARM-RUN-SEQ
009140                ' REJECTED - START VALUE MUST BE GREATER'
009200         AND NOT PARM-PRINT-SUMMARY
009210         AND NOT PARM-PRINT-EXCEPTIONS
009220         SET PARM-IS-INVALID TO TRUE
009222         IF REJECT-REASON-CODE = SPACES
009224             MOVE 'PMOD' TO REJECT-REASON-CODE
009226         END-IF
009230         MOVE SPACES TO ERROR-MESSAGE-TEXT
009240         STRING 'PARM SET ' PARM-RUN-SEQ
009250                ' REJECTED - PRINT MODE NOT D, S, OR E: '
009290     END-IF.
009300     IF PARM-END-VAL < PARM-START-VAL
009310         SET PARM-IS-INVALID TO TRUE
009312         IF REJECT-REASON-CODE = SPACES
009314             MOVE 'PRNG' TO REJECT-REASON-CODE
009316         END-IF
009320         MOVE SPACES TO ERROR-MESSAGE-TEXT
009330         STRING 'PARM SET ' PARM-RUN-SEQ
009340                ' REJECTED - END VALUE LESS THAN START VALUE'
009380         COMPUTE RANGE-SIZE = PARM-END-VAL - PARM-START-VAL + 1
009390         IF RANGE-SIZE > MAX-RANGE-SIZE
009400             SET PARM-IS-INVALID TO TRUE
009402             IF REJECT-REASON-CODE = SPACES
009404                 MOVE 'PMAX' TO REJECT-REASON-CODE
009406             END-IF
009410             MOVE SPACES TO ERROR-MESSAGE-TEXT
009420             STRING 'PARM SET ' PARM-RUN-SEQ
009430                    ' REJECTED - RANGE EXCEEDS MAX-RANGE-SIZE'
009515         GO TO 3250-EXIT
009516     END-IF.
009517     SET PARM-IS-INVALID TO TRUE.
009518     MOVE 'PFRQ' TO REJECT-REASON-CODE.
009519     MOVE SPACES TO ERROR-MESSAGE-TEXT.
009520     STRING 'PARM SET ' PARM-RUN-SEQ
009521            ' REJECTED - FREQ CODE NOT BLANK, D, E,'
009522            ' OR 1-7: ' PARM-FREQ-CODE
009523            DELIMITED BY SIZE INTO ERROR-MESSAGE-TEXT.
009762         MOVE SET-RULE-COUNT TO SET-SLOT-OF-RULE(RULE-SUB)
009764         MOVE RULE-TAB-LABEL(RULE-SUB)
009766             TO SET-LABEL-TAB(SET-RULE-COUNT)
009767         MOVE RULE-TAB-TYPE(RULE-SUB)
009768             TO SET-TYPE-TAB(SET-RULE-COUNT)
009770     END-IF.
009780 3310-EXIT.
009790     EXIT.
009792 3320-CLEAR-SET-MAPS.
009793     MOVE ZERO TO SET-SLOT-OF-RULE(RULE-SUB).
009794     MOVE SPACES TO SET-LABEL-TAB(RULE-SUB).
009795     MOVE SPACE TO SET-TYPE-TAB(RULE-SUB).
009796 3320-EXIT.
009798     EXIT.
009800
009810*****************************************************
009820*  3400-RUN-PARM-SET - DRIVE THE MAIN FIZZBUZZ LOOP  *
009920*****************************************************
009930 3400-RUN-PARM-SET.
009940     MOVE ZERO TO TOTAL-PROCESSED TOTAL-PLAIN
009950                  TOTAL-SINGLE-HIT TOTAL-MULTI-HIT
009955                  TOTAL-EXTR-WRITTEN TOTAL-DETAIL-PRINTED.
009960     MOVE 'N' TO SET-RERUN-SWITCH.
009970     PERFORM 4100-WRITE-PARM-LINE THRU 4100-EXIT.
009980     MOVE PARM-START-VAL TO LOOP-START-VAL.
010400     END-IF.
010410     PERFORM 8210-GET-NOW-SECS THRU 8210-EXIT.
010420     MOVE NOW-SECS TO SET-START-SECS.
010425     PERFORM 3600-BUILD-RULE-CYCLE THRU 3600-EXIT.
010430     PERFORM 5000-MAIN-LOOP THRU 5000-EXIT
010440         VARYING COUNTR FROM LOOP-START-VAL BY 1
010450             UNTIL COUNTR > PARM-END-VAL.
010554 3500-EXIT.
010555     EXIT.
010556
010557*****************************************************
010558*  3600-BUILD-RULE-CYCLE - DECIDE HOW THIS SET'S     *
010559*  RULES ARE EVALUATED.  THE CYCLE IS USED ONLY WHEN *
010560*  THE SET HAS NO CONTAINS RULE (DIGITS DO NOT        *
010561*  REPEAT WITH ANY PERIOD), ITS LCM FITS CYCLE-MAX,   *
010562*  AND THE RANGE LEFT TO RUN IS LONGER THAN ONE       *
010563*  CYCLE - OTHERWISE BUILDING IT SAVES NOTHING.  THE  *
010564*  CYCLE IS FILLED BY RUNNING THE NORMAL RULE ENGINE  *
010565*  OVER THE SET'S FIRST CYCLE-LENGTH COUNTR VALUES,   *
010566*  SO BOTH PATHS PRODUCE THE SAME RESULT BY           *
010567*  CONSTRUCTION.                                      *
010568*****************************************************
010569 3600-BUILD-RULE-CYCLE.
010570     MOVE ZERO TO CYCLE-LENGTH.
010571     MOVE 1 TO LCM-WORK.
010572     SET CYCLE-IN-USE TO TRUE.
010573     PERFORM 3610-FOLD-RULE-DIVISOR THRU 3610-EXIT
010574         VARYING RULE-IDX FROM 1 BY 1
010575             UNTIL RULE-IDX > RULE-TAB-COUNT.
010576     IF NOT CYCLE-IN-USE
010577         DISPLAY 'PARM SET ' PARM-RUN-SEQ
010578                 ' - NO RULE CYCLE, FULL RULE LOOP USED'
010579         GO TO 3600-EXIT
010580     END-IF.
010581     IF LCM-WORK NOT < HB-RANGE-TOTAL
010582         MOVE 'N' TO CYCLE-SWITCH
010583         GO TO 3600-EXIT
010584     END-IF.
010585     MOVE LCM-WORK TO CYCLE-LENGTH.
010586     PERFORM 3620-BUILD-CYCLE-ENTRY THRU 3620-EXIT
010587         VARYING CYCLE-SUB FROM 1 BY 1
010588             UNTIL CYCLE-SUB > CYCLE-LENGTH.
010590     MOVE 1 TO CYCLE-POS.
010591     DISPLAY 'PARM SET ' PARM-RUN-SEQ
010592             ' - RULE CYCLE OF ' CYCLE-LENGTH
010593             ' COUNTR VALUES USED'.
010594 3600-EXIT.
010595     EXIT.
010596
010597*****************************************************
010598*  3610-FOLD-RULE-DIVISOR - FOLD ONE OF THE SET'S     *
010599*  DIVISORS INTO THE RUNNING LCM:                     *
010600*  LCM(A,B) = A / GCD(A,B) * B.  A CONTAINS RULE OR   *
010601*  AN LCM PAST CYCLE-MAX RULES THE CYCLE OUT.         *
010602*****************************************************
010603 3610-FOLD-RULE-DIVISOR.
010604     IF RULE-TAB-SET-NAME(RULE-IDX) NOT = PARM-RULE-SET
010605         OR NOT CYCLE-IN-USE
010606         GO TO 3610-EXIT
010607     END-IF.
010608     IF RULE-TAB-CONTAINS(RULE-IDX)
010609         MOVE 'N' TO CYCLE-SWITCH
010610         GO TO 3610-EXIT
010611     END-IF.
010612     MOVE LCM-WORK TO GCD-A.
010613     MOVE RULE-TAB-DIVISOR(RULE-IDX) TO GCD-B.
010614     PERFORM 3615-GCD-STEP THRU 3615-EXIT
010615         UNTIL GCD-B = ZERO.
010616     DIVIDE LCM-WORK BY GCD-A GIVING LCM-WORK.
010617     MULTIPLY RULE-TAB-DIVISOR(RULE-IDX) BY LCM-WORK.
010618     IF LCM-WORK > CYCLE-MAX
010619         MOVE 'N' TO CYCLE-SWITCH
010620     END-IF.
010621 3610-EXIT.
010622     EXIT.
010623
010625 3615-GCD-STEP.
010626     DIVIDE GCD-A BY GCD-B
010627         GIVING GCD-QUOT REMAINDER GCD-REM.
010628     MOVE GCD-B TO GCD-A.
010629     MOVE GCD-REM TO GCD-B.
010630 3615-EXIT.
010631     EXIT.
010632
010633*****************************************************
010634*  3620-BUILD-CYCLE-ENTRY - RUN THE RULE ENGINE FOR   *
010635*  THE CYCLE-SUB'TH COUNTR OF THE RANGE AND KEEP ITS  *
010636*  MESSAGE, HIT COUNT, FIZZ/BUZZ FLAGS AND PER-RULE   *
010637*  HIT BYTES.  5000-MAIN-LOOP REBUILDS THE EXTRACT    *
010638*  RECORD FOR EVERY COUNTR, SO USING IT AS SCRATCH    *
010639*  HERE LEAVES NOTHING BEHIND.                        *
010640*****************************************************
010641 3620-BUILD-CYCLE-ENTRY.
010642     COMPUTE COUNTR = LOOP-START-VAL + CYCLE-SUB - 1.
010643     INITIALIZE MSG.
010644     MOVE SPACES TO EXTRACT-RECORD.
010645     SET EXTR-FIZZ-NO-HIT TO TRUE.
010646     SET EXTR-BUZZ-NO-HIT TO TRUE.
010647     PERFORM 5050-INIT-RULE-HITS THRU 5050-EXIT
010648         VARYING HIT-SUB FROM 1 BY 1
010649             UNTIL HIT-SUB > SET-RULE-COUNT.
010650     PERFORM 5060-APPLY-RULES THRU 5060-EXIT.
010651     MOVE MSG            TO CYCLE-MSG(CYCLE-SUB).
010652     MOVE RULE-HIT-CTR   TO CYCLE-HIT-CTR(CYCLE-SUB).
010653     MOVE EXTR-FIZZ-FLAG TO CYCLE-FIZZ-FLAG(CYCLE-SUB).
010654     MOVE EXTR-BUZZ-FLAG TO CYCLE-BUZZ-FLAG(CYCLE-SUB).
010655     PERFORM 3625-KEEP-CYCLE-HIT THRU 3625-EXIT
010656         VARYING HIT-SUB FROM 1 BY 1
010657             UNTIL HIT-SUB > SET-RULE-COUNT.
010658 3620-EXIT.
010660     EXIT.
010661
010662 3625-KEEP-CYCLE-HIT.
010663     MOVE EXTR-RULE-HIT(HIT-SUB)
010664         TO CYCLE-RULE-HIT(CYCLE-SUB, HIT-SUB).
010665 3625-EXIT.
010666     EXIT.
010667
010668*****************************************************
010669*  3700-RECYCLE-PARMS - AFTER THE LAST PARMFILE     *
010670*  RECORD, RUN EVERY CORRECTED PARM ITEM THROUGH    *
010671*  THE SAME EDITS AND, IF IT PASSES, THE SAME RUN   *
010672*  AS A PARMFILE SET.  AN ITEM IS CLOSED UNRUN WHEN *
010673*  A PARMFILE RECORD WITH THE SAME PARM-SEQ ALREADY *
010674*  PASSED THE EDITS TONIGHT, AND IS HELD FOR A      *
010675*  LATER NIGHT WHEN THE RUN CALENDAR SKIPS IT       *
010676*  TONIGHT.  A RECYCLED ITEM STAYS CORRECTED WHILE  *
010677*  ITS ORIGINAL IS STILL REJECTED FROM PARMFILE     *
010678*  (8300) - THE CORRECTION STANDS UNTIL THE MASTER  *
010679*  IS FIXED - AND IS CLOSED THE FIRST NIGHT IT IS   *
010680*  NOT.  A CORRECTION THAT FAILS THE EDITS AGAIN IS *
010681*  REJECTED, CLOSED, AND OPENS A NEW SUSPENSE ITEM. *
010682*****************************************************
010683 3700-RECYCLE-PARMS.
010684     IF NOT SUSPENSE-IN-USE
010685         GO TO 3700-EXIT
010686     END-IF.
010687     PERFORM 3710-RECYCLE-ONE-PARM THRU 3710-EXIT
010688         VARYING SUSP-IDX FROM 1 BY 1
010689             UNTIL SUSP-IDX > SUSP-TAB-COUNT.
010690 3700-EXIT.
010691     EXIT.
010692
010693 3710-RECYCLE-ONE-PARM.
010695     IF NOT SUSP-TAB-CORRECTED(SUSP-IDX)
010696         OR NOT SUSP-TAB-PARM(SUSP-IDX)
010697         GO TO 3710-EXIT
010698     END-IF.
010699     MOVE SUSP-TAB-CORR-IMAGE(SUSP-IDX) TO PARM-RECORD.
010700     IF PARM-RUN-SEQ NUMERIC
010701         IF PARM-SEEN-FLAG(PARM-RUN-SEQ + 1) = 'Y'
010702             DISPLAY 'SUSPENSE ' SUSP-TAB-NUM(SUSP-IDX)
010703                     ' NOT RECYCLED - PARM SET ' PARM-RUN-SEQ
010704                     ' ALREADY PASSED FROM PARMFILE'
010705             SET SUSP-TAB-RECYCLED(SUSP-IDX) TO TRUE
010706             ADD 1 TO SUSP-SUPERSEDED-CTR
010707             GO TO 3710-EXIT
010708         END-IF
010709     END-IF.
010710     PERFORM 3200-VALIDATE-PARM THRU 3200-EXIT.
010711     IF PARM-IS-VALID
010712         AND SET-IS-SKIPPED
010713         DISPLAY 'SUSPENSE ' SUSP-TAB-NUM(SUSP-IDX)
010714                 ' HELD - PARM SET ' PARM-RUN-SEQ
010715                 ' IS OUT OF CYCLE FOR ' RUN-DATE-DISPLAY
010716         ADD 1 TO SUSP-HELD-CTR
010717         GO TO 3710-EXIT
010718     END-IF.
010719     ADD 1 TO SUSP-RECYCLED-CTR.
010720     DISPLAY 'SUSPENSE ' SUSP-TAB-NUM(SUSP-IDX)
010721             ' RECYCLED - PARM SET ' PARM-RUN-SEQ.
010722     SET SUSP-SEEN-IDX TO SUSP-IDX.
010723     IF PARM-IS-INVALID
010724         OR SUSP-SEEN-FLAG(SUSP-SEEN-IDX) NOT = 'Y'
010725         SET SUSP-TAB-RECYCLED(SUSP-IDX) TO TRUE
010726     END-IF.
010727     IF PARM-IS-VALID
010728         WRITE RECYCLE-PARM-RECORD FROM PARM-RECORD
010730         PERFORM 3400-RUN-PARM-SET THRU 3400-EXIT
010731         ADD 1 TO JOB-PARM-SETS-PROCESSED
010732         IF PARM-RUN-SEQ NUMERIC
010733             MOVE 'Y' TO PARM-SEEN-FLAG(PARM-RUN-SEQ + 1)
010734         END-IF
010735     ELSE
010736         ADD 1 TO JOB-PARM-SETS-REJECTED
010737         PERFORM 3900-WRITE-REJECT-OWNER THRU 3900-EXIT
010738         PERFORM 3910-SUSPEND-PARM THRU 3910-EXIT
010739     END-IF.
010740 3710-EXIT.
010741     EXIT.
010742
010743*****************************************************
010744*  3900-WRITE-REJECT-OWNER - FOLLOW A REJECTED SET'S *
010745*  ERROR LINES WITH THE COST CENTER THAT OWNS IT, SO *
010746*  OPERATIONS KNOWS WHICH DEPARTMENT TO CALL.        *
010747*****************************************************
010748 3900-WRITE-REJECT-OWNER.
010749     MOVE SPACES TO ERROR-MESSAGE-TEXT.
010750     IF PARM-COST-CENTER = SPACES
010751         STRING 'PARM SET ' PARM-RUN-SEQ
010752                ' OWNER - NO COST CENTER ON FILE'
010753                DELIMITED BY SIZE INTO ERROR-MESSAGE-TEXT
010754     ELSE
010755         STRING 'PARM SET ' PARM-RUN-SEQ
010756                ' OWNER - COST CENTER ' PARM-COST-CENTER
010757                DELIMITED BY SIZE INTO ERROR-MESSAGE-TEXT
010758     END-IF.
010759     PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT.
010760 3900-EXIT.
010761     EXIT.
010762
010763*****************************************************
010765*  3910-SUSPEND-PARM - HAND THE PARAMETER RECORD    *
010766*  JUST REJECTED BY 3200 TO SUSPENSE.               *
010767*****************************************************
010768 3910-SUSPEND-PARM.
010769     MOVE 'P'         TO SUSPEND-REC-TYPE.
010770     MOVE PARM-RECORD TO SUSPEND-IMAGE.
010771     PERFORM 8300-SUSPEND-REJECT THRU 8300-EXIT.
010772 3910-EXIT.
010773     EXIT.
010774
010775*****************************************************
010776*  4000-WRITE-REPORT-HEADER / 4100-WRITE-PARM-LINE   *
010777*****************************************************
010778 4000-WRITE-REPORT-HEADER.
010779     MOVE SPACES TO RPT-HEADER-LINE.
010780     MOVE RUN-DATE-DISPLAY TO RPT-HDR-DATE.
010781     MOVE RUN-TIME-DISPLAY TO RPT-HDR-TIME.
010782     WRITE REPORT-LINE FROM RPT-HEADER-LINE
010783         AFTER ADVANCING PAGE.
010784 4000-EXIT.
010785     EXIT.
010786
010787 4100-WRITE-PARM-LINE.
010788     MOVE SPACES TO RPT-PARM-LINE.
010789     MOVE PARM-RUN-SEQ   TO RPT-PRM-SEQ.
010790     MOVE PARM-START-VAL TO RPT-PRM-START.
010791     MOVE PARM-END-VAL   TO RPT-PRM-END.
010792     IF PARM-RULE-SET = SPACES
010793         MOVE '(LEGACY)' TO RPT-PRM-RULESET
010794     ELSE
010795         MOVE PARM-RULE-SET TO RPT-PRM-RULESET
010796     END-IF.
010797     WRITE REPORT-LINE FROM RPT-PARM-LINE
010798         AFTER ADVANCING 2 LINES.
010800 4100-EXIT.
010810     EXIT.
010820
010914     PERFORM 5050-INIT-RULE-HITS THRU 5050-EXIT
010916         VARYING HIT-SUB FROM 1 BY 1
010918             UNTIL HIT-SUB > SET-RULE-COUNT.
010920     IF CYCLE-IN-USE
010930         PERFORM 5150-TAKE-CYCLE-ENTRY THRU 5150-EXIT
010940     ELSE
010945         PERFORM 5060-APPLY-RULES THRU 5060-EXIT
010950     END-IF.
010960     ADD 1 TO TOTAL-PROCESSED.
010970     IF RULE-HIT-CTR = ZERO
010980         ADD 1 TO TOTAL-PLAIN
011222*****************************************************
011223*  5050-INIT-RULE-HITS - SEED ONE SLOT OF THE        *
011224*  EXTRACT'S PER-RULE HIT AREA WITH THE SELECTED     *
011225*  SET'S LABEL AND TYPE AND A NO-HIT BYTE - 5100      *
011226*  FLIPS THE BYTE TO 'Y' WHEN THE RULE FIRES.        *
011227*****************************************************
011228 5050-INIT-RULE-HITS.
011229     MOVE SET-LABEL-TAB(HIT-SUB)
011231         TO EXTR-RULE-LABEL(HIT-SUB).
011232     MOVE SET-TYPE-TAB(HIT-SUB)
011233         TO EXTR-RULE-TYPE(HIT-SUB).
011234     SET EXTR-RULE-NOT-FIRED(HIT-SUB) TO TRUE.
011235 5050-EXIT.
011236     EXIT.
011238
011240*****************************************************
011241*  5060-APPLY-RULES - RUN EVERY RULE OF THE SELECTED *
011242*  SET AGAINST COUNTR (THE FULL RULE LOOP).          *
011244*****************************************************
011245 5060-APPLY-RULES.
011246     MOVE ZERO TO RULE-HIT-CTR.
011248     MOVE 'N' TO OVERRIDE-SWITCH.
011249     PERFORM 5100-CHECK-ONE-RULE THRU 5100-EXIT
011250         VARYING RULE-IDX FROM 1 BY 1
011252             UNTIL RULE-IDX > RULE-TAB-COUNT.
011253 5060-EXIT.
011254     EXIT.
011255
011256*****************************************************
011258*  5100-CHECK-ONE-RULE - THE N-RULE ENGINE. TESTS    *
011260*  COUNTR AGAINST ONE TABLE ENTRY AND APPENDS ITS    *
011270*  LABEL TO MSG WHEN THE RULE FIRES.  AN OVERRIDE    *
011272*  RULE'S LABEL REPLACES MSG INSTEAD, AND ONCE AN    *
011274*  OVERRIDE HAS FIRED NOTHING ELSE CHANGES MSG FOR   *
011276*  THIS COUNTR - THE HIT AREA AND HIT COUNT STILL    *
011278*  RECORD EVERY RULE THAT FIRED.                     *
011280*****************************************************
011290 5100-CHECK-ONE-RULE.
011300*    ONLY THE RULES BELONGING TO THIS PARAMETER SET'S RULE
011320     IF RULE-TAB-SET-NAME(RULE-IDX) NOT = PARM-RULE-SET
011330         GO TO 5100-EXIT
011340     END-IF.
011350     PERFORM 5110-TEST-RULE THRU 5110-EXIT.
011360     IF RULE-HAS-FIRED
011370         IF RULE-TAB-OVERRIDE(RULE-IDX)
011380             IF NOT OVERRIDE-HAS-FIRED
011381                 MOVE RULE-TAB-LABEL(RULE-IDX) TO MSG
011382                 SET OVERRIDE-HAS-FIRED TO TRUE
011384             END-IF
011385         ELSE
011386             IF NOT OVERRIDE-HAS-FIRED
011388                 STRING MSG DELIMITED BY SPACE
011390                     RULE-TAB-LABEL(RULE-IDX) DELIMITED BY SPACE
011400                     INTO MSG
011410                   ON OVERFLOW
011420                     DISPLAY 'MSG OVERFLOW BUILDING LABEL FOR '
011430                             COUNTR
011440                 END-STRING
011443             END-IF
011446         END-IF
011450         ADD 1 TO RULE-HIT-CTR
011452*        THE PER-RULE HIT AREA IS KEYED BY THE RULE'S SLOT
011454*        WITHIN THE SELECTED SET - SET-SLOT-OF-RULE TURNS
011512             SET EXTR-BUZZ-HIT TO TRUE
011519         END-IF
011526     END-IF.
011527 5100-EXIT.
011528     EXIT.
011529
011530*****************************************************
011531*  5110-TEST-RULE - DOES THE RULE AT RULE-IDX FIRE   *
011532*  FOR COUNTR?  DIVISIBLE AND OVERRIDE RULES FIRE ON *
011533*  A ZERO REMAINDER, REMAINDER RULES WHEN THE        *
011534*  REMAINDER EQUALS THE OPERAND, AND CONTAINS RULES  *
011535*  WHEN THE OPERAND DIGIT APPEARS IN COUNTR.         *
011536*****************************************************
011537 5110-TEST-RULE.
011538     MOVE 'N' TO RULE-FIRE-SWITCH.
011539     IF RULE-TAB-CONTAINS(RULE-IDX)
011540         PERFORM 5120-TEST-CONTAINS-DIGIT THRU 5120-EXIT
011541         GO TO 5110-EXIT
011542     END-IF.
011543     DIVIDE COUNTR BY RULE-TAB-DIVISOR(RULE-IDX)
011544         GIVING RULE-QUOT REMAINDER RULE-REM.
011545     IF RULE-TAB-REMAINDER(RULE-IDX)
011546         IF RULE-REM = RULE-TAB-OPERAND(RULE-IDX)
011547             SET RULE-HAS-FIRED TO TRUE
011548         END-IF
011549     ELSE
011550         IF RULE-REM = ZERO
011551             SET RULE-HAS-FIRED TO TRUE
011552         END-IF
011553     END-IF.
011554 5110-EXIT.
011555     EXIT.
011556
011557*****************************************************
011558*  5120-TEST-CONTAINS-DIGIT - LOOK FOR THE RULE'S    *
011559*  DIGIT IN COUNTR'S SIGNIFICANT DIGITS ONLY, SO A   *
011560*  CONTAINS-0 RULE IS NOT FIRED BY LEADING ZEROS.    *
011561*****************************************************
011562 5120-TEST-CONTAINS-DIGIT.
011563     MOVE COUNTR TO DIGIT-COUNTR.
011564     MOVE RULE-TAB-OPERAND(RULE-IDX) TO DIGIT-WANTED-NUM.
011565     MOVE ZERO TO DIGIT-LEAD-ZEROS DIGIT-HITS.
011566     INSPECT DIGIT-COUNTR TALLYING DIGIT-LEAD-ZEROS
011567         FOR LEADING '0'.
011568     IF DIGIT-LEAD-ZEROS = 9
011569         MOVE 8 TO DIGIT-LEAD-ZEROS
011570     END-IF.
011571     INSPECT DIGIT-COUNTR(DIGIT-LEAD-ZEROS + 1:)
011572         TALLYING DIGIT-HITS FOR ALL DIGIT-WANTED.
011573     IF DIGIT-HITS > ZERO
011574         SET RULE-HAS-FIRED TO TRUE
011575     END-IF.
011576 5120-EXIT.
011577     EXIT.
011578
011579*****************************************************
011580*  5150-TAKE-CYCLE-ENTRY - THE RULE CYCLE PATH.      *
011581*  COUNTR ADVANCES BY ONE PER CALL, SO THE CYCLE      *
011582*  POSITION DOES TOO, WRAPPING AT CYCLE-LENGTH.       *
011583*****************************************************
011584 5150-TAKE-CYCLE-ENTRY.
011585     MOVE CYCLE-MSG(CYCLE-POS)       TO MSG.
011586     MOVE CYCLE-HIT-CTR(CYCLE-POS)   TO RULE-HIT-CTR.
011587     MOVE CYCLE-FIZZ-FLAG(CYCLE-POS) TO EXTR-FIZZ-FLAG.
011588     MOVE CYCLE-BUZZ-FLAG(CYCLE-POS) TO EXTR-BUZZ-FLAG.
011589     PERFORM 5160-TAKE-CYCLE-HIT THRU 5160-EXIT
011590         VARYING HIT-SUB FROM 1 BY 1
011591             UNTIL HIT-SUB > SET-RULE-COUNT.
011592     ADD 1 TO CYCLE-POS.
011593     IF CYCLE-POS > CYCLE-LENGTH
011594         MOVE 1 TO CYCLE-POS
011595     END-IF.
011596 5150-EXIT.
011597     EXIT.
011598
011599 5160-TAKE-CYCLE-HIT.
011600     MOVE CYCLE-RULE-HIT(CYCLE-POS, HIT-SUB)
011601         TO EXTR-RULE-HIT(HIT-SUB).
011602 5160-EXIT.
011603     EXIT.
011604
011605 5200-WRITE-DETAIL-LINE.
011608     MOVE SPACES TO RPT-DETAIL-LINE.
011610     MOVE COUNTR TO RPT-DET-COUNTR.
011620     MOVE MSG    TO RPT-DET-MSG.
011630     WRITE REPORT-LINE FROM RPT-DETAIL-LINE
011640         AFTER ADVANCING 1 LINE.
011645     ADD 1 TO TOTAL-DETAIL-PRINTED.
011650 5200-EXIT.
011660     EXIT.
011670
011700     MOVE COUNTR       TO EXTR-COUNTR.
011710     MOVE MSG          TO EXTR-MSG.
011720     WRITE EXTRACT-RECORD.
011725     ADD 1 TO TOTAL-EXTR-WRITTEN.
011726     ADD 1 TO JOB-EXTR-WRITTEN.
011727     ADD COUNTR TO JOB-EXTR-HASH.
011730 5300-EXIT.
011740     EXIT.
011750
012080 7000-WRITE-AUDIT-RECORD.
012090     MOVE RUN-DATE-DISPLAY TO AUD-RUN-DATE.
012100     MOVE RUN-TIME-DISPLAY TO AUD-RUN-TIME.
012105     MOVE RUN-ID           TO AUD-RUN-ID.
012110     MOVE PARM-RUN-SEQ     TO AUD-PARM-SEQ.
012120     MOVE PARM-START-VAL   TO AUD-START-VAL.
012130     MOVE PARM-END-VAL     TO AUD-END-VAL.
012240     END-IF.
012242     MOVE PARM-FREQ-CODE TO AUD-FREQ-CODE.
012244     SET AUD-SET-RAN TO TRUE.
012246     IF CYCLE-IN-USE
012248         SET AUD-PATH-CYCLE TO TRUE
012250     ELSE
012252         SET AUD-PATH-LOOP TO TRUE
012253     END-IF.
012254     MOVE CYCLE-LENGTH TO AUD-CYCLE-LEN.
012255     MOVE PARM-COST-CENTER TO AUD-COST-CENTER.
012256     PERFORM 8210-GET-NOW-SECS THRU 8210-EXIT.
012257     IF NOW-SECS < SET-START-SECS
012258*        THE SET CROSSED MIDNIGHT - FOLD THE CLOCK FORWARD.
012259         COMPUTE ELAPSED-SECS =
012260             NOW-SECS + 86400 - SET-START-SECS
012261     ELSE
012262         COMPUTE ELAPSED-SECS = NOW-SECS - SET-START-SECS
012263     END-IF.
012264     MOVE ELAPSED-SECS         TO AUD-ELAPSED-SECS.
012265     MOVE TOTAL-EXTR-WRITTEN   TO AUD-EXTR-COUNT.
012266     MOVE TOTAL-DETAIL-PRINTED TO AUD-PRINT-COUNT.
012267     PERFORM 7050-BUILD-RULE-LIST THRU 7050-EXIT.
012268     WRITE AUDIT-RECORD.
012270 7000-EXIT.
012280     EXIT.
012281
012287*  ITSELF IS ON THE PERMANENT RECORD.                *
012288*****************************************************
012289 7100-WRITE-SKIP-AUDIT.
012290     MOVE SPACES TO AUDIT-RECORD.
012291     MOVE RUN-DATE-DISPLAY TO AUD-RUN-DATE.
012292     MOVE RUN-TIME-DISPLAY TO AUD-RUN-TIME.
012293     MOVE RUN-ID           TO AUD-RUN-ID.
012294     MOVE PARM-RUN-SEQ     TO AUD-PARM-SEQ.
012295     MOVE PARM-START-VAL   TO AUD-START-VAL.
012296     MOVE PARM-END-VAL     TO AUD-END-VAL.
012302     MOVE SPACE TO AUD-RERUN-FLAG.
012303     MOVE PARM-FREQ-CODE TO AUD-FREQ-CODE.
012304     SET AUD-SET-SKIPPED TO TRUE.
012305     MOVE ZERO TO AUD-CYCLE-LEN.
012306     MOVE PARM-COST-CENTER TO AUD-COST-CENTER.
012308     MOVE ZERO TO AUD-ELAPSED-SECS AUD-EXTR-COUNT
012309                  AUD-PRINT-COUNT.
012310     WRITE AUDIT-RECORD.
012312 7100-EXIT.
012314     EXIT.
012315
012316*****************************************************
012318*  7050-BUILD-RULE-LIST - LIST THE DIVISOR/LABEL     *
012320*  RULES IN EFFECT FOR THIS PARAMETER SET - ONLY THE *
012330*  ENTRIES OF ITS SELECTED RULE SET - SINCE          *
012340*  RULEFILE'S CONTENT CAN CHANGE FROM RUN TO RUN AND  *
012490     IF RULE-TAB-SET-NAME(RULE-IDX) NOT = PARM-RULE-SET
012500         GO TO 7060-EXIT
012510     END-IF.
012511*    A DIVISIBLE RULE KEEPS THE ORIGINAL DIVISOR-LABEL FORM
012512*    SO EXISTING RULE SETS DO NOT SHOW AS CHANGED ON AUDTRPT;
012513*    ANY OTHER TYPE IS PREFIXED WITH ITS TYPE CODE.
012514     EVALUATE TRUE
012515         WHEN RULE-TAB-REMAINDER(RULE-IDX)
012516             STRING 'M:' DELIMITED BY SIZE
012517                    RULE-TAB-DIVISOR(RULE-IDX) DELIMITED BY SIZE
012518                    '/' DELIMITED BY SIZE
012519                    RULE-TAB-OPERAND(RULE-IDX) DELIMITED BY SIZE
012520                    INTO RULE-LIST-WS
012521                    WITH POINTER RULE-LIST-PTR
012522         WHEN RULE-TAB-CONTAINS(RULE-IDX)
012523             STRING 'C:' DELIMITED BY SIZE
012524                    RULE-TAB-OPERAND(RULE-IDX)(5:1)
012525                        DELIMITED BY SIZE
012526                    INTO RULE-LIST-WS
012527                    WITH POINTER RULE-LIST-PTR
012528         WHEN RULE-TAB-OVERRIDE(RULE-IDX)
012529             STRING 'O:' DELIMITED BY SIZE
012530                    RULE-TAB-DIVISOR(RULE-IDX) DELIMITED BY SIZE
012531                    INTO RULE-LIST-WS
012532                    WITH POINTER RULE-LIST-PTR
012533         WHEN OTHER
012534             STRING RULE-TAB-DIVISOR(RULE-IDX) DELIMITED BY SIZE
012535                    INTO RULE-LIST-WS
012536                    WITH POINTER RULE-LIST-PTR
012537     END-EVALUATE.
012538     STRING '-' DELIMITED BY SIZE
012540            RULE-TAB-LABEL(RULE-IDX) DELIMITED BY SPACE
012550            ' ' DELIMITED BY SIZE
012560            INTO RULE-LIST-WS
012730     MOVE COUNTR           TO CKPT-COUNTR.
012740     MOVE RUN-DATE-DISPLAY TO CKPT-RUN-DATE.
012750     MOVE RUN-TIME-DISPLAY TO CKPT-RUN-TIME.
012755     MOVE RUN-ID           TO CKPT-RUN-ID.
012760     SET CKPT-STATUS-IN-PROGRESS TO TRUE.
012770     WRITE CHECKPOINT-RECORD.
012780     PERFORM 8200-DISPLAY-HEARTBEAT THRU 8200-EXIT.
012920     MOVE PARM-END-VAL     TO CKPT-COUNTR.
012930     MOVE RUN-DATE-DISPLAY TO CKPT-RUN-DATE.
012940     MOVE RUN-TIME-DISPLAY TO CKPT-RUN-TIME.
012945     MOVE RUN-ID           TO CKPT-RUN-ID.
012950     SET CKPT-STATUS-COMPLETE TO TRUE.
012960     WRITE CHECKPOINT-RECORD.
012970 8100-EXIT.
013370     DISPLAY 'PARM SET ' PARM-RUN-SEQ ' PROGRESS '
013380             HB-DONE ' OF ' HB-RANGE-TOTAL ' RECORDS ('
013390             HB-PCT ' PCT) EST FINISH '
013391             PROJ-HH ':' PROJ-MM ':' PROJ-SS.
013392 8200-EXIT.
013393     EXIT.
013394
013395 8210-GET-NOW-SECS.
013396     ACCEPT HB-TIME-NUM FROM TIME.
013397     COMPUTE NOW-SECS = HB-TIME-HH * 3600
013398         + HB-TIME-MM * 60 + HB-TIME-SS.
013399 8210-EXIT.
013400     EXIT.
013401
013402*****************************************************
013403*  8300-SUSPEND-REJECT - RECORD ONE REJECTED PARM   *
013404*  OR RULE RECORD (SUSPEND-REC-TYPE, SUSPEND-IMAGE) *
013405*  IN SUSPENSE UNDER THE FIRST EDIT IT FAILED       *
013406*  (REJECT-REASON-CODE).  THE SAME IMAGE ALREADY    *
013407*  OPEN IN SUSPENSE IS COUNTED AS ONE MORE NIGHT    *
013408*  REJECTED (ONCE PER RUN DATE), NOT OPENED AGAIN.  *
013409*  ONE ALREADY CORRECTED IS FLAGGED SO ITS          *
013410*  CORRECTION STANDS AFTER TONIGHT'S RECYCLE.       *
013411*  EITHER WAY THE SUSPENSE NUMBER FOLLOWS THE       *
013412*  REJECT ON THE ERROR REPORT.                      *
013413*****************************************************
013414 8300-SUSPEND-REJECT.
013415     IF NOT SUSPENSE-IN-USE
013416         GO TO 8300-EXIT
013417     END-IF.
013418     PERFORM 8310-FIND-SUSP-IMAGE THRU 8310-EXIT.
013419     MOVE SPACES TO ERROR-MESSAGE-TEXT.
013420     IF FOUND-SUSP-IDX > ZERO
013421         SET SUSP-FIND-IDX TO FOUND-SUSP-IDX
013422         IF SUSP-TAB-OPEN(SUSP-FIND-IDX)
013423             PERFORM 8320-COUNT-NIGHT THRU 8320-EXIT
013424             STRING 'SUSPENSE ' SUSP-TAB-NUM(SUSP-FIND-IDX)
013425                    ' STILL OPEN - REJECTED '
013426                    SUSP-TAB-REJECT-NIGHTS(SUSP-FIND-IDX)
013427                    ' NIGHTS SINCE '
013428                    SUSP-TAB-REJECT-DATE(SUSP-FIND-IDX)
013429                    DELIMITED BY SIZE INTO ERROR-MESSAGE-TEXT
013430         ELSE
013431             MOVE 'Y' TO SUSP-SEEN-FLAG(FOUND-SUSP-IDX)
013432             STRING 'SUSPENSE ' SUSP-TAB-NUM(SUSP-FIND-IDX)
013433                    ' CORRECTED - THE CORRECTION RUNS INSTEAD'
013434                    DELIMITED BY SIZE INTO ERROR-MESSAGE-TEXT
013435         END-IF
013436         PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
013437         GO TO 8300-EXIT
013438     END-IF.
013439     IF SUSP-TAB-COUNT NOT < 500
013440         MOVE 'SUSPENSE TABLE FULL (500 MAX) - NOT SUSPENDED'
013441             TO ERROR-MESSAGE-TEXT
013442         PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
013443         GO TO 8300-EXIT
013444     END-IF.
013445     ADD 1 TO SUSP-LAST-NUM.
013446     ADD 1 TO SUSP-TAB-COUNT.
013447     SET SUSP-FIND-IDX TO SUSP-TAB-COUNT.
013448     MOVE SPACES TO SUSP-TAB-ENTRY(SUSP-FIND-IDX).
013449     MOVE SUSP-LAST-NUM TO SUSP-TAB-NUM(SUSP-FIND-IDX).
013450     SET SUSP-TAB-OPEN(SUSP-FIND-IDX) TO TRUE.
013451     MOVE SUSPEND-REC-TYPE TO SUSP-TAB-REC-TYPE(SUSP-FIND-IDX).
013452     MOVE REJECT-REASON-CODE
013453         TO SUSP-TAB-REASON-CODE(SUSP-FIND-IDX).
013454     MOVE RUN-DATE-DISPLAY
013455         TO SUSP-TAB-REJECT-DATE(SUSP-FIND-IDX).
013456     MOVE RUN-DATE-DISPLAY
013458         TO SUSP-TAB-LAST-REJ-DATE(SUSP-FIND-IDX).
013459     MOVE RUN-ID TO SUSP-TAB-REJECT-RUN-ID(SUSP-FIND-IDX).
013460     MOVE 1 TO SUSP-TAB-REJECT-NIGHTS(SUSP-FIND-IDX).
013461     MOVE SUSPEND-IMAGE TO SUSP-TAB-ORIG-IMAGE(SUSP-FIND-IDX).
013462     ADD 1 TO SUSP-OPENED-CTR.
013463     STRING 'SUSPENSE ' SUSP-LAST-NUM
013464            ' OPENED - REASON ' REJECT-REASON-CODE
013465            DELIMITED BY SIZE INTO ERROR-MESSAGE-TEXT.
013466     PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT.
013467 8300-EXIT.
013468     EXIT.
013469
013470 8310-FIND-SUSP-IMAGE.
013471     MOVE ZERO TO FOUND-SUSP-IDX.
013472     PERFORM 8315-CHECK-SUSP-IMAGE THRU 8315-EXIT
013473         VARYING SUSP-FIND-IDX FROM 1 BY 1
013474             UNTIL SUSP-FIND-IDX > SUSP-TAB-COUNT.
013475 8310-EXIT.
013476     EXIT.
013477
013478 8315-CHECK-SUSP-IMAGE.
013479     IF FOUND-SUSP-IDX = ZERO
013480         IF (SUSP-TAB-OPEN(SUSP-FIND-IDX)
013481                 OR SUSP-TAB-CORRECTED(SUSP-FIND-IDX))
013482             AND SUSP-TAB-REC-TYPE(SUSP-FIND-IDX)
013483                     = SUSPEND-REC-TYPE
013484             AND SUSP-TAB-ORIG-IMAGE(SUSP-FIND-IDX)
013485                     = SUSPEND-IMAGE
013486             SET FOUND-SUSP-IDX TO SUSP-FIND-IDX
013488         END-IF
013489     END-IF.
013490 8315-EXIT.
013491     EXIT.
013492
013493 8320-COUNT-NIGHT.
013494     ADD 1 TO SUSP-AGAIN-CTR.
013495     IF SUSP-TAB-LAST-REJ-DATE(SUSP-FIND-IDX) = RUN-DATE-DISPLAY
013496         GO TO 8320-EXIT
013497     END-IF.
013498     MOVE RUN-DATE-DISPLAY
013499         TO SUSP-TAB-LAST-REJ-DATE(SUSP-FIND-IDX).
013500     IF SUSP-TAB-REJECT-NIGHTS(SUSP-FIND-IDX) < 999
013501         ADD 1 TO SUSP-TAB-REJECT-NIGHTS(SUSP-FIND-IDX)
013502     END-IF.
013503 8320-EXIT.
013504     EXIT.
013505
013506*****************************************************
013507*  8400-UNLOAD-SUSPENSE - REWRITE THE WHOLE         *
013508*  SUSPENSE FILE TO SUSPNEW - THE CONTROL RECORD    *
013509*  FIRST, THEN EVERY ITEM STILL OPEN OR CORRECTED.  *
013510*  ITEMS RECYCLED TONIGHT ARE DROPPED.  NOTHING IS  *
013511*  WRITTEN AFTER A FATAL ERROR, AND THE JOB DOES    *
013512*  NOT COPY SUSPNEW BACK ON THAT RETURN CODE.       *
013513*****************************************************
013514 8400-UNLOAD-SUSPENSE.
013515     IF NOT SUSPENSE-IN-USE
013516         OR FATAL-ERROR-FOUND
013517         GO TO 8400-EXIT
013518     END-IF.
013520     MOVE SUSP-LAST-NUM TO SUSP-CTL-NUM.
013521     WRITE SUSPENSE-NEW-RECORD FROM SUSP-CONTROL-RECORD.
013522     PERFORM 8410-WRITE-SUSP-ENTRY THRU 8410-EXIT
013523         VARYING SUSP-IDX FROM 1 BY 1
013524             UNTIL SUSP-IDX > SUSP-TAB-COUNT.
013525     DISPLAY 'SUSPENSE - ' SUSP-OPENED-CTR ' OPENED, '
013526             SUSP-AGAIN-CTR ' REJECTED AGAIN, '
013527             SUSP-RECYCLED-CTR ' RECYCLED, '
013528             SUSP-HELD-CTR ' HELD, '
013529             SUSP-SUPERSEDED-CTR ' SUPERSEDED'.
013530     DISPLAY 'SUSPENSE - ' SUSP-WRITTEN-CTR
013531             ' ITEMS CARRIED FORWARD, LAST NUMBER '
013532             SUSP-LAST-NUM.
013533 8400-EXIT.
013534     EXIT.
013535
013536 8410-WRITE-SUSP-ENTRY.
013537     IF SUSP-TAB-OPEN(SUSP-IDX)
013538         OR SUSP-TAB-CORRECTED(SUSP-IDX)
013539         WRITE SUSPENSE-NEW-RECORD FROM SUSP-TAB-ENTRY(SUSP-IDX)
013540         ADD 1 TO SUSP-WRITTEN-CTR
013541     END-IF.
013542 8410-EXIT.
013543     EXIT.
013544
013545*****************************************************
013546*  9000-TERMINATE - JOB-LEVEL SUMMARY, STATUS        *
013547*  RECORD, CLOSE FILES.                              *
013548*****************************************************
013550 9000-TERMINATE.
013560     IF NOT FATAL-ERROR-FOUND
013570         PERFORM 9100-WRITE-JOB-SUMMARY THRU 9100-EXIT
013600         MOVE 16 TO RETURN-CODE
013610     END-IF.
013620     PERFORM 9120-WRITE-STATUS-RECORD THRU 9120-EXIT.
013625     PERFORM 9130-WRITE-EXTRACT-TRAILER THRU 9130-EXIT.
013627     PERFORM 8400-UNLOAD-SUSPENSE THRU 8400-EXIT.
013630     CLOSE PARM-FILE
013640           RULE-FILE
013650           REPORT-FILE
013670           ERROR-FILE
013680           AUDIT-FILE
013690           CHECKPOINT-FILE
013700           STATUS-FILE
013702           SUSPENSE-NEW-FILE
013704           RECYCLE-PARM-FILE
013706           RECYCLE-RULE-FILE.
013710     DISPLAY 'FIZZ-BUZZ BATCH RUN COMPLETE'.
013720 9000-EXIT.
013730     EXIT.
014400     MOVE SPACES TO STATUS-RECORD.
014410     MOVE RUN-DATE-DISPLAY        TO STAT-RUN-DATE.
014420     MOVE RUN-TIME-DISPLAY        TO STAT-RUN-TIME.
014425     MOVE RUN-ID                  TO STAT-RUN-ID.
014430     MOVE JOB-PARM-SETS-PROCESSED TO STAT-SETS-OK.
014440     MOVE JOB-PARM-SETS-REJECTED  TO STAT-SETS-REJECTED.
014442     MOVE JOB-PARM-SETS-SKIPPED   TO STAT-SETS-SKIPPED.
014460     MOVE RETURN-CODE             TO STAT-RETURN-CODE.
014470     WRITE STATUS-RECORD.
014480 9120-EXIT.
014481     EXIT.
014482
014483*****************************************************
014484*  9130-WRITE-EXTRACT-TRAILER - CLOSES THIS          *
014485*  EXECUTION'S EXTRACT SEGMENT WITH ITS DETAIL       *
014486*  RECORD COUNT AND COUNTR HASH TOTAL, SO A READER   *
014487*  CAN PROVE IT SAW EVERYTHING THIS RUN WROTE.  AN   *
014488*  ABEND NEVER GETS HERE - THE MISSING TRAILER IS    *
014489*  HOW THE READERS KNOW THE SEGMENT WAS CUT SHORT.   *
014490*****************************************************
014491 9130-WRITE-EXTRACT-TRAILER.
014492     IF NOT EXTRACT-IS-OPEN
014493         GO TO 9130-EXIT
014494     END-IF.
014495     MOVE SPACES TO EXTRACT-RECORD.
014496     SET EXTR-IS-TRAILER TO TRUE.
014497     MOVE ZERO TO EXTR-COUNTR.
014498     MOVE 'FIZZ-BUZZ EXTRACT TRAILER' TO EXTR-MSG.
014499     MOVE RUN-ID           TO EXTC-RUN-ID.
014500     MOVE RUN-DATE-DISPLAY TO EXTC-BUS-DATE.
014501     MOVE JOB-EXTR-WRITTEN TO EXTC-REC-COUNT.
014502     MOVE JOB-EXTR-HASH    TO EXTC-HASH-TOTAL.
014503     MOVE 'FIZZBUZZ'       TO EXTC-WRITER.
014504     WRITE EXTRACT-RECORD.
014505     DISPLAY 'EXTRACT TRAILER - ' JOB-EXTR-WRITTEN
014506             ' RECORDS, HASH ' JOB-EXTR-HASH.
014507 9130-EXIT.
014508     EXIT.
014509
014510*****************************************************
014520*  9800-WRITE-ERROR-LINE - GENERIC ERROR REPORT      *
014530*  WRITER SHARED BY RULE AND PARAMETER VALIDATION.   *
