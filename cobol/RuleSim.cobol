000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RULESIM.
000030 AUTHOR.        R HALVERSON.
000040 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080*  MODIFICATION HISTORY                             *
000090*  10/15/2026  RH   ORIGINAL - WHAT-IF RUN OF A      *
000100*                   STAGED RULE CHANGE BEFORE IT     *
000110*                   GOES LIVE. EVALUATES TODAY'S     *
000120*                   RULES AND THE PROPOSED RULE      *
000130*                   MASTER SIDE BY SIDE OVER EVERY   *
000140*                   PARAMETER SET THE RUN CALENDAR   *
000150*                   WOULD RUN ON A CHOSEN FUTURE     *
000160*                   DATE AND REPORTS, PER SET, HOW   *
000170*                   MANY COUNTR VALUES WOULD CHANGE  *
000180*                   LABEL, EACH RULE'S HIT-COUNT     *
000190*                   SHIFT, AND SAMPLE CHANGED VALUES *
000200*                   - SO THE EFFECT OF A RULE CHANGE *
000210*                   IS ON THE CHANGE TICKET BEFORE   *
000220*                   CUTOVER INSTEAD OF ON EXTRDIFF   *
000230*                   THE MORNING AFTER.               *
000240*****************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS FS-CONTROL.
000310     SELECT PARM-FILE ASSIGN TO PARMFILE
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS FS-PARM.
000340     SELECT RULE-FILE ASSIGN TO RULEFILE
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS FS-RULE.
000370     SELECT RULE-NEW-FILE ASSIGN TO RULENEW
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS FS-RULE-NEW.
000400     SELECT REPORT-FILE ASSIGN TO RPTFILE
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS FS-REPORT.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460*****************************************************
000470*  SIMULATION CONTROL RECORD - ONE RECORD.           *
000480*    COLS  1-10  DATE TO SIMULATE (YYYY-MM-DD) - THE *
000490*                RUN CALENDAR AND THE PROPOSED       *
000500*                RULES' EFFECTIVE DATES ARE TAKEN AS *
000510*                OF THIS DATE.  REQUIRED.            *
000520*    COLS 12-21  DATE TODAY'S RULES ARE TAKEN AS OF  *
000530*                (YYYY-MM-DD) - BLANK IS TODAY.      *
000540*    COLS 23-25  CHANGED VALUES TO SAMPLE PER SET -  *
000550*                BLANK IS 10, AT MOST 50.            *
000560*****************************************************
000570 FD  CONTROL-FILE.
000580 01  CONTROL-RECORD.
000590     05  CTL-SIM-DATE              PIC X(10).
000600     05  FILLER                    PIC X(01).
000610     05  CTL-BASE-DATE             PIC X(10).
000620     05  FILLER                    PIC X(01).
000630     05  CTL-SAMPLE-LIMIT          PIC X(03).
000640     05  CTL-SAMPLE-LIMIT-NUM REDEFINES CTL-SAMPLE-LIMIT
000650                                   PIC 9(03).
000660     05  FILLER                    PIC X(55).
000670
000680 FD  PARM-FILE.
000690     COPY PARMREC.
000700
000710*****************************************************
000720*  BOTH RULE MASTERS ARE READ INTO THE ONE RULE-     *
000730*  RECORD LAYOUT IN WORKING-STORAGE, SO THE SAME     *
000740*  EDITS SERVE EITHER SIDE.                          *
000750*****************************************************
000760 FD  RULE-FILE.
000770 01  RULE-FILE-RECORD             PIC X(66).
000780
000790 FD  RULE-NEW-FILE.
000800 01  RULE-NEW-RECORD              PIC X(66).
000810
000820 FD  REPORT-FILE.
000830 01  REPORT-LINE                  PIC X(132).
000840
000850 WORKING-STORAGE SECTION.
000860*****************************************************
000870*  FILE STATUS CODES                                *
000880*****************************************************
000890 01  FILE-STATUS-CODES.
000900     05  FS-CONTROL                PIC XX.
000910     05  FS-PARM                   PIC XX.
000920     05  FS-RULE                   PIC XX.
000930     05  FS-RULE-NEW               PIC XX.
000940     05  FS-REPORT                 PIC XX.
000950
000960*****************************************************
000970*  SWITCHES                                         *
000980*****************************************************
000990 01  PROGRAM-SWITCHES.
001000     05  PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
001010         88  PARM-EOF                        VALUE 'Y'.
001020     05  RULE-EOF-SWITCH           PIC X(01) VALUE 'N'.
001030         88  RULE-EOF                        VALUE 'Y'.
001040     05  FATAL-ERROR-SWITCH        PIC X(01) VALUE 'N'.
001050         88  FATAL-ERROR-FOUND               VALUE 'Y'.
001060     05  PARM-VALID-SWITCH         PIC X(01) VALUE 'Y'.
001070         88  PARM-IS-VALID                   VALUE 'Y'.
001080         88  PARM-IS-INVALID                 VALUE 'N'.
001090     05  SET-SKIP-SWITCH           PIC X(01) VALUE 'N'.
001100         88  SET-IS-SKIPPED                  VALUE 'Y'.
001110     05  RULE-DATE-SWITCH          PIC X(01) VALUE 'Y'.
001120         88  RULE-DATES-OK                   VALUE 'Y'.
001130         88  RULE-DATES-BAD                  VALUE 'N'.
001140     05  RULE-EFFECT-SWITCH        PIC X(01) VALUE 'Y'.
001150         88  RULE-IS-IN-EFFECT               VALUE 'Y'.
001160         88  RULE-NOT-IN-EFFECT              VALUE 'N'.
001170     05  EDIT-DATE-SWITCH          PIC X(01) VALUE 'Y'.
001180         88  EDIT-DATE-OK                    VALUE 'Y'.
001190         88  EDIT-DATE-BAD                   VALUE 'N'.
001200     05  RULE-TYPE-SWITCH          PIC X(01) VALUE 'Y'.
001210         88  RULE-TYPE-OK                    VALUE 'Y'.
001220         88  RULE-TYPE-BAD                   VALUE 'N'.
001230     05  RULE-FIRE-SWITCH          PIC X(01) VALUE 'N'.
001240         88  RULE-HAS-FIRED                  VALUE 'Y'.
001250     05  OVERRIDE-SWITCH           PIC X(01) VALUE 'N'.
001260         88  OVERRIDE-HAS-FIRED              VALUE 'Y'.
001270*    THE TWO SWITCHES BELOW STICK ONCE SET - EITHER ONE
001280*    MEANS THE PROPOSED MASTER WOULD NOT RUN CLEAN (RC=8).
001290     05  NEWLY-REJECTED-SWITCH     PIC X(01) VALUE 'N'.
001300         88  NEWLY-REJECTED-SEEN             VALUE 'Y'.
001310     05  PROPOSED-LOAD-SWITCH      PIC X(01) VALUE 'N'.
001320         88  PROPOSED-LOAD-FAILED            VALUE 'Y'.
001330
001340*****************************************************
001350*  STANDALONE COUNTERS AND CONSTANTS                *
001360*****************************************************
001370 77  COUNTR                      PIC 9(09) COMP VALUE ZERO.
001380*    THE SAME OPERATIONAL CEILING THE NIGHTLY JOB PUTS ON ONE
001390*    PARAMETER SET - A SET OVER IT IS REJECTED EITHER WAY.
001400 77  MAX-RANGE-SIZE              PIC 9(10) COMP VALUE 500000000.
001410 77  RANGE-SIZE                  PIC 9(10) COMP VALUE ZERO.
001420 77  RULE-QUOT                   PIC 9(09) COMP VALUE ZERO.
001430 77  RULE-REM                    PIC 9(05) COMP VALUE ZERO.
001440*    SIDE-TODAY AND SIDE-PROPOSED NAME THE TWO HALVES OF
001450*    SIM-RULE-TABLE; SIDE-SUB SAYS WHICH ONE IS IN HAND.
001460 77  SIDE-TODAY                  PIC 9(01) COMP VALUE 1.
001470 77  SIDE-PROPOSED               PIC 9(01) COMP VALUE 2.
001480 77  SIDE-SUB                    PIC 9(01) COMP VALUE ZERO.
001490 77  RULE-SUB                    PIC 9(03) COMP VALUE ZERO.
001500 77  MATCH-SUB                   PIC 9(03) COMP VALUE ZERO.
001510 77  FOUND-MATCH-SUB             PIC 9(03) COMP VALUE ZERO.
001520 77  SAMPLE-SUB                  PIC 9(03) COMP VALUE ZERO.
001530 77  SAMPLE-LIMIT                PIC 9(03) COMP VALUE 10.
001540 77  SAMPLE-MAX                  PIC 9(03) COMP VALUE 50.
001550 77  SET-SAMPLE-CTR              PIC 9(03) COMP VALUE ZERO.
001560 77  SET-RANGE-CTR               PIC 9(10) COMP VALUE ZERO.
001570 77  SET-CHANGED-CTR             PIC 9(10) COMP VALUE ZERO.
001580 77  HIT-SHIFT                   PIC S9(10) COMP VALUE ZERO.
001590 77  JOB-SETS-READ               PIC 9(05) COMP VALUE ZERO.
001600 77  JOB-SETS-RUN                PIC 9(05) COMP VALUE ZERO.
001610 77  JOB-SETS-SKIPPED            PIC 9(05) COMP VALUE ZERO.
001620 77  JOB-SETS-REJECTED           PIC 9(05) COMP VALUE ZERO.
001630 77  JOB-SETS-NEWLY-REJECTED     PIC 9(05) COMP VALUE ZERO.
001640 77  JOB-SETS-CHANGED            PIC 9(05) COMP VALUE ZERO.
001650 77  JOB-COUNTR-RUN              PIC 9(10) COMP VALUE ZERO.
001660 77  JOB-COUNTR-CHANGED          PIC 9(10) COMP VALUE ZERO.
001670 77  TODAY-REJECT-CTR            PIC 9(05) COMP VALUE ZERO.
001680 77  PROPOSED-REJECT-CTR         PIC 9(05) COMP VALUE ZERO.
001690 77  SIM-RC                      PIC 9(02) VALUE ZERO.
001700 77  EFFECT-DATE                 PIC X(10) VALUE SPACES.
001710 77  EDIT-DATE-WS                PIC X(10) VALUE SPACES.
001720 77  STATUS-TEXT                 PIC X(100) VALUE SPACES.
001730 77  RULE-TYPE-TEXT              PIC X(03) VALUE SPACES.
001740 77  RULE-SIDE-TEXT              PIC X(08) VALUE SPACES.
001750 77  RULE-SET-TEXT               PIC X(08) VALUE SPACES.
001760*    CONTAINS-DIGIT WORK FIELDS - 5220-TEST-CONTAINS-DIGIT
001770*    LOOKS FOR THE RULE'S DIGIT ONLY IN THE SIGNIFICANT
001780*    DIGITS OF COUNTR, NOT IN ITS LEADING ZEROS.
001790 77  DIGIT-LEAD-ZEROS            PIC 9(02) COMP VALUE ZERO.
001800 77  DIGIT-HITS                  PIC 9(02) COMP VALUE ZERO.
001810 01  DIGIT-COUNTR                PIC 9(09).
001820 01  DIGIT-WANTED-NUM            PIC 9(01).
001830 01  DIGIT-WANTED REDEFINES DIGIT-WANTED-NUM
001840                                 PIC X(01).
001850
001860*****************************************************
001870*  THE RULE RECORD JUST READ, FROM EITHER MASTER     *
001880*****************************************************
001890     COPY RULEREC.
001900
001910*****************************************************
001920*  RULE TABLES - SIDE 1 HOLDS THE RULEFILE RULES IN  *
001930*  EFFECT ON THE BASE DATE (WHAT RUNS TODAY), SIDE 2 *
001940*  THE RULENEW RULES IN EFFECT ON THE SIMULATED DATE *
001950*  (WHAT WOULD RUN THEN).  EACH SIDE IS LOADED WITH  *
001960*  THE NIGHTLY JOB'S OWN EDITS AND 20-RULE LIMIT, SO *
001970*  IT HOLDS EXACTLY WHAT THAT NIGHT'S RULE-TABLE     *
001980*  WOULD.  SIM-SET-RULE-COUNT, SIM-TAB-HITS AND      *
001990*  SIM-TAB-MATCHED ARE RESET FOR EVERY PARAMETER SET.*
002000*****************************************************
002010 01  SIM-RULE-TABLE.
002020     05  SIM-SIDE OCCURS 2 TIMES.
002030         10  SIM-TAB-COUNT         PIC 9(03) COMP.
002040         10  SIM-SET-RULE-COUNT    PIC 9(03) COMP.
002050         10  SIM-TAB-ENTRY OCCURS 20 TIMES.
002060             15  SIM-TAB-DIVISOR   PIC 9(05).
002070             15  SIM-TAB-LABEL     PIC X(10).
002080             15  SIM-TAB-SET-NAME  PIC X(08).
002090             15  SIM-TAB-TYPE      PIC X(01).
002100                 88  SIM-TAB-DIVISIBLE     VALUE 'D'.
002110                 88  SIM-TAB-REMAINDER     VALUE 'M'.
002120                 88  SIM-TAB-CONTAINS      VALUE 'C'.
002130                 88  SIM-TAB-OVERRIDE      VALUE 'O'.
002140             15  SIM-TAB-OPERAND   PIC 9(05).
002150             15  SIM-TAB-HITS      PIC 9(10) COMP.
002160             15  SIM-TAB-MATCHED   PIC X(01).
002170                 88  SIM-TAB-IS-MATCHED    VALUE 'Y'.
002180
002190*****************************************************
002200*  ONE COUNTR'S MESSAGE UNDER EACH SIDE'S RULES      *
002210*****************************************************
002220 01  SIDE-RESULTS.
002230     05  SIDE-MSG OCCURS 2 TIMES  PIC X(40).
002240
002250*****************************************************
002260*  THE FIRST SAMPLE-LIMIT CHANGED COUNTR VALUES OF   *
002270*  THE SET IN HAND, PRINTED AFTER ITS TOTALS.        *
002280*****************************************************
002290 01  SAMPLE-TABLE.
002300     05  SAMPLE-ENTRY OCCURS 50 TIMES.
002310         10  SAMPLE-COUNTR         PIC 9(09).
002320         10  SAMPLE-TODAY-MSG      PIC X(40).
002330         10  SAMPLE-PROPOSED-MSG   PIC X(40).
002340
002350*****************************************************
002360*  RUN DATE AND TIME                                *
002370*****************************************************
002380 01  RUN-DATE-NUM                PIC 9(08).
002390 01  RUN-TIME-NUM                PIC 9(08).
002400 01  RUN-DATE-DISPLAY            PIC X(10).
002410 01  RUN-TIME-DISPLAY            PIC X(08).
002420
002430*****************************************************
002440*  SIMULATED DATE AND ITS RUN CALENDAR.  THE WEEKDAY *
002450*  (1 = MONDAY, AS THE NIGHTLY JOB'S DAY-OF-WEEK)    *
002460*  COMES FROM THE DAY NUMBER, SINCE THE DATE IS NOT  *
002470*  TODAY; 3150-CHECK-RUN-CALENDAR TESTS EVERY SET'S  *
002480*  FREQUENCY CODE AGAINST THESE.                     *
002490*****************************************************
002500 01  SIM-DATE.
002510     05  SIM-YYYY                PIC 9(04).
002520     05  FILLER                  PIC X(01).
002530     05  SIM-MM                  PIC 9(02).
002540     05  FILLER                  PIC X(01).
002550     05  SIM-DD                  PIC 9(02).
002560 01  BASE-DATE                   PIC X(10).
002570 01  SIM-DOW-NUM                 PIC 9(01).
002580 01  SIM-DOW-CHAR                PIC X(01).
002590 01  MONTH-END-DAY               PIC 9(02).
002600 77  LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
002610 77  LEAP-REM                    PIC 9(04) COMP VALUE ZERO.
002620 77  DOW-WORK                    PIC 9(07) COMP VALUE ZERO.
002630 77  DOW-QUOT                    PIC 9(07) COMP VALUE ZERO.
002640 77  DOW-REM                     PIC 9(01) COMP VALUE ZERO.
002650 01  DAY-NAME-VALUES.
002660     05  FILLER                  PIC X(09) VALUE 'MONDAY'.
002670     05  FILLER                  PIC X(09) VALUE 'TUESDAY'.
002680     05  FILLER                  PIC X(09) VALUE 'WEDNESDAY'.
002690     05  FILLER                  PIC X(09) VALUE 'THURSDAY'.
002700     05  FILLER                  PIC X(09) VALUE 'FRIDAY'.
002710     05  FILLER                  PIC X(09) VALUE 'SATURDAY'.
002720     05  FILLER                  PIC X(09) VALUE 'SUNDAY'.
002730 01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
002740     05  DAY-NAME OCCURS 7 TIMES  PIC X(09).
002750
002760*****************************************************
002770*  DAY-NUMBER WORK AREA FOR 2700-COMPUTE-DAY-NUMBER  *
002780*****************************************************
002790 01  DAY-CALC-FIELDS.
002800     05  DAY-CALC-DATE             PIC X(10).
002810     05  DAY-CALC-YEAR             PIC 9(04).
002820     05  DAY-CALC-MONTH            PIC 9(02).
002830     05  DAY-CALC-DAY              PIC 9(02).
002840     05  DAY-CALC-QUOT-4           PIC 9(04) COMP.
002850     05  DAY-CALC-QUOT-100         PIC 9(04) COMP.
002860     05  DAY-CALC-QUOT-400         PIC 9(04) COMP.
002870     05  DAY-CALC-MONTH-WORK       PIC 9(04) COMP.
002880     05  DAY-CALC-MONTH-DAYS       PIC 9(04) COMP.
002890     05  DAY-CALC-RESULT           PIC 9(07) COMP.
002900
002910*****************************************************
002920*  REPORT LINE LAYOUTS (MOVED TO REPORT-LINE)       *
002930*****************************************************
002940 01  RPT-HEADER-LINE.
002950     05  FILLER                  PIC X(01) VALUE SPACE.
002960     05  FILLER                  PIC X(36)
002970             VALUE 'FIZZ-BUZZ RULE CHANGE SIMULATION'.
002980     05  FILLER                  PIC X(06) VALUE 'DATE: '.
002990     05  RPT-HDR-DATE            PIC X(10).
003000     05  FILLER                  PIC X(07) VALUE ' TIME: '.
003010     05  RPT-HDR-TIME            PIC X(08).
003020     05  FILLER                  PIC X(64) VALUE SPACES.
003030
003040 01  RPT-CAPTION-LINE.
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  RPT-CAPTION-TEXT        PIC X(100).
003070     05  FILLER                  PIC X(31) VALUE SPACES.
003080
003090 01  RPT-LOAD-LINE.
003100     05  FILLER                  PIC X(01) VALUE SPACE.
003110     05  FILLER                  PIC X(30)
003120             VALUE 'RULES IN EFFECT - TODAY'.
003130     05  RPT-LOAD-TODAY          PIC ZZ9.
003140     05  FILLER                  PIC X(11) VALUE '  PROPOSED '.
003150     05  RPT-LOAD-PROPOSED       PIC ZZ9.
003160     05  FILLER                  PIC X(84) VALUE SPACES.
003170
003180 01  RPT-PARM-LINE.
003190     05  FILLER                  PIC X(01) VALUE SPACE.
003200     05  FILLER                  PIC X(10) VALUE 'PARM SET '.
003210     05  RPT-PRM-SEQ             PIC ZZ9.
003220     05  FILLER                  PIC X(07) VALUE ' RANGE '.
003230     05  RPT-PRM-START           PIC Z(8)9.
003240     05  FILLER                  PIC X(04) VALUE ' TO '.
003250     05  RPT-PRM-END             PIC Z(8)9.
003260     05  FILLER                  PIC X(11)
003270             VALUE '  RULE SET '.
003280     05  RPT-PRM-RULESET         PIC X(08).
003290     05  FILLER                  PIC X(07) VALUE '  FREQ '.
003300     05  RPT-PRM-FREQ            PIC X(01).
003310     05  FILLER                  PIC X(62) VALUE SPACES.
003320
003330 01  RPT-STATUS-LINE.
003340     05  FILLER                  PIC X(03) VALUE SPACES.
003350     05  RPT-STS-TEXT            PIC X(100).
003360     05  FILLER                  PIC X(29) VALUE SPACES.
003370
003380 01  RPT-CHANGE-LINE.
003390     05  FILLER                  PIC X(03) VALUE SPACES.
003400     05  FILLER                  PIC X(29)
003410             VALUE 'COUNTR VALUES CHANGING LABEL'.
003420     05  RPT-CHG-CHANGED         PIC Z(9)9.
003430     05  FILLER                  PIC X(04) VALUE ' OF '.
003440     05  RPT-CHG-RANGE           PIC Z(9)9.
003450     05  FILLER                  PIC X(10) VALUE ' SIMULATED'.
003460     05  FILLER                  PIC X(66) VALUE SPACES.
003470
003480 01  RPT-RULE-HEAD-LINE.
003490     05  FILLER                  PIC X(05) VALUE SPACES.
003500     05  FILLER                  PIC X(12) VALUE 'RULE'.
003510     05  FILLER                  PIC X(06) VALUE 'TYPE'.
003520     05  FILLER                  PIC X(10) VALUE '     TODAY'.
003530     05  FILLER                  PIC X(05) VALUE SPACES.
003540     05  FILLER                  PIC X(10) VALUE '  PROPOSED'.
003550     05  FILLER                  PIC X(05) VALUE SPACES.
003560     05  FILLER                  PIC X(10) VALUE '     SHIFT'.
003570     05  FILLER                  PIC X(02) VALUE SPACES.
003580     05  FILLER                  PIC X(10) VALUE 'NOTE'.
003590     05  FILLER                  PIC X(57) VALUE SPACES.
003600
003610 01  RPT-RULE-LINE.
003620     05  FILLER                  PIC X(05) VALUE SPACES.
003630     05  RPT-RUL-LABEL           PIC X(10).
003640     05  FILLER                  PIC X(02) VALUE SPACES.
003650     05  RPT-RUL-TYPE            PIC X(03).
003660     05  FILLER                  PIC X(03) VALUE SPACES.
003670     05  RPT-RUL-TODAY           PIC Z(9)9.
003680     05  FILLER                  PIC X(05) VALUE SPACES.
003690     05  RPT-RUL-PROPOSED        PIC Z(9)9.
003700     05  FILLER                  PIC X(05) VALUE SPACES.
003710     05  RPT-RUL-SHIFT           PIC +(9)9.
003720     05  FILLER                  PIC X(02) VALUE SPACES.
003730     05  RPT-RUL-NOTE            PIC X(10).
003740     05  FILLER                  PIC X(57) VALUE SPACES.
003750
003760 01  RPT-SAMPLE-HEAD-LINE.
003770     05  FILLER                  PIC X(05) VALUE SPACES.
003780     05  FILLER                  PIC X(09) VALUE '   COUNTR'.
003790     05  FILLER                  PIC X(03) VALUE SPACES.
003800     05  FILLER                  PIC X(40) VALUE 'TODAY'.
003810     05  FILLER                  PIC X(03) VALUE SPACES.
003820     05  FILLER                  PIC X(40) VALUE 'PROPOSED'.
003830     05  FILLER                  PIC X(32) VALUE SPACES.
003840
003850 01  RPT-SAMPLE-LINE.
003860     05  FILLER                  PIC X(05) VALUE SPACES.
003870     05  RPT-SMP-COUNTR          PIC Z(8)9.
003880     05  FILLER                  PIC X(03) VALUE SPACES.
003890     05  RPT-SMP-TODAY           PIC X(40).
003900     05  FILLER                  PIC X(03) VALUE SPACES.
003910     05  RPT-SMP-PROPOSED        PIC X(40).
003920     05  FILLER                  PIC X(32) VALUE SPACES.
003930
003940 01  RPT-TOTAL-LINE1.
003950     05  FILLER                  PIC X(01) VALUE SPACE.
003960     05  FILLER                  PIC X(15) VALUE 'PARM SETS READ'.
003970     05  RPT-TOT-READ            PIC Z(4)9.
003980     05  FILLER                  PIC X(12) VALUE '  SIMULATED '.
003990     05  RPT-TOT-RUN             PIC Z(4)9.
004000     05  FILLER                  PIC X(16)
004010             VALUE '  NOT SCHEDULED '.
004020     05  RPT-TOT-SKIPPED         PIC Z(4)9.
004030     05  FILLER                  PIC X(22)
004040             VALUE '  REJECTED EITHER WAY '.
004050     05  RPT-TOT-REJECTED        PIC Z(4)9.
004060     05  FILLER                  PIC X(17)
004070             VALUE '  NEWLY REJECTED '.
004080     05  RPT-TOT-NEWLY           PIC Z(4)9.
004090     05  FILLER                  PIC X(24) VALUE SPACES.
004100
004110 01  RPT-TOTAL-LINE2.
004120     05  FILLER                  PIC X(01) VALUE SPACE.
004130     05  FILLER                  PIC X(21)
004140             VALUE 'SETS CHANGING LABELS'.
004150     05  RPT-TOT-SETS-CHANGED    PIC Z(4)9.
004160     05  FILLER                  PIC X(19)
004170             VALUE '  COUNTR SIMULATED '.
004180     05  RPT-TOT-COUNTR-RUN      PIC Z(9)9.
004190     05  FILLER                  PIC X(24)
004200             VALUE '  COUNTR CHANGING LABEL '.
004210     05  RPT-TOT-COUNTR-CHANGED  PIC Z(9)9.
004220     05  FILLER                  PIC X(42) VALUE SPACES.
004230
004240 01  RPT-TOTAL-LINE3.
004250     05  FILLER                  PIC X(01) VALUE SPACE.
004260     05  FILLER                  PIC X(31)
004270             VALUE 'RULES REJECTED AT LOAD - TODAY'.
004280     05  RPT-TOT-TODAY-REJ       PIC Z(4)9.
004290     05  FILLER                  PIC X(11) VALUE '  PROPOSED '.
004300     05  RPT-TOT-PROPOSED-REJ    PIC Z(4)9.
004310     05  FILLER                  PIC X(79) VALUE SPACES.
004320
004330 PROCEDURE DIVISION.
004340*****************************************************
004350*  0000-MAINLINE                                    *
004360*****************************************************
004370 0000-MAINLINE.
004380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004390     IF NOT FATAL-ERROR-FOUND
004400         PERFORM 2000-LOAD-RULES THRU 2000-EXIT
004410         PERFORM 3000-SIMULATE-ONE-PARM THRU 3000-EXIT
004420             UNTIL PARM-EOF
004430         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
004440     END-IF.
004450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004460     STOP RUN.
004470
004480*****************************************************
004490*  1000-INITIALIZE - OPEN FILES, READ THE CONTROL    *
004500*  RECORD, FIX THE SIMULATED DATE'S RUN CALENDAR,    *
004510*  WRITE THE REPORT HEADER.                          *
004520*****************************************************
004530 1000-INITIALIZE.
004540     DISPLAY 'RULESIM RULE CHANGE SIMULATION STARTING'.
004550     ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
004560     ACCEPT RUN-TIME-NUM FROM TIME.
004570     STRING RUN-DATE-NUM(1:4) '-'
004580            RUN-DATE-NUM(5:2) '-'
004590            RUN-DATE-NUM(7:2)
004600            DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
004610     STRING RUN-TIME-NUM(1:2) ':'
004620            RUN-TIME-NUM(3:2) ':'
004630            RUN-TIME-NUM(5:2)
004640            DELIMITED BY SIZE INTO RUN-TIME-DISPLAY.
004650     INITIALIZE SIM-RULE-TABLE.
004660     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
004670     IF NOT FATAL-ERROR-FOUND
004680         PERFORM 1200-READ-CONTROL-REC THRU 1200-EXIT
004690     END-IF.
004700     IF NOT FATAL-ERROR-FOUND
004710         PERFORM 1300-SET-SIM-CALENDAR THRU 1300-EXIT
004720     END-IF.
004730     IF NOT FATAL-ERROR-FOUND
004740         PERFORM 1500-WRITE-REPORT-HEADER THRU 1500-EXIT
004750     END-IF.
004760 1000-EXIT.
004770     EXIT.
004780
004790 1100-OPEN-FILES.
004800     OPEN INPUT  CONTROL-FILE.
004810     IF FS-CONTROL NOT = '00'
004820         DISPLAY 'FATAL - CTLFILE OPEN FAILED, STATUS = '
004830                 FS-CONTROL
004840         SET FATAL-ERROR-FOUND TO TRUE
004850     END-IF.
004860     OPEN INPUT  PARM-FILE.
004870     IF FS-PARM NOT = '00'
004880         DISPLAY 'FATAL - PARMFILE OPEN FAILED, STATUS = '
004890                 FS-PARM
004900         SET FATAL-ERROR-FOUND TO TRUE
004910     END-IF.
004920     OPEN INPUT  RULE-FILE.
004930     IF FS-RULE NOT = '00'
004940         DISPLAY 'FATAL - RULEFILE OPEN FAILED, STATUS = '
004950                 FS-RULE
004960         SET FATAL-ERROR-FOUND TO TRUE
004970     END-IF.
004980     OPEN INPUT  RULE-NEW-FILE.
004990     IF FS-RULE-NEW NOT = '00'
005000         DISPLAY 'FATAL - RULENEW OPEN FAILED, STATUS = '
005010                 FS-RULE-NEW
005020         SET FATAL-ERROR-FOUND TO TRUE
005030     END-IF.
005040     OPEN OUTPUT REPORT-FILE.
005050     IF FS-REPORT NOT = '00'
005060         DISPLAY 'FATAL - RPTFILE OPEN FAILED, STATUS = '
005070                 FS-REPORT
005080         SET FATAL-ERROR-FOUND TO TRUE
005090     END-IF.
005100 1100-EXIT.
005110     EXIT.
005120
005130*****************************************************
005140*  1200-READ-CONTROL-REC - THE DATE TO SIMULATE IS   *
005150*  REQUIRED.  A BLANK BASE DATE IS TODAY, AND A      *
005160*  BLANK SAMPLE LIMIT IS THE DEFAULT OF 10.          *
005170*****************************************************
005180 1200-READ-CONTROL-REC.
005190     READ CONTROL-FILE
005200         AT END
005210             DISPLAY 'FATAL - CTLFILE IS EMPTY - NO '
005220                     'SIMULATED DATE SUPPLIED'
005230             SET FATAL-ERROR-FOUND TO TRUE
005240             GO TO 1200-EXIT
005250     END-READ.
005260     MOVE CTL-SIM-DATE TO EDIT-DATE-WS.
005270     PERFORM 2220-EDIT-ONE-DATE THRU 2220-EXIT.
005280     IF EDIT-DATE-BAD
005290         DISPLAY 'FATAL - CTLFILE SIMULATED DATE NOT '
005300                 'YYYY-MM-DD: ' CTL-SIM-DATE
005310         SET FATAL-ERROR-FOUND TO TRUE
005320         GO TO 1200-EXIT
005330     END-IF.
005340     MOVE CTL-SIM-DATE TO SIM-DATE.
005350     IF CTL-BASE-DATE = SPACES
005360         MOVE RUN-DATE-DISPLAY TO BASE-DATE
005370     ELSE
005380         MOVE CTL-BASE-DATE TO EDIT-DATE-WS
005390         PERFORM 2220-EDIT-ONE-DATE THRU 2220-EXIT
005400         IF EDIT-DATE-BAD
005410             DISPLAY 'FATAL - CTLFILE BASE DATE NOT '
005420                     'YYYY-MM-DD: ' CTL-BASE-DATE
005430             SET FATAL-ERROR-FOUND TO TRUE
005440             GO TO 1200-EXIT
005450         END-IF
005460         MOVE CTL-BASE-DATE TO BASE-DATE
005470     END-IF.
005480     IF CTL-SAMPLE-LIMIT NOT = SPACES
005490         IF CTL-SAMPLE-LIMIT-NUM NOT NUMERIC
005500             DISPLAY 'FATAL - CTLFILE SAMPLE LIMIT NOT '
005510                     'NUMERIC: ' CTL-SAMPLE-LIMIT
005520             SET FATAL-ERROR-FOUND TO TRUE
005530             GO TO 1200-EXIT
005540         END-IF
005550         MOVE CTL-SAMPLE-LIMIT-NUM TO SAMPLE-LIMIT
005560     END-IF.
005570     IF SAMPLE-LIMIT > SAMPLE-MAX
005580         DISPLAY 'SAMPLE LIMIT ' CTL-SAMPLE-LIMIT
005590                 ' CUT BACK TO ' SAMPLE-MAX
005600         MOVE SAMPLE-MAX TO SAMPLE-LIMIT
005610     END-IF.
005620 1200-EXIT.
005630     EXIT.
005640
005650*****************************************************
005660*  1300-SET-SIM-CALENDAR - THE WEEKDAY AND THE LAST  *
005670*  DAY OF THE MONTH FOR THE SIMULATED DATE.  DAY     *
005680*  NUMBER 1 WAS A TUESDAY, SO ADDING ONE BEFORE      *
005690*  DIVIDING BY 7 GIVES 0 FOR A MONDAY.  A MONTH OR   *
005700*  DAY THAT CANNOT BE ON A CALENDAR IS FATAL.        *
005710*****************************************************
005720 1300-SET-SIM-CALENDAR.
005730     IF SIM-MM < 1 OR SIM-MM > 12
005740         DISPLAY 'FATAL - CTLFILE SIMULATED DATE IS NOT '
005750                 'A CALENDAR DATE: ' SIM-DATE
005760         SET FATAL-ERROR-FOUND TO TRUE
005770         GO TO 1300-EXIT
005780     END-IF.
005790     PERFORM 1400-SET-MONTH-END-DAY THRU 1400-EXIT.
005800     IF SIM-DD < 1 OR SIM-DD > MONTH-END-DAY
005810         DISPLAY 'FATAL - CTLFILE SIMULATED DATE IS NOT '
005820                 'A CALENDAR DATE: ' SIM-DATE
005830         SET FATAL-ERROR-FOUND TO TRUE
005840         GO TO 1300-EXIT
005850     END-IF.
005860     MOVE SIM-DATE TO DAY-CALC-DATE.
005870     PERFORM 2700-COMPUTE-DAY-NUMBER THRU 2700-EXIT.
005880     COMPUTE DOW-WORK = DAY-CALC-RESULT + 1.
005890     DIVIDE DOW-WORK BY 7
005900         GIVING DOW-QUOT REMAINDER DOW-REM.
005910     COMPUTE SIM-DOW-NUM = DOW-REM + 1.
005920     MOVE SIM-DOW-NUM TO SIM-DOW-CHAR.
005930 1300-EXIT.
005940     EXIT.
005950
005960*****************************************************
005970*  1400-SET-MONTH-END-DAY - FIX THE LAST DAY OF THE  *
005980*  SIMULATED MONTH FOR THE 'E' (MONTH-END) FREQUENCY *
005990*  CODE.  FEBRUARY GETS 29 IN A LEAP YEAR - DIVISIBLE*
006000*  BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400. *
006010*****************************************************
006020 1400-SET-MONTH-END-DAY.
006030     EVALUATE SIM-MM
006040         WHEN 01
006050         WHEN 03
006060         WHEN 05
006070         WHEN 07
006080         WHEN 08
006090         WHEN 10
006100         WHEN 12
006110             MOVE 31 TO MONTH-END-DAY
006120         WHEN 04
006130         WHEN 06
006140         WHEN 09
006150         WHEN 11
006160             MOVE 30 TO MONTH-END-DAY
006170         WHEN 02
006180             MOVE 28 TO MONTH-END-DAY
006190             DIVIDE SIM-YYYY BY 4
006200                 GIVING LEAP-QUOT REMAINDER LEAP-REM
006210             IF LEAP-REM = ZERO
006220                 MOVE 29 TO MONTH-END-DAY
006230                 DIVIDE SIM-YYYY BY 100
006240                     GIVING LEAP-QUOT REMAINDER LEAP-REM
006250                 IF LEAP-REM = ZERO
006260                     DIVIDE SIM-YYYY BY 400
006270                         GIVING LEAP-QUOT REMAINDER LEAP-REM
006280                     IF LEAP-REM NOT = ZERO
006290                         MOVE 28 TO MONTH-END-DAY
006300                     END-IF
006310                 END-IF
006320             END-IF
006330     END-EVALUATE.
006340 1400-EXIT.
006350     EXIT.
006360
006370 1500-WRITE-REPORT-HEADER.
006380     MOVE RUN-DATE-DISPLAY TO RPT-HDR-DATE.
006390     MOVE RUN-TIME-DISPLAY TO RPT-HDR-TIME.
006400     WRITE REPORT-LINE FROM RPT-HEADER-LINE
006410         AFTER ADVANCING PAGE.
006420     MOVE SPACES TO STATUS-TEXT.
006430     STRING 'SIMULATED RUN DATE ' SIM-DATE
006440            ' (' DELIMITED BY SIZE
006450            DAY-NAME(SIM-DOW-NUM) DELIMITED BY SPACE
006460            ')' DELIMITED BY SIZE
006470            INTO STATUS-TEXT.
006480     PERFORM 1510-WRITE-CAPTION THRU 1510-EXIT.
006490     MOVE SPACES TO STATUS-TEXT.
006500     STRING 'TODAY''S RULES    - RULEFILE AS OF ' BASE-DATE
006510            DELIMITED BY SIZE INTO STATUS-TEXT.
006520     PERFORM 1510-WRITE-CAPTION THRU 1510-EXIT.
006530     MOVE SPACES TO STATUS-TEXT.
006540     STRING 'PROPOSED RULES   - RULENEW AS OF  ' SIM-DATE
006550            DELIMITED BY SIZE INTO STATUS-TEXT.
006560     PERFORM 1510-WRITE-CAPTION THRU 1510-EXIT.
006570 1500-EXIT.
006580     EXIT.
006590
006600 1510-WRITE-CAPTION.
006610     MOVE STATUS-TEXT TO RPT-CAPTION-TEXT.
006620     WRITE REPORT-LINE FROM RPT-CAPTION-LINE
006630         AFTER ADVANCING 1 LINE.
006640 1510-EXIT.
006650     EXIT.
006660
006670*****************************************************
006680*  2000-LOAD-RULES - TODAY'S SIDE FROM RULEFILE AS   *
006690*  OF THE BASE DATE, THEN THE PROPOSED SIDE FROM     *
006700*  RULENEW AS OF THE SIMULATED DATE.  A RULE EITHER  *
006710*  NIGHT WOULD REJECT IS LISTED; ONE REJECTED FROM   *
006720*  THE PROPOSED MASTER FAILS THE SIMULATION (RC=8).  *
006730*****************************************************
006740 2000-LOAD-RULES.
006750     MOVE SIDE-TODAY TO SIDE-SUB.
006760     MOVE BASE-DATE TO EFFECT-DATE.
006770     PERFORM 2100-READ-TODAY-RULE THRU 2100-EXIT
006780         UNTIL RULE-EOF.
006790     MOVE 'N' TO RULE-EOF-SWITCH.
006800     MOVE SIDE-PROPOSED TO SIDE-SUB.
006810     MOVE SIM-DATE TO EFFECT-DATE.
006820     PERFORM 2150-READ-PROPOSED-RULE THRU 2150-EXIT
006830         UNTIL RULE-EOF.
006840     MOVE SIM-TAB-COUNT(SIDE-TODAY)    TO RPT-LOAD-TODAY.
006850     MOVE SIM-TAB-COUNT(SIDE-PROPOSED) TO RPT-LOAD-PROPOSED.
006860     WRITE REPORT-LINE FROM RPT-LOAD-LINE
006870         AFTER ADVANCING 2 LINES.
006880 2000-EXIT.
006890     EXIT.
006900
006910 2100-READ-TODAY-RULE.
006920     READ RULE-FILE INTO RULE-RECORD
006930         AT END
006940             SET RULE-EOF TO TRUE
006950         NOT AT END
006960             PERFORM 2200-VALIDATE-AND-ADD-RULE THRU 2200-EXIT
006970     END-READ.
006980 2100-EXIT.
006990     EXIT.
007000
007010 2150-READ-PROPOSED-RULE.
007020     READ RULE-NEW-FILE INTO RULE-RECORD
007030         AT END
007040             SET RULE-EOF TO TRUE
007050         NOT AT END
007060             PERFORM 2200-VALIDATE-AND-ADD-RULE THRU 2200-EXIT
007070     END-READ.
007080 2150-EXIT.
007090     EXIT.
007100
007110*****************************************************
007120*  2200-VALIDATE-AND-ADD-RULE - THE NIGHTLY JOB'S    *
007130*  LOAD EDITS (2110-VALIDATE-AND-ADD-RULE), APPLIED  *
007140*  TO THE SIDE IN SIDE-SUB AS OF EFFECT-DATE.  A     *
007150*  RULE OUTSIDE ITS EFFECTIVE WINDOW SIMPLY DOES NOT *
007160*  LOAD, AS IT WOULD NOT THAT NIGHT.                 *
007170*****************************************************
007180 2200-VALIDATE-AND-ADD-RULE.
007190     PERFORM 2230-CHECK-RULE-TYPE THRU 2230-EXIT.
007200     IF RULE-TYPE-BAD
007210         PERFORM 2290-REJECT-RULE THRU 2290-EXIT
007220         GO TO 2200-EXIT
007230     END-IF.
007240*    A CONTAINS-DIGIT RULE HAS NO DIVISOR TO CHECK.
007250     IF NOT RULE-REC-TYPE-CONTAINS
007260         AND RULE-REC-DIVISOR NOT GREATER THAN ZERO
007270         MOVE SPACES TO STATUS-TEXT
007280         STRING 'RULE DIVISOR NOT POSITIVE - REJECTED - LABEL '
007290                RULE-REC-LABEL
007300                DELIMITED BY SIZE INTO STATUS-TEXT
007310         PERFORM 2290-REJECT-RULE THRU 2290-EXIT
007320         GO TO 2200-EXIT
007330     END-IF.
007340     PERFORM 2210-CHECK-RULE-DATES THRU 2210-EXIT.
007350     IF RULE-DATES-BAD
007360         MOVE SPACES TO STATUS-TEXT
007370         STRING 'RULE EFF DATE NOT YYYY-MM-DD - REJECTED - '
007380                'LABEL ' RULE-REC-LABEL
007390                DELIMITED BY SIZE INTO STATUS-TEXT
007400         PERFORM 2290-REJECT-RULE THRU 2290-EXIT
007410         GO TO 2200-EXIT
007420     END-IF.
007430     IF RULE-NOT-IN-EFFECT
007440         GO TO 2200-EXIT
007450     END-IF.
007460     IF SIM-TAB-COUNT(SIDE-SUB) NOT < 20
007470         MOVE SPACES TO STATUS-TEXT
007480         STRING 'RULE TABLE FULL (20 MAX) - RULE IGNORED - '
007490                'LABEL ' RULE-REC-LABEL
007500                DELIMITED BY SIZE INTO STATUS-TEXT
007510         PERFORM 2290-REJECT-RULE THRU 2290-EXIT
007520         GO TO 2200-EXIT
007530     END-IF.
007540     ADD 1 TO SIM-TAB-COUNT(SIDE-SUB).
007550     MOVE SIM-TAB-COUNT(SIDE-SUB) TO RULE-SUB.
007560     MOVE RULE-REC-DIVISOR
007570         TO SIM-TAB-DIVISOR(SIDE-SUB, RULE-SUB).
007580     MOVE RULE-REC-LABEL
007590         TO SIM-TAB-LABEL(SIDE-SUB, RULE-SUB).
007600     MOVE RULE-REC-SET-NAME
007610         TO SIM-TAB-SET-NAME(SIDE-SUB, RULE-SUB).
007620     MOVE RULE-REC-TYPE
007630         TO SIM-TAB-TYPE(SIDE-SUB, RULE-SUB).
007640     IF RULE-REC-TYPE = SPACE
007650         SET SIM-TAB-DIVISIBLE(SIDE-SUB, RULE-SUB) TO TRUE
007660     END-IF.
007670     IF RULE-REC-TYPE-REMAINDER OR RULE-REC-TYPE-CONTAINS
007680         MOVE RULE-REC-OPERAND
007690             TO SIM-TAB-OPERAND(SIDE-SUB, RULE-SUB)
007700     ELSE
007710         MOVE ZERO TO SIM-TAB-OPERAND(SIDE-SUB, RULE-SUB)
007720     END-IF.
007730     IF RULE-REC-TYPE-CONTAINS
007740         MOVE ZERO TO SIM-TAB-DIVISOR(SIDE-SUB, RULE-SUB)
007750     END-IF.
007760 2200-EXIT.
007770     EXIT.
007780
007790*****************************************************
007800*  2210-CHECK-RULE-DATES - EDIT THE EFFECTIVE DATES  *
007810*  AND DECIDE WHETHER THE RULE IS IN EFFECT ON       *
007820*  EFFECT-DATE.  BLANK FROM IS SINCE FOREVER, BLANK  *
007830*  TO NEVER EXPIRES (SEE RULEREC.CPY).               *
007840*****************************************************
007850 2210-CHECK-RULE-DATES.
007860     SET RULE-DATES-OK TO TRUE.
007870     SET RULE-IS-IN-EFFECT TO TRUE.
007880     IF RULE-REC-EFF-FROM NOT = SPACES
007890         MOVE RULE-REC-EFF-FROM TO EDIT-DATE-WS
007900         PERFORM 2220-EDIT-ONE-DATE THRU 2220-EXIT
007910         IF EDIT-DATE-BAD
007920             SET RULE-DATES-BAD TO TRUE
007930             GO TO 2210-EXIT
007940         END-IF
007950         IF RULE-REC-EFF-FROM > EFFECT-DATE
007960             SET RULE-NOT-IN-EFFECT TO TRUE
007970         END-IF
007980     END-IF.
007990     IF RULE-REC-EFF-TO NOT = SPACES
008000         MOVE RULE-REC-EFF-TO TO EDIT-DATE-WS
008010         PERFORM 2220-EDIT-ONE-DATE THRU 2220-EXIT
008020         IF EDIT-DATE-BAD
008030             SET RULE-DATES-BAD TO TRUE
008040             GO TO 2210-EXIT
008050         END-IF
008060         IF RULE-REC-EFF-TO < EFFECT-DATE
008070             SET RULE-NOT-IN-EFFECT TO TRUE
008080         END-IF
008090     END-IF.
008100 2210-EXIT.
008110     EXIT.
008120
008130 2220-EDIT-ONE-DATE.
008140     SET EDIT-DATE-OK TO TRUE.
008150     IF EDIT-DATE-WS(1:4) NOT NUMERIC
008160         OR EDIT-DATE-WS(5:1) NOT = '-'
008170         OR EDIT-DATE-WS(6:2) NOT NUMERIC
008180         OR EDIT-DATE-WS(8:1) NOT = '-'
008190         OR EDIT-DATE-WS(9:2) NOT NUMERIC
008200         SET EDIT-DATE-BAD TO TRUE
008210     END-IF.
008220 2220-EXIT.
008230     EXIT.
008240
008250*****************************************************
008260*  2230-CHECK-RULE-TYPE - THE TYPE CODE AND OPERAND  *
008270*  EDITS OF 2140-CHECK-RULE-TYPE IN THE NIGHTLY JOB. *
008280*****************************************************
008290 2230-CHECK-RULE-TYPE.
008300     SET RULE-TYPE-OK TO TRUE.
008310     MOVE SPACES TO STATUS-TEXT.
008320     IF NOT RULE-REC-TYPE-DIVISIBLE
008330         AND NOT RULE-REC-TYPE-REMAINDER
008340         AND NOT RULE-REC-TYPE-CONTAINS
008350         AND NOT RULE-REC-TYPE-OVERRIDE
008360         SET RULE-TYPE-BAD TO TRUE
008370         STRING 'RULE TYPE NOT D/M/C/O - REJECTED - LABEL '
008380                RULE-REC-LABEL
008390                DELIMITED BY SIZE INTO STATUS-TEXT
008400         GO TO 2230-EXIT
008410     END-IF.
008420     IF RULE-REC-TYPE-CONTAINS
008430         IF RULE-REC-OPERAND NOT NUMERIC
008440             OR RULE-REC-OPERAND > 9
008450             SET RULE-TYPE-BAD TO TRUE
008460             STRING 'RULE DIGIT NOT 0-9 - REJECTED - LABEL '
008470                    RULE-REC-LABEL
008480                    DELIMITED BY SIZE INTO STATUS-TEXT
008490         END-IF
008500         GO TO 2230-EXIT
008510     END-IF.
008520*    A NON-POSITIVE DIVISOR IS LEFT FOR 2200 TO REPORT.
008530     IF RULE-REC-TYPE-REMAINDER
008540         AND RULE-REC-DIVISOR > ZERO
008550         IF RULE-REC-OPERAND NOT NUMERIC
008560             OR RULE-REC-OPERAND NOT < RULE-REC-DIVISOR
008570             SET RULE-TYPE-BAD TO TRUE
008580             STRING 'RULE REMAINDER NOT BELOW DIVISOR - '
008590                    'REJECTED - LABEL ' RULE-REC-LABEL
008600                    DELIMITED BY SIZE INTO STATUS-TEXT
008610         END-IF
008620     END-IF.
008630 2230-EXIT.
008640     EXIT.
008650
008660*****************************************************
008670*  2290-REJECT-RULE - LIST A RULE THE NIGHT IN       *
008680*  QUESTION WOULD REJECT, TAGGED WITH ITS SIDE AND   *
008690*  RULE SET.  THE MESSAGE IS IN STATUS-TEXT.         *
008700*****************************************************
008710 2290-REJECT-RULE.
008720     IF SIDE-SUB = SIDE-PROPOSED
008730         ADD 1 TO PROPOSED-REJECT-CTR
008740         SET PROPOSED-LOAD-FAILED TO TRUE
008750         MOVE 'PROPOSED' TO RULE-SIDE-TEXT
008760     ELSE
008770         ADD 1 TO TODAY-REJECT-CTR
008780         MOVE 'TODAY' TO RULE-SIDE-TEXT
008790     END-IF.
008800     IF RULE-REC-SET-NAME = SPACES
008810         MOVE '(LEGACY)' TO RULE-SET-TEXT
008820     ELSE
008830         MOVE RULE-REC-SET-NAME TO RULE-SET-TEXT
008840     END-IF.
008850     MOVE SPACES TO RPT-STS-TEXT.
008860     STRING RULE-SIDE-TEXT ' RULE SET ' RULE-SET-TEXT ' - '
008870            STATUS-TEXT DELIMITED BY SIZE
008880            INTO RPT-STS-TEXT.
008890     WRITE REPORT-LINE FROM RPT-STATUS-LINE
008900         AFTER ADVANCING 1 LINE.
008910 2290-EXIT.
008920     EXIT.
008930
008940*****************************************************
008950*  2700-COMPUTE-DAY-NUMBER - TURN THE YYYY-MM-DD IN  *
008960*  DAY-CALC-DATE INTO A DAY COUNT IN DAY-CALC-RESULT *
008970*  - THE SAME COUNT PARMMNT AGES PENDING CHANGES BY. *
008980*  THE YEAR IS COUNTED FROM MARCH SO FEBRUARY 29     *
008990*  FALLS AT ITS END; EACH DIVIDE TRUNCATES INTO AN   *
009000*  INTEGER FIELD ON PURPOSE.                         *
009010*****************************************************
009020 2700-COMPUTE-DAY-NUMBER.
009030     MOVE DAY-CALC-DATE(1:4) TO DAY-CALC-YEAR.
009040     MOVE DAY-CALC-DATE(6:2) TO DAY-CALC-MONTH.
009050     MOVE DAY-CALC-DATE(9:2) TO DAY-CALC-DAY.
009060     IF DAY-CALC-MONTH > 2
009070         SUBTRACT 3 FROM DAY-CALC-MONTH
009080     ELSE
009090         ADD 9 TO DAY-CALC-MONTH
009100         SUBTRACT 1 FROM DAY-CALC-YEAR
009110     END-IF.
009120     DIVIDE DAY-CALC-YEAR BY 4   GIVING DAY-CALC-QUOT-4.
009130     DIVIDE DAY-CALC-YEAR BY 100 GIVING DAY-CALC-QUOT-100.
009140     DIVIDE DAY-CALC-YEAR BY 400 GIVING DAY-CALC-QUOT-400.
009150     COMPUTE DAY-CALC-MONTH-WORK = 153 * DAY-CALC-MONTH + 2.
009160     DIVIDE DAY-CALC-MONTH-WORK BY 5
009170         GIVING DAY-CALC-MONTH-DAYS.
009180     COMPUTE DAY-CALC-RESULT = DAY-CALC-YEAR * 365
009190                             + DAY-CALC-QUOT-4
009200                             - DAY-CALC-QUOT-100
009210                             + DAY-CALC-QUOT-400
009220                             + DAY-CALC-MONTH-DAYS
009230                             + DAY-CALC-DAY.
009240 2700-EXIT.
009250     EXIT.
009260
009270*****************************************************
009280*  3000-SIMULATE-ONE-PARM - READ ONE PARAMETER SET,  *
009290*  DECIDE WHETHER THE SIMULATED NIGHT WOULD RUN IT,  *
009300*  AND IF SO RUN IT UNDER BOTH SIDES' RULES.         *
009310*****************************************************
009320 3000-SIMULATE-ONE-PARM.
009330     READ PARM-FILE
009340         AT END
009350             SET PARM-EOF TO TRUE
009360             GO TO 3000-EXIT
009370     END-READ.
009380     ADD 1 TO JOB-SETS-READ.
009390     PERFORM 4100-WRITE-PARM-LINE THRU 4100-EXIT.
009400     PERFORM 3100-VALIDATE-PARM THRU 3100-EXIT.
009410     IF PARM-IS-INVALID
009420         ADD 1 TO JOB-SETS-REJECTED
009430         GO TO 3000-EXIT
009440     END-IF.
009450     IF SET-IS-SKIPPED
009460         MOVE SPACES TO STATUS-TEXT
009470         STRING 'NOT SCHEDULED ON ' SIM-DATE
009480                ' - FREQ CODE ' PARM-FREQ-CODE
009490                ' IS OUT OF CYCLE'
009500                DELIMITED BY SIZE INTO STATUS-TEXT
009510         PERFORM 3900-WRITE-STATUS-LINE THRU 3900-EXIT
009520         ADD 1 TO JOB-SETS-SKIPPED
009530         GO TO 3000-EXIT
009540     END-IF.
009550     PERFORM 3300-SELECT-RULE-SETS THRU 3300-EXIT.
009560     IF SIM-SET-RULE-COUNT(SIDE-PROPOSED) = ZERO
009570         PERFORM 3500-REPORT-NO-RULES THRU 3500-EXIT
009580         GO TO 3000-EXIT
009590     END-IF.
009600     IF SIM-SET-RULE-COUNT(SIDE-TODAY) = ZERO
009610         MOVE SPACES TO STATUS-TEXT
009620         STRING 'NO RULES FOR RULE SET ' PARM-RULE-SET
009630                ' TODAY - REJECTED NOW, SO TODAY''S SIDE '
009640                'IS SHOWN UNLABELED'
009650                DELIMITED BY SIZE INTO STATUS-TEXT
009660         PERFORM 3900-WRITE-STATUS-LINE THRU 3900-EXIT
009670     END-IF.
009680     PERFORM 3400-RUN-PARM-SET THRU 3400-EXIT.
009690     ADD 1 TO JOB-SETS-RUN.
009700 3000-EXIT.
009710     EXIT.
009720
009730*****************************************************
009740*  3100-VALIDATE-PARM - THE NIGHTLY JOB'S PARAMETER  *
009750*  EDITS (3200-VALIDATE-PARM) THAT DO NOT DEPEND ON  *
009760*  THE RULES, WITH THE CALENDAR TAKEN AS OF THE      *
009770*  SIMULATED DATE.  A SET THEY REJECT IS REJECTED    *
009780*  WHICHEVER RULES ARE IN EFFECT.                    *
009790*****************************************************
009800 3100-VALIDATE-PARM.
009810     SET PARM-IS-VALID TO TRUE.
009820     MOVE 'N' TO SET-SKIP-SWITCH.
009830     PERFORM 3150-CHECK-RUN-CALENDAR THRU 3150-EXIT.
009840     IF SET-IS-SKIPPED OR PARM-IS-INVALID
009850         GO TO 3100-EXIT
009860     END-IF.
009870     IF PARM-START-VAL = ZERO
009880         SET PARM-IS-INVALID TO TRUE
009890         MOVE SPACES TO STATUS-TEXT
009900         STRING 'REJECTED EITHER WAY - START VALUE MUST BE '
009910                'GREATER THAN ZERO'
009920                DELIMITED BY SIZE INTO STATUS-TEXT
009930         PERFORM 3900-WRITE-STATUS-LINE THRU 3900-EXIT
009940     END-IF.
009950     IF NOT PARM-PRINT-DETAIL
009960         AND NOT PARM-PRINT-SUMMARY
009970         AND NOT PARM-PRINT-EXCEPTIONS
009980         SET PARM-IS-INVALID TO TRUE
009990         MOVE SPACES TO STATUS-TEXT
010000         STRING 'REJECTED EITHER WAY - PRINT MODE NOT D, S, '
010010                'OR E: ' PARM-PRINT-MODE
010020                DELIMITED BY SIZE INTO STATUS-TEXT
010030         PERFORM 3900-WRITE-STATUS-LINE THRU 3900-EXIT
010040     END-IF.
010050     IF PARM-END-VAL < PARM-START-VAL
010060         SET PARM-IS-INVALID TO TRUE
010070         MOVE SPACES TO STATUS-TEXT
010080         STRING 'REJECTED EITHER WAY - END VALUE LESS THAN '
010090                'START VALUE'
010100                DELIMITED BY SIZE INTO STATUS-TEXT
010110         PERFORM 3900-WRITE-STATUS-LINE THRU 3900-EXIT
010120         GO TO 3100-EXIT
010130     END-IF.
010140     COMPUTE RANGE-SIZE = PARM-END-VAL - PARM-START-VAL + 1.
010150     IF RANGE-SIZE > MAX-RANGE-SIZE
010160         SET PARM-IS-INVALID TO TRUE
010170         MOVE SPACES TO STATUS-TEXT
010180         STRING 'REJECTED EITHER WAY - RANGE EXCEEDS '
010190                'MAX-RANGE-SIZE'
010200                DELIMITED BY SIZE INTO STATUS-TEXT
010210         PERFORM 3900-WRITE-STATUS-LINE THRU 3900-EXIT
010220     END-IF.
010230 3100-EXIT.
010240     EXIT.
010250
010260*****************************************************
010270*  3150-CHECK-RUN-CALENDAR - THE SET'S FREQUENCY     *
010280*  CODE AGAINST THE SIMULATED DATE, AS THE NIGHTLY   *
010290*  JOB'S 3250-CHECK-RUN-CALENDAR TESTS IT AGAINST    *
010300*  THE RUN DATE.  SEE PARMREC.CPY FOR THE CODES.     *
010310*****************************************************
010320 3150-CHECK-RUN-CALENDAR.
010330     IF PARM-FREQ-DAILY
010340         GO TO 3150-EXIT
010350     END-IF.
010360     IF PARM-FREQ-MONTH-END
010370         IF SIM-DD NOT = MONTH-END-DAY
010380             SET SET-IS-SKIPPED TO TRUE
010390         END-IF
010400         GO TO 3150-EXIT
010410     END-IF.
010420     IF PARM-FREQ-WEEKDAY
010430         IF PARM-FREQ-CODE NOT = SIM-DOW-CHAR
010440             SET SET-IS-SKIPPED TO TRUE
010450         END-IF
010460         GO TO 3150-EXIT
010470     END-IF.
010480     SET PARM-IS-INVALID TO TRUE.
010490     MOVE SPACES TO STATUS-TEXT.
010500     STRING 'REJECTED EITHER WAY - FREQ CODE NOT BLANK, D, E,'
010510            ' OR 1-7: ' PARM-FREQ-CODE
010520            DELIMITED BY SIZE INTO STATUS-TEXT.
010530     PERFORM 3900-WRITE-STATUS-LINE THRU 3900-EXIT.
010540 3150-EXIT.
010550     EXIT.
010560
010570*****************************************************
010580*  3300-SELECT-RULE-SETS - COUNT EACH SIDE'S RULES   *
010590*  FOR THE SET'S RULE SET AND CLEAR EVERY ENTRY'S    *
010600*  HIT COUNT AND MATCH FLAG FOR THIS SET.            *
010610*****************************************************
010620 3300-SELECT-RULE-SETS.
010630     MOVE SIDE-TODAY TO SIDE-SUB.
010640     PERFORM 3310-SIZE-UP-SIDE THRU 3310-EXIT.
010650     MOVE SIDE-PROPOSED TO SIDE-SUB.
010660     PERFORM 3310-SIZE-UP-SIDE THRU 3310-EXIT.
010670 3300-EXIT.
010680     EXIT.
010690
010700 3310-SIZE-UP-SIDE.
010710     MOVE ZERO TO SIM-SET-RULE-COUNT(SIDE-SUB).
010720     PERFORM 3320-CHECK-SET-RULE THRU 3320-EXIT
010730         VARYING RULE-SUB FROM 1 BY 1
010740             UNTIL RULE-SUB > SIM-TAB-COUNT(SIDE-SUB).
010750 3310-EXIT.
010760     EXIT.
010770
010780 3320-CHECK-SET-RULE.
010790     MOVE ZERO TO SIM-TAB-HITS(SIDE-SUB, RULE-SUB).
010800     MOVE 'N' TO SIM-TAB-MATCHED(SIDE-SUB, RULE-SUB).
010810     IF SIM-TAB-SET-NAME(SIDE-SUB, RULE-SUB) = PARM-RULE-SET
010820         ADD 1 TO SIM-SET-RULE-COUNT(SIDE-SUB)
010830     END-IF.
010840 3320-EXIT.
010850     EXIT.
010860
010870*****************************************************
010880*  3400-RUN-PARM-SET - EVERY COUNTR OF THE RANGE     *
010890*  UNDER BOTH SIDES' RULES, THEN THE SET'S RESULT.   *
010900*  THE WHOLE RANGE IS RUN, NOT A RESTART REMAINDER - *
010910*  THE QUESTION IS WHAT THE SET WOULD PRODUCE.       *
010920*****************************************************
010930 3400-RUN-PARM-SET.
010940     MOVE ZERO TO SET-RANGE-CTR SET-CHANGED-CTR SET-SAMPLE-CTR.
010950     PERFORM 5000-SIMULATE-COUNTR THRU 5000-EXIT
010960         VARYING COUNTR FROM PARM-START-VAL BY 1
010970             UNTIL COUNTR > PARM-END-VAL.
010980     ADD SET-RANGE-CTR   TO JOB-COUNTR-RUN.
010990     ADD SET-CHANGED-CTR TO JOB-COUNTR-CHANGED.
011000     IF SET-CHANGED-CTR > ZERO
011010         ADD 1 TO JOB-SETS-CHANGED
011020     END-IF.
011030     PERFORM 6000-WRITE-SET-RESULT THRU 6000-EXIT.
011040 3400-EXIT.
011050     EXIT.
011060
011070*****************************************************
011080*  3500-REPORT-NO-RULES - THE PROPOSED RULES LEAVE   *
011090*  THE SET'S RULE SET EMPTY ON THE SIMULATED DATE,   *
011100*  SO THAT NIGHT WOULD REJECT THE SET.  IF IT RUNS   *
011110*  TODAY, THE CHANGE IS WHAT BREAKS IT (RC=8).       *
011120*****************************************************
011130 3500-REPORT-NO-RULES.
011140     MOVE SPACES TO STATUS-TEXT.
011150     IF SIM-SET-RULE-COUNT(SIDE-TODAY) = ZERO
011160         STRING 'REJECTED EITHER WAY - NO RULES FOR RULE SET '
011170                PARM-RULE-SET
011180                DELIMITED BY SIZE INTO STATUS-TEXT
011190         ADD 1 TO JOB-SETS-REJECTED
011200     ELSE
011210         STRING 'NEWLY REJECTED - THE PROPOSED RULES LEAVE '
011220                'RULE SET ' PARM-RULE-SET ' EMPTY ON '
011230                SIM-DATE
011240                DELIMITED BY SIZE INTO STATUS-TEXT
011250         ADD 1 TO JOB-SETS-NEWLY-REJECTED
011260         SET NEWLY-REJECTED-SEEN TO TRUE
011270     END-IF.
011280     PERFORM 3900-WRITE-STATUS-LINE THRU 3900-EXIT.
011290 3500-EXIT.
011300     EXIT.
011310
011320 3900-WRITE-STATUS-LINE.
011330     MOVE STATUS-TEXT TO RPT-STS-TEXT.
011340     WRITE REPORT-LINE FROM RPT-STATUS-LINE
011350         AFTER ADVANCING 1 LINE.
011360 3900-EXIT.
011370     EXIT.
011380
011390 4100-WRITE-PARM-LINE.
011400     MOVE PARM-RUN-SEQ   TO RPT-PRM-SEQ.
011410     MOVE PARM-START-VAL TO RPT-PRM-START.
011420     MOVE PARM-END-VAL   TO RPT-PRM-END.
011430     IF PARM-RULE-SET = SPACES
011440         MOVE '(LEGACY)' TO RPT-PRM-RULESET
011450     ELSE
011460         MOVE PARM-RULE-SET TO RPT-PRM-RULESET
011470     END-IF.
011480     MOVE PARM-FREQ-CODE TO RPT-PRM-FREQ.
011490     WRITE REPORT-LINE FROM RPT-PARM-LINE
011500         AFTER ADVANCING 2 LINES.
011510 4100-EXIT.
011520     EXIT.
011530
011540*****************************************************
011550*  5000-SIMULATE-COUNTR - ONE COUNTR UNDER EACH      *
011560*  SIDE'S RULES.  A DIFFERENT MESSAGE IS A CHANGED   *
011570*  LABEL; THE FIRST SAMPLE-LIMIT OF THEM ARE KEPT.   *
011580*****************************************************
011590 5000-SIMULATE-COUNTR.
011600     ADD 1 TO SET-RANGE-CTR.
011610     MOVE SIDE-TODAY TO SIDE-SUB.
011620     PERFORM 5100-APPLY-RULES THRU 5100-EXIT.
011630     MOVE SIDE-PROPOSED TO SIDE-SUB.
011640     PERFORM 5100-APPLY-RULES THRU 5100-EXIT.
011650     IF SIDE-MSG(SIDE-TODAY) = SIDE-MSG(SIDE-PROPOSED)
011660         GO TO 5000-EXIT
011670     END-IF.
011680     ADD 1 TO SET-CHANGED-CTR.
011690     IF SET-SAMPLE-CTR < SAMPLE-LIMIT
011700         ADD 1 TO SET-SAMPLE-CTR
011710         MOVE COUNTR TO SAMPLE-COUNTR(SET-SAMPLE-CTR)
011720         MOVE SIDE-MSG(SIDE-TODAY)
011730             TO SAMPLE-TODAY-MSG(SET-SAMPLE-CTR)
011740         MOVE SIDE-MSG(SIDE-PROPOSED)
011750             TO SAMPLE-PROPOSED-MSG(SET-SAMPLE-CTR)
011760     END-IF.
011770 5000-EXIT.
011780     EXIT.
011790
011800*****************************************************
011810*  5100-APPLY-RULES - RUN EVERY RULE OF THE SET'S    *
011820*  RULE SET ON THE SIDE IN SIDE-SUB AGAINST COUNTR.  *
011830*****************************************************
011840 5100-APPLY-RULES.
011850     MOVE SPACES TO SIDE-MSG(SIDE-SUB).
011860     MOVE 'N' TO OVERRIDE-SWITCH.
011870     PERFORM 5200-CHECK-ONE-RULE THRU 5200-EXIT
011880         VARYING RULE-SUB FROM 1 BY 1
011890             UNTIL RULE-SUB > SIM-TAB-COUNT(SIDE-SUB).
011900 5100-EXIT.
011910     EXIT.
011920
011930*****************************************************
011940*  5200-CHECK-ONE-RULE - THE NIGHTLY JOB'S RULE      *
011950*  ENGINE (5100-CHECK-ONE-RULE) FOR ONE TABLE ENTRY, *
011960*  BUILDING THE SIDE'S MESSAGE THE SAME WAY: A LABEL *
011970*  IS APPENDED, AN OVERRIDE'S LABEL REPLACES THE     *
011980*  MESSAGE, AND AFTER AN OVERRIDE NOTHING ELSE       *
011990*  CHANGES IT.  EVERY FIRING COUNTS AS A HIT.        *
012000*****************************************************
012010 5200-CHECK-ONE-RULE.
012020     IF SIM-TAB-SET-NAME(SIDE-SUB, RULE-SUB) NOT = PARM-RULE-SET
012030         GO TO 5200-EXIT
012040     END-IF.
012050     PERFORM 5210-TEST-RULE THRU 5210-EXIT.
012060     IF NOT RULE-HAS-FIRED
012070         GO TO 5200-EXIT
012080     END-IF.
012090     ADD 1 TO SIM-TAB-HITS(SIDE-SUB, RULE-SUB).
012100     IF OVERRIDE-HAS-FIRED
012110         GO TO 5200-EXIT
012120     END-IF.
012130     IF SIM-TAB-OVERRIDE(SIDE-SUB, RULE-SUB)
012140         MOVE SIM-TAB-LABEL(SIDE-SUB, RULE-SUB)
012150             TO SIDE-MSG(SIDE-SUB)
012160         SET OVERRIDE-HAS-FIRED TO TRUE
012170         GO TO 5200-EXIT
012180     END-IF.
012190     STRING SIDE-MSG(SIDE-SUB) DELIMITED BY SPACE
012200            SIM-TAB-LABEL(SIDE-SUB, RULE-SUB) DELIMITED BY SPACE
012210            INTO SIDE-MSG(SIDE-SUB)
012220         ON OVERFLOW
012230             DISPLAY 'MSG OVERFLOW BUILDING LABEL FOR '
012240                     COUNTR
012250     END-STRING.
012260 5200-EXIT.
012270     EXIT.
012280
012290*****************************************************
012300*  5210-TEST-RULE - DOES THE ENTRY FIRE FOR COUNTR?  *
012310*  THE TESTS OF THE NIGHTLY JOB'S 5110-TEST-RULE.    *
012320*****************************************************
012330 5210-TEST-RULE.
012340     MOVE 'N' TO RULE-FIRE-SWITCH.
012350     IF SIM-TAB-CONTAINS(SIDE-SUB, RULE-SUB)
012360         PERFORM 5220-TEST-CONTAINS-DIGIT THRU 5220-EXIT
012370         GO TO 5210-EXIT
012380     END-IF.
012390     DIVIDE COUNTR BY SIM-TAB-DIVISOR(SIDE-SUB, RULE-SUB)
012400         GIVING RULE-QUOT REMAINDER RULE-REM.
012410     IF SIM-TAB-REMAINDER(SIDE-SUB, RULE-SUB)
012420         IF RULE-REM = SIM-TAB-OPERAND(SIDE-SUB, RULE-SUB)
012430             SET RULE-HAS-FIRED TO TRUE
012440         END-IF
012450     ELSE
012460         IF RULE-REM = ZERO
012470             SET RULE-HAS-FIRED TO TRUE
012480         END-IF
012490     END-IF.
012500 5210-EXIT.
012510     EXIT.
012520
012530 5220-TEST-CONTAINS-DIGIT.
012540     MOVE COUNTR TO DIGIT-COUNTR.
012550     MOVE SIM-TAB-OPERAND(SIDE-SUB, RULE-SUB)
012560         TO DIGIT-WANTED-NUM.
012570     MOVE ZERO TO DIGIT-LEAD-ZEROS DIGIT-HITS.
012580     INSPECT DIGIT-COUNTR TALLYING DIGIT-LEAD-ZEROS
012590         FOR LEADING '0'.
012600     IF DIGIT-LEAD-ZEROS = 9
012610         MOVE 8 TO DIGIT-LEAD-ZEROS
012620     END-IF.
012630     INSPECT DIGIT-COUNTR(DIGIT-LEAD-ZEROS + 1:)
012640         TALLYING DIGIT-HITS FOR ALL DIGIT-WANTED.
012650     IF DIGIT-HITS > ZERO
012660         SET RULE-HAS-FIRED TO TRUE
012670     END-IF.
012680 5220-EXIT.
012690     EXIT.
012700
012710*****************************************************
012720*  6000-WRITE-SET-RESULT - HOW MANY COUNTR VALUES    *
012730*  CHANGE LABEL, EACH RULE'S HIT COUNT TODAY AGAINST *
012740*  PROPOSED (MATCHED BY LABEL), AND THE SAMPLES.     *
012750*****************************************************
012760 6000-WRITE-SET-RESULT.
012770     MOVE SET-CHANGED-CTR TO RPT-CHG-CHANGED.
012780     MOVE SET-RANGE-CTR   TO RPT-CHG-RANGE.
012790     WRITE REPORT-LINE FROM RPT-CHANGE-LINE
012800         AFTER ADVANCING 1 LINE.
012810     WRITE REPORT-LINE FROM RPT-RULE-HEAD-LINE
012820         AFTER ADVANCING 2 LINES.
012830     PERFORM 6100-WRITE-TODAY-RULE THRU 6100-EXIT
012840         VARYING RULE-SUB FROM 1 BY 1
012850             UNTIL RULE-SUB > SIM-TAB-COUNT(SIDE-TODAY).
012860     PERFORM 6200-WRITE-ADDED-RULE THRU 6200-EXIT
012870         VARYING RULE-SUB FROM 1 BY 1
012880             UNTIL RULE-SUB > SIM-TAB-COUNT(SIDE-PROPOSED).
012890     IF SET-SAMPLE-CTR > ZERO
012900         WRITE REPORT-LINE FROM RPT-SAMPLE-HEAD-LINE
012910             AFTER ADVANCING 2 LINES
012920         PERFORM 6300-WRITE-SAMPLE THRU 6300-EXIT
012930             VARYING SAMPLE-SUB FROM 1 BY 1
012940                 UNTIL SAMPLE-SUB > SET-SAMPLE-CTR
012950     END-IF.
012960 6000-EXIT.
012970     EXIT.
012980
012990*****************************************************
013000*  6100-WRITE-TODAY-RULE - ONE OF TODAY'S RULES FOR  *
013010*  THE SET, SIDE BY SIDE WITH THE FIRST PROPOSED     *
013020*  RULE OF THE SAME LABEL NOT ALREADY PAIRED.  NO    *
013030*  SUCH RULE MEANS THE CHANGE REMOVES IT; A          *
013040*  DIFFERENT TYPE, DIVISOR OR OPERAND UNDER THE SAME *
013050*  LABEL MEANS THE CHANGE REDEFINES IT.              *
013060*****************************************************
013070 6100-WRITE-TODAY-RULE.
013080     IF SIM-TAB-SET-NAME(SIDE-TODAY, RULE-SUB)
013090             NOT = PARM-RULE-SET
013100         GO TO 6100-EXIT
013110     END-IF.
013120     PERFORM 6110-FIND-PROPOSED-MATCH THRU 6110-EXIT.
013130     MOVE SIM-TAB-LABEL(SIDE-TODAY, RULE-SUB) TO RPT-RUL-LABEL.
013140     MOVE SIM-TAB-HITS(SIDE-TODAY, RULE-SUB)  TO RPT-RUL-TODAY.
013150     MOVE SPACES TO RPT-RUL-TYPE RPT-RUL-NOTE.
013160     MOVE SIM-TAB-TYPE(SIDE-TODAY, RULE-SUB) TO RPT-RUL-TYPE.
013170     IF FOUND-MATCH-SUB = ZERO
013180         MOVE ZERO TO RPT-RUL-PROPOSED
013190         COMPUTE HIT-SHIFT = ZERO
013200             - SIM-TAB-HITS(SIDE-TODAY, RULE-SUB)
013210         MOVE 'REMOVED' TO RPT-RUL-NOTE
013220     ELSE
013230         MOVE FOUND-MATCH-SUB TO MATCH-SUB
013240         SET SIM-TAB-IS-MATCHED(SIDE-PROPOSED, MATCH-SUB)
013250             TO TRUE
013260         MOVE SIM-TAB-HITS(SIDE-PROPOSED, MATCH-SUB)
013270             TO RPT-RUL-PROPOSED
013280         COMPUTE HIT-SHIFT =
013290             SIM-TAB-HITS(SIDE-PROPOSED, MATCH-SUB)
013300             - SIM-TAB-HITS(SIDE-TODAY, RULE-SUB)
013310         IF SIM-TAB-TYPE(SIDE-PROPOSED, MATCH-SUB)
013320                 NOT = SIM-TAB-TYPE(SIDE-TODAY, RULE-SUB)
013330             MOVE SPACES TO RULE-TYPE-TEXT
013340             STRING SIM-TAB-TYPE(SIDE-TODAY, RULE-SUB) '>'
013350                    SIM-TAB-TYPE(SIDE-PROPOSED, MATCH-SUB)
013360                    DELIMITED BY SIZE INTO RULE-TYPE-TEXT
013370             MOVE RULE-TYPE-TEXT TO RPT-RUL-TYPE
013380         END-IF
013390         IF SIM-TAB-TYPE(SIDE-PROPOSED, MATCH-SUB)
013400                 NOT = SIM-TAB-TYPE(SIDE-TODAY, RULE-SUB)
013410             OR SIM-TAB-DIVISOR(SIDE-PROPOSED, MATCH-SUB)
013420                 NOT = SIM-TAB-DIVISOR(SIDE-TODAY, RULE-SUB)
013430             OR SIM-TAB-OPERAND(SIDE-PROPOSED, MATCH-SUB)
013440                 NOT = SIM-TAB-OPERAND(SIDE-TODAY, RULE-SUB)
013450             MOVE 'CHANGED' TO RPT-RUL-NOTE
013460         END-IF
013470     END-IF.
013480     MOVE HIT-SHIFT TO RPT-RUL-SHIFT.
013490     WRITE REPORT-LINE FROM RPT-RULE-LINE
013500         AFTER ADVANCING 1 LINE.
013510 6100-EXIT.
013520     EXIT.
013530
013540 6110-FIND-PROPOSED-MATCH.
013550     MOVE ZERO TO FOUND-MATCH-SUB.
013560     PERFORM 6120-CHECK-PROPOSED-MATCH THRU 6120-EXIT
013570         VARYING MATCH-SUB FROM 1 BY 1
013580             UNTIL MATCH-SUB > SIM-TAB-COUNT(SIDE-PROPOSED).
013590 6110-EXIT.
013600     EXIT.
013610
013620 6120-CHECK-PROPOSED-MATCH.
013630     IF FOUND-MATCH-SUB = ZERO
013640         AND SIM-TAB-SET-NAME(SIDE-PROPOSED, MATCH-SUB)
013650             = PARM-RULE-SET
013660         AND SIM-TAB-LABEL(SIDE-PROPOSED, MATCH-SUB)
013670             = SIM-TAB-LABEL(SIDE-TODAY, RULE-SUB)
013680         AND NOT SIM-TAB-IS-MATCHED(SIDE-PROPOSED, MATCH-SUB)
013690         MOVE MATCH-SUB TO FOUND-MATCH-SUB
013700     END-IF.
013710 6120-EXIT.
013720     EXIT.
013730
013740*****************************************************
013750*  6200-WRITE-ADDED-RULE - A PROPOSED RULE FOR THE   *
013760*  SET THAT NO RULE OF TODAY'S WAS PAIRED WITH.      *
013770*****************************************************
013780 6200-WRITE-ADDED-RULE.
013790     IF SIM-TAB-SET-NAME(SIDE-PROPOSED, RULE-SUB)
013800             NOT = PARM-RULE-SET
013810         OR SIM-TAB-IS-MATCHED(SIDE-PROPOSED, RULE-SUB)
013820         GO TO 6200-EXIT
013830     END-IF.
013840     MOVE SIM-TAB-LABEL(SIDE-PROPOSED, RULE-SUB)
013850         TO RPT-RUL-LABEL.
013860     MOVE SPACES TO RPT-RUL-TYPE.
013870     MOVE SIM-TAB-TYPE(SIDE-PROPOSED, RULE-SUB) TO RPT-RUL-TYPE.
013880     MOVE ZERO TO RPT-RUL-TODAY.
013890     MOVE SIM-TAB-HITS(SIDE-PROPOSED, RULE-SUB)
013900         TO RPT-RUL-PROPOSED.
013910     MOVE SIM-TAB-HITS(SIDE-PROPOSED, RULE-SUB) TO HIT-SHIFT.
013920     MOVE HIT-SHIFT TO RPT-RUL-SHIFT.
013930     MOVE 'ADDED' TO RPT-RUL-NOTE.
013940     WRITE REPORT-LINE FROM RPT-RULE-LINE
013950         AFTER ADVANCING 1 LINE.
013960 6200-EXIT.
013970     EXIT.
013980
013990 6300-WRITE-SAMPLE.
014000     MOVE SAMPLE-COUNTR(SAMPLE-SUB) TO RPT-SMP-COUNTR.
014010     MOVE SAMPLE-TODAY-MSG(SAMPLE-SUB) TO RPT-SMP-TODAY.
014020     IF RPT-SMP-TODAY = SPACES
014030         MOVE '(NO LABEL)' TO RPT-SMP-TODAY
014040     END-IF.
014050     MOVE SAMPLE-PROPOSED-MSG(SAMPLE-SUB) TO RPT-SMP-PROPOSED.
014060     IF RPT-SMP-PROPOSED = SPACES
014070         MOVE '(NO LABEL)' TO RPT-SMP-PROPOSED
014080     END-IF.
014090     WRITE REPORT-LINE FROM RPT-SAMPLE-LINE
014100         AFTER ADVANCING 1 LINE.
014110 6300-EXIT.
014120     EXIT.
014130
014140*****************************************************
014150*  8000-WRITE-TOTALS - JOB TOTALS, THEN THE VERDICT  *
014160*  LINE CARRYING THE RETURN CODE THE STEP ENDS WITH, *
014170*  FOR THE CHANGE TICKET.                            *
014180*****************************************************
014190 8000-WRITE-TOTALS.
014200     MOVE JOB-SETS-READ           TO RPT-TOT-READ.
014210     MOVE JOB-SETS-RUN            TO RPT-TOT-RUN.
014220     MOVE JOB-SETS-SKIPPED        TO RPT-TOT-SKIPPED.
014230     MOVE JOB-SETS-REJECTED       TO RPT-TOT-REJECTED.
014240     MOVE JOB-SETS-NEWLY-REJECTED TO RPT-TOT-NEWLY.
014250     WRITE REPORT-LINE FROM RPT-TOTAL-LINE1
014260         AFTER ADVANCING 3 LINES.
014270     MOVE JOB-SETS-CHANGED        TO RPT-TOT-SETS-CHANGED.
014280     MOVE JOB-COUNTR-RUN          TO RPT-TOT-COUNTR-RUN.
014290     MOVE JOB-COUNTR-CHANGED      TO RPT-TOT-COUNTR-CHANGED.
014300     WRITE REPORT-LINE FROM RPT-TOTAL-LINE2
014310         AFTER ADVANCING 1 LINE.
014320     MOVE TODAY-REJECT-CTR        TO RPT-TOT-TODAY-REJ.
014330     MOVE PROPOSED-REJECT-CTR     TO RPT-TOT-PROPOSED-REJ.
014340     WRITE REPORT-LINE FROM RPT-TOTAL-LINE3
014350         AFTER ADVANCING 1 LINE.
014360     MOVE SPACES TO STATUS-TEXT.
014370     IF NEWLY-REJECTED-SEEN OR PROPOSED-LOAD-FAILED
014380         MOVE 8 TO SIM-RC
014390         STRING 'VERDICT - THE PROPOSED RULES WOULD NOT RUN '
014400                'CLEAN ON ' SIM-DATE ' - SIMULATION RC='
014410                SIM-RC
014420                DELIMITED BY SIZE INTO STATUS-TEXT
014430     ELSE
014440         IF JOB-SETS-CHANGED > ZERO
014450             MOVE 4 TO SIM-RC
014460             STRING 'VERDICT - LABELS WOULD CHANGE ON '
014470                    SIM-DATE ' - SEE SETS ABOVE - '
014480                    'SIMULATION RC=' SIM-RC
014490                    DELIMITED BY SIZE INTO STATUS-TEXT
014500         ELSE
014510             MOVE 0 TO SIM-RC
014520             STRING 'VERDICT - NO COUNTR VALUE WOULD CHANGE '
014530                    'LABEL ON ' SIM-DATE ' - SIMULATION RC='
014540                    SIM-RC
014550                    DELIMITED BY SIZE INTO STATUS-TEXT
014560         END-IF
014570     END-IF.
014580     MOVE STATUS-TEXT TO RPT-CAPTION-TEXT.
014590     WRITE REPORT-LINE FROM RPT-CAPTION-LINE
014600         AFTER ADVANCING 2 LINES.
014610 8000-EXIT.
014620     EXIT.
014630
014640*****************************************************
014650*  9000-TERMINATE - CLOSE FILES AND SET THE STEP     *
014660*  RETURN CODE, THE ONE THE VERDICT LINE QUOTES.     *
014670*     RC=0  - NO COUNTR VALUE WOULD CHANGE LABEL.    *
014680*     RC=4  - LABELS WOULD CHANGE - THE EXPECTED     *
014690*             RESULT OF A REAL RULE CHANGE; CHECK    *
014700*             THE SETS AND SAMPLES ARE THE ONES      *
014710*             INTENDED.                              *
014720*     RC=8  - THE PROPOSED MASTER HAS A RULE THAT    *
014730*             NIGHT WOULD REJECT, OR LEAVES A SET    *
014740*             THAT RUNS TODAY WITH NO RULES - DO NOT *
014750*             CUT OVER.                              *
014760*     RC=16 - A REQUIRED DATASET FAILED TO OPEN OR   *
014770*             THE CONTROL RECORD IS MISSING OR BAD - *
014780*             NOTHING WAS SIMULATED.                 *
014790*****************************************************
014800 9000-TERMINATE.
014810     CLOSE CONTROL-FILE
014820           PARM-FILE
014830           RULE-FILE
014840           RULE-NEW-FILE
014850           REPORT-FILE.
014860     IF FATAL-ERROR-FOUND
014870         MOVE 16 TO RETURN-CODE
014880     ELSE
014890         MOVE SIM-RC TO RETURN-CODE
014900     END-IF.
014910     DISPLAY 'RULESIM RULE CHANGE SIMULATION COMPLETE - '
014920             JOB-SETS-RUN ' SETS SIMULATED, '
014930             JOB-SETS-CHANGED ' CHANGING, '
014940             JOB-COUNTR-CHANGED ' COUNTR CHANGING LABEL'.
014950 9000-EXIT.
014960     EXIT.
