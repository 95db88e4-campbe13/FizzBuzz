000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXTRRCMP.
000030 AUTHOR.        R HALVERSON.
000040 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080*  MODIFICATION HISTORY                             *
000090*  10/15/2026  RH   ORIGINAL - INDEPENDENT RECOMPUTE*
000100*                   AUDIT OF THE NIGHTLY EXTRACT'S  *
000110*                   LABELS. EXTRVRFY PROVES THE     *
000120*                   EXTRACT HAS NO GAPS OR          *
000130*                   DUPLICATES AND THE TRAILER      *
000140*                   PROVES THE COUNTS TIE, BUT      *
000150*                   NEITHER LOOKS AT THE LABELS.    *
000160*                   RELOADS THE RULES IN EFFECT FOR *
000170*                   THE RUN DATE, SAMPLES EVERY     *
000180*                   SET'S EXTRACT RECORDS - FIRST   *
000190*                   AND LAST COUNTR, EVERY          *
000200*                   CHECKPOINT BOUNDARY, AND A      *
000210*                   CONFIGURABLE RANDOM PERCENTAGE -*
000220*                   AND RECOMPUTES EXTR-MSG, THE    *
000230*                   FIZZ/BUZZ FLAGS AND THE PER-RULE*
000240*                   HIT AREA ON ITS OWN. ANY        *
000250*                   MISMATCH IS REPORTED AND APPENDS*
000260*                   A FAIL VERDICT GROUP TO         *
000270*                   HNDFFILE, SO DOWNSTREAM IS HELD *
000280*                   AS A CONTINUITY FAILURE HOLDS   *
000290*                   IT.                             *
000292*  10/15/2026  RH   STAMPS HNDF-WRITER - A CARRIED   *
000294*                   SET RECORD KEEPS ITS ORIGINAL    *
000296*                   WRITER UNLESS IT PASSED THERE    *
000298*                   AND FAILED THE RECOMPUTE HERE.   *
000300*  10/15/2026  RH   THE LAST PARMFILE RECORD FOR A  *
000302*                   SEQ IS USED, SO A CORRECTION    *
000304*                   RECYCLED FROM SUSPENSE REPLACES *
000305*                   ITS REJECTED ORIGINAL. A        *
000308*                   RECYCLED RULE CORRECTION IS     *
000310*                   LOADED AT ITS ORIGINAL'S PLACE  *
000312*                   IN RULE ORDER, AS THE NIGHTLY   *
000314*                   JOB LOADED IT.                  *
000315*****************************************************
000318 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS FS-CONTROL.
000370     SELECT PARM-FILE ASSIGN TO PARMFILE
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS FS-PARM.
000400     SELECT RULE-FILE ASSIGN TO RULEFILE
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS FS-RULE.
000430     SELECT EXTRACT-FILE ASSIGN TO EXTRFILE
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS FS-EXTRACT.
000460     SELECT HANDOFF-FILE ASSIGN TO HNDFFILE
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS FS-HANDOFF.
000490     SELECT REPORT-FILE ASSIGN TO RPTFILE
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS FS-REPORT.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550*****************************************************
000560*  RECOMPUTE CONTROL RECORD - ONE RECORD, OPTIONAL. *
000570*    COLS  1-3   RANDOM SAMPLE PERCENTAGE, 000-100 -*
000580*                BLANK IS 1.  THE FIRST AND LAST    *
000590*                COUNTR AND THE CHECKPOINT          *
000600*                BOUNDARIES ARE SAMPLED WHATEVER IT *
000610*                IS.                                *
000620*    COLS  5-14  DATE THE RULES ARE TAKEN AS OF     *
000630*                (YYYY-MM-DD) - BLANK IS THE        *
000640*                BUSINESS DATE ON EACH EXTRACT      *
000650*                HEADER, WHICH IS THE DATE THAT RUN *
000660*                LOADED ITS RULES AS OF.  KEY IT    *
000670*                ONLY FOR AN EXTRACT WRITTEN BEFORE *
000680*                THE HEADER CUTOVER.                *
000690*****************************************************
000700 FD  CONTROL-FILE.
000710 01  CONTROL-RECORD.
000720     05  CTL-SAMPLE-PCT            PIC X(03).
000730     05  CTL-SAMPLE-PCT-NUM REDEFINES CTL-SAMPLE-PCT
000740                                   PIC 9(03).
000750     05  FILLER                    PIC X(01).
000760     05  CTL-RULE-DATE             PIC X(10).
000770     05  FILLER                    PIC X(66).
000780
000790 FD  PARM-FILE.
000800     COPY PARMREC.
000810
000820 FD  RULE-FILE.
000830     COPY RULEREC.
000840
000850 FD  EXTRACT-FILE.
000860     COPY EXTRREC.
000870
000880 FD  HANDOFF-FILE.
000890     COPY HNDFREC.
000900
000910 FD  REPORT-FILE.
000920 01  REPORT-LINE                  PIC X(132).
000930
000940 WORKING-STORAGE SECTION.
000950*****************************************************
000960*  FILE STATUS CODES                                *
000970*****************************************************
000980 01  FILE-STATUS-CODES.
000990     05  FS-CONTROL                PIC XX.
001000     05  FS-PARM                   PIC XX.
001010     05  FS-RULE                   PIC XX.
001020     05  FS-EXTRACT                PIC XX.
001030     05  FS-HANDOFF                PIC XX.
001040     05  FS-REPORT                 PIC XX.
001050
001060*****************************************************
001070*  SWITCHES                                         *
001080*****************************************************
001090 01  PROGRAM-SWITCHES.
001100     05  PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
001110         88  PARM-EOF                        VALUE 'Y'.
001120     05  RULE-EOF-SWITCH           PIC X(01) VALUE 'N'.
001130         88  RULE-EOF                        VALUE 'Y'.
001140     05  EXTRACT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001150         88  EXTRACT-EOF                     VALUE 'Y'.
001160     05  HANDOFF-EOF-SWITCH        PIC X(01) VALUE 'N'.
001170         88  HANDOFF-EOF                     VALUE 'Y'.
001180     05  GROUP-CLOSED-SWITCH       PIC X(01) VALUE 'N'.
001190         88  GROUP-CLOSED                    VALUE 'Y'.
001200     05  FATAL-ERROR-SWITCH        PIC X(01) VALUE 'N'.
001210         88  FATAL-ERROR-FOUND               VALUE 'Y'.
001220     05  RECOMPUTE-FAIL-SWITCH     PIC X(01) VALUE 'N'.
001230         88  RECOMPUTE-FAILED                VALUE 'Y'.
001240     05  UNCHECKED-SWITCH          PIC X(01) VALUE 'N'.
001250         88  UNCHECKED-SEEN                  VALUE 'Y'.
001260     05  SEED-SWITCH               PIC X(01) VALUE 'N'.
001270         88  SEED-IS-SET                     VALUE 'Y'.
001280     05  SET-MAP-SWITCH            PIC X(01) VALUE 'N'.
001290         88  SET-MAP-CURRENT                 VALUE 'Y'.
001300         88  SET-MAP-STALE                   VALUE 'N'.
001310     05  RULE-DATE-SWITCH          PIC X(01) VALUE 'Y'.
001320         88  RULE-DATES-OK                   VALUE 'Y'.
001330         88  RULE-DATES-BAD                  VALUE 'N'.
001340     05  RULE-EFFECT-SWITCH        PIC X(01) VALUE 'Y'.
001350         88  RULE-IS-IN-EFFECT               VALUE 'Y'.
001360         88  RULE-NOT-IN-EFFECT              VALUE 'N'.
001370     05  EDIT-DATE-SWITCH          PIC X(01) VALUE 'Y'.
001380         88  EDIT-DATE-OK                    VALUE 'Y'.
001390         88  EDIT-DATE-BAD                   VALUE 'N'.
001400     05  RULE-TYPE-SWITCH          PIC X(01) VALUE 'Y'.
001410         88  RULE-TYPE-OK                    VALUE 'Y'.
001420         88  RULE-TYPE-BAD                   VALUE 'N'.
001430     05  RULE-FIRE-SWITCH          PIC X(01) VALUE 'N'.
001440         88  RULE-HAS-FIRED                  VALUE 'Y'.
001450     05  OVERRIDE-SWITCH           PIC X(01) VALUE 'N'.
001460         88  OVERRIDE-HAS-FIRED              VALUE 'Y'.
001470
001480*****************************************************
001490*  STANDALONE COUNTERS AND CONSTANTS                *
001500*****************************************************
001510 77  COUNTR                      PIC 9(09) COMP VALUE ZERO.
001520*    THE NIGHTLY JOB'S CHECKPOINT-INTERVAL - A CHECKPOINT IS
001530*    WRITTEN AFTER EVERY COUNTR THAT IS A MULTIPLE OF IT, AND
001540*    A RESTART RESUMES ONE PAST THE LAST ONE.  KEEP IN STEP.
001550 77  CHECKPOINT-INTERVAL         PIC 9(09) COMP VALUE 1000.
001560 77  CKPT-CHECK-QUOT             PIC 9(09) COMP VALUE ZERO.
001570 77  CKPT-CHECK-REM              PIC 9(09) COMP VALUE ZERO.
001580 77  SAMPLE-PCT                  PIC 9(03) COMP VALUE 1.
001590*    MISMATCHES LISTED PER SET - EVERY ONE IS COUNTED.
001600 77  MISMATCH-LIST-MAX           PIC 9(03) COMP VALUE 20.
001610 77  RULE-QUOT                   PIC 9(09) COMP VALUE ZERO.
001620 77  RULE-REM                    PIC 9(05) COMP VALUE ZERO.
001630 77  RULE-OCC                    PIC 9(03) COMP VALUE ZERO.
001640 77  HIT-SUB                     PIC 9(02) COMP VALUE ZERO.
001650 77  HIT-SLOT                    PIC 9(02) COMP VALUE ZERO.
001660 77  SET-RULE-COUNT              PIC 9(03) COMP VALUE ZERO.
001670 77  SET-FIRST-RULE              PIC 9(03) COMP VALUE ZERO.
001680 77  SET-SECOND-RULE             PIC 9(03) COMP VALUE ZERO.
001690 77  SEARCH-SEQ                  PIC 9(03) VALUE ZERO.
001700 77  FOUND-PRM-IDX               PIC 9(03) COMP VALUE ZERO.
001710 77  FOUND-SMP-IDX               PIC 9(03) COMP VALUE ZERO.
001720 77  RULE-REJECT-CTR             PIC 9(05) COMP VALUE ZERO.
001730 77  RULE-LOAD-CTR               PIC 9(05) COMP VALUE ZERO.
001740 77  EXTRACT-READ-CTR            PIC 9(10) COMP VALUE ZERO.
001750 77  JOB-SAMPLED-CTR             PIC 9(10) COMP VALUE ZERO.
001760 77  JOB-MISMATCH-CTR            PIC 9(10) COMP VALUE ZERO.
001770 77  JOB-ENDS-CTR                PIC 9(10) COMP VALUE ZERO.
001780 77  JOB-CKPT-CTR                PIC 9(10) COMP VALUE ZERO.
001790 77  JOB-RANDOM-CTR              PIC 9(10) COMP VALUE ZERO.
001800 77  JOB-UNCHECKED-CTR           PIC 9(10) COMP VALUE ZERO.
001810 77  HNDF-WRITE-CTR              PIC 9(05) COMP VALUE ZERO.
001820 77  SET-VERDICT                 PIC X(09) VALUE SPACES.
001830 77  SAMPLE-REASON               PIC X(10) VALUE SPACES.
001840 77  MISMATCH-FIELD              PIC X(15) VALUE SPACES.
001850 77  MISMATCH-EXTRACT            PIC X(40) VALUE SPACES.
001860 77  MISMATCH-EXPECTED           PIC X(40) VALUE SPACES.
001870 77  EFFECT-DATE                 PIC X(10) VALUE SPACES.
001880 77  RULES-DATE                  PIC X(10) VALUE SPACES.
001890 77  MAP-RULE-SET                PIC X(08) VALUE SPACES.
001900 77  EDIT-DATE-WS                PIC X(10) VALUE SPACES.
001910 77  STATUS-TEXT                 PIC X(100) VALUE SPACES.
001920 77  SLOT-TEXT                   PIC 9(02) VALUE ZERO.
001930 77  CAPTION-COUNT               PIC ZZZ9.
001940 77  CAPTION-REJECTS             PIC ZZZZ9.
001950 77  CAPTION-INTERVAL            PIC Z(8)9.
001960*    CONTAINS-DIGIT WORK FIELDS - 4120-TEST-CONTAINS-DIGIT
001970*    LOOKS FOR THE RULE'S DIGIT ONLY IN THE SIGNIFICANT
001980*    DIGITS OF COUNTR, NOT IN ITS LEADING ZEROS.
001990 77  DIGIT-LEAD-ZEROS            PIC 9(02) COMP VALUE ZERO.
002000 77  DIGIT-HITS                  PIC 9(02) COMP VALUE ZERO.
002010 01  DIGIT-COUNTR                PIC 9(09).
002020 01  DIGIT-WANTED-NUM            PIC 9(01).
002030 01  DIGIT-WANTED REDEFINES DIGIT-WANTED-NUM
002040                                 PIC X(01).
002050
002060*****************************************************
002070*  RANDOM SAMPLE - A MULTIPLICATIVE CONGRUENTIAL    *
002080*  GENERATOR (MULTIPLIER 16807, MODULUS 2**31 - 1)  *
002090*  SEEDED FROM THE TIME PART OF THE FIRST EXTRACT   *
002100*  HEADER'S RUN ID, SO A RERUN AGAINST THE SAME     *
002110*  EXTRACT DRAWS THE SAME SAMPLE.  ONE DRAW IS MADE *
002120*  FOR EVERY DETAIL RECORD READ; THE RECORD IS IN   *
002130*  THE SAMPLE WHEN THE DRAW MOD 100 IS BELOW        *
002140*  SAMPLE-PCT.                                      *
002150*****************************************************
002160 77  RANDOM-SEED                 PIC 9(10) COMP VALUE 1.
002170 77  RANDOM-WORK                 PIC 9(15) COMP VALUE ZERO.
002180 77  RANDOM-QUOT                 PIC 9(15) COMP VALUE ZERO.
002190 77  RANDOM-DRAW                 PIC 9(03) COMP VALUE ZERO.
002200 01  SEED-DIGITS                 PIC 9(08).
002210
002220*****************************************************
002230*  RULE TABLE - RELOADED FROM RULEFILE WITH THE     *
002240*  NIGHTLY JOB'S OWN LOAD EDITS WHENEVER THE DATE   *
002250*  THE RULES ARE TAKEN AS OF CHANGES (A RESTART     *
002260*  AFTER MIDNIGHT LOADED THE NEXT DAY'S RULES).     *
002270*****************************************************
002280     COPY RULETAB.
002281
002282*****************************************************
002283*  RECYCLED RULES - THE CORRECTIONS THE NIGHTLY JOB *
002284*  RECYCLED FROM SUSPENSE INTO A REJECTED           *
002285*  ORIGINAL'S TABLE SLOT (RULE-REC-RECYCLE-OF NOT   *
002286*  ZERO).  THEY FOLLOW THE MASTER ON RULEFILE, SO   *
002287*  THEY ARE GATHERED FIRST AND EACH IS LOADED RIGHT *
002288*  AFTER THE RECORD IT REPLACED - THE ORDER THE     *
002289*  NIGHTLY JOB'S RULE-TABLE HAD.                    *
002290*****************************************************
002291 01  RECYCLE-RULE-TABLE.
002292     05  RCY-TAB-COUNT             PIC 9(03) COMP VALUE ZERO.
002293     05  RCY-TAB-ENTRY OCCURS 20 TIMES
002294                 INDEXED BY RCY-IDX.
002295         10  RCY-TAB-REC-NUM       PIC 9(05).
002296         10  RCY-TAB-IMAGE         PIC X(66).
002297 77  FOUND-RCY-IDX               PIC 9(03) COMP VALUE ZERO.
002298 77  RULE-READ-CTR               PIC 9(05) COMP VALUE ZERO.
002299
002300*****************************************************
002310*  SELECTED-RULE-SET MAPS - THE SAME MAPS THE       *
002320*  NIGHTLY JOB'S 3300-SELECT-RULE-SET BUILDS,       *
002330*  REBUILT HERE WHEN THE SET IN HAND OR THE RULE    *
002340*  TABLE CHANGES.                                   *
002350*****************************************************
002360 01  SET-SLOT-MAP.
002370     05  SET-SLOT-OF-RULE OCCURS 20 TIMES
002380                                 PIC 9(02) COMP.
002390 01  SET-LABEL-LIST.
002400     05  SET-LABEL-TAB OCCURS 20 TIMES
002410                                 PIC X(10).
002420 01  SET-TYPE-LIST.
002430     05  SET-TYPE-TAB OCCURS 20 TIMES
002440                                 PIC X(01).
002450
002460*****************************************************
002470*  THE RECOMPUTED RESULT FOR ONE COUNTR, BUILT IN   *
002480*  THE SAME SHAPE AS BYTES 13-306 OF THE EXTRACT    *
002490*  RECORD (SEE EXTRREC.CPY) SO IT COMPARES FIELD FOR*
002500*  FIELD.                                           *
002510*****************************************************
002520 01  RCMP-RESULT.
002530     05  RCMP-FIZZ-FLAG            PIC X(01).
002540         88  RCMP-FIZZ-HIT             VALUE 'Y'.
002550         88  RCMP-FIZZ-NO-HIT          VALUE 'N'.
002560     05  RCMP-BUZZ-FLAG            PIC X(01).
002570         88  RCMP-BUZZ-HIT             VALUE 'Y'.
002580         88  RCMP-BUZZ-NO-HIT          VALUE 'N'.
002590     05  RCMP-MSG                  PIC X(40).
002600     05  FILLER                    PIC X(10).
002610     05  RCMP-RULE-AREA.
002620         10  RCMP-RULE-CNT         PIC 9(02).
002630         10  RCMP-RULE-HITS OCCURS 20 TIMES.
002640             15  RCMP-RULE-LABEL   PIC X(10).
002650             15  RCMP-RULE-HIT     PIC X(01).
002660                 88  RCMP-RULE-FIRED     VALUE 'Y'.
002670                 88  RCMP-RULE-NOT-FIRED VALUE 'N'.
002680         10  RCMP-RULE-TYPES.
002690             15  RCMP-RULE-TYPE    PIC X(01) OCCURS 20 TIMES.
002700
002710*****************************************************
002720*  PARAMETER TABLE - EVERY SET ON PARMFILE, FOR ITS *
002730*  RULE SET AND RANGE.  NO EDITS ARE APPLIED - A SET*
002733*  WITH RECORDS ON THE EXTRACT RAN.  WHEN A SEQ IS  *
002736*  ON PARMFILE MORE THAN ONCE THE LAST RECORD IS    *
002739*  USED - A CORRECTION RECYCLED FROM SUSPENSE       *
002742*  FOLLOWS THE REJECTED ORIGINAL IN THE JOB'S       *
002745*  PARMFILE CONCATENATION.                          *
002750*****************************************************
002760 01  PRM-TABLE.
002770     05  PRM-TAB-COUNT             PIC 9(03) COMP VALUE ZERO.
002780     05  PRM-TAB-ENTRY OCCURS 100 TIMES
002790                 INDEXED BY PRM-IDX.
002800         10  PRM-TAB-SEQ           PIC 9(03).
002810         10  PRM-TAB-START         PIC 9(09).
002820         10  PRM-TAB-END           PIC 9(09).
002830         10  PRM-TAB-RULE-SET      PIC X(08).
002840
002850*****************************************************
002860*  SAMPLE TABLE - ONE ROW PER SET MET ON THE        *
002870*  EXTRACT, IN THE ORDER MET.  A SET NOT ON PARMFILE*
002880*  CANNOT BE RECOMPUTED AND IS CARRIED AS UNCHECKED.*
002890*****************************************************
002900 01  SMP-TABLE.
002910     05  SMP-TAB-COUNT             PIC 9(03) COMP VALUE ZERO.
002920     05  SMP-TAB-ENTRY OCCURS 100 TIMES
002930                 INDEXED BY SMP-IDX.
002940         10  SMP-TAB-SEQ           PIC 9(03).
002950         10  SMP-TAB-START         PIC 9(09).
002960         10  SMP-TAB-END           PIC 9(09).
002970         10  SMP-TAB-RULE-SET      PIC X(08).
002980         10  SMP-TAB-ON-PARM       PIC X(01).
002990             88  SMP-TAB-IS-ON-PARM      VALUE 'Y'.
003000         10  SMP-TAB-CARRIED       PIC X(01).
003010             88  SMP-TAB-IS-CARRIED      VALUE 'Y'.
003020         10  SMP-TAB-READ          PIC 9(10) COMP.
003030         10  SMP-TAB-SAMPLED       PIC 9(10) COMP.
003040         10  SMP-TAB-MISMATCHED    PIC 9(10) COMP.
003050         10  SMP-TAB-LISTED        PIC 9(03) COMP.
003060
003070*****************************************************
003080*  LAST HANDOFF GROUP ON HNDFFILE (NORMALLY         *
003090*  TONIGHT'S EXTRVRFY VERDICTS).  A FAIL GROUP      *
003100*  CARRIES EVERY SET RECORD OF IT FORWARD -         *
003110*  CONTINUITY COUNTS AND VERDICT KEPT, FAIL OVERLAID*
003120*  ON A SET THAT FAILED THE RECOMPUTE - SO EXTRFIX  *
003130*  STILL SEES EVERY SET.                            *
003140*****************************************************
003150 01  HDF-TABLE.
003160     05  HDF-TAB-COUNT             PIC 9(03) COMP VALUE ZERO.
003170     05  HDF-GROUP-RUN-ID          PIC X(16) VALUE SPACES.
003180     05  HDF-TAB-ENTRY OCCURS 100 TIMES
003190                 INDEXED BY HDF-IDX.
003200         10  HDF-TAB-SEQ           PIC 9(03).
003210         10  HDF-TAB-START         PIC 9(09).
003220         10  HDF-TAB-END           PIC 9(09).
003230         10  HDF-TAB-REC-COUNT     PIC 9(10).
003240         10  HDF-TAB-DUPS          PIC 9(09).
003250         10  HDF-TAB-GAPS          PIC 9(09).
003260         10  HDF-TAB-STATUS        PIC X(04).
003265         10  HDF-TAB-WRITER        PIC X(08).
003270
003280*****************************************************
003290*  HEADER/TRAILER CONTROL RECORD CHECK              *
003300*****************************************************
003310     COPY EXTRCTL.
003320
003330*****************************************************
003340*  RUN DATE AND TIME                                *
003350*****************************************************
003360 01  RUN-DATE-NUM                PIC 9(08).
003370 01  RUN-TIME-NUM                PIC 9(08).
003380 01  RUN-DATE-DISPLAY            PIC X(10).
003390 01  RUN-TIME-DISPLAY            PIC X(08).
003400
003410*****************************************************
003420*  REPORT LINE LAYOUTS (MOVED TO REPORT-LINE)       *
003430*****************************************************
003440 01  RPT-HEADER-LINE.
003450     05  FILLER                  PIC X(01) VALUE SPACE.
003460     05  FILLER                  PIC X(36)
003470             VALUE 'FIZZ-BUZZ EXTRACT RECOMPUTE AUDIT'.
003480     05  FILLER                  PIC X(06) VALUE 'DATE: '.
003490     05  RPT-HDR-DATE            PIC X(10).
003500     05  FILLER                  PIC X(07) VALUE ' TIME: '.
003510     05  RPT-HDR-TIME            PIC X(08).
003520     05  FILLER                  PIC X(64) VALUE SPACES.
003530
003540 01  RPT-CAPTION-LINE.
003550     05  FILLER                  PIC X(01) VALUE SPACE.
003560     05  RPT-CAPTION-TEXT        PIC X(100).
003570     05  FILLER                  PIC X(31) VALUE SPACES.
003580
003590 01  RPT-MISMATCH-HEAD-LINE.
003600     05  FILLER                  PIC X(01) VALUE SPACE.
003610     05  FILLER                  PIC X(05) VALUE 'SET'.
003620     05  FILLER                  PIC X(11) VALUE '    COUNTR'.
003630     05  FILLER                  PIC X(12) VALUE 'SAMPLED AS'.
003640     05  FILLER                  PIC X(17) VALUE 'DIFFERS IN'.
003650     05  FILLER                  PIC X(42) VALUE 'ON THE EXTRACT'.
003660     05  FILLER                  PIC X(40) VALUE 'RECOMPUTED'.
003670     05  FILLER                  PIC X(04) VALUE SPACES.
003680
003690 01  RPT-MISMATCH-LINE.
003700     05  FILLER                  PIC X(01) VALUE SPACE.
003710     05  RPT-MIS-SEQ             PIC ZZ9.
003720     05  FILLER                  PIC X(02) VALUE SPACES.
003730     05  RPT-MIS-COUNTR          PIC Z(8)9.
003740     05  FILLER                  PIC X(02) VALUE SPACES.
003750     05  RPT-MIS-REASON          PIC X(10).
003760     05  FILLER                  PIC X(02) VALUE SPACES.
003770     05  RPT-MIS-FIELD           PIC X(15).
003780     05  FILLER                  PIC X(02) VALUE SPACES.
003790     05  RPT-MIS-EXTRACT         PIC X(40).
003800     05  FILLER                  PIC X(02) VALUE SPACES.
003810     05  RPT-MIS-EXPECTED        PIC X(40).
003820     05  FILLER                  PIC X(04) VALUE SPACES.
003830
003840 01  RPT-SET-HEAD-LINE.
003850     05  FILLER                  PIC X(01) VALUE SPACE.
003860     05  FILLER                  PIC X(10) VALUE 'PARM SET'.
003870     05  FILLER                  PIC X(10) VALUE 'RULE SET'.
003880     05  FILLER                  PIC X(12) VALUE '     RECORDS'.
003890     05  FILLER                  PIC X(12) VALUE '     SAMPLED'.
003900     05  FILLER                  PIC X(12) VALUE '  MISMATCHED'.
003910     05  FILLER                  PIC X(02) VALUE SPACES.
003920     05  FILLER                  PIC X(09) VALUE 'VERDICT'.
003930     05  FILLER                  PIC X(64) VALUE SPACES.
003940
003950 01  RPT-SET-LINE.
003960     05  FILLER                  PIC X(06) VALUE SPACES.
003970     05  RPT-SET-SEQ             PIC ZZ9.
003980     05  FILLER                  PIC X(02) VALUE SPACES.
003990     05  RPT-SET-RULE-SET        PIC X(08).
004000     05  FILLER                  PIC X(02) VALUE SPACES.
004010     05  RPT-SET-READ            PIC Z(9)9.
004020     05  FILLER                  PIC X(02) VALUE SPACES.
004030     05  RPT-SET-SAMPLED         PIC Z(9)9.
004040     05  FILLER                  PIC X(02) VALUE SPACES.
004050     05  RPT-SET-MISMATCHED      PIC Z(9)9.
004060     05  FILLER                  PIC X(04) VALUE SPACES.
004070     05  RPT-SET-VERDICT         PIC X(09).
004080     05  FILLER                  PIC X(64) VALUE SPACES.
004090
004100 01  RPT-TOTAL-LINE1.
004110     05  FILLER                  PIC X(01) VALUE SPACE.
004120     05  FILLER                  PIC X(22)
004130             VALUE 'EXTRACT RECORDS READ  '.
004140     05  RPT-TOT-READ            PIC Z(9)9.
004150     05  FILLER                  PIC X(11) VALUE '  SAMPLED  '.
004160     05  RPT-TOT-SAMPLED         PIC Z(9)9.
004170     05  FILLER                  PIC X(14) VALUE '  MISMATCHED  '.
004180     05  RPT-TOT-MISMATCHED      PIC Z(9)9.
004190     05  FILLER                  PIC X(13) VALUE '  UNCHECKED  '.
004200     05  RPT-TOT-UNCHECKED       PIC Z(9)9.
004210     05  FILLER                  PIC X(31) VALUE SPACES.
004220
004230 01  RPT-TOTAL-LINE2.
004240     05  FILLER                  PIC X(01) VALUE SPACE.
004250     05  FILLER                  PIC X(22)
004260             VALUE 'SAMPLED AS FIRST/LAST '.
004270     05  RPT-TOT-ENDS            PIC Z(9)9.
004280     05  FILLER                  PIC X(14) VALUE '  CHECKPOINT  '.
004290     05  RPT-TOT-CKPT            PIC Z(9)9.
004300     05  FILLER                  PIC X(10) VALUE '  RANDOM  '.
004310     05  RPT-TOT-RANDOM          PIC Z(9)9.
004320     05  FILLER                  PIC X(15) VALUE '  RULE LOADS  '.
004330     05  RPT-TOT-LOADS           PIC ZZZZ9.
004340     05  FILLER                  PIC X(45) VALUE SPACES.
004350
004360 01  RPT-CONTROL-LINE.
004370     05  FILLER                  PIC X(01) VALUE SPACE.
004380     05  FILLER                  PIC X(08) VALUE 'RUN ID  '.
004390     05  RPT-CTL-RUN-ID          PIC X(16).
004400     05  FILLER                  PIC X(11) VALUE '  BUS DATE '.
004410     05  RPT-CTL-BUS-DATE        PIC X(10).
004420     05  FILLER                  PIC X(17)
004430             VALUE '  CONTROL TOTALS '.
004440     05  RPT-CTL-STATUS          PIC X(08).
004450     05  FILLER                  PIC X(10) VALUE '  VERDICT '.
004460     05  RPT-CTL-VERDICT         PIC X(04).
004470     05  FILLER                  PIC X(47) VALUE SPACES.
004480
004490 PROCEDURE DIVISION.
004500*****************************************************
004510*  0000-MAINLINE                                    *
004520*****************************************************
004530 0000-MAINLINE.
004540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004550     IF NOT FATAL-ERROR-FOUND
004560         PERFORM 2000-READ-ONE-EXTRACT THRU 2000-EXIT
004570             UNTIL EXTRACT-EOF
004580     END-IF.
004590     IF NOT FATAL-ERROR-FOUND
004600         PERFORM 2060-CLOSE-EXTRACT-CONTROL THRU 2060-EXIT
004610         PERFORM 6000-WRITE-SET-RESULTS THRU 6000-EXIT
004620         IF RECOMPUTE-FAILED
004630             PERFORM 7000-WRITE-FAIL-GROUP THRU 7000-EXIT
004640         END-IF
004650         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
004660     END-IF.
004670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004680     STOP RUN.
004690
004700*****************************************************
004710*  1000-INITIALIZE - OPEN FILES, READ THE CONTROL   *
004720*  RECORD, LOAD THE PARAMETER SETS AND THE LAST     *
004730*  HANDOFF GROUP, WRITE THE REPORT HEADER.  THE     *
004740*  RULES ARE LOADED LATER, ONCE THE EXTRACT HEADER  *
004750*  HAS SAID WHAT DATE THEY ARE TAKEN AS OF.         *
004760*****************************************************
004770 1000-INITIALIZE.
004780     DISPLAY 'EXTRRCMP EXTRACT RECOMPUTE AUDIT STARTING'.
004790     ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
004800     ACCEPT RUN-TIME-NUM FROM TIME.
004810     STRING RUN-DATE-NUM(1:4) '-'
004820            RUN-DATE-NUM(5:2) '-'
004830            RUN-DATE-NUM(7:2)
004840            DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
004850     STRING RUN-TIME-NUM(1:2) ':'
004860            RUN-TIME-NUM(3:2) ':'
004870            RUN-TIME-NUM(5:2)
004880            DELIMITED BY SIZE INTO RUN-TIME-DISPLAY.
004890     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
004900     IF NOT FATAL-ERROR-FOUND
004910         PERFORM 1200-READ-CONTROL-REC THRU 1200-EXIT
004920     END-IF.
004930     IF NOT FATAL-ERROR-FOUND
004940         PERFORM 1300-LOAD-ONE-PARM THRU 1300-EXIT
004950             UNTIL PARM-EOF
004960         PERFORM 1400-LOAD-LAST-HANDOFF THRU 1400-EXIT
004970     END-IF.
004980     IF NOT FATAL-ERROR-FOUND
004990         PERFORM 1500-WRITE-REPORT-HEADER THRU 1500-EXIT
005000     END-IF.
005010 1000-EXIT.
005020     EXIT.
005030
005040*****************************************************
005050*  1100-OPEN-FILES - RULEFILE IS OPENED BY EACH RULE*
005060*  LOAD AND HNDFFILE BY 1400 AND 7000, NOT HERE.    *
005070*****************************************************
005080 1100-OPEN-FILES.
005090     OPEN INPUT  CONTROL-FILE.
005100     IF FS-CONTROL NOT = '00'
005110         DISPLAY 'FATAL - CTLFILE OPEN FAILED, STATUS = '
005120                 FS-CONTROL
005130         SET FATAL-ERROR-FOUND TO TRUE
005140     END-IF.
005150     OPEN INPUT  PARM-FILE.
005160     IF FS-PARM NOT = '00'
005170         DISPLAY 'FATAL - PARMFILE OPEN FAILED, STATUS = '
005180                 FS-PARM
005190         SET FATAL-ERROR-FOUND TO TRUE
005200     END-IF.
005210     OPEN INPUT  EXTRACT-FILE.
005220     IF FS-EXTRACT NOT = '00'
005230         DISPLAY 'FATAL - EXTRFILE OPEN FAILED, STATUS = '
005240                 FS-EXTRACT
005250         SET FATAL-ERROR-FOUND TO TRUE
005260     END-IF.
005270     OPEN OUTPUT REPORT-FILE.
005280     IF FS-REPORT NOT = '00'
005290         DISPLAY 'FATAL - RPTFILE OPEN FAILED, STATUS = '
005300                 FS-REPORT
005310         SET FATAL-ERROR-FOUND TO TRUE
005320     END-IF.
005330 1100-EXIT.
005340     EXIT.
005350
005360*****************************************************
005370*  1200-READ-CONTROL-REC - A MISSING OR BLANK       *
005380*  CONTROL RECORD TAKES THE DEFAULTS.  WHAT IS KEYED*
005390*  MUST BE VALID.                                   *
005400*****************************************************
005410 1200-READ-CONTROL-REC.
005420     READ CONTROL-FILE
005430         AT END
005440             MOVE SPACES TO CONTROL-RECORD
005450     END-READ.
005460     IF CTL-SAMPLE-PCT NOT = SPACES
005470         IF CTL-SAMPLE-PCT-NUM NOT NUMERIC
005480             OR CTL-SAMPLE-PCT-NUM > 100
005490             DISPLAY 'FATAL - CTLFILE SAMPLE PERCENTAGE NOT '
005500                     '000-100: ' CTL-SAMPLE-PCT
005510             SET FATAL-ERROR-FOUND TO TRUE
005520             GO TO 1200-EXIT
005530         END-IF
005540         MOVE CTL-SAMPLE-PCT-NUM TO SAMPLE-PCT
005550     END-IF.
005560     IF CTL-RULE-DATE NOT = SPACES
005570         MOVE CTL-RULE-DATE TO EDIT-DATE-WS
005580         PERFORM 3220-EDIT-ONE-DATE THRU 3220-EXIT
005590         IF EDIT-DATE-BAD
005600             DISPLAY 'FATAL - CTLFILE RULE DATE NOT '
005610                     'YYYY-MM-DD: ' CTL-RULE-DATE
005620             SET FATAL-ERROR-FOUND TO TRUE
005630         END-IF
005640     END-IF.
005650 1200-EXIT.
005660     EXIT.
005670
005680 1300-LOAD-ONE-PARM.
005690     READ PARM-FILE
005700         AT END
005710             SET PARM-EOF TO TRUE
005720             GO TO 1300-EXIT
005730     END-READ.
005740     IF PRM-TAB-COUNT NOT < 100
005750         DISPLAY 'FATAL - MORE THAN 100 SETS ON PARMFILE - '
005760                 'PARAMETER TABLE FULL'
005770         SET FATAL-ERROR-FOUND TO TRUE
005780         SET PARM-EOF TO TRUE
005790         GO TO 1300-EXIT
005800     END-IF.
005810     ADD 1 TO PRM-TAB-COUNT.
005820     SET PRM-IDX TO PRM-TAB-COUNT.
005830     MOVE PARM-RUN-SEQ   TO PRM-TAB-SEQ(PRM-IDX).
005840     MOVE PARM-START-VAL TO PRM-TAB-START(PRM-IDX).
005850     MOVE PARM-END-VAL   TO PRM-TAB-END(PRM-IDX).
005860     MOVE PARM-RULE-SET  TO PRM-TAB-RULE-SET(PRM-IDX).
005870 1300-EXIT.
005880     EXIT.
005890
005900*****************************************************
005910*  1400-LOAD-LAST-HANDOFF - KEEP THE LAST S/J GROUP *
005920*  ON HNDFFILE.  A TYPE-S RECORD ARRIVING AFTER A   *
005930*  TYPE-J CLOSED A GROUP STARTS A NEWER ONE, AS IN  *
005940*  EXTRFIX.  NO HNDFFILE YET IS NO GROUP, NOT AN    *
005950*  ERROR.                                           *
005960*****************************************************
005970 1400-LOAD-LAST-HANDOFF.
005980     OPEN INPUT HANDOFF-FILE.
005990     IF FS-HANDOFF = '35'
006000         GO TO 1400-EXIT
006010     END-IF.
006020     IF FS-HANDOFF NOT = '00'
006030         DISPLAY 'FATAL - HNDFFILE OPEN FAILED, STATUS = '
006040                 FS-HANDOFF
006050         SET FATAL-ERROR-FOUND TO TRUE
006060         GO TO 1400-EXIT
006070     END-IF.
006080     PERFORM 1410-READ-ONE-HANDOFF THRU 1410-EXIT
006090         UNTIL HANDOFF-EOF.
006100     CLOSE HANDOFF-FILE.
006110 1400-EXIT.
006120     EXIT.
006130
006140 1410-READ-ONE-HANDOFF.
006150     READ HANDOFF-FILE
006160         AT END
006170             SET HANDOFF-EOF TO TRUE
006180             GO TO 1410-EXIT
006190     END-READ.
006200     IF HNDF-SET-RECORD
006210         IF GROUP-CLOSED
006220             MOVE ZERO TO HDF-TAB-COUNT
006230             MOVE SPACES TO HDF-GROUP-RUN-ID
006240             MOVE 'N' TO GROUP-CLOSED-SWITCH
006250         END-IF
006260         IF HDF-TAB-COUNT < 100
006270             ADD 1 TO HDF-TAB-COUNT
006280             SET HDF-IDX TO HDF-TAB-COUNT
006290             MOVE HNDF-RUN-SEQ      TO HDF-TAB-SEQ(HDF-IDX)
006300             MOVE HNDF-START-VAL    TO HDF-TAB-START(HDF-IDX)
006310             MOVE HNDF-END-VAL      TO HDF-TAB-END(HDF-IDX)
006320             MOVE HNDF-RECORD-COUNT TO HDF-TAB-REC-COUNT(HDF-IDX)
006330             MOVE HNDF-DUP-COUNT    TO HDF-TAB-DUPS(HDF-IDX)
006340             MOVE HNDF-GAP-COUNT    TO HDF-TAB-GAPS(HDF-IDX)
006350             MOVE HNDF-STATUS       TO HDF-TAB-STATUS(HDF-IDX)
006355             MOVE HNDF-WRITER       TO HDF-TAB-WRITER(HDF-IDX)
006360         ELSE
006370             DISPLAY 'FATAL - MORE THAN 100 SETS IN THE '
006380                     'HANDOFF GROUP - HANDOFF TABLE FULL'
006390             SET FATAL-ERROR-FOUND TO TRUE
006400             SET HANDOFF-EOF TO TRUE
006410         END-IF
006420         MOVE HNDF-RUN-ID TO HDF-GROUP-RUN-ID
006430     END-IF.
006440     IF HNDF-JOB-RECORD
006450         SET GROUP-CLOSED TO TRUE
006460         MOVE HNDF-RUN-ID TO HDF-GROUP-RUN-ID
006470     END-IF.
006480 1410-EXIT.
006490     EXIT.
006500
006510 1500-WRITE-REPORT-HEADER.
006520     MOVE RUN-DATE-DISPLAY TO RPT-HDR-DATE.
006530     MOVE RUN-TIME-DISPLAY TO RPT-HDR-TIME.
006540     WRITE REPORT-LINE FROM RPT-HEADER-LINE
006550         AFTER ADVANCING PAGE.
006560     MOVE SPACES TO STATUS-TEXT.
006570     MOVE SAMPLE-PCT TO CAPTION-COUNT.
006580     MOVE CHECKPOINT-INTERVAL TO CAPTION-INTERVAL.
006590     STRING 'SAMPLE - FIRST AND LAST COUNTR, CHECKPOINTS EVERY'
006600            CAPTION-INTERVAL ' AND' CAPTION-COUNT
006610            ' PERCENT AT RANDOM'
006620            DELIMITED BY SIZE INTO STATUS-TEXT.
006630     PERFORM 1510-WRITE-CAPTION THRU 1510-EXIT.
006640     IF CTL-RULE-DATE NOT = SPACES
006650         MOVE SPACES TO STATUS-TEXT
006660         STRING 'RULES TAKEN AS OF ' CTL-RULE-DATE
006670                ' AS KEYED ON CTLFILE, NOT THE EXTRACT HEADER'
006680                DELIMITED BY SIZE INTO STATUS-TEXT
006690         PERFORM 1510-WRITE-CAPTION THRU 1510-EXIT
006700     END-IF.
006710 1500-EXIT.
006720     EXIT.
006730
006740 1510-WRITE-CAPTION.
006750     MOVE STATUS-TEXT TO RPT-CAPTION-TEXT.
006760     WRITE REPORT-LINE FROM RPT-CAPTION-LINE
006770         AFTER ADVANCING 1 LINE.
006780 1510-EXIT.
006790     EXIT.
006800
006810*****************************************************
006820*  2000-READ-ONE-EXTRACT - HEADER AND TRAILER       *
006830*  RECORDS ONLY FEED THE CONTROL CHECK.  EVERY      *
006840*  DETAIL RECORD IS COUNTED AGAINST ITS SET AND     *
006850*  GIVEN ITS                                        *
006860*  RANDOM DRAW; ONE THE SAMPLE PICKS IS RECOMPUTED  *
006870*  AND COMPARED.                                    *
006880*****************************************************
006890 2000-READ-ONE-EXTRACT.
006900     READ EXTRACT-FILE
006910         AT END
006920             SET EXTRACT-EOF TO TRUE
006930             GO TO 2000-EXIT
006940     END-READ.
006950     PERFORM 2050-TRACK-EXTRACT-CONTROL THRU 2050-EXIT.
006960     IF EXTR-IS-CONTROL
006970         GO TO 2000-EXIT
006980     END-IF.
006990     ADD 1 TO EXTRACT-READ-CTR.
007000     IF NOT SEED-IS-SET
007010         PERFORM 2070-SEED-RANDOM THRU 2070-EXIT
007020     END-IF.
007030     PERFORM 2100-FIND-SMP-ENTRY THRU 2100-EXIT.
007040     IF FOUND-SMP-IDX = ZERO
007050         GO TO 2000-EXIT
007060     END-IF.
007070     SET SMP-IDX TO FOUND-SMP-IDX.
007080     PERFORM 2200-DECIDE-SAMPLE THRU 2200-EXIT.
007090     IF SAMPLE-REASON = SPACES
007100         GO TO 2000-EXIT
007110     END-IF.
007120     IF NOT SMP-TAB-IS-ON-PARM(SMP-IDX)
007130         ADD 1 TO JOB-UNCHECKED-CTR
007140         GO TO 2000-EXIT
007150     END-IF.
007160     PERFORM 2300-READY-RULES THRU 2300-EXIT.
007170     IF FATAL-ERROR-FOUND
007180         SET EXTRACT-EOF TO TRUE
007190         GO TO 2000-EXIT
007200     END-IF.
007210     PERFORM 4000-RECOMPUTE-COUNTR THRU 4000-EXIT.
007220     PERFORM 5000-COMPARE-RESULT THRU 5000-EXIT.
007230 2000-EXIT.
007240     EXIT.
007250
007260*****************************************************
007270*  2050-TRACK-EXTRACT-CONTROL - FOLD ONE RECORD INTO*
007280*  THE HEADER/TRAILER CHECK (SEE EXTRCTL.CPY).  THE *
007290*  CALLER DOES NOT TREAT A CONTROL RECORD AS DATA.  *
007300*****************************************************
007310 2050-TRACK-EXTRACT-CONTROL.
007320     IF EXTR-IS-HEADER
007330         IF XCTL-SEGMENT-OPEN
007340             ADD 1 TO XCTL-INTERRUPT-CTR
007350             DISPLAY 'EXTRACT RUN ' XCTL-RUN-ID
007360                     ' HAS NO TRAILER - RESTARTED BY RUN '
007370                     EXTC-RUN-ID
007380         END-IF
007390         ADD 1 TO XCTL-HEADER-CTR
007400         SET XCTL-SEGMENT-OPEN TO TRUE
007410         MOVE EXTC-RUN-ID   TO XCTL-RUN-ID
007420         MOVE EXTC-BUS-DATE TO XCTL-BUS-DATE
007430         MOVE ZERO TO XCTL-SEG-COUNT XCTL-SEG-HASH
007440         GO TO 2050-EXIT
007450     END-IF.
007460     IF EXTR-IS-TRAILER
007470         ADD 1 TO XCTL-TRAILER-CTR
007480         IF XCTL-SEGMENT-CLOSED
007490             DISPLAY 'EXTRACT TRAILER FOR RUN ' EXTC-RUN-ID
007500                     ' HAS NO HEADER'
007510             SET XCTL-BROKEN TO TRUE
007520             ADD 1 TO XCTL-BREAK-CTR
007530             GO TO 2050-EXIT
007540         END-IF
007550         SET XCTL-SEGMENT-CLOSED TO TRUE
007560         IF EXTC-RUN-ID NOT = XCTL-RUN-ID
007570             OR EXTC-REC-COUNT NOT = XCTL-SEG-COUNT
007580             OR EXTC-HASH-TOTAL NOT = XCTL-SEG-HASH
007590             DISPLAY 'EXTRACT TRAILER FOR RUN ' EXTC-RUN-ID
007600                     ' DOES NOT BALANCE - TRAILER '
007610                     EXTC-REC-COUNT ' RECORDS, READ '
007620                     XCTL-SEG-COUNT
007630             SET XCTL-BROKEN TO TRUE
007640             ADD 1 TO XCTL-BREAK-CTR
007650         END-IF
007660         GO TO 2050-EXIT
007670     END-IF.
007680     IF XCTL-SEGMENT-OPEN
007690         ADD 1 TO XCTL-SEG-COUNT
007700         ADD EXTR-COUNTR TO XCTL-SEG-HASH
007710     ELSE
007720         ADD 1 TO XCTL-ORPHAN-CTR
007730     END-IF.
007740 2050-EXIT.
007750     EXIT.
007760
007770*****************************************************
007780*  2060-CLOSE-EXTRACT-CONTROL - END-OF-FILE HALF OF *
007790*  THE HEADER/TRAILER CHECK.  THE CONTINUITY CHECK  *
007800*  JUDGES THE CONTROL TOTALS - HERE THE STATUS IS   *
007810*  ONLY REPORTED, AND AN ABSENT HEADER ONLY MEANS   *
007820*  THE RULES ARE TAKEN AS OF CTLFILE'S DATE OR      *
007830*  TODAY.                                           *
007840*****************************************************
007850 2060-CLOSE-EXTRACT-CONTROL.
007860     IF XCTL-HEADER-CTR = ZERO
007870         AND XCTL-TRAILER-CTR = ZERO
007880         SET XCTL-ABSENT TO TRUE
007890         DISPLAY 'EXTRACT HAS NO HEADER/TRAILER RECORDS - '
007900                 'WRITTEN BEFORE THE CONTROL RECORD CUTOVER'
007910         GO TO 2060-EXIT
007920     END-IF.
007930     IF XCTL-ORPHAN-CTR > ZERO
007940         DISPLAY 'EXTRACT HAS ' XCTL-ORPHAN-CTR
007950                 ' RECORDS OUTSIDE ANY HEADER/TRAILER'
007960         SET XCTL-BROKEN TO TRUE
007970         ADD 1 TO XCTL-BREAK-CTR
007980     END-IF.
007990     IF XCTL-SEGMENT-OPEN
008000         DISPLAY 'EXTRACT RUN ' XCTL-RUN-ID ' HAS NO TRAILER'
008010         SET XCTL-BROKEN TO TRUE
008020         ADD 1 TO XCTL-BREAK-CTR
008030     END-IF.
008040 2060-EXIT.
008050     EXIT.
008060
008070*****************************************************
008080*  2070-SEED-RANDOM - ONCE, AT THE FIRST DETAIL     *
008090*  RECORD.  THE SEED IS THE HHMMSSHH OF THE RUN ID  *
008100*  ON THE HEADER BEFORE IT; AN EXTRACT WITH NO      *
008110*  HEADER SEEDS FROM THE TIME OF DAY INSTEAD.       *
008120*****************************************************
008130 2070-SEED-RANDOM.
008140     SET SEED-IS-SET TO TRUE.
008150     IF XCTL-RUN-ID(9:8) IS NUMERIC
008160         MOVE XCTL-RUN-ID(9:8) TO SEED-DIGITS
008170     ELSE
008180         MOVE RUN-TIME-NUM TO SEED-DIGITS
008190     END-IF.
008200     MOVE SEED-DIGITS TO RANDOM-SEED.
008210     IF RANDOM-SEED = ZERO
008220         MOVE 1 TO RANDOM-SEED
008230     END-IF.
008240     DISPLAY 'RANDOM SAMPLE SEED ' SEED-DIGITS.
008250 2070-EXIT.
008260     EXIT.
008270
008280*****************************************************
008290*  2100-FIND-SMP-ENTRY - THE SAMPLE TABLE ROW FOR   *
008300*  THE RECORD'S SET, ADDED THE FIRST TIME THE SET IS*
008310*  MET WITH ITS RULE SET AND RANGE FROM PARMFILE.   *
008320*****************************************************
008330 2100-FIND-SMP-ENTRY.
008340     MOVE EXTR-RUN-SEQ TO SEARCH-SEQ.
008350     MOVE ZERO TO FOUND-SMP-IDX.
008360     PERFORM 2110-CHECK-SMP-ENTRY THRU 2110-EXIT
008370         VARYING SMP-IDX FROM 1 BY 1
008380             UNTIL SMP-IDX > SMP-TAB-COUNT.
008390     IF FOUND-SMP-IDX > ZERO
008400         GO TO 2100-EXIT
008410     END-IF.
008420     IF SMP-TAB-COUNT NOT < 100
008430         DISPLAY 'SAMPLE TABLE FULL (100 MAX) - SET '
008440                 SEARCH-SEQ ' NOT CHECKED'
008450         SET UNCHECKED-SEEN TO TRUE
008460         ADD 1 TO JOB-UNCHECKED-CTR
008470         GO TO 2100-EXIT
008480     END-IF.
008490     ADD 1 TO SMP-TAB-COUNT.
008500     SET SMP-IDX TO SMP-TAB-COUNT.
008510     MOVE SEARCH-SEQ TO SMP-TAB-SEQ(SMP-IDX).
008520     MOVE ZERO TO SMP-TAB-START(SMP-IDX) SMP-TAB-END(SMP-IDX)
008530                  SMP-TAB-READ(SMP-IDX) SMP-TAB-SAMPLED(SMP-IDX)
008540                  SMP-TAB-MISMATCHED(SMP-IDX)
008550                  SMP-TAB-LISTED(SMP-IDX).
008560     MOVE SPACES TO SMP-TAB-RULE-SET(SMP-IDX).
008570     MOVE 'N' TO SMP-TAB-ON-PARM(SMP-IDX)
008580                 SMP-TAB-CARRIED(SMP-IDX).
008590     MOVE ZERO TO FOUND-PRM-IDX.
008600     PERFORM 2120-CHECK-PRM-ENTRY THRU 2120-EXIT
008610         VARYING PRM-IDX FROM 1 BY 1
008620             UNTIL PRM-IDX > PRM-TAB-COUNT.
008630     IF FOUND-PRM-IDX > ZERO
008640         SET PRM-IDX TO FOUND-PRM-IDX
008650         MOVE 'Y' TO SMP-TAB-ON-PARM(SMP-IDX)
008660         MOVE PRM-TAB-START(PRM-IDX) TO SMP-TAB-START(SMP-IDX)
008670         MOVE PRM-TAB-END(PRM-IDX)   TO SMP-TAB-END(SMP-IDX)
008680         MOVE PRM-TAB-RULE-SET(PRM-IDX)
008690             TO SMP-TAB-RULE-SET(SMP-IDX)
008700     ELSE
008710         DISPLAY 'PARM SET ' SEARCH-SEQ ' IS ON THE EXTRACT BUT '
008720                 'NOT ON PARMFILE - NOT CHECKED'
008730         SET UNCHECKED-SEEN TO TRUE
008740     END-IF.
008750     SET FOUND-SMP-IDX TO SMP-IDX.
008760 2100-EXIT.
008770     EXIT.
008780
008790 2110-CHECK-SMP-ENTRY.
008800     IF FOUND-SMP-IDX = ZERO
008810         IF SMP-TAB-SEQ(SMP-IDX) = SEARCH-SEQ
008820             SET FOUND-SMP-IDX TO SMP-IDX
008830         END-IF
008840     END-IF.
008850 2110-EXIT.
008860     EXIT.
008870
008880 2120-CHECK-PRM-ENTRY.
008890     IF PRM-TAB-SEQ(PRM-IDX) = SEARCH-SEQ
008900         SET FOUND-PRM-IDX TO PRM-IDX
008930     END-IF.
008940 2120-EXIT.
008950     EXIT.
008960
008970*****************************************************
008980*  2200-DECIDE-SAMPLE - WHY (IF AT ALL) THIS RECORD *
008990*  IS IN THE SAMPLE, FIRST REASON THAT APPLIES:     *
009000*    FIRST      - THE SET'S FIRST RECORD ON THE     *
009010*                 EXTRACT, OR ITS RANGE START VALUE *
009020*    LAST       - THE SET'S RANGE END VALUE         *
009030*    CHECKPOINT - A MULTIPLE OF THE CHECKPOINT      *
009040*                 INTERVAL, WHERE A CHECKPOINT WAS  *
009050*                 WRITTEN                           *
009060*    RESTART    - ONE PAST A MULTIPLE, WHERE A RUN  *
009070*                 RESTARTED FROM THAT CHECKPOINT    *
009080*                 RESUMES                           *
009090*    RANDOM     - THE RECORD'S RANDOM DRAW          *
009100*  THE DRAW IS MADE FOR EVERY RECORD, PICKED OR NOT,*
009110*  SO THE SAMPLE DEPENDS ONLY ON THE SEED AND THE   *
009120*  EXTRACT.                                         *
009130*****************************************************
009140 2200-DECIDE-SAMPLE.
009150     PERFORM 2210-DRAW-RANDOM THRU 2210-EXIT.
009160     MOVE SPACES TO SAMPLE-REASON.
009170     ADD 1 TO SMP-TAB-READ(SMP-IDX).
009180     IF SMP-TAB-READ(SMP-IDX) = 1
009190         OR EXTR-COUNTR = SMP-TAB-START(SMP-IDX)
009200         MOVE 'FIRST' TO SAMPLE-REASON
009210         ADD 1 TO JOB-ENDS-CTR
009220         GO TO 2200-EXIT
009230     END-IF.
009240     IF EXTR-COUNTR = SMP-TAB-END(SMP-IDX)
009250         MOVE 'LAST' TO SAMPLE-REASON
009260         ADD 1 TO JOB-ENDS-CTR
009270         GO TO 2200-EXIT
009280     END-IF.
009290     DIVIDE EXTR-COUNTR BY CHECKPOINT-INTERVAL
009300         GIVING CKPT-CHECK-QUOT REMAINDER CKPT-CHECK-REM.
009310     IF CKPT-CHECK-REM = ZERO
009320         MOVE 'CHECKPOINT' TO SAMPLE-REASON
009330         ADD 1 TO JOB-CKPT-CTR
009340         GO TO 2200-EXIT
009350     END-IF.
009360     IF CKPT-CHECK-REM = 1
009370         MOVE 'RESTART' TO SAMPLE-REASON
009380         ADD 1 TO JOB-CKPT-CTR
009390         GO TO 2200-EXIT
009400     END-IF.
009410     IF RANDOM-DRAW < SAMPLE-PCT
009420         MOVE 'RANDOM' TO SAMPLE-REASON
009430         ADD 1 TO JOB-RANDOM-CTR
009440     END-IF.
009450 2200-EXIT.
009460     EXIT.
009470
009480 2210-DRAW-RANDOM.
009490     COMPUTE RANDOM-WORK = RANDOM-SEED * 16807.
009500     DIVIDE RANDOM-WORK BY 2147483647
009510         GIVING RANDOM-QUOT REMAINDER RANDOM-SEED.
009520     DIVIDE RANDOM-SEED BY 100
009530         GIVING RANDOM-QUOT REMAINDER RANDOM-DRAW.
009540 2210-EXIT.
009550     EXIT.
009560
009570*****************************************************
009580*  2300-READY-RULES - MAKE SURE THE RULE TABLE IS AS*
009590*  OF THE RIGHT DATE AND THE SET MAPS ARE FOR THE   *
009600*  RECORD'S RULE SET.  THE DATE IS CTLFILE'S IF     *
009610*  KEYED, ELSE THE BUSINESS DATE ON THE HEADER OF   *
009620*  THE SEGMENT BEING READ, ELSE (NO HEADER) TODAY.  *
009630*****************************************************
009640 2300-READY-RULES.
009650     IF CTL-RULE-DATE NOT = SPACES
009660         MOVE CTL-RULE-DATE TO EFFECT-DATE
009670     ELSE
009680         IF XCTL-BUS-DATE NOT = SPACES
009690             MOVE XCTL-BUS-DATE TO EFFECT-DATE
009700         ELSE
009710             MOVE RUN-DATE-DISPLAY TO EFFECT-DATE
009720         END-IF
009730     END-IF.
009740     IF EFFECT-DATE NOT = RULES-DATE
009750         PERFORM 3000-LOAD-RULES THRU 3000-EXIT
009760         SET SET-MAP-STALE TO TRUE
009770         IF FATAL-ERROR-FOUND
009780             GO TO 2300-EXIT
009790         END-IF
009800     END-IF.
009810     IF SET-MAP-STALE
009820         OR SMP-TAB-RULE-SET(SMP-IDX) NOT = MAP-RULE-SET
009830         MOVE SMP-TAB-RULE-SET(SMP-IDX) TO MAP-RULE-SET
009840         PERFORM 3300-SELECT-RULE-SET THRU 3300-EXIT
009850         SET SET-MAP-CURRENT TO TRUE
009860     END-IF.
009870 2300-EXIT.
009880     EXIT.
009890
009900*****************************************************
009910*  3000-LOAD-RULES - LOAD RULEFILE AS OF EFFECT-DATE*
009920*  WITH THE NIGHTLY JOB'S EDITS.  A RULE THE NIGHTLY*
009930*  JOB WOULD REJECT IS ONLY COUNTED HERE - THAT     *
009935*  NIGHT'S ERROR REPORT ALREADY LISTED IT.  THE     *
009940*  FILE IS READ TWICE - ONCE FOR THE RECYCLED RULES *
009945*  (3050), THEN TO LOAD.                            *
009950*****************************************************
009960 3000-LOAD-RULES.
009970     OPEN INPUT RULE-FILE.
009980     IF FS-RULE NOT = '00'
009990         DISPLAY 'FATAL - RULEFILE OPEN FAILED, STATUS = '
010000                 FS-RULE
010010         SET FATAL-ERROR-FOUND TO TRUE
010020         GO TO 3000-EXIT
010030     END-IF.
010031     MOVE ZERO TO RCY-TAB-COUNT.
010032     MOVE 'N' TO RULE-EOF-SWITCH.
010033     PERFORM 3050-GATHER-RECYCLED THRU 3050-EXIT
010034         UNTIL RULE-EOF.
010035     CLOSE RULE-FILE.
010036     IF FATAL-ERROR-FOUND
010038         GO TO 3000-EXIT
010039     END-IF.
010040     OPEN INPUT RULE-FILE.
010041     IF FS-RULE NOT = '00'
010042         DISPLAY 'FATAL - RULEFILE OPEN FAILED, STATUS = '
010044                 FS-RULE
010045         SET FATAL-ERROR-FOUND TO TRUE
010046         GO TO 3000-EXIT
010047     END-IF.
010048     INITIALIZE RULE-TABLE.
010050     MOVE ZERO TO RULE-REJECT-CTR.
010055     MOVE ZERO TO RULE-READ-CTR.
010060     MOVE 'N' TO RULE-EOF-SWITCH.
010070     PERFORM 3100-READ-RULE-REC THRU 3100-EXIT
010080         UNTIL RULE-EOF.
010090     CLOSE RULE-FILE.
010100     MOVE EFFECT-DATE TO RULES-DATE.
010110     ADD 1 TO RULE-LOAD-CTR.
010120     MOVE SPACES TO STATUS-TEXT.
010130     MOVE RULE-TAB-COUNT  TO CAPTION-COUNT.
010140     MOVE RULE-REJECT-CTR TO CAPTION-REJECTS.
010150     STRING 'RULES TAKEN AS OF ' RULES-DATE ' -' CAPTION-COUNT
010160            ' IN EFFECT,' CAPTION-REJECTS ' REJECTED AT LOAD'
010170            DELIMITED BY SIZE INTO STATUS-TEXT.
010180     PERFORM 1510-WRITE-CAPTION THRU 1510-EXIT.
010190 3000-EXIT.
010200     EXIT.
010210
010211*****************************************************
010212*  3050-GATHER-RECYCLED - KEEP EACH RECYCLED RULE    *
010213*  THAT TOOK AN ORIGINAL'S SLOT, BY THAT ORIGINAL'S  *
010214*  RULEFILE RECORD NUMBER.                           *
010215*****************************************************
010216 3050-GATHER-RECYCLED.
010217     READ RULE-FILE
010218         AT END
010219             SET RULE-EOF TO TRUE
010220         NOT AT END
010221             PERFORM 3060-KEEP-RECYCLED THRU 3060-EXIT
010222     END-READ.
010223 3050-EXIT.
010224     EXIT.
010225
010226 3060-KEEP-RECYCLED.
010227     IF RULE-REC-RECYCLE-OF NOT NUMERIC
010228         OR RULE-REC-RECYCLE-OF = ZERO
010230         GO TO 3060-EXIT
010231     END-IF.
010232     IF RCY-TAB-COUNT NOT < 20
010233         DISPLAY 'FATAL - MORE THAN 20 RECYCLED RULES ON '
010234                 'RULEFILE - TABLE FULL'
010235         SET FATAL-ERROR-FOUND TO TRUE
010236         SET RULE-EOF TO TRUE
010237         GO TO 3060-EXIT
010238     END-IF.
010239     ADD 1 TO RCY-TAB-COUNT.
010240     SET RCY-IDX TO RCY-TAB-COUNT.
010241     MOVE RULE-REC-RECYCLE-OF TO RCY-TAB-REC-NUM(RCY-IDX).
010242     MOVE RULE-RECORD         TO RCY-TAB-IMAGE(RCY-IDX).
010243 3060-EXIT.
010244     EXIT.
010245
010246 3100-READ-RULE-REC.
010247     READ RULE-FILE
010248         AT END
010250             SET RULE-EOF TO TRUE
010251         NOT AT END
010252             PERFORM 3150-PLACE-RULE-REC THRU 3150-EXIT
010253     END-READ.
010254 3100-EXIT.
010255     EXIT.
010256
010258*****************************************************
010259*  3150-PLACE-RULE-REC - A MASTER RECORD IS LOADED,  *
010260*  THEN ANY CORRECTION THAT TOOK ITS SLOT.  A        *
010261*  RECYCLED RULE THAT TOOK NO SLOT IS LOADED WHERE   *
010262*  IT IS READ, AT THE END; ONE THAT DID WAS LOADED   *
010264*  ALREADY.                                          *
010265*****************************************************
010266 3150-PLACE-RULE-REC.
010267     IF RULE-REC-RECYCLE-OF NUMERIC
010268         IF RULE-REC-RECYCLE-OF = ZERO
010270             PERFORM 3200-VALIDATE-AND-ADD-RULE THRU 3200-EXIT
010271         END-IF
010272         GO TO 3150-EXIT
010273     END-IF.
010274     ADD 1 TO RULE-READ-CTR.
010275     PERFORM 3200-VALIDATE-AND-ADD-RULE THRU 3200-EXIT.
010276     PERFORM 3160-FIND-RECYCLED THRU 3160-EXIT.
010277     IF FOUND-RCY-IDX > ZERO
010278         SET RCY-IDX TO FOUND-RCY-IDX
010279         MOVE RCY-TAB-IMAGE(RCY-IDX) TO RULE-RECORD
010280         PERFORM 3200-VALIDATE-AND-ADD-RULE THRU 3200-EXIT
010281     END-IF.
010282 3150-EXIT.
010283     EXIT.
010284
010285 3160-FIND-RECYCLED.
010286     MOVE ZERO TO FOUND-RCY-IDX.
010287     PERFORM 3170-CHECK-RECYCLED THRU 3170-EXIT
010288         VARYING RCY-IDX FROM 1 BY 1
010289             UNTIL RCY-IDX > RCY-TAB-COUNT.
010290 3160-EXIT.
010291     EXIT.
010292
010293 3170-CHECK-RECYCLED.
010294     IF FOUND-RCY-IDX = ZERO
010295         AND RCY-TAB-REC-NUM(RCY-IDX) = RULE-READ-CTR
010296         SET FOUND-RCY-IDX TO RCY-IDX
010297     END-IF.
010298 3170-EXIT.
010300     EXIT.
010310
010320*****************************************************
010330*  3200-VALIDATE-AND-ADD-RULE - THE NIGHTLY JOB'S   *
010340*  2110-VALIDATE-AND-ADD-RULE, EDIT FOR EDIT AND IN *
010350*  THE SAME ORDER, SO THE TABLE HOLDS EXACTLY WHAT  *
010360*  THAT NIGHT'S RULE-TABLE DID.                     *
010370*****************************************************
010380 3200-VALIDATE-AND-ADD-RULE.
010390     PERFORM 3230-CHECK-RULE-TYPE THRU 3230-EXIT.
010400     IF RULE-TYPE-BAD
010410         ADD 1 TO RULE-REJECT-CTR
010420         GO TO 3200-EXIT
010430     END-IF.
010440*    A CONTAINS-DIGIT RULE HAS NO DIVISOR TO CHECK.
010450     IF NOT RULE-REC-TYPE-CONTAINS
010460         AND RULE-REC-DIVISOR NOT GREATER THAN ZERO
010470         ADD 1 TO RULE-REJECT-CTR
010480         GO TO 3200-EXIT
010490     END-IF.
010500     PERFORM 3210-CHECK-RULE-DATES THRU 3210-EXIT.
010510     IF RULE-DATES-BAD
010520         ADD 1 TO RULE-REJECT-CTR
010530         GO TO 3200-EXIT
010540     END-IF.
010550     IF RULE-NOT-IN-EFFECT
010560         GO TO 3200-EXIT
010570     END-IF.
010580     IF RULE-TAB-COUNT NOT < 20
010590         ADD 1 TO RULE-REJECT-CTR
010600         GO TO 3200-EXIT
010610     END-IF.
010620     ADD 1 TO RULE-TAB-COUNT.
010630     SET RULE-IDX TO RULE-TAB-COUNT.
010640     MOVE RULE-REC-DIVISOR  TO RULE-TAB-DIVISOR(RULE-IDX).
010650     MOVE RULE-REC-LABEL    TO RULE-TAB-LABEL(RULE-IDX).
010660     MOVE RULE-REC-SET-NAME TO RULE-TAB-SET-NAME(RULE-IDX).
010670     MOVE RULE-REC-TYPE     TO RULE-TAB-TYPE(RULE-IDX).
010680     IF RULE-REC-TYPE = SPACE
010690         SET RULE-TAB-DIVISIBLE(RULE-IDX) TO TRUE
010700     END-IF.
010710     IF RULE-REC-TYPE-REMAINDER OR RULE-REC-TYPE-CONTAINS
010720         MOVE RULE-REC-OPERAND TO RULE-TAB-OPERAND(RULE-IDX)
010730     ELSE
010740         MOVE ZERO TO RULE-TAB-OPERAND(RULE-IDX)
010750     END-IF.
010760     IF RULE-REC-TYPE-CONTAINS
010770         MOVE ZERO TO RULE-TAB-DIVISOR(RULE-IDX)
010780     END-IF.
010790 3200-EXIT.
010800     EXIT.
010810
010820*****************************************************
010830*  3210-CHECK-RULE-DATES - EDIT THE EFFECTIVE DATES *
010840*  AND DECIDE WHETHER THE RULE IS IN EFFECT ON      *
010850*  EFFECT-DATE.  BLANK FROM IS SINCE FOREVER, BLANK *
010860*  TO NEVER EXPIRES (SEE RULEREC.CPY).              *
010870*****************************************************
010880 3210-CHECK-RULE-DATES.
010890     SET RULE-DATES-OK TO TRUE.
010900     SET RULE-IS-IN-EFFECT TO TRUE.
010910     IF RULE-REC-EFF-FROM NOT = SPACES
010920         MOVE RULE-REC-EFF-FROM TO EDIT-DATE-WS
010930         PERFORM 3220-EDIT-ONE-DATE THRU 3220-EXIT
010940         IF EDIT-DATE-BAD
010950             SET RULE-DATES-BAD TO TRUE
010960             GO TO 3210-EXIT
010970         END-IF
010980         IF RULE-REC-EFF-FROM > EFFECT-DATE
010990             SET RULE-NOT-IN-EFFECT TO TRUE
011000         END-IF
011010     END-IF.
011020     IF RULE-REC-EFF-TO NOT = SPACES
011030         MOVE RULE-REC-EFF-TO TO EDIT-DATE-WS
011040         PERFORM 3220-EDIT-ONE-DATE THRU 3220-EXIT
011050         IF EDIT-DATE-BAD
011060             SET RULE-DATES-BAD TO TRUE
011070             GO TO 3210-EXIT
011080         END-IF
011090         IF RULE-REC-EFF-TO < EFFECT-DATE
011100             SET RULE-NOT-IN-EFFECT TO TRUE
011110         END-IF
011120     END-IF.
011130 3210-EXIT.
011140     EXIT.
011150
011160 3220-EDIT-ONE-DATE.
011170     SET EDIT-DATE-OK TO TRUE.
011180     IF EDIT-DATE-WS(1:4) NOT NUMERIC
011190         OR EDIT-DATE-WS(5:1) NOT = '-'
011200         OR EDIT-DATE-WS(6:2) NOT NUMERIC
011210         OR EDIT-DATE-WS(8:1) NOT = '-'
011220         OR EDIT-DATE-WS(9:2) NOT NUMERIC
011230         SET EDIT-DATE-BAD TO TRUE
011240     END-IF.
011250 3220-EXIT.
011260     EXIT.
011270
011280*****************************************************
011290*  3230-CHECK-RULE-TYPE - THE TYPE CODE AND OPERAND *
011300*  EDITS OF 2140-CHECK-RULE-TYPE IN THE NIGHTLY JOB.*
011310*****************************************************
011320 3230-CHECK-RULE-TYPE.
011330     SET RULE-TYPE-OK TO TRUE.
011340     IF NOT RULE-REC-TYPE-DIVISIBLE
011350         AND NOT RULE-REC-TYPE-REMAINDER
011360         AND NOT RULE-REC-TYPE-CONTAINS
011370         AND NOT RULE-REC-TYPE-OVERRIDE
011380         SET RULE-TYPE-BAD TO TRUE
011390         GO TO 3230-EXIT
011400     END-IF.
011410     IF RULE-REC-TYPE-CONTAINS
011420         IF RULE-REC-OPERAND NOT NUMERIC
011430             OR RULE-REC-OPERAND > 9
011440             SET RULE-TYPE-BAD TO TRUE
011450         END-IF
011460         GO TO 3230-EXIT
011470     END-IF.
011480*    A NON-POSITIVE DIVISOR IS LEFT FOR 3200 TO REJECT.
011490     IF RULE-REC-TYPE-REMAINDER
011500         AND RULE-REC-DIVISOR > ZERO
011510         IF RULE-REC-OPERAND NOT NUMERIC
011520             OR RULE-REC-OPERAND NOT < RULE-REC-DIVISOR
011530             SET RULE-TYPE-BAD TO TRUE
011540         END-IF
011550     END-IF.
011560 3230-EXIT.
011570     EXIT.
011580
011590*****************************************************
011600*  3300-SELECT-RULE-SET - THE NIGHTLY JOB'S         *
011610*  3300-SELECT-RULE-SET FOR THE RULE SET IN         *
011620*  MAP-RULE-SET: ITS RULE COUNT, ITS FIRST TWO RULES*
011630*  (THE FIZZ/BUZZ FLAGS), AND THE SLOT, LABEL AND   *
011640*  TYPE MAPS FOR THE HIT AREA.                      *
011650*****************************************************
011660 3300-SELECT-RULE-SET.
011670     MOVE ZERO TO SET-RULE-COUNT SET-FIRST-RULE
011680                  SET-SECOND-RULE.
011690     PERFORM 3320-CLEAR-SET-MAPS THRU 3320-EXIT
011700         VARYING RULE-OCC FROM 1 BY 1
011710             UNTIL RULE-OCC > 20.
011720     PERFORM 3310-CHECK-SET-RULE THRU 3310-EXIT
011730         VARYING RULE-OCC FROM 1 BY 1
011740             UNTIL RULE-OCC > RULE-TAB-COUNT.
011750 3300-EXIT.
011760     EXIT.
011770
011780 3310-CHECK-SET-RULE.
011790     IF RULE-TAB-SET-NAME(RULE-OCC) = MAP-RULE-SET
011800         ADD 1 TO SET-RULE-COUNT
011810         IF SET-RULE-COUNT = 1
011820             MOVE RULE-OCC TO SET-FIRST-RULE
011830         END-IF
011840         IF SET-RULE-COUNT = 2
011850             MOVE RULE-OCC TO SET-SECOND-RULE
011860         END-IF
011870         MOVE SET-RULE-COUNT TO SET-SLOT-OF-RULE(RULE-OCC)
011880         MOVE RULE-TAB-LABEL(RULE-OCC)
011890             TO SET-LABEL-TAB(SET-RULE-COUNT)
011900         MOVE RULE-TAB-TYPE(RULE-OCC)
011910             TO SET-TYPE-TAB(SET-RULE-COUNT)
011920     END-IF.
011930 3310-EXIT.
011940     EXIT.
011950
011960 3320-CLEAR-SET-MAPS.
011970     MOVE ZERO TO SET-SLOT-OF-RULE(RULE-OCC).
011980     MOVE SPACES TO SET-LABEL-TAB(RULE-OCC).
011990     MOVE SPACE TO SET-TYPE-TAB(RULE-OCC).
012000 3320-EXIT.
012010     EXIT.
012020
012030*****************************************************
012040*  4000-RECOMPUTE-COUNTR - BUILD WHAT THE EXTRACT   *
012050*  RECORD FOR EXTR-COUNTR SHOULD HOLD.  EVERY RULE  *
012060*  IS TESTED AGAINST THE VALUE ITSELF - THE NIGHTLY *
012070*  JOB'S RULE-CYCLE SHORTCUT IS DELIBERATELY NOT    *
012080*  USED, SO A DEFECT IN THE CYCLE OR IN ITS POSITION*
012090*  TRACKING SHOWS UP HERE AS A MISMATCH.            *
012100*****************************************************
012110 4000-RECOMPUTE-COUNTR.
012120     MOVE EXTR-COUNTR TO COUNTR.
012130     MOVE SPACES TO RCMP-RESULT.
012140     SET RCMP-FIZZ-NO-HIT TO TRUE.
012150     SET RCMP-BUZZ-NO-HIT TO TRUE.
012160     MOVE SET-RULE-COUNT TO RCMP-RULE-CNT.
012170     PERFORM 4050-INIT-RULE-HITS THRU 4050-EXIT
012180         VARYING HIT-SUB FROM 1 BY 1
012190             UNTIL HIT-SUB > SET-RULE-COUNT.
012200     MOVE 'N' TO OVERRIDE-SWITCH.
012210     PERFORM 4100-CHECK-ONE-RULE THRU 4100-EXIT
012220         VARYING RULE-IDX FROM 1 BY 1
012230             UNTIL RULE-IDX > RULE-TAB-COUNT.
012240 4000-EXIT.
012250     EXIT.
012260
012270 4050-INIT-RULE-HITS.
012280     MOVE SET-LABEL-TAB(HIT-SUB) TO RCMP-RULE-LABEL(HIT-SUB).
012290     MOVE SET-TYPE-TAB(HIT-SUB)  TO RCMP-RULE-TYPE(HIT-SUB).
012300     SET RCMP-RULE-NOT-FIRED(HIT-SUB) TO TRUE.
012310 4050-EXIT.
012320     EXIT.
012330
012340*****************************************************
012350*  4100-CHECK-ONE-RULE - ONE TABLE ENTRY AGAINST    *
012360*  COUNTR.  A FIRED LABEL IS APPENDED TO THE        *
012370*  MESSAGE, AN OVERRIDE'S LABEL REPLACES IT, AND    *
012380*  AFTER AN OVERRIDE NOTHING ELSE CHANGES IT - BUT  *
012390*  THE HIT AREA AND THE FIZZ/BUZZ FLAGS RECORD EVERY*
012400*  RULE THAT FIRED.  SEE RULEREC.CPY AND            *
012410*  EXTRREC.CPY.                                     *
012420*****************************************************
012430 4100-CHECK-ONE-RULE.
012440     IF RULE-TAB-SET-NAME(RULE-IDX) NOT = MAP-RULE-SET
012450         GO TO 4100-EXIT
012460     END-IF.
012470     PERFORM 4110-TEST-RULE THRU 4110-EXIT.
012480     IF NOT RULE-HAS-FIRED
012490         GO TO 4100-EXIT
012500     END-IF.
012510     SET RULE-OCC TO RULE-IDX.
012520     MOVE SET-SLOT-OF-RULE(RULE-OCC) TO HIT-SLOT.
012530     IF HIT-SLOT > ZERO
012540         SET RCMP-RULE-FIRED(HIT-SLOT) TO TRUE
012550     END-IF.
012560     IF RULE-OCC = SET-FIRST-RULE
012570         SET RCMP-FIZZ-HIT TO TRUE
012580     END-IF.
012590     IF RULE-OCC = SET-SECOND-RULE
012600         SET RCMP-BUZZ-HIT TO TRUE
012610     END-IF.
012620     IF OVERRIDE-HAS-FIRED
012630         GO TO 4100-EXIT
012640     END-IF.
012650     IF RULE-TAB-OVERRIDE(RULE-IDX)
012660         MOVE RULE-TAB-LABEL(RULE-IDX) TO RCMP-MSG
012670         SET OVERRIDE-HAS-FIRED TO TRUE
012680         GO TO 4100-EXIT
012690     END-IF.
012700     STRING RCMP-MSG DELIMITED BY SPACE
012710            RULE-TAB-LABEL(RULE-IDX) DELIMITED BY SPACE
012720            INTO RCMP-MSG
012730         ON OVERFLOW
012740             DISPLAY 'MSG OVERFLOW BUILDING LABEL FOR '
012750                     COUNTR
012760     END-STRING.
012770 4100-EXIT.
012780     EXIT.
012790
012800*****************************************************
012810*  4110-TEST-RULE - DOES THE ENTRY FIRE FOR COUNTR? *
012820*  THE TESTS OF THE NIGHTLY JOB'S 5110-TEST-RULE.   *
012830*****************************************************
012840 4110-TEST-RULE.
012850     MOVE 'N' TO RULE-FIRE-SWITCH.
012860     IF RULE-TAB-CONTAINS(RULE-IDX)
012870         PERFORM 4120-TEST-CONTAINS-DIGIT THRU 4120-EXIT
012880         GO TO 4110-EXIT
012890     END-IF.
012900     DIVIDE COUNTR BY RULE-TAB-DIVISOR(RULE-IDX)
012910         GIVING RULE-QUOT REMAINDER RULE-REM.
012920     IF RULE-TAB-REMAINDER(RULE-IDX)
012930         IF RULE-REM = RULE-TAB-OPERAND(RULE-IDX)
012940             SET RULE-HAS-FIRED TO TRUE
012950         END-IF
012960     ELSE
012970         IF RULE-REM = ZERO
012980             SET RULE-HAS-FIRED TO TRUE
012990         END-IF
013000     END-IF.
013010 4110-EXIT.
013020     EXIT.
013030
013040 4120-TEST-CONTAINS-DIGIT.
013050     MOVE COUNTR TO DIGIT-COUNTR.
013060     MOVE RULE-TAB-OPERAND(RULE-IDX) TO DIGIT-WANTED-NUM.
013070     MOVE ZERO TO DIGIT-LEAD-ZEROS DIGIT-HITS.
013080     INSPECT DIGIT-COUNTR TALLYING DIGIT-LEAD-ZEROS
013090         FOR LEADING '0'.
013100     IF DIGIT-LEAD-ZEROS = 9
013110         MOVE 8 TO DIGIT-LEAD-ZEROS
013120     END-IF.
013130     INSPECT DIGIT-COUNTR(DIGIT-LEAD-ZEROS + 1:)
013140         TALLYING DIGIT-HITS FOR ALL DIGIT-WANTED.
013150     IF DIGIT-HITS > ZERO
013160         SET RULE-HAS-FIRED TO TRUE
013170     END-IF.
013180 4120-EXIT.
013190     EXIT.
013200
013210*****************************************************
013220*  5000-COMPARE-RESULT - THE EXTRACT RECORD AGAINST *
013230*  THE RECOMPUTED ONE: MESSAGE FIRST, THEN THE      *
013240*  FIZZ/BUZZ FLAGS, THEN THE WHOLE HIT AREA.  THE   *
013250*  FIRST DIFFERENCE FOUND IS THE ONE LISTED; THE    *
013260*  FIRST MISMATCH-LIST-MAX OF A SET ARE LISTED AND  *
013270*  EVERY ONE IS COUNTED.                            *
013280*****************************************************
013290 5000-COMPARE-RESULT.
013300     ADD 1 TO SMP-TAB-SAMPLED(SMP-IDX).
013310     ADD 1 TO JOB-SAMPLED-CTR.
013320     MOVE SPACES TO MISMATCH-FIELD MISMATCH-EXTRACT
013330                    MISMATCH-EXPECTED.
013340     IF EXTR-MSG NOT = RCMP-MSG
013350         MOVE 'MESSAGE'  TO MISMATCH-FIELD
013360         MOVE EXTR-MSG   TO MISMATCH-EXTRACT
013370         MOVE RCMP-MSG   TO MISMATCH-EXPECTED
013380     ELSE
013390         IF EXTR-FIZZ-FLAG NOT = RCMP-FIZZ-FLAG
013400             OR EXTR-BUZZ-FLAG NOT = RCMP-BUZZ-FLAG
013410             MOVE 'FIZZ/BUZZ FLAGS' TO MISMATCH-FIELD
013420             STRING 'FIZZ ' EXTR-FIZZ-FLAG ' BUZZ ' EXTR-BUZZ-FLAG
013430                    DELIMITED BY SIZE INTO MISMATCH-EXTRACT
013440             STRING 'FIZZ ' RCMP-FIZZ-FLAG ' BUZZ ' RCMP-BUZZ-FLAG
013450                    DELIMITED BY SIZE INTO MISMATCH-EXPECTED
013460         ELSE
013470             IF EXTR-RULE-AREA NOT = RCMP-RULE-AREA
013480                 PERFORM 5100-FIND-RULE-DIFF THRU 5100-EXIT
013490             END-IF
013500         END-IF
013510     END-IF.
013520     IF MISMATCH-FIELD = SPACES
013530         GO TO 5000-EXIT
013540     END-IF.
013550     SET RECOMPUTE-FAILED TO TRUE.
013560     ADD 1 TO SMP-TAB-MISMATCHED(SMP-IDX).
013570     ADD 1 TO JOB-MISMATCH-CTR.
013580     IF SMP-TAB-LISTED(SMP-IDX) NOT < MISMATCH-LIST-MAX
013590         GO TO 5000-EXIT
013600     END-IF.
013610     IF JOB-MISMATCH-CTR = 1
013620         WRITE REPORT-LINE FROM RPT-MISMATCH-HEAD-LINE
013630             AFTER ADVANCING 2 LINES
013640     END-IF.
013650     ADD 1 TO SMP-TAB-LISTED(SMP-IDX).
013660     MOVE EXTR-RUN-SEQ      TO RPT-MIS-SEQ.
013670     MOVE EXTR-COUNTR       TO RPT-MIS-COUNTR.
013680     MOVE SAMPLE-REASON     TO RPT-MIS-REASON.
013690     MOVE MISMATCH-FIELD    TO RPT-MIS-FIELD.
013700     MOVE MISMATCH-EXTRACT  TO RPT-MIS-EXTRACT.
013710     MOVE MISMATCH-EXPECTED TO RPT-MIS-EXPECTED.
013720     WRITE REPORT-LINE FROM RPT-MISMATCH-LINE
013730         AFTER ADVANCING 1 LINE.
013740 5000-EXIT.
013750     EXIT.
013760
013770*****************************************************
013780*  5100-FIND-RULE-DIFF - NAME THE FIRST PART OF THE *
013790*  HIT AREA THAT DIFFERS: THE RULE COUNT, OR ONE    *
013800*  SLOT'S LABEL, HIT BYTE OR TYPE.                  *
013810*****************************************************
013820 5100-FIND-RULE-DIFF.
013830     IF EXTR-RULE-AREA(1:2) NOT = RCMP-RULE-AREA(1:2)
013840         MOVE 'RULE COUNT' TO MISMATCH-FIELD
013850         MOVE EXTR-RULE-AREA(1:2) TO MISMATCH-EXTRACT
013860         MOVE RCMP-RULE-AREA(1:2) TO MISMATCH-EXPECTED
013870         GO TO 5100-EXIT
013880     END-IF.
013890     PERFORM 5110-CHECK-RULE-SLOT THRU 5110-EXIT
013900         VARYING HIT-SUB FROM 1 BY 1
013910             UNTIL HIT-SUB > 20
013920                OR MISMATCH-FIELD NOT = SPACES.
013930 5100-EXIT.
013940     EXIT.
013950
013960 5110-CHECK-RULE-SLOT.
013970     IF EXTR-RULE-HITS(HIT-SUB) = RCMP-RULE-HITS(HIT-SUB)
013980         AND EXTR-RULE-TYPE(HIT-SUB) = RCMP-RULE-TYPE(HIT-SUB)
013990         GO TO 5110-EXIT
014000     END-IF.
014010     MOVE HIT-SUB TO SLOT-TEXT.
014020     STRING 'RULE SLOT ' SLOT-TEXT
014030            DELIMITED BY SIZE INTO MISMATCH-FIELD.
014040     STRING EXTR-RULE-LABEL(HIT-SUB) ' HIT '
014050            EXTR-RULE-HIT(HIT-SUB) ' TYPE '
014060            EXTR-RULE-TYPE(HIT-SUB)
014070            DELIMITED BY SIZE INTO MISMATCH-EXTRACT.
014080     STRING RCMP-RULE-LABEL(HIT-SUB) ' HIT '
014090            RCMP-RULE-HIT(HIT-SUB) ' TYPE '
014100            RCMP-RULE-TYPE(HIT-SUB)
014110            DELIMITED BY SIZE INTO MISMATCH-EXPECTED.
014120 5110-EXIT.
014130     EXIT.
014140
014150*****************************************************
014160*  6000-WRITE-SET-RESULTS - ONE LINE PER SET MET ON *
014170*  THE EXTRACT.  A SET FAILS ON ANY MISMATCH; A SET *
014180*  NOT ON PARMFILE IS UNCHECKED (RC=4), AS IS A RUN *
014190*  THAT RECOMPUTED NOTHING AT ALL.                  *
014200*****************************************************
014210 6000-WRITE-SET-RESULTS.
014220     IF JOB-SAMPLED-CTR = ZERO
014230         DISPLAY 'NO EXTRACT RECORD WAS RECOMPUTED - NOTHING '
014240                 'CHECKED'
014250         SET UNCHECKED-SEEN TO TRUE
014260     END-IF.
014270     WRITE REPORT-LINE FROM RPT-SET-HEAD-LINE
014280         AFTER ADVANCING 2 LINES.
014290     PERFORM 6100-WRITE-ONE-SET THRU 6100-EXIT
014300         VARYING SMP-IDX FROM 1 BY 1
014310             UNTIL SMP-IDX > SMP-TAB-COUNT.
014320 6000-EXIT.
014330     EXIT.
014340
014350 6100-WRITE-ONE-SET.
014360     IF NOT SMP-TAB-IS-ON-PARM(SMP-IDX)
014370         MOVE 'UNCHECKED' TO SET-VERDICT
014380     ELSE
014390         IF SMP-TAB-MISMATCHED(SMP-IDX) > ZERO
014400             MOVE 'FAIL' TO SET-VERDICT
014410             DISPLAY 'RECOMPUTE MISMATCH ON PARM SET '
014420                     SMP-TAB-SEQ(SMP-IDX)
014430         ELSE
014440             MOVE 'PASS' TO SET-VERDICT
014450         END-IF
014460     END-IF.
014470     MOVE SMP-TAB-SEQ(SMP-IDX) TO RPT-SET-SEQ.
014480     IF SMP-TAB-RULE-SET(SMP-IDX) = SPACES
014490         AND SMP-TAB-IS-ON-PARM(SMP-IDX)
014500         MOVE '(LEGACY)' TO RPT-SET-RULE-SET
014510     ELSE
014520         MOVE SMP-TAB-RULE-SET(SMP-IDX) TO RPT-SET-RULE-SET
014530     END-IF.
014540     MOVE SMP-TAB-READ(SMP-IDX)       TO RPT-SET-READ.
014550     MOVE SMP-TAB-SAMPLED(SMP-IDX)    TO RPT-SET-SAMPLED.
014560     MOVE SMP-TAB-MISMATCHED(SMP-IDX) TO RPT-SET-MISMATCHED.
014570     MOVE SET-VERDICT                 TO RPT-SET-VERDICT.
014580     WRITE REPORT-LINE FROM RPT-SET-LINE
014590         AFTER ADVANCING 1 LINE.
014600 6100-EXIT.
014610     EXIT.
014620
014630*****************************************************
014640*  7000-WRITE-FAIL-GROUP - APPEND AN S/J GROUP WITH *
014650*  A FAIL JOB VERDICT TO HNDFFILE, SO IT IS THE LAST*
014660*  GROUP EVERY DOWNSTREAM READER TAKES.  WHEN THE   *
014670*  LAST GROUP ON FILE IS FOR THIS EXTRACT'S RUN ID, *
014680*  ITS SET RECORDS ARE CARRIED FORWARD WITH FAIL    *
014690*  OVERLAID ON THE SETS THAT FAILED HERE; ANY SET   *
014700*  NOT IN IT (OR EVERY SET, WHEN THE GROUP IS       *
014710*  ANOTHER RUN'S) GETS A RECORD FROM THE SAMPLE     *
014720*  TABLE. NOTHING IS WRITTEN WHEN EVERY SAMPLE      *
014730*  MATCHED - THE CONTINUITY CHECK'S GROUP STANDS.   *
014740*****************************************************
014750 7000-WRITE-FAIL-GROUP.
014760     IF HDF-TAB-COUNT > ZERO
014770         AND HDF-GROUP-RUN-ID NOT = XCTL-RUN-ID
014780         DISPLAY 'LAST HANDOFF GROUP IS FOR RUN '
014790                 HDF-GROUP-RUN-ID ' - NOT CARRIED FORWARD'
014800         MOVE ZERO TO HDF-TAB-COUNT
014810     END-IF.
014820     OPEN EXTEND HANDOFF-FILE.
014830     IF FS-HANDOFF NOT = '00'
014840         CLOSE HANDOFF-FILE
014850         OPEN OUTPUT HANDOFF-FILE
014860         IF FS-HANDOFF NOT = '00'
014870             DISPLAY 'FATAL - HNDFFILE OPEN FAILED, STATUS = '
014880                     FS-HANDOFF
014890             SET FATAL-ERROR-FOUND TO TRUE
014900             GO TO 7000-EXIT
014910         END-IF
014920     END-IF.
014930     PERFORM 7100-WRITE-CARRIED-VERDICT THRU 7100-EXIT
014940         VARYING HDF-IDX FROM 1 BY 1
014950             UNTIL HDF-IDX > HDF-TAB-COUNT.
014960     PERFORM 7200-WRITE-SAMPLE-VERDICT THRU 7200-EXIT
014970         VARYING SMP-IDX FROM 1 BY 1
014980             UNTIL SMP-IDX > SMP-TAB-COUNT.
014990     MOVE SPACES TO HANDOFF-RECORD.
015000     SET HNDF-JOB-RECORD TO TRUE.
015010     MOVE ZERO TO HNDF-RUN-SEQ HNDF-START-VAL HNDF-END-VAL
015020                  HNDF-DUP-COUNT HNDF-GAP-COUNT.
015030     MOVE EXTRACT-READ-CTR TO HNDF-RECORD-COUNT.
015040     SET HNDF-STATUS-FAIL TO TRUE.
015050     MOVE RUN-DATE-DISPLAY TO HNDF-RUN-DATE.
015060     MOVE RUN-TIME-DISPLAY TO HNDF-RUN-TIME.
015070     MOVE XCTL-RUN-ID      TO HNDF-RUN-ID.
015075     MOVE 'EXTRRCMP'       TO HNDF-WRITER.
015080     WRITE HANDOFF-RECORD.
015090     ADD 1 TO HNDF-WRITE-CTR.
015100     CLOSE HANDOFF-FILE.
015110 7000-EXIT.
015120     EXIT.
015130
015140 7100-WRITE-CARRIED-VERDICT.
015150     MOVE SPACES TO HANDOFF-RECORD.
015160     SET HNDF-SET-RECORD TO TRUE.
015170     MOVE HDF-TAB-SEQ(HDF-IDX)       TO HNDF-RUN-SEQ.
015180     MOVE HDF-TAB-START(HDF-IDX)     TO HNDF-START-VAL.
015190     MOVE HDF-TAB-END(HDF-IDX)       TO HNDF-END-VAL.
015200     MOVE HDF-TAB-REC-COUNT(HDF-IDX) TO HNDF-RECORD-COUNT.
015210     MOVE HDF-TAB-DUPS(HDF-IDX)      TO HNDF-DUP-COUNT.
015220     MOVE HDF-TAB-GAPS(HDF-IDX)      TO HNDF-GAP-COUNT.
015230     MOVE HDF-TAB-STATUS(HDF-IDX)    TO HNDF-STATUS.
015235     MOVE HDF-TAB-WRITER(HDF-IDX)    TO HNDF-WRITER.
015240     MOVE HDF-TAB-SEQ(HDF-IDX)       TO SEARCH-SEQ.
015250     MOVE ZERO TO FOUND-SMP-IDX.
015260     PERFORM 2110-CHECK-SMP-ENTRY THRU 2110-EXIT
015270         VARYING SMP-IDX FROM 1 BY 1
015280             UNTIL SMP-IDX > SMP-TAB-COUNT.
015290     IF FOUND-SMP-IDX > ZERO
015300         SET SMP-IDX TO FOUND-SMP-IDX
015310         MOVE 'Y' TO SMP-TAB-CARRIED(SMP-IDX)
015320         IF SMP-TAB-MISMATCHED(SMP-IDX) > ZERO
015322*            A SET ALREADY FAILED FOR CONTINUITY KEEPS ITS
015324*            WRITER - THE BREAK IS THE CAUSE TO CHASE FIRST.
015326             IF HNDF-STATUS-PASS
015328                 MOVE 'EXTRRCMP' TO HNDF-WRITER
015330             END-IF
015335             SET HNDF-STATUS-FAIL TO TRUE
015340         END-IF
015350     END-IF.
015360     MOVE RUN-DATE-DISPLAY TO HNDF-RUN-DATE.
015370     MOVE RUN-TIME-DISPLAY TO HNDF-RUN-TIME.
015380     MOVE XCTL-RUN-ID      TO HNDF-RUN-ID.
015390     WRITE HANDOFF-RECORD.
015400     ADD 1 TO HNDF-WRITE-CTR.
015410 7100-EXIT.
015420     EXIT.
015430
015440 7200-WRITE-SAMPLE-VERDICT.
015450     IF SMP-TAB-IS-CARRIED(SMP-IDX)
015460         GO TO 7200-EXIT
015470     END-IF.
015480     MOVE SPACES TO HANDOFF-RECORD.
015490     SET HNDF-SET-RECORD TO TRUE.
015500     MOVE SMP-TAB-SEQ(SMP-IDX)   TO HNDF-RUN-SEQ.
015510     MOVE SMP-TAB-START(SMP-IDX) TO HNDF-START-VAL.
015520     MOVE SMP-TAB-END(SMP-IDX)   TO HNDF-END-VAL.
015530     MOVE SMP-TAB-READ(SMP-IDX)  TO HNDF-RECORD-COUNT.
015540     MOVE ZERO TO HNDF-DUP-COUNT HNDF-GAP-COUNT.
015550     IF SMP-TAB-MISMATCHED(SMP-IDX) > ZERO
015560         SET HNDF-STATUS-FAIL TO TRUE
015570     ELSE
015580         SET HNDF-STATUS-PASS TO TRUE
015590     END-IF.
015600     MOVE RUN-DATE-DISPLAY TO HNDF-RUN-DATE.
015610     MOVE RUN-TIME-DISPLAY TO HNDF-RUN-TIME.
015620     MOVE XCTL-RUN-ID      TO HNDF-RUN-ID.
015625     MOVE 'EXTRRCMP'       TO HNDF-WRITER.
015630     WRITE HANDOFF-RECORD.
015640     ADD 1 TO HNDF-WRITE-CTR.
015650 7200-EXIT.
015660     EXIT.
015670
015680*****************************************************
015690*  8000-WRITE-TOTALS - JOB TOTALS, THE EXTRACT'S RUN*
015700*  ID AND CONTROL STATUS, AND THE VERDICT.          *
015710*****************************************************
015720 8000-WRITE-TOTALS.
015730     MOVE EXTRACT-READ-CTR  TO RPT-TOT-READ.
015740     MOVE JOB-SAMPLED-CTR   TO RPT-TOT-SAMPLED.
015750     MOVE JOB-MISMATCH-CTR  TO RPT-TOT-MISMATCHED.
015760     MOVE JOB-UNCHECKED-CTR TO RPT-TOT-UNCHECKED.
015770     WRITE REPORT-LINE FROM RPT-TOTAL-LINE1
015780         AFTER ADVANCING 3 LINES.
015790     MOVE JOB-ENDS-CTR      TO RPT-TOT-ENDS.
015800     MOVE JOB-CKPT-CTR      TO RPT-TOT-CKPT.
015810     MOVE JOB-RANDOM-CTR    TO RPT-TOT-RANDOM.
015820     MOVE RULE-LOAD-CTR     TO RPT-TOT-LOADS.
015830     WRITE REPORT-LINE FROM RPT-TOTAL-LINE2
015840         AFTER ADVANCING 1 LINE.
015850     MOVE XCTL-RUN-ID       TO RPT-CTL-RUN-ID.
015860     MOVE XCTL-BUS-DATE     TO RPT-CTL-BUS-DATE.
015870     MOVE XCTL-STATUS       TO RPT-CTL-STATUS.
015880     IF RECOMPUTE-FAILED
015890         MOVE 'FAIL' TO RPT-CTL-VERDICT
015900     ELSE
015910         MOVE 'PASS' TO RPT-CTL-VERDICT
015920     END-IF.
015930     WRITE REPORT-LINE FROM RPT-CONTROL-LINE
015940         AFTER ADVANCING 1 LINE.
015950     IF RECOMPUTE-FAILED
015960         MOVE HNDF-WRITE-CTR TO CAPTION-COUNT
015970         MOVE SPACES TO STATUS-TEXT
015980         STRING 'FAIL GROUP OF' CAPTION-COUNT ' RECORDS APPENDED '
015990                'TO HNDFFILE - DOWNSTREAM IS HELD'
016000                DELIMITED BY SIZE INTO STATUS-TEXT
016010         PERFORM 1510-WRITE-CAPTION THRU 1510-EXIT
016020     END-IF.
016030 8000-EXIT.
016040     EXIT.
016050
016060*****************************************************
016070*  9000-TERMINATE - CLOSE FILES AND SET THE STEP    *
016080*  RETURN CODE.                                     *
016090*     RC=0  - EVERY SAMPLED RECORD RECOMPUTED THE   *
016100*             SAME.                                 *
016110*     RC=4  - NO MISMATCH, BUT A SET ON THE EXTRACT *
016120*             WAS NOT ON PARMFILE (OR PAST THE      *
016130*             100TH) AND WAS NOT CHECKED, OR THE    *
016140*             EXTRACT HELD NOTHING TO CHECK.        *
016150*     RC=8  - AT LEAST ONE SAMPLED RECORD DOES NOT  *
016160*             MATCH ITS RECOMPUTATION - A FAIL GROUP*
016170*             WAS APPENDED TO HNDFFILE.             *
016180*     RC=16 - A REQUIRED DATASET FAILED TO OPEN, A  *
016190*             TABLE OVERFLOWED, OR CTLFILE IS BAD.  *
016200*****************************************************
016210 9000-TERMINATE.
016220     CLOSE CONTROL-FILE
016230           PARM-FILE
016240           EXTRACT-FILE
016250           REPORT-FILE.
016260     IF FATAL-ERROR-FOUND
016270         MOVE 16 TO RETURN-CODE
016280     ELSE
016290         IF RECOMPUTE-FAILED
016300             MOVE 8 TO RETURN-CODE
016310         ELSE
016320             IF UNCHECKED-SEEN
016330                 MOVE 4 TO RETURN-CODE
016340             ELSE
016350                 MOVE 0 TO RETURN-CODE
016360             END-IF
016370         END-IF
016380     END-IF.
016390     DISPLAY 'EXTRRCMP EXTRACT RECOMPUTE AUDIT COMPLETE - '
016400             'SAMPLED ' JOB-SAMPLED-CTR ' OF ' EXTRACT-READ-CTR
016410             ' RECORDS, ' JOB-MISMATCH-CTR ' MISMATCHED'.
016420 9000-EXIT.
016430     EXIT.
