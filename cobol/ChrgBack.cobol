000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CHRGBACK.
000030 AUTHOR.        R HALVERSON.
000040 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080*  MODIFICATION HISTORY                             *
000090*  10/15/2026  RH   ORIGINAL - MONTH-END CHARGEBACK  *
000100*                   OVER THE ACCUMULATED AUDTFILE    *
000110*                   AUDIT LOG.  TOTALS EACH OWNING   *
000120*                   COST CENTER'S SET RUNS, RERUNS,  *
000130*                   EXTRACT RECORDS, PRINT LINES,    *
000140*                   AND ELAPSED TIME FOR ONE BILLING *
000150*                   MONTH ON A SUMMARY PAGE, THEN    *
000160*                   PRINTS ONE STATEMENT PAGE PER    *
000170*                   COST CENTER LISTING EVERY RUN    *
000180*                   BILLED TO IT, SO EACH PAGE CAN   *
000190*                   BE SENT TO THAT DEPARTMENT.      *
000200*****************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000250         ORGANIZATION IS SEQUENTIAL
000260         FILE STATUS IS FS-CONTROL.
000270     SELECT AUDIT-FILE ASSIGN TO AUDTFILE
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS FS-AUDIT.
000300     SELECT REPORT-FILE ASSIGN TO RPTFILE
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS FS-REPORT.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360*****************************************************
000370*  CHARGEBACK CONTROL RECORD - ONE RECORD.           *
000380*    COLS  1-7   BILLING MONTH (YYYY-MM) - BLANK, OR *
000390*                AN EMPTY CTLFILE, BILLS THE MONTH   *
000400*                BEFORE THE RUN DATE, WHICH IS THE   *
000410*                MONTH JUST CLOSED WHEN THE JOB RUNS *
000420*                EARLY IN THE NEW MONTH.             *
000430*****************************************************
000440 FD  CONTROL-FILE.
000450 01  CONTROL-RECORD.
000460     05  CTL-BILL-MONTH            PIC X(07).
000470     05  CTL-BILL-PARTS REDEFINES CTL-BILL-MONTH.
000480         10  CTL-BILL-YYYY         PIC 9(04).
000490         10  CTL-BILL-DASH         PIC X(01).
000500         10  CTL-BILL-MM           PIC 9(02).
000510     05  FILLER                    PIC X(73).
000520
000530 FD  AUDIT-FILE.
000540     COPY AUDREC.
000550
000560 FD  REPORT-FILE.
000570 01  REPORT-LINE                  PIC X(132).
000580
000590 WORKING-STORAGE SECTION.
000600*****************************************************
000610*  FILE STATUS CODES                                *
000620*****************************************************
000630 01  FILE-STATUS-CODES.
000640     05  FS-CONTROL                PIC XX.
000650     05  FS-AUDIT                  PIC XX.
000660     05  FS-REPORT                 PIC XX.
000670
000680*****************************************************
000690*  SWITCHES                                         *
000700*****************************************************
000710 01  PROGRAM-SWITCHES.
000720     05  AUDIT-EOF-SWITCH          PIC X(01) VALUE 'N'.
000730         88  AUDIT-EOF                       VALUE 'Y'.
000740     05  FATAL-ERROR-SWITCH        PIC X(01) VALUE 'N'.
000750         88  FATAL-ERROR-FOUND               VALUE 'Y'.
000760     05  TABLE-FULL-SWITCH         PIC X(01) VALUE 'N'.
000770         88  TABLE-FULL-SEEN                 VALUE 'Y'.
000780
000790*****************************************************
000800*  STANDALONE COUNTERS AND WORK FIELDS              *
000810*****************************************************
000820 77  AUDIT-READ-CTR              PIC 9(09) COMP VALUE ZERO.
000830 77  BILLED-CTR                  PIC 9(09) COMP VALUE ZERO.
000840 77  UNTIMED-CTR                 PIC 9(09) COMP VALUE ZERO.
000850 77  FOUND-CC-IDX                PIC 9(04) COMP VALUE ZERO.
000860 77  INSERT-CC-SUB               PIC 9(04) COMP VALUE ZERO.
000870 77  SHIFT-SUB                   PIC 9(04) COMP VALUE ZERO.
000880 77  SEARCH-CC                   PIC X(06) VALUE SPACES.
000890 77  SET-EXTR-COUNT              PIC 9(09) VALUE ZERO.
000900 77  SET-PRINT-COUNT             PIC 9(09) VALUE ZERO.
000910 77  SET-ELAPSED-SECS            PIC 9(07) VALUE ZERO.
000920 77  ELAPSED-WORK                PIC 9(09) COMP VALUE ZERO.
000930 77  ELAPSED-HOURS               PIC 9(05) COMP VALUE ZERO.
000940 77  ELAPSED-REM                 PIC 9(05) COMP VALUE ZERO.
000950 77  ELAPSED-MINS                PIC 9(02) COMP VALUE ZERO.
000960 77  ELAPSED-SECS                PIC 9(02) COMP VALUE ZERO.
000970 77  TOT-RUNS                    PIC 9(07) COMP VALUE ZERO.
000980 77  TOT-RERUNS                  PIC 9(07) COMP VALUE ZERO.
000990 77  TOT-EXTR                    PIC 9(11) COMP VALUE ZERO.
001000 77  TOT-PRINT                   PIC 9(11) COMP VALUE ZERO.
001010 77  TOT-ELAPSED                 PIC 9(09) COMP VALUE ZERO.
001020 77  DTL-SKIP-CTR                PIC 9(09) COMP VALUE ZERO.
001030
001040*****************************************************
001050*  BILLING MONTH - AUD-RUN-DATE(1:7) IS COMPARED     *
001060*  AGAINST THIS TO SELECT THE MONTH'S RECORDS.       *
001070*****************************************************
001080 01  BILL-MONTH.
001090     05  BILL-YYYY                 PIC 9(04).
001100     05  FILLER                    PIC X(01) VALUE '-'.
001110     05  BILL-MM                   PIC 9(02).
001120
001130*****************************************************
001140*  COST-CENTER TABLE - ONE ROW PER OWNING COST       *
001150*  CENTER BILLED FOR THE MONTH, KEPT IN ASCENDING    *
001160*  COST-CENTER ORDER AS ROWS ARE ADDED SO THE        *
001170*  SUMMARY AND THE STATEMENT PAGES COME OUT SORTED.  *
001180*  A SET WITH NO COST CENTER ON FILE IS BILLED TO A  *
001190*  BLANK ROW, PRINTED AS (NONE), WHICH SORTS FIRST.  *
001200*****************************************************
001210 01  CC-TABLE.
001220     05  CC-TAB-COUNT              PIC 9(04) COMP VALUE ZERO.
001230     05  CC-TAB-ENTRY OCCURS 100 TIMES
001240                 INDEXED BY CC-IDX.
001250         10  CC-TAB-CODE           PIC X(06).
001260         10  CC-TAB-RUNS           PIC 9(07) COMP.
001270         10  CC-TAB-RERUNS         PIC 9(07) COMP.
001280         10  CC-TAB-EXTR           PIC 9(11) COMP.
001290         10  CC-TAB-PRINT          PIC 9(11) COMP.
001300         10  CC-TAB-ELAPSED        PIC 9(09) COMP.
001310
001320*****************************************************
001330*  DETAIL TABLE - EVERY BILLED SET RUN OF THE MONTH, *
001340*  IN LOG (CHRONOLOGICAL) ORDER, FOR THE STATEMENT   *
001350*  PAGES.  A RUN THAT DOES NOT FIT IS STILL BILLED   *
001360*  ON THE SUMMARY, JUST NOT LISTED.                  *
001370*****************************************************
001380 01  DTL-TABLE.
001390     05  DTL-TAB-COUNT             PIC 9(04) COMP VALUE ZERO.
001400     05  DTL-TAB-ENTRY OCCURS 5000 TIMES
001410                 INDEXED BY DTL-IDX.
001420         10  DTL-TAB-CC            PIC X(06).
001430         10  DTL-TAB-DATE          PIC X(10).
001440         10  DTL-TAB-TIME          PIC X(08).
001450         10  DTL-TAB-SEQ           PIC 9(03).
001460         10  DTL-TAB-START         PIC 9(09).
001470         10  DTL-TAB-END           PIC 9(09).
001480         10  DTL-TAB-RERUN         PIC X(01).
001490         10  DTL-TAB-EXTR          PIC 9(09).
001500         10  DTL-TAB-PRINT         PIC 9(09).
001510         10  DTL-TAB-ELAPSED       PIC 9(07).
001520
001530*****************************************************
001540*  RUN DATE AND TIME                                *
001550*****************************************************
001560 01  RUN-DATE-NUM                PIC 9(08).
001570 01  RUN-DATE-PARTS REDEFINES RUN-DATE-NUM.
001580     05  RUN-YYYY                  PIC 9(04).
001590     05  RUN-MM                    PIC 9(02).
001600     05  RUN-DD                    PIC 9(02).
001610 01  RUN-TIME-NUM                PIC 9(08).
001620 01  RUN-DATE-DISPLAY            PIC X(10).
001630 01  RUN-TIME-DISPLAY            PIC X(08).
001640
001650*****************************************************
001660*  ELAPSED TIME AS PRINTED - HHHH:MM:SS             *
001670*****************************************************
001680 01  ELAPSED-DISPLAY.
001690     05  ELAPSED-DSP-HH            PIC Z(3)9.
001700     05  FILLER                    PIC X(01) VALUE ':'.
001710     05  ELAPSED-DSP-MM            PIC 9(02).
001720     05  FILLER                    PIC X(01) VALUE ':'.
001730     05  ELAPSED-DSP-SS            PIC 9(02).
001740
001750*****************************************************
001760*  REPORT LINE LAYOUTS (MOVED TO REPORT-LINE)       *
001770*****************************************************
001780 01  RPT-HEADER-LINE.
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  FILLER                  PIC X(35)
001810             VALUE 'FIZZ-BUZZ MONTHLY CHARGEBACK REPORT'.
001820     05  FILLER                  PIC X(08) VALUE ' MONTH: '.
001830     05  RPT-HDR-MONTH           PIC X(07).
001840     05  FILLER                  PIC X(07) VALUE ' DATE: '.
001850     05  RPT-HDR-DATE            PIC X(10).
001860     05  FILLER                  PIC X(07) VALUE ' TIME: '.
001870     05  RPT-HDR-TIME            PIC X(08).
001880     05  FILLER                  PIC X(49) VALUE SPACES.
001890
001900 01  RPT-CAPTION-LINE.
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  RPT-CAPTION-TEXT        PIC X(60).
001930     05  FILLER                  PIC X(71) VALUE SPACES.
001940
001950 01  RPT-CC-HDR-LINE.
001960     05  FILLER                  PIC X(32)
001970             VALUE ' COST CTR SET RUNS     RERUNS   '.
001980     05  FILLER                  PIC X(41)
001990             VALUE 'EXTRACT RECS    PRINT LINES       ELAPSED'.
002000     05  FILLER                  PIC X(59) VALUE SPACES.
002010
002020 01  RPT-CC-LINE.
002030     05  FILLER                  PIC X(01) VALUE SPACE.
002040     05  RPT-CC-CODE             PIC X(06).
002050     05  FILLER                  PIC X(03) VALUE SPACES.
002060     05  RPT-CC-RUNS             PIC Z(7)9.
002070     05  FILLER                  PIC X(04) VALUE SPACES.
002080     05  RPT-CC-RERUNS           PIC Z(6)9.
002090     05  FILLER                  PIC X(03) VALUE SPACES.
002100     05  RPT-CC-EXTR             PIC Z(11)9.
002110     05  FILLER                  PIC X(04) VALUE SPACES.
002120     05  RPT-CC-PRINT            PIC Z(10)9.
002130     05  FILLER                  PIC X(04) VALUE SPACES.
002140     05  RPT-CC-ELAPSED          PIC X(10).
002150     05  FILLER                  PIC X(59) VALUE SPACES.
002160
002170 01  RPT-DETAIL-LINE.
002180     05  FILLER                  PIC X(03) VALUE SPACES.
002190     05  RPT-DTL-DATE            PIC X(10).
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  RPT-DTL-TIME            PIC X(08).
002220     05  FILLER                  PIC X(11)
002230             VALUE '  PARM SET '.
002240     05  RPT-DTL-SEQ             PIC ZZ9.
002250     05  FILLER                  PIC X(08) VALUE '  RANGE '.
002260     05  RPT-DTL-START           PIC Z(8)9.
002270     05  FILLER                  PIC X(01) VALUE '-'.
002280     05  RPT-DTL-END             PIC Z(8)9.
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  RPT-DTL-RERUN           PIC X(05).
002310     05  FILLER                  PIC X(10) VALUE '  EXTRACT '.
002320     05  RPT-DTL-EXTR            PIC Z(8)9.
002330     05  FILLER                  PIC X(10) VALUE '  PRINTED '.
002340     05  RPT-DTL-PRINT           PIC Z(8)9.
002350     05  FILLER                  PIC X(10) VALUE '  ELAPSED '.
002360     05  RPT-DTL-ELAPSED         PIC X(10).
002370     05  FILLER                  PIC X(04) VALUE SPACES.
002380
002390 01  RPT-TOTAL-LINE.
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  FILLER                  PIC X(20)
002420             VALUE 'AUDIT RECORDS READ  '.
002430     05  RPT-TOT-READ            PIC Z(8)9.
002440     05  FILLER                  PIC X(17)
002450             VALUE '  SET RUNS BILLED'.
002460     05  RPT-TOT-BILLED          PIC Z(8)9.
002470     05  FILLER                  PIC X(21)
002480             VALUE '  WITHOUT TIMING DATA'.
002490     05  RPT-TOT-UNTIMED         PIC Z(8)9.
002500     05  FILLER                  PIC X(46) VALUE SPACES.
002510
002520 PROCEDURE DIVISION.
002530*****************************************************
002540*  0000-MAINLINE                                    *
002550*****************************************************
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     IF NOT FATAL-ERROR-FOUND
002590         PERFORM 2000-PROCESS-ONE-AUDIT THRU 2000-EXIT
002600             UNTIL AUDIT-EOF
002610         PERFORM 3000-WRITE-SUMMARY-PAGE THRU 3000-EXIT
002620         PERFORM 4100-WRITE-ONE-STATEMENT THRU 4100-EXIT
002630             VARYING CC-IDX FROM 1 BY 1
002640                 UNTIL CC-IDX > CC-TAB-COUNT
002650     END-IF.
002660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002670     STOP RUN.
002680
002690*****************************************************
002700*  1000-INITIALIZE - OPEN FILES, ESTABLISH RUN DATE/ *
002710*  TIME AND THE BILLING MONTH.                       *
002720*****************************************************
002730 1000-INITIALIZE.
002740     DISPLAY 'CHRGBACK MONTHLY CHARGEBACK STARTING'.
002750     ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
002760     ACCEPT RUN-TIME-NUM FROM TIME.
002770     STRING RUN-DATE-NUM(1:4) '-'
002780            RUN-DATE-NUM(5:2) '-'
002790            RUN-DATE-NUM(7:2)
002800            DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
002810     STRING RUN-TIME-NUM(1:2) ':'
002820            RUN-TIME-NUM(3:2) ':'
002830            RUN-TIME-NUM(5:2)
002840            DELIMITED BY SIZE INTO RUN-TIME-DISPLAY.
002850     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
002860     IF NOT FATAL-ERROR-FOUND
002870         PERFORM 1200-READ-CONTROL-REC THRU 1200-EXIT
002880     END-IF.
002890     IF NOT FATAL-ERROR-FOUND
002900         DISPLAY 'BILLING MONTH ' BILL-MONTH
002910     END-IF.
002920 1000-EXIT.
002930     EXIT.
002940
002950 1100-OPEN-FILES.
002960     OPEN INPUT  CONTROL-FILE.
002970     IF FS-CONTROL NOT = '00'
002980         DISPLAY 'FATAL - CTLFILE OPEN FAILED, STATUS = '
002990                 FS-CONTROL
003000         SET FATAL-ERROR-FOUND TO TRUE
003010     END-IF.
003020     OPEN INPUT  AUDIT-FILE.
003030     IF FS-AUDIT NOT = '00'
003040         DISPLAY 'FATAL - AUDTFILE OPEN FAILED, STATUS = '
003050                 FS-AUDIT
003060         SET FATAL-ERROR-FOUND TO TRUE
003070     END-IF.
003080     OPEN OUTPUT REPORT-FILE.
003090     IF FS-REPORT NOT = '00'
003100         DISPLAY 'FATAL - RPTFILE OPEN FAILED, STATUS = '
003110                 FS-REPORT
003120         SET FATAL-ERROR-FOUND TO TRUE
003130     END-IF.
003140 1100-EXIT.
003150     EXIT.
003160
003170*****************************************************
003180*  1200-READ-CONTROL-REC - A BLANK OR MISSING        *
003190*  BILLING MONTH IS THE MONTH BEFORE THE RUN DATE.   *
003200*  ONE THAT IS KEYED MUST BE A REAL YYYY-MM.         *
003210*****************************************************
003220 1200-READ-CONTROL-REC.
003230     READ CONTROL-FILE
003240         AT END
003250             MOVE SPACES TO CONTROL-RECORD
003260     END-READ.
003270     IF CTL-BILL-MONTH = SPACES
003280         PERFORM 1300-SET-PRIOR-MONTH THRU 1300-EXIT
003290         GO TO 1200-EXIT
003300     END-IF.
003310     IF CTL-BILL-YYYY NOT NUMERIC
003320         OR CTL-BILL-DASH NOT = '-'
003330         OR CTL-BILL-MM NOT NUMERIC
003340         DISPLAY 'FATAL - CTLFILE BILLING MONTH NOT '
003350                 'YYYY-MM: ' CTL-BILL-MONTH
003360         SET FATAL-ERROR-FOUND TO TRUE
003370         GO TO 1200-EXIT
003380     END-IF.
003390     IF CTL-BILL-MM < 1 OR CTL-BILL-MM > 12
003400         DISPLAY 'FATAL - CTLFILE BILLING MONTH NOT '
003410                 'YYYY-MM: ' CTL-BILL-MONTH
003420         SET FATAL-ERROR-FOUND TO TRUE
003430         GO TO 1200-EXIT
003440     END-IF.
003450     MOVE CTL-BILL-YYYY TO BILL-YYYY.
003460     MOVE CTL-BILL-MM   TO BILL-MM.
003470 1200-EXIT.
003480     EXIT.
003490
003500 1300-SET-PRIOR-MONTH.
003510     IF RUN-MM = 1
003520         COMPUTE BILL-YYYY = RUN-YYYY - 1
003530         MOVE 12 TO BILL-MM
003540     ELSE
003550         MOVE RUN-YYYY TO BILL-YYYY
003560         COMPUTE BILL-MM = RUN-MM - 1
003570     END-IF.
003580 1300-EXIT.
003590     EXIT.
003600
003610*****************************************************
003620*  2000-PROCESS-ONE-AUDIT - READ ONE AUDIT RECORD    *
003630*  AND BILL IT IF IT IS A SET THAT RAN IN THE        *
003640*  BILLING MONTH.  A SKIPPED SET COSTS NOTHING.      *
003650*  A RECORD WRITTEN BEFORE THE AUDIT LINE CARRIED    *
003660*  THE COST CENTER AND TIMING FIELDS HAS SPACES      *
003670*  THERE - IT IS BILLED TO (NONE) WITH ITS TOTAL     *
003680*  COUNT AS THE EXTRACT RECORDS (ONE PER COUNTR),    *
003690*  NO PRINT LINES, AND NO ELAPSED TIME, AND COUNTED  *
003700*  AS WITHOUT TIMING DATA.                           *
003710*****************************************************
003720 2000-PROCESS-ONE-AUDIT.
003730     READ AUDIT-FILE
003740         AT END
003750             SET AUDIT-EOF TO TRUE
003760             GO TO 2000-EXIT
003770     END-READ.
003780     ADD 1 TO AUDIT-READ-CTR.
003790     IF AUD-RUN-DATE(1:7) NOT = BILL-MONTH
003800         OR AUD-SET-SKIPPED
003810         GO TO 2000-EXIT
003820     END-IF.
003830     ADD 1 TO BILLED-CTR.
003840     IF AUD-ELAPSED-SECS NUMERIC
003850         AND AUD-EXTR-COUNT NUMERIC
003860         AND AUD-PRINT-COUNT NUMERIC
003870         MOVE AUD-EXTR-COUNT   TO SET-EXTR-COUNT
003880         MOVE AUD-PRINT-COUNT  TO SET-PRINT-COUNT
003890         MOVE AUD-ELAPSED-SECS TO SET-ELAPSED-SECS
003900     ELSE
003910         ADD 1 TO UNTIMED-CTR
003920         MOVE AUD-TOTAL-COUNT  TO SET-EXTR-COUNT
003930         MOVE ZERO TO SET-PRINT-COUNT SET-ELAPSED-SECS
003940     END-IF.
003950     MOVE AUD-COST-CENTER TO SEARCH-CC.
003960     PERFORM 2100-TALLY-COST-CENTER THRU 2100-EXIT.
003970     PERFORM 2200-SAVE-DETAIL THRU 2200-EXIT.
003980 2000-EXIT.
003990     EXIT.
004000
004010*****************************************************
004020*  2100-TALLY-COST-CENTER - FIND THE COST CENTER'S   *
004030*  ROW, OR OPEN ONE IN ITS SORTED PLACE BY MOVING    *
004040*  THE HIGHER ROWS DOWN ONE, AND ADD THE SET RUN.    *
004050*****************************************************
004060 2100-TALLY-COST-CENTER.
004070     PERFORM 2110-FIND-CC-ENTRY THRU 2110-EXIT.
004080     IF FOUND-CC-IDX = ZERO
004090         IF CC-TAB-COUNT < 100
004100             PERFORM 2140-SHIFT-CC-ENTRY THRU 2140-EXIT
004110                 VARYING SHIFT-SUB FROM CC-TAB-COUNT BY -1
004120                     UNTIL SHIFT-SUB < INSERT-CC-SUB
004130             ADD 1 TO CC-TAB-COUNT
004140             SET CC-IDX TO INSERT-CC-SUB
004150             MOVE SEARCH-CC TO CC-TAB-CODE(CC-IDX)
004160             MOVE ZERO TO CC-TAB-RUNS(CC-IDX)
004170                          CC-TAB-RERUNS(CC-IDX)
004180                          CC-TAB-EXTR(CC-IDX)
004190                          CC-TAB-PRINT(CC-IDX)
004200                          CC-TAB-ELAPSED(CC-IDX)
004210             MOVE INSERT-CC-SUB TO FOUND-CC-IDX
004220         ELSE
004230             SET TABLE-FULL-SEEN TO TRUE
004240             DISPLAY 'COST CENTER TABLE FULL (100 MAX) - RUN '
004250                     'NOT BILLED FOR COST CENTER ' SEARCH-CC
004260             GO TO 2100-EXIT
004270         END-IF
004280     END-IF.
004290     SET CC-IDX TO FOUND-CC-IDX.
004300     ADD 1 TO CC-TAB-RUNS(CC-IDX).
004310     IF AUD-DELIBERATE-RERUN
004320         ADD 1 TO CC-TAB-RERUNS(CC-IDX)
004330     END-IF.
004340     ADD SET-EXTR-COUNT   TO CC-TAB-EXTR(CC-IDX).
004350     ADD SET-PRINT-COUNT  TO CC-TAB-PRINT(CC-IDX).
004360     ADD SET-ELAPSED-SECS TO CC-TAB-ELAPSED(CC-IDX).
004370 2100-EXIT.
004380     EXIT.
004390
004400*****************************************************
004410*  2110-FIND-CC-ENTRY - FOUND-CC-IDX IS THE MATCHING *
004420*  ROW OR ZERO; INSERT-CC-SUB IS WHERE A NEW ROW     *
004430*  BELONGS - THE FIRST ROW WITH A HIGHER CODE, OR    *
004440*  ONE PAST THE END.                                 *
004450*****************************************************
004460 2110-FIND-CC-ENTRY.
004470     MOVE ZERO TO FOUND-CC-IDX INSERT-CC-SUB.
004480     PERFORM 2120-CHECK-CC-ENTRY THRU 2120-EXIT
004490         VARYING CC-IDX FROM 1 BY 1
004500             UNTIL CC-IDX > CC-TAB-COUNT.
004510     IF INSERT-CC-SUB = ZERO
004520         COMPUTE INSERT-CC-SUB = CC-TAB-COUNT + 1
004530     END-IF.
004540 2110-EXIT.
004550     EXIT.
004560
004570 2120-CHECK-CC-ENTRY.
004580     IF FOUND-CC-IDX = ZERO
004590         AND INSERT-CC-SUB = ZERO
004600         IF CC-TAB-CODE(CC-IDX) = SEARCH-CC
004610             SET FOUND-CC-IDX TO CC-IDX
004620         ELSE
004630             IF CC-TAB-CODE(CC-IDX) > SEARCH-CC
004640                 SET INSERT-CC-SUB TO CC-IDX
004650             END-IF
004660         END-IF
004670     END-IF.
004680 2120-EXIT.
004690     EXIT.
004700
004710 2140-SHIFT-CC-ENTRY.
004720     MOVE CC-TAB-ENTRY(SHIFT-SUB)
004730         TO CC-TAB-ENTRY(SHIFT-SUB + 1).
004740 2140-EXIT.
004750     EXIT.
004760
004770*****************************************************
004780*  2200-SAVE-DETAIL - KEEP THE RUN FOR ITS COST      *
004790*  CENTER'S STATEMENT PAGE.                          *
004800*****************************************************
004810 2200-SAVE-DETAIL.
004820     IF DTL-TAB-COUNT NOT < 5000
004830         IF DTL-SKIP-CTR = ZERO
004840             DISPLAY 'DETAIL TABLE FULL (5000 MAX) - LATER '
004850                     'RUNS BILLED BUT NOT LISTED'
004860         END-IF
004870         SET TABLE-FULL-SEEN TO TRUE
004880         ADD 1 TO DTL-SKIP-CTR
004890         GO TO 2200-EXIT
004900     END-IF.
004910     ADD 1 TO DTL-TAB-COUNT.
004920     SET DTL-IDX TO DTL-TAB-COUNT.
004930     MOVE SEARCH-CC        TO DTL-TAB-CC(DTL-IDX).
004940     MOVE AUD-RUN-DATE     TO DTL-TAB-DATE(DTL-IDX).
004950     MOVE AUD-RUN-TIME     TO DTL-TAB-TIME(DTL-IDX).
004960     MOVE AUD-PARM-SEQ     TO DTL-TAB-SEQ(DTL-IDX).
004970     MOVE AUD-START-VAL    TO DTL-TAB-START(DTL-IDX).
004980     MOVE AUD-END-VAL      TO DTL-TAB-END(DTL-IDX).
004990     MOVE AUD-RERUN-FLAG   TO DTL-TAB-RERUN(DTL-IDX).
005000     MOVE SET-EXTR-COUNT   TO DTL-TAB-EXTR(DTL-IDX).
005010     MOVE SET-PRINT-COUNT  TO DTL-TAB-PRINT(DTL-IDX).
005020     MOVE SET-ELAPSED-SECS TO DTL-TAB-ELAPSED(DTL-IDX).
005030 2200-EXIT.
005040     EXIT.
005050
005060*****************************************************
005070*  3000-WRITE-SUMMARY-PAGE - ONE LINE PER COST       *
005080*  CENTER, THE MONTH'S TOTALS, AND THE RECORD        *
005090*  COUNTS.                                           *
005100*****************************************************
005110 3000-WRITE-SUMMARY-PAGE.
005120     PERFORM 3200-WRITE-PAGE-HEADER THRU 3200-EXIT.
005130     MOVE SPACES TO RPT-CAPTION-LINE.
005140     IF CC-TAB-COUNT = ZERO
005150         STRING 'NO SET RUNS ON THE AUDIT LOG FOR BILLING '
005160                'MONTH ' BILL-MONTH
005170                DELIMITED BY SIZE INTO RPT-CAPTION-TEXT
005180         WRITE REPORT-LINE FROM RPT-CAPTION-LINE
005190             AFTER ADVANCING 2 LINES
005200     ELSE
005210         MOVE 'CHARGEBACK SUMMARY BY COST CENTER'
005220             TO RPT-CAPTION-TEXT
005230         WRITE REPORT-LINE FROM RPT-CAPTION-LINE
005240             AFTER ADVANCING 2 LINES
005250         WRITE REPORT-LINE FROM RPT-CC-HDR-LINE
005260             AFTER ADVANCING 2 LINES
005270         PERFORM 3100-WRITE-ONE-CC THRU 3100-EXIT
005280             VARYING CC-IDX FROM 1 BY 1
005290                 UNTIL CC-IDX > CC-TAB-COUNT
005310         MOVE 'TOTAL'     TO RPT-CC-CODE
005320         MOVE TOT-RUNS    TO RPT-CC-RUNS
005330         MOVE TOT-RERUNS  TO RPT-CC-RERUNS
005340         MOVE TOT-EXTR    TO RPT-CC-EXTR
005350         MOVE TOT-PRINT   TO RPT-CC-PRINT
005360         MOVE TOT-ELAPSED TO ELAPSED-WORK
005370         PERFORM 8000-FORMAT-ELAPSED THRU 8000-EXIT
005380         MOVE ELAPSED-DISPLAY TO RPT-CC-ELAPSED
005390         WRITE REPORT-LINE FROM RPT-CC-LINE
005400             AFTER ADVANCING 2 LINES
005410     END-IF.
005430     MOVE AUDIT-READ-CTR TO RPT-TOT-READ.
005440     MOVE BILLED-CTR     TO RPT-TOT-BILLED.
005450     MOVE UNTIMED-CTR    TO RPT-TOT-UNTIMED.
005460     WRITE REPORT-LINE FROM RPT-TOTAL-LINE
005470         AFTER ADVANCING 3 LINES.
005480 3000-EXIT.
005490     EXIT.
005500
005510*****************************************************
005520*  3100-WRITE-ONE-CC - ONE COST CENTER'S TOTALS,     *
005530*  ADDED INTO THE MONTH'S TOTALS THE FIRST TIME      *
005540*  THROUGH (THE SUMMARY PAGE).                       *
005550*****************************************************
005560 3100-WRITE-ONE-CC.
005570     PERFORM 3150-FORMAT-CC-LINE THRU 3150-EXIT.
005580     WRITE REPORT-LINE FROM RPT-CC-LINE
005590         AFTER ADVANCING 1 LINE.
005600     ADD CC-TAB-RUNS(CC-IDX)    TO TOT-RUNS.
005610     ADD CC-TAB-RERUNS(CC-IDX)  TO TOT-RERUNS.
005620     ADD CC-TAB-EXTR(CC-IDX)    TO TOT-EXTR.
005630     ADD CC-TAB-PRINT(CC-IDX)   TO TOT-PRINT.
005640     ADD CC-TAB-ELAPSED(CC-IDX) TO TOT-ELAPSED.
005650 3100-EXIT.
005660     EXIT.
005670
005680 3150-FORMAT-CC-LINE.
005700     IF CC-TAB-CODE(CC-IDX) = SPACES
005710         MOVE '(NONE)' TO RPT-CC-CODE
005720     ELSE
005730         MOVE CC-TAB-CODE(CC-IDX) TO RPT-CC-CODE
005740     END-IF.
005750     MOVE CC-TAB-RUNS(CC-IDX)    TO RPT-CC-RUNS.
005760     MOVE CC-TAB-RERUNS(CC-IDX)  TO RPT-CC-RERUNS.
005770     MOVE CC-TAB-EXTR(CC-IDX)    TO RPT-CC-EXTR.
005780     MOVE CC-TAB-PRINT(CC-IDX)   TO RPT-CC-PRINT.
005790     MOVE CC-TAB-ELAPSED(CC-IDX) TO ELAPSED-WORK.
005800     PERFORM 8000-FORMAT-ELAPSED THRU 8000-EXIT.
005810     MOVE ELAPSED-DISPLAY TO RPT-CC-ELAPSED.
005820 3150-EXIT.
005830     EXIT.
005840
005850 3200-WRITE-PAGE-HEADER.
005870     MOVE BILL-MONTH       TO RPT-HDR-MONTH.
005880     MOVE RUN-DATE-DISPLAY TO RPT-HDR-DATE.
005890     MOVE RUN-TIME-DISPLAY TO RPT-HDR-TIME.
005900     WRITE REPORT-LINE FROM RPT-HEADER-LINE
005910         AFTER ADVANCING PAGE.
005920 3200-EXIT.
005930     EXIT.
005940
005950*****************************************************
005960*  4100-WRITE-ONE-STATEMENT - A PAGE OF ITS OWN FOR  *
005970*  ONE COST CENTER: EVERY RUN BILLED TO IT IN LOG    *
005980*  ORDER, THEN ITS TOTALS.  THIS IS THE PAGE SENT TO *
005990*  THE DEPARTMENT.                                   *
006000*****************************************************
006010 4100-WRITE-ONE-STATEMENT.
006020     PERFORM 3200-WRITE-PAGE-HEADER THRU 3200-EXIT.
006030     MOVE SPACES TO RPT-CAPTION-LINE.
006040     IF CC-TAB-CODE(CC-IDX) = SPACES
006050         MOVE 'CHARGEBACK STATEMENT - NO COST CENTER ON FILE'
006060             TO RPT-CAPTION-TEXT
006070     ELSE
006080         STRING 'CHARGEBACK STATEMENT - COST CENTER '
006090                CC-TAB-CODE(CC-IDX)
006100                DELIMITED BY SIZE INTO RPT-CAPTION-TEXT
006110     END-IF.
006120     WRITE REPORT-LINE FROM RPT-CAPTION-LINE
006130         AFTER ADVANCING 2 LINES.
006140     MOVE SPACE TO REPORT-LINE.
006150     WRITE REPORT-LINE
006160         AFTER ADVANCING 1 LINE.
006170     PERFORM 4200-WRITE-ONE-DETAIL THRU 4200-EXIT
006180         VARYING DTL-IDX FROM 1 BY 1
006190             UNTIL DTL-IDX > DTL-TAB-COUNT.
006200     WRITE REPORT-LINE FROM RPT-CC-HDR-LINE
006210         AFTER ADVANCING 3 LINES.
006220     PERFORM 3150-FORMAT-CC-LINE THRU 3150-EXIT.
006230     WRITE REPORT-LINE FROM RPT-CC-LINE
006240         AFTER ADVANCING 1 LINE.
006250 4100-EXIT.
006260     EXIT.
006270
006280 4200-WRITE-ONE-DETAIL.
006290     IF DTL-TAB-CC(DTL-IDX) NOT = CC-TAB-CODE(CC-IDX)
006300         GO TO 4200-EXIT
006310     END-IF.
006320     MOVE SPACES TO RPT-DTL-RERUN.
006330     MOVE DTL-TAB-DATE(DTL-IDX)  TO RPT-DTL-DATE.
006340     MOVE DTL-TAB-TIME(DTL-IDX)  TO RPT-DTL-TIME.
006350     MOVE DTL-TAB-SEQ(DTL-IDX)   TO RPT-DTL-SEQ.
006360     MOVE DTL-TAB-START(DTL-IDX) TO RPT-DTL-START.
006370     MOVE DTL-TAB-END(DTL-IDX)   TO RPT-DTL-END.
006380     IF DTL-TAB-RERUN(DTL-IDX) = 'R'
006390         MOVE 'RERUN' TO RPT-DTL-RERUN
006400     END-IF.
006410     MOVE DTL-TAB-EXTR(DTL-IDX)  TO RPT-DTL-EXTR.
006420     MOVE DTL-TAB-PRINT(DTL-IDX) TO RPT-DTL-PRINT.
006430     MOVE DTL-TAB-ELAPSED(DTL-IDX) TO ELAPSED-WORK.
006440     PERFORM 8000-FORMAT-ELAPSED THRU 8000-EXIT.
006450     MOVE ELAPSED-DISPLAY TO RPT-DTL-ELAPSED.
006460     WRITE REPORT-LINE FROM RPT-DETAIL-LINE
006470         AFTER ADVANCING 1 LINE.
006480 4200-EXIT.
006490     EXIT.
006500
006510*****************************************************
006520*  8000-FORMAT-ELAPSED - ELAPSED-WORK SECONDS AS     *
006530*  HHHH:MM:SS IN ELAPSED-DISPLAY.                    *
006540*****************************************************
006550 8000-FORMAT-ELAPSED.
006560     DIVIDE ELAPSED-WORK BY 3600
006570         GIVING ELAPSED-HOURS REMAINDER ELAPSED-REM.
006580     DIVIDE ELAPSED-REM BY 60
006590         GIVING ELAPSED-MINS REMAINDER ELAPSED-SECS.
006600     MOVE ELAPSED-HOURS TO ELAPSED-DSP-HH.
006610     MOVE ELAPSED-MINS  TO ELAPSED-DSP-MM.
006620     MOVE ELAPSED-SECS  TO ELAPSED-DSP-SS.
006630 8000-EXIT.
006640     EXIT.
006650
006660*****************************************************
006670*  9000-TERMINATE - CLOSE FILES AND SET THE STEP     *
006680*  RETURN CODE.                                      *
006690*     RC=0  - CLEAN RUN.                             *
006700*     RC=4  - NOTHING TO BILL FOR THE MONTH, OR A    *
006710*             TABLE FILLED AND SOME RUNS WERE NOT    *
006720*             BILLED OR NOT LISTED.                  *
006730*     RC=16 - A REQUIRED DATASET FAILED TO OPEN OR   *
006740*             THE BILLING MONTH IS BAD.              *
006750*****************************************************
006760 9000-TERMINATE.
006770     CLOSE CONTROL-FILE
006780           AUDIT-FILE
006790           REPORT-FILE.
006800     IF FATAL-ERROR-FOUND
006810         MOVE 16 TO RETURN-CODE
006820     ELSE
006830         IF TABLE-FULL-SEEN
006840             OR CC-TAB-COUNT = ZERO
006850             MOVE 4 TO RETURN-CODE
006860         ELSE
006870             MOVE 0 TO RETURN-CODE
006880         END-IF
006890     END-IF.
006900     DISPLAY 'CHRGBACK MONTHLY CHARGEBACK COMPLETE - READ '
006910             AUDIT-READ-CTR ' RECORDS, BILLED '
006920             BILLED-CTR ' SET RUNS'.
006930 9000-EXIT.
006940     EXIT.
