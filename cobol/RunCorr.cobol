000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RUNCORR.
000030 AUTHOR.        R HALVERSON.
000040 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080*  MODIFICATION HISTORY                             *
000090*  10/15/2026  RH   ORIGINAL - RUN CORRELATION       *
000100*                   REPORT.  GIVEN ONE RUN ID, OR A  *
000110*                   BUSINESS DATE, LISTS EVERY       *
000120*                   RECORD THE NIGHTLY STREAM LEFT   *
000130*                   FOR THAT RUN - STATUS, AUDIT,    *
000140*                   CHECKPOINT, HANDOFF VERDICTS,    *
000150*                   AND THE EXTRACT'S HEADER AND     *
000160*                   TRAILER - SO ONE RUN'S OUTPUTS   *
000170*                   CAN BE TIED TOGETHER WITHOUT     *
000180*                   MATCHING TIMESTAMPS BY HAND.     *
000182*  10/15/2026  RH   EACH HANDOFF LINE NAMES ITS      *
000184*                   WRITER (HNDF-WRITER) - EXTRVRFY, *
000186*                   EXTRFIX OR EXTRRCMP - SO A       *
000187*                   RECOMPUTE VERDICT IS TOLD FROM   *
000188*                   THE CONTINUITY VERDICT OF THE    *
000189*                   SAME RUN.                        *
000190*****************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000240         ORGANIZATION IS SEQUENTIAL
000250         FILE STATUS IS FS-CONTROL.
000260     SELECT STATUS-FILE ASSIGN TO STATFILE
000270         ORGANIZATION IS SEQUENTIAL
000280         FILE STATUS IS FS-STATUS.
000290     SELECT AUDIT-FILE ASSIGN TO AUDTFILE
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS FS-AUDIT.
000320     SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS FS-CHECKPOINT.
000350     SELECT HANDOFF-FILE ASSIGN TO HNDFFILE
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS FS-HANDOFF.
000380     SELECT EXTRACT-FILE ASSIGN TO EXTRFILE
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS FS-EXTRACT.
000410     SELECT REPORT-FILE ASSIGN TO RPTFILE
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS FS-REPORT.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470*****************************************************
000480*  CORRELATION CONTROL RECORD - ONE RECORD, ONE OF:  *
000490*    COLS  1-16  RUN ID, YYYYMMDDHHMMSSHH, AS       *
000500*                DISPLAYED BY THE GO STEP AND       *
000510*                STAMPED ON EVERY OUTPUT OF THE RUN *
000520*    COLS  1-10  BUSINESS DATE, YYYY-MM-DD - EVERY  *
000530*                RUN OF THAT DATE                   *
000540*****************************************************
000550 FD  CONTROL-FILE.
000560 01  CONTROL-RECORD.
000570     05  CTL-SELECT                PIC X(16).
000580     05  CTL-DATE-PARTS REDEFINES CTL-SELECT.
000590         10  CTL-DATE-YYYY         PIC X(04).
000600         10  CTL-DATE-DASH1        PIC X(01).
000610         10  CTL-DATE-MM           PIC X(02).
000620         10  CTL-DATE-DASH2        PIC X(01).
000630         10  CTL-DATE-DD           PIC X(02).
000640         10  CTL-DATE-REST         PIC X(06).
000650     05  FILLER                    PIC X(64).
000660
000670 FD  STATUS-FILE.
000680     COPY STATREC.
000690
000700 FD  AUDIT-FILE.
000710     COPY AUDREC.
000720
000730 FD  CHECKPOINT-FILE.
000740     COPY CKPTREC.
000750
000760 FD  HANDOFF-FILE.
000770     COPY HNDFREC.
000780
000790 FD  EXTRACT-FILE.
000800     COPY EXTRREC.
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
000910     05  FS-STATUS                 PIC XX.
000920     05  FS-AUDIT                  PIC XX.
000930     05  FS-CHECKPOINT             PIC XX.
000940     05  FS-HANDOFF                PIC XX.
000950     05  FS-EXTRACT                PIC XX.
000960     05  FS-REPORT                 PIC XX.
000970
000980*****************************************************
000990*  SWITCHES                                         *
001000*****************************************************
001010 01  PROGRAM-SWITCHES.
001020     05  INPUT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001030         88  INPUT-EOF                       VALUE 'Y'.
001040     05  FATAL-ERROR-SWITCH        PIC X(01) VALUE 'N'.
001050         88  FATAL-ERROR-FOUND               VALUE 'Y'.
001060     05  SELECT-MODE-SWITCH        PIC X(01) VALUE SPACE.
001070         88  SELECT-BY-RUN-ID                VALUE 'R'.
001080         88  SELECT-BY-DATE                  VALUE 'D'.
001090     05  RUN-MATCH-SWITCH          PIC X(01) VALUE 'N'.
001100         88  RUN-MATCHED                     VALUE 'Y'.
001110
001120*****************************************************
001130*  STANDALONE COUNTERS AND WORK FIELDS              *
001140*****************************************************
001150 77  FILE-READ-CTR               PIC 9(09) COMP VALUE ZERO.
001160 77  FILE-MATCH-CTR              PIC 9(09) COMP VALUE ZERO.
001170 77  TOTAL-MATCH-CTR             PIC 9(09) COMP VALUE ZERO.
001180 77  PIECE-SUB                   PIC 9(01) COMP VALUE ZERO.
001190 77  SELECT-RUN-ID               PIC X(16) VALUE SPACES.
001200 77  SELECT-DATE                 PIC X(10) VALUE SPACES.
001210 77  SELECT-DATE-DIGITS          PIC X(08) VALUE SPACES.
001220 77  MATCH-RUN-ID                PIC X(16) VALUE SPACES.
001230 77  MATCH-DATE                  PIC X(10) VALUE SPACES.
001240
001250*****************************************************
001260*  RUN DATE AND TIME                                *
001270*****************************************************
001280 01  RUN-DATE-NUM                PIC 9(08).
001290 01  RUN-TIME-NUM                PIC 9(08).
001300 01  RUN-DATE-DISPLAY            PIC X(10).
001310 01  RUN-TIME-DISPLAY            PIC X(08).
001320
001330*****************************************************
001340*  DETAIL TEXT FOR EACH KIND OF RECORD - BUILT HERE  *
001350*  AND MOVED TO RPT-DTL-TEXT, SO THE LABELS ARE      *
001360*  NEVER CLEARED.                                    *
001370*****************************************************
001380 01  STAT-TEXT.
001390     05  FILLER                    PIC X(08) VALUE 'SETS OK '.
001400     05  STX-OK                    PIC ZZZZ9.
001410     05  FILLER                    PIC X(11) VALUE '  REJECTED '.
001420     05  STX-REJECTED              PIC ZZZZ9.
001430     05  FILLER                    PIC X(10) VALUE '  SKIPPED '.
001440     05  STX-SKIPPED               PIC ZZZZ9.
001450     05  FILLER                    PIC X(08) VALUE '  RECON '.
001460     05  STX-RECON                 PIC X(04).
001470     05  FILLER                    PIC X(05) VALUE '  RC '.
001480     05  STX-RC                    PIC Z9.
001490     05  FILLER                    PIC X(17) VALUE SPACES.
001500
001510 01  AUD-TEXT.
001520     05  FILLER                    PIC X(09) VALUE 'PARM SET '.
001530     05  ATX-SEQ                   PIC ZZ9.
001540     05  FILLER                    PIC X(08) VALUE '  RANGE '.
001550     05  ATX-START                 PIC Z(8)9.
001560     05  FILLER                    PIC X(01) VALUE '-'.
001570     05  ATX-END                   PIC Z(8)9.
001580     05  FILLER                    PIC X(08) VALUE '  TOTAL '.
001590     05  ATX-TOTAL                 PIC Z(8)9.
001600     05  FILLER                    PIC X(08) VALUE '  RECON '.
001610     05  ATX-RECON                 PIC X(04).
001620     05  FILLER                    PIC X(02) VALUE SPACES.
001630     05  ATX-DISP                  PIC X(04).
001640     05  FILLER                    PIC X(06) VALUE SPACES.
001650
001660 01  CKPT-TEXT.
001670     05  FILLER                    PIC X(09) VALUE 'PARM SET '.
001680     05  CTX-SEQ                   PIC ZZ9.
001690     05  FILLER                    PIC X(09) VALUE '  COUNTR '.
001700     05  CTX-COUNTR                PIC Z(8)9.
001710     05  FILLER                    PIC X(02) VALUE SPACES.
001720     05  CTX-STATUS                PIC X(11).
001730     05  FILLER                    PIC X(37) VALUE SPACES.
001740
001750 01  HNDF-TEXT.
001760     05  HTX-KIND                  PIC X(12).
001780     05  HTX-SEQ                   PIC ZZ9.
001790     05  FILLER                    PIC X(09) VALUE ' RECORDS '.
001800     05  HTX-COUNT                 PIC Z(9)9.
001810     05  FILLER                    PIC X(07) VALUE '  DUPS '.
001820     05  HTX-DUPS                  PIC Z(8)9.
001830     05  FILLER                    PIC X(07) VALUE '  GAPS '.
001840     05  HTX-GAPS                  PIC Z(8)9.
001850     05  FILLER                    PIC X(01) VALUE SPACE.
001860     05  HTX-STATUS                PIC X(04).
001870     05  FILLER                    PIC X(01) VALUE SPACE.
001875     05  HTX-WRITER                PIC X(08).
001880
001890 01  EXTR-TEXT.
001900     05  ETX-KIND                  PIC X(08).
001910     05  FILLER                    PIC X(10) VALUE 'RECORD NO '.
001920     05  ETX-RECNO                 PIC Z(9)9.
001930     05  FILLER                    PIC X(09) VALUE '  WRITER '.
001940     05  ETX-WRITER                PIC X(08).
001950     05  FILLER                    PIC X(10) VALUE '  RECORDS '.
001960     05  ETX-COUNT                 PIC Z(9)9.
001970     05  FILLER                    PIC X(02) VALUE SPACES.
001980     05  ETX-NOTE                  PIC X(13).
001990
002000*****************************************************
002010*  REPORT LINE LAYOUTS (MOVED TO REPORT-LINE)       *
002020*****************************************************
002030 01  RPT-HEADER-LINE.
002040     05  FILLER                  PIC X(01) VALUE SPACE.
002050     05  FILLER                  PIC X(36)
002060             VALUE 'FIZZ-BUZZ RUN CORRELATION           '.
002070     05  FILLER                  PIC X(06) VALUE 'DATE: '.
002080     05  RPT-HDR-DATE            PIC X(10).
002090     05  FILLER                  PIC X(07) VALUE ' TIME: '.
002100     05  RPT-HDR-TIME            PIC X(08).
002110     05  FILLER                  PIC X(64) VALUE SPACES.
002120
002130 01  RPT-CAPTION-LINE.
002140     05  FILLER                  PIC X(01) VALUE SPACE.
002150     05  RPT-CAPTION-TEXT        PIC X(60).
002160     05  FILLER                  PIC X(71) VALUE SPACES.
002170
002180 01  RPT-COLUMN-LINE.
002190     05  FILLER                  PIC X(30)
002200             VALUE ' FILE      RUN ID            '.
002210     05  FILLER                  PIC X(30)
002220             VALUE 'DATE       TIME      DETAIL   '.
002230     05  FILLER                  PIC X(72) VALUE SPACES.
002240
002250 01  RPT-DETAIL-LINE.
002260     05  FILLER                  PIC X(01) VALUE SPACE.
002270     05  RPT-DTL-FILE            PIC X(08).
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  RPT-DTL-RUN-ID          PIC X(16).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  RPT-DTL-DATE            PIC X(10).
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  RPT-DTL-TIME            PIC X(08).
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  RPT-DTL-TEXT            PIC X(80).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370
002380 01  RPT-TOTAL-LINE.
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  RPT-TOT-FILE            PIC X(08).
002410     05  FILLER                  PIC X(07) VALUE '  READ '.
002420     05  RPT-TOT-READ            PIC Z(8)9.
002430     05  FILLER                  PIC X(10) VALUE '  MATCHED '.
002440     05  RPT-TOT-MATCHED         PIC Z(8)9.
002450     05  FILLER                  PIC X(88) VALUE SPACES.
002460
002470 PROCEDURE DIVISION.
002480*****************************************************
002490*  0000-MAINLINE - EACH FILE IS SCANNED END TO END   *
002500*  IN TURN AND ITS MATCHING RECORDS LISTED IN FILE   *
002510*  ORDER, UNDER A CAPTION, WITH ITS COUNTS.          *
002520*****************************************************
002530 0000-MAINLINE.
002540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002550     IF NOT FATAL-ERROR-FOUND
002560         PERFORM 2000-SCAN-STATUS THRU 2000-EXIT
002570         PERFORM 3000-SCAN-AUDIT THRU 3000-EXIT
002580         PERFORM 4000-SCAN-CHECKPOINT THRU 4000-EXIT
002590         PERFORM 5000-SCAN-HANDOFF THRU 5000-EXIT
002600         PERFORM 6000-SCAN-EXTRACT THRU 6000-EXIT
002610     END-IF.
002620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002630     STOP RUN.
002640
002650*****************************************************
002660*  1000-INITIALIZE - OPEN FILES, READ THE SELECTION, *
002670*  WRITE THE REPORT HEADER.                          *
002680*****************************************************
002690 1000-INITIALIZE.
002700     DISPLAY 'RUNCORR RUN CORRELATION STARTING'.
002710     ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
002720     ACCEPT RUN-TIME-NUM FROM TIME.
002730     STRING RUN-DATE-NUM(1:4) '-'
002740            RUN-DATE-NUM(5:2) '-'
002750            RUN-DATE-NUM(7:2)
002760            DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
002770     STRING RUN-TIME-NUM(1:2) ':'
002780            RUN-TIME-NUM(3:2) ':'
002790            RUN-TIME-NUM(5:2)
002800            DELIMITED BY SIZE INTO RUN-TIME-DISPLAY.
002810     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
002820     IF FATAL-ERROR-FOUND
002830         GO TO 1000-EXIT
002840     END-IF.
002850     PERFORM 1200-READ-CONTROL-REC THRU 1200-EXIT.
002860     IF FATAL-ERROR-FOUND
002870         GO TO 1000-EXIT
002880     END-IF.
002890     MOVE RUN-DATE-DISPLAY TO RPT-HDR-DATE.
002900     MOVE RUN-TIME-DISPLAY TO RPT-HDR-TIME.
002910     WRITE REPORT-LINE FROM RPT-HEADER-LINE
002920         AFTER ADVANCING PAGE.
002930     MOVE SPACES TO RPT-CAPTION-TEXT.
002940     IF SELECT-BY-RUN-ID
002950         DISPLAY 'SELECTED RUN ID ' SELECT-RUN-ID
002960         STRING 'SELECTED RUN ID ' SELECT-RUN-ID
002970                DELIMITED BY SIZE INTO RPT-CAPTION-TEXT
002980     ELSE
002990         DISPLAY 'SELECTED BUSINESS DATE ' SELECT-DATE
003000         STRING 'SELECTED BUSINESS DATE ' SELECT-DATE
003010                ' - EVERY RUN OF THE DATE'
003020                DELIMITED BY SIZE INTO RPT-CAPTION-TEXT
003030     END-IF.
003040     WRITE REPORT-LINE FROM RPT-CAPTION-LINE
003050         AFTER ADVANCING 2 LINES.
003060     WRITE REPORT-LINE FROM RPT-COLUMN-LINE
003070         AFTER ADVANCING 2 LINES.
003080 1000-EXIT.
003090     EXIT.
003100
003110 1100-OPEN-FILES.
003120     OPEN INPUT  CONTROL-FILE.
003130     IF FS-CONTROL NOT = '00'
003140         DISPLAY 'FATAL - CTLFILE OPEN FAILED, STATUS = '
003150                 FS-CONTROL
003160         SET FATAL-ERROR-FOUND TO TRUE
003170     END-IF.
003180     OPEN INPUT  STATUS-FILE.
003190     IF FS-STATUS NOT = '00'
003200         DISPLAY 'FATAL - STATFILE OPEN FAILED, STATUS = '
003210                 FS-STATUS
003220         SET FATAL-ERROR-FOUND TO TRUE
003230     END-IF.
003240     OPEN INPUT  AUDIT-FILE.
003250     IF FS-AUDIT NOT = '00'
003260         DISPLAY 'FATAL - AUDTFILE OPEN FAILED, STATUS = '
003270                 FS-AUDIT
003280         SET FATAL-ERROR-FOUND TO TRUE
003290     END-IF.
003300     OPEN INPUT  CHECKPOINT-FILE.
003310     IF FS-CHECKPOINT NOT = '00'
003320         DISPLAY 'FATAL - CKPTFILE OPEN FAILED, STATUS = '
003330                 FS-CHECKPOINT
003340         SET FATAL-ERROR-FOUND TO TRUE
003350     END-IF.
003360     OPEN INPUT  HANDOFF-FILE.
003370     IF FS-HANDOFF NOT = '00'
003380         DISPLAY 'FATAL - HNDFFILE OPEN FAILED, STATUS = '
003390                 FS-HANDOFF
003400         SET FATAL-ERROR-FOUND TO TRUE
003410     END-IF.
003420     OPEN INPUT  EXTRACT-FILE.
003430     IF FS-EXTRACT NOT = '00'
003440         DISPLAY 'FATAL - EXTRFILE OPEN FAILED, STATUS = '
003450                 FS-EXTRACT
003460         SET FATAL-ERROR-FOUND TO TRUE
003470     END-IF.
003480     OPEN OUTPUT REPORT-FILE.
003490     IF FS-REPORT NOT = '00'
003500         DISPLAY 'FATAL - RPTFILE OPEN FAILED, STATUS = '
003510                 FS-REPORT
003520         SET FATAL-ERROR-FOUND TO TRUE
003530     END-IF.
003540 1100-EXIT.
003550     EXIT.
003560
003570*****************************************************
003580*  1200-READ-CONTROL-REC - SIXTEEN DIGITS SELECT ONE *
003590*  RUN ID; YYYY-MM-DD WITH NOTHING AFTER IT SELECTS  *
003600*  A BUSINESS DATE.  ANYTHING ELSE, OR NO RECORD AT  *
003610*  ALL, IS FATAL - THERE IS NO SENSIBLE DEFAULT RUN. *
003620*****************************************************
003630 1200-READ-CONTROL-REC.
003640     READ CONTROL-FILE
003650         AT END
003660             MOVE SPACES TO CONTROL-RECORD
003670     END-READ.
003680     IF CTL-SELECT NUMERIC
003690         SET SELECT-BY-RUN-ID TO TRUE
003700         MOVE CTL-SELECT TO SELECT-RUN-ID
003710         GO TO 1200-EXIT
003720     END-IF.
003730     IF CTL-DATE-YYYY NUMERIC
003740         AND CTL-DATE-DASH1 = '-'
003750         AND CTL-DATE-MM NUMERIC
003760         AND CTL-DATE-DASH2 = '-'
003770         AND CTL-DATE-DD NUMERIC
003780         AND CTL-DATE-REST = SPACES
003790         SET SELECT-BY-DATE TO TRUE
003800         MOVE CTL-SELECT(1:10) TO SELECT-DATE
003810         STRING CTL-DATE-YYYY CTL-DATE-MM CTL-DATE-DD
003820                DELIMITED BY SIZE INTO SELECT-DATE-DIGITS
003830         GO TO 1200-EXIT
003840     END-IF.
003850     DISPLAY 'FATAL - CTLFILE IS NOT A 16-DIGIT RUN ID OR A '
003860             'YYYY-MM-DD DATE: ' CTL-SELECT.
003870     SET FATAL-ERROR-FOUND TO TRUE.
003880 1200-EXIT.
003890     EXIT.
003900
003910*****************************************************
003920*  2000-SCAN-STATUS - ONE STATFILE RECORD PER RUN.   *
003930*****************************************************
003940 2000-SCAN-STATUS.
003950     MOVE 'STATFILE - NIGHTLY RUN STATUS' TO RPT-CAPTION-TEXT.
003960     PERFORM 8100-START-FILE THRU 8100-EXIT.
003970     PERFORM 2100-READ-ONE-STATUS THRU 2100-EXIT
003980         UNTIL INPUT-EOF.
003990     MOVE 'STATFILE' TO RPT-TOT-FILE.
004000     PERFORM 8200-END-FILE THRU 8200-EXIT.
004010 2000-EXIT.
004020     EXIT.
004030
004040 2100-READ-ONE-STATUS.
004050     READ STATUS-FILE
004060         AT END
004070             SET INPUT-EOF TO TRUE
004080             GO TO 2100-EXIT
004090     END-READ.
004100     ADD 1 TO FILE-READ-CTR.
004110     MOVE STAT-RUN-ID   TO MATCH-RUN-ID.
004120     MOVE STAT-RUN-DATE TO MATCH-DATE.
004130     PERFORM 8000-MATCH-RUN THRU 8000-EXIT.
004140     IF NOT RUN-MATCHED
004150         GO TO 2100-EXIT
004160     END-IF.
004170     MOVE STAT-SETS-OK       TO STX-OK.
004180     MOVE STAT-SETS-REJECTED TO STX-REJECTED.
004190     MOVE STAT-SETS-SKIPPED  TO STX-SKIPPED.
004200     MOVE STAT-RECON-STATUS  TO STX-RECON.
004210     MOVE STAT-RETURN-CODE   TO STX-RC.
004220     MOVE 'STATFILE'    TO RPT-DTL-FILE.
004230     MOVE STAT-RUN-ID   TO RPT-DTL-RUN-ID.
004240     MOVE STAT-RUN-DATE TO RPT-DTL-DATE.
004250     MOVE STAT-RUN-TIME TO RPT-DTL-TIME.
004260     MOVE STAT-TEXT     TO RPT-DTL-TEXT.
004270     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT.
004280 2100-EXIT.
004290     EXIT.
004300
004310*****************************************************
004320*  3000-SCAN-AUDIT - ONE AUDTFILE RECORD PER SET     *
004330*  THE RUN RAN OR SKIPPED.                           *
004340*****************************************************
004350 3000-SCAN-AUDIT.
004360     MOVE 'AUDTFILE - PARAMETER SET AUDIT' TO RPT-CAPTION-TEXT.
004370     PERFORM 8100-START-FILE THRU 8100-EXIT.
004380     PERFORM 3100-READ-ONE-AUDIT THRU 3100-EXIT
004390         UNTIL INPUT-EOF.
004400     MOVE 'AUDTFILE' TO RPT-TOT-FILE.
004410     PERFORM 8200-END-FILE THRU 8200-EXIT.
004420 3000-EXIT.
004430     EXIT.
004440
004450 3100-READ-ONE-AUDIT.
004460     READ AUDIT-FILE
004470         AT END
004480             SET INPUT-EOF TO TRUE
004490             GO TO 3100-EXIT
004500     END-READ.
004510     ADD 1 TO FILE-READ-CTR.
004520     MOVE AUD-RUN-ID   TO MATCH-RUN-ID.
004530     MOVE AUD-RUN-DATE TO MATCH-DATE.
004540     PERFORM 8000-MATCH-RUN THRU 8000-EXIT.
004550     IF NOT RUN-MATCHED
004560         GO TO 3100-EXIT
004570     END-IF.
004580     MOVE AUD-PARM-SEQ     TO ATX-SEQ.
004590     MOVE AUD-START-VAL    TO ATX-START.
004600     MOVE AUD-END-VAL      TO ATX-END.
004610     MOVE AUD-TOTAL-COUNT  TO ATX-TOTAL.
004620     MOVE AUD-RECON-STATUS TO ATX-RECON.
004630     MOVE AUD-SET-DISP     TO ATX-DISP.
004640     MOVE 'AUDTFILE'   TO RPT-DTL-FILE.
004650     MOVE AUD-RUN-ID   TO RPT-DTL-RUN-ID.
004660     MOVE AUD-RUN-DATE TO RPT-DTL-DATE.
004670     MOVE AUD-RUN-TIME TO RPT-DTL-TIME.
004680     MOVE AUD-TEXT     TO RPT-DTL-TEXT.
004690     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT.
004700 3100-EXIT.
004710     EXIT.
004720
004730*****************************************************
004740*  4000-SCAN-CHECKPOINT - IN-PROGRESS AND COMPLETION *
004750*  CHECKPOINTS THE RUN WROTE.                        *
004760*****************************************************
004770 4000-SCAN-CHECKPOINT.
004780     MOVE 'CKPTFILE - CHECKPOINTS' TO RPT-CAPTION-TEXT.
004790     PERFORM 8100-START-FILE THRU 8100-EXIT.
004800     PERFORM 4100-READ-ONE-CHECKPOINT THRU 4100-EXIT
004810         UNTIL INPUT-EOF.
004820     MOVE 'CKPTFILE' TO RPT-TOT-FILE.
004830     PERFORM 8200-END-FILE THRU 8200-EXIT.
004840 4000-EXIT.
004850     EXIT.
004860
004870 4100-READ-ONE-CHECKPOINT.
004880     READ CHECKPOINT-FILE
004890         AT END
004900             SET INPUT-EOF TO TRUE
004910             GO TO 4100-EXIT
004920     END-READ.
004930     ADD 1 TO FILE-READ-CTR.
004940     MOVE CKPT-RUN-ID   TO MATCH-RUN-ID.
004950     MOVE CKPT-RUN-DATE TO MATCH-DATE.
004960     PERFORM 8000-MATCH-RUN THRU 8000-EXIT.
004970     IF NOT RUN-MATCHED
004980         GO TO 4100-EXIT
004990     END-IF.
005000     MOVE CKPT-PARM-SEQ TO CTX-SEQ.
005010     MOVE CKPT-COUNTR   TO CTX-COUNTR.
005020     EVALUATE TRUE
005030         WHEN CKPT-STATUS-COMPLETE
005040             MOVE 'COMPLETE'    TO CTX-STATUS
005050         WHEN CKPT-STATUS-IN-PROGRESS
005060             MOVE 'IN PROGRESS' TO CTX-STATUS
005070         WHEN OTHER
005080             MOVE CKPT-STATUS   TO CTX-STATUS
005090     END-EVALUATE.
005100     MOVE 'CKPTFILE'    TO RPT-DTL-FILE.
005110     MOVE CKPT-RUN-ID   TO RPT-DTL-RUN-ID.
005120     MOVE CKPT-RUN-DATE TO RPT-DTL-DATE.
005130     MOVE CKPT-RUN-TIME TO RPT-DTL-TIME.
005140     MOVE CKPT-TEXT     TO RPT-DTL-TEXT.
005150     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT.
005160 4100-EXIT.
005170     EXIT.
005180
005190*****************************************************
005200*  5000-SCAN-HANDOFF - EVERY S/J VERDICT GROUP     *
005210*  WRITTEN FOR THE RUN'S EXTRACT - BY EXTRVRFY, BY *
005220*  ANY EXTRFIX REPAIR, AND BY EXTRRCMP WHEN A LABEL*
005230*  RECOMPUTE FAILS.  EACH LINE NAMES ITS WRITER,   *
005232*  BLANK ON A RECORD WRITTEN BEFORE HNDF-WRITER    *
005234*  EXISTED.  THE DATE AND TIME SHOWN ARE WHEN THE  *
005236*  VERDICT WAS WRITTEN.                            *
005240*****************************************************
005250 5000-SCAN-HANDOFF.
005260     MOVE 'HNDFFILE - EXTRACT HANDOFF VERDICTS'
005270         TO RPT-CAPTION-TEXT.
005280     PERFORM 8100-START-FILE THRU 8100-EXIT.
005290     PERFORM 5100-READ-ONE-HANDOFF THRU 5100-EXIT
005300         UNTIL INPUT-EOF.
005310     MOVE 'HNDFFILE' TO RPT-TOT-FILE.
005320     PERFORM 8200-END-FILE THRU 8200-EXIT.
005330 5000-EXIT.
005340     EXIT.
005350
005360 5100-READ-ONE-HANDOFF.
005370     READ HANDOFF-FILE
005380         AT END
005390             SET INPUT-EOF TO TRUE
005400             GO TO 5100-EXIT
005410     END-READ.
005420     ADD 1 TO FILE-READ-CTR.
005430     MOVE HNDF-RUN-ID   TO MATCH-RUN-ID.
005440     MOVE HNDF-RUN-DATE TO MATCH-DATE.
005450     PERFORM 8000-MATCH-RUN THRU 8000-EXIT.
005460     IF NOT RUN-MATCHED
005470         GO TO 5100-EXIT
005480     END-IF.
005490     IF HNDF-JOB-RECORD
005500         MOVE 'JOB VERDICT ' TO HTX-KIND
005510     ELSE
005520         MOVE 'SET VERDICT ' TO HTX-KIND
005530     END-IF.
005540     MOVE HNDF-RUN-SEQ      TO HTX-SEQ.
005550     MOVE HNDF-RECORD-COUNT TO HTX-COUNT.
005560     MOVE HNDF-DUP-COUNT    TO HTX-DUPS.
005570     MOVE HNDF-GAP-COUNT    TO HTX-GAPS.
005580     MOVE HNDF-STATUS       TO HTX-STATUS.
005585     MOVE HNDF-WRITER       TO HTX-WRITER.
005590     MOVE 'HNDFFILE'    TO RPT-DTL-FILE.
005600     MOVE HNDF-RUN-ID   TO RPT-DTL-RUN-ID.
005610     MOVE HNDF-RUN-DATE TO RPT-DTL-DATE.
005620     MOVE HNDF-RUN-TIME TO RPT-DTL-TIME.
005630     MOVE HNDF-TEXT     TO RPT-DTL-TEXT.
005640     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT.
005650 5100-EXIT.
005660     EXIT.
005670
005680*****************************************************
005690*  6000-SCAN-EXTRACT - THE HEADER AND TRAILER OF     *
005700*  EVERY EXTRACT SEGMENT THE RUN WROTE.  EXTRFILE    *
005710*  MAY BE THE NIGHTLY GDG BASE, READING EVERY        *
005720*  GENERATION IN TURN.  A MERGED SPLIT-RUN TRAILER   *
005730*  ALSO MATCHES ON ANY OF ITS PIECE RUN IDS.  THE    *
005740*  RECORD NUMBER COUNTS ACROSS ALL GENERATIONS READ. *
005750*****************************************************
005760 6000-SCAN-EXTRACT.
005770     MOVE 'EXTRFILE - EXTRACT HEADERS AND TRAILERS'
005780         TO RPT-CAPTION-TEXT.
005790     PERFORM 8100-START-FILE THRU 8100-EXIT.
005800     PERFORM 6100-READ-ONE-EXTRACT THRU 6100-EXIT
005810         UNTIL INPUT-EOF.
005820     MOVE 'EXTRFILE' TO RPT-TOT-FILE.
005830     PERFORM 8200-END-FILE THRU 8200-EXIT.
005840 6000-EXIT.
005850     EXIT.
005860
005870 6100-READ-ONE-EXTRACT.
005880     READ EXTRACT-FILE
005890         AT END
005900             SET INPUT-EOF TO TRUE
005910             GO TO 6100-EXIT
005920     END-READ.
005930     ADD 1 TO FILE-READ-CTR.
005940     IF NOT EXTR-IS-CONTROL
005950         GO TO 6100-EXIT
005960     END-IF.
005970     MOVE SPACES TO ETX-NOTE.
005980     MOVE EXTC-RUN-ID   TO MATCH-RUN-ID.
005990     MOVE EXTC-BUS-DATE TO MATCH-DATE.
006000     PERFORM 8000-MATCH-RUN THRU 8000-EXIT.
006010     IF NOT RUN-MATCHED
006020         AND EXTR-IS-TRAILER
006030         PERFORM 6200-CHECK-PIECE-RUN-ID THRU 6200-EXIT
006040             VARYING PIECE-SUB FROM 1 BY 1
006050                 UNTIL PIECE-SUB > 4 OR RUN-MATCHED
006060     END-IF.
006070     IF NOT RUN-MATCHED
006080         GO TO 6100-EXIT
006090     END-IF.
006100     IF EXTR-IS-HEADER
006110         MOVE 'HEADER'  TO ETX-KIND
006120     ELSE
006130         MOVE 'TRAILER' TO ETX-KIND
006140     END-IF.
006150     MOVE FILE-READ-CTR  TO ETX-RECNO.
006160     MOVE EXTC-WRITER    TO ETX-WRITER.
006170     MOVE EXTC-REC-COUNT TO ETX-COUNT.
006180     MOVE 'EXTRFILE'    TO RPT-DTL-FILE.
006190     MOVE EXTC-RUN-ID   TO RPT-DTL-RUN-ID.
006200     MOVE EXTC-BUS-DATE TO RPT-DTL-DATE.
006210     MOVE SPACES        TO RPT-DTL-TIME.
006220     MOVE EXTR-TEXT     TO RPT-DTL-TEXT.
006230     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT.
006240 6100-EXIT.
006250     EXIT.
006260
006270 6200-CHECK-PIECE-RUN-ID.
006280     IF EXTC-PIECE-RUN-ID(PIECE-SUB) = SPACES
006290         GO TO 6200-EXIT
006300     END-IF.
006310     MOVE EXTC-PIECE-RUN-ID(PIECE-SUB) TO MATCH-RUN-ID.
006320     MOVE SPACES TO MATCH-DATE.
006330     PERFORM 8000-MATCH-RUN THRU 8000-EXIT.
006340     IF RUN-MATCHED
006350         MOVE 'MERGED PIECE' TO ETX-NOTE
006360     END-IF.
006370 6200-EXIT.
006380     EXIT.
006390
006400*****************************************************
006410*  8000-MATCH-RUN - DOES THE RECORD IN MATCH-RUN-ID/ *
006420*  MATCH-DATE BELONG TO THE SELECTION?  BY RUN ID,   *
006430*  ONLY AN EXACT RUN ID MATCHES.  BY DATE, EITHER    *
006440*  THE RECORD'S DATE OR THE DATE ITS RUN ID BEGINS   *
006450*  WITH WILL DO - RECORDS WRITTEN BEFORE THERE WERE  *
006460*  RUN IDS ARE FOUND BY THEIR DATE ALONE.            *
006470*****************************************************
006480 8000-MATCH-RUN.
006490     MOVE 'N' TO RUN-MATCH-SWITCH.
006500     IF SELECT-BY-RUN-ID
006510         IF MATCH-RUN-ID = SELECT-RUN-ID
006520             SET RUN-MATCHED TO TRUE
006530         END-IF
006540         GO TO 8000-EXIT
006550     END-IF.
006560     IF MATCH-DATE = SELECT-DATE
006570         OR MATCH-RUN-ID(1:8) = SELECT-DATE-DIGITS
006580         SET RUN-MATCHED TO TRUE
006590     END-IF.
006600 8000-EXIT.
006610     EXIT.
006620
006630 8100-START-FILE.
006640     MOVE 'N' TO INPUT-EOF-SWITCH.
006650     MOVE ZERO TO FILE-READ-CTR FILE-MATCH-CTR.
006660     WRITE REPORT-LINE FROM RPT-CAPTION-LINE
006670         AFTER ADVANCING 2 LINES.
006680 8100-EXIT.
006690     EXIT.
006700
006710 8200-END-FILE.
006720     IF FILE-MATCH-CTR = ZERO
006730         MOVE '  NO MATCHING RECORDS' TO RPT-CAPTION-TEXT
006740         WRITE REPORT-LINE FROM RPT-CAPTION-LINE
006750             AFTER ADVANCING 1 LINE
006760     END-IF.
006770     MOVE FILE-READ-CTR  TO RPT-TOT-READ.
006780     MOVE FILE-MATCH-CTR TO RPT-TOT-MATCHED.
006790     WRITE REPORT-LINE FROM RPT-TOTAL-LINE
006800         AFTER ADVANCING 1 LINE.
006810 8200-EXIT.
006820     EXIT.
006830
006840 8300-WRITE-DETAIL.
006850     ADD 1 TO FILE-MATCH-CTR.
006860     ADD 1 TO TOTAL-MATCH-CTR.
006870     WRITE REPORT-LINE FROM RPT-DETAIL-LINE
006880         AFTER ADVANCING 1 LINE.
006890 8300-EXIT.
006900     EXIT.
006910
006920*****************************************************
006930*  9000-TERMINATE - CLOSE FILES AND SET THE STEP     *
006940*  RETURN CODE.                                      *
006950*     RC=0  - AT LEAST ONE RECORD OF THE RUN FOUND.  *
006960*     RC=4  - NOTHING ON ANY FILE MATCHED - CHECK    *
006970*             THE RUN ID OR DATE KEYED.              *
006980*     RC=16 - A REQUIRED DATASET FAILED TO OPEN OR   *
006990*             CTLFILE IS MISSING OR BAD.             *
007000*****************************************************
007010 9000-TERMINATE.
007020     CLOSE CONTROL-FILE
007030           STATUS-FILE
007040           AUDIT-FILE
007050           CHECKPOINT-FILE
007060           HANDOFF-FILE
007070           EXTRACT-FILE
007080           REPORT-FILE.
007090     IF FATAL-ERROR-FOUND
007100         MOVE 16 TO RETURN-CODE
007110     ELSE
007120         IF TOTAL-MATCH-CTR = ZERO
007130             DISPLAY 'NO RECORDS FOUND FOR THE SELECTION'
007140             MOVE 4 TO RETURN-CODE
007150         ELSE
007160             MOVE 0 TO RETURN-CODE
007170         END-IF
007180     END-IF.
007190     DISPLAY 'RUNCORR RUN CORRELATION COMPLETE - '
007200             TOTAL-MATCH-CTR ' RECORDS MATCHED'.
007210 9000-EXIT.
007220     EXIT.
