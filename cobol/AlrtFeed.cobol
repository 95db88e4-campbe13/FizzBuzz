000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ALRTFEED.
000030 AUTHOR.        R HALVERSON.
000040 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080*  MODIFICATION HISTORY                             *
000090*  10/15/2026  RH   ORIGINAL - OUTBOUND ALERT FEED  *
000100*                   FOR THE EVENT MANAGER.  EVERY   *
000110*                   PIECE OF THE NIGHTLY STREAM     *
000120*                   REPORTS TROUBLE ITS OWN WAY -   *
000130*                   THE STATFILE RETURN CODE AND    *
000140*                   RECON STATUS, FAIL VERDICTS ON  *
000150*                   HNDFFILE, DRIFT ON DRFTFILE, AN *
000160*                   IN-PROGRESS CHECKPOINT LEFT ON  *
000170*                   CKPTFILE.  THIS PROGRAM GATHERS *
000180*                   THEM INTO FIXED-FORMAT ALERT    *
000190*                   RECORDS (SEE ALRTREC.CPY),      *
000200*                   REMEMBERS ON ALRTSTAT WHAT IS   *
000210*                   ALREADY OPEN SO AN UNFIXED BREAK*
000220*                   IS SENT ONCE, AND SENDS A       *
000230*                   CLEARED RECORD WHEN A CONDITION *
000240*                   GOES AWAY.                      *
000250*****************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT STATUS-FILE ASSIGN TO STATFILE
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS FS-STAT.
000320     SELECT HANDOFF-FILE ASSIGN TO HNDFFILE
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS FS-HANDOFF.
000350     SELECT DRIFT-FILE ASSIGN TO DRFTFILE
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS FS-DRIFT.
000380     SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS FS-CKPT.
000410     SELECT ALERT-STATE-FILE ASSIGN TO ALRTSTAT
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS FS-ALERT-STATE.
000440     SELECT ALERT-NEW-FILE ASSIGN TO ALRTNEW
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS FS-ALERT-NEW.
000470     SELECT ALERT-FEED-FILE ASSIGN TO ALRTFILE
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS FS-ALERT-FEED.
000500     SELECT REPORT-FILE ASSIGN TO RPTFILE
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS FS-REPORT.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  STATUS-FILE.
000570     COPY STATREC.
000580
000590 FD  HANDOFF-FILE.
000600     COPY HNDFREC.
000610
000620 FD  DRIFT-FILE.
000630     COPY DRFTREC.
000640
000650 FD  CHECKPOINT-FILE.
000660     COPY CKPTREC.
000670
000680 FD  ALERT-STATE-FILE.
000690 01  ALERT-STATE-RECORD           PIC X(160).
000700
000710 FD  ALERT-NEW-FILE.
000720 01  ALERT-NEW-RECORD             PIC X(160).
000730
000740 FD  ALERT-FEED-FILE.
000750 01  ALERT-FEED-RECORD            PIC X(160).
000760
000770 FD  REPORT-FILE.
000780 01  REPORT-LINE                  PIC X(132).
000790
000800 WORKING-STORAGE SECTION.
000810*****************************************************
000820*  FILE STATUS CODES                                *
000830*****************************************************
000840 01  FILE-STATUS-CODES.
000850     05  FS-STAT                   PIC XX.
000860     05  FS-HANDOFF                PIC XX.
000870     05  FS-DRIFT                  PIC XX.
000880     05  FS-CKPT                   PIC XX.
000890     05  FS-ALERT-STATE            PIC XX.
000900     05  FS-ALERT-NEW              PIC XX.
000910     05  FS-ALERT-FEED             PIC XX.
000920     05  FS-REPORT                 PIC XX.
000930
000940*****************************************************
000950*  SWITCHES                                         *
000960*****************************************************
000970 01  PROGRAM-SWITCHES.
000980     05  STAT-EOF-SWITCH           PIC X(01) VALUE 'N'.
000990         88  STAT-EOF                        VALUE 'Y'.
001000     05  HANDOFF-EOF-SWITCH        PIC X(01) VALUE 'N'.
001010         88  HANDOFF-EOF                     VALUE 'Y'.
001020     05  DRIFT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001030         88  DRIFT-EOF                       VALUE 'Y'.
001040     05  CKPT-EOF-SWITCH           PIC X(01) VALUE 'N'.
001050         88  CKPT-EOF                        VALUE 'Y'.
001060     05  STATE-EOF-SWITCH          PIC X(01) VALUE 'N'.
001070         88  STATE-EOF                       VALUE 'Y'.
001080     05  FATAL-ERROR-SWITCH        PIC X(01) VALUE 'N'.
001090         88  FATAL-ERROR-FOUND               VALUE 'Y'.
001100     05  STAT-SEEN-SWITCH          PIC X(01) VALUE 'N'.
001110         88  STAT-RECORD-SEEN                VALUE 'Y'.
001120     05  HDF-CLOSED-SWITCH         PIC X(01) VALUE 'N'.
001130         88  HDF-GROUP-CLOSED                VALUE 'Y'.
001140     05  DFT-CLOSED-SWITCH         PIC X(01) VALUE 'N'.
001150         88  DFT-GROUP-CLOSED                VALUE 'Y'.
001160*        A SOURCE IS EVALUATED ONLY WHEN IT WAS READ - A
001170*        HANDOFF OR DRIFT FILE WITH NO COMPLETE GROUP, OR A
001180*        DATASET NOT THERE AT ALL, HOLDS ITS OPEN ALERTS.
001190     05  HDF-READ-SWITCH           PIC X(01) VALUE 'N'.
001200         88  HANDOFF-EVALUATED               VALUE 'Y'.
001210     05  DFT-READ-SWITCH           PIC X(01) VALUE 'N'.
001220         88  DRIFT-EVALUATED                 VALUE 'Y'.
001230     05  CKPT-READ-SWITCH          PIC X(01) VALUE 'N'.
001240         88  CKPT-EVALUATED                  VALUE 'Y'.
001250
001260*****************************************************
001270*  STANDALONE COUNTERS AND WORK FIELDS              *
001280*****************************************************
001290 77  STATE-READ-CTR              PIC 9(05) COMP VALUE ZERO.
001300 77  NEW-CTR                     PIC 9(05) COMP VALUE ZERO.
001310 77  STILL-OPEN-CTR              PIC 9(05) COMP VALUE ZERO.
001320 77  CLEARED-CTR                 PIC 9(05) COMP VALUE ZERO.
001330 77  HELD-CTR                    PIC 9(05) COMP VALUE ZERO.
001340 77  HDF-FAIL-CTR                PIC 9(05) COMP VALUE ZERO.
001350 77  SEARCH-SEQ                  PIC 9(03) VALUE ZERO.
001360 77  SEARCH-START                PIC 9(09) VALUE ZERO.
001370 77  SEARCH-CONDITION            PIC X(08) VALUE SPACES.
001380 77  FOUND-CK-IDX                PIC 9(03) COMP VALUE ZERO.
001390 77  FOUND-CUR-IDX               PIC 9(03) COMP VALUE ZERO.
001400 77  FOUND-OPN-IDX               PIC 9(03) COMP VALUE ZERO.
001410 77  LEAD-CTR                    PIC 9(03) COMP VALUE ZERO.
001420 77  TRIM-TEXT                   PIC X(12) VALUE SPACES.
001430 77  TRIM-WORK                   PIC X(12) VALUE SPACES.
001440 77  EDIT-COUNT                  PIC Z(8)9.
001450 77  EDIT-PCT                    PIC ZZ9.99.
001460 77  EDIT-RC                     PIC 99.
001470 77  MSG-NUM-1                   PIC X(12) VALUE SPACES.
001480 77  MSG-NUM-2                   PIC X(12) VALUE SPACES.
001490 77  MSG-NUM-3                   PIC X(12) VALUE SPACES.
001500 77  TONIGHT-RUN-DATE            PIC X(10) VALUE SPACES.
001510 77  TONIGHT-RUN-ID              PIC X(16) VALUE SPACES.
001520
001530*****************************************************
001540*  ALERT RECORD BUILT HERE AND WRITTEN FROM HERE TO *
001550*  ALRTFILE AND ALRTNEW; ALRTSTAT IS READ INTO IT.  *
001560*****************************************************
001570     COPY ALRTREC.
001580
001590*****************************************************
001600*  LATEST STATUS RECORD, SAVED OUT OF THE FD AREA - *
001610*  STATFILE IS APPEND-ONLY, THE LAST RECORD IS THE  *
001620*  CURRENT RUN (SEE STATREC.CPY).                   *
001630*****************************************************
001640 01  LAST-STATUS-RECORD.
001650     05  LST-RUN-DATE          PIC X(10).
001660     05  LST-RUN-TIME          PIC X(08).
001670     05  LST-SETS-OK           PIC 9(05).
001680     05  LST-SETS-REJECTED     PIC 9(05).
001690     05  LST-RECON-STATUS      PIC X(04).
001700     05  LST-RETURN-CODE       PIC 9(02).
001710     05  LST-SETS-SKIPPED      PIC 9(05).
001720     05  LST-RUN-ID            PIC X(16).
001730     05  FILLER                PIC X(25).
001740
001750*****************************************************
001760*  LAST HANDOFF GROUP - ONE ROW PER TYPE-S RECORD,  *
001770*  CLEARED WHEN A TYPE-J CLOSES A GROUP AND MORE    *
001780*  RECORDS FOLLOW (SEE HNDFREC.CPY).                *
001790*****************************************************
001800 01  HDF-TABLE.
001810     05  HDF-TAB-COUNT             PIC 9(03) COMP VALUE ZERO.
001820     05  HDF-JOB-STATUS            PIC X(04) VALUE SPACES.
001830     05  HDF-JOB-WRITER            PIC X(08) VALUE SPACES.
001840     05  HDF-JOB-DATE              PIC X(10) VALUE SPACES.
001850     05  HDF-JOB-RUN-ID            PIC X(16) VALUE SPACES.
001860     05  HDF-TAB-ENTRY OCCURS 100 TIMES
001870                 INDEXED BY HDF-IDX.
001880         10  HDF-TAB-SEQ           PIC 9(03).
001890         10  HDF-TAB-DUPS          PIC 9(09).
001900         10  HDF-TAB-GAPS          PIC 9(09).
001910         10  HDF-TAB-STATUS        PIC X(04).
001920         10  HDF-TAB-WRITER        PIC X(08).
001930         10  HDF-TAB-DATE          PIC X(10).
001940         10  HDF-TAB-RUN-ID        PIC X(16).
001950
001960*****************************************************
001970*  LAST DRIFT GROUP - ONE ROW PER DRIFTING SET, SAME*
001980*  LAST-GROUP RULE (SEE DRFTREC.CPY).               *
001990*****************************************************
002000 01  DFT-TABLE.
002010     05  DFT-TAB-COUNT             PIC 9(03) COMP VALUE ZERO.
002020     05  DFT-TAB-ENTRY OCCURS 100 TIMES
002030                 INDEXED BY DFT-IDX.
002040         10  DFT-TAB-SEQ           PIC 9(03).
002050         10  DFT-TAB-PLAIN         PIC 9(03)V99.
002060         10  DFT-TAB-SINGLE        PIC 9(03)V99.
002070         10  DFT-TAB-MULTI         PIC 9(03)V99.
002080         10  DFT-TAB-DATE          PIC X(10).
002090         10  DFT-TAB-RUN-ID        PIC X(16).
002100
002110*****************************************************
002120*  LATEST CHECKPOINT PER PARM-SEQ/START-VAL PAIR, AS*
002130*  MORNRPT FOLDS IT - AN 'IN PROGRESS' SURVIVOR IS A*
002140*  RUN THAT DIED MID-SET.                           *
002150*****************************************************
002160 01  CK-TABLE.
002170     05  CK-TAB-COUNT              PIC 9(03) COMP VALUE ZERO.
002180     05  CK-TAB-ENTRY OCCURS 200 TIMES
002190                 INDEXED BY CK-IDX.
002200         10  CK-TAB-SEQ            PIC 9(03).
002210         10  CK-TAB-START          PIC 9(09).
002220         10  CK-TAB-COUNTR         PIC 9(09).
002230         10  CK-TAB-DATE           PIC X(10).
002240         10  CK-TAB-STATUS         PIC X(01).
002250             88  CK-TAB-IN-PROGRESS    VALUE 'P'.
002260         10  CK-TAB-RUN-ID         PIC X(16).
002270
002280*****************************************************
002290*  CONDITION BEING RAISED - FILLED BY THE 3000      *
002300*  PARAGRAPHS, ADDED TO THE CURRENT TABLE BY 3900.  *
002310*****************************************************
002320 01  CND-WORK.
002330     05  CND-SEVERITY              PIC X(08).
002340     05  CND-SOURCE                PIC X(08).
002350     05  CND-CONDITION             PIC X(08).
002360     05  CND-SEQ                   PIC 9(03).
002370     05  CND-RUN-DATE              PIC X(10).
002380     05  CND-RUN-ID                PIC X(16).
002390     05  CND-MSG                   PIC X(60).
002400
002410*****************************************************
002420*  CURRENT TABLE - EVERY CONDITION SEEN TONIGHT, ONE*
002430*  ROW PER CONDITION/PARM SEQ.                      *
002440*****************************************************
002450 01  CUR-TABLE.
002460     05  CUR-TAB-COUNT             PIC 9(03) COMP VALUE ZERO.
002470     05  CUR-TAB-ENTRY OCCURS 500 TIMES
002480                 INDEXED BY CUR-IDX.
002490         10  CUR-TAB-SEVERITY      PIC X(08).
002500         10  CUR-TAB-SOURCE        PIC X(08).
002510         10  CUR-TAB-CONDITION     PIC X(08).
002520         10  CUR-TAB-SEQ           PIC 9(03).
002530         10  CUR-TAB-RUN-DATE      PIC X(10).
002540         10  CUR-TAB-RUN-ID        PIC X(16).
002550         10  CUR-TAB-MSG           PIC X(60).
002560
002570*****************************************************
002580*  OPEN TABLE - EVERY ALERT OPEN ON ALRTSTAT AFTER  *
002590*  THE LAST RUN, KEPT AS THE WHOLE RECORD SO A      *
002600*  STILL-OPEN ALERT IS CARRIED FORWARD AS SENT.     *
002610*****************************************************
002620 01  OPN-TABLE.
002630     05  OPN-TAB-COUNT             PIC 9(03) COMP VALUE ZERO.
002640     05  OPN-TAB-ENTRY OCCURS 500 TIMES
002650                 INDEXED BY OPN-IDX.
002660         10  OPN-TAB-CONDITION     PIC X(08).
002670         10  OPN-TAB-SEQ           PIC 9(03).
002680         10  OPN-TAB-PRESENT       PIC X(01).
002690             88  OPN-TAB-STILL-PRESENT VALUE 'Y'.
002700         10  OPN-TAB-IMAGE         PIC X(160).
002710
002720*****************************************************
002730*  RUN DATE AND TIME                                *
002740*****************************************************
002750 01  RUN-DATE-NUM                PIC 9(08).
002760 01  RUN-TIME-NUM                PIC 9(08).
002770 01  RUN-DATE-DISPLAY            PIC X(10).
002780 01  RUN-TIME-DISPLAY            PIC X(08).
002790
002800*****************************************************
002810*  REPORT LINE LAYOUTS (MOVED TO REPORT-LINE)       *
002820*****************************************************
002830 01  RPT-HEADER-LINE.
002840     05  FILLER                  PIC X(01) VALUE SPACE.
002850     05  FILLER                  PIC X(36)
002860             VALUE 'FIZZ-BUZZ EVENT-MANAGER ALERT FEED  '.
002870     05  FILLER                  PIC X(06) VALUE 'DATE: '.
002880     05  RPT-HDR-DATE            PIC X(10).
002890     05  FILLER                  PIC X(07) VALUE ' TIME: '.
002900     05  RPT-HDR-TIME            PIC X(08).
002910     05  FILLER                  PIC X(64) VALUE SPACES.
002920
002930 01  RPT-COLUMN-LINE.
002940     05  FILLER                  PIC X(01) VALUE SPACE.
002950     05  FILLER                  PIC X(10) VALUE 'ACTION'.
002960     05  FILLER                  PIC X(09) VALUE 'SEVERITY'.
002970     05  FILLER                  PIC X(09) VALUE 'SOURCE'.
002980     05  FILLER                  PIC X(09) VALUE 'CONDITN'.
002990     05  FILLER                  PIC X(04) VALUE 'SEQ'.
003000     05  FILLER                  PIC X(11) VALUE 'RUN DATE'.
003010     05  FILLER                  PIC X(60) VALUE 'MESSAGE'.
003020     05  FILLER                  PIC X(19) VALUE SPACES.
003030
003040 01  RPT-DETAIL-LINE.
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  RPT-DT-ACTION           PIC X(08).
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  RPT-DT-SEVERITY         PIC X(08).
003090     05  FILLER                  PIC X(01) VALUE SPACE.
003100     05  RPT-DT-SOURCE           PIC X(08).
003110     05  FILLER                  PIC X(01) VALUE SPACE.
003120     05  RPT-DT-CONDITION        PIC X(08).
003130     05  FILLER                  PIC X(01) VALUE SPACE.
003140     05  RPT-DT-SEQ              PIC ZZ9.
003150     05  FILLER                  PIC X(01) VALUE SPACE.
003160     05  RPT-DT-RUN-DATE         PIC X(10).
003170     05  FILLER                  PIC X(01) VALUE SPACE.
003180     05  RPT-DT-MSG              PIC X(60).
003190     05  FILLER                  PIC X(19) VALUE SPACES.
003200
003210 01  RPT-CAPTION-LINE.
003220     05  FILLER                  PIC X(01) VALUE SPACE.
003230     05  RPT-CAPTION-TEXT        PIC X(60).
003240     05  FILLER                  PIC X(71) VALUE SPACES.
003250
003260 01  RPT-TOTAL-LINE.
003270     05  FILLER                  PIC X(01) VALUE SPACE.
003280     05  FILLER                  PIC X(11) VALUE 'NEW ALERTS '.
003290     05  RPT-TOT-NEW             PIC Z(4)9.
003300     05  FILLER                  PIC X(13) VALUE '  STILL OPEN '.
003310     05  RPT-TOT-OPEN            PIC Z(4)9.
003320     05  FILLER                  PIC X(10) VALUE '  CLEARED '.
003330     05  RPT-TOT-CLEARED         PIC Z(4)9.
003340     05  FILLER                  PIC X(07) VALUE '  HELD '.
003350     05  RPT-TOT-HELD            PIC Z(4)9.
003360     05  FILLER                  PIC X(70) VALUE SPACES.
003370
003380 PROCEDURE DIVISION.
003390*****************************************************
003400*  0000-MAINLINE                                    *
003410*****************************************************
003420 0000-MAINLINE.
003430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003440     IF NOT FATAL-ERROR-FOUND
003450         PERFORM 1100-LOAD-ONE-OPEN-ALERT THRU 1100-EXIT
003460             UNTIL STATE-EOF
003470         PERFORM 2000-READ-ONE-STATUS THRU 2000-EXIT
003480             UNTIL STAT-EOF
003490         PERFORM 2100-READ-ONE-HANDOFF THRU 2100-EXIT
003500             UNTIL HANDOFF-EOF
003510         PERFORM 2200-READ-ONE-DRIFT THRU 2200-EXIT
003520             UNTIL DRIFT-EOF
003530         PERFORM 2300-READ-ONE-CKPT THRU 2300-EXIT
003540             UNTIL CKPT-EOF
003550     END-IF.
003560     IF NOT FATAL-ERROR-FOUND
003570         PERFORM 3000-GATHER-CONDITIONS THRU 3000-EXIT
003580     END-IF.
003590     IF NOT FATAL-ERROR-FOUND
003600         PERFORM 4000-SEND-ALERTS THRU 4000-EXIT
003610     END-IF.
003620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003630     STOP RUN.
003640
003650*****************************************************
003660*  1000-INITIALIZE - OPEN EVERY FILE AND WRITE THE  *
003670*  REPORT HEADER.  HNDFFILE, DRFTFILE AND CKPTFILE  *
003680*  MAY BE CODED DUMMY WHERE A SITE DOES NOT RUN     *
003685*  THAT FEED, OR LEFT OFF THE STEP - THAT SOURCE IS *
003690*  THEN NOT EVALUATED AND ITS OPEN ALERTS ARE HELD. *
003700*****************************************************
003710 1000-INITIALIZE.
003720     DISPLAY 'ALRTFEED ALERT FEED STARTING'.
003730     ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
003740     ACCEPT RUN-TIME-NUM FROM TIME.
003750     STRING RUN-DATE-NUM(1:4) '-'
003760            RUN-DATE-NUM(5:2) '-'
003770            RUN-DATE-NUM(7:2)
003780            DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
003790     STRING RUN-TIME-NUM(1:2) ':'
003800            RUN-TIME-NUM(3:2) ':'
003810            RUN-TIME-NUM(5:2)
003820            DELIMITED BY SIZE INTO RUN-TIME-DISPLAY.
003830     OPEN INPUT STATUS-FILE.
003840     IF FS-STAT NOT = '00'
003850         DISPLAY 'FATAL - STATFILE OPEN FAILED, STATUS = '
003860                 FS-STAT
003870         SET FATAL-ERROR-FOUND TO TRUE
003880     END-IF.
003890     OPEN INPUT HANDOFF-FILE.
003900     IF FS-HANDOFF = '35'
003910         DISPLAY 'HNDFFILE NOT FOUND - HANDOFF ALERTS HELD'
003920         SET HANDOFF-EOF TO TRUE
003930     ELSE
003940         IF FS-HANDOFF NOT = '00'
003950             DISPLAY 'FATAL - HNDFFILE OPEN FAILED, STATUS = '
003960                     FS-HANDOFF
003970             SET FATAL-ERROR-FOUND TO TRUE
003980         END-IF
003990     END-IF.
004000     OPEN INPUT DRIFT-FILE.
004010     IF FS-DRIFT = '35'
004020         DISPLAY 'DRFTFILE NOT FOUND - DRIFT ALERTS HELD'
004030         SET DRIFT-EOF TO TRUE
004040     ELSE
004050         IF FS-DRIFT NOT = '00'
004060             DISPLAY 'FATAL - DRFTFILE OPEN FAILED, STATUS = '
004070                     FS-DRIFT
004080             SET FATAL-ERROR-FOUND TO TRUE
004090         END-IF
004100     END-IF.
004110     OPEN INPUT CHECKPOINT-FILE.
004120     IF FS-CKPT = '35'
004130         DISPLAY 'CKPTFILE NOT FOUND - CHECKPOINT ALERTS HELD'
004140         SET CKPT-EOF TO TRUE
004150     ELSE
004160         IF FS-CKPT NOT = '00'
004170             DISPLAY 'FATAL - CKPTFILE OPEN FAILED, STATUS = '
004180                     FS-CKPT
004190             SET FATAL-ERROR-FOUND TO TRUE
004220         END-IF
004230     END-IF.
004240     OPEN INPUT ALERT-STATE-FILE.
004250     IF FS-ALERT-STATE NOT = '00'
004260         DISPLAY 'FATAL - ALRTSTAT OPEN FAILED, STATUS = '
004270                 FS-ALERT-STATE
004280         SET FATAL-ERROR-FOUND TO TRUE
004290     END-IF.
004300     OPEN OUTPUT ALERT-NEW-FILE.
004310     IF FS-ALERT-NEW NOT = '00'
004320         DISPLAY 'FATAL - ALRTNEW OPEN FAILED, STATUS = '
004330                 FS-ALERT-NEW
004340         SET FATAL-ERROR-FOUND TO TRUE
004350     END-IF.
004360     OPEN OUTPUT ALERT-FEED-FILE.
004370     IF FS-ALERT-FEED NOT = '00'
004380         DISPLAY 'FATAL - ALRTFILE OPEN FAILED, STATUS = '
004390                 FS-ALERT-FEED
004400         SET FATAL-ERROR-FOUND TO TRUE
004410     END-IF.
004420     OPEN OUTPUT REPORT-FILE.
004430     IF FS-REPORT NOT = '00'
004440         DISPLAY 'FATAL - RPTFILE OPEN FAILED, STATUS = '
004450                 FS-REPORT
004460         SET FATAL-ERROR-FOUND TO TRUE
004470     END-IF.
004480     IF FATAL-ERROR-FOUND
004490         GO TO 1000-EXIT
004500     END-IF.
004510     MOVE RUN-DATE-DISPLAY TO RPT-HDR-DATE.
004520     MOVE RUN-TIME-DISPLAY TO RPT-HDR-TIME.
004530     WRITE REPORT-LINE FROM RPT-HEADER-LINE
004540         AFTER ADVANCING PAGE.
004550     WRITE REPORT-LINE FROM RPT-COLUMN-LINE
004560         AFTER ADVANCING 2 LINES.
004570 1000-EXIT.
004580     EXIT.
004590
004600*****************************************************
004610*  1100-LOAD-ONE-OPEN-ALERT - ONE ALRTSTAT RECORD   *
004620*  INTO THE OPEN TABLE.                             *
004630*****************************************************
004640 1100-LOAD-ONE-OPEN-ALERT.
004650     READ ALERT-STATE-FILE INTO ALERT-RECORD
004660         AT END
004670             SET STATE-EOF TO TRUE
004680             GO TO 1100-EXIT
004690     END-READ.
004700     ADD 1 TO STATE-READ-CTR.
004710     IF OPN-TAB-COUNT < 500
004720         ADD 1 TO OPN-TAB-COUNT
004730         SET OPN-IDX TO OPN-TAB-COUNT
004740         MOVE ALRT-CONDITION TO OPN-TAB-CONDITION(OPN-IDX)
004750         MOVE ALRT-PARM-SEQ  TO OPN-TAB-SEQ(OPN-IDX)
004760         MOVE 'N'            TO OPN-TAB-PRESENT(OPN-IDX)
004770         MOVE ALERT-RECORD   TO OPN-TAB-IMAGE(OPN-IDX)
004780     ELSE
004790*        AN OPEN ALERT DROPPED HERE WOULD BE SENT AGAIN AS
004800*        NEW TOMORROW - STOP BEFORE ANYTHING IS SENT.
004810         DISPLAY 'FATAL - MORE THAN 500 OPEN ALERTS ON '
004820                 'ALRTSTAT - OPEN TABLE FULL'
004830         SET FATAL-ERROR-FOUND TO TRUE
004840         SET STATE-EOF TO TRUE
004850     END-IF.
004860 1100-EXIT.
004870     EXIT.
004880
004890 2000-READ-ONE-STATUS.
004900     READ STATUS-FILE
004910         AT END
004920             SET STAT-EOF TO TRUE
004930             GO TO 2000-EXIT
004940     END-READ.
004950     SET STAT-RECORD-SEEN TO TRUE.
004960     MOVE STATUS-RECORD TO LAST-STATUS-RECORD.
004970 2000-EXIT.
004980     EXIT.
004990
005000*****************************************************
005010*  2100-READ-ONE-HANDOFF - KEEP THE LAST S/J GROUP. *
005020*  THE SOURCE IS EVALUATED ONCE A TYPE-J CLOSES A   *
005030*  GROUP.  A SET THE TABLE CANNOT HOLD WOULD LOSE   *
005040*  ITS ALERT, SO A FULL TABLE IS FATAL.             *
005050*****************************************************
005060 2100-READ-ONE-HANDOFF.
005070     READ HANDOFF-FILE
005080         AT END
005090             SET HANDOFF-EOF TO TRUE
005100             GO TO 2100-EXIT
005110     END-READ.
005120     IF HNDF-SET-RECORD
005130         IF HDF-GROUP-CLOSED
005140             MOVE ZERO TO HDF-TAB-COUNT
005150             MOVE 'N' TO HDF-CLOSED-SWITCH
005160         END-IF
005170         IF HDF-TAB-COUNT < 100
005180             ADD 1 TO HDF-TAB-COUNT
005190             SET HDF-IDX TO HDF-TAB-COUNT
005200             MOVE HNDF-RUN-SEQ   TO HDF-TAB-SEQ(HDF-IDX)
005210             MOVE HNDF-DUP-COUNT TO HDF-TAB-DUPS(HDF-IDX)
005220             MOVE HNDF-GAP-COUNT TO HDF-TAB-GAPS(HDF-IDX)
005230             MOVE HNDF-STATUS    TO HDF-TAB-STATUS(HDF-IDX)
005240             MOVE HNDF-WRITER    TO HDF-TAB-WRITER(HDF-IDX)
005250             MOVE HNDF-RUN-DATE  TO HDF-TAB-DATE(HDF-IDX)
005260             MOVE HNDF-RUN-ID    TO HDF-TAB-RUN-ID(HDF-IDX)
005270         ELSE
005280             DISPLAY 'FATAL - MORE THAN 100 SETS IN THE '
005290                     'HANDOFF GROUP - HANDOFF TABLE FULL'
005300             SET FATAL-ERROR-FOUND TO TRUE
005310             SET HANDOFF-EOF TO TRUE
005320         END-IF
005330     END-IF.
005340     IF HNDF-JOB-RECORD
005350*        A TYPE-J RIGHT AFTER ANOTHER IS A GROUP WITH NO SETS.
005360         IF HDF-GROUP-CLOSED
005370             MOVE ZERO TO HDF-TAB-COUNT
005380         END-IF
005390         SET HDF-GROUP-CLOSED TO TRUE
005400         SET HANDOFF-EVALUATED TO TRUE
005410         MOVE HNDF-STATUS   TO HDF-JOB-STATUS
005420         MOVE HNDF-WRITER   TO HDF-JOB-WRITER
005430         MOVE HNDF-RUN-DATE TO HDF-JOB-DATE
005440         MOVE HNDF-RUN-ID   TO HDF-JOB-RUN-ID
005450     END-IF.
005460 2100-EXIT.
005470     EXIT.
005480
005490*****************************************************
005500*  2200-READ-ONE-DRIFT - KEEP THE LAST S/J GROUP OF *
005510*  DRFTFILE, AS FOR THE HANDOFF.                    *
005520*****************************************************
005530 2200-READ-ONE-DRIFT.
005540     READ DRIFT-FILE
005550         AT END
005560             SET DRIFT-EOF TO TRUE
005570             GO TO 2200-EXIT
005580     END-READ.
005590     IF DRFT-SET-RECORD
005600         IF DFT-GROUP-CLOSED
005610             MOVE ZERO TO DFT-TAB-COUNT
005620             MOVE 'N' TO DFT-CLOSED-SWITCH
005630         END-IF
005640         IF DFT-TAB-COUNT < 100
005650             ADD 1 TO DFT-TAB-COUNT
005660             SET DFT-IDX TO DFT-TAB-COUNT
005670             MOVE DRFT-PARM-SEQ     TO DFT-TAB-SEQ(DFT-IDX)
005680             MOVE DRFT-PLAIN-PCT    TO DFT-TAB-PLAIN(DFT-IDX)
005690             MOVE DRFT-SINGLE-PCT   TO DFT-TAB-SINGLE(DFT-IDX)
005700             MOVE DRFT-MULTI-PCT    TO DFT-TAB-MULTI(DFT-IDX)
005710             MOVE DRFT-AUD-RUN-DATE TO DFT-TAB-DATE(DFT-IDX)
005720             MOVE DRFT-AUD-RUN-ID   TO DFT-TAB-RUN-ID(DFT-IDX)
005730         ELSE
005740             DISPLAY 'FATAL - MORE THAN 100 SETS IN THE '
005750                     'DRIFT GROUP - DRIFT TABLE FULL'
005760             SET FATAL-ERROR-FOUND TO TRUE
005770             SET DRIFT-EOF TO TRUE
005780         END-IF
005790     END-IF.
005800     IF DRFT-JOB-RECORD
005810*        A CHECK WITH NO DRIFT IS A GROUP OF ONE TYPE-J -
005820*        WHATEVER WAS BEFORE IT IS NO LONGER CURRENT.
005830         IF DFT-GROUP-CLOSED
005840             MOVE ZERO TO DFT-TAB-COUNT
005850         END-IF
005860         SET DFT-GROUP-CLOSED TO TRUE
005870         SET DRIFT-EVALUATED TO TRUE
005880     END-IF.
005890 2200-EXIT.
005900     EXIT.
005910
005920 2300-READ-ONE-CKPT.
005930     READ CHECKPOINT-FILE
005940         AT END
005950             SET CKPT-EOF TO TRUE
005960             GO TO 2300-EXIT
005970     END-READ.
005972*    ONLY A CHECKPOINT ACTUALLY READ MAKES THE SOURCE
005974*    EVALUATED - AN EMPTY OR DUMMY CKPTFILE HOLDS ITS ALERTS.
005975     SET CKPT-EVALUATED TO TRUE.
005980     MOVE CKPT-PARM-SEQ  TO SEARCH-SEQ.
005990     MOVE CKPT-START-VAL TO SEARCH-START.
006000     PERFORM 2400-FIND-CK-ENTRY THRU 2400-EXIT.
006010     IF FOUND-CK-IDX > ZERO
006020         SET CK-IDX TO FOUND-CK-IDX
006030     ELSE
006040         IF CK-TAB-COUNT < 200
006050             ADD 1 TO CK-TAB-COUNT
006060             SET CK-IDX TO CK-TAB-COUNT
006070             MOVE SEARCH-SEQ   TO CK-TAB-SEQ(CK-IDX)
006080             MOVE SEARCH-START TO CK-TAB-START(CK-IDX)
006090         ELSE
006100             DISPLAY 'FATAL - MORE THAN 200 CHECKPOINT PAIRS '
006110                     '- CHECKPOINT TABLE FULL'
006120             SET FATAL-ERROR-FOUND TO TRUE
006130             SET CKPT-EOF TO TRUE
006140             GO TO 2300-EXIT
006150         END-IF
006160     END-IF.
006170     MOVE CKPT-COUNTR   TO CK-TAB-COUNTR(CK-IDX).
006180     MOVE CKPT-RUN-DATE TO CK-TAB-DATE(CK-IDX).
006190     MOVE CKPT-STATUS   TO CK-TAB-STATUS(CK-IDX).
006200     MOVE CKPT-RUN-ID   TO CK-TAB-RUN-ID(CK-IDX).
006210 2300-EXIT.
006220     EXIT.
006230
006240 2400-FIND-CK-ENTRY.
006250     MOVE ZERO TO FOUND-CK-IDX.
006260     PERFORM 2410-CHECK-CK-ENTRY THRU 2410-EXIT
006270         VARYING CK-IDX FROM 1 BY 1
006280             UNTIL CK-IDX > CK-TAB-COUNT.
006290 2400-EXIT.
006300     EXIT.
006310
006320 2410-CHECK-CK-ENTRY.
006330     IF FOUND-CK-IDX = ZERO
006340         IF CK-TAB-SEQ(CK-IDX) = SEARCH-SEQ
006350             AND CK-TAB-START(CK-IDX) = SEARCH-START
006360             SET FOUND-CK-IDX TO CK-IDX
006370         END-IF
006380     END-IF.
006390 2410-EXIT.
006400     EXIT.
006410
006420*****************************************************
006430*  3000-GATHER-CONDITIONS - TURN EVERY SOURCE THAT  *
006440*  WAS READ INTO ROWS OF THE CURRENT TABLE.         *
006450*****************************************************
006460 3000-GATHER-CONDITIONS.
006470     IF STAT-RECORD-SEEN
006480         MOVE LST-RUN-DATE TO TONIGHT-RUN-DATE
006490         MOVE LST-RUN-ID   TO TONIGHT-RUN-ID
006500     ELSE
006510         MOVE RUN-DATE-DISPLAY TO TONIGHT-RUN-DATE
006520         MOVE SPACES           TO TONIGHT-RUN-ID
006530     END-IF.
006540     PERFORM 3100-STATUS-CONDITIONS THRU 3100-EXIT.
006550     IF HANDOFF-EVALUATED
006560         PERFORM 3200-HANDOFF-CONDITION THRU 3200-EXIT
006570             VARYING HDF-IDX FROM 1 BY 1
006580                 UNTIL HDF-IDX > HDF-TAB-COUNT
006590         PERFORM 3250-HANDOFF-JOB-CONDITION THRU 3250-EXIT
006600     END-IF.
006610     IF DRIFT-EVALUATED
006620         PERFORM 3300-DRIFT-CONDITION THRU 3300-EXIT
006630             VARYING DFT-IDX FROM 1 BY 1
006640                 UNTIL DFT-IDX > DFT-TAB-COUNT
006650     END-IF.
006660     IF CKPT-EVALUATED
006670         PERFORM 3400-CKPT-CONDITION THRU 3400-EXIT
006680             VARYING CK-IDX FROM 1 BY 1
006690                 UNTIL CK-IDX > CK-TAB-COUNT
006700     END-IF.
006710 3000-EXIT.
006720     EXIT.
006730
006740*****************************************************
006750*  3100-STATUS-CONDITIONS - THE NIGHTLY RUN ITSELF, *
006760*  FROM THE LAST STATFILE RECORD.  THE RUN ENDS     *
006770*  RC=4 ON REJECTED INPUT, RC=8 ON A RECON BREAK AND*
006780*  RC=16 WHEN IT COULD NOT FINISH.                  *
006790*****************************************************
006800 3100-STATUS-CONDITIONS.
006810     MOVE SPACES TO CND-WORK.
006820     MOVE 'FIZZBUZZ'       TO CND-SOURCE.
006830     MOVE ZERO             TO CND-SEQ.
006840     MOVE TONIGHT-RUN-DATE TO CND-RUN-DATE.
006850     MOVE TONIGHT-RUN-ID   TO CND-RUN-ID.
006860     IF NOT STAT-RECORD-SEEN
006870         MOVE 'CRITICAL' TO CND-SEVERITY
006880         MOVE 'NOSTATUS' TO CND-CONDITION
006890         MOVE 'NO STATUS RECORD ON STATFILE - DID THE RUN FINISH?'
006900             TO CND-MSG
006910         PERFORM 3900-ADD-CONDITION THRU 3900-EXIT
006920         GO TO 3100-EXIT
006930     END-IF.
006940*    A RECORD WRITTEN BEFORE A FIELD EXISTED HAS SPACES
006950*    THERE - NOT A CONDITION EITHER WAY.
006960     IF LST-RETURN-CODE NUMERIC
006970         IF LST-RETURN-CODE > 8
006980             MOVE 'CRITICAL' TO CND-SEVERITY
006990             MOVE 'RUNFAIL'  TO CND-CONDITION
007000             MOVE LST-RETURN-CODE TO EDIT-RC
007010             MOVE SPACES TO CND-MSG
007020             STRING 'NIGHTLY RUN ENDED RC=' EDIT-RC
007030                    ' - SEE THE GO STEP SYSOUT'
007040                    DELIMITED BY SIZE INTO CND-MSG
007050             PERFORM 3900-ADD-CONDITION THRU 3900-EXIT
007060         END-IF
007070     END-IF.
007080     IF LST-RECON-STATUS = 'BRK'
007090         MOVE 'MAJOR'    TO CND-SEVERITY
007100         MOVE 'RECON'    TO CND-CONDITION
007110         MOVE 'RECONCILIATION BREAK - NIGHTLY COUNTS DO NOT TIE'
007120             TO CND-MSG
007130         PERFORM 3900-ADD-CONDITION THRU 3900-EXIT
007140     END-IF.
007150     MOVE 'WARNING'  TO CND-SEVERITY.
007160     MOVE 'REJECTS'  TO CND-CONDITION.
007170     IF LST-SETS-REJECTED NUMERIC
007180         IF LST-SETS-REJECTED > ZERO
007190             MOVE LST-SETS-REJECTED TO EDIT-COUNT
007200             MOVE EDIT-COUNT TO TRIM-TEXT
007210             PERFORM 8100-LEFT-JUSTIFY THRU 8100-EXIT
007220             MOVE SPACES TO CND-MSG
007230             STRING TRIM-TEXT DELIMITED BY SPACE
007240                    ' PARM SET(S) REJECTED - SEE THE NIGHTLY '
007250                    'ERROR REPORT' DELIMITED BY SIZE
007260                    INTO CND-MSG
007270             PERFORM 3900-ADD-CONDITION THRU 3900-EXIT
007280             GO TO 3100-EXIT
007290         END-IF
007300     END-IF.
007310*    RC=4 WITH NO SET REJECTED IS A RULE RECORD REJECTED.
007320     IF LST-RETURN-CODE NUMERIC
007330         IF LST-RETURN-CODE = 4
007340             MOVE SPACES TO CND-MSG
007350             STRING 'RULE RECORD(S) REJECTED - SEE THE NIGHTLY '
007360                    'ERROR REPORT' DELIMITED BY SIZE
007370                    INTO CND-MSG
007380             PERFORM 3900-ADD-CONDITION THRU 3900-EXIT
007390         END-IF
007400     END-IF.
007410 3100-EXIT.
007420     EXIT.
007430
007440*****************************************************
007450*  3200-HANDOFF-CONDITION - ONE FAIL SET VERDICT.   *
007460*  A SET EXTRRCMP FAILED IS A LABEL MISMATCH; ANY   *
007470*  OTHER IS A CONTINUITY BREAK FROM EXTRVRFY OR     *
007480*  EXTRFIX.                                         *
007490*  A RECORD WITH NO WRITER PREDATES THE FIELD AND IS*
007500*  TAKEN AS EXTRVRFY'S.                             *
007510*****************************************************
007520 3200-HANDOFF-CONDITION.
007530     IF HDF-TAB-STATUS(HDF-IDX) NOT = 'FAIL'
007540         GO TO 3200-EXIT
007550     END-IF.
007560     ADD 1 TO HDF-FAIL-CTR.
007570     MOVE SPACES TO CND-WORK.
007580     MOVE 'MAJOR'                 TO CND-SEVERITY.
007590     MOVE HDF-TAB-SEQ(HDF-IDX)    TO CND-SEQ.
007600     MOVE HDF-TAB-DATE(HDF-IDX)   TO CND-RUN-DATE.
007610     MOVE HDF-TAB-RUN-ID(HDF-IDX) TO CND-RUN-ID.
007620     IF HDF-TAB-WRITER(HDF-IDX) = 'EXTRRCMP'
007630         MOVE 'EXTRRCMP' TO CND-SOURCE
007640         MOVE 'RCMPFAIL' TO CND-CONDITION
007650         MOVE 'RECOMPUTED LABELS DO NOT MATCH THE EXTRACT'
007660             TO CND-MSG
007670         PERFORM 3900-ADD-CONDITION THRU 3900-EXIT
007680         GO TO 3200-EXIT
007690     END-IF.
007700     IF HDF-TAB-WRITER(HDF-IDX) = SPACES
007710         MOVE 'EXTRVRFY' TO CND-SOURCE
007720     ELSE
007730         MOVE HDF-TAB-WRITER(HDF-IDX) TO CND-SOURCE
007740     END-IF.
007750     MOVE 'EXTRFAIL' TO CND-CONDITION.
007760     MOVE HDF-TAB-DUPS(HDF-IDX) TO EDIT-COUNT.
007770     MOVE EDIT-COUNT TO TRIM-TEXT.
007780     PERFORM 8100-LEFT-JUSTIFY THRU 8100-EXIT.
007790     MOVE TRIM-TEXT TO MSG-NUM-1.
007800     MOVE HDF-TAB-GAPS(HDF-IDX) TO EDIT-COUNT.
007810     MOVE EDIT-COUNT TO TRIM-TEXT.
007820     PERFORM 8100-LEFT-JUSTIFY THRU 8100-EXIT.
007830     MOVE TRIM-TEXT TO MSG-NUM-2.
007840     MOVE SPACES TO CND-MSG.
007850     STRING 'EXTRACT CONTINUITY FAIL - DUPLICATES '
007860            DELIMITED BY SIZE
007870            MSG-NUM-1 DELIMITED BY SPACE
007880            ' GAPS ' DELIMITED BY SIZE
007890            MSG-NUM-2 DELIMITED BY SPACE
007900            INTO CND-MSG.
007910     PERFORM 3900-ADD-CONDITION THRU 3900-EXIT.
007920 3200-EXIT.
007930     EXIT.
007940
007950*****************************************************
007960*  3250-HANDOFF-JOB-CONDITION - A FAIL JOB VERDICT  *
007970*  WITH NO FAILED SET IS THE EXTRACT'S HEADER AND   *
007980*  TRAILER CONTROL TOTALS NOT BALANCING - A         *
007990*  RUN-LEVEL ALERT.                                 *
008000*****************************************************
008010 3250-HANDOFF-JOB-CONDITION.
008020     IF HDF-JOB-STATUS NOT = 'FAIL'
008030         OR HDF-FAIL-CTR > ZERO
008040         GO TO 3250-EXIT
008050     END-IF.
008060     MOVE SPACES TO CND-WORK.
008070     MOVE 'MAJOR'        TO CND-SEVERITY.
008080     IF HDF-JOB-WRITER = SPACES
008090         MOVE 'EXTRVRFY' TO CND-SOURCE
008100     ELSE
008110         MOVE HDF-JOB-WRITER TO CND-SOURCE
008120     END-IF.
008130     MOVE 'EXTRFAIL'     TO CND-CONDITION.
008140     MOVE ZERO           TO CND-SEQ.
008150     MOVE HDF-JOB-DATE   TO CND-RUN-DATE.
008160     MOVE HDF-JOB-RUN-ID TO CND-RUN-ID.
008170     MOVE 'EXTRACT HANDOFF FAIL - CONTROL TOTALS DO NOT BALANCE'
008180         TO CND-MSG.
008190     PERFORM 3900-ADD-CONDITION THRU 3900-EXIT.
008200 3250-EXIT.
008210     EXIT.
008220
008230 3300-DRIFT-CONDITION.
008240     MOVE SPACES TO CND-WORK.
008250     MOVE 'WARNING'               TO CND-SEVERITY.
008260     MOVE 'AUDTDRFT'              TO CND-SOURCE.
008270     MOVE 'DRIFT'                 TO CND-CONDITION.
008280     MOVE DFT-TAB-SEQ(DFT-IDX)    TO CND-SEQ.
008290     MOVE DFT-TAB-DATE(DFT-IDX)   TO CND-RUN-DATE.
008300     MOVE DFT-TAB-RUN-ID(DFT-IDX) TO CND-RUN-ID.
008310     MOVE DFT-TAB-PLAIN(DFT-IDX) TO EDIT-PCT.
008320     MOVE EDIT-PCT TO TRIM-TEXT.
008330     PERFORM 8100-LEFT-JUSTIFY THRU 8100-EXIT.
008340     MOVE TRIM-TEXT TO MSG-NUM-1.
008350     MOVE DFT-TAB-SINGLE(DFT-IDX) TO EDIT-PCT.
008360     MOVE EDIT-PCT TO TRIM-TEXT.
008370     PERFORM 8100-LEFT-JUSTIFY THRU 8100-EXIT.
008380     MOVE TRIM-TEXT TO MSG-NUM-2.
008390     MOVE DFT-TAB-MULTI(DFT-IDX) TO EDIT-PCT.
008400     MOVE EDIT-PCT TO TRIM-TEXT.
008410     PERFORM 8100-LEFT-JUSTIFY THRU 8100-EXIT.
008420     MOVE TRIM-TEXT TO MSG-NUM-3.
008430     MOVE SPACES TO CND-MSG.
008440     STRING 'MIX OUT OF BAND - PLAIN ' DELIMITED BY SIZE
008450            MSG-NUM-1 DELIMITED BY SPACE
008460            ' SINGLE ' DELIMITED BY SIZE
008470            MSG-NUM-2 DELIMITED BY SPACE
008480            ' MULTI ' DELIMITED BY SIZE
008490            MSG-NUM-3 DELIMITED BY SPACE
008500            INTO CND-MSG.
008510     PERFORM 3900-ADD-CONDITION THRU 3900-EXIT.
008520 3300-EXIT.
008530     EXIT.
008540
008550*****************************************************
008560*  3400-CKPT-CONDITION - AN IN-PROGRESS SURVIVOR,   *
008570*  THE FLAG MORNRPT RAISES.  ONE ALERT PER SET,     *
008580*  HOWEVER MANY OF ITS RANGES WERE LEFT IN PROGRESS.*
008590*****************************************************
008600 3400-CKPT-CONDITION.
008610     IF NOT CK-TAB-IN-PROGRESS(CK-IDX)
008620         GO TO 3400-EXIT
008630     END-IF.
008640     MOVE SPACES TO CND-WORK.
008650     MOVE 'MAJOR'               TO CND-SEVERITY.
008660     MOVE 'MORNRPT'             TO CND-SOURCE.
008670     MOVE 'INPROG'              TO CND-CONDITION.
008680     MOVE CK-TAB-SEQ(CK-IDX)    TO CND-SEQ.
008690     MOVE CK-TAB-DATE(CK-IDX)   TO CND-RUN-DATE.
008700     MOVE CK-TAB-RUN-ID(CK-IDX) TO CND-RUN-ID.
008710     MOVE CK-TAB-COUNTR(CK-IDX) TO EDIT-COUNT.
008720     MOVE EDIT-COUNT TO TRIM-TEXT.
008730     PERFORM 8100-LEFT-JUSTIFY THRU 8100-EXIT.
008740     MOVE SPACES TO CND-MSG.
008750     STRING 'IN-PROGRESS CHECKPOINT AT COUNTR '
008760            DELIMITED BY SIZE
008770            TRIM-TEXT DELIMITED BY SPACE
008780            ' - RESTART THE SET' DELIMITED BY SIZE
008790            INTO CND-MSG.
008800     PERFORM 3900-ADD-CONDITION THRU 3900-EXIT.
008810 3400-EXIT.
008820     EXIT.
008830
008840*****************************************************
008850*  3900-ADD-CONDITION - ADD CND-WORK TO THE CURRENT *
008860*  TABLE UNLESS ITS CONDITION/SEQ IS ALREADY THERE. *
008870*  A CONDITION THE TABLE CANNOT HOLD WOULD CLEAR ITS*
008880*  OPEN ALERT, SO A FULL TABLE IS FATAL.            *
008890*****************************************************
008900 3900-ADD-CONDITION.
008910     MOVE CND-CONDITION TO SEARCH-CONDITION.
008920     MOVE CND-SEQ       TO SEARCH-SEQ.
008930     MOVE ZERO TO FOUND-CUR-IDX.
008940     PERFORM 3910-CHECK-CUR-ENTRY THRU 3910-EXIT
008950         VARYING CUR-IDX FROM 1 BY 1
008960             UNTIL CUR-IDX > CUR-TAB-COUNT.
008970     IF FOUND-CUR-IDX > ZERO
008980         GO TO 3900-EXIT
008990     END-IF.
009000     IF CUR-TAB-COUNT NOT < 500
009010         DISPLAY 'FATAL - MORE THAN 500 CONDITIONS - CURRENT '
009020                 'TABLE FULL'
009030         SET FATAL-ERROR-FOUND TO TRUE
009040         GO TO 3900-EXIT
009050     END-IF.
009060     ADD 1 TO CUR-TAB-COUNT.
009070     SET CUR-IDX TO CUR-TAB-COUNT.
009080     MOVE CND-SEVERITY  TO CUR-TAB-SEVERITY(CUR-IDX).
009090     MOVE CND-SOURCE    TO CUR-TAB-SOURCE(CUR-IDX).
009100     MOVE CND-CONDITION TO CUR-TAB-CONDITION(CUR-IDX).
009110     MOVE CND-SEQ       TO CUR-TAB-SEQ(CUR-IDX).
009120     MOVE CND-RUN-DATE  TO CUR-TAB-RUN-DATE(CUR-IDX).
009130     MOVE CND-RUN-ID    TO CUR-TAB-RUN-ID(CUR-IDX).
009140     MOVE CND-MSG       TO CUR-TAB-MSG(CUR-IDX).
009150 3900-EXIT.
009160     EXIT.
009170
009180 3910-CHECK-CUR-ENTRY.
009190     IF FOUND-CUR-IDX = ZERO
009200         IF CUR-TAB-CONDITION(CUR-IDX) = SEARCH-CONDITION
009210             AND CUR-TAB-SEQ(CUR-IDX) = SEARCH-SEQ
009220             SET FOUND-CUR-IDX TO CUR-IDX
009230         END-IF
009240     END-IF.
009250 3910-EXIT.
009260     EXIT.
009270
009280*****************************************************
009290*  4000-SEND-ALERTS - MATCH TONIGHT'S CONDITIONS TO *
009300*  THE OPEN ALERTS:                                 *
009310*    NEW      - NOT OPEN: SENT, AND NOW OPEN.       *
009320*    OPEN     - ALREADY OPEN: NOT SENT AGAIN,       *
009330*               CARRIED FORWARD AS FIRST SENT.      *
009340*    CLEARED  - OPEN BUT NOT SEEN TONIGHT: A CLEARED*
009350*               RECORD IS SENT AND THE ALERT CLOSED.*
009360*    HELD     - OPEN, BUT ITS SOURCE WAS NOT READ   *
009370*               TONIGHT: CARRIED FORWARD, NOT SENT. *
009380*****************************************************
009390 4000-SEND-ALERTS.
009400     PERFORM 4100-SEND-ONE-CURRENT THRU 4100-EXIT
009410         VARYING CUR-IDX FROM 1 BY 1
009420             UNTIL CUR-IDX > CUR-TAB-COUNT.
009430     PERFORM 4200-CHECK-ONE-OPEN THRU 4200-EXIT
009440         VARYING OPN-IDX FROM 1 BY 1
009450             UNTIL OPN-IDX > OPN-TAB-COUNT.
009460     IF CUR-TAB-COUNT = ZERO
009470         AND OPN-TAB-COUNT = ZERO
009480         MOVE 'NO CONDITIONS TONIGHT AND NO ALERTS OPEN'
009490             TO RPT-CAPTION-TEXT
009500         WRITE REPORT-LINE FROM RPT-CAPTION-LINE
009510             AFTER ADVANCING 1 LINE
009520     END-IF.
009530     MOVE NEW-CTR        TO RPT-TOT-NEW.
009540     MOVE STILL-OPEN-CTR TO RPT-TOT-OPEN.
009550     MOVE CLEARED-CTR    TO RPT-TOT-CLEARED.
009560     MOVE HELD-CTR       TO RPT-TOT-HELD.
009570     WRITE REPORT-LINE FROM RPT-TOTAL-LINE
009580         AFTER ADVANCING 3 LINES.
009590     IF HELD-CTR > ZERO
009600         MOVE 'HELD - SOURCE NOT READ TONIGHT, ALERT LEFT OPEN'
009610             TO RPT-CAPTION-TEXT
009620         WRITE REPORT-LINE FROM RPT-CAPTION-LINE
009630             AFTER ADVANCING 1 LINE
009640     END-IF.
009650 4000-EXIT.
009660     EXIT.
009670
009680 4100-SEND-ONE-CURRENT.
009690     MOVE CUR-TAB-CONDITION(CUR-IDX) TO SEARCH-CONDITION.
009700     MOVE CUR-TAB-SEQ(CUR-IDX)       TO SEARCH-SEQ.
009710     PERFORM 4900-FIND-OPN-ENTRY THRU 4900-EXIT.
009720     IF FOUND-OPN-IDX > ZERO
009730         SET OPN-IDX TO FOUND-OPN-IDX
009740         MOVE 'Y' TO OPN-TAB-PRESENT(OPN-IDX)
009750         MOVE OPN-TAB-IMAGE(OPN-IDX) TO ALERT-RECORD
009760         WRITE ALERT-NEW-RECORD FROM ALERT-RECORD
009770         ADD 1 TO STILL-OPEN-CTR
009780         MOVE 'OPEN' TO RPT-DT-ACTION
009790         PERFORM 4800-WRITE-DETAIL THRU 4800-EXIT
009800         GO TO 4100-EXIT
009810     END-IF.
009820     MOVE SPACES TO ALERT-RECORD.
009830     MOVE CUR-TAB-SEVERITY(CUR-IDX)  TO ALRT-SEVERITY.
009840     MOVE CUR-TAB-SOURCE(CUR-IDX)    TO ALRT-SOURCE-PGM.
009850     MOVE CUR-TAB-CONDITION(CUR-IDX) TO ALRT-CONDITION.
009860     MOVE CUR-TAB-SEQ(CUR-IDX)       TO ALRT-PARM-SEQ.
009870     MOVE CUR-TAB-RUN-DATE(CUR-IDX)  TO ALRT-RUN-DATE.
009880     MOVE CUR-TAB-RUN-ID(CUR-IDX)    TO ALRT-RUN-ID.
009890     MOVE CUR-TAB-MSG(CUR-IDX)       TO ALRT-MSG-TEXT.
009900     MOVE RUN-DATE-DISPLAY TO ALRT-RAISED-DATE ALRT-SENT-DATE.
009910     MOVE RUN-TIME-DISPLAY TO ALRT-RAISED-TIME ALRT-SENT-TIME.
009920     WRITE ALERT-FEED-RECORD FROM ALERT-RECORD.
009930     WRITE ALERT-NEW-RECORD FROM ALERT-RECORD.
009940     ADD 1 TO NEW-CTR.
009950     DISPLAY 'ALERT SENT - ' ALRT-SEVERITY ' ' ALRT-CONDITION
009960             ' PARM SET ' ALRT-PARM-SEQ.
009970     MOVE 'NEW' TO RPT-DT-ACTION.
009980     PERFORM 4800-WRITE-DETAIL THRU 4800-EXIT.
009990 4100-EXIT.
010000     EXIT.
010010
010020 4200-CHECK-ONE-OPEN.
010030     IF OPN-TAB-STILL-PRESENT(OPN-IDX)
010040         GO TO 4200-EXIT
010050     END-IF.
010060     MOVE OPN-TAB-IMAGE(OPN-IDX) TO ALERT-RECORD.
010070     IF (ALRT-HNDF-CONDITION AND NOT HANDOFF-EVALUATED)
010080         OR (ALRT-DRFT-CONDITION AND NOT DRIFT-EVALUATED)
010090         OR (ALRT-CKPT-CONDITION AND NOT CKPT-EVALUATED)
010100         WRITE ALERT-NEW-RECORD FROM ALERT-RECORD
010110         ADD 1 TO HELD-CTR
010120         MOVE 'HELD' TO RPT-DT-ACTION
010130         PERFORM 4800-WRITE-DETAIL THRU 4800-EXIT
010140         GO TO 4200-EXIT
010150     END-IF.
010160     SET ALRT-SEV-CLEARED TO TRUE.
010170     MOVE TONIGHT-RUN-DATE TO ALRT-RUN-DATE.
010180     MOVE TONIGHT-RUN-ID   TO ALRT-RUN-ID.
010190     MOVE RUN-DATE-DISPLAY TO ALRT-SENT-DATE.
010200     MOVE RUN-TIME-DISPLAY TO ALRT-SENT-TIME.
010210     WRITE ALERT-FEED-RECORD FROM ALERT-RECORD.
010220     ADD 1 TO CLEARED-CTR.
010230     DISPLAY 'ALERT CLEARED - ' ALRT-CONDITION
010240             ' PARM SET ' ALRT-PARM-SEQ.
010250     MOVE 'CLEARED' TO RPT-DT-ACTION.
010260     PERFORM 4800-WRITE-DETAIL THRU 4800-EXIT.
010270 4200-EXIT.
010280     EXIT.
010290
010300 4800-WRITE-DETAIL.
010310     MOVE ALRT-SEVERITY   TO RPT-DT-SEVERITY.
010320     MOVE ALRT-SOURCE-PGM TO RPT-DT-SOURCE.
010330     MOVE ALRT-CONDITION  TO RPT-DT-CONDITION.
010340     MOVE ALRT-PARM-SEQ   TO RPT-DT-SEQ.
010350     MOVE ALRT-RUN-DATE   TO RPT-DT-RUN-DATE.
010360     MOVE ALRT-MSG-TEXT   TO RPT-DT-MSG.
010370     WRITE REPORT-LINE FROM RPT-DETAIL-LINE
010380         AFTER ADVANCING 1 LINE.
010390 4800-EXIT.
010400     EXIT.
010410
010420 4900-FIND-OPN-ENTRY.
010430     MOVE ZERO TO FOUND-OPN-IDX.
010440     PERFORM 4910-CHECK-OPN-ENTRY THRU 4910-EXIT
010450         VARYING OPN-IDX FROM 1 BY 1
010460             UNTIL OPN-IDX > OPN-TAB-COUNT.
010470 4900-EXIT.
010480     EXIT.
010490
010500 4910-CHECK-OPN-ENTRY.
010510     IF FOUND-OPN-IDX = ZERO
010520         IF OPN-TAB-CONDITION(OPN-IDX) = SEARCH-CONDITION
010530             AND OPN-TAB-SEQ(OPN-IDX) = SEARCH-SEQ
010540             SET FOUND-OPN-IDX TO OPN-IDX
010550         END-IF
010560     END-IF.
010570 4910-EXIT.
010580     EXIT.
010590
010600*****************************************************
010610*  8100-LEFT-JUSTIFY - SHIFT AN EDITED NUMBER IN    *
010620*  TRIM-TEXT TO THE LEFT SO IT READS NATURALLY IN A *
010630*  MESSAGE.                                         *
010640*****************************************************
010650 8100-LEFT-JUSTIFY.
010660     MOVE ZERO TO LEAD-CTR.
010670     INSPECT TRIM-TEXT TALLYING LEAD-CTR FOR LEADING SPACES.
010680     IF LEAD-CTR > ZERO
010690         AND LEAD-CTR < 12
010700         MOVE TRIM-TEXT(LEAD-CTR + 1:) TO TRIM-WORK
010710         MOVE TRIM-WORK TO TRIM-TEXT
010720     END-IF.
010730 8100-EXIT.
010740     EXIT.
010750
010760*****************************************************
010770*  9000-TERMINATE - CLOSE FILES AND SET THE STEP    *
010780*  RETURN CODE.  ALRTNEW IS COPIED BACK OVER        *
010790*  ALRTSTAT ONLY WHEN THE STEP ENDS RC=4 OR LESS.   *
010800*     RC=0  - NO ALERT OPEN.                        *
010810*     RC=4  - AT LEAST ONE ALERT OPEN (NEW, STILL   *
010820*             OPEN, OR HELD).                       *
010830*     RC=16 - A REQUIRED DATASET FAILED TO OPEN OR  *
010840*             A TABLE FILLED - NOTHING WAS SENT.    *
010850*****************************************************
010860 9000-TERMINATE.
010870     CLOSE STATUS-FILE
010880           HANDOFF-FILE
010890           DRIFT-FILE
010900           CHECKPOINT-FILE
010910           ALERT-STATE-FILE
010920           ALERT-NEW-FILE
010930           ALERT-FEED-FILE
010940           REPORT-FILE.
010950     IF FATAL-ERROR-FOUND
010960         MOVE 16 TO RETURN-CODE
010970     ELSE
010980         IF NEW-CTR > ZERO
010990             OR STILL-OPEN-CTR > ZERO
011000             OR HELD-CTR > ZERO
011010             MOVE 4 TO RETURN-CODE
011020         ELSE
011030             MOVE 0 TO RETURN-CODE
011040         END-IF
011050     END-IF.
011060     DISPLAY 'ALRTFEED ALERT FEED COMPLETE - '
011070             NEW-CTR ' NEW, '
011080             STILL-OPEN-CTR ' STILL OPEN, '
011090             CLEARED-CTR ' CLEARED, '
011100             HELD-CTR ' HELD'.
011110 9000-EXIT.
011120     EXIT.
