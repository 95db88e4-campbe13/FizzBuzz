000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUSPAGE.
000030 AUTHOR.        R HALVERSON.
000040 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080*  MODIFICATION HISTORY                             *
000090*  10/15/2026  RH   ORIGINAL - AGING REPORT OF THE   *
000100*                   SUSPENSE FILE. LISTS EVERY OPEN  *
000110*                   ITEM (A PARM OR RULE RECORD THE  *
000120*                   NIGHTLY JOB REJECTED THAT NOBODY *
000130*                   HAS CORRECTED OR CANCELLED) UNDER*
000140*                   HOW MANY NIGHTS IT HAS BEEN      *
000150*                   OUTSTANDING, OLDEST FIRST, WITH  *
000160*                   ITS REASON CODE, REJECT DATES,   *
000170*                   AND THE REJECTED IMAGE - SO      *
000180*                   OWNERS CAN CLEAR THEM WITH       *
000190*                   PARMMNT S AND K TRANSACTIONS.    *
000200*****************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
000250         ORGANIZATION IS SEQUENTIAL
000260         FILE STATUS IS FS-SUSP.
000270     SELECT REPORT-FILE ASSIGN TO RPTFILE
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS FS-REPORT.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  SUSPENSE-FILE.
000340     COPY SUSPREC.
000350
000360 FD  REPORT-FILE.
000370 01  REPORT-LINE                  PIC X(132).
000380
000390 WORKING-STORAGE SECTION.
000400*****************************************************
000410*  FILE STATUS CODES                                *
000420*****************************************************
000430 01  FILE-STATUS-CODES.
000440     05  FS-SUSP                   PIC XX.
000450     05  FS-REPORT                 PIC XX.
000460
000470*****************************************************
000480*  SWITCHES                                         *
000490*****************************************************
000500 01  PROGRAM-SWITCHES.
000510     05  SUSP-EOF-SWITCH           PIC X(01) VALUE 'N'.
000520         88  SUSP-EOF                        VALUE 'Y'.
000530     05  FATAL-ERROR-SWITCH        PIC X(01) VALUE 'N'.
000540         88  FATAL-ERROR-FOUND               VALUE 'Y'.
000550
000560*****************************************************
000570*  STANDALONE COUNTERS AND WORK FIELDS              *
000580*****************************************************
000590 77  SUSP-OPEN-CTR               PIC 9(05) COMP VALUE ZERO.
000600 77  SUSP-CORR-CTR               PIC 9(05) COMP VALUE ZERO.
000610 77  RUN-DAY-NUM                 PIC 9(07) COMP VALUE ZERO.
000620 77  SUSP-AGE-DAYS               PIC S9(07) COMP VALUE ZERO.
000630 77  BKT-SUB                     PIC 9(02) COMP VALUE ZERO.
000640 77  BKT-ITEM-CTR                PIC 9(05) COMP VALUE ZERO.
000650
000660*****************************************************
000670*  AGE BUCKETS - LOWEST AND HIGHEST NIGHTS          *
000680*  OUTSTANDING IN EACH, OLDEST BUCKET FIRST SO THE  *
000690*  REPORT LEADS WITH THE ITEMS THAT HAVE WAITED     *
000700*  LONGEST.  AN ITEM WHOSE FIRST REJECT DATE CANNOT *
000710*  BE READ IS AGED 999 AND LANDS IN THE FIRST       *
000720*  BUCKET.                                          *
000730*****************************************************
000740 01  AGE-BUCKET-VALUES.
000750     05  FILLER                    PIC X(22)
000760             VALUE '01599915+ NIGHTS      '.
000770     05  FILLER                    PIC X(22)
000780             VALUE '0080148-14 NIGHTS     '.
000790     05  FILLER                    PIC X(22)
000800             VALUE '0040074-7 NIGHTS      '.
000810     05  FILLER                    PIC X(22)
000820             VALUE '0020032-3 NIGHTS      '.
000830     05  FILLER                    PIC X(22)
000840             VALUE '0010011 NIGHT         '.
000850     05  FILLER                    PIC X(22)
000860             VALUE '000000UNDER 1 NIGHT   '.
000870 01  AGE-BUCKET-TABLE REDEFINES AGE-BUCKET-VALUES.
000880     05  BKT-ENTRY OCCURS 6 TIMES.
000890         10  BKT-LOW               PIC 9(03).
000900         10  BKT-HIGH              PIC 9(03).
000910         10  BKT-LABEL             PIC X(16).
000920 01  AGE-BUCKET-COUNTS.
000930     05  BKT-COUNT OCCURS 6 TIMES  PIC 9(05) COMP.
000940
000950*****************************************************
000960*  OPEN ITEMS - LOADED FROM SUSPFILE WITH THEIR AGE *
000970*  SO THEY CAN BE LISTED BUCKET BY BUCKET.          *
000980*   CAPACITY MATCHES THE SUSPENSE TABLE IN THE      *
000990*  NIGHTLY JOB.                                     *
001000*****************************************************
001010 01  SUSP-AGE-TABLE.
001020     05  SA-TAB-COUNT              PIC 9(03) COMP VALUE ZERO.
001030     05  SA-TAB-ENTRY OCCURS 500 TIMES
001040                 INDEXED BY SA-IDX.
001050         10  SA-TAB-NUM            PIC 9(06).
001060         10  SA-TAB-REC-TYPE       PIC X(01).
001070             88  SA-TAB-PARM           VALUE 'P'.
001080         10  SA-TAB-REASON-CODE    PIC X(04).
001090         10  SA-TAB-REJECT-DATE    PIC X(10).
001100         10  SA-TAB-LAST-REJ-DATE  PIC X(10).
001110         10  SA-TAB-REJECT-NIGHTS  PIC 9(03).
001120         10  SA-TAB-AGE            PIC 9(03).
001130         10  SA-TAB-ORIG-IMAGE     PIC X(68).
001140
001150*****************************************************
001160*  RUN DATE AND TIME                                *
001170*****************************************************
001180 01  RUN-DATE-NUM                PIC 9(08).
001190 01  RUN-TIME-NUM                PIC 9(08).
001200 01  RUN-DATE-DISPLAY            PIC X(10).
001210 01  RUN-TIME-DISPLAY            PIC X(08).
001220
001230*****************************************************
001240*  DAY-NUMBER WORK AREA FOR 2700-COMPUTE-DAY-NUMBER *
001250*****************************************************
001260 01  DAY-CALC-FIELDS.
001270     05  DAY-CALC-DATE             PIC X(10).
001280     05  DAY-CALC-YEAR             PIC 9(04).
001290     05  DAY-CALC-MONTH            PIC 9(02).
001300     05  DAY-CALC-DAY              PIC 9(02).
001310     05  DAY-CALC-QUOT-4           PIC 9(04) COMP.
001320     05  DAY-CALC-QUOT-100         PIC 9(04) COMP.
001330     05  DAY-CALC-QUOT-400         PIC 9(04) COMP.
001340     05  DAY-CALC-MONTH-WORK       PIC 9(04) COMP.
001350     05  DAY-CALC-MONTH-DAYS       PIC 9(04) COMP.
001360     05  DAY-CALC-RESULT           PIC 9(07) COMP.
001370
001380*****************************************************
001390*  REPORT LINE LAYOUTS (MOVED TO REPORT-LINE)       *
001400*****************************************************
001410 01  RPT-HEADER-LINE.
001420     05  FILLER                  PIC X(01) VALUE SPACE.
001430     05  FILLER                  PIC X(36)
001440             VALUE 'FIZZ-BUZZ SUSPENSE AGING            '.
001450     05  FILLER                  PIC X(06) VALUE 'DATE: '.
001460     05  RPT-HDR-DATE            PIC X(10).
001470     05  FILLER                  PIC X(07) VALUE ' TIME: '.
001480     05  RPT-HDR-TIME            PIC X(08).
001490     05  FILLER                  PIC X(64) VALUE SPACES.
001500
001510 01  RPT-COLUMN-LINE.
001520     05  FILLER                  PIC X(01) VALUE SPACE.
001530     05  FILLER                  PIC X(27)
001540             VALUE 'SUSP    TYPE  RSN    FIRST '.
001550     05  FILLER                  PIC X(27)
001560             VALUE 'REJ   LAST REJ    REJ   AGE'.
001570     05  FILLER                  PIC X(77) VALUE SPACES.
001580
001590 01  RPT-BUCKET-LINE.
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001610     05  RPT-BKT-LABEL           PIC X(16).
001620     05  FILLER                  PIC X(12) VALUE 'OUTSTANDING '.
001630     05  FILLER                  PIC X(103) VALUE SPACES.
001640
001650 01  RPT-DETAIL-LINE.
001660     05  FILLER                  PIC X(01) VALUE SPACE.
001670     05  RPT-DTL-NUM             PIC 9(06).
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  RPT-DTL-TYPE            PIC X(04).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  RPT-DTL-REASON          PIC X(04).
001720     05  FILLER                  PIC X(03) VALUE SPACES.
001730     05  RPT-DTL-FIRST           PIC X(10).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  RPT-DTL-LAST            PIC X(10).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  RPT-DTL-REJECTS         PIC ZZ9.
001780     05  FILLER                  PIC X(03) VALUE SPACES.
001790     05  RPT-DTL-AGE             PIC ZZ9.
001800     05  FILLER                  PIC X(77) VALUE SPACES.
001810
001820 01  RPT-IMAGE-LINE.
001830     05  FILLER                  PIC X(10) VALUE SPACES.
001840     05  FILLER                  PIC X(10) VALUE 'REJECTED  '.
001850     05  RPT-IMG-TEXT            PIC X(68).
001860     05  FILLER                  PIC X(44) VALUE SPACES.
001870
001880 01  RPT-NONE-LINE.
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  FILLER                  PIC X(40)
001910             VALUE 'NO SUSPENSE ITEMS ARE OPEN              '.
001920     05  FILLER                  PIC X(91) VALUE SPACES.
001930
001940 01  RPT-BY-AGE-LINE.
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  FILLER                  PIC X(20)
001970             VALUE 'OPEN ITEMS BY AGE   '.
001980     05  FILLER                  PIC X(111) VALUE SPACES.
001990
002000 01  RPT-BUCKET-TOTAL-LINE.
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  RPT-BTOT-LABEL          PIC X(16).
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  RPT-BTOT-COUNT          PIC Z(4)9.
002050     05  FILLER                  PIC X(108) VALUE SPACES.
002060
002070 01  RPT-TOTAL-LINE.
002080     05  FILLER                  PIC X(01) VALUE SPACE.
002090     05  FILLER                  PIC X(16)
002100             VALUE 'STILL OPEN      '.
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  RPT-TOT-OPEN            PIC Z(4)9.
002130     05  FILLER                  PIC X(25)
002140             VALUE '  CORRECTED, RECYCLED UNT'.
002150     05  FILLER                  PIC X(25)
002160             VALUE 'IL THE MASTER IS FIXED   '.
002170     05  RPT-TOT-CORRECTED       PIC Z(4)9.
002180     05  FILLER                  PIC X(53) VALUE SPACES.
002190
002200 PROCEDURE DIVISION.
002210*****************************************************
002220*  0000-MAINLINE                                    *
002230*****************************************************
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260     IF NOT FATAL-ERROR-FOUND
002270         PERFORM 2000-LOAD-ONE-ITEM THRU 2000-EXIT
002280             UNTIL SUSP-EOF
002290     END-IF.
002300     IF NOT FATAL-ERROR-FOUND
002310         PERFORM 3000-REPORT-ONE-BUCKET THRU 3000-EXIT
002320             VARYING BKT-SUB FROM 1 BY 1
002330                 UNTIL BKT-SUB > 6
002340         PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
002350     END-IF.
002360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002370     STOP RUN.
002380
002390*****************************************************
002400*  1000-INITIALIZE - OPEN FILES, FIX TODAY'S DAY    *
002410*  NUMBER FOR THE AGING, WRITE THE REPORT HEADER.   *
002420*****************************************************
002430 1000-INITIALIZE.
002440     DISPLAY 'SUSPAGE SUSPENSE AGING REPORT STARTING'.
002450     ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
002460     ACCEPT RUN-TIME-NUM FROM TIME.
002470     STRING RUN-DATE-NUM(1:4) '-'
002480            RUN-DATE-NUM(5:2) '-'
002490            RUN-DATE-NUM(7:2)
002500            DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
002510     STRING RUN-TIME-NUM(1:2) ':'
002520            RUN-TIME-NUM(3:2) ':'
002530            RUN-TIME-NUM(5:2)
002540            DELIMITED BY SIZE INTO RUN-TIME-DISPLAY.
002550     MOVE RUN-DATE-DISPLAY TO DAY-CALC-DATE.
002560     PERFORM 2700-COMPUTE-DAY-NUMBER THRU 2700-EXIT.
002570     MOVE DAY-CALC-RESULT TO RUN-DAY-NUM.
002580     OPEN INPUT SUSPENSE-FILE.
002590     IF FS-SUSP NOT = '00'
002600         DISPLAY 'FATAL - SUSPFILE OPEN FAILED, STATUS = '
002610                 FS-SUSP
002620         SET FATAL-ERROR-FOUND TO TRUE
002630     END-IF.
002640     OPEN OUTPUT REPORT-FILE.
002650     IF FS-REPORT NOT = '00'
002660         DISPLAY 'FATAL - RPTFILE OPEN FAILED, STATUS = '
002670                 FS-REPORT
002680         SET FATAL-ERROR-FOUND TO TRUE
002690     END-IF.
002700     IF NOT FATAL-ERROR-FOUND
002710         MOVE RUN-DATE-DISPLAY TO RPT-HDR-DATE
002720         MOVE RUN-TIME-DISPLAY TO RPT-HDR-TIME
002730         WRITE REPORT-LINE FROM RPT-HEADER-LINE
002740             AFTER ADVANCING PAGE
002750         WRITE REPORT-LINE FROM RPT-COLUMN-LINE
002760             AFTER ADVANCING 2 LINES
002770     END-IF.
002780 1000-EXIT.
002790     EXIT.
002800
002810*****************************************************
002820*  2000-LOAD-ONE-ITEM - EVERY OPEN ITEM GOES INTO   *
002830*  THE TABLE WITH ITS AGE.  THE CONTROL RECORD IS   *
002840*  SKIPPED, AND A CORRECTED ITEM IS ONLY COUNTED -  *
002850*  ITS CORRECTION ALREADY RUNS EACH NIGHT IN PLACE  *
002860*  OF THE REJECTED RECORD, AND IT CLOSES ITSELF     *
002870*  ONCE THE MASTER IS FIXED.  THE AGE IS THE NIGHTS *
002880*  SINCE THE ITEM WAS FIRST REJECTED, COUNTED AS OF *
002890*  TODAY, NOT THE NUMBER OF RUNS THAT REJECTED IT - *
002900*  A SET THAT DOES NOT RUN EVERY NIGHT STILL AGES.  *
002910*****************************************************
002920 2000-LOAD-ONE-ITEM.
002930     READ SUSPENSE-FILE
002940         AT END
002950             SET SUSP-EOF TO TRUE
002960             GO TO 2000-EXIT
002970     END-READ.
002980     IF SUSP-IS-CORRECTED
002990         ADD 1 TO SUSP-CORR-CTR
003000         GO TO 2000-EXIT
003010     END-IF.
003020     IF NOT SUSP-IS-OPEN
003030         GO TO 2000-EXIT
003040     END-IF.
003050     IF SA-TAB-COUNT NOT < 500
003060         DISPLAY 'FATAL - SUSPENSE FILE EXCEEDS 500 '
003070                 'OPEN ITEMS - TABLE FULL'
003080         SET FATAL-ERROR-FOUND TO TRUE
003090         SET SUSP-EOF TO TRUE
003100         GO TO 2000-EXIT
003110     END-IF.
003120     ADD 1 TO SUSP-OPEN-CTR.
003130     MOVE SUSP-REJECT-DATE TO DAY-CALC-DATE.
003140     IF DAY-CALC-DATE(1:4) NOT NUMERIC
003150         OR DAY-CALC-DATE(5:1) NOT = '-'
003160         OR DAY-CALC-DATE(6:2) NOT NUMERIC
003170         OR DAY-CALC-DATE(8:1) NOT = '-'
003180         OR DAY-CALC-DATE(9:2) NOT NUMERIC
003190         MOVE 999 TO SUSP-AGE-DAYS
003200     ELSE
003210         PERFORM 2700-COMPUTE-DAY-NUMBER THRU 2700-EXIT
003220         COMPUTE SUSP-AGE-DAYS = RUN-DAY-NUM - DAY-CALC-RESULT
003230     END-IF.
003240     IF SUSP-AGE-DAYS > 999
003250         MOVE 999 TO SUSP-AGE-DAYS
003260     END-IF.
003270     IF SUSP-AGE-DAYS < ZERO
003280         MOVE ZERO TO SUSP-AGE-DAYS
003290     END-IF.
003300     ADD 1 TO SA-TAB-COUNT.
003310     SET SA-IDX TO SA-TAB-COUNT.
003320     MOVE SUSP-NUM             TO SA-TAB-NUM(SA-IDX).
003330     MOVE SUSP-REC-TYPE        TO SA-TAB-REC-TYPE(SA-IDX).
003340     MOVE SUSP-REASON-CODE     TO SA-TAB-REASON-CODE(SA-IDX).
003350     MOVE SUSP-REJECT-DATE     TO SA-TAB-REJECT-DATE(SA-IDX).
003360     MOVE SUSP-LAST-REJ-DATE   TO SA-TAB-LAST-REJ-DATE(SA-IDX).
003370     MOVE SUSP-REJECT-NIGHTS   TO SA-TAB-REJECT-NIGHTS(SA-IDX).
003380     MOVE SUSP-AGE-DAYS        TO SA-TAB-AGE(SA-IDX).
003390     MOVE SUSP-ORIG-IMAGE      TO SA-TAB-ORIG-IMAGE(SA-IDX).
003400 2000-EXIT.
003410     EXIT.
003420
003430*****************************************************
003440*  2700-COMPUTE-DAY-NUMBER - TURN THE YYYY-MM-DD IN *
003450*  DAY-CALC-DATE INTO A DAY COUNT IN                *
003460*  DAY-CALC-RESULT SO TWO DATES CAN BE SUBTRACTED - *
003470*  THE SAME COUNT PARMMNT AGES PENDING CHANGES BY.  *
003480*   THE YEAR IS COUNTED FROM MARCH SO FEBRUARY 29   *
003490*  FALLS AT ITS END; EACH DIVIDE TRUNCATES INTO AN  *
003500*  INTEGER FIELD ON PURPOSE.                        *
003510*****************************************************
003520 2700-COMPUTE-DAY-NUMBER.
003530     MOVE DAY-CALC-DATE(1:4) TO DAY-CALC-YEAR.
003540     MOVE DAY-CALC-DATE(6:2) TO DAY-CALC-MONTH.
003550     MOVE DAY-CALC-DATE(9:2) TO DAY-CALC-DAY.
003560     IF DAY-CALC-MONTH > 2
003570         SUBTRACT 3 FROM DAY-CALC-MONTH
003580     ELSE
003590         ADD 9 TO DAY-CALC-MONTH
003600         SUBTRACT 1 FROM DAY-CALC-YEAR
003610     END-IF.
003620     DIVIDE DAY-CALC-YEAR BY 4   GIVING DAY-CALC-QUOT-4.
003630     DIVIDE DAY-CALC-YEAR BY 100 GIVING DAY-CALC-QUOT-100.
003640     DIVIDE DAY-CALC-YEAR BY 400 GIVING DAY-CALC-QUOT-400.
003650     COMPUTE DAY-CALC-MONTH-WORK = 153 * DAY-CALC-MONTH + 2.
003660     DIVIDE DAY-CALC-MONTH-WORK BY 5
003670         GIVING DAY-CALC-MONTH-DAYS.
003680     COMPUTE DAY-CALC-RESULT = DAY-CALC-YEAR * 365
003690                             + DAY-CALC-QUOT-4
003700                             - DAY-CALC-QUOT-100
003710                             + DAY-CALC-QUOT-400
003720                             + DAY-CALC-MONTH-DAYS
003730                             + DAY-CALC-DAY.
003740 2700-EXIT.
003750     EXIT.
003760
003770*****************************************************
003780*  3000-REPORT-ONE-BUCKET - THE OPEN ITEMS WHOSE    *
003790*  AGE FALLS IN BUCKET BKT-SUB, IN FILE ORDER       *
003800*  (WHICH IS SUSPENSE NUMBER ORDER), UNDER ONE      *
003810*  HEADING LINE WRITTEN AHEAD OF THE FIRST OF THEM. *
003820*   AN EMPTY BUCKET PRINTS NOTHING HERE, ONLY ITS   *
003830*  ZERO IN THE TOTALS.                              *
003840*****************************************************
003850 3000-REPORT-ONE-BUCKET.
003860     MOVE ZERO TO BKT-ITEM-CTR.
003870     PERFORM 3100-REPORT-ONE-ITEM THRU 3100-EXIT
003880         VARYING SA-IDX FROM 1 BY 1
003890             UNTIL SA-IDX > SA-TAB-COUNT.
003900     MOVE BKT-ITEM-CTR TO BKT-COUNT(BKT-SUB).
003910 3000-EXIT.
003920     EXIT.
003930
003940 3100-REPORT-ONE-ITEM.
003950     IF SA-TAB-AGE(SA-IDX) < BKT-LOW(BKT-SUB)
003960         OR SA-TAB-AGE(SA-IDX) > BKT-HIGH(BKT-SUB)
003970         GO TO 3100-EXIT
003980     END-IF.
003990     IF BKT-ITEM-CTR = ZERO
004000         MOVE BKT-LABEL(BKT-SUB) TO RPT-BKT-LABEL
004010         WRITE REPORT-LINE FROM RPT-BUCKET-LINE
004020             AFTER ADVANCING 2 LINES
004030     END-IF.
004040     ADD 1 TO BKT-ITEM-CTR.
004050     MOVE SA-TAB-NUM(SA-IDX)           TO RPT-DTL-NUM.
004060     IF SA-TAB-PARM(SA-IDX)
004070         MOVE 'PARM' TO RPT-DTL-TYPE
004080     ELSE
004090         MOVE 'RULE' TO RPT-DTL-TYPE
004100     END-IF.
004110     MOVE SA-TAB-REASON-CODE(SA-IDX)   TO RPT-DTL-REASON.
004120     MOVE SA-TAB-REJECT-DATE(SA-IDX)   TO RPT-DTL-FIRST.
004130     MOVE SA-TAB-LAST-REJ-DATE(SA-IDX) TO RPT-DTL-LAST.
004140     MOVE SA-TAB-REJECT-NIGHTS(SA-IDX) TO RPT-DTL-REJECTS.
004150     MOVE SA-TAB-AGE(SA-IDX)           TO RPT-DTL-AGE.
004160     WRITE REPORT-LINE FROM RPT-DETAIL-LINE
004170         AFTER ADVANCING 1 LINE.
004180     MOVE SA-TAB-ORIG-IMAGE(SA-IDX) TO RPT-IMG-TEXT.
004190     WRITE REPORT-LINE FROM RPT-IMAGE-LINE
004200         AFTER ADVANCING 1 LINE.
004210 3100-EXIT.
004220     EXIT.
004230
004240*****************************************************
004250*  4000-WRITE-TOTALS - ONE COUNT PER AGE BUCKET,    *
004260*  EMPTY BUCKETS INCLUDED, THEN THE OPEN AND        *
004270*  CORRECTED TOTALS.                                *
004280*****************************************************
004290 4000-WRITE-TOTALS.
004300     IF SUSP-OPEN-CTR = ZERO
004310         WRITE REPORT-LINE FROM RPT-NONE-LINE
004320             AFTER ADVANCING 2 LINES
004330     END-IF.
004340     WRITE REPORT-LINE FROM RPT-BY-AGE-LINE
004350         AFTER ADVANCING 3 LINES.
004360     PERFORM 4100-WRITE-BUCKET-TOTAL THRU 4100-EXIT
004370         VARYING BKT-SUB FROM 1 BY 1
004380             UNTIL BKT-SUB > 6.
004390     MOVE SUSP-OPEN-CTR TO RPT-TOT-OPEN.
004400     MOVE SUSP-CORR-CTR TO RPT-TOT-CORRECTED.
004410     WRITE REPORT-LINE FROM RPT-TOTAL-LINE
004420         AFTER ADVANCING 2 LINES.
004430 4000-EXIT.
004440     EXIT.
004450
004460 4100-WRITE-BUCKET-TOTAL.
004470     MOVE BKT-LABEL(BKT-SUB) TO RPT-BTOT-LABEL.
004480     MOVE BKT-COUNT(BKT-SUB) TO RPT-BTOT-COUNT.
004490     WRITE REPORT-LINE FROM RPT-BUCKET-TOTAL-LINE
004500         AFTER ADVANCING 1 LINE.
004510 4100-EXIT.
004520     EXIT.
004530
004540*****************************************************
004550*  9000-TERMINATE - CLOSE FILES AND SET THE STEP    *
004560*  RETURN CODE.                                     *
004570*     RC=0  - NO SUSPENSE ITEM IS OPEN.             *
004580*     RC=4  - ONE OR MORE ITEMS ARE OPEN - THE      *
004590*             SCHEDULER ROUTES THE REPORT TO THE    *
004600*             SET OWNERS.                           *
004610*     RC=16 - A REQUIRED DATASET FAILED TO OPEN OR  *
004620*             THE OPEN ITEMS OVERFLOWED THE TABLE.  *
004630*****************************************************
004640 9000-TERMINATE.
004650     CLOSE SUSPENSE-FILE
004660           REPORT-FILE.
004670     IF FATAL-ERROR-FOUND
004680         MOVE 16 TO RETURN-CODE
004690     ELSE
004700         IF SUSP-OPEN-CTR > ZERO
004710             MOVE 4 TO RETURN-CODE
004720         ELSE
004730             MOVE 0 TO RETURN-CODE
004740         END-IF
004750     END-IF.
004760     DISPLAY 'SUSPAGE SUSPENSE AGING REPORT COMPLETE - '
004770             SUSP-OPEN-CTR ' OPEN, '
004780             SUSP-CORR-CTR ' CORRECTED'.
004790 9000-EXIT.
004800     EXIT.
