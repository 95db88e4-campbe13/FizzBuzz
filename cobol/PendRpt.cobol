000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PENDRPT.
000030 AUTHOR.        R HALVERSON.
000040 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080*  MODIFICATION HISTORY                             *
000090*  10/15/2026  RH   ORIGINAL - LISTS EVERY CONTROL-  *
000100*                   DATA CHANGE STILL WAITING ON THE *
000110*                   PENDING-CHANGE FILE FOR ITS      *
000120*                   CHECKER: NUMBER, MAKER, WHEN     *
000130*                   RAISED, AGE AND DAYS LEFT BEFORE *
000140*                   IT EXPIRES, WHAT IT CHANGES, AND *
000150*                   THE IMAGE AS KEYED - SO CHECKERS *
000160*                   CAN WORK THE QUEUE WITHOUT       *
000170*                   BROWSING THE RAW FILE.           *
000172*  10/15/2026  RH   SHOWS A SUSPENSE CORRECTION (S)  *
000174*                   OR CANCEL (K) AS CORRCT OR CANCEL*
000176*                   AGAINST ITS SUSPENSE NUMBER.     *
000180*****************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT PEND-FILE ASSIGN TO PENDFILE
000230         ORGANIZATION IS SEQUENTIAL
000240         FILE STATUS IS FS-PEND.
000250     SELECT REPORT-FILE ASSIGN TO RPTFILE
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS FS-REPORT.
000280
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  PEND-FILE.
000320     COPY PENDREC.
000330
000340 FD  REPORT-FILE.
000350 01  REPORT-LINE                  PIC X(132).
000360
000370 WORKING-STORAGE SECTION.
000380*****************************************************
000390*  FILE STATUS CODES                                *
000400*****************************************************
000410 01  FILE-STATUS-CODES.
000420     05  FS-PEND                   PIC XX.
000430     05  FS-REPORT                 PIC XX.
000440
000450*****************************************************
000460*  SWITCHES                                         *
000470*****************************************************
000480 01  PROGRAM-SWITCHES.
000490     05  PEND-EOF-SWITCH           PIC X(01) VALUE 'N'.
000500         88  PEND-EOF                        VALUE 'Y'.
000510     05  FATAL-ERROR-SWITCH        PIC X(01) VALUE 'N'.
000520         88  FATAL-ERROR-FOUND               VALUE 'Y'.
000530
000540*****************************************************
000550*  STANDALONE COUNTERS AND WORK FIELDS              *
000560*****************************************************
000570 77  PEND-OPEN-CTR               PIC 9(05) COMP VALUE ZERO.
000580 77  PEND-OVERDUE-CTR            PIC 9(05) COMP VALUE ZERO.
000590 77  RUN-DAY-NUM                 PIC 9(07) COMP VALUE ZERO.
000600 77  PEND-AGE-DAYS               PIC S9(07) COMP VALUE ZERO.
000610 77  PEND-DAYS-LEFT              PIC S9(07) COMP VALUE ZERO.
000620 77  KEY-WORK                    PIC X(50) VALUE SPACES.
000630
000640*****************************************************
000650*  THE HELD TRANSACTION IMAGE, LAID OUT FOR READING  *
000660*****************************************************
000670     COPY MNTTREC.
000680
000690*****************************************************
000700*  RUN DATE AND TIME                                *
000710*****************************************************
000720 01  RUN-DATE-NUM                PIC 9(08).
000730 01  RUN-TIME-NUM                PIC 9(08).
000740 01  RUN-DATE-DISPLAY            PIC X(10).
000750 01  RUN-TIME-DISPLAY            PIC X(08).
000760
000770*****************************************************
000780*  DAY-NUMBER WORK AREA FOR 2700-COMPUTE-DAY-NUMBER  *
000790*****************************************************
000800 01  DAY-CALC-FIELDS.
000810     05  DAY-CALC-DATE             PIC X(10).
000820     05  DAY-CALC-YEAR             PIC 9(04).
000830     05  DAY-CALC-MONTH            PIC 9(02).
000840     05  DAY-CALC-DAY              PIC 9(02).
000850     05  DAY-CALC-QUOT-4           PIC 9(04) COMP.
000860     05  DAY-CALC-QUOT-100         PIC 9(04) COMP.
000870     05  DAY-CALC-QUOT-400         PIC 9(04) COMP.
000880     05  DAY-CALC-MONTH-WORK       PIC 9(04) COMP.
000890     05  DAY-CALC-MONTH-DAYS       PIC 9(04) COMP.
000900     05  DAY-CALC-RESULT           PIC 9(07) COMP.
000910
000920*****************************************************
000930*  REPORT LINE LAYOUTS (MOVED TO REPORT-LINE)       *
000940*****************************************************
000950 01  RPT-HEADER-LINE.
000960     05  FILLER                  PIC X(01) VALUE SPACE.
000970     05  FILLER                  PIC X(36)
000980             VALUE 'FIZZ-BUZZ CONTROL CHANGES PENDING   '.
000990     05  FILLER                  PIC X(06) VALUE 'DATE: '.
001000     05  RPT-HDR-DATE            PIC X(10).
001010     05  FILLER                  PIC X(07) VALUE ' TIME: '.
001020     05  RPT-HDR-TIME            PIC X(08).
001030     05  FILLER                  PIC X(64) VALUE SPACES.
001040
001050 01  RPT-COLUMN-LINE.
001060     05  FILLER                  PIC X(01) VALUE SPACE.
001070     05  FILLER                  PIC X(32)
001080             VALUE 'PENDING  MAKER     RAISED       '.
001090     05  FILLER                  PIC X(32)
001100             VALUE '        AGE LEFT  ACTION  CHANGE'.
001110     05  FILLER                  PIC X(67) VALUE SPACES.
001120
001130 01  RPT-DETAIL-LINE.
001140     05  FILLER                  PIC X(01) VALUE SPACE.
001150     05  RPT-DTL-NUM             PIC 9(06).
001160     05  FILLER                  PIC X(03) VALUE SPACES.
001170     05  RPT-DTL-MAKER           PIC X(08).
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  RPT-DTL-DATE            PIC X(10).
001200     05  FILLER                  PIC X(01) VALUE SPACE.
001210     05  RPT-DTL-TIME            PIC X(08).
001220     05  FILLER                  PIC X(02) VALUE SPACES.
001230     05  RPT-DTL-AGE             PIC ZZ9.
001240     05  FILLER                  PIC X(01) VALUE SPACE.
001250     05  RPT-DTL-LEFT            PIC ---9.
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  RPT-DTL-ACTION          PIC X(06).
001280     05  FILLER                  PIC X(02) VALUE SPACES.
001290     05  RPT-DTL-KEY             PIC X(50).
001300     05  FILLER                  PIC X(23) VALUE SPACES.
001310
001320 01  RPT-IMAGE-LINE.
001330     05  FILLER                  PIC X(10) VALUE SPACES.
001340     05  FILLER                  PIC X(10) VALUE 'PROPOSED  '.
001350     05  RPT-IMG-TEXT            PIC X(80).
001360     05  FILLER                  PIC X(32) VALUE SPACES.
001370
001380 01  RPT-NONE-LINE.
001390     05  FILLER                  PIC X(01) VALUE SPACE.
001400     05  FILLER                  PIC X(40)
001410             VALUE 'NO CONTROL-DATA CHANGES ARE PENDING     '.
001420     05  FILLER                  PIC X(91) VALUE SPACES.
001430
001440 01  RPT-TOTAL-LINE.
001450     05  FILLER                  PIC X(01) VALUE SPACE.
001460     05  FILLER                  PIC X(14) VALUE 'STILL PENDING '.
001470     05  RPT-TOT-OPEN            PIC Z(4)9.
001480     05  FILLER                  PIC X(25)
001490             VALUE '  PAST LIMIT - EXPIRE AT '.
001500     05  FILLER                  PIC X(25)
001510             VALUE 'THE NEXT PARMMNT RUN     '.
001520     05  RPT-TOT-OVERDUE         PIC Z(4)9.
001530     05  FILLER                  PIC X(57) VALUE SPACES.
001540
001550 PROCEDURE DIVISION.
001560*****************************************************
001570*  0000-MAINLINE                                    *
001580*****************************************************
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     IF NOT FATAL-ERROR-FOUND
001620         PERFORM 2000-REPORT-ONE-PENDING THRU 2000-EXIT
001630             UNTIL PEND-EOF
001640         PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
001650     END-IF.
001660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001670     STOP RUN.
001680
001690*****************************************************
001700*  1000-INITIALIZE - OPEN FILES, FIX TODAY'S DAY     *
001710*  NUMBER FOR THE AGING, WRITE THE REPORT HEADER.    *
001720*****************************************************
001730 1000-INITIALIZE.
001740     DISPLAY 'PENDRPT PENDING CHANGE REPORT STARTING'.
001750     ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
001760     ACCEPT RUN-TIME-NUM FROM TIME.
001770     STRING RUN-DATE-NUM(1:4) '-'
001780            RUN-DATE-NUM(5:2) '-'
001790            RUN-DATE-NUM(7:2)
001800            DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
001810     STRING RUN-TIME-NUM(1:2) ':'
001820            RUN-TIME-NUM(3:2) ':'
001830            RUN-TIME-NUM(5:2)
001840            DELIMITED BY SIZE INTO RUN-TIME-DISPLAY.
001850     MOVE RUN-DATE-DISPLAY TO DAY-CALC-DATE.
001860     PERFORM 2700-COMPUTE-DAY-NUMBER THRU 2700-EXIT.
001870     MOVE DAY-CALC-RESULT TO RUN-DAY-NUM.
001880     OPEN INPUT PEND-FILE.
001890     IF FS-PEND NOT = '00'
001900         DISPLAY 'FATAL - PENDFILE OPEN FAILED, STATUS = '
001910                 FS-PEND
001920         SET FATAL-ERROR-FOUND TO TRUE
001930     END-IF.
001940     OPEN OUTPUT REPORT-FILE.
001950     IF FS-REPORT NOT = '00'
001960         DISPLAY 'FATAL - RPTFILE OPEN FAILED, STATUS = '
001970                 FS-REPORT
001980         SET FATAL-ERROR-FOUND TO TRUE
001990     END-IF.
002000     IF NOT FATAL-ERROR-FOUND
002010         MOVE RUN-DATE-DISPLAY TO RPT-HDR-DATE
002020         MOVE RUN-TIME-DISPLAY TO RPT-HDR-TIME
002030         WRITE REPORT-LINE FROM RPT-HEADER-LINE
002040             AFTER ADVANCING PAGE
002050         WRITE REPORT-LINE FROM RPT-COLUMN-LINE
002060             AFTER ADVANCING 2 LINES
002070     END-IF.
002080 1000-EXIT.
002090     EXIT.
002100
002110*****************************************************
002120*  2000-REPORT-ONE-PENDING - ONE DETAIL LINE AND ONE *
002130*  IMAGE LINE PER OPEN ITEM.  THE CONTROL RECORD IS  *
002140*  SKIPPED.  AGE AND DAYS LEFT ARE AS OF TODAY; AN   *
002150*  ITEM SHOWING A NEGATIVE LEFT IS PAST ITS LIMIT    *
002160*  AND WILL BE EXPIRED BY THE NEXT PARMMNT RUN.      *
002170*****************************************************
002180 2000-REPORT-ONE-PENDING.
002190     READ PEND-FILE
002200         AT END
002210             SET PEND-EOF TO TRUE
002220             GO TO 2000-EXIT
002230     END-READ.
002240     IF NOT PEND-IS-OPEN
002250         GO TO 2000-EXIT
002260     END-IF.
002270     ADD 1 TO PEND-OPEN-CTR.
002280     MOVE PEND-REQ-DATE TO DAY-CALC-DATE.
002290     IF DAY-CALC-DATE(1:4) NOT NUMERIC
002300         OR DAY-CALC-DATE(5:1) NOT = '-'
002310         OR DAY-CALC-DATE(6:2) NOT NUMERIC
002320         OR DAY-CALC-DATE(8:1) NOT = '-'
002330         OR DAY-CALC-DATE(9:2) NOT NUMERIC
002340         MOVE 999 TO PEND-AGE-DAYS
002350     ELSE
002360         PERFORM 2700-COMPUTE-DAY-NUMBER THRU 2700-EXIT
002370         COMPUTE PEND-AGE-DAYS = RUN-DAY-NUM - DAY-CALC-RESULT
002380     END-IF.
002390     IF PEND-AGE-DAYS > 999
002400         MOVE 999 TO PEND-AGE-DAYS
002410     END-IF.
002420     COMPUTE PEND-DAYS-LEFT = PEND-EXPIRE-DAYS - PEND-AGE-DAYS.
002430     IF PEND-DAYS-LEFT < ZERO
002440         ADD 1 TO PEND-OVERDUE-CTR
002450     END-IF.
002460     MOVE PEND-TRAN-IMAGE TO MAINT-TRAN-RECORD.
002470     PERFORM 2100-DESCRIBE-CHANGE THRU 2100-EXIT.
002480     MOVE PEND-NUM       TO RPT-DTL-NUM.
002490     MOVE PEND-MAKER-ID  TO RPT-DTL-MAKER.
002500     MOVE PEND-REQ-DATE  TO RPT-DTL-DATE.
002510     MOVE PEND-REQ-TIME  TO RPT-DTL-TIME.
002520     MOVE PEND-AGE-DAYS  TO RPT-DTL-AGE.
002530     MOVE PEND-DAYS-LEFT TO RPT-DTL-LEFT.
002540     MOVE KEY-WORK       TO RPT-DTL-KEY.
002550     WRITE REPORT-LINE FROM RPT-DETAIL-LINE
002560         AFTER ADVANCING 2 LINES.
002570     MOVE PEND-TRAN-IMAGE TO RPT-IMG-TEXT.
002580     WRITE REPORT-LINE FROM RPT-IMAGE-LINE
002590         AFTER ADVANCING 1 LINE.
002600 2000-EXIT.
002610     EXIT.
002620
002630*****************************************************
002640*  2100-DESCRIBE-CHANGE - THE ACTION AS A WORD AND   *
002646*  THE MASTER KEY THE CHANGE IS AGAINST, OR THE      *
002652*  SUSPENSE ITEM FOR AN S OR K.                      *
002660*****************************************************
002670 2100-DESCRIBE-CHANGE.
002680     EVALUATE TRUE
002690         WHEN TRAN-IS-ADD
002700             MOVE 'ADD   ' TO RPT-DTL-ACTION
002710         WHEN TRAN-IS-CHANGE
002720             MOVE 'CHANGE' TO RPT-DTL-ACTION
002730         WHEN TRAN-IS-DELETE
002740             MOVE 'DELETE' TO RPT-DTL-ACTION
002742         WHEN TRAN-IS-SUSP-CORRECT
002744             MOVE 'CORRCT' TO RPT-DTL-ACTION
002746         WHEN TRAN-IS-SUSP-CANCEL
002748             MOVE 'CANCEL' TO RPT-DTL-ACTION
002750         WHEN OTHER
002760             MOVE TRAN-ACTION TO RPT-DTL-ACTION
002770     END-EVALUATE.
002780     MOVE SPACES TO KEY-WORK.
002781     IF TRAN-IS-SUSPENSE
002782         STRING 'SUSPENSE ' TRAN-SUSP-NUM
002783                DELIMITED BY SIZE INTO KEY-WORK
002784         GO TO 2100-EXIT
002785     END-IF.
002790     IF TRAN-IS-PARM
002800         STRING 'PARM SET ' TRAN-PARM-SEQ
002810                DELIMITED BY SIZE INTO KEY-WORK
002820     ELSE
002830         STRING 'RULE ' TRAN-RULE-LABEL
002840                ' SET ' TRAN-RULE-SET
002850                ' FROM ' TRAN-RULE-EFF-FROM
002860                DELIMITED BY SIZE INTO KEY-WORK
002870     END-IF.
002880 2100-EXIT.
002890     EXIT.
002900
002910*****************************************************
002920*  2700-COMPUTE-DAY-NUMBER - TURN THE YYYY-MM-DD IN  *
002930*  DAY-CALC-DATE INTO A DAY COUNT IN DAY-CALC-RESULT *
002940*  SO TWO DATES CAN BE SUBTRACTED - THE SAME COUNT   *
002950*  PARMMNT AGES PENDING CHANGES BY.  THE YEAR IS     *
002960*  COUNTED FROM MARCH SO FEBRUARY 29 FALLS AT ITS    *
002970*  END; EACH DIVIDE TRUNCATES INTO AN INTEGER FIELD  *
002980*  ON PURPOSE.                                       *
002990*****************************************************
003000 2700-COMPUTE-DAY-NUMBER.
003010     MOVE DAY-CALC-DATE(1:4) TO DAY-CALC-YEAR.
003020     MOVE DAY-CALC-DATE(6:2) TO DAY-CALC-MONTH.
003030     MOVE DAY-CALC-DATE(9:2) TO DAY-CALC-DAY.
003040     IF DAY-CALC-MONTH > 2
003050         SUBTRACT 3 FROM DAY-CALC-MONTH
003060     ELSE
003070         ADD 9 TO DAY-CALC-MONTH
003080         SUBTRACT 1 FROM DAY-CALC-YEAR
003090     END-IF.
003100     DIVIDE DAY-CALC-YEAR BY 4   GIVING DAY-CALC-QUOT-4.
003110     DIVIDE DAY-CALC-YEAR BY 100 GIVING DAY-CALC-QUOT-100.
003120     DIVIDE DAY-CALC-YEAR BY 400 GIVING DAY-CALC-QUOT-400.
003130     COMPUTE DAY-CALC-MONTH-WORK = 153 * DAY-CALC-MONTH + 2.
003140     DIVIDE DAY-CALC-MONTH-WORK BY 5
003150         GIVING DAY-CALC-MONTH-DAYS.
003160     COMPUTE DAY-CALC-RESULT = DAY-CALC-YEAR * 365
003170                             + DAY-CALC-QUOT-4
003180                             - DAY-CALC-QUOT-100
003190                             + DAY-CALC-QUOT-400
003200                             + DAY-CALC-MONTH-DAYS
003210                             + DAY-CALC-DAY.
003220 2700-EXIT.
003230     EXIT.
003240
003250*****************************************************
003260*  3000-WRITE-TOTALS                                *
003270*****************************************************
003280 3000-WRITE-TOTALS.
003290     IF PEND-OPEN-CTR = ZERO
003300         WRITE REPORT-LINE FROM RPT-NONE-LINE
003310             AFTER ADVANCING 2 LINES
003320     END-IF.
003330     MOVE PEND-OPEN-CTR    TO RPT-TOT-OPEN.
003340     MOVE PEND-OVERDUE-CTR TO RPT-TOT-OVERDUE.
003350     WRITE REPORT-LINE FROM RPT-TOTAL-LINE
003360         AFTER ADVANCING 3 LINES.
003370 3000-EXIT.
003380     EXIT.
003390
003400*****************************************************
003410*  9000-TERMINATE - CLOSE FILES AND SET THE STEP     *
003420*  RETURN CODE.                                      *
003430*     RC=0  - NOTHING IS WAITING FOR A CHECKER.      *
003440*     RC=4  - ONE OR MORE CHANGES ARE WAITING - THE  *
003450*             SCHEDULER ROUTES THE REPORT TO THE     *
003460*             CHECKERS.                              *
003470*     RC=16 - A REQUIRED DATASET FAILED TO OPEN.     *
003480*****************************************************
003490 9000-TERMINATE.
003500     CLOSE PEND-FILE
003510           REPORT-FILE.
003520     IF FATAL-ERROR-FOUND
003530         MOVE 16 TO RETURN-CODE
003540     ELSE
003550         IF PEND-OPEN-CTR > ZERO
003560             MOVE 4 TO RETURN-CODE
003570         ELSE
003580             MOVE 0 TO RETURN-CODE
003590         END-IF
003600     END-IF.
003610     DISPLAY 'PENDRPT PENDING CHANGE REPORT COMPLETE - '
003620             PEND-OPEN-CTR ' PENDING, '
003630             PEND-OVERDUE-CTR ' PAST LIMIT'.
003640 9000-EXIT.
003650     EXIT.
