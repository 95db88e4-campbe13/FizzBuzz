000456*                   TONIGHT PRODUCED NO EXTRACT AND  *
000457*                   IS LEFT OUT OF THE VERIFICATION  *
000458*                   TABLE.                           *
000459*  10/15/2026  RH   THE RULE LOAD NOW MIRRORS THE    *
000460*                   NIGHTLY JOB'S RULE-TYPE EDITS    *
000461*                   (SEE RULEREC.CPY) - A CONTAINS-  *
000462*                   DIGIT RULE NEEDS NO DIVISOR, AND *
000463*                   A BAD TYPE OR OPERAND DID NOT    *
000464*                   LOAD IN THE GO STEP EITHER.      *
000465*  10/15/2026  RH   CHECKS THE EXTRACT'S HEADER AND  *
000466*                   TRAILER CONTROL RECORDS (SEE     *
000467*                   EXTRCTL.CPY) - A MISSING OR      *
000468*                   UNBALANCED TRAILER FAILS THE     *
000469*                   JOB VERDICT.  EVERY S/J RECORD   *
000470*                   NOW CARRIES THE RUN ID OF THE    *
000471*                   EXTRACT'S LAST HEADER, AND THE   *
000472*                   REPORT SHOWS IT WITH THE CONTROL *
000473*                   TOTALS.                          *
000474*  10/15/2026  RH   STAMPS ITS NAME IN HNDF-WRITER ON *
000475*                   EVERY S/J RECORD SO THE ALERT    *
000476*                   FEED CAN NAME THE SOURCE OF A    *
000477*                   FAIL VERDICT.                    *
000478*****************************************************
000479 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PARM-FILE ASSIGN TO PARMFILE
001560         10  VER-TAB-GAP-CTR       PIC 9(09) COMP.
001570
001580*****************************************************
001581*  HEADER/TRAILER CONTROL RECORD CHECK               *
001582*****************************************************
001585     COPY EXTRCTL.
001586
001588*****************************************************
001590*  RUN DATE AND TIME                                *
001600*****************************************************
001610 01  RUN-DATE-NUM                PIC 9(08).
002160     05  RPT-TOT-VERDICT         PIC X(04).
002170     05  FILLER                  PIC X(60) VALUE SPACES.
002180
002181 01  RPT-CONTROL-LINE.
002182     05  FILLER                  PIC X(01) VALUE SPACE.
002183     05  FILLER                  PIC X(08) VALUE 'RUN ID  '.
002184     05  RPT-CTL-RUN-ID          PIC X(16).
002185     05  FILLER                  PIC X(11) VALUE '  BUS DATE '.
002186     05  RPT-CTL-BUS-DATE        PIC X(10).
002187     05  FILLER                  PIC X(10) VALUE '  HEADERS '.
002188     05  RPT-CTL-HEADERS         PIC ZZZZ9.
002189     05  FILLER                  PIC X(11) VALUE '  TRAILERS '.
002190     05  RPT-CTL-TRAILERS        PIC ZZZZ9.
002191     05  FILLER                  PIC X(11) VALUE '  RESTARTS '.
002192     05  RPT-CTL-RESTARTS        PIC ZZZZ9.
002193     05  FILLER                  PIC X(17)
002194             VALUE '  CONTROL TOTALS '.
002195     05  RPT-CTL-STATUS          PIC X(08).
002196     05  FILLER                  PIC X(14) VALUE SPACES.
002197
002198 PROCEDURE DIVISION.
002200*****************************************************
002210*  0000-MAINLINE                                    *
002220*****************************************************
002250     IF NOT FATAL-ERROR-FOUND
002260         PERFORM 2000-VERIFY-ONE-RECORD THRU 2000-EXIT
002270             UNTIL EXTRACT-EOF
002275         PERFORM 2060-CLOSE-EXTRACT-CONTROL THRU 2060-EXIT
002280         PERFORM 3000-WRITE-VERDICTS THRU 3000-EXIT
002290     END-IF.
002300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003000*****************************************************
003010*  1050-LOAD-ONE-RULE - FOLD ONE RULE RECORD INTO    *
003020*  THE RULE TABLE UNDER THE SAME EDITS THE NIGHTLY   *
003030*  JOB APPLIES (RULE TYPE AND OPERAND, POSITIVE      *
003040*  DIVISOR, 20-ENTRY CAP), SO THE EMPTY-RULE-SET    *
003045*  EDIT IN 1100-LOAD-ONE-PARM SEES THE SAME RULE     *
003050*  SETS THE NIGHTLY JOB DOES.                        *
003060*****************************************************
003070 1050-LOAD-ONE-RULE.
003080     READ RULE-FILE
003100             SET RULE-EOF TO TRUE
003110             GO TO 1050-EXIT
003120     END-READ.
003121     IF NOT RULE-REC-TYPE-DIVISIBLE
003122         AND NOT RULE-REC-TYPE-REMAINDER
003123         AND NOT RULE-REC-TYPE-CONTAINS
003124         AND NOT RULE-REC-TYPE-OVERRIDE
003125         GO TO 1050-EXIT
003126     END-IF.
003127     IF RULE-REC-TYPE-CONTAINS
003128         IF RULE-REC-OPERAND NOT NUMERIC
003130             OR RULE-REC-OPERAND > 9
003132             GO TO 1050-EXIT
003134         END-IF
003136     ELSE
003138         IF RULE-REC-DIVISOR NOT NUMERIC
003140             OR RULE-REC-DIVISOR NOT GREATER THAN ZERO
003141             GO TO 1050-EXIT
003142         END-IF
003143     END-IF.
003144     IF RULE-REC-TYPE-REMAINDER
003145         IF RULE-REC-OPERAND NOT NUMERIC
003146             OR RULE-REC-OPERAND NOT < RULE-REC-DIVISOR
003147             GO TO 1050-EXIT
003148         END-IF
003149     END-IF.
003150     IF RULE-TAB-COUNT NOT < 20
003160         GO TO 1050-EXIT
003170     END-IF.
003180     PERFORM 1060-CHECK-RULE-EFFECT THRU 1060-EXIT.
003240     MOVE RULE-REC-DIVISOR  TO RULE-TAB-DIVISOR(RULE-IDX).
003250     MOVE RULE-REC-LABEL    TO RULE-TAB-LABEL(RULE-IDX).
003260     MOVE RULE-REC-SET-NAME TO RULE-TAB-SET-NAME(RULE-IDX).
003262     MOVE RULE-REC-TYPE     TO RULE-TAB-TYPE(RULE-IDX).
003264     IF RULE-REC-TYPE = SPACE
003266         SET RULE-TAB-DIVISIBLE(RULE-IDX) TO TRUE
003268     END-IF.
003270 1050-EXIT.
003280     EXIT.
003290
005180*  VALUE IS A GAP.  EITHER WAY THE EXPECTED VALUE    *
005190*  RESYNCS TO COUNTR + 1 SO ONE BREAK IS COUNTED     *
005200*  ONCE, NOT ONCE PER RECORD THAT FOLLOWS IT.        *
005203*  HEADER AND TRAILER RECORDS ONLY FEED THE CONTROL  *
005206*  CHECK - THEY ARE NOT COUNTED AS EXTRACT RECORDS.  *
005210*****************************************************
005220 2000-VERIFY-ONE-RECORD.
005230     READ EXTRACT-FILE
005240         AT END
005250             SET EXTRACT-EOF TO TRUE
005260         NOT AT END
005262             PERFORM 2050-TRACK-EXTRACT-CONTROL THRU 2050-EXIT
005265             IF NOT EXTR-IS-CONTROL
005270                 ADD 1 TO EXTRACT-READ-CTR
005271                 PERFORM 2100-CHECK-ONE-EXTRACT THRU 2100-EXIT
005272             END-IF
005273     END-READ.
005274 2000-EXIT.
005275     EXIT.
005276
005277*****************************************************
005278*  2050-TRACK-EXTRACT-CONTROL - FOLD ONE RECORD INTO *
005279*  THE HEADER/TRAILER CHECK (SEE EXTRCTL.CPY).  THE  *
005280*  CALLER DOES NOT TREAT A CONTROL RECORD AS DATA.   *
005281*****************************************************
005282 2050-TRACK-EXTRACT-CONTROL.
005283     IF EXTR-IS-HEADER
005284         IF XCTL-SEGMENT-OPEN
005285             ADD 1 TO XCTL-INTERRUPT-CTR
005286             DISPLAY 'EXTRACT RUN ' XCTL-RUN-ID
005287                     ' HAS NO TRAILER - RESTARTED BY RUN '
005288                     EXTC-RUN-ID
005289         END-IF
005290         ADD 1 TO XCTL-HEADER-CTR
005291         SET XCTL-SEGMENT-OPEN TO TRUE
005292         MOVE EXTC-RUN-ID   TO XCTL-RUN-ID
005293         MOVE EXTC-BUS-DATE TO XCTL-BUS-DATE
005294         MOVE ZERO TO XCTL-SEG-COUNT XCTL-SEG-HASH
005295         GO TO 2050-EXIT
005296     END-IF.
005297     IF EXTR-IS-TRAILER
005298         ADD 1 TO XCTL-TRAILER-CTR
005299         IF XCTL-SEGMENT-CLOSED
005300             DISPLAY 'EXTRACT TRAILER FOR RUN ' EXTC-RUN-ID
005301                     ' HAS NO HEADER'
005302             SET XCTL-BROKEN TO TRUE
005303             ADD 1 TO XCTL-BREAK-CTR
005304             GO TO 2050-EXIT
005305         END-IF
005306         SET XCTL-SEGMENT-CLOSED TO TRUE
005307         IF EXTC-RUN-ID NOT = XCTL-RUN-ID
005308             OR EXTC-REC-COUNT NOT = XCTL-SEG-COUNT
005309             OR EXTC-HASH-TOTAL NOT = XCTL-SEG-HASH
005310             DISPLAY 'EXTRACT TRAILER FOR RUN ' EXTC-RUN-ID
005311                     ' DOES NOT BALANCE - TRAILER '
005312                     EXTC-REC-COUNT ' RECORDS, READ '
005313                     XCTL-SEG-COUNT
005314             SET XCTL-BROKEN TO TRUE
005315             ADD 1 TO XCTL-BREAK-CTR
005316         END-IF
005317         GO TO 2050-EXIT
005318     END-IF.
005319     IF XCTL-SEGMENT-OPEN
005320         ADD 1 TO XCTL-SEG-COUNT
005321         ADD EXTR-COUNTR TO XCTL-SEG-HASH
005322     ELSE
005323         ADD 1 TO XCTL-ORPHAN-CTR
005324     END-IF.
005325 2050-EXIT.
005326     EXIT.
005327
005328*****************************************************
005329*  2060-CLOSE-EXTRACT-CONTROL - END-OF-FILE HALF OF  *
005330*  THE HEADER/TRAILER CHECK - THE LAST SEGMENT MUST  *
005331*  HAVE CLOSED AND NO RECORD MAY HAVE FALLEN OUTSIDE *
005332*  A SEGMENT.  NO CONTROL RECORDS AT ALL IS A        *
005333*  PRE-CUTOVER EXTRACT - STATUS 'ABSENT'.            *
005334*****************************************************
005335 2060-CLOSE-EXTRACT-CONTROL.
005336     IF XCTL-HEADER-CTR = ZERO
005337         AND XCTL-TRAILER-CTR = ZERO
005338         SET XCTL-ABSENT TO TRUE
005339         DISPLAY 'EXTRACT HAS NO HEADER/TRAILER RECORDS - '
005340                 'WRITTEN BEFORE THE CONTROL RECORD CUTOVER'
005341         GO TO 2060-EXIT
005342     END-IF.
005343     IF XCTL-ORPHAN-CTR > ZERO
005344         DISPLAY 'EXTRACT HAS ' XCTL-ORPHAN-CTR
005345                 ' RECORDS OUTSIDE ANY HEADER/TRAILER'
005346         SET XCTL-BROKEN TO TRUE
005347         ADD 1 TO XCTL-BREAK-CTR
005348     END-IF.
005349     IF XCTL-SEGMENT-OPEN
005350         DISPLAY 'EXTRACT RUN ' XCTL-RUN-ID ' HAS NO TRAILER'
005351         SET XCTL-BROKEN TO TRUE
005352         ADD 1 TO XCTL-BREAK-CTR
005353     END-IF.
005354 2060-EXIT.
005355     EXIT.
005356
005357 2100-CHECK-ONE-EXTRACT.
005358     MOVE EXTR-RUN-SEQ TO SEARCH-SEQ.
005359     PERFORM 2110-FIND-VER-ENTRY THRU 2110-EXIT.
005360     IF FOUND-VER-IDX = ZERO
005370*        A RECORD FOR A SET NOT ON TONIGHT'S PARMFILE - AN
005380*        OLD NIGHT'S LEFTOVER ON THE DISP=MOD EXTRACT.  IT IS
005800*  ITS END VALUE, AND NO DUPLICATE OR GAP WAS MET.   *
005810*****************************************************
005820 3000-WRITE-VERDICTS.
005821*    TONIGHT'S EXTRACT IS WRITTEN WITH CONTROL RECORDS, SO
005822*    ONE WITHOUT THEM (ABSENT) FAILS HERE AS SURELY AS ONE
005823*    THAT DOES NOT BALANCE.
005824     IF NOT XCTL-BALANCED
005825         SET VERIFY-FAILED TO TRUE
005826     END-IF.
005830     PERFORM 3100-WRITE-ONE-VERDICT THRU 3100-EXIT
005840         VARYING VER-IDX FROM 1 BY 1
005850             UNTIL VER-IDX > VER-TAB-COUNT.
005950     END-IF.
005960     MOVE RUN-DATE-DISPLAY TO HNDF-RUN-DATE.
005970     MOVE RUN-TIME-DISPLAY TO HNDF-RUN-TIME.
005975     MOVE XCTL-RUN-ID      TO HNDF-RUN-ID.
005977     MOVE 'EXTRVRFY'       TO HNDF-WRITER.
005980     WRITE HANDOFF-RECORD.
005990     MOVE SPACES TO RPT-TOTAL-LINE.
006000     MOVE EXTRACT-READ-CTR TO RPT-TOT-READ.
006060     END-IF.
006070     WRITE REPORT-LINE FROM RPT-TOTAL-LINE
006080         AFTER ADVANCING 3 LINES.
006081     MOVE XCTL-RUN-ID        TO RPT-CTL-RUN-ID.
006082     MOVE XCTL-BUS-DATE      TO RPT-CTL-BUS-DATE.
006083     MOVE XCTL-HEADER-CTR    TO RPT-CTL-HEADERS.
006084     MOVE XCTL-TRAILER-CTR   TO RPT-CTL-TRAILERS.
006085     MOVE XCTL-INTERRUPT-CTR TO RPT-CTL-RESTARTS.
006086     MOVE XCTL-STATUS        TO RPT-CTL-STATUS.
006087     WRITE REPORT-LINE FROM RPT-CONTROL-LINE
006088         AFTER ADVANCING 1 LINE.
006090 3000-EXIT.
006100     EXIT.
006110
006370     MOVE SET-VERDICT TO HNDF-STATUS.
006380     MOVE RUN-DATE-DISPLAY TO HNDF-RUN-DATE.
006390     MOVE RUN-TIME-DISPLAY TO HNDF-RUN-TIME.
006395     MOVE XCTL-RUN-ID      TO HNDF-RUN-ID.
006397     MOVE 'EXTRVRFY'       TO HNDF-WRITER.
006400     WRITE HANDOFF-RECORD.
006410     MOVE SPACES TO RPT-SET-LINE.
006420     MOVE VER-TAB-SEQ(VER-IDX)       TO RPT-SET-SEQ.
006560*  STREAM.                                           *
006570*     RC=0  - EVERY SET GAPLESS AND DUPLICATE-FREE.  *
006580*     RC=8  - A GAP, DUPLICATE, OR COUNT MISMATCH ON *
006590*             AT LEAST ONE SET, OR THE EXTRACT'S     *
006593*             HEADER/TRAILER CONTROL RECORDS ARE     *
006596*             MISSING OR DO NOT BALANCE.             *
006600*     RC=16 - A REQUIRED DATASET FAILED TO OPEN OR   *
006610*             THE VERIFICATION TABLE OVERFLOWED.     *
006620*****************************************************
