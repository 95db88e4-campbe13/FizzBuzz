000230*                   RETURN CODE ON ANY DRIFT SO THE  *
000240*                   SCHEDULER CAN PAGE EVEN WHEN THE *
000250*                   TIE-OUT IS FORMALLY OK.          *
000252*  10/15/2026  RH   ALSO APPENDS ITS VERDICT TO      *
000254*                   DRFTFILE (SEE DRFTREC.CPY) - ONE *
000256*                   RECORD PER DRIFTING SET AND A    *
000258*                   JOB ROLLUP - FOR THE ALERT FEED. *
000260*****************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000360     SELECT REPORT-FILE ASSIGN TO RPTFILE
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS FS-REPORT.
000382     SELECT DRIFT-FILE ASSIGN TO DRFTFILE
000384         ORGANIZATION IS SEQUENTIAL
000386         FILE STATUS IS FS-DRIFT.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000610 FD  REPORT-FILE.
000620 01  REPORT-LINE                  PIC X(132).
000630
000632 FD  DRIFT-FILE.
000635     COPY DRFTREC.
000636
000640 WORKING-STORAGE SECTION.
000650*****************************************************
000660*  FILE STATUS CODES                                *
000690     05  FS-TOLERANCE              PIC XX.
000700     05  FS-AUDIT                  PIC XX.
000710     05  FS-REPORT                 PIC XX.
000715     05  FS-DRIFT                  PIC XX.
000720
000730*****************************************************
000740*  SWITCHES                                         *
001340 01  PREV-RUN-TIME               PIC X(08) VALUE SPACES.
001350 01  CHECKED-RUN-DATE            PIC X(10) VALUE SPACES.
001360 01  CHECKED-RUN-TIME            PIC X(08) VALUE SPACES.
001365 01  CHECKED-RUN-ID              PIC X(16) VALUE SPACES.
001370
001380*****************************************************
001390*  RUN DATE AND TIME                                *
002510                 FS-REPORT
002520         SET FATAL-ERROR-FOUND TO TRUE
002530     END-IF.
002531*    DRFTFILE IS APPEND-ONLY - EXTEND, OR OUTPUT WHEN IT
002532*    DOES NOT EXIST YET.
002533     OPEN EXTEND DRIFT-FILE.
002534     IF FS-DRIFT NOT = '00'
002535         CLOSE DRIFT-FILE
002536         OPEN OUTPUT DRIFT-FILE
002537         IF FS-DRIFT NOT = '00'
002538             DISPLAY 'FATAL - DRFTFILE OPEN FAILED, STATUS = '
002539                     FS-DRIFT
002540             SET FATAL-ERROR-FOUND TO TRUE
002541         END-IF
002542     END-IF.
002545     IF FATAL-ERROR-FOUND
002550         GO TO 1000-EXIT
002560     END-IF.
002570     PERFORM 1100-LOAD-ONE-TOLERANCE THRU 1100-EXIT
003140     END-IF.
003150     MOVE AUD-RUN-DATE TO CHECKED-RUN-DATE.
003160     MOVE AUD-RUN-TIME TO CHECKED-RUN-TIME.
003165     MOVE AUD-RUN-ID   TO CHECKED-RUN-ID.
003170*    A SKIPPED SET CARRIES ZERO COUNTS - THERE IS NO MIX TO
003180*    JUDGE, SO IT NEVER ENTERS THE TABLE.
003190     IF AUD-SET-SKIPPED
003660     END-IF.
003670     WRITE REPORT-LINE FROM RPT-TOTAL-LINE
003680         AFTER ADVANCING 3 LINES.
003681     MOVE SPACES TO DRIFT-RECORD.
003682     SET DRFT-JOB-RECORD TO TRUE.
003683     MOVE ZERO TO DRFT-PARM-SEQ DRFT-PLAIN-PCT
003684                  DRFT-SINGLE-PCT DRFT-MULTI-PCT.
003685     MOVE CHECKED-RUN-DATE TO DRFT-AUD-RUN-DATE.
003686     MOVE CHECKED-RUN-TIME TO DRFT-AUD-RUN-TIME.
003687     MOVE CHECKED-RUN-ID   TO DRFT-AUD-RUN-ID.
003688     MOVE RUN-DATE-DISPLAY TO DRFT-CHECK-DATE.
003689     MOVE RUN-TIME-DISPLAY TO DRFT-CHECK-TIME.
003690     MOVE SETS-CHECKED-CTR TO DRFT-SETS-CHECKED.
003691     MOVE ALERT-CTR        TO DRFT-ALERT-COUNT.
003692     WRITE DRIFT-RECORD.
003695 3000-EXIT.
003700     EXIT.
003710
003720 3100-CHECK-ONE-SET.
004200     ADD 1 TO ALERT-CTR.
004210     DISPLAY 'LABEL-MIX DRIFT ON PARM SET '
004220             RUN-TAB-SEQ(RUN-IDX).
004221     MOVE SPACES TO DRIFT-RECORD.
004222     SET DRFT-SET-RECORD TO TRUE.
004223     MOVE RUN-TAB-SEQ(RUN-IDX) TO DRFT-PARM-SEQ.
004224     MOVE PLAIN-PCT            TO DRFT-PLAIN-PCT.
004225     MOVE SINGLE-PCT           TO DRFT-SINGLE-PCT.
004226     MOVE MULTI-PCT            TO DRFT-MULTI-PCT.
004227     MOVE CHECKED-RUN-DATE     TO DRFT-AUD-RUN-DATE.
004228     MOVE CHECKED-RUN-TIME     TO DRFT-AUD-RUN-TIME.
004229     MOVE CHECKED-RUN-ID       TO DRFT-AUD-RUN-ID.
004230     MOVE RUN-DATE-DISPLAY     TO DRFT-CHECK-DATE.
004231     MOVE RUN-TIME-DISPLAY     TO DRFT-CHECK-TIME.
004232     MOVE ZERO TO DRFT-SETS-CHECKED DRFT-ALERT-COUNT.
004233     WRITE DRIFT-RECORD.
004235     IF PLAIN-PCT < TOL-TAB-PLAIN-MIN(TOL-IDX)
004240         OR PLAIN-PCT > TOL-TAB-PLAIN-MAX(TOL-IDX)
004250         MOVE SPACES TO RPT-ALERT-LINE
004260         MOVE 'PLAIN ' TO RPT-AL-METRIC
004810*****************************************************
004820 9000-TERMINATE.
004830     CLOSE AUDIT-FILE
004840           REPORT-FILE
004845           DRIFT-FILE.
004850     IF FATAL-ERROR-FOUND
004860         MOVE 16 TO RETURN-CODE
004870     ELSE
