000230*                   PERCENT, SO RULES THREE AND UP   *
000240*                   ARE VISIBLE WITHOUT PARSING THE  *
000250*                   MESSAGE TEXT.                    *
000252*  10/15/2026  RH   EACH PER-RULE LINE NOW ALSO NAMES *
000254*                   THE RULE'S TYPE (SEE RULEREC.CPY) *
000255*                   OFF THE EXTRACT'S RULE-TYPE BYTES.*
000256*  10/15/2026  RH   THE EXTRACT'S HEADER AND TRAILER *
000257*                   CONTROL RECORDS ARE CHECKED (SEE *
000258*                   EXTRCTL.CPY) AND NOT TALLIED.    *
000259*                   THE ROLLUP NOW SHOWS THE RUN ID, *
000260*                   BUSINESS DATE, AND CONTROL       *
000261*                   TOTALS STATUS - RC=8 WHEN THEY   *
000262*                   DO NOT BALANCE.                  *
000265*****************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000680 77  SEARCH-SEQ                  PIC 9(03) VALUE ZERO.
000690 77  SEARCH-MSG                  PIC X(40) VALUE SPACES.
000700 77  SEARCH-LABEL                PIC X(10) VALUE SPACES.
000705 77  SEARCH-TYPE                 PIC X(01) VALUE SPACE.
000710 77  FOUND-SET-IDX               PIC 9(03) COMP VALUE ZERO.
000720 77  FOUND-MIX-IDX               PIC 9(04) COMP VALUE ZERO.
000730 77  FOUND-RHT-IDX               PIC 9(04) COMP VALUE ZERO.
000740 77  RULE-SUB                    PIC 9(03) COMP VALUE ZERO.
000750 77  PCT-OF-RANGE                PIC 9(03)V99 COMP-3 VALUE ZERO.
000751
000752*****************************************************
000753*  HEADER/TRAILER CONTROL RECORD CHECK               *
000754*****************************************************
000755     COPY EXTRCTL.
000760
000770*****************************************************
000780*  PER-PARAMETER-SET TOTALS - ONE ROW PER DISTINCT   *
001100                 INDEXED BY RHT-IDX.
001110         10  RHT-TAB-SEQ           PIC 9(03).
001120         10  RHT-TAB-LABEL         PIC X(10).
001122         10  RHT-TAB-TYPE          PIC X(01).
001124             88  RHT-TAB-REMAINDER     VALUE 'M'.
001126             88  RHT-TAB-CONTAINS      VALUE 'C'.
001128             88  RHT-TAB-OVERRIDE      VALUE 'O'.
001130         10  RHT-TAB-CNT           PIC 9(09) COMP.
001140
001150*****************************************************
001680     05  FILLER                  PIC X(05) VALUE 'RULE '.
001690     05  SUM-RUL-LABEL           PIC X(10).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001702     05  SUM-RUL-TYPE            PIC X(09).
001705     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  SUM-RUL-CNT             PIC Z(8)9.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  SUM-RUL-PCT             PIC ZZ9.99.
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  FILLER                  PIC X(08) VALUE 'PCT RNGE'.
001760     05  FILLER                  PIC X(74) VALUE SPACES.
001770
001780 01  SUM-ROLLUP-LINE1.
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  SUM-JOB-PLAIN           PIC Z(9)9.
001970     05  FILLER                  PIC X(54) VALUE SPACES.
001980
001981 01  RPT-CONTROL-LINE.
001982     05  FILLER                  PIC X(01) VALUE SPACE.
001983     05  FILLER                  PIC X(08) VALUE 'RUN ID  '.
001984     05  RPT-CTL-RUN-ID          PIC X(16).
001985     05  FILLER                  PIC X(11) VALUE '  BUS DATE '.
001986     05  RPT-CTL-BUS-DATE        PIC X(10).
001987     05  FILLER                  PIC X(10) VALUE '  HEADERS '.
001988     05  RPT-CTL-HEADERS         PIC ZZZZ9.
001989     05  FILLER                  PIC X(11) VALUE '  TRAILERS '.
001990     05  RPT-CTL-TRAILERS        PIC ZZZZ9.
001991     05  FILLER                  PIC X(11) VALUE '  RESTARTS '.
001992     05  RPT-CTL-RESTARTS        PIC ZZZZ9.
001993     05  FILLER                  PIC X(17)
001994             VALUE '  CONTROL TOTALS '.
001995     05  RPT-CTL-STATUS          PIC X(08).
001996     05  FILLER                  PIC X(14) VALUE SPACES.
001997
001998 PROCEDURE DIVISION.
002000*****************************************************
002010*  0000-MAINLINE                                    *
002020*****************************************************
002050     IF NOT FATAL-ERROR-FOUND
002060         PERFORM 2000-TALLY-ONE-RECORD THRU 2000-EXIT
002070             UNTIL EXTRACT-EOF
002075         PERFORM 2060-CLOSE-EXTRACT-CONTROL THRU 2060-EXIT
002080         PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
002090     END-IF.
002100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002510*****************************************************
002520*  2000-TALLY-ONE-RECORD - READ ONE EXTRACT RECORD  *
002530*  AND FOLD IT INTO THE SET AND LABEL-MIX TABLES.   *
002533*  HEADER AND TRAILER RECORDS ONLY FEED THE CONTROL  *
002536*  CHECK.                                            *
002540*****************************************************
002550 2000-TALLY-ONE-RECORD.
002560     READ EXTRACT-FILE
002570         AT END
002580             SET EXTRACT-EOF TO TRUE
002590         NOT AT END
002591             PERFORM 2050-TRACK-EXTRACT-CONTROL THRU 2050-EXIT
002592             IF NOT EXTR-IS-CONTROL
002593                 ADD 1 TO EXTRACT-READ-CTR
002594                 PERFORM 2100-TALLY-SET THRU 2100-EXIT
002595                 PERFORM 2200-TALLY-MIX THRU 2200-EXIT
002596                 PERFORM 2300-TALLY-JOB THRU 2300-EXIT
002597                 PERFORM 2400-TALLY-RULE-HITS THRU 2400-EXIT
002598             END-IF
002599     END-READ.
002600 2000-EXIT.
002601     EXIT.
002602
002603*****************************************************
002605*  2050-TRACK-EXTRACT-CONTROL - FOLD ONE RECORD INTO *
002606*  THE HEADER/TRAILER CHECK (SEE EXTRCTL.CPY).  THE  *
002607*  CALLER DOES NOT TREAT A CONTROL RECORD AS DATA.   *
002608*****************************************************
002609 2050-TRACK-EXTRACT-CONTROL.
002610     IF EXTR-IS-HEADER
002611         IF XCTL-SEGMENT-OPEN
002612             ADD 1 TO XCTL-INTERRUPT-CTR
002613             DISPLAY 'EXTRACT RUN ' XCTL-RUN-ID
002614                     ' HAS NO TRAILER - RESTARTED BY RUN '
002615                     EXTC-RUN-ID
002616         END-IF
002617         ADD 1 TO XCTL-HEADER-CTR
002618         SET XCTL-SEGMENT-OPEN TO TRUE
002620         MOVE EXTC-RUN-ID   TO XCTL-RUN-ID
002621         MOVE EXTC-BUS-DATE TO XCTL-BUS-DATE
002622         MOVE ZERO TO XCTL-SEG-COUNT XCTL-SEG-HASH
002623         GO TO 2050-EXIT
002624     END-IF.
002625     IF EXTR-IS-TRAILER
002626         ADD 1 TO XCTL-TRAILER-CTR
002627         IF XCTL-SEGMENT-CLOSED
002628             DISPLAY 'EXTRACT TRAILER FOR RUN ' EXTC-RUN-ID
002629                     ' HAS NO HEADER'
002630             SET XCTL-BROKEN TO TRUE
002631             ADD 1 TO XCTL-BREAK-CTR
002632             GO TO 2050-EXIT
002634         END-IF
002635         SET XCTL-SEGMENT-CLOSED TO TRUE
002636         IF EXTC-RUN-ID NOT = XCTL-RUN-ID
002637             OR EXTC-REC-COUNT NOT = XCTL-SEG-COUNT
002638             OR EXTC-HASH-TOTAL NOT = XCTL-SEG-HASH
002639             DISPLAY 'EXTRACT TRAILER FOR RUN ' EXTC-RUN-ID
002640                     ' DOES NOT BALANCE - TRAILER '
002641                     EXTC-REC-COUNT ' RECORDS, READ '
002642                     XCTL-SEG-COUNT
002643             SET XCTL-BROKEN TO TRUE
002644             ADD 1 TO XCTL-BREAK-CTR
002645         END-IF
002646         GO TO 2050-EXIT
002648     END-IF.
002649     IF XCTL-SEGMENT-OPEN
002650         ADD 1 TO XCTL-SEG-COUNT
002651         ADD EXTR-COUNTR TO XCTL-SEG-HASH
002652     ELSE
002653         ADD 1 TO XCTL-ORPHAN-CTR
002654     END-IF.
002655 2050-EXIT.
002656     EXIT.
002657
002658*****************************************************
002659*  2060-CLOSE-EXTRACT-CONTROL - END-OF-FILE HALF OF  *
002660*  THE HEADER/TRAILER CHECK - THE LAST SEGMENT MUST  *
002662*  HAVE CLOSED AND NO RECORD MAY HAVE FALLEN OUTSIDE *
002663*  A SEGMENT.  NO CONTROL RECORDS AT ALL IS A        *
002664*  PRE-CUTOVER EXTRACT - STATUS 'ABSENT'.            *
002665*****************************************************
002666 2060-CLOSE-EXTRACT-CONTROL.
002667     IF XCTL-HEADER-CTR = ZERO
002668         AND XCTL-TRAILER-CTR = ZERO
002669         SET XCTL-ABSENT TO TRUE
002670         DISPLAY 'EXTRACT HAS NO HEADER/TRAILER RECORDS - '
002671                 'WRITTEN BEFORE THE CONTROL RECORD CUTOVER'
002672         GO TO 2060-EXIT
002673     END-IF.
002674     IF XCTL-ORPHAN-CTR > ZERO
002675         DISPLAY 'EXTRACT HAS ' XCTL-ORPHAN-CTR
002676                 ' RECORDS OUTSIDE ANY HEADER/TRAILER'
002678         SET XCTL-BROKEN TO TRUE
002679         ADD 1 TO XCTL-BREAK-CTR
002680     END-IF.
002681     IF XCTL-SEGMENT-OPEN
002682         DISPLAY 'EXTRACT RUN ' XCTL-RUN-ID ' HAS NO TRAILER'
002683         SET XCTL-BROKEN TO TRUE
002684         ADD 1 TO XCTL-BREAK-CTR
002685     END-IF.
002686 2060-EXIT.
002687     EXIT.
002688
002690*****************************************************
002700*  2100-TALLY-SET - BUMP THE PER-SET RECORD TOTAL,   *
002710*  ADDING A TABLE ROW THE FIRST TIME A RUN-SEQ IS    *
004040     END-IF.
004050     MOVE EXTR-RUN-SEQ TO SEARCH-SEQ.
004060     MOVE EXTR-RULE-LABEL(RULE-SUB) TO SEARCH-LABEL.
004065     MOVE EXTR-RULE-TYPE(RULE-SUB)  TO SEARCH-TYPE.
004070     PERFORM 2420-FIND-RHT-ENTRY THRU 2420-EXIT.
004080     IF FOUND-RHT-IDX > ZERO
004090         SET RHT-IDX TO FOUND-RHT-IDX
004230             SET RHT-IDX TO RHT-TAB-COUNT
004240             MOVE SEARCH-SEQ   TO RHT-TAB-SEQ(RHT-IDX)
004250             MOVE SEARCH-LABEL TO RHT-TAB-LABEL(RHT-IDX)
004255             MOVE SEARCH-TYPE  TO RHT-TAB-TYPE(RHT-IDX)
004260             MOVE ZERO TO RHT-TAB-CNT(RHT-IDX)
004270             MOVE RHT-TAB-COUNT TO FOUND-RHT-IDX
004280         ELSE
005100 3250-WRITE-ONE-RULE-HIT.
005110     IF RHT-TAB-SEQ(RHT-IDX) = SET-TAB-SEQ(SET-IDX)
005120         MOVE SPACES TO SUM-RULE-LINE
005122         MOVE RHT-TAB-LABEL(RHT-IDX) TO SUM-RUL-LABEL
005124*        A BLANK TYPE IS A PRE-TYPE EXTRACT - DIVISIBLE.
005126         EVALUATE TRUE
005128             WHEN RHT-TAB-REMAINDER(RHT-IDX)
005130                 MOVE 'REMAINDER' TO SUM-RUL-TYPE
005132             WHEN RHT-TAB-CONTAINS(RHT-IDX)
005134                 MOVE 'CONTAINS ' TO SUM-RUL-TYPE
005135             WHEN RHT-TAB-OVERRIDE(RHT-IDX)
005136                 MOVE 'OVERRIDE ' TO SUM-RUL-TYPE
005137             WHEN OTHER
005138                 MOVE 'DIVISIBLE' TO SUM-RUL-TYPE
005139         END-EVALUATE
005140         MOVE RHT-TAB-CNT(RHT-IDX)   TO SUM-RUL-CNT
005150         IF SET-TAB-TOTAL(SET-IDX) > ZERO
005160             COMPUTE PCT-OF-RANGE ROUNDED =
005400     MOVE JOB-TOTAL-PLAIN TO SUM-JOB-PLAIN.
005410     WRITE SUMMARY-LINE FROM SUM-ROLLUP-LINE2
005420         AFTER ADVANCING 1 LINE.
005421     MOVE XCTL-RUN-ID        TO RPT-CTL-RUN-ID.
005422     MOVE XCTL-BUS-DATE      TO RPT-CTL-BUS-DATE.
005423     MOVE XCTL-HEADER-CTR    TO RPT-CTL-HEADERS.
005424     MOVE XCTL-TRAILER-CTR   TO RPT-CTL-TRAILERS.
005425     MOVE XCTL-INTERRUPT-CTR TO RPT-CTL-RESTARTS.
005426     MOVE XCTL-STATUS        TO RPT-CTL-STATUS.
005427     WRITE SUMMARY-LINE FROM RPT-CONTROL-LINE
005428         AFTER ADVANCING 2 LINES.
005430 3300-EXIT.
005440     EXIT.
005450
005490*     RC=0  - CLEAN RUN.                             *
005500*     RC=4  - A TALLY TABLE FILLED AND ONE OR MORE   *
005510*             RECORDS WERE NOT COUNTED.              *
005512*     RC=8  - THE EXTRACT'S HEADER/TRAILER CONTROL   *
005514*             TOTALS DO NOT BALANCE.  AN EXTRACT     *
005516*             WITH NO CONTROL RECORDS (WRITTEN       *
005518*             BEFORE THEY EXISTED) IS NOT A BREAK.   *
005520*     RC=16 - A REQUIRED DATASET FAILED TO OPEN.     *
005530*****************************************************
005540 9000-TERMINATE.
005570     IF FATAL-ERROR-FOUND
005580         MOVE 16 TO RETURN-CODE
005590     ELSE
005600         IF XCTL-BROKEN
005610             MOVE 8 TO RETURN-CODE
005620         ELSE
005622             IF TABLE-FULL-SEEN
005625                 MOVE 4 TO RETURN-CODE
005626             ELSE
005630                 MOVE 0 TO RETURN-CODE
005635             END-IF
005640         END-IF
005650     END-IF.
005660     DISPLAY 'EXTRSUMM LABEL-MIX REPORT COMPLETE - READ '
