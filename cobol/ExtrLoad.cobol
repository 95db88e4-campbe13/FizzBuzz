000326*                   BY LABEL.  THE KSDS RECORDSIZE   *
000327*                   GREW TO 286 - SEE THE DEFINE IN  *
000328*                   THE EXTRLOAD JOB.                *
000329*  10/15/2026  RH   THE EXTRACT'S HEADER AND TRAILER *
000330*                   CONTROL RECORDS (SEE EXTRCTL.CPY)*
000331*                   ARE CHECKED IN A FIRST PASS OVER *
000332*                   THE EXTRACT BEFORE ANYTHING IS   *
000333*                   LOADED - CONTROL TOTALS THAT DO  *
000334*                   NOT BALANCE LOAD NOTHING AND END *
000335*                   RC=8.  CONTROL RECORDS ARE NEVER *
000336*                   LOADED.  THE REPORT SHOWS THE    *
000337*                   RUN ID AND CONTROL TOTALS.       *
000338*****************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
001036 77  RULE-SUB                    PIC 9(03) COMP VALUE ZERO.
001040
001050*****************************************************
001051*  HEADER/TRAILER CONTROL RECORD CHECK               *
001052*****************************************************
001055     COPY EXTRCTL.
001056
001058*****************************************************
001060*  RUN DATE AND TIME                                *
001070*****************************************************
001080 01  RUN-DATE-NUM                PIC 9(08).
001580     05  RPT-TOT-DUPS            PIC Z(9)9.
001590     05  FILLER                  PIC X(34) VALUE SPACES.
001600
001601 01  RPT-CONTROL-LINE.
001602     05  FILLER                  PIC X(01) VALUE SPACE.
001603     05  FILLER                  PIC X(08) VALUE 'RUN ID  '.
001604     05  RPT-CTL-RUN-ID          PIC X(16).
001605     05  FILLER                  PIC X(11) VALUE '  BUS DATE '.
001606     05  RPT-CTL-BUS-DATE        PIC X(10).
001607     05  FILLER                  PIC X(10) VALUE '  HEADERS '.
001608     05  RPT-CTL-HEADERS         PIC ZZZZ9.
001609     05  FILLER                  PIC X(11) VALUE '  TRAILERS '.
001610     05  RPT-CTL-TRAILERS        PIC ZZZZ9.
001611     05  FILLER                  PIC X(11) VALUE '  RESTARTS '.
001612     05  RPT-CTL-RESTARTS        PIC ZZZZ9.
001613     05  FILLER                  PIC X(17)
001614             VALUE '  CONTROL TOTALS '.
001615     05  RPT-CTL-STATUS          PIC X(08).
001616     05  FILLER                  PIC X(14) VALUE SPACES.
001617
001618 PROCEDURE DIVISION.
001620*****************************************************
001630*  0000-MAINLINE                                    *
001640*****************************************************
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     IF NOT FATAL-ERROR-FOUND
001680         IF NOT XCTL-BROKEN
001685             PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
001690                 UNTIL EXTRACT-EOF OR FATAL-ERROR-FOUND
001695         END-IF
001700         PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
001710     END-IF.
001720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001740
001750*****************************************************
001760*  1000-INITIALIZE - READ THE LOAD MODE, OPEN THE    *
001770*  EXTRACT, THE REPOSITORY, AND THE REPORT, AND      *
001775*  PROVE THE EXTRACT'S CONTROL TOTALS.               *
001780*****************************************************
001790 1000-INITIALIZE.
001800     DISPLAY 'EXTRLOAD REPOSITORY LOAD STARTING'.
002230         END-IF
002240         WRITE REPORT-LINE FROM RPT-MODE-LINE
002250             AFTER ADVANCING 2 LINES
002255         PERFORM 1200-PRECHECK-EXTRACT THRU 1200-EXIT
002260     END-IF.
002270 1000-EXIT.
002280     EXIT.
002600     END-IF.
002610     CLOSE CONTROL-FILE.
002620 1100-EXIT.
002621     EXIT.
002622
002623*****************************************************
002624*  1200-PRECHECK-EXTRACT - READ THE WHOLE EXTRACT    *
002625*  THROUGH THE HEADER/TRAILER CHECK BEFORE ANY OF IT *
002626*  IS LOADED, THEN REOPEN IT FOR THE LOAD.  A LOAD   *
002627*  CANNOT BE TAKEN BACK, SO AN EXTRACT WHOSE CONTROL *
002628*  TOTALS DO NOT BALANCE IS NOT LOADED AT ALL.  ONE  *
002629*  WITH NO CONTROL RECORDS (WRITTEN BEFORE THEY      *
002630*  EXISTED) LOADS AS BEFORE.                         *
002631*****************************************************
002632 1200-PRECHECK-EXTRACT.
002633     PERFORM 1210-PRECHECK-ONE-RECORD THRU 1210-EXIT
002634         UNTIL EXTRACT-EOF.
002635     PERFORM 1260-CLOSE-EXTRACT-CONTROL THRU 1260-EXIT.
002636     CLOSE EXTRACT-FILE.
002637     MOVE 'N' TO EXTRACT-EOF-SWITCH.
002638     OPEN INPUT EXTRACT-FILE.
002639     IF FS-EXTRACT NOT = '00'
002640         DISPLAY 'FATAL - EXTRFILE REOPEN FAILED, STATUS = '
002641                 FS-EXTRACT
002642         SET FATAL-ERROR-FOUND TO TRUE
002643     END-IF.
002644     IF XCTL-BROKEN
002645         DISPLAY 'EXTRACT CONTROL TOTALS DO NOT BALANCE - '
002646                 'NOTHING LOADED'
002647     END-IF.
002648 1200-EXIT.
002649     EXIT.
002650
002651 1210-PRECHECK-ONE-RECORD.
002652     READ EXTRACT-FILE
002653         AT END
002654             SET EXTRACT-EOF TO TRUE
002655         NOT AT END
002656             PERFORM 1250-TRACK-EXTRACT-CONTROL THRU 1250-EXIT
002657     END-READ.
002658 1210-EXIT.
002659     EXIT.
002660
002661*****************************************************
002662*  1250-TRACK-EXTRACT-CONTROL - FOLD ONE RECORD INTO *
002663*  THE HEADER/TRAILER CHECK (SEE EXTRCTL.CPY).  THE  *
002664*  CALLER DOES NOT TREAT A CONTROL RECORD AS DATA.   *
002665*****************************************************
002666 1250-TRACK-EXTRACT-CONTROL.
002667     IF EXTR-IS-HEADER
002668         IF XCTL-SEGMENT-OPEN
002669             ADD 1 TO XCTL-INTERRUPT-CTR
002670             DISPLAY 'EXTRACT RUN ' XCTL-RUN-ID
002671                     ' HAS NO TRAILER - RESTARTED BY RUN '
002672                     EXTC-RUN-ID
002673         END-IF
002674         ADD 1 TO XCTL-HEADER-CTR
002675         SET XCTL-SEGMENT-OPEN TO TRUE
002676         MOVE EXTC-RUN-ID   TO XCTL-RUN-ID
002677         MOVE EXTC-BUS-DATE TO XCTL-BUS-DATE
002678         MOVE ZERO TO XCTL-SEG-COUNT XCTL-SEG-HASH
002679         GO TO 1250-EXIT
002680     END-IF.
002681     IF EXTR-IS-TRAILER
002682         ADD 1 TO XCTL-TRAILER-CTR
002683         IF XCTL-SEGMENT-CLOSED
002684             DISPLAY 'EXTRACT TRAILER FOR RUN ' EXTC-RUN-ID
002685                     ' HAS NO HEADER'
002686             SET XCTL-BROKEN TO TRUE
002687             ADD 1 TO XCTL-BREAK-CTR
002688             GO TO 1250-EXIT
002689         END-IF
002690         SET XCTL-SEGMENT-CLOSED TO TRUE
002691         IF EXTC-RUN-ID NOT = XCTL-RUN-ID
002692             OR EXTC-REC-COUNT NOT = XCTL-SEG-COUNT
002693             OR EXTC-HASH-TOTAL NOT = XCTL-SEG-HASH
002694             DISPLAY 'EXTRACT TRAILER FOR RUN ' EXTC-RUN-ID
002695                     ' DOES NOT BALANCE - TRAILER '
002696                     EXTC-REC-COUNT ' RECORDS, READ '
002697                     XCTL-SEG-COUNT
002698             SET XCTL-BROKEN TO TRUE
002699             ADD 1 TO XCTL-BREAK-CTR
002700         END-IF
002701         GO TO 1250-EXIT
002702     END-IF.
002703     IF XCTL-SEGMENT-OPEN
002704         ADD 1 TO XCTL-SEG-COUNT
002705         ADD EXTR-COUNTR TO XCTL-SEG-HASH
002706     ELSE
002707         ADD 1 TO XCTL-ORPHAN-CTR
002708     END-IF.
002709 1250-EXIT.
002710     EXIT.
002711
002712*****************************************************
002713*  1260-CLOSE-EXTRACT-CONTROL - END-OF-FILE HALF OF  *
002714*  THE HEADER/TRAILER CHECK - THE LAST SEGMENT MUST  *
002715*  HAVE CLOSED AND NO RECORD MAY HAVE FALLEN OUTSIDE *
002716*  A SEGMENT.  NO CONTROL RECORDS AT ALL IS A        *
002717*  PRE-CUTOVER EXTRACT - STATUS 'ABSENT'.            *
002718*****************************************************
002719 1260-CLOSE-EXTRACT-CONTROL.
002720     IF XCTL-HEADER-CTR = ZERO
002721         AND XCTL-TRAILER-CTR = ZERO
002722         SET XCTL-ABSENT TO TRUE
002723         DISPLAY 'EXTRACT HAS NO HEADER/TRAILER RECORDS - '
002724                 'WRITTEN BEFORE THE CONTROL RECORD CUTOVER'
002725         GO TO 1260-EXIT
002726     END-IF.
002727     IF XCTL-ORPHAN-CTR > ZERO
002728         DISPLAY 'EXTRACT HAS ' XCTL-ORPHAN-CTR
002729                 ' RECORDS OUTSIDE ANY HEADER/TRAILER'
002730         SET XCTL-BROKEN TO TRUE
002731         ADD 1 TO XCTL-BREAK-CTR
002732     END-IF.
002733     IF XCTL-SEGMENT-OPEN
002734         DISPLAY 'EXTRACT RUN ' XCTL-RUN-ID ' HAS NO TRAILER'
002735         SET XCTL-BROKEN TO TRUE
002736         ADD 1 TO XCTL-BREAK-CTR
002737     END-IF.
002738 1260-EXIT.
002739     EXIT.
002740
002741*****************************************************
002742*  2000-LOAD-ONE-RECORD - READ ONE EXTRACT RECORD    *
002743*  AND WRITE IT TO THE REPOSITORY UNDER ITS KEY.     *
002744*  HEADER AND TRAILER RECORDS ARE PASSED OVER - THEY *
002745*  WERE CHECKED BY 1200-PRECHECK-EXTRACT.            *
002746*****************************************************
002747 2000-LOAD-ONE-RECORD.
002748     READ EXTRACT-FILE
002749         AT END
002750             SET EXTRACT-EOF TO TRUE
002751         NOT AT END
002752             IF NOT EXTR-IS-CONTROL
002753                 ADD 1 TO EXTRACT-READ-CTR
002754                 PERFORM 2100-WRITE-REPO-REC THRU 2100-EXIT
002755             END-IF
002760     END-READ.
002770 2000-EXIT.
002780     EXIT.
003770     MOVE DUP-KEY-CTR      TO RPT-TOT-DUPS.
003780     WRITE REPORT-LINE FROM RPT-TOTAL-LINE
003790         AFTER ADVANCING 3 LINES.
003791     MOVE XCTL-RUN-ID        TO RPT-CTL-RUN-ID.
003792     MOVE XCTL-BUS-DATE      TO RPT-CTL-BUS-DATE.
003793     MOVE XCTL-HEADER-CTR    TO RPT-CTL-HEADERS.
003794     MOVE XCTL-TRAILER-CTR   TO RPT-CTL-TRAILERS.
003795     MOVE XCTL-INTERRUPT-CTR TO RPT-CTL-RESTARTS.
003796     MOVE XCTL-STATUS        TO RPT-CTL-STATUS.
003797     WRITE REPORT-LINE FROM RPT-CONTROL-LINE
003798         AFTER ADVANCING 1 LINE.
003800 3000-EXIT.
003810     EXIT.
003820
003870*     RC=4  - DUPLICATE KEYS SKIPPED (ADD MODE) OR   *
003880*             STORED RECORDS REPLACED (REPLACE MODE) *
003890*             - SEE THE LOAD REPORT.                 *
003892*     RC=8  - THE EXTRACT'S HEADER/TRAILER CONTROL   *
003894*             TOTALS DO NOT BALANCE - NOTHING WAS    *
003896*             LOADED.                                *
003900*     RC=16 - OPEN, READ, OR WRITE FAILURE - THE     *
003910*             LOAD IS INCOMPLETE.                    *
003920*****************************************************
003970     IF FATAL-ERROR-FOUND
003980         MOVE 16 TO RETURN-CODE
003990     ELSE
004000         IF XCTL-BROKEN
004010             MOVE 8 TO RETURN-CODE
004020         ELSE
004022             IF DUP-KEY-CTR > ZERO OR REPLACED-CTR > ZERO
004025                 MOVE 4 TO RETURN-CODE
004026             ELSE
004030                 MOVE 0 TO RETURN-CODE
004035             END-IF
004040         END-IF
004050     END-IF.
004060     DISPLAY 'EXTRLOAD REPOSITORY LOAD COMPLETE - READ '
