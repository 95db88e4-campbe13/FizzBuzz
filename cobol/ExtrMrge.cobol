000220*                   DUPLICATE, GAP, OR STRAY         *
000230*                   COUNTED AND THE RECONCILIATION   *
000240*                   MARKED OK OR BRK.                *
000242*  10/15/2026  RH   PIECE AND MERGED RECORDS GREW TO *
000244*                   306 BYTES WITH THE EXTRACT (SEE  *
000245*                   EXTRREC.CPY).                    *
000246*  10/15/2026  RH   EACH PIECE'S HEADER/TRAILER       *
000247*                   CONTROL RECORDS ARE CHECKED AND   *
000248*                   NOT COPIED - A PIECE THAT DOES    *
000249*                   NOT BALANCE IS A MERGE BREAK.     *
000250*                   THE MERGED EXTRACT GETS ONE       *
000251*                   HEADER UNDER PIECE 1'S RUN ID AND *
000252*                   ONE TRAILER WITH THE MERGED COUNT *
000253*                   AND HASH AND EVERY PIECE'S RUN    *
000254*                   ID.  THE PIECE LINE SHOWS EACH    *
000255*                   PIECE'S RUN ID AND CHECK STATUS.  *
000256*****************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000600     COPY PARMREC.
000610
000620 FD  PIECE-1-FILE.
000630 01  PIECE-1-RECORD               PIC X(306).
000640
000650 FD  PIECE-2-FILE.
000660 01  PIECE-2-RECORD               PIC X(306).
000670
000680 FD  PIECE-3-FILE.
000690 01  PIECE-3-RECORD               PIC X(306).
000700
000710 FD  PIECE-4-FILE.
000720 01  PIECE-4-RECORD               PIC X(306).
000730
000740 FD  MERGED-FILE.
000750 01  MERGED-RECORD                PIC X(306).
000760
000770 FD  REPORT-FILE.
000780 01  REPORT-LINE                  PIC X(132).
001050         88  PARM-WAS-FOUND                  VALUE 'Y'.
001060     05  MERGE-BREAK-SWITCH        PIC X(01) VALUE 'N'.
001070         88  MERGE-IS-BROKEN                 VALUE 'Y'.
001073     05  MERGE-HEADER-SWITCH       PIC X(01) VALUE 'N'.
001076         88  MERGE-HEADER-WRITTEN            VALUE 'Y'.
001080
001090*****************************************************
001100*  STANDALONE COUNTERS AND WORK FIELDS              *
001180 77  GAP-CTR                     PIC 9(09) COMP VALUE ZERO.
001190 77  STRAY-CTR                   PIC 9(09) COMP VALUE ZERO.
001200 77  RECON-STATUS                PIC X(04) VALUE SPACES.
001202 77  MERGE-RUN-ID                PIC X(16) VALUE SPACES.
001204 77  MERGE-BUS-DATE              PIC X(10) VALUE SPACES.
001206 77  MERGE-HASH                  PIC 9(18) VALUE ZERO.
001210
001220*****************************************************
001230*  THE ORIGINAL PARAMETER RECORD OF THE SPLIT SET,   *
001350*****************************************************
001360*  EVERY PIECE RECORD IS MOVED HERE SO THE WALK CAN  *
001370*  EXAMINE ITS KEY FIELDS UNDER THE EXTRACT LAYOUT.  *
001371*****************************************************
001372     COPY EXTRREC.
001373
001374*****************************************************
001375*  HEADER/TRAILER CHECK OF THE PIECE BEING READ -    *
001376*  RESET AT THE START OF EACH PIECE.                 *
001377*****************************************************
001378     COPY EXTRCTL.
001379
001380*****************************************************
001381*  RUN ID OF EACH PIECE, FROM ITS LAST HEADER - THE  *
001382*  MERGED TRAILER LISTS THEM ALL.                    *
001383*****************************************************
001384 01  MERGE-PIECE-RUN-IDS.
001385     05  MRG-PIECE-RUN-ID          PIC X(16) OCCURS 4 TIMES
001386                                   VALUE SPACES.
001387
001388*****************************************************
001389*  HEADER/TRAILER CONTROL RECORD FOR THE MERGED      *
001390*  EXTRACT - THE CONTROL VIEW OF EXTRREC.CPY, BUILT  *
001391*  HERE SO THE PIECE RECORD IN EXTRACT-RECORD IS     *
001392*  LEFT ALONE.                                       *
001393*****************************************************
001394 01  MRG-CONTROL-RECORD.
001395     05  MRGC-REC-KIND             PIC X(03).
001396     05  MRGC-COUNTR               PIC 9(09).
001397     05  FILLER                    PIC X(02).
001398     05  MRGC-MSG                  PIC X(40).
001399     05  FILLER                    PIC X(10).
001400     05  MRGC-RUN-ID               PIC X(16).
001401     05  MRGC-BUS-DATE             PIC X(10).
001402     05  MRGC-REC-COUNT            PIC 9(10).
001403     05  MRGC-HASH-TOTAL           PIC 9(18).
001404     05  MRGC-WRITER               PIC X(08).
001405     05  MRGC-PIECE-RUN-IDS.
001406         10  MRGC-PIECE-RUN-ID     PIC X(16) OCCURS 4 TIMES.
001407     05  FILLER                    PIC X(116).
001408
001410*****************************************************
001420*  RUN DATE AND TIME                                *
001430*****************************************************
001650     05  RPT-PCE-NUM             PIC 9.
001660     05  FILLER                  PIC X(09) VALUE '  RECORDS'.
001670     05  RPT-PCE-COUNT           PIC Z(9)9.
001672     05  FILLER                  PIC X(10) VALUE '  RUN ID  '.
001674     05  RPT-PCE-RUN-ID          PIC X(16).
001676     05  FILLER                  PIC X(17)
001678             VALUE '  CONTROL TOTALS '.
001680     05  RPT-PCE-CTL-STATUS      PIC X(08).
001682     05  FILLER                  PIC X(52) VALUE SPACES.
001690
001700 01  RPT-FOOTER-LINE.
001710     05  FILLER                  PIC X(01) VALUE SPACE.
003000 2000-MERGE-ONE-PIECE.
003010     MOVE 'N' TO PIECE-EOF-SWITCH.
003020     MOVE ZERO TO PIECE-READ-CTR.
003021     MOVE 'N' TO XCTL-SEGMENT-SWITCH.
003022     MOVE 'BALANCED' TO XCTL-STATUS.
003023     MOVE SPACES TO XCTL-RUN-ID XCTL-BUS-DATE.
003024     MOVE ZERO TO XCTL-SEG-COUNT XCTL-SEG-HASH
003025                  XCTL-HEADER-CTR XCTL-TRAILER-CTR
003026                  XCTL-INTERRUPT-CTR XCTL-ORPHAN-CTR
003027                  XCTL-BREAK-CTR.
003030     PERFORM 2100-OPEN-PIECE THRU 2100-EXIT.
003040     IF FATAL-ERROR-FOUND
003050         GO TO 2000-EXIT
003070     PERFORM 2200-COPY-ONE-RECORD THRU 2200-EXIT
003080         UNTIL PIECE-EOF.
003090     PERFORM 2400-CLOSE-PIECE THRU 2400-EXIT.
003091     PERFORM 2260-CLOSE-EXTRACT-CONTROL THRU 2260-EXIT.
003092     IF XCTL-BROKEN
003093         SET MERGE-IS-BROKEN TO TRUE
003094         DISPLAY 'PIECE ' PIECE-NUM ' CONTROL TOTALS DO NOT '
003095                 'BALANCE'
003096     END-IF.
003097     MOVE XCTL-RUN-ID TO MRG-PIECE-RUN-ID(PIECE-NUM).
003100     MOVE SPACES TO RPT-PIECE-LINE.
003110     MOVE PIECE-NUM      TO RPT-PCE-NUM.
003120     MOVE PIECE-READ-CTR TO RPT-PCE-COUNT.
003123     MOVE XCTL-RUN-ID    TO RPT-PCE-RUN-ID.
003126     MOVE XCTL-STATUS    TO RPT-PCE-CTL-STATUS.
003130     WRITE REPORT-LINE FROM RPT-PIECE-LINE
003140         AFTER ADVANCING 1 LINE.
003150 2000-EXIT.
003490 2100-EXIT.
003500     EXIT.
003510
003511*****************************************************
003512*  2200-COPY-ONE-RECORD - A PIECE'S HEADER/TRAILER   *
003513*  RECORDS ARE CHECKED AND LEFT BEHIND; THE MERGED   *
003514*  EXTRACT GETS ITS OWN.  ITS HEADER GOES OUT AHEAD  *
003515*  OF THE FIRST DETAIL RECORD, UNDER THE RUN ID OF   *
003516*  THE PIECE 1 HEADER THAT RECORD FOLLOWS.           *
003517*****************************************************
003520 2200-COPY-ONE-RECORD.
003530     PERFORM 2300-READ-PIECE-REC THRU 2300-EXIT.
003540     IF PIECE-EOF
003550         GO TO 2200-EXIT
003551     END-IF.
003552     PERFORM 2250-TRACK-EXTRACT-CONTROL THRU 2250-EXIT.
003553     IF EXTR-IS-CONTROL
003555         GO TO 2200-EXIT
003556     END-IF.
003557     IF NOT MERGE-HEADER-WRITTEN
003558         PERFORM 2500-WRITE-MERGED-HEADER THRU 2500-EXIT
003560     END-IF.
003570     ADD 1 TO PIECE-READ-CTR.
003580*    THE WALK MIRRORS EXTRVRFY - EXACTLY THE NEXT COUNTR IS
003760             COMPUTE NEXT-COUNTR = EXTR-COUNTR + 1
003770         END-IF
003780     END-IF.
003781     WRITE MERGED-RECORD FROM EXTRACT-RECORD.
003782     ADD 1 TO TOTAL-MERGED.
003783     ADD EXTR-COUNTR TO MERGE-HASH.
003784 2200-EXIT.
003785     EXIT.
003786
003787*****************************************************
003788*  2250-TRACK-EXTRACT-CONTROL - FOLD ONE RECORD INTO *
003789*  THE HEADER/TRAILER CHECK (SEE EXTRCTL.CPY).  THE  *
003790*  CALLER DOES NOT TREAT A CONTROL RECORD AS DATA.   *
003791*****************************************************
003792 2250-TRACK-EXTRACT-CONTROL.
003793     IF EXTR-IS-HEADER
003794         IF XCTL-SEGMENT-OPEN
003795             ADD 1 TO XCTL-INTERRUPT-CTR
003796             DISPLAY 'EXTRACT RUN ' XCTL-RUN-ID
003797                     ' HAS NO TRAILER - RESTARTED BY RUN '
003798                     EXTC-RUN-ID
003799         END-IF
003800         ADD 1 TO XCTL-HEADER-CTR
003801         SET XCTL-SEGMENT-OPEN TO TRUE
003802         MOVE EXTC-RUN-ID   TO XCTL-RUN-ID
003803         MOVE EXTC-BUS-DATE TO XCTL-BUS-DATE
003804         MOVE ZERO TO XCTL-SEG-COUNT XCTL-SEG-HASH
003805         GO TO 2250-EXIT
003806     END-IF.
003807     IF EXTR-IS-TRAILER
003808         ADD 1 TO XCTL-TRAILER-CTR
003809         IF XCTL-SEGMENT-CLOSED
003810             DISPLAY 'EXTRACT TRAILER FOR RUN ' EXTC-RUN-ID
003811                     ' HAS NO HEADER'
003812             SET XCTL-BROKEN TO TRUE
003813             ADD 1 TO XCTL-BREAK-CTR
003814             GO TO 2250-EXIT
003815         END-IF
003816         SET XCTL-SEGMENT-CLOSED TO TRUE
003817         IF EXTC-RUN-ID NOT = XCTL-RUN-ID
003818             OR EXTC-REC-COUNT NOT = XCTL-SEG-COUNT
003819             OR EXTC-HASH-TOTAL NOT = XCTL-SEG-HASH
003820             DISPLAY 'EXTRACT TRAILER FOR RUN ' EXTC-RUN-ID
003821                     ' DOES NOT BALANCE - TRAILER '
003822                     EXTC-REC-COUNT ' RECORDS, READ '
003823                     XCTL-SEG-COUNT
003824             SET XCTL-BROKEN TO TRUE
003825             ADD 1 TO XCTL-BREAK-CTR
003826         END-IF
003827         GO TO 2250-EXIT
003828     END-IF.
003829     IF XCTL-SEGMENT-OPEN
003830         ADD 1 TO XCTL-SEG-COUNT
003831         ADD EXTR-COUNTR TO XCTL-SEG-HASH
003832     ELSE
003833         ADD 1 TO XCTL-ORPHAN-CTR
003834     END-IF.
003835 2250-EXIT.
003836     EXIT.
003837
003838*****************************************************
003839*  2260-CLOSE-EXTRACT-CONTROL - END-OF-FILE HALF OF  *
003840*  THE HEADER/TRAILER CHECK - THE LAST SEGMENT MUST  *
003841*  HAVE CLOSED AND NO RECORD MAY HAVE FALLEN OUTSIDE *
003842*  A SEGMENT.  NO CONTROL RECORDS AT ALL IS A        *
003843*  PRE-CUTOVER EXTRACT - STATUS 'ABSENT'.            *
003844*****************************************************
003845 2260-CLOSE-EXTRACT-CONTROL.
003846     IF XCTL-HEADER-CTR = ZERO
003847         AND XCTL-TRAILER-CTR = ZERO
003848         SET XCTL-ABSENT TO TRUE
003849         DISPLAY 'EXTRACT HAS NO HEADER/TRAILER RECORDS - '
003850                 'WRITTEN BEFORE THE CONTROL RECORD CUTOVER'
003851         GO TO 2260-EXIT
003852     END-IF.
003853     IF XCTL-ORPHAN-CTR > ZERO
003854         DISPLAY 'EXTRACT HAS ' XCTL-ORPHAN-CTR
003855                 ' RECORDS OUTSIDE ANY HEADER/TRAILER'
003856         SET XCTL-BROKEN TO TRUE
003857         ADD 1 TO XCTL-BREAK-CTR
003858     END-IF.
003859     IF XCTL-SEGMENT-OPEN
003860         DISPLAY 'EXTRACT RUN ' XCTL-RUN-ID ' HAS NO TRAILER'
003861         SET XCTL-BROKEN TO TRUE
003862         ADD 1 TO XCTL-BREAK-CTR
003863     END-IF.
003864 2260-EXIT.
003865     EXIT.
003866
003867 2300-READ-PIECE-REC.
003868     EVALUATE PIECE-NUM
003869         WHEN 1
003870             READ PIECE-1-FILE
003880                 AT END
003890                     SET PIECE-EOF TO TRUE
004260         WHEN 4
004270             CLOSE PIECE-4-FILE
004280     END-EVALUATE.
004281 2400-EXIT.
004282     EXIT.
004283
004284*****************************************************
004285*  2500-WRITE-MERGED-HEADER - OPEN THE MERGED        *
004286*  EXTRACT'S ONLY SEGMENT.  THE TRAILER REPEATS THE  *
004287*  RUN ID SAVED HERE.                                *
004288*****************************************************
004289 2500-WRITE-MERGED-HEADER.
004290     MOVE XCTL-RUN-ID   TO MERGE-RUN-ID.
004291     MOVE XCTL-BUS-DATE TO MERGE-BUS-DATE.
004292     MOVE SPACES TO MRG-CONTROL-RECORD.
004293     MOVE 'HDR' TO MRGC-REC-KIND.
004294     MOVE ZERO TO MRGC-COUNTR MRGC-REC-COUNT MRGC-HASH-TOTAL.
004295     MOVE 'FIZZ-BUZZ EXTRACT HEADER' TO MRGC-MSG.
004296     MOVE MERGE-RUN-ID   TO MRGC-RUN-ID.
004297     MOVE MERGE-BUS-DATE TO MRGC-BUS-DATE.
004298     MOVE 'EXTRMRGE'     TO MRGC-WRITER.
004299     WRITE MERGED-RECORD FROM MRG-CONTROL-RECORD.
004300     SET MERGE-HEADER-WRITTEN TO TRUE.
004301 2500-EXIT.
004302     EXIT.
004303
004304*****************************************************
004305*  2600-WRITE-MERGED-TRAILER - CLOSE THE SEGMENT     *
004306*  WITH THE MERGED COUNT AND HASH AND THE RUN ID OF  *
004307*  EVERY PIECE STITCHED IN.                          *
004308*****************************************************
004309 2600-WRITE-MERGED-TRAILER.
004310     IF NOT MERGE-HEADER-WRITTEN
004311         PERFORM 2500-WRITE-MERGED-HEADER THRU 2500-EXIT
004312     END-IF.
004313     MOVE SPACES TO MRG-CONTROL-RECORD.
004314     MOVE 'TRL' TO MRGC-REC-KIND.
004315     MOVE ZERO TO MRGC-COUNTR.
004316     MOVE 'FIZZ-BUZZ EXTRACT TRAILER' TO MRGC-MSG.
004317     MOVE MERGE-RUN-ID        TO MRGC-RUN-ID.
004318     MOVE MERGE-BUS-DATE      TO MRGC-BUS-DATE.
004319     MOVE TOTAL-MERGED        TO MRGC-REC-COUNT.
004320     MOVE MERGE-HASH          TO MRGC-HASH-TOTAL.
004321     MOVE 'EXTRMRGE'          TO MRGC-WRITER.
004322     MOVE MERGE-PIECE-RUN-IDS TO MRGC-PIECE-RUN-IDS.
004323     WRITE MERGED-RECORD FROM MRG-CONTROL-RECORD.
004324 2600-EXIT.
004325     EXIT.
004326
004327*****************************************************
004330*  3000-WRITE-FOOTER - TIE THE COMBINED COUNTS BACK  *
004340*  TO THE ORIGINAL RANGE.  THE MERGE RECONCILES ONLY *
004350*  WHEN EVERY COUNTR OF THE RANGE ARRIVED EXACTLY    *
004370*  ENDED ONE PAST THE ORIGINAL END VALUE.            *
004380*****************************************************
004390 3000-WRITE-FOOTER.
004395     PERFORM 2600-WRITE-MERGED-TRAILER THRU 2600-EXIT.
004400     IF TOTAL-MERGED = EXPECTED-TOTAL
004410         AND NOT MERGE-IS-BROKEN
004420         AND NEXT-COUNTR = ORIG-END-VAL + 1
004650*     RC=0  - MERGED EXTRACT RECONCILES TO THE       *
004660*             ORIGINAL RANGE - SAFE TO HAND OFF.     *
004670*     RC=8  - A DUPLICATE, GAP, STRAY, OR COUNT      *
004680*             MISMATCH, OR A PIECE WHOSE HEADER/     *
004685*             TRAILER TOTALS DO NOT BALANCE - HOLD   *
004690*             THE DOWNSTREAM STREAM AND CHECK THE    *
004695*             PIECE STEPS.                           *
004700*     RC=16 - A REQUIRED DATASET FAILED TO OPEN OR   *
004710*             THE CONTROL RECORD WAS BAD.            *
004720*****************************************************
