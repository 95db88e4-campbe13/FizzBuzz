000187*                   STOPS PARSING THE RESULT TEXT TO *
000188*                   RECONSTRUCT WHICH RULES FIRED.   *
000189*                   ROWS WIDENED TO 400 BYTES.       *
000190*  10/15/2026  RH   THE EXTRACT'S HEADER AND TRAILER *
000191*                   CONTROL RECORDS ARE CHECKED (SEE *
000192*                   EXTRCTL.CPY) AND NEVER EXPORTED  *
000193*                   AS ROWS - THE CSV LAYOUT IS      *
000194*                   UNCHANGED.  CONTROL TOTALS THAT  *
000195*                   DO NOT BALANCE END THE STEP RC=8 *
000196*                   SO THE FILE IS NOT SENT.         *
000198*****************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000620 77  CSV-WORK                    PIC X(400) VALUE SPACES.
000630
000640*****************************************************
000641*  HEADER/TRAILER CONTROL RECORD CHECK               *
000642*****************************************************
000645     COPY EXTRCTL.
000646
000648*****************************************************
000650*  FIXED HEADER ROW - COLUMN NAMES AGREED WITH THE   *
000660*  WAREHOUSE TEAM.  THE TRAILER ROW CARRIES THE      *
000670*  DATA ROW COUNT (HEADER AND TRAILER EXCLUDED).     *
000780     IF NOT FATAL-ERROR-FOUND
000790         PERFORM 2000-EXPORT-ONE-RECORD THRU 2000-EXIT
000800             UNTIL EXTRACT-EOF
000805         PERFORM 2060-CLOSE-EXTRACT-CONTROL THRU 2060-EXIT
000810         PERFORM 3000-WRITE-TRAILER-ROW THRU 3000-EXIT
000820     END-IF.
000830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001110
001120*****************************************************
001130*  2000-EXPORT-ONE-RECORD - READ ONE EXTRACT RECORD  *
001140*  AND WRITE ITS DELIMITED ROW.  HEADER AND TRAILER  *
001145*  RECORDS ONLY FEED THE CONTROL CHECK.              *
001150*****************************************************
001160 2000-EXPORT-ONE-RECORD.
001170     READ EXTRACT-FILE
001180         AT END
001190             SET EXTRACT-EOF TO TRUE
001200         NOT AT END
001202             PERFORM 2050-TRACK-EXTRACT-CONTROL THRU 2050-EXIT
001206             IF NOT EXTR-IS-CONTROL
001207                 PERFORM 2100-WRITE-CSV-ROW THRU 2100-EXIT
001208             END-IF
001209     END-READ.
001210 2000-EXIT.
001211     EXIT.
001212
001213*****************************************************
001214*  2050-TRACK-EXTRACT-CONTROL - FOLD ONE RECORD INTO *
001215*  THE HEADER/TRAILER CHECK (SEE EXTRCTL.CPY).  THE  *
001216*  CALLER DOES NOT TREAT A CONTROL RECORD AS DATA.   *
001217*****************************************************
001218 2050-TRACK-EXTRACT-CONTROL.
001219     IF EXTR-IS-HEADER
001220         IF XCTL-SEGMENT-OPEN
001221             ADD 1 TO XCTL-INTERRUPT-CTR
001222             DISPLAY 'EXTRACT RUN ' XCTL-RUN-ID
001223                     ' HAS NO TRAILER - RESTARTED BY RUN '
001224                     EXTC-RUN-ID
001225         END-IF
001226         ADD 1 TO XCTL-HEADER-CTR
001227         SET XCTL-SEGMENT-OPEN TO TRUE
001228         MOVE EXTC-RUN-ID   TO XCTL-RUN-ID
001229         MOVE EXTC-BUS-DATE TO XCTL-BUS-DATE
001230         MOVE ZERO TO XCTL-SEG-COUNT XCTL-SEG-HASH
001231         GO TO 2050-EXIT
001232     END-IF.
001233     IF EXTR-IS-TRAILER
001234         ADD 1 TO XCTL-TRAILER-CTR
001235         IF XCTL-SEGMENT-CLOSED
001236             DISPLAY 'EXTRACT TRAILER FOR RUN ' EXTC-RUN-ID
001237                     ' HAS NO HEADER'
001238             SET XCTL-BROKEN TO TRUE
001239             ADD 1 TO XCTL-BREAK-CTR
001240             GO TO 2050-EXIT
001241         END-IF
001242         SET XCTL-SEGMENT-CLOSED TO TRUE
001243         IF EXTC-RUN-ID NOT = XCTL-RUN-ID
001244             OR EXTC-REC-COUNT NOT = XCTL-SEG-COUNT
001245             OR EXTC-HASH-TOTAL NOT = XCTL-SEG-HASH
001246             DISPLAY 'EXTRACT TRAILER FOR RUN ' EXTC-RUN-ID
001247                     ' DOES NOT BALANCE - TRAILER '
001248                     EXTC-REC-COUNT ' RECORDS, READ '
001249                     XCTL-SEG-COUNT
001250             SET XCTL-BROKEN TO TRUE
001251             ADD 1 TO XCTL-BREAK-CTR
001252         END-IF
001253         GO TO 2050-EXIT
001254     END-IF.
001255     IF XCTL-SEGMENT-OPEN
001256         ADD 1 TO XCTL-SEG-COUNT
001257         ADD EXTR-COUNTR TO XCTL-SEG-HASH
001258     ELSE
001259         ADD 1 TO XCTL-ORPHAN-CTR
001260     END-IF.
001261 2050-EXIT.
001262     EXIT.
001263
001264*****************************************************
001265*  2060-CLOSE-EXTRACT-CONTROL - END-OF-FILE HALF OF  *
001266*  THE HEADER/TRAILER CHECK - THE LAST SEGMENT MUST  *
001267*  HAVE CLOSED AND NO RECORD MAY HAVE FALLEN OUTSIDE *
001268*  A SEGMENT.  NO CONTROL RECORDS AT ALL IS A        *
001269*  PRE-CUTOVER EXTRACT - STATUS 'ABSENT'.            *
001270*****************************************************
001271 2060-CLOSE-EXTRACT-CONTROL.
001272     IF XCTL-HEADER-CTR = ZERO
001273         AND XCTL-TRAILER-CTR = ZERO
001274         SET XCTL-ABSENT TO TRUE
001275         DISPLAY 'EXTRACT HAS NO HEADER/TRAILER RECORDS - '
001276                 'WRITTEN BEFORE THE CONTROL RECORD CUTOVER'
001277         GO TO 2060-EXIT
001278     END-IF.
001279     IF XCTL-ORPHAN-CTR > ZERO
001280         DISPLAY 'EXTRACT HAS ' XCTL-ORPHAN-CTR
001281                 ' RECORDS OUTSIDE ANY HEADER/TRAILER'
001282         SET XCTL-BROKEN TO TRUE
001283         ADD 1 TO XCTL-BREAK-CTR
001284     END-IF.
001285     IF XCTL-SEGMENT-OPEN
001286         DISPLAY 'EXTRACT RUN ' XCTL-RUN-ID ' HAS NO TRAILER'
001287         SET XCTL-BROKEN TO TRUE
001288         ADD 1 TO XCTL-BREAK-CTR
001289     END-IF.
001290 2060-EXIT.
001291     EXIT.
001292
001294*****************************************************
001295*  2100-WRITE-CSV-ROW - RESOLVE THE FLAG BYTES TO    *
001296*  READABLE VALUES, LABEL A PLAIN NUMBER AS SUCH,    *
001298*  AND ASSEMBLE THE COMMA-DELIMITED ROW.  THE        *
001300*  RESULT COLUMN IS A SINGLE TOKEN (LABELS ARE       *
001310*  CONCATENATED WITHOUT SPACES) SO DELIMITING THE    *
001320*  STRING BY SPACE TRIMS THE TRAILING BLANKS.        *
001880*  9000-TERMINATE - CLOSE FILES AND SET THE STEP     *
001890*  RETURN CODE.                                      *
001900*     RC=0  - CLEAN EXPORT.                          *
001902*     RC=8  - THE EXTRACT'S HEADER/TRAILER CONTROL   *
001904*             TOTALS DO NOT BALANCE - DO NOT SEND.   *
001906*             AN EXTRACT WITH NO CONTROL RECORDS     *
001908*             (WRITTEN BEFORE THEY EXISTED) IS RC=0. *
001910*     RC=16 - A REQUIRED DATASET FAILED TO OPEN.     *
001920*****************************************************
001930 9000-TERMINATE.
001960     IF FATAL-ERROR-FOUND
001970         MOVE 16 TO RETURN-CODE
001980     ELSE
001982         IF XCTL-BROKEN
001984             MOVE 8 TO RETURN-CODE
001986         ELSE
001990             MOVE 0 TO RETURN-CODE
001995         END-IF
002000     END-IF.
002010     DISPLAY 'EXTRCSV WAREHOUSE EXPORT COMPLETE - '
002020             ROW-COUNT ' DATA ROWS'.
