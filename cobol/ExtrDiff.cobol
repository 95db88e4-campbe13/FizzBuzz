000235*                   RULE VERDICT IS A DIFFERENCE    *
000236*                   EVEN WHEN THE MESSAGE TEXT      *
000237*                   HAPPENS TO MATCH.               *
000238*  10/15/2026  RH   PREVIOUS-GENERATION LAYOUT GREW  *
000239*                   TO 306 BYTES FOR THE EXTRACT'S   *
000240*                   NEW RULE-TYPE BYTES, WHICH THE   *
000241*                   HIT-AREA COMPARE NOW COVERS TOO. *
000242*  10/15/2026  RH   THE EXTRACT'S HEADER AND TRAILER *
000243*                   CONTROL RECORDS (SEE EXTRREC.CPY)*
000244*                   ARE PASSED OVER ON BOTH SIDES -  *
000245*                   THEY ARE NOT RESULTS AND WOULD   *
000246*                   BREAK THE KEY ORDER.  THE REPORT *
000247*                   NAMES EACH GENERATION'S RUN ID   *
000248*                   FROM ITS LAST HEADER.            *
000249*****************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000430*****************************************************
000440*  THE PREVIOUS GENERATION UNDER ITS OWN NAMES SO   *
000450*  BOTH LAYOUTS CAN BE HELD AT ONCE - THE SAME      *
000460*  306 BYTES AS EXTRREC.CPY, FIELD FOR FIELD.       *
000470*****************************************************
000480 FD  PREV-FILE.
000490 01  PREV-EXTRACT-RECORD.
000500     05  PREV-RUN-SEQ          PIC 9(03).
000502     05  PREV-REC-KIND REDEFINES PREV-RUN-SEQ
000504                               PIC X(03).
000506         88  PREV-IS-HEADER        VALUE 'HDR'.
000508         88  PREV-IS-CONTROL       VALUE 'HDR' 'TRL'.
000510     05  PREV-COUNTR           PIC 9(09).
000520     05  PREV-FIZZ-FLAG        PIC X(01).
000530     05  PREV-BUZZ-FLAG        PIC X(01).
000553         10  PREV-RULE-HITS OCCURS 20 TIMES.
000554             15  PREV-RULE-LABEL PIC X(10).
000555             15  PREV-RULE-HIT   PIC X(01).
000556         10  PREV-RULE-TYPES.
000557             15  PREV-RULE-TYPE  PIC X(01) OCCURS 20 TIMES.
000560
000570 FD  REPORT-FILE.
000580 01  REPORT-LINE                  PIC X(132).
000951 77  RULES-TEXT-WS               PIC X(120) VALUE SPACES.
000952 77  RULES-TEXT-PTR              PIC 9(04) COMP VALUE 1.
000953 77  RULE-SUB                    PIC 9(03) COMP VALUE ZERO.
000954*    RUN ID OF EACH GENERATION, FROM ITS LAST HEADER RECORD -
000955*    SPACES FOR A GENERATION WRITTEN BEFORE THERE WERE ANY.
000956 77  CURR-RUN-ID                 PIC X(16) VALUE SPACES.
000957 77  PREV-RUN-ID                 PIC X(16) VALUE SPACES.
000960
000970*****************************************************
000980*  MATCH KEYS - RUN-SEQ PLUS COUNTR AS ONE 12-BYTE  *
004416 2620-EXIT.
004417     EXIT.
004418
004419*****************************************************
004420*  2700-READ-CURR / 2800-READ-PREV - NEXT RESULT     *
004421*  RECORD ON EACH SIDE.  A HEADER OR TRAILER RECORD  *
004422*  IS NOT A RESULT - A HEADER'S RUN ID IS KEPT FOR   *
004423*  THE REPORT AND THE READ GOES ON PAST IT.          *
004424*****************************************************
004425 2700-READ-CURR.
004426     READ CURR-FILE
004428         AT END
004430             SET CURR-EOF TO TRUE
004440             MOVE HIGH-VALUES TO CURR-MATCH-KEY
004450             GO TO 2700-EXIT
004490     END-READ.
004491     IF EXTR-IS-CONTROL
004492         IF EXTR-IS-HEADER
004493             MOVE EXTC-RUN-ID TO CURR-RUN-ID
004494         END-IF
004495         GO TO 2700-READ-CURR
004496     END-IF.
004497     ADD 1 TO CURR-READ-CTR.
004498     MOVE EXTR-RUN-SEQ TO CURR-KEY-SEQ.
004499     MOVE EXTR-COUNTR  TO CURR-KEY-COUNTR.
004500 2700-EXIT.
004510     EXIT.
004520
004550         AT END
004560             SET PREV-EOF TO TRUE
004570             MOVE HIGH-VALUES TO PREV-MATCH-KEY
004571             GO TO 2800-EXIT
004572     END-READ.
004573*    THE RUN ID SITS AT THE SAME OFFSET AS EXTC-RUN-ID - THE
004574*    FIRST 16 BYTES OF THE RULE AREA.
004575     IF PREV-IS-CONTROL
004576         IF PREV-IS-HEADER
004577             MOVE PREV-RULE-AREA(1:16) TO PREV-RUN-ID
004578         END-IF
004579         GO TO 2800-READ-PREV
004580     END-IF.
004590     ADD 1 TO PREV-READ-CTR.
004600     MOVE PREV-RUN-SEQ TO PREV-KEY-SEQ.
004610     MOVE PREV-COUNTR  TO PREV-KEY-COUNTR.
004630 2800-EXIT.
004640     EXIT.
004650
004870     MOVE JOB-PREV-ONLY-CTR TO RPT-TOT-PREV-ONLY.
004880     MOVE JOB-MATCHED-CTR   TO RPT-TOT-MATCHED.
004890     WRITE REPORT-LINE FROM RPT-TOTAL-LINE2
004891         AFTER ADVANCING 1 LINE.
004892     MOVE SPACES TO RPT-CAPTION-LINE.
004894     STRING 'CURRENT RUN ' CURR-RUN-ID
004895            '  PREVIOUS RUN ' PREV-RUN-ID
004896            DELIMITED BY SIZE INTO RPT-CAPTION-TEXT.
004898     WRITE REPORT-LINE FROM RPT-CAPTION-LINE
004900         AFTER ADVANCING 1 LINE.
004910     MOVE SPACES TO RPT-CAPTION-LINE.
004920     IF DIFF-SEEN
