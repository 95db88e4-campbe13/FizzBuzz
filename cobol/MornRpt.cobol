000250*                   ANSWERS THE MONTH-END HISTORY    *
000260*                   QUESTIONS - THIS ANSWERS THE     *
000270*                   7 AM ONE.                        *
000271*  10/15/2026  RH   SHOW THE RUN ID OF THE LAST RUN, *
000272*                   THE RUN THE LAST HANDOFF GROUP   *
000273*                   VERIFIED, AND THE RUN THAT LEFT  *
000274*                   ANY IN-PROGRESS CHECKPOINT.  A   *
000275*                   HANDOFF FOR A DIFFERENT RUN THAN *
000276*                   THE LAST ONE (EXTRVRFY DID NOT   *
000277*                   RUN AFTER IT) NEEDS ATTENTION.   *
000280*****************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000940 77  INPROG-CTR                  PIC 9(05) COMP VALUE ZERO.
000950 77  HNDF-FAIL-CTR               PIC 9(05) COMP VALUE ZERO.
000960 77  LAST-JOB-VERDICT            PIC X(04) VALUE SPACES.
000965 77  LAST-HNDF-RUN-ID            PIC X(16) VALUE SPACES.
000970
000980*****************************************************
000990*  LATEST STATUS RECORD, SAVED OUT OF THE FD AREA - *
001080     05  LST-RECON-STATUS      PIC X(04).
001090     05  LST-RETURN-CODE       PIC 9(02).
001100     05  LST-SETS-SKIPPED      PIC 9(05).
001110     05  LST-RUN-ID            PIC X(16).
001112     05  FILLER                PIC X(25).
001120
001130*****************************************************
001140*  LAST HANDOFF GROUP - ONE ROW PER TYPE-S RECORD,  *
001430         10  CK-TAB-TIME           PIC X(08).
001440         10  CK-TAB-STATUS         PIC X(01).
001450             88  CK-TAB-IN-PROGRESS    VALUE 'P'.
001455         10  CK-TAB-RUN-ID         PIC X(16).
001460
001470*****************************************************
001480*  RUN DATE AND TIME                                *
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  RPT-CK-TIME             PIC X(08).
002220     05  FILLER                  PIC X(34) VALUE '  **'.
002221
002222 01  RPT-RUNID-LINE.
002224     05  FILLER                  PIC X(01) VALUE SPACE.
002225     05  RPT-RI-LABEL            PIC X(20).
002226     05  RPT-RI-RUN-ID           PIC X(16).
002228     05  FILLER                  PIC X(95) VALUE SPACES.
002230
002240 01  RPT-VERDICT-LINE.
002250     05  FILLER                  PIC X(01) VALUE SPACE.
003320     IF HNDF-JOB-RECORD
003330         SET GROUP-CLOSED TO TRUE
003340         MOVE HNDF-STATUS TO LAST-JOB-VERDICT
003345         MOVE HNDF-RUN-ID TO LAST-HNDF-RUN-ID
003350     END-IF.
003360 2100-EXIT.
003370     EXIT.
003630     MOVE CKPT-RUN-DATE TO CK-TAB-DATE(CK-IDX).
003640     MOVE CKPT-RUN-TIME TO CK-TAB-TIME(CK-IDX).
003650     MOVE CKPT-STATUS   TO CK-TAB-STATUS(CK-IDX).
003655     MOVE CKPT-RUN-ID   TO CK-TAB-RUN-ID(CK-IDX).
003660 2200-EXIT.
003670     EXIT.
003680
004083         END-IF
004090         WRITE REPORT-LINE FROM RPT-STAT-LINE2
004100             AFTER ADVANCING 1 LINE
004101         IF LST-RUN-ID NOT = SPACES
004102             MOVE 'RUN ID' TO RPT-RI-LABEL
004103             MOVE LST-RUN-ID TO RPT-RI-RUN-ID
004104             WRITE REPORT-LINE FROM RPT-RUNID-LINE
004105                 AFTER ADVANCING 1 LINE
004106         END-IF
004110         IF LST-RECON-STATUS NOT = 'OK'
004120             OR LST-RETURN-CODE > 4
004130             SET ATTENTION-NEEDED TO TRUE
004400         VARYING HDF-IDX FROM 1 BY 1
004410             UNTIL HDF-IDX > HDF-TAB-COUNT.
004420     IF LAST-JOB-VERDICT = 'FAIL'
004421         SET ATTENTION-NEEDED TO TRUE
004422     END-IF.
004424     IF LAST-HNDF-RUN-ID NOT = SPACES
004425         MOVE 'VERIFIED RUN ID' TO RPT-RI-LABEL
004426         MOVE LAST-HNDF-RUN-ID TO RPT-RI-RUN-ID
004428         WRITE REPORT-LINE FROM RPT-RUNID-LINE
004429             AFTER ADVANCING 1 LINE
004430     END-IF.
004432*    BOTH SIDES CARRY A RUN ID ONLY AFTER THE CUTOVER -
004433*    A BLANK ON EITHER SIDE PROVES NOTHING EITHER WAY.
004435     IF LAST-HNDF-RUN-ID NOT = SPACES
004436         AND STAT-RECORD-SEEN
004437         AND LST-RUN-ID NOT = SPACES
004438         AND LAST-HNDF-RUN-ID NOT = LST-RUN-ID
004440         MOVE SPACES TO RPT-CAPTION-LINE
004441         MOVE '** HANDOFF IS NOT FOR THE LAST RUN **'
004442             TO RPT-CAPTION-TEXT
004444         WRITE REPORT-LINE FROM RPT-CAPTION-LINE
004445             AFTER ADVANCING 1 LINE
004446         SET ATTENTION-NEEDED TO TRUE
004448     END-IF.
004450     MOVE SPACES TO RPT-CAPTION-LINE.
004460     MOVE 'CHECKPOINTS (CKPTFILE)' TO RPT-CAPTION-TEXT.
004470     WRITE REPORT-LINE FROM RPT-CAPTION-LINE
004980     MOVE CK-TAB-TIME(CK-IDX)   TO RPT-CK-TIME.
004990     WRITE REPORT-LINE FROM RPT-CKPT-LINE
005000         AFTER ADVANCING 1 LINE.
005001     IF CK-TAB-RUN-ID(CK-IDX) NOT = SPACES
005002         MOVE '   LEFT BY RUN ID' TO RPT-RI-LABEL
005003         MOVE CK-TAB-RUN-ID(CK-IDX) TO RPT-RI-RUN-ID
005004         WRITE REPORT-LINE FROM RPT-RUNID-LINE
005005             AFTER ADVANCING 1 LINE
005006     END-IF.
005010 3200-EXIT.
005020     EXIT.
005030
