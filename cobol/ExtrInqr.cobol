000167*                   REPOREC.CPY) - WHICH RULES FIRED *
000168*                   BY LABEL, NOT BY POSITION, SO A  *
000169*                   DISPUTE ANSWER NAMES THE RULES.  *
000170*  10/15/2026  RH   EACH RULE ON THE HIT LINE NOW     *
000171*                   SHOWS ITS TYPE CODE AS LABEL(T),  *
000172*                   WITH A TYPE LEGEND UNDER THE PAGE *
000173*                   HEADER (SEE RULEREC.CPY).         *
000175*****************************************************
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000722 77  RULE-SUB                    PIC 9(03) COMP VALUE ZERO.
000724 77  RULES-TEXT-WS               PIC X(120) VALUE SPACES.
000726 77  RULES-TEXT-PTR              PIC 9(04) COMP VALUE 1.
000728 77  RULE-TYPE-WS                PIC X(01) VALUE SPACE.
000730
000740*****************************************************
000750*  RUN DATE AND TIME                                *
000900     05  RPT-HDR-DATE            PIC X(10).
000910     05  FILLER                  PIC X(07) VALUE ' TIME: '.
000920     05  RPT-HDR-TIME            PIC X(08).
000921     05  FILLER                  PIC X(64) VALUE SPACES.
000922
000923 01  RPT-LEGEND-LINE.
000924     05  FILLER                  PIC X(01) VALUE SPACE.
000925     05  FILLER                  PIC X(39)
000926             VALUE 'RULE TYPES - D DIVISIBLE  M REMAINDER  '.
000927     05  FILLER                  PIC X(28)
000928             VALUE 'C CONTAINS DIGIT  O OVERRIDE'.
000930     05  FILLER                  PIC X(64) VALUE SPACES.
000940
000950 01  RPT-REQUEST-LINE.
001860         MOVE RUN-TIME-DISPLAY TO RPT-HDR-TIME
001870         WRITE REPORT-LINE FROM RPT-HEADER-LINE
001880             AFTER ADVANCING PAGE
001883         WRITE REPORT-LINE FROM RPT-LEGEND-LINE
001886             AFTER ADVANCING 1 LINE
001890     END-IF.
001900 1000-EXIT.
001910     EXIT.
002891
002892*****************************************************
002893*  2400-WRITE-RULES-LINE - THE STORED PER-RULE HIT   *
002894*  AREA AS ONE "LABEL(T)=Y/N" LINE, IN SET ORDER,     *
002895*  SO THE ANSWER NAMES THE RULES THAT FIRED INSTEAD  *
002896*  OF LEANING ON THE POSITIONAL FIZZ/BUZZ COLUMNS.   *
002897*****************************************************
002914     EXIT.
002915
002916 2410-APPEND-ONE-RULE.
002917*    A BLANK TYPE IS A PRE-TYPE RECORD - DIVISIBLE.
002918     MOVE REPO-RULE-TYPE(RULE-SUB) TO RULE-TYPE-WS.
002919     IF RULE-TYPE-WS = SPACE
002920         MOVE 'D' TO RULE-TYPE-WS
002921     END-IF.
002922     STRING REPO-RULE-LABEL(RULE-SUB) DELIMITED BY SPACE
002923            '(' DELIMITED BY SIZE
002924            RULE-TYPE-WS DELIMITED BY SIZE
002925            ')=' DELIMITED BY SIZE
002926            REPO-RULE-HIT(RULE-SUB) DELIMITED BY SIZE
002927            ' ' DELIMITED BY SIZE
002928            INTO RULES-TEXT-WS
002929            WITH POINTER RULES-TEXT-PTR
002930         ON OVERFLOW
002931             DISPLAY 'RULES LINE OVERFLOW AT KEY ' REPO-KEY
002932     END-STRING.
002933 2410-EXIT.
002934     EXIT.
002935
002936 3000-WRITE-TOTALS.
002937     MOVE SPACES TO RPT-TOTAL-LINE.
002938     MOVE REQUEST-CTR TO RPT-TOT-REQS.
002940     MOVE RESULT-CTR  TO RPT-TOT-RESULTS.
002950     WRITE REPORT-LINE FROM RPT-TOTAL-LINE
002960         AFTER ADVANCING 3 LINES.
