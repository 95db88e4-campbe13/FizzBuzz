000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXTRONLN.
000030 AUTHOR.        R HALVERSON.
000040 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080*  MODIFICATION HISTORY                             *
000090*  10/15/2026  RH   ORIGINAL - ONLINE (CICS) HELP-   *
000100*                   DESK INQUIRY OVER THE VSAM       *
000110*                   RESULT REPOSITORY, TRANSACTION   *
000120*                   FBIQ.  SHOWS THE STORED MESSAGE, *
000130*                   FLAGS AND PER-RULE HIT AREA BY   *
000140*                   LABEL FOR ONE RUN-SEQ/COUNTR     *
000150*                   KEY, PAGES TO THE NEIGHBORING    *
000160*                   KEYS OF THE SAME SET, AND JUMPS  *
000170*                   TO THE SET'S FIRST OR LAST KEY.  *
000180*                   EVERY LOOKUP IS LOGGED WITH THE  *
000190*                   USER ID TO TD QUEUE FBIL (SEE    *
000200*                   ILOGREC.CPY) - THE ONLINE TRAIL  *
000210*                   THAT INQFILE GIVES THE BATCH     *
000220*                   EXTRINQR.                        *
000230*****************************************************
000240*****************************************************
000250*  PSEUDO-CONVERSATIONAL.  THE FIRST ENTRY (NO       *
000260*  COMMAREA) SENDS AN EMPTY SCREEN; EVERY LATER      *
000270*  ENTRY RECEIVES THE SCREEN, ACTS ON THE KEY        *
000280*  PRESSED, AND RETURNS WITH TRANSID FBIQ AND THE    *
000290*  COMMAREA BELOW.  KEYS -                           *
000300*     ENTER - LOOK UP THE PARM SET / COUNTR KEYED    *
000310*     PF5   - FIRST KEY STORED FOR THE PARM SET      *
000320*     PF6   - LAST KEY STORED FOR THE PARM SET       *
000330*     PF7   - PREVIOUS KEY OF THE SAME PARM SET      *
000340*     PF8   - NEXT KEY OF THE SAME PARM SET          *
000350*     PF3 / CLEAR - END THE INQUIRY                  *
000360*  PAGING NEVER CROSSES INTO ANOTHER PARM SET - THE  *
000370*  SET'S FIRST AND LAST KEYS ARE ITS BOUNDS.         *
000380*****************************************************
000390 ENVIRONMENT DIVISION.
000400
000410 DATA DIVISION.
000420 WORKING-STORAGE SECTION.
000430*****************************************************
000440*  SWITCHES                                         *
000450*****************************************************
000460 01  PROGRAM-SWITCHES.
000470     05  LOOKUP-SWITCH             PIC X(01) VALUE 'N'.
000480         88  LOOKUP-FOUND                    VALUE 'Y'.
000490         88  LOOKUP-NOT-FOUND                VALUE 'N'.
000500         88  LOOKUP-FILE-ERROR               VALUE 'E'.
000510     05  INPUT-SWITCH              PIC X(01) VALUE 'Y'.
000520         88  INPUT-IS-VALID                  VALUE 'Y'.
000530         88  INPUT-IS-INVALID                VALUE 'N'.
000540     05  LOG-SWITCH                PIC X(01) VALUE 'N'.
000550         88  LOOKUP-TO-LOG                   VALUE 'Y'.
000552     05  REDISPLAY-SWITCH          PIC X(01) VALUE 'N'.
000554         88  SHOWN-KEY-REREAD                VALUE 'Y'.
000560
000570*****************************************************
000580*  STANDALONE COUNTERS AND WORK FIELDS              *
000590*****************************************************
000600 77  CICS-RESP                   PIC S9(08) COMP VALUE ZERO.
000605 77  CICS-RESP-DISPLAY           PIC 9(08) VALUE ZERO.
000610 77  RULE-SUB                    PIC 9(03) COMP VALUE ZERO.
000620 77  LINE-SUB                    PIC 9(03) COMP VALUE ZERO.
000630 77  ABS-TIME                    PIC S9(15) COMP-3 VALUE ZERO.
000640 77  RUN-DATE-DISPLAY            PIC X(10) VALUE SPACES.
000650 77  RUN-TIME-DISPLAY            PIC X(08) VALUE SPACES.
000660 77  USER-ID-WS                  PIC X(08) VALUE SPACES.
000670 77  REQ-RUN-SEQ                 PIC 9(03) VALUE ZERO.
000680 77  REQ-COUNTR                  PIC 9(09) VALUE ZERO.
000690 77  SCREEN-MESSAGE              PIC X(79) VALUE SPACES.
000700 77  END-TEXT                    PIC X(30)
000710         VALUE 'FBIQ REPOSITORY INQUIRY ENDED'.
000720
000730*****************************************************
000740*  BROWSE KEYS.  TARGET-KEY IS WHERE A PAGE OR JUMP  *
000750*  IS MEASURED FROM; BROWSE-KEY IS THE RIDFLD, WHICH *
000760*  CICS OVERWRITES WITH EACH KEY READ.  HIGH-VALUES  *
000770*  IN BROWSE-KEY-X STARTS A BROWSE AT END OF FILE.   *
000780*****************************************************
000790 01  TARGET-KEY.
000800     05  TGT-RUN-SEQ             PIC 9(03).
000810     05  TGT-COUNTR              PIC 9(09).
000820 01  TARGET-KEY-X REDEFINES TARGET-KEY
000830                                 PIC X(12).
000840 01  BROWSE-KEY.
000850     05  BRW-RUN-SEQ             PIC 9(03).
000860     05  BRW-COUNTR              PIC 9(09).
000870 01  BROWSE-KEY-X REDEFINES BROWSE-KEY
000880                                 PIC X(12).
000890
000900*****************************************************
000910*  COMMAREA CARRIED BETWEEN SCREENS - THE KEY NOW    *
000920*  ON DISPLAY, SO A PAGE THAT FINDS NOTHING CAN PUT  *
000930*  THE SAME RECORD BACK UP UNDER ITS MESSAGE.        *
000940*****************************************************
000950 01  INQ-COMMAREA.
000960     05  COMM-SHOWN-SWITCH       PIC X(01).
000970         88  COMM-KEY-SHOWN              VALUE 'Y'.
000980     05  COMM-RUN-SEQ            PIC 9(03).
000990     05  COMM-COUNTR             PIC 9(09).
001000 77  COMMAREA-LEN                PIC S9(04) COMP VALUE 13.
001010
001020*****************************************************
001030*  ONE RULE OF THE SET AS SHOWN ON THE SCREEN, AND   *
001040*  THE TEN SCREEN LINES THEY ARE LAID OUT ON - RULES *
001050*  1-10 DOWN THE LEFT, 11-20 DOWN THE RIGHT.         *
001060*****************************************************
001070 01  RULE-DESC.
001080     05  RD-SLOT                 PIC 9(02).
001090     05  FILLER                  PIC X(01) VALUE SPACE.
001100     05  RD-LABEL                PIC X(10).
001110     05  FILLER                  PIC X(01) VALUE SPACE.
001120     05  RD-TYPE                 PIC X(09).
001130     05  FILLER                  PIC X(01) VALUE SPACE.
001140     05  RD-RESULT               PIC X(09).
001150     05  FILLER                  PIC X(06) VALUE SPACES.
001160 01  RULE-SCREEN-LINES.
001170     05  RULE-SCREEN-LINE OCCURS 10 TIMES.
001180         10  RSL-LEFT            PIC X(39).
001190         10  FILLER              PIC X(01).
001200         10  RSL-RIGHT           PIC X(39).
001210
001220     COPY REPOREC.
001230
001240     COPY ILOGREC.
001250
001260     COPY FBIQMAP.
001270
001280     COPY DFHAID.
001290
001300 LINKAGE SECTION.
001310 01  DFHCOMMAREA                 PIC X(13).
001320
001330 PROCEDURE DIVISION.
001340*****************************************************
001350*  0000-MAINLINE                                    *
001360*****************************************************
001370 0000-MAINLINE.
001380     EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
001390     EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
001400         YYYYMMDD(RUN-DATE-DISPLAY) DATESEP('-')
001410         TIME(RUN-TIME-DISPLAY) TIMESEP(':')
001420     END-EXEC.
001430     IF EIBCALEN = ZERO
001440         PERFORM 1000-FIRST-SCREEN THRU 1000-EXIT
001450     ELSE
001460         MOVE DFHCOMMAREA TO INQ-COMMAREA
001470         PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
001480     END-IF.
001490     EXEC CICS RETURN TRANSID(EIBTRNID)
001500         COMMAREA(INQ-COMMAREA) LENGTH(COMMAREA-LEN)
001510     END-EXEC.
001520     GOBACK.
001530
001540*****************************************************
001550*  1000-FIRST-SCREEN - NO COMMAREA, SO THIS IS THE   *
001560*  TRANSACTION'S FIRST ENTRY FROM THE TERMINAL.      *
001570*****************************************************
001580 1000-FIRST-SCREEN.
001590     MOVE 'N' TO COMM-SHOWN-SWITCH.
001600     MOVE ZERO TO COMM-RUN-SEQ COMM-COUNTR.
001610     MOVE LOW-VALUES TO FBIQMAPO.
001620     MOVE 'ENTER A PARM SET AND COUNTR, THEN PRESS ENTER'
001630         TO SCREEN-MESSAGE.
001640     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
001650 1000-EXIT.
001660     EXIT.
001670
001680*****************************************************
001690*  2000-PROCESS-SCREEN - ACT ON THE KEY PRESSED.     *
001700*  PF3 AND CLEAR END THE CONVERSATION HERE AND DO    *
001710*  NOT COME BACK TO THE MAINLINE.                    *
001720*****************************************************
001730 2000-PROCESS-SCREEN.
001740     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
001750         PERFORM 2900-END-INQUIRY THRU 2900-EXIT
001760     END-IF.
001770     MOVE LOW-VALUES TO FBIQMAPI.
001780     EXEC CICS RECEIVE MAP('FBIQMAP') MAPSET('FBIQSET')
001790         INTO(FBIQMAPI) RESP(CICS-RESP)
001800     END-EXEC.
001810*    MAPFAIL - NOTHING CAME BACK FROM THE SCREEN - LEAVES
001820*    THE INPUT FIELDS LOW-VALUES; THE EDITS BELOW CATCH IT.
001830     IF CICS-RESP NOT = DFHRESP(NORMAL)
001840         AND CICS-RESP NOT = DFHRESP(MAPFAIL)
001850         MOVE LOW-VALUES TO FBIQMAPI
001860     END-IF.
001870     MOVE SPACES TO SCREEN-MESSAGE INQUIRY-LOG-RECORD.
001880     MOVE 'N' TO LOG-SWITCH.
001885     MOVE 'N' TO REDISPLAY-SWITCH.
001890     SET LOOKUP-NOT-FOUND TO TRUE.
001900     PERFORM 2050-EDIT-SCREEN-KEY THRU 2050-EXIT.
001910     IF INPUT-IS-VALID
001920         EVALUATE TRUE
001930             WHEN EIBAID = DFHENTER
001940                 PERFORM 2100-KEYED-LOOKUP THRU 2100-EXIT
001950             WHEN EIBAID = DFHPF5
001960                 PERFORM 2200-FIRST-KEY THRU 2200-EXIT
001970             WHEN EIBAID = DFHPF6
001980                 PERFORM 2300-LAST-KEY THRU 2300-EXIT
001990             WHEN EIBAID = DFHPF7
002000                 PERFORM 2400-PAGE-BACK THRU 2400-EXIT
002010             WHEN EIBAID = DFHPF8
002020                 PERFORM 2500-PAGE-FORWARD THRU 2500-EXIT
002030             WHEN OTHER
002040                 MOVE 'THAT KEY IS NOT USED ON THIS SCREEN'
002050                     TO SCREEN-MESSAGE
002060         END-EVALUATE
002070     END-IF.
002080     IF LOOKUP-TO-LOG
002090         PERFORM 7000-WRITE-INQUIRY-LOG THRU 7000-EXIT
002100     END-IF.
002110     PERFORM 6000-BUILD-SCREEN THRU 6000-EXIT.
002120     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
002130 2000-EXIT.
002140     EXIT.
002150
002160*****************************************************
002170*  2050-EDIT-SCREEN-KEY - THE PARM SET IS NEEDED FOR *
002180*  EVERY ACTION, THE COUNTR FOR ALL BUT PF5/PF6.     *
002190*  JUSTIFY=(RIGHT,ZERO) ON THE MAP ZERO-FILLS A      *
002200*  SHORT ENTRY, SO A KEYED VALUE ARRIVES NUMERIC.    *
002210*****************************************************
002220 2050-EDIT-SCREEN-KEY.
002230     SET INPUT-IS-VALID TO TRUE.
002240     MOVE ZERO TO REQ-RUN-SEQ REQ-COUNTR.
002250     IF IQSEQI NUMERIC
002260         MOVE IQSEQI TO REQ-RUN-SEQ
002270     ELSE
002280         SET INPUT-IS-INVALID TO TRUE
002290         MOVE 'PARM SET MUST BE ENTERED AS 1 TO 3 DIGITS'
002300             TO SCREEN-MESSAGE
002310         GO TO 2050-EXIT
002320     END-IF.
002330     IF EIBAID = DFHPF5 OR EIBAID = DFHPF6
002340         GO TO 2050-EXIT
002350     END-IF.
002360     IF IQCTRI NUMERIC
002370         MOVE IQCTRI TO REQ-COUNTR
002380     ELSE
002390         SET INPUT-IS-INVALID TO TRUE
002400         MOVE 'COUNTR MUST BE ENTERED AS 1 TO 9 DIGITS'
002410             TO SCREEN-MESSAGE
002420     END-IF.
002430 2050-EXIT.
002440     EXIT.
002450
002460*****************************************************
002470*  2100-KEYED-LOOKUP - ENTER.  A DIRECT READ OF THE  *
002480*  ONE KEY ASKED FOR.                                *
002490*****************************************************
002500 2100-KEYED-LOOKUP.
002510     SET ILOG-KEYED-LOOKUP TO TRUE.
002520     SET LOOKUP-TO-LOG TO TRUE.
002530     MOVE REQ-RUN-SEQ TO BRW-RUN-SEQ.
002540     MOVE REQ-COUNTR  TO BRW-COUNTR.
002550     EXEC CICS READ FILE('REPOFILE')
002560         INTO(REPO-RECORD) RIDFLD(BROWSE-KEY)
002570         RESP(CICS-RESP)
002580     END-EXEC.
002590     EVALUATE TRUE
002600         WHEN CICS-RESP = DFHRESP(NORMAL)
002610             SET LOOKUP-FOUND TO TRUE
002620         WHEN CICS-RESP = DFHRESP(NOTFND)
002630             SET LOOKUP-NOT-FOUND TO TRUE
002640             MOVE 'NO RESULT IS STORED FOR THAT PARM SET/COUNTR'
002650                 TO SCREEN-MESSAGE
002660         WHEN OTHER
002670             PERFORM 2950-FILE-ERROR THRU 2950-EXIT
002680     END-EVALUATE.
002690 2100-EXIT.
002700     EXIT.
002710
002720*****************************************************
002730*  2200-FIRST-KEY - PF5.  THE FIRST KEY AT OR AFTER  *
002740*  COUNTR ZERO, IF IT STILL BELONGS TO THE SET.      *
002750*****************************************************
002760 2200-FIRST-KEY.
002770     SET ILOG-FIRST-KEY TO TRUE.
002780     MOVE REQ-RUN-SEQ TO TGT-RUN-SEQ.
002790     MOVE ZERO        TO TGT-COUNTR.
002800     PERFORM 4000-READ-AT-OR-AFTER THRU 4000-EXIT.
002810     PERFORM 4900-CHECK-SAME-SET THRU 4900-EXIT.
002820     IF LOOKUP-NOT-FOUND
002830         MOVE 'NO RESULTS ARE STORED FOR THAT PARM SET'
002840             TO SCREEN-MESSAGE
002850     END-IF.
002860 2200-EXIT.
002870     EXIT.
002880
002890*****************************************************
002900*  2300-LAST-KEY - PF6.  THE LAST KEY BEFORE THE     *
002910*  NEXT SET'S COUNTR ZERO (OR BEFORE END OF FILE FOR *
002920*  SET 999), IF IT STILL BELONGS TO THE SET.         *
002930*****************************************************
002940 2300-LAST-KEY.
002950     SET ILOG-LAST-KEY TO TRUE.
002960     IF REQ-RUN-SEQ = 999
002970         MOVE HIGH-VALUES TO TARGET-KEY-X
002980     ELSE
002990         COMPUTE TGT-RUN-SEQ = REQ-RUN-SEQ + 1
003000         MOVE ZERO TO TGT-COUNTR
003010     END-IF.
003020     PERFORM 4100-READ-BEFORE THRU 4100-EXIT.
003030     PERFORM 4900-CHECK-SAME-SET THRU 4900-EXIT.
003040     IF LOOKUP-NOT-FOUND
003050         MOVE 'NO RESULTS ARE STORED FOR THAT PARM SET'
003060             TO SCREEN-MESSAGE
003070     END-IF.
003080 2300-EXIT.
003090     EXIT.
003100
003110*****************************************************
003120*  2400-PAGE-BACK - PF7.  THE KEY JUST BEFORE THE    *
003130*  ONE ON THE SCREEN, WITHIN THE SAME SET.           *
003140*****************************************************
003150 2400-PAGE-BACK.
003160     SET ILOG-PAGE-BACK TO TRUE.
003170     MOVE REQ-RUN-SEQ TO TGT-RUN-SEQ.
003180     MOVE REQ-COUNTR  TO TGT-COUNTR.
003190     PERFORM 4100-READ-BEFORE THRU 4100-EXIT.
003200     PERFORM 4900-CHECK-SAME-SET THRU 4900-EXIT.
003210     IF LOOKUP-NOT-FOUND
003220         MOVE 'START OF PARM SET - NO EARLIER COUNTR IS STORED'
003230             TO SCREEN-MESSAGE
003240         PERFORM 3000-REDISPLAY-SHOWN-KEY THRU 3000-EXIT
003250     END-IF.
003260 2400-EXIT.
003270     EXIT.
003280
003290*****************************************************
003300*  2500-PAGE-FORWARD - PF8.  THE KEY JUST AFTER THE  *
003310*  ONE ON THE SCREEN, WITHIN THE SAME SET.           *
003320*****************************************************
003330 2500-PAGE-FORWARD.
003340     SET ILOG-PAGE-FORWARD TO TRUE.
003350     IF REQ-COUNTR = 999999999
003360         SET LOOKUP-TO-LOG TO TRUE
003370         SET LOOKUP-NOT-FOUND TO TRUE
003380     ELSE
003390         MOVE REQ-RUN-SEQ TO TGT-RUN-SEQ
003400         COMPUTE TGT-COUNTR = REQ-COUNTR + 1
003410         PERFORM 4000-READ-AT-OR-AFTER THRU 4000-EXIT
003420         PERFORM 4900-CHECK-SAME-SET THRU 4900-EXIT
003430     END-IF.
003440     IF LOOKUP-NOT-FOUND
003450         MOVE 'END OF PARM SET - NO LATER COUNTR IS STORED'
003460             TO SCREEN-MESSAGE
003470         PERFORM 3000-REDISPLAY-SHOWN-KEY THRU 3000-EXIT
003480     END-IF.
003490 2500-EXIT.
003500     EXIT.
003510
003520*****************************************************
003530*  2900-END-INQUIRY - PF3 / CLEAR.  CLEAR THE SCREEN *
003540*  AND RETURN TO CICS WITHOUT A NEXT TRANSID.        *
003550*****************************************************
003560 2900-END-INQUIRY.
003570     EXEC CICS SEND TEXT FROM(END-TEXT)
003580         LENGTH(LENGTH OF END-TEXT)
003590         ERASE FREEKB
003600     END-EXEC.
003610     EXEC CICS RETURN END-EXEC.
003620 2900-EXIT.
003630     EXIT.
003640
003650*****************************************************
003660*  2950-FILE-ERROR - ANY REPOFILE RESPONSE OTHER     *
003670*  THAN FOUND / NOT FOUND (FILE CLOSED, DISABLED,    *
003680*  I/O ERROR).  THE RESP CODE GOES ON THE SCREEN FOR *
003690*  THE CALL TO SUPPORT.                              *
003700*****************************************************
003710 2950-FILE-ERROR.
003720     SET LOOKUP-FILE-ERROR TO TRUE.
003730     MOVE SPACES TO SCREEN-MESSAGE.
003735     MOVE CICS-RESP TO CICS-RESP-DISPLAY.
003740     STRING 'REPOSITORY UNAVAILABLE - REPOFILE RESP '
003750                DELIMITED BY SIZE
003760            CICS-RESP-DISPLAY DELIMITED BY SIZE
003770            ' - CALL BATCH PRODUCTION SUPPORT'
003780                DELIMITED BY SIZE
003790            INTO SCREEN-MESSAGE
003800     END-STRING.
003810 2950-EXIT.
003820     EXIT.
003830
003840*****************************************************
003850*  3000-REDISPLAY-SHOWN-KEY - A PAGE FOUND NOTHING;  *
003860*  PUT THE RECORD ALREADY ON THE SCREEN BACK UP SO   *
003870*  THE USER KEEPS THEIR PLACE.  THE PAGE ITSELF IS   *
003880*  STILL LOGGED AS A MISS.  REDISPLAY-SWITCH SAYS    *
003882*  THE RECORD WAS READ BACK AND MAY BE SHOWN.        *
003890*****************************************************
003900 3000-REDISPLAY-SHOWN-KEY.
003910     IF NOT COMM-KEY-SHOWN
003920         GO TO 3000-EXIT
003930     END-IF.
003940     MOVE COMM-RUN-SEQ TO BRW-RUN-SEQ.
003950     MOVE COMM-COUNTR  TO BRW-COUNTR.
003960     EXEC CICS READ FILE('REPOFILE')
003970         INTO(REPO-RECORD) RIDFLD(BROWSE-KEY)
003980         RESP(CICS-RESP)
003990     END-EXEC.
004000     IF CICS-RESP = DFHRESP(NORMAL)
004005         SET SHOWN-KEY-REREAD TO TRUE
004007     ELSE
004010         MOVE 'N' TO COMM-SHOWN-SWITCH
004020     END-IF.
004030 3000-EXIT.
004040     EXIT.
004050
004060*****************************************************
004070*  4000-READ-AT-OR-AFTER - FIRST REPOSITORY RECORD   *
004080*  WHOSE KEY IS NOT LESS THAN TARGET-KEY.            *
004090*****************************************************
004100 4000-READ-AT-OR-AFTER.
004110     SET LOOKUP-TO-LOG TO TRUE.
004120     SET LOOKUP-NOT-FOUND TO TRUE.
004130     MOVE TARGET-KEY TO BROWSE-KEY.
004140     EXEC CICS STARTBR FILE('REPOFILE')
004150         RIDFLD(BROWSE-KEY) GTEQ
004160         RESP(CICS-RESP)
004170     END-EXEC.
004180     IF CICS-RESP = DFHRESP(NOTFND)
004190         GO TO 4000-EXIT
004200     END-IF.
004210     IF CICS-RESP NOT = DFHRESP(NORMAL)
004220         PERFORM 2950-FILE-ERROR THRU 2950-EXIT
004230         GO TO 4000-EXIT
004240     END-IF.
004250     EXEC CICS READNEXT FILE('REPOFILE')
004260         INTO(REPO-RECORD) RIDFLD(BROWSE-KEY)
004270         RESP(CICS-RESP)
004280     END-EXEC.
004290     EVALUATE TRUE
004300         WHEN CICS-RESP = DFHRESP(NORMAL)
004310             SET LOOKUP-FOUND TO TRUE
004320         WHEN CICS-RESP = DFHRESP(ENDFILE)
004330             CONTINUE
004340         WHEN OTHER
004350             PERFORM 2950-FILE-ERROR THRU 2950-EXIT
004360     END-EVALUATE.
004370     EXEC CICS ENDBR FILE('REPOFILE')
004380         RESP(CICS-RESP)
004390     END-EXEC.
004400 4000-EXIT.
004410     EXIT.
004420
004430*****************************************************
004440*  4100-READ-BEFORE - LAST REPOSITORY RECORD WHOSE   *
004450*  KEY IS LESS THAN TARGET-KEY.  THE BROWSE STARTS   *
004460*  AT THE FIRST KEY NOT LESS THAN THE TARGET (OR AT  *
004470*  END OF FILE WHEN THERE IS NONE); THE FIRST        *
004480*  READPREV RETURNS THAT RECORD ITSELF, SO A SECOND  *
004490*  ONE IS NEEDED WHEN IT IS NOT BELOW THE TARGET.    *
004500*****************************************************
004510 4100-READ-BEFORE.
004520     SET LOOKUP-TO-LOG TO TRUE.
004530     SET LOOKUP-NOT-FOUND TO TRUE.
004540     MOVE TARGET-KEY TO BROWSE-KEY.
004550     EXEC CICS STARTBR FILE('REPOFILE')
004560         RIDFLD(BROWSE-KEY) GTEQ
004570         RESP(CICS-RESP)
004580     END-EXEC.
004590     IF CICS-RESP = DFHRESP(NOTFND)
004600         MOVE HIGH-VALUES TO BROWSE-KEY-X
004610         EXEC CICS STARTBR FILE('REPOFILE')
004620             RIDFLD(BROWSE-KEY) GTEQ
004630             RESP(CICS-RESP)
004640         END-EXEC
004650     END-IF.
004660     IF CICS-RESP NOT = DFHRESP(NORMAL)
004670         PERFORM 2950-FILE-ERROR THRU 2950-EXIT
004680         GO TO 4100-EXIT
004690     END-IF.
004700     PERFORM 4110-READ-PREVIOUS THRU 4110-EXIT.
004710     IF CICS-RESP = DFHRESP(NORMAL)
004720         AND REPO-KEY NOT < TARGET-KEY-X
004730         PERFORM 4110-READ-PREVIOUS THRU 4110-EXIT
004740     END-IF.
004750     EVALUATE TRUE
004760         WHEN CICS-RESP = DFHRESP(NORMAL)
004770             SET LOOKUP-FOUND TO TRUE
004780         WHEN CICS-RESP = DFHRESP(ENDFILE)
004790             CONTINUE
004800         WHEN OTHER
004810             PERFORM 2950-FILE-ERROR THRU 2950-EXIT
004820     END-EVALUATE.
004830     EXEC CICS ENDBR FILE('REPOFILE')
004840         RESP(CICS-RESP)
004850     END-EXEC.
004860 4100-EXIT.
004870     EXIT.
004880
004890 4110-READ-PREVIOUS.
004900     EXEC CICS READPREV FILE('REPOFILE')
004910         INTO(REPO-RECORD) RIDFLD(BROWSE-KEY)
004920         RESP(CICS-RESP)
004930     END-EXEC.
004940 4110-EXIT.
004950     EXIT.
004960
004970*****************************************************
004980*  4900-CHECK-SAME-SET - A BROWSE THAT RAN INTO A    *
004990*  NEIGHBORING PARM SET FOUND NOTHING FOR THIS ONE.  *
005000*****************************************************
005010 4900-CHECK-SAME-SET.
005020     IF LOOKUP-FOUND
005030         AND REPO-RUN-SEQ NOT = REQ-RUN-SEQ
005040         SET LOOKUP-NOT-FOUND TO TRUE
005050     END-IF.
005060 4900-EXIT.
005070     EXIT.
005080
005090*****************************************************
005100*  6000-BUILD-SCREEN - FILL THE OUTPUT MAP FROM THE  *
005110*  RECORD FOUND (OR PUT BACK BY 3000), OR LEAVE ONLY *
005120*  THE KEY AND THE MESSAGE WHEN THERE IS NONE.  WHEN *
005122*  NOTHING WAS LOOKED UP (A KEY FIELD FAILED ITS     *
005124*  EDIT, OR THE KEY IS NOT USED) ONLY THE MESSAGE IS *
005126*  SENT AND THE COMMAREA GOES BACK AS IT CAME IN.    *
005130*****************************************************
005140 6000-BUILD-SCREEN.
005150     MOVE LOW-VALUES TO FBIQMAPO.
005152     IF NOT LOOKUP-TO-LOG
005154         GO TO 6000-EXIT
005156     END-IF.
005160     IF LOOKUP-FOUND
005170         OR (LOOKUP-NOT-FOUND AND SHOWN-KEY-REREAD)
005190         PERFORM 6100-SHOW-RECORD THRU 6100-EXIT
005200     ELSE
005210         MOVE 'N' TO COMM-SHOWN-SWITCH
005220         MOVE REQ-RUN-SEQ TO IQSEQO
005230         MOVE REQ-COUNTR  TO IQCTRO
005240     END-IF.
005250 6000-EXIT.
005260     EXIT.
005270
005280 6100-SHOW-RECORD.
005290     MOVE 'Y'          TO COMM-SHOWN-SWITCH.
005300     MOVE REPO-RUN-SEQ TO COMM-RUN-SEQ IQSEQO.
005310     MOVE REPO-COUNTR  TO COMM-COUNTR IQCTRO.
005320     IF REPO-MSG = SPACES
005330         MOVE '(PLAIN NUMBER)' TO IQMSGO
005340     ELSE
005350         MOVE REPO-MSG TO IQMSGO
005360     END-IF.
005370     IF REPO-FIZZ-HIT
005380         MOVE 'FIZZ'    TO IQFIZZO
005390     ELSE
005400         MOVE 'NO-FIZZ' TO IQFIZZO
005410     END-IF.
005420     IF REPO-BUZZ-HIT
005430         MOVE 'BUZZ'    TO IQBUZZO
005440     ELSE
005450         MOVE 'NO-BUZZ' TO IQBUZZO
005460     END-IF.
005470     MOVE SPACES TO RULE-SCREEN-LINES.
005480     IF REPO-RULE-CNT NUMERIC
005490         MOVE REPO-RULE-CNT TO IQRCNTO
005500         PERFORM 6200-DESCRIBE-ONE-RULE THRU 6200-EXIT
005510             VARYING RULE-SUB FROM 1 BY 1
005520                 UNTIL RULE-SUB > REPO-RULE-CNT
005530                    OR RULE-SUB > 20
005540     END-IF.
005550     PERFORM 6300-MOVE-RULE-LINE THRU 6300-EXIT
005560         VARYING LINE-SUB FROM 1 BY 1
005570             UNTIL LINE-SUB > 10.
005580     IF SCREEN-MESSAGE = SPACES
005590         MOVE 'RESULT FOUND - PF7/PF8 PAGE THROUGH THE SET'
005600             TO SCREEN-MESSAGE
005610     END-IF.
005620 6100-EXIT.
005630     EXIT.
005640
005650*****************************************************
005660*  6200-DESCRIBE-ONE-RULE - SLOT, LABEL, TYPE AND    *
005670*  WHETHER IT FIRED, FROM THE STORED HIT AREA.  A    *
005680*  BLANK TYPE IS A PRE-TYPE RECORD - DIVISIBLE.      *
005690*****************************************************
005700 6200-DESCRIBE-ONE-RULE.
005710     MOVE RULE-SUB TO RD-SLOT.
005720     MOVE REPO-RULE-LABEL(RULE-SUB) TO RD-LABEL.
005730     EVALUATE REPO-RULE-TYPE(RULE-SUB)
005740         WHEN 'M'
005750             MOVE 'REMAINDER' TO RD-TYPE
005760         WHEN 'C'
005770             MOVE 'CONTAINS'  TO RD-TYPE
005780         WHEN 'O'
005790             MOVE 'OVERRIDE'  TO RD-TYPE
005800         WHEN OTHER
005810             MOVE 'DIVISIBLE' TO RD-TYPE
005820     END-EVALUATE.
005830     IF REPO-RULE-FIRED(RULE-SUB)
005840         MOVE 'FIRED'     TO RD-RESULT
005850     ELSE
005860         MOVE 'NOT FIRED' TO RD-RESULT
005870     END-IF.
005880     IF RULE-SUB > 10
005890         COMPUTE LINE-SUB = RULE-SUB - 10
005900         MOVE RULE-DESC TO RSL-RIGHT(LINE-SUB)
005910     ELSE
005920         MOVE RULE-DESC TO RSL-LEFT(RULE-SUB)
005930     END-IF.
005940 6200-EXIT.
005950     EXIT.
005960
005970 6300-MOVE-RULE-LINE.
005980     MOVE RULE-SCREEN-LINE(LINE-SUB) TO IQRULEO(LINE-SUB).
005990 6300-EXIT.
006000     EXIT.
006010
006020*****************************************************
006030*  7000-WRITE-INQUIRY-LOG - ONE FBIL RECORD PER      *
006040*  LOOKUP WITH THE SIGNED-ON USER ID.  A LOOKUP THAT *
006050*  CANNOT BE LOGGED IS NOT SHOWN - THE TRAIL IS THE  *
006060*  REASON THE HELP DESK MAY USE THIS SCREEN AT ALL.  *
006070*****************************************************
006080 7000-WRITE-INQUIRY-LOG.
006090     EXEC CICS ASSIGN USERID(USER-ID-WS)
006100         RESP(CICS-RESP)
006110     END-EXEC.
006120     IF CICS-RESP NOT = DFHRESP(NORMAL)
006130         MOVE SPACES TO USER-ID-WS
006140     END-IF.
006150     MOVE RUN-DATE-DISPLAY TO ILOG-DATE.
006160     MOVE RUN-TIME-DISPLAY TO ILOG-TIME.
006170     MOVE USER-ID-WS       TO ILOG-USERID.
006180     MOVE EIBTRMID         TO ILOG-TERMID.
006190     MOVE EIBTRNID         TO ILOG-TRANID.
006200     MOVE REQ-RUN-SEQ      TO ILOG-REQ-RUN-SEQ.
006210     MOVE REQ-COUNTR       TO ILOG-REQ-COUNTR.
006230     EVALUATE TRUE
006240         WHEN LOOKUP-FOUND
006250             SET ILOG-RESULT-FOUND TO TRUE
006260             MOVE REPO-RUN-SEQ TO ILOG-SHOWN-RUN-SEQ
006270             MOVE REPO-COUNTR  TO ILOG-SHOWN-COUNTR
006280         WHEN LOOKUP-NOT-FOUND
006290             SET ILOG-RESULT-NOT-FOUND TO TRUE
006300             MOVE ZERO TO ILOG-SHOWN-RUN-SEQ ILOG-SHOWN-COUNTR
006310         WHEN OTHER
006320             SET ILOG-RESULT-ERROR TO TRUE
006330             MOVE ZERO TO ILOG-SHOWN-RUN-SEQ ILOG-SHOWN-COUNTR
006340     END-EVALUATE.
006350     EXEC CICS WRITEQ TD QUEUE('FBIL')
006360         FROM(INQUIRY-LOG-RECORD)
006370         LENGTH(LENGTH OF INQUIRY-LOG-RECORD)
006380         RESP(CICS-RESP)
006390     END-EXEC.
006400     IF CICS-RESP NOT = DFHRESP(NORMAL)
006410         SET LOOKUP-FILE-ERROR TO TRUE
006420         MOVE 'N' TO COMM-SHOWN-SWITCH
006430         MOVE 'INQUIRY LOG UNAVAILABLE - RESULT NOT SHOWN'
006440             TO SCREEN-MESSAGE
006450     END-IF.
006460 7000-EXIT.
006470     EXIT.
006480
006490*****************************************************
006500*  8000-SEND-SCREEN - DATE, MESSAGE LINE, AND THE    *
006510*  MAP ITSELF.  THE CURSOR GOES BACK TO THE PARM SET *
006520*  FIELD (IC ON THE MAP).                            *
006530*****************************************************
006540 8000-SEND-SCREEN.
006550     MOVE RUN-DATE-DISPLAY TO IQDATEO.
006560     MOVE SCREEN-MESSAGE   TO IQEMSGO.
006570     EXEC CICS SEND MAP('FBIQMAP') MAPSET('FBIQSET')
006580         FROM(FBIQMAPO) ERASE
006590     END-EXEC.
006600 8000-EXIT.
006610     EXIT.
