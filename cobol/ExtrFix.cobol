000250*                   HNDFFILE - SO THE 3 AM FIX IS A  *
000260*                   JOB SUBMISSION, NOT UNAUDITED    *
000270*                   DATASET SURGERY WITH AN EDITOR.  *
000273*  10/15/2026  RH   EXTRNEW RECORD GREW TO 306 BYTES *
000274*                   WITH THE EXTRACT (SEE EXTRREC).  *
000275*  10/15/2026  RH   THE FAILED EXTRACT'S HEADER AND  *
000276*                   TRAILER RECORDS ARE LEFT BEHIND  *
000277*                   AND THE CLEANED EXTRACT GETS ONE *
000278*                   FRESH HEADER AND A TRAILER WITH  *
000279*                   THE KEPT COUNT AND COUNTR HASH,  *
000280*                   UNDER THE RUN ID OF THE LAST     *
000281*                   HANDOFF GROUP, WHICH THE NEW     *
000282*                   VERDICT GROUP ALSO CARRIES.      *
000283*  10/15/2026  RH   STAMPS ITS NAME IN HNDF-WRITER ON *
000284*                   EVERY S/J RECORD IT WRITES.      *
000285*****************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000510     COPY EXTRREC.
000520
000530 FD  EXTRACT-NEW-FILE.
000540 01  EXTRACT-NEW-RECORD           PIC X(306).
000550
000560 FD  REPORT-FILE.
000570 01  REPORT-LINE                  PIC X(132).
000970 77  RANGE-SIZE                  PIC 9(10) COMP VALUE ZERO.
000980 77  SET-VERDICT                 PIC X(04) VALUE SPACES.
000990 77  LAST-JOB-VERDICT            PIC X(04) VALUE SPACES.
000991*    RUN ID OF THE LAST HANDOFF GROUP - THE FIZZ-BUZZ RUN THE
000992*    CLEANED EXTRACT BELONGS TO - AND ITS BUSINESS DATE, WHICH
000993*    IS THE DATE THE RUN ID BEGINS WITH.
000994 77  FIX-RUN-ID                  PIC X(16) VALUE SPACES.
000995 77  FIX-BUS-DATE                PIC X(10) VALUE SPACES.
000996 77  CONTROL-SKIP-CTR            PIC 9(05) COMP VALUE ZERO.
000997 77  EXTRACT-HASH                PIC 9(18) VALUE ZERO.
001000
001010*****************************************************
001020*  REPAIR TABLE - ONE ROW PER TYPE-S RECORD OF THE   *
001150         10  FIX-TAB-KEPT          PIC 9(10) COMP.
001160         10  FIX-TAB-DROPPED       PIC 9(09) COMP.
001170         10  FIX-TAB-GAP-CTR       PIC 9(09) COMP.
001171
001172*****************************************************
001173*  HEADER/TRAILER CONTROL RECORD FOR THE CLEANED     *
001174*  EXTRACT - THE CONTROL VIEW OF EXTRREC.CPY, BUILT  *
001175*  HERE BECAUSE EXTRNEW HAS NO LAYOUT OF ITS OWN.    *
001176*****************************************************
001177 01  FIX-CONTROL-RECORD.
001178     05  FIXC-REC-KIND             PIC X(03).
001179     05  FIXC-COUNTR               PIC 9(09).
001180     05  FILLER                    PIC X(02).
001181     05  FIXC-MSG                  PIC X(40).
001182     05  FILLER                    PIC X(10).
001183     05  FIXC-RUN-ID               PIC X(16).
001184     05  FIXC-BUS-DATE             PIC X(10).
001185     05  FIXC-REC-COUNT            PIC 9(10).
001186     05  FIXC-HASH-TOTAL           PIC 9(18).
001187     05  FIXC-WRITER               PIC X(08).
001188     05  FILLER                    PIC X(180).
001189
001190*****************************************************
001200*  RUN DATE AND TIME                                *
001210*****************************************************
002570     MOVE RUN-DATE-DISPLAY TO RPT-HDR-DATE.
002580     MOVE RUN-TIME-DISPLAY TO RPT-HDR-TIME.
002590     WRITE REPORT-LINE FROM RPT-HEADER-LINE
002591         AFTER ADVANCING PAGE.
002592     IF FIX-RUN-ID = SPACES
002593         DISPLAY 'NOTE - LAST HANDOFF GROUP HAS NO RUN ID - '
002594                 'CLEANED EXTRACT HEADER CARRIES NONE'
002595     ELSE
002596         STRING FIX-RUN-ID(1:4) '-'
002597                FIX-RUN-ID(5:2) '-'
002598                FIX-RUN-ID(7:2)
002599                DELIMITED BY SIZE INTO FIX-BUS-DATE
002600     END-IF.
002601     MOVE SPACES TO FIX-CONTROL-RECORD.
002602     MOVE 'HDR' TO FIXC-REC-KIND.
002603     MOVE ZERO TO FIXC-COUNTR FIXC-REC-COUNT FIXC-HASH-TOTAL.
002604     MOVE 'FIZZ-BUZZ EXTRACT HEADER' TO FIXC-MSG.
002605     MOVE FIX-RUN-ID   TO FIXC-RUN-ID.
002606     MOVE FIX-BUS-DATE TO FIXC-BUS-DATE.
002607     MOVE 'EXTRFIX'    TO FIXC-WRITER.
002608     WRITE EXTRACT-NEW-RECORD FROM FIX-CONTROL-RECORD.
002610 1000-EXIT.
002620     EXIT.
002630
002960             SET HANDOFF-EOF TO TRUE
002970         END-IF
002980     END-IF.
002982     IF HNDF-SET-RECORD
002984         MOVE HNDF-RUN-ID TO FIX-RUN-ID
002986     END-IF.
002990     IF HNDF-JOB-RECORD
003000         SET GROUP-CLOSED TO TRUE
003010         MOVE HNDF-STATUS TO LAST-JOB-VERDICT
003120*  IS A GAP (MISSING DATA CANNOT BE INVENTED, SO THE *
003130*  RECORD IS KEPT, THE GAP COUNTED, AND THE WALK     *
003140*  RESYNCED).                                        *
003142*  THE FAILED EXTRACT'S OWN HEADER AND TRAILER       *
003144*  RECORDS DESCRIBE WHAT WAS WRITTEN, NOT WHAT IS    *
003146*  KEPT - THEY ARE PASSED OVER, NOT COUNTED AS DROPS.*
003150*****************************************************
003160 2000-REPAIR-ONE-RECORD.
003170     READ EXTRACT-FILE
003190             SET EXTRACT-EOF TO TRUE
003200             GO TO 2000-EXIT
003210     END-READ.
003212     IF EXTR-IS-CONTROL
003214         ADD 1 TO CONTROL-SKIP-CTR
003216         GO TO 2000-EXIT
003218     END-IF.
003220     ADD 1 TO EXTRACT-READ-CTR.
003230     MOVE EXTR-RUN-SEQ TO SEARCH-SEQ.
003240     PERFORM 2400-FIND-FIX-ENTRY THRU 2400-EXIT.
003590     END-IF.
003600     WRITE EXTRACT-NEW-RECORD FROM EXTRACT-RECORD.
003610     ADD 1 TO EXTRACT-WRITE-CTR.
003615     ADD EXTR-COUNTR TO EXTRACT-HASH.
003620     ADD 1 TO FIX-TAB-KEPT(FIX-IDX).
003630     COMPUTE FIX-TAB-NEXT(FIX-IDX) = EXTR-COUNTR + 1.
003640 2000-EXIT.
004030*  ITS RANGE SURVIVED EXACTLY ONCE - DUPLICATES ARE  *
004040*  REPAIRABLE, MISSING DATA IS NOT.                  *
004050*****************************************************
004052 3000-WRITE-VERDICTS.
004054     MOVE SPACES TO FIX-CONTROL-RECORD.
004056     MOVE 'TRL' TO FIXC-REC-KIND.
004058     MOVE ZERO TO FIXC-COUNTR.
004060     MOVE 'FIZZ-BUZZ EXTRACT TRAILER' TO FIXC-MSG.
004062     MOVE FIX-RUN-ID        TO FIXC-RUN-ID.
004064     MOVE FIX-BUS-DATE      TO FIXC-BUS-DATE.
004066     MOVE EXTRACT-WRITE-CTR TO FIXC-REC-COUNT.
004067     MOVE EXTRACT-HASH      TO FIXC-HASH-TOTAL.
004068     MOVE 'EXTRFIX'         TO FIXC-WRITER.
004069     WRITE EXTRACT-NEW-RECORD FROM FIX-CONTROL-RECORD.
004070     PERFORM 3100-WRITE-ONE-VERDICT THRU 3100-EXIT
004080         VARYING FIX-IDX FROM 1 BY 1
004090             UNTIL FIX-IDX > FIX-TAB-COUNT.
004190     END-IF.
004200     MOVE RUN-DATE-DISPLAY TO HNDF-RUN-DATE.
004210     MOVE RUN-TIME-DISPLAY TO HNDF-RUN-TIME.
004215     MOVE FIX-RUN-ID       TO HNDF-RUN-ID.
004217     MOVE 'EXTRFIX'        TO HNDF-WRITER.
004220     WRITE HANDOFF-RECORD.
004230     MOVE SPACES TO RPT-TOTAL-LINE.
004240     MOVE EXTRACT-READ-CTR  TO RPT-TOT-READ.
004580     MOVE SET-VERDICT              TO HNDF-STATUS.
004590     MOVE RUN-DATE-DISPLAY         TO HNDF-RUN-DATE.
004600     MOVE RUN-TIME-DISPLAY         TO HNDF-RUN-TIME.
004605     MOVE FIX-RUN-ID               TO HNDF-RUN-ID.
004607     MOVE 'EXTRFIX'                TO HNDF-WRITER.
004610     WRITE HANDOFF-RECORD.
004620     MOVE SPACES TO RPT-SET-LINE.
004630     MOVE FIX-TAB-SEQ(FIX-IDX)     TO RPT-SET-SEQ.
004980     END-IF.
004990     DISPLAY 'EXTRFIX EXTRACT REPAIR COMPLETE - READ '
005000             EXTRACT-READ-CTR ' KEPT ' EXTRACT-WRITE-CTR
005010             ' DROPPED ' DROPPED-CTR
005015             ' CONTROL RECORDS REPLACED ' CONTROL-SKIP-CTR.
005020 9000-EXIT.
005030     EXIT.
