000190*                   ON A CLEAN RETURN CODE.          *
000192*  08/22/2026  RH   RESIZED RPT-PURGE-LINE TO        *
000194*                   EXACTLY 132 BYTES.               *
000195*  10/15/2026  RH   CHECKPOINT RECORD GREW TO 66     *
000196*                   BYTES - EACH ENTRY'S RUN ID (SEE *
000197*                   CKPTREC.CPY) IS CARRIED THROUGH  *
000198*                   TO CKPTNEW WITH THE REST OF IT.  *
000200*****************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000450     COPY CKPTREC.
000460
000470 FD  CKPT-NEW-FILE.
000480 01  CKPT-NEW-RECORD               PIC X(66).
000490
000500 FD  REPORT-FILE.
000510 01  REPORT-LINE                   PIC X(132).
000990         10  MNT-TAB-RUN-TIME      PIC X(08).
001000         10  MNT-TAB-STATUS        PIC X(01).
001010             88  MNT-TAB-COMPLETE      VALUE 'C'.
001015         10  MNT-TAB-RUN-ID        PIC X(16).
001020
001030*****************************************************
001040*  RUN DATE AND TIME                                *
003180     MOVE CKPT-RUN-DATE TO MNT-TAB-RUN-DATE(MNT-IDX).
003190     MOVE CKPT-RUN-TIME TO MNT-TAB-RUN-TIME(MNT-IDX).
003200     MOVE CKPT-STATUS   TO MNT-TAB-STATUS(MNT-IDX).
003205     MOVE CKPT-RUN-ID   TO MNT-TAB-RUN-ID(MNT-IDX).
003210 2130-EXIT.
003220     EXIT.
003230
003620         MOVE MNT-TAB-RUN-DATE(MNT-IDX)  TO CKPT-RUN-DATE
003630         MOVE MNT-TAB-RUN-TIME(MNT-IDX)  TO CKPT-RUN-TIME
003640         MOVE MNT-TAB-STATUS(MNT-IDX)    TO CKPT-STATUS
003645         MOVE MNT-TAB-RUN-ID(MNT-IDX)    TO CKPT-RUN-ID
003650         WRITE CKPT-NEW-RECORD FROM CHECKPOINT-RECORD
003660         ADD 1 TO CKPT-KEPT-CTR
003670     END-IF.
