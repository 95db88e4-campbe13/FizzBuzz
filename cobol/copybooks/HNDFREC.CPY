000220         88  HNDF-STATUS-FAIL      VALUE 'FAIL'.
000230     05  HNDF-RUN-DATE         PIC X(10).
000240     05  HNDF-RUN-TIME         PIC X(08).
000242*        THE PROGRAM THAT WROTE THE RECORD - EXTRVRFY,
000244*        EXTRFIX OR EXTRRCMP.  A SET RECORD EXTRRCMP CARRIES
000246*        FORWARD UNCHANGED KEEPS ITS ORIGINAL WRITER.  SPACES
000248*        ON RECORDS WRITTEN BEFORE THE FIELD EXISTED - THOSE
000249*        WERE ALL WRITTEN BY EXTRVRFY OR EXTRFIX.
000250     05  HNDF-WRITER           PIC X(08).
000260*        THE RUN ID OF THE FIZZ-BUZZ EXECUTION WHOSE EXTRACT
000270*        THE GROUP VERIFIES - TAKEN FROM THE LAST EXTRACT
000280*        HEADER READ (SEE EXTRREC.CPY).  SPACES WHEN THE
000290*        EXTRACT HAD NO HEADER OR THE RECORD WAS WRITTEN
000300*        BEFORE THE FIELD EXISTED.  RECORD IS NOW 96 BYTES.
000310     05  HNDF-RUN-ID           PIC X(16).
