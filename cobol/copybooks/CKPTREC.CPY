000116         88  CKPT-STATUS-COMPLETE     VALUE 'C'.
000117         88  CKPT-STATUS-IN-PROGRESS  VALUE 'P'.
000120     05  FILLER                PIC X(10).
000130*        THE RUN ID OF THE EXECUTION THAT WROTE THE
000140*        CHECKPOINT (SEE EXTRREC.CPY) - A RESTARTED SET'S
000150*        CHECKPOINTS SHOW WHICH RUN GOT HOW FAR.  SPACES ON
000160*        A RECORD WRITTEN BEFORE THE FIELD EXISTED.  RECORD
000170*        IS NOW 66 BYTES.
000180     05  CKPT-RUN-ID           PIC X(16).
