000166*        REJECTED, SO AUTOMATION CAN TELL A QUIET
000168*        NIGHT FROM A BROKEN ONE.
000169     05  STAT-SETS-SKIPPED     PIC 9(05).
000170*        THE RUN ID OF THE EXECUTION (SEE EXTRREC.CPY) -
000172*        'YYYYMMDDHHMMSSHH' FROM THE RUN START DATE AND TIME.
000174*        SPACES ON A RECORD WRITTEN BEFORE THE FIELD EXISTED.
000176     05  STAT-RUN-ID           PIC X(16).
000178     05  FILLER                PIC X(25).
