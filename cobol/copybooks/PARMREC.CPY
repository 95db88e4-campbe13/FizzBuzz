000084*  AN OUT-OF-CYCLE SET IS SKIPPED, NOT REJECTED, SO  *
000085*  ONE PERMANENT PARMFILE SERVES THE WHOLE WEEK AND  *
000086*  THE RUN DATE DECIDES WHAT RUNS TONIGHT.           *
000087*  PARM-COST-CENTER IS THE OWNING DEPARTMENT - WHO   *
000088*  TO CALL WHEN THE SET IS REJECTED AND WHO IS       *
000089*  CHARGED FOR ITS RUNS AT MONTH END (CHRGBACK).     *
000090*  BLANK ON A RECORD KEYED BEFORE THE FIELD EXISTED  *
000091*  - PARMMNT REQUIRES IT ON EVERY ADD AND CHANGE.    *
000094*****************************************************
000095 01  PARM-RECORD.
000100     05  PARM-RUN-SEQ          PIC 9(03).
000110     05  PARM-START-VAL        PIC 9(09).
000120     05  PARM-END-VAL          PIC 9(09).
000141         88  PARM-FREQ-DAILY       VALUE 'D' SPACE.
000142         88  PARM-FREQ-WEEKDAY     VALUE '1' THRU '7'.
000143         88  PARM-FREQ-MONTH-END   VALUE 'E'.
000144     05  PARM-COST-CENTER      PIC X(06).
000145     05  FILLER                PIC X(31).
