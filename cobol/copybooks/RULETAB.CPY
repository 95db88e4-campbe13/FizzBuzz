000060*  RULE SET NAME IT BELONGS TO - A PARAMETER SET     *
000070*  RUNS ONLY UNDER THE ENTRIES WHOSE SET NAME        *
000080*  MATCHES ITS OWN PARM-RULE-SET.                    *
000082*  RULE-TAB-TYPE IS NEVER BLANK HERE - A BLANK       *
000084*  RULEFILE TYPE IS LOADED AS 'D' (DIVISIBLE).  SEE  *
000086*  RULEREC.CPY FOR WHAT EACH TYPE MEANS.             *
000090*****************************************************
000100 01  RULE-TABLE.
000110     05  RULE-TAB-COUNT        PIC 9(03) VALUE ZERO.
000140         10  RULE-TAB-DIVISOR  PIC 9(05).
000150         10  RULE-TAB-LABEL    PIC X(10).
000160         10  RULE-TAB-SET-NAME PIC X(08).
000170         10  RULE-TAB-TYPE     PIC X(01).
000180             88  RULE-TAB-DIVISIBLE    VALUE 'D'.
000190             88  RULE-TAB-REMAINDER    VALUE 'M'.
000200             88  RULE-TAB-CONTAINS     VALUE 'C'.
000210             88  RULE-TAB-OVERRIDE     VALUE 'O'.
000220         10  RULE-TAB-OPERAND  PIC 9(05).
