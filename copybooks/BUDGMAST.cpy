000010*----------------------------------------------------------------
000020* BUDGMAST - BUDGET-MASTER RECORD LAYOUT, SHARED BY THE PROG055
000030*    MAINTENANCE AND THE PROG056 BUDGET-VERSUS-ACTUAL REPORT.
000040*    ONE RECORD PER BUDGET LINE AND MONTH. A LINE IS AN ORIGIN
000050*    (BUD-CONTA SPACES), AN ACCOUNT (BUD-ORIGEM SPACES) OR AN
000060*    ACCOUNT WITHIN ONE ORIGIN. THE KEY PUTS THE MONTHS OF A
000070*    LINE TOGETHER SO THE YEAR-TO-DATE BUDGET IS READ IN ONE
000080*    PASS. BUD-TOLERANCIA IS THE PERCENT VARIANCE ACCEPTED
000090*    BEFORE THE REPORT FLAGS THE LINE.
000100*----------------------------------------------------------------
000110 01  BUDGET-MASTER-RECORD.
000120     05  BUD-CHAVE.
000130         10  BUD-ORIGEM          PIC X(08).
000140         10  BUD-CONTA           PIC X(08).
000150         10  BUD-MES             PIC X(06).
000160     05  BUD-VALOR               PIC S9(09)V99.
000170     05  BUD-TOLERANCIA          PIC 9(03)V99.
000180     05  FILLER                  PIC X(10).
