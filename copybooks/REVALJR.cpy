000010*----------------------------------------------------------------
000020* REVALJR - FOREIGN-CURRENCY REVALUATION JOURNAL RECORD LAYOUT.
000030*    ONE RECORD PER CURRENCY AND ORIGIN PROG058 REVALUES AT A
000040*    MONTH END: THE FOREIGN BALANCE, THE CLOSING RATE, WHAT THE
000050*    LEDGER HELD FOR IT AT THE POSTING RATES, THE REVALUATIONS
000060*    ALREADY BOOKED IN EARLIER MONTHS, THE VALUE AT THE CLOSING
000070*    RATE AND THE GAIN (POSITIVE) OR LOSS (NEGATIVE) POSTED
000080*    UNDER ORIGIN REAVCAMB. THE EARLIER MONTHS' RVJ-AJUSTE IS
000090*    WHAT THE NEXT REVALUATION STARTS FROM, AND A RECORD FOR
000100*    THE MONTH BEING RUN IS WHAT KEEPS A RERUN FROM POSTING
000110*    THE SAME CURRENCY AND ORIGIN TWICE.
000120*----------------------------------------------------------------
000130 01  RVJ-LOG-RECORD.
000140     05  RVJ-MES                 PIC X(06).
000150     05  RVJ-MOEDA               PIC X(03).
000160     05  RVJ-ORIGEM              PIC X(08).
000170     05  RVJ-DATA-LANCAMENTO     PIC X(08).
000180     05  RVJ-ESTRANGEIRO         PIC S9(11)V99.
000190     05  RVJ-TAXA                PIC 9(03)V9(06).
000200     05  RVJ-CONTABIL            PIC S9(11)V99.
000210     05  RVJ-ANTERIOR            PIC S9(11)V99.
000220     05  RVJ-FECHAMENTO          PIC S9(11)V99.
000230     05  RVJ-AJUSTE              PIC S9(11)V99.
000240     05  RVJ-CONTA-DEBITO        PIC X(08).
000250     05  RVJ-CONTA-CREDITO       PIC X(08).
000260     05  RVJ-DATA-EXECUCAO       PIC X(08).
000270     05  FILLER                  PIC X(10).
