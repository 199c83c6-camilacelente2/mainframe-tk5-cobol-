000020* LEDGMAST - LEDGER MASTER RECORD LAYOUT, SHARED BY THE PROG025
000030*    POSTING AND THE PROG046 TRIAL BALANCE AND MONTHLY CLOSE,
000040*    SO THE LAYOUT CANNOT DRIFT BETWEEN WRITER AND READER. ONE
000050*    RECORD PER POSTING DATE, ACCOUNT AND ORIGIN, CARRYING THE
000052*    DEBITS AND CREDITS POSTED TO THE ACCOUNT FROM THAT ORIGIN
000054*    THAT DAY - EVERY EXTRACT RECORD IS POSTED AS A BALANCED
000056*    DEBIT/CREDIT PAIR THROUGH THE ORIGIN-MAP. A CLOSED MONTH IS
000060*    ROLLED INTO A SUMMARY RECORD WHOSE LED-DATA CARRIES DAY
000070*    00, WHICH NO DAILY POSTING CAN EVER COLLIDE WITH.
000080*----------------------------------------------------------------
000090 01  LEDGER-MASTER-RECORD.
000100     05  LED-CHAVE.
000110         10  LED-DATA            PIC X(08).
000115         10  LED-CONTA           PIC X(08).
000120         10  LED-ORIGEM          PIC X(08).
000130     05  LED-DEBITO              PIC S9(11)V99.
000135     05  LED-CREDITO             PIC S9(11)V99.
000140     05  LED-CONTADOR            PIC 9(06).
