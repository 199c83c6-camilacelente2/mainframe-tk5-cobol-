000010*----------------------------------------------------------------
000020* ADJJRNL - LEDGER ADJUSTMENT JOURNAL RECORD LAYOUT. ONE RECORD
000030*    PER MANUAL ADJUSTMENT OR REVERSAL PROG054 APPLIES TO
000040*    LEDGER-MASTER, CARRYING THE OPERATOR WHO KEYED IT, THE
000050*    LEDGER DATE AND ORIGIN IT WAS POSTED UNDER, THE DEBIT AND
000060*    CREDIT ACCOUNTS, THE AMOUNT AND THE REASON GIVEN, SO EVERY
000070*    CORRECTION TO THE LEDGER CAN BE TRACED BACK TO A PERSON.
000080*    AJJ-TIPO IS A FOR AN ADJUSTING ENTRY, R FOR THE REVERSAL
000090*    OF A POSTED GL-POSTED DATE/ORIGIN - A REVERSAL RECORD IS
000100*    ALSO WHAT STOPS THE SAME DATE/ORIGIN BEING REVERSED TWICE.
000110*----------------------------------------------------------------
000120 01  AJJ-LOG-RECORD.
000130     05  AJJ-DATA                PIC X(08).
000140     05  AJJ-HORA                PIC X(08).
000150     05  AJJ-OPERADOR            PIC X(08).
000160     05  AJJ-TIPO                PIC X(01).
000170         88  AJJ-IS-AJUSTE                   VALUE 'A'.
000180         88  AJJ-IS-ESTORNO                  VALUE 'R'.
000190     05  AJJ-DATA-LANCAMENTO     PIC X(08).
000200     05  AJJ-ORIGEM              PIC X(08).
000210     05  AJJ-CONTA-DEBITO        PIC X(08).
000220     05  AJJ-CONTA-CREDITO       PIC X(08).
000230     05  AJJ-VALOR               PIC S9(11)V99.
000240     05  AJJ-MOTIVO              PIC X(30).
000250     05  FILLER                  PIC X(10).
