000010*----------------------------------------------------------------
000020* SALHIST - SALARY HISTORY RECORD LAYOUT, SHARED BY THE
000030*    PROGRAMS THAT APPLY A SALARY CHANGE TO EMPLOYEE-MASTER
000040*    (PROG012 DIRECTLY, PROG035 WHEN A FUTURE-DATED CHANGE
000050*    COMES DUE, PROG043 WHEN A RAISE OVER THE LIMIT IS
000060*    RELEASED). ONE RECORD PER CHANGE APPLIED, WITH THE PAY
000070*    AND GRADE BEFORE AND AFTER, THE RAISE PERCENTAGE, THE
000080*    OPERATOR WHO KEYED IT AND, FOR A RELEASED RAISE, THE
000090*    OPERATOR WHO APPROVED IT.
000100*----------------------------------------------------------------
000110 01  SAL-HIST-RECORD.
000120     05  SAL-MATRICULA           PIC 9(06).
000130     05  SAL-DATA-EFETIVA        PIC X(08).
000140     05  SAL-BASE-ANTES          PIC 9(08)V99.
000150     05  SAL-BASE-DEPOIS         PIC 9(08)V99.
000160     05  SAL-FAIXA-ANTES         PIC X(03).
000170     05  SAL-FAIXA-DEPOIS        PIC X(03).
000180     05  SAL-PERCENTUAL          PIC S9(05)V99
000190                                 SIGN LEADING SEPARATE.
000200     05  SAL-DATA                PIC X(08).
000210     05  SAL-HORA                PIC X(08).
000220     05  SAL-PROGRAMA            PIC X(08).
000230     05  SAL-OPERADOR            PIC X(08).
000240     05  SAL-APROVADOR           PIC X(08).
000250     05  FILLER                  PIC X(10).
