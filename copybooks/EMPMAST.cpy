000050*    MAINTENANCE AND REPORTING PROGRAMS. THE FILE IS KEYED ON
000060*    EMP-MATRICULA, WITH EMP-NOME AS AN ALTERNATE KEY WITH
000070*    DUPLICATES SO NAME LOOKUPS STILL WORK. A TERMINATED
000080*    EMPLOYEE STAYS ON FILE WITH EMP-SITUACAO SET TO DESLIGADO
000090*    AND THE TERMINATION DATE FILLED IN - RECORDS WRITTEN
000100*    BEFORE THE FIELD EXISTED CARRY SPACES AND COUNT AS ATIVO.
000110*    A DOUBLE-REGISTERED MATRICULA FOLDED INTO ITS SURVIVOR BY
000120*    A PROG012 MERGE IS MARKED FUNDIDO, WITH THE SURVIVING
000130*    MATRICULA RECORDED IN EMP-MATRICULA-DESTINO.
000140*    THE COMPENSATION FIELDS FOLLOW - THE ADMISSION DATE, SET
000150*    AT REGISTRATION, AND THE CURRENT BASE PAY, PAY GRADE AND
000160*    THE DATE THAT PAY TOOK EFFECT, CHANGED ONLY THROUGH THE
000170*    PROG012 SALARY TRANSACTION (EVERY CHANGE IS KEPT ON THE
000180*    SALHIST SALARY HISTORY). RECORDS WRITTEN BEFORE THESE
000190*    FIELDS EXISTED CARRY SPACES, AND A NON-NUMERIC BASE PAY
000200*    COUNTS AS NO SALARY ON FILE.
000202*    AN EMPLOYEE ON LEAVE OF ABSENCE IS MARKED AFASTADO BY
000204*    PROG062 FOR THE DURATION OF THE LEAVE, WHOSE DETAILS ARE ON
000206*    LEAVE-MASTER - STILL ON THE BOOKS (VINCULADO) BUT NOT AT
000208*    WORK.
000209*    PROG070 MASKS THE NAME OF AN EMPLOYEE TERMINATED LONGER
000210*    AGO THAN THE LGPD RETENTION PERIOD (EMP-IS-ANONIMIZADO),
000211*    KEEPING THE MATRICULA SO THE COUNTS STILL BALANCE.
000212*----------------------------------------------------------------
000220 01  EMP-MASTER-RECORD.
000230     05  EMP-MATRICULA           PIC 9(06).
000240     05  EMP-NOME                PIC X(30).
000242         88  EMP-IS-ANONIMIZADO              VALUE
000244                 'TITULAR ANONIMIZADO - LGPD'.
000250     05  EMP-EMPRESA             PIC X(15).
000260     05  EMP-DEPTO               PIC X(15).
000270     05  EMP-REGIAO              PIC 99.
000280     05  EMP-OPERADOR            PIC X(08).
000290     05  EMP-SITUACAO            PIC X(01).
000300         88  EMP-IS-ATIVO                    VALUE 'A' ' '.
000310         88  EMP-IS-DESLIGADO                VALUE 'D'.
000320         88  EMP-IS-FUNDIDO                  VALUE 'M'.
000322         88  EMP-IS-AFASTADO                 VALUE 'L'.
000324         88  EMP-IS-VINCULADO                VALUE 'A' ' ' 'L'.
000330     05  EMP-DATA-DESLIGAMENTO   PIC X(08).
000340     05  EMP-MATRICULA-DESTINO   PIC 9(06).
000350     05  EMP-DATA-ADMISSAO       PIC X(08).
000360     05  EMP-SALARIO-BASE        PIC 9(08)V99.
000370     05  EMP-FAIXA-SALARIAL      PIC X(03).
000380     05  EMP-DATA-SALARIO        PIC X(08).
