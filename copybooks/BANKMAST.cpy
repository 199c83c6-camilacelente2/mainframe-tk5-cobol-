000010*----------------------------------------------------------------
000020* BANKMAST - DIRECT-DEPOSIT BANK DETAILS, ONE RECORD PER
000030*    MATRICULA, KEYED ON BNK-MATRICULA. MAINTAINED ONLY THROUGH
000040*    PROG059, WHICH VALIDATES THE AGENCY AND ACCOUNT CHECK
000050*    DIGITS THROUGH PROG060 AND HOLDS EVERY CHANGE FOR A SECOND
000060*    OPERATOR; PROG043 APPLIES IT ON RELEASE, STAMPING BOTH
000070*    OPERATORS. THE CHECK DIGITS ARE X(01) BECAUSE A MODULE-11
000080*    DIGIT OF TEN IS WRITTEN AS AN X. READ BY PROG016 FOR THE
000090*    PAYROLL EXTRACT. THE BEFORE/AFTER IMAGES OF A CHANGE ARE
000100*    KEPT ON EMP-HISTORY UNDER ACTION B.
000110*----------------------------------------------------------------
000120 01  BANK-MASTER-RECORD.
000130     05  BNK-MATRICULA           PIC 9(06).
000140     05  BNK-CONTA-AREA.
000150         10  BNK-BANCO           PIC 9(03).
000160         10  BNK-AGENCIA         PIC 9(04).
000170         10  BNK-AGENCIA-DV      PIC X(01).
000180         10  BNK-CONTA           PIC 9(10).
000190         10  BNK-CONTA-DV        PIC X(01).
000200         10  BNK-TIPO-CONTA      PIC X(01).
000210             88  BNK-IS-CORRENTE             VALUE 'C'.
000220             88  BNK-IS-POUPANCA             VALUE 'P'.
000230     05  BNK-DATA-ALTERACAO      PIC X(08).
000240     05  BNK-OPERADOR            PIC X(08).
000250     05  BNK-APROVADOR           PIC X(08).
000260     05  FILLER                  PIC X(10).
