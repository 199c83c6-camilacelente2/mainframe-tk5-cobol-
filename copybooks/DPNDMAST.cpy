000010*----------------------------------------------------------------
000020* DPNDMAST - DEPENDENT-MASTER RECORD LAYOUT, ONE RECORD PER
000030*    DEPENDENT OF AN EMPLOYEE, KEYED ON THE MATRICULA PLUS A
000040*    SEQUENCE THAT PROG061 HANDS OUT WHEN THE DEPENDENT IS
000050*    ADDED, SO ALL OF ONE EMPLOYEE'S DEPENDENTS READ TOGETHER
000060*    FROM A START ON THE MATRICULA. THE RELATIONSHIP AND BIRTH
000070*    DATE DRIVE THE INCOME-TAX WITHHOLDING AND THE FAMILY
000080*    ALLOWANCE THE PAYROLL BUREAU WORKS OUT FROM THE PROG016
000090*    EXTRACT. SHOWN BY PROG023 AND PROG033; EVERY CHANGE IS
000100*    KEPT ON EMP-HISTORY UNDER ACTION F.
000110*----------------------------------------------------------------
000120 01  DEPENDENT-MASTER-RECORD.
000130     05  DPN-CHAVE.
000140         10  DPN-MATRICULA       PIC 9(06).
000150         10  DPN-SEQUENCIA       PIC 9(02).
000160     05  DPN-DADOS.
000170         10  DPN-NOME            PIC X(30).
000180         10  DPN-PARENTESCO      PIC X(01).
000190             88  DPN-IS-CONJUGE              VALUE 'C'.
000200             88  DPN-IS-FILHO                VALUE 'F'.
000210             88  DPN-IS-ENTEADO              VALUE 'E'.
000220             88  DPN-IS-GENITOR              VALUE 'P'.
000230             88  DPN-IS-OUTRO                VALUE 'O'.
000240             88  DPN-PARENTESCO-VALIDO       VALUE 'C' 'F'
000250                                                   'E' 'P'
000260                                                   'O'.
000270         10  DPN-DATA-NASCIMENTO PIC X(08).
000280     05  DPN-DATA-ALTERACAO      PIC X(08).
000290     05  DPN-OPERADOR            PIC X(08).
000300     05  FILLER                  PIC X(17).
