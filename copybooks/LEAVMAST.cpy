000010*----------------------------------------------------------------
000020* LEAVMAST - LEAVE-MASTER RECORD LAYOUT, ONE RECORD PER LEAVE OF
000030*    ABSENCE, KEYED ON THE MATRICULA PLUS THE DATE THE LEAVE
000040*    STARTED, SO ALL OF ONE EMPLOYEE'S LEAVES READ TOGETHER
000050*    FROM A START ON THE MATRICULA. WRITTEN BY PROG062 WHEN THE
000060*    LEAVE STARTS, WHICH ALSO MARKS THE EMPLOYEE-MASTER RECORD
000070*    AFASTADO; THE RECORD STAYS OPEN (LVE-DATA-RETORNO SPACES)
000080*    UNTIL THE RETURN IS RECORDED AND THE EMPLOYEE IS ACTIVE
000090*    AGAIN. AN EMPLOYEE HAS AT MOST ONE OPEN LEAVE. PROG063
000100*    LISTS THE OPEN LEAVES PAST THEIR EXPECTED RETURN DATE.
000110*    EVERY CHANGE IS KEPT ON EMP-HISTORY UNDER ACTION L.
000120*----------------------------------------------------------------
000130 01  LEAVE-MASTER-RECORD.
000140     05  LVE-CHAVE.
000150         10  LVE-MATRICULA       PIC 9(06).
000160         10  LVE-DATA-INICIO     PIC X(08).
000170     05  LVE-TIPO                PIC X(01).
000180         88  LVE-IS-DOENCA                   VALUE 'D'.
000190         88  LVE-IS-MATERNIDADE              VALUE 'M'.
000200         88  LVE-IS-FERIAS                   VALUE 'F'.
000210         88  LVE-IS-ACIDENTE                 VALUE 'A'.
000220         88  LVE-IS-OUTRO                    VALUE 'O'.
000230         88  LVE-TIPO-VALIDO                 VALUE 'D' 'M'
000240                                                   'F' 'A'
000250                                                   'O'.
000260     05  LVE-DATA-PREVISTA       PIC X(08).
000270     05  LVE-DATA-RETORNO        PIC X(08).
000280         88  LVE-IS-ABERTO                   VALUE SPACES.
000290     05  LVE-DATA-ALTERACAO      PIC X(08).
000300     05  LVE-OPERADOR            PIC X(08).
000310     05  FILLER                  PIC X(33).
