000050*    DELETE) AND BY PROG043, WHERE A SECOND OPERATOR REVIEWS
000060*    AND RELEASES OR REFUSES EACH ONE. THE REQUESTING OPERATOR
000070*    IS CARRIED SO PROG043 CAN REFUSE TO LET THE SAME OPERATOR
000080*    APPROVE THEIR OWN REQUEST. A SALARY RAISE OVER THE
000090*    APPROVAL LIMIT IS HELD THE SAME WAY; ITS NEW PAY, GRADE,
000100*    EFFECTIVE DATE AND RAISE PERCENTAGE RIDE IN THE KEY AREA.
000110*    SO DOES EVERY PROG059 BANK-DETAILS CHANGE, WITH ITS
000120*    SET/ALTER OR EXCLUDE ACTION AND THE NEW ACCOUNT IN THE
000130*    KEY AREA.
000131*    A PROG012 MASS TRANSFER CARRIES ITS ORIGIN COMPANY AND
000132*    DEPARTMENT AND ITS EFFECTIVE DATE IN THE KEY AREA AND ITS
000133*    DESTINATION IN THE TRANSFER AREA AT THE END OF THE RECORD,
000134*    WHICH EVERY OTHER REQUEST LEAVES BLANK. IT NAMES NO SINGLE
000135*    EMPLOYEE, SO APR-MATRICULA IS ZERO.
000140*----------------------------------------------------------------
000150 01  APR-RECORD.
000160     05  APR-TIPO                PIC X(01).
000170         88  APR-IS-EMP-TERMINATE            VALUE 'T'.
000180         88  APR-IS-EMP-DELETE               VALUE 'D'.
000190         88  APR-IS-EMPRESA-DELETE           VALUE 'E'.
000200         88  APR-IS-DEPTO-DELETE             VALUE 'P'.
000210         88  APR-IS-SALARIO                  VALUE 'S'.
000220         88  APR-IS-BANCO                    VALUE 'B'.
000225         88  APR-IS-TRANSFERENCIA            VALUE 'X'.
000230     05  APR-CHAVE               PIC X(30).
000240     05  APR-SALARIO-AREA        REDEFINES APR-CHAVE.
000250         10  APR-SAL-BASE        PIC 9(08)V99.
000260         10  APR-SAL-FAIXA       PIC X(03).
000270         10  APR-SAL-DATA-EFETIVA
000280                                 PIC X(08).
000290         10  APR-SAL-PERCENTUAL  PIC 9(05)V99.
000300         10  FILLER              PIC X(02).
000310     05  APR-BANCO-AREA          REDEFINES APR-CHAVE.
000320         10  APR-BCO-ACAO        PIC X(01).
000330             88  APR-BCO-ALTERA              VALUE 'A'.
000340             88  APR-BCO-EXCLUI              VALUE 'E'.
000350         10  APR-BCO-BANCO       PIC 9(03).
000360         10  APR-BCO-AGENCIA     PIC 9(04).
000370         10  APR-BCO-AGENCIA-DV  PIC X(01).
000380         10  APR-BCO-CONTA       PIC 9(10).
000390         10  APR-BCO-CONTA-DV    PIC X(01).
000400         10  APR-BCO-TIPO-CONTA  PIC X(01).
000410         10  FILLER              PIC X(09).
000411     05  APR-TRANSF-AREA         REDEFINES APR-CHAVE.
000412         10  APR-TRF-EMPRESA-DE  PIC X(05).
000413         10  APR-TRF-DEPTO-DE    PIC X(15).
000414         10  APR-TRF-DATA-EFETIVA
000415                                 PIC X(08).
000416         10  FILLER              PIC X(02).
000420     05  APR-MATRICULA           PIC 9(06).
000430     05  APR-DATA                PIC X(08).
000440     05  APR-HORA                PIC X(08).
000450     05  APR-OPERADOR            PIC X(08).
000460     05  FILLER                  PIC X(09).
000470     05  APR-TRANSF-DESTINO.
000480         10  APR-TRF-EMPRESA-PARA
000490                                 PIC X(05).
000500         10  APR-TRF-DEPTO-PARA  PIC X(15).
000510     05  FILLER                  PIC X(10).
