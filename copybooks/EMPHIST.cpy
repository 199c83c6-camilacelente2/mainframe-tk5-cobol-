000060*    RECORD, SO A DISPUTE OVER WHEN AN EMPLOYEE MOVED COMPANIES
000070*    IS ANSWERED FROM THE FILE INSTEAD OF FROM WEEKS OF REPORT
000080*    SYSOUT. THE IMAGE FIELDS ARE WIDER THAN TODAY'S MASTER
000090*    RECORD SO THE LAYOUT SURVIVES THE MASTER GROWING - THEY
000100*    WERE WIDENED FROM 100 TO 200 BYTES WHEN THE COMPENSATION
000110*    FIELDS TOOK THE MASTER PAST 100. A BANK-DETAILS CHANGE
000120*    (ACTION B) CARRIES BANK-MASTER RECORDS AS ITS IMAGES
000130*    INSTEAD - A BLANK BEFORE IMAGE FOR THE FIRST ACCOUNT, A
000140*    BLANK AFTER IMAGE FOR A REMOVAL. A DEPENDENT CHANGE
000145*    (ACTION F) CARRIES DEPENDENT-MASTER RECORDS THE SAME WAY,
000150*    AND A LEAVE OF ABSENCE (ACTION L) LEAVE-MASTER RECORDS.
000152*    AN LGPD ANONYMIZATION (ACTION N) CARRIES NO BEFORE IMAGE
000154*    AND THE MASKED MASTER RECORD AS ITS AFTER IMAGE.
000156*    AN ACTION RELEASED BY THE PROG043 APPROVAL STEP CARRIES THE
000157*    REVIEWER IN HST-OPERADOR AND THE OPERATOR WHO REQUESTED IT
000158*    IN HST-SOLICITANTE; EVERY OTHER RECORD LEAVES IT BLANK.
000160*----------------------------------------------------------------
000170 01  HST-LOG-RECORD.
000180     05  HST-DATA                PIC X(08).
000190     05  HST-HORA                PIC X(08).
000200     05  HST-PROGRAMA            PIC X(08).
000210     05  HST-OPERADOR            PIC X(08).
000220     05  HST-ACAO                PIC X(01).
000230         88  HST-ACAO-INCLUSAO               VALUE 'I'.
000240         88  HST-ACAO-ALTERACAO              VALUE 'A'.
000250         88  HST-ACAO-DESLIGAMENTO           VALUE 'T'.
000260         88  HST-ACAO-EXCLUSAO               VALUE 'D'.
000270         88  HST-ACAO-CORRECAO               VALUE 'C'.
000280         88  HST-ACAO-FUSAO                  VALUE 'M'.
000290         88  HST-ACAO-SALARIO                VALUE 'S'.
000300         88  HST-ACAO-BANCO                  VALUE 'B'.
000310         88  HST-ACAO-DEPENDENTE             VALUE 'F'.
000315         88  HST-ACAO-AFASTAMENTO            VALUE 'L'.
000317         88  HST-ACAO-ANONIMIZACAO           VALUE 'N'.
000320     05  HST-MATRICULA           PIC 9(06).
000330     05  HST-ANTES               PIC X(200).
000340     05  HST-DEPOIS              PIC X(200).
000345     05  HST-SOLICITANTE         PIC X(08).
000350     05  FILLER                  PIC X(02).
