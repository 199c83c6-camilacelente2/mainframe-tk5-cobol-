000070*    KNOWING AN OPERATOR'S ID IS NO LONGER ENOUGH TO HOLD
000080*    THEIR AUTHORITY. A RECORD WRITTEN BEFORE THE PASSWORD
000090*    EXISTED CARRIES SPACES AND IS FLAGGED AT SIGN-ON UNTIL
000100*    PROG051 SETS ONE. LEVEL 4 (GERENCIA) IS HELD BY THE
000102*    MANAGERS WHO APPROVE POSITION REQUISITIONS AND CARRIES
000104*    EVERY LOWER LEVEL'S AUTHORITY.
000106*    SEC-MATRICULA LINKS THE OPERATOR TO THEIR OWN EMPLOYEE
000107*    RECORD, SO PROG072 CAN FLAG AN OPERATOR WHO CHANGES IT -
000108*    ZERO FOR AN OPERATOR WHO IS NOT AN EMPLOYEE. RECORDS
000109*    WRITTEN BEFORE THE FIELD EXISTED CARRY SPACES THERE.
000110*    THE ACCESS-REVIEW FIELDS ARE KEPT BY PROG073 - THE DATE
000111*    OF THE LAST ACCEPTED SIGN-ON TAKEN FROM THE AUDIT FILE,
000112*    THE DATE THE PASSWORD WAS SET AND ITS EXPIRY MARK, THE
000113*    LAST RECERTIFICATION (DATE AND MANAGER, KEYED THROUGH
000114*    PROG051) AND THE DUE DATE OF ONE STILL OUTSTANDING.
000115*    SEC-MOTIVO-BLOQUEIO SAYS WHY A RECORD IS LOCKED - 'F'
000116*    BY PROG050 ON REPEATED FAILURES, 'I' AND 'R' BY PROG073.
000117*----------------------------------------------------------------
000120 01  SEC-MASTER-RECORD.
000130     05  SEC-OPERADOR            PIC X(08).
000140     05  SEC-NIVEL               PIC 9(01).
000150         88  SEC-NIVEL-REGISTRO              VALUE 1 2 3 4.
000160         88  SEC-NIVEL-CARGA                 VALUE 2 3 4.
000170         88  SEC-NIVEL-MANUTENCAO            VALUE 3 4.
000175         88  SEC-NIVEL-GERENCIA              VALUE 4.
000180     05  SEC-SENHA               PIC X(08).
000190     05  SEC-FALHAS              PIC 9(02).
000200     05  SEC-BLOQUEIO            PIC X(01).
000210         88  SEC-IS-BLOQUEADO                VALUE 'B'.
000215     05  SEC-MATRICULA           PIC 9(06).
000216     05  SEC-MOTIVO-BLOQUEIO     PIC X(01).
000217         88  SEC-BLOQUEIO-FALHAS             VALUE 'F'.
000218         88  SEC-BLOQUEIO-INATIVO            VALUE 'I'.
000219         88  SEC-BLOQUEIO-RECERT             VALUE 'R'.
000220     05  SEC-SENHA-SITUACAO      PIC X(01).
000221         88  SEC-SENHA-EXPIRADA              VALUE 'E'.
000222     05  SEC-DATA-SENHA          PIC X(08).
000223     05  SEC-DATA-ACESSO         PIC X(08).
000224     05  SEC-DATA-RECERT         PIC X(08).
000225     05  SEC-RECERT-POR          PIC X(08).
000226     05  SEC-PRAZO-RECERT        PIC X(08).
000227     05  FILLER                  PIC X(12).
