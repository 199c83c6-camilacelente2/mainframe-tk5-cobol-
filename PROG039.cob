000210* MODIFICATION HISTORY
000220*----------------------------------------------------------------
000230* 2026-09-01  RM  ORIGINAL PROGRAM.
000232* 2026-10-15  RM  REBUILD THE ADMISSION DATE FROM THE JOURNAL
000234*                 DATE OF THE REGISTRATION AND START THE
000236*                 COMPENSATION FIELDS EMPTY, AS THE ORIGINAL
000238*                 REGISTRATION DID.
000240*----------------------------------------------------------------
000250 ENVIRONMENT                     DIVISION.
000260 CONFIGURATION                   SECTION.
002010     SET EMP-IS-ATIVO            TO TRUE.
002020     MOVE SPACES                 TO EMP-DATA-DESLIGAMENTO.
002030     MOVE ZERO                   TO EMP-MATRICULA-DESTINO.
002032     MOVE JRN-DATA               TO EMP-DATA-ADMISSAO.
002034     MOVE ZERO                   TO EMP-SALARIO-BASE.
002036     MOVE SPACES                 TO EMP-FAIXA-SALARIAL.
002038     MOVE SPACES                 TO EMP-DATA-SALARIO.
002040     WRITE EMP-MASTER-RECORD
002050         INVALID KEY
002060             MOVE 'ERRO NA REGRAVACAO' TO DTL-SITUACAO
