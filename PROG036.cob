000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* 2026-09-01  RM  ORIGINAL PROGRAM.
000202* 2026-10-15  RM  CARRY THE ADMISSION DATE AND COMPENSATION
000204*                 FIELDS THROUGH THE SORT RECORD, WHICH MUST
000206*                 MIRROR THE MASTER BYTE FOR BYTE.
000210*----------------------------------------------------------------
000220 ENVIRONMENT                     DIVISION.
000230 CONFIGURATION                   SECTION.
000540         88  SRT-IS-FUNDIDO                  VALUE 'M'.
000550     05  SRT-DATA-DESLIGAMENTO   PIC X(08).
000560     05  SRT-MATRICULA-DESTINO   PIC 9(06).
000562     05  SRT-DATA-ADMISSAO       PIC X(08).
000564     05  SRT-SALARIO-BASE        PIC 9(08)V99.
000566     05  SRT-FAIXA-SALARIAL      PIC X(03).
000568     05  SRT-DATA-SALARIO        PIC X(08).
000570 FD  DUPLICATE-RPT
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 132 CHARACTERS.
