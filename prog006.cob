000350* 2026-09-01  RM  RECORD THE RUN'S START TIME, END TIME AND
000360*                 FINAL CONDITION CODE ON THE OPERATIONS LOG
000370*                 SUMMARY, FOR PROG031'S BATCH-WINDOW REPORT.
000372* 2026-10-15  RM  STAMP THE HISTORY RECORD WITH ITS ORIGIN SO
000374*                 PROG057 CAN RECONCILE IT TO THE LEDGER FEED.
000376* 2026-10-15  RM  WRAP THE EXTRACT RECORD IN A BATCH HEADER AND
000377*                 TRAILER (GLCTRL) SO PROG025 CAN REFUSE A
000378*                 BATCH IT HAS ALREADY POSTED.
000380*----------------------------------------------------------------
000390 ENVIRONMENT                     DIVISION.
000400 CONFIGURATION                   SECTION.
000580 FD  GL-INTERFACE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY GLINTF.
000605     COPY GLCTRL.
000610 FD  CALC-HIST
000620     LABEL RECORDS ARE STANDARD.
000630     COPY CALCHIST.
000890 77  WRK-EXCEPTION-SWITCH        PIC X(01)    VALUE 'N'.
000900     88  EXCEPTION-OCCURRED                   VALUE 'Y'.
000910 77  WRK-HORA-INICIO             PIC X(08)  VALUE SPACES.
000915 77  WRK-DATA-LOTE               PIC X(08)  VALUE SPACES.
000917 77  WRK-HASH-LOTE               PIC S9(13)V99 VALUE ZERO.
000920 PROCEDURE                       DIVISION.
000930*----------------------------------------------------------------
000940* 0000-MAINLINE
002190*----------------------------------------------------------------
002200* 3000-EXTRACT-GL - WRITE ONE GL INTERFACE RECORD FOR THIS RUN'S
002210*    RESULT SO IT CAN BE PICKED UP BY THE GENERAL LEDGER POSTING
002220*    JOB, BETWEEN A BATCH HEADER AND TRAILER NAMING THE RUN BY
002222*    ITS DATE AND START TIME.
002230*----------------------------------------------------------------
002240 3000-EXTRACT-GL.
002242     ACCEPT WRK-DATA-LOTE        FROM DATE YYYYMMDD.
002244     MOVE SPACES                 TO GL-CONTROL-RECORD.
002246     SET GL-CTL-IS-HEADER        TO TRUE.
002248     MOVE 'PROG005 '             TO GL-CTL-ORIGEM.
002250     MOVE WRK-DATA-LOTE          TO GL-CTL-DATA.
002252     MOVE WRK-HORA-INICIO        TO GL-CTL-HORA.
002254     MOVE ZERO                   TO GL-CTL-QTDE.
002256     MOVE ZERO                   TO GL-CTL-HASH.
002258     WRITE GL-CONTROL-RECORD.
002260     MOVE SPACES                 TO GL-INTERFACE-RECORD.
002262     MOVE WRK-DATA-LOTE          TO GL-DATA.
002270     MOVE 'PROG005 '             TO GL-ORIGEM.
002280     MOVE WRK-V1                 TO GL-V1.
002290     MOVE WRK-V2                 TO GL-V2.
002300     MOVE WRK-RES                TO GL-RESULTADO.
002310     MOVE WRK-MOEDA              TO GL-MOEDA.
002315     MOVE GL-RESULTADO           TO WRK-HASH-LOTE.
002320     WRITE GL-INTERFACE-RECORD.
002322     MOVE SPACES                 TO GL-CONTROL-RECORD.
002324     SET GL-CTL-IS-TRAILER       TO TRUE.
002326     MOVE 'PROG005 '             TO GL-CTL-ORIGEM.
002328     MOVE WRK-DATA-LOTE          TO GL-CTL-DATA.
002330     MOVE WRK-HORA-INICIO        TO GL-CTL-HORA.
002332     MOVE 1                      TO GL-CTL-QTDE.
002334     MOVE WRK-HASH-LOTE          TO GL-CTL-HASH.
002336     WRITE GL-CONTROL-RECORD.
002338 3000-EXTRACT-GL-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------
002360* 3500-RECORD-HISTORY - APPEND ONE HISTORY RECORD FOR THIS RUN'S
002430     MOVE WRK-V2                 TO HIST-V2.
002440     MOVE WRK-RES-DISPLAY        TO HIST-RES-ED.
002450     MOVE WRK-MOEDA              TO HIST-MOEDA.
002455     MOVE 'PROG005 '             TO HIST-ORIGEM.
002460     WRITE CALC-HIST-RECORD.
002470 3500-RECORD-HISTORY-EXIT.
002480     EXIT.
