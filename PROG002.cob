000620* 2026-09-01  RM  RECORD THE RUN'S START TIME, END TIME AND
000630*                 FINAL CONDITION CODE ON THE OPERATIONS LOG
000640*                 SUMMARY, FOR PROG031'S BATCH-WINDOW REPORT.
000642* 2026-10-15  RM  STAMP A NEW EMPLOYEE WITH TODAY AS THE
000644*                 ADMISSION DATE AND START THE COMPENSATION
000646*                 FIELDS EMPTY - PAY IS SET THROUGH PROG012.
000647* 2026-10-15  RM  REQUIRE AN ABERTA POSITION REQUISITION
000648*                 (REQUISITION-MASTER, OPENED THROUGH PROG067)
000649*                 FOR THE COMPANY AND DEPARTMENT ON EVERY
000650*                 REGISTRATION AND COUNT THE HIRE AGAINST THE
000651*                 OLDEST ONE, SO NO SLOT IS FILLED WITHOUT A
000652*                 MANAGER'S APPROVAL.
000653*----------------------------------------------------------------
000660 ENVIRONMENT                     DIVISION.
000670 CONFIGURATION                   SECTION.
000680 SOURCE-COMPUTER.                IBM-370.
001000     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
001010                                 ORGANIZATION IS SEQUENTIAL
001020                                 FILE STATUS IS WS-HST-STATUS.
001021     SELECT REQUISITION-MASTER   ASSIGN TO REQSMAST
001022                                 ORGANIZATION IS INDEXED
001023                                 ACCESS MODE IS DYNAMIC
001024                                 RECORD KEY IS REQ-NUMERO
001025                                 FILE STATUS IS WS-REQ-STATUS.
001030 DATA                            DIVISION.
001040 FILE                            SECTION.
001050 FD  EMPLOYEE-MASTER
001250 FD  EMP-HISTORY
001260     LABEL RECORDS ARE STANDARD.
001270     COPY EMPHIST.
001272 FD  REQUISITION-MASTER
001274     LABEL RECORDS ARE STANDARD.
001276     COPY REQSMAST.
001280 WORKING-STORAGE                 SECTION.
001290     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
001300     COPY REGNLINK               REPLACING ==:PFX:== BY ==WRK==.
001790     88  HST-STATUS-OK                      VALUE '00'.
001800     88  HST-STATUS-NEW-FILE                VALUE '05' '35'.
001810 77  WRK-HORA-INICIO             PIC X(08)  VALUE SPACES.
001811 77  WS-REQ-STATUS               PIC X(02)  VALUE SPACES.
001812     88  REQ-STATUS-OK                      VALUE '00'.
001813     88  REQ-STATUS-NEW-FILE                VALUE '35'.
001814 77  WRK-REQ-FILE-SWITCH         PIC X(01)  VALUE 'Y'.
001815     88  REQS-FILE-IS-OPEN                  VALUE 'Y'.
001816     88  REQS-FILE-IS-MISSING               VALUE 'N'.
001817 77  WRK-REQUISICAO-SWITCH       PIC X(01)  VALUE 'N'.
001818     88  REQUISICAO-IS-VALID                VALUE 'Y'.
001819     88  REQUISICAO-IS-INVALID              VALUE 'N'.
001820 77  WRK-REQ-NUMERO              PIC 9(06)  VALUE ZERO.
001821 PROCEDURE                       DIVISION.
001830*----------------------------------------------------------------
001840* 0000-MAINLINE
001850*----------------------------------------------------------------
001950                                 THRU 2600-VALIDATE-DEPTO-EXIT.
001960     PERFORM 2700-VALIDATE-REGIAO
001970                                 THRU 2700-VALIDATE-REGIAO-EXIT.
001972     PERFORM 2800-FIND-REQUISICAO
001974                                 THRU 2800-FIND-REQUISICAO-EXIT.
001980     PERFORM 3000-SAVE-RECORD    THRU 3000-SAVE-RECORD-EXIT.
001990     PERFORM 8000-WRITE-OPSLOG   THRU 8000-WRITE-OPSLOG-EXIT.
002000     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
002330         CLOSE EMP-HISTORY
002340         OPEN EXTEND EMP-HISTORY
002350     END-IF.
002352     OPEN I-O REQUISITION-MASTER.
002354     IF REQ-STATUS-NEW-FILE
002356         SET REQS-FILE-IS-MISSING TO TRUE
002358     END-IF.
002360 1000-INITIALIZE-EXIT.
002370     EXIT.
002380*----------------------------------------------------------------
004340     END-IF.
004350 2700-VALIDATE-REGIAO-EXIT.
004360     EXIT.
004361*----------------------------------------------------------------
004362* 2800-FIND-REQUISICAO - LOOK FOR THE OLDEST ABERTA POSITION
004363*    REQUISITION FOR THE COMPANY AND DEPARTMENT ON
004364*    REQUISITION-MASTER. A HIRE NOBODY APPROVED THROUGH PROG067
004365*    IS REJECTED. NO REQUISITION-MASTER YET MEANS NONE IS OPEN.
004366*----------------------------------------------------------------
004367 2800-FIND-REQUISICAO.
004368     SET REQUISICAO-IS-INVALID   TO TRUE.
004369     MOVE ZERO                   TO WRK-REQ-NUMERO.
004370     IF REQS-FILE-IS-OPEN
004371         MOVE 'N'                TO WRK-SCAN-EOF-SWITCH
004372         MOVE ZERO               TO REQ-NUMERO
004373         START REQUISITION-MASTER KEY IS NOT LESS THAN REQ-NUMERO
004374             INVALID KEY
004375                 SET END-OF-SCAN TO TRUE
004376         END-START
004377         PERFORM 2850-MATCH-REQUISICAO
004378                                THRU 2850-MATCH-REQUISICAO-EXIT
004379             UNTIL END-OF-SCAN
004380     END-IF.
004381     IF REQUISICAO-IS-INVALID
004382         DISPLAY 'SEM REQUISICAO ABERTA - REJEITADO - '
004383                                 WRK-DEPTO
004384     ELSE
004385         DISPLAY 'REQUISICAO... ' WRK-REQ-NUMERO
004386     END-IF.
004387 2800-FIND-REQUISICAO-EXIT.
004388     EXIT.
004389*----------------------------------------------------------------
004390* 2850-MATCH-REQUISICAO - READ THE NEXT REQUISITION IN NUMBER
004391*    ORDER, STOPPING AT THE FIRST ABERTA ONE FOR THE COMPANY AND
004392*    DEPARTMENT BEING REGISTERED.
004393*----------------------------------------------------------------
004394 2850-MATCH-REQUISICAO.
004395     READ REQUISITION-MASTER NEXT RECORD
004396         AT END
004397             SET END-OF-SCAN TO TRUE
004398             GO TO 2850-MATCH-REQUISICAO-EXIT
004399     END-READ.
004400     IF REQ-IS-ABERTA
004401         AND REQ-EMPRESA = WRK-EMPRESA
004402         AND REQ-DEPTO = WRK-DEPTO
004403         SET REQUISICAO-IS-VALID TO TRUE
004404         MOVE REQ-NUMERO         TO WRK-REQ-NUMERO
004405         SET END-OF-SCAN         TO TRUE
004406     END-IF.
004407 2850-MATCH-REQUISICAO-EXIT.
004408     EXIT.
004409*----------------------------------------------------------------
004410* 3000-SAVE-RECORD - WRITE THE REGISTRATION TO EMPLOYEE-MASTER
004411*    UNLESS THE COMPANY FAILED VALIDATION.
004412*----------------------------------------------------------------
004413 3000-SAVE-RECORD.
004420     IF EMPRESA-IS-INVALID OR DEPTO-IS-INVALID
004430                            OR REGIAO-IS-INVALID
004440                            OR NOME-IS-INVALID
004445                            OR REQUISICAO-IS-INVALID
004450         DISPLAY 'REGISTRO NAO GRAVADO - ' WRK-NOME
004460         MOVE 'REJEITADO'        TO WRK-JRN-RESULTADO
004470     ELSE
004560         SET EMP-IS-ATIVO        TO TRUE
004570         MOVE SPACES             TO EMP-DATA-DESLIGAMENTO
004580         MOVE ZERO               TO EMP-MATRICULA-DESTINO
004582         ACCEPT EMP-DATA-ADMISSAO FROM DATE YYYYMMDD
004584         MOVE ZERO               TO EMP-SALARIO-BASE
004586         MOVE SPACES             TO EMP-FAIXA-SALARIAL
004588         MOVE SPACES             TO EMP-DATA-SALARIO
004590         WRITE EMP-MASTER-RECORD
004600             INVALID KEY
004610                 DISPLAY 'MATRICULA JA CADASTRADA - '
004670                 MOVE 'GRAVADO'  TO WRK-JRN-RESULTADO
004680                 PERFORM 3300-WRITE-HISTORY
004690                                 THRU 3300-WRITE-HISTORY-EXIT
004692                 PERFORM 3500-FILL-REQUISICAO
004694                                 THRU 3500-FILL-REQUISICAO-EXIT
004700         END-WRITE
004710     END-IF.
004720     PERFORM 3200-WRITE-JOURNAL  THRU 3200-WRITE-JOURNAL-EXIT.
005400             '-' WRK-DIGITO.
005410 3400-SHOW-DIGITO-EXIT.
005420     EXIT.
005421*----------------------------------------------------------------
005422* 3500-FILL-REQUISICAO - COUNT THE HIRE AGAINST THE REQUISITION
005423*    IT WAS REGISTERED UNDER, MARKING THE REQUISITION PREENCHIDA
005424*    WHEN ITS LAST POSITION IS FILLED.
005425*----------------------------------------------------------------
005426 3500-FILL-REQUISICAO.
005427     MOVE WRK-REQ-NUMERO         TO REQ-NUMERO.
005428     READ REQUISITION-MASTER.
005429     ADD 1                       TO REQ-PREENCHIDAS.
005430     IF REQ-PREENCHIDAS NOT < REQ-VAGAS
005431         SET REQ-IS-PREENCHIDA   TO TRUE
005432         ACCEPT REQ-DATA-SITUACAO FROM DATE YYYYMMDD
005433     END-IF.
005434     MOVE WRK-OPERADOR           TO REQ-OPERADOR.
005435     REWRITE REQUISITION-MASTER-RECORD.
005436     DISPLAY 'REQUISICAO ' REQ-NUMERO ' - PREENCHIDAS '
005437             REQ-PREENCHIDAS ' DE ' REQ-VAGAS.
005438 3500-FILL-REQUISICAO-EXIT.
005439     EXIT.
005440*----------------------------------------------------------------
005441* 8000-WRITE-OPSLOG - APPEND A RUN SUMMARY TO THE SHARED DAILY
005450*    OPERATIONS LOG.
005460*----------------------------------------------------------------
005470 8000-WRITE-OPSLOG.
005740     CLOSE OPS-LOG.
005750     CLOSE REG-JOURNAL.
005760     CLOSE EMP-HISTORY.
005762     IF REQS-FILE-IS-OPEN
005764         CLOSE REQUISITION-MASTER
005766     END-IF.
005770 9999-FINALIZE-EXIT.
005780     EXIT.
