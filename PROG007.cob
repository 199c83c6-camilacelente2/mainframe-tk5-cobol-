000820*                 A CONFLICTING PROGRAM IS LIVE OR A REQUIRED
000830*                 PREDECESSOR HAS NOT FINISHED TODAY, AND THE
000840*                 END IS RECORDED WITH THE CONDITION CODE.
000842* 2026-10-15  RM  STAMP A NEW EMPLOYEE WITH ITS EFFECTIVE DATE
000844*                 (BLANK = TODAY) AS THE ADMISSION DATE AND
000846*                 START THE COMPENSATION FIELDS EMPTY - PAY
000848*                 IS SET THROUGH PROG012.
000849* 2026-10-15  RM  REQUIRE AN ABERTA POSITION REQUISITION
000850*                 (REQUISITION-MASTER, OPENED THROUGH PROG067)
000851*                 FOR THE COMPANY AND DEPARTMENT ON EVERY
000852*                 REGISTRATION, SUSPENDING WITH REASON CODE 07
000853*                 WHEN THERE IS NONE, AND COUNT THE HIRE
000854*                 AGAINST THE OLDEST ONE - A FUTURE-DATED HIRE
000855*                 TAKES ITS POSITION WHEN IT IS HELD.
000856* 2026-10-15  RM  EDIT A FUTURE-DATED REGISTRATION IN FULL BEFORE
000857*                 IT IS HELD, SO A BAD ONE IS SUSPENDED TONIGHT
000858*                 WITHOUT TAKING A POSITION, AND CARRY THE
000859*                 REQUISITION NUMBER ON THE PENDING RECORD FOR
000860*                 PROG035. DO NOT START WHILE PROG070 IS LIVE.
000861*----------------------------------------------------------------
000862 ENVIRONMENT                     DIVISION.
000870 CONFIGURATION                   SECTION.
000880 SOURCE-COMPUTER.                IBM-370.
000890 OBJECT-COMPUTER.                IBM-370.
001260     SELECT EMP-PENDING          ASSIGN TO EMPPEND
001270                                 ORGANIZATION IS SEQUENTIAL
001280                                 FILE STATUS IS WS-PND-STATUS.
001281     SELECT REQUISITION-MASTER   ASSIGN TO REQSMAST
001282                                 ORGANIZATION IS INDEXED
001283                                 ACCESS MODE IS DYNAMIC
001284                                 RECORD KEY IS REQ-NUMERO
001285                                 FILE STATUS IS WS-REQ-STATUS.
001290 DATA                            DIVISION.
001300 FILE                            SECTION.
001310 FD  REG-TRANS-IN
001620 FD  EMP-PENDING
001630     LABEL RECORDS ARE STANDARD.
001640     COPY EMPPEND.
001642 FD  REQUISITION-MASTER
001644     LABEL RECORDS ARE STANDARD.
001646     COPY REQSMAST.
001650 WORKING-STORAGE                 SECTION.
001660     COPY RUNLINK                REPLACING ==:PFX:== BY ==WRK==.
001670     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
002200 77  WRK-PEND-COUNT              PIC 9(06)  COMP VALUE ZERO.
002210 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
002220     88  END-OF-TRANS-FILE                  VALUE 'Y'.
002221 77  WS-REQ-STATUS               PIC X(02)  VALUE SPACES.
002222     88  REQ-STATUS-OK                      VALUE '00'.
002223     88  REQ-STATUS-NEW-FILE                VALUE '35'.
002224 77  WRK-REQ-FILE-SWITCH         PIC X(01)  VALUE 'Y'.
002225     88  REQS-FILE-IS-OPEN                  VALUE 'Y'.
002226     88  REQS-FILE-IS-MISSING               VALUE 'N'.
002227 77  WRK-REQUISICAO-SWITCH       PIC X(01)  VALUE 'N'.
002228     88  REQUISICAO-IS-VALID                VALUE 'Y'.
002229     88  REQUISICAO-IS-INVALID              VALUE 'N'.
002230 77  WRK-REQ-NUMERO              PIC 9(06)  VALUE ZERO.
002231 PROCEDURE                       DIVISION.
002240*----------------------------------------------------------------
002250* 0000-MAINLINE
002260*----------------------------------------------------------------
002520 0100-REGISTER-START.
002530     MOVE 'PROG007 '             TO WRK-RUN-PROGRAMA.
002540     MOVE 'I'                    TO WRK-RUN-FUNCAO.
002550     MOVE 'PROG021 PROG022 PROG035 PROG070'
002560                                 TO WRK-RUN-CONFLITOS.
002570     MOVE SPACES                 TO WRK-RUN-PREDECESSORES.
002580     MOVE ZERO                   TO WRK-RUN-RETORNO-PROG.
003120         CLOSE EMP-PENDING
003130         OPEN EXTEND EMP-PENDING
003140     END-IF.
003142     OPEN I-O    REQUISITION-MASTER.
003144     IF REQ-STATUS-NEW-FILE
003146         SET REQS-FILE-IS-MISSING TO TRUE
003148     END-IF.
003150     MOVE 'PROG007'              TO WRK-PROGRAMA.
003160     MOVE 'C'                    TO WRK-FUNCAO.
003170     PERFORM 2100-READ-TRANS    THRU 2100-READ-TRANS-EXIT.
003590*----------------------------------------------------------------
003600* 2000-PROCESS-TRANS - VALIDATE THE COMPANY AND WRITE THE
003610*    REGISTRATION FOR THE CURRENT TRANSACTION RECORD, THEN
003620*    READ THE NEXT ONE. A FUTURE-DATED REGISTRATION THAT PASSES
003622*    EVERY EDIT IS HELD ON THE PENDING FILE INSTEAD; ONE THAT
003624*    FAILS IS SUSPENDED LIKE ANY OTHER.
003630*----------------------------------------------------------------
003640 2000-PROCESS-TRANS.
003760     MOVE SPACES                 TO WRK-SUSP-MOTIVO.
003785     MOVE TRANS-NOME             TO WRK-NOME-BRUTO.
003786     CALL 'PROG040' USING WRK-NOME-BRUTO, WRK-NOME-PADRAO,
003790                                 WRK-NOME-RETORNO.
003800     IF WRK-NOME-INVALIDO
003810         SET NOME-IS-INVALID TO TRUE
004340     ELSE
004350         SET REGIAO-IS-VALID TO TRUE
004360     END-IF.
004361     PERFORM 2070-FIND-REQUISICAO
004362                                THRU 2070-FIND-REQUISICAO-EXIT.
004363     IF REQUISICAO-IS-INVALID
004364         IF WRK-SUSP-MOTIVO = SPACES
004365             MOVE '07' TO WRK-SUSP-MOTIVO
004366         END-IF
004367     END-IF.
004368     IF TRANS-DATA-EFETIVA NOT = SPACES
004369         AND TRANS-DATA-EFETIVA > WRK-DATA-HOJE
004370         AND EMPRESA-IS-VALID AND DEPTO-IS-VALID
004371         AND REGIAO-IS-VALID AND NOME-IS-VALID
004372         AND REQUISICAO-IS-VALID
004373         PERFORM 2950-FILL-REQUISICAO
004374                                THRU 2950-FILL-REQUISICAO-EXIT
004375         PERFORM 2900-HOLD-PENDING
004376                                THRU 2900-HOLD-PENDING-EXIT
004377         MOVE 'PENDENTE'         TO WRK-JRN-RESULTADO
004378         PERFORM 2600-WRITE-JOURNAL
004379                                THRU 2600-WRITE-JOURNAL-EXIT
004380         PERFORM 2100-READ-TRANS
004381                                THRU 2100-READ-TRANS-EXIT
004382         GO TO 2000-PROCESS-TRANS-EXIT
004383     END-IF.
004384     IF EMPRESA-IS-INVALID OR DEPTO-IS-INVALID
004385                            OR REGIAO-IS-INVALID
004390                            OR NOME-IS-INVALID
004395                            OR REQUISICAO-IS-INVALID
004400         DISPLAY 'REGISTRO NAO GRAVADO - ' TRANS-NOME
004410         MOVE 'REJEITADO'        TO WRK-JRN-RESULTADO
004420         ADD 1 TO WRK-REJECT-COUNT
004520         SET EMP-IS-ATIVO        TO TRUE
004530         MOVE SPACES             TO EMP-DATA-DESLIGAMENTO
004540         MOVE ZERO               TO EMP-MATRICULA-DESTINO
004541         MOVE TRANS-DATA-EFETIVA TO EMP-DATA-ADMISSAO
004542         IF TRANS-DATA-EFETIVA = SPACES
004543             MOVE WRK-DATA-HOJE  TO EMP-DATA-ADMISSAO
004544         END-IF
004545         MOVE ZERO               TO EMP-SALARIO-BASE
004546         MOVE SPACES             TO EMP-FAIXA-SALARIAL
004547         MOVE SPACES             TO EMP-DATA-SALARIO
004550         WRITE EMP-MASTER-RECORD
004560             INVALID KEY
004570                 DISPLAY 'MATRICULA JA CADASTRADA - '
004640                 ADD 1 TO WRK-REG-COUNT
004650                 PERFORM 2800-WRITE-HISTORY
004660                                THRU 2800-WRITE-HISTORY-EXIT
004662                 PERFORM 2950-FILL-REQUISICAO
004664                                THRU 2950-FILL-REQUISICAO-EXIT
004670         END-WRITE
004680     END-IF.
004690     IF WRK-SUSP-MOTIVO NOT = SPACES
005340     END-READ.
005350 2060-COUNT-DEPTO-EXIT.
005360     EXIT.
005361*----------------------------------------------------------------
005362* 2070-FIND-REQUISICAO - LOOK FOR THE OLDEST ABERTA POSITION
005363*    REQUISITION FOR THE TRANSACTION'S COMPANY AND DEPARTMENT
005364*    ON REQUISITION-MASTER, THE WAY PROG002 DOES. A HIRE NOBODY
005365*    APPROVED THROUGH PROG067 IS SUSPENDED WITH REASON 07. NO
005366*    REQUISITION-MASTER YET MEANS NONE IS OPEN.
005367*----------------------------------------------------------------
005368 2070-FIND-REQUISICAO.
005369     SET REQUISICAO-IS-INVALID   TO TRUE.
005370     MOVE ZERO                   TO WRK-REQ-NUMERO.
005371     IF REQS-FILE-IS-OPEN
005372         MOVE 'N'                TO WRK-SCAN-EOF-SWITCH
005373         MOVE ZERO               TO REQ-NUMERO
005374         START REQUISITION-MASTER KEY IS NOT LESS THAN REQ-NUMERO
005375             INVALID KEY
005376                 SET END-OF-SCAN TO TRUE
005377         END-START
005378         PERFORM 2080-MATCH-REQUISICAO
005379                                THRU 2080-MATCH-REQUISICAO-EXIT
005380             UNTIL END-OF-SCAN
005381     END-IF.
005382     IF REQUISICAO-IS-INVALID
005383         DISPLAY 'SEM REQUISICAO ABERTA - REJEITADO - '
005384                                 TRANS-DEPTO
005385     END-IF.
005386 2070-FIND-REQUISICAO-EXIT.
005387     EXIT.
005388*----------------------------------------------------------------
005389* 2080-MATCH-REQUISICAO - READ THE NEXT REQUISITION IN NUMBER
005390*    ORDER, STOPPING AT THE FIRST ABERTA ONE FOR THE
005391*    TRANSACTION'S COMPANY AND DEPARTMENT.
005392*----------------------------------------------------------------
005393 2080-MATCH-REQUISICAO.
005394     READ REQUISITION-MASTER NEXT RECORD
005395         AT END
005396             SET END-OF-SCAN TO TRUE
005397             GO TO 2080-MATCH-REQUISICAO-EXIT
005398     END-READ.
005399     IF REQ-IS-ABERTA
005400         AND REQ-EMPRESA = TRANS-EMPRESA
005401         AND REQ-DEPTO = TRANS-DEPTO
005402         SET REQUISICAO-IS-VALID TO TRUE
005403         MOVE REQ-NUMERO         TO WRK-REQ-NUMERO
005404         SET END-OF-SCAN         TO TRUE
005405     END-IF.
005406 2080-MATCH-REQUISICAO-EXIT.
005407     EXIT.
005408*----------------------------------------------------------------
005409* 2500-ASSIGN-MATRICULA - HAND OUT THE NEXT EMPLOYEE NUMBER FROM
005410*    THE NUMBER-CONTROL RECORD AND STEP IT, REWRITING THE
005411*    CONTROL RECORD AT ONCE SO A SECOND OPERATOR CANNOT BE
005412*    ISSUED THE SAME NUMBER.
005420*----------------------------------------------------------------
005430 2500-ASSIGN-MATRICULA.
005440     MOVE WRK-CTL-KEY            TO CTL-KEY.
006050     EXIT.
006060*----------------------------------------------------------------
006070* 2900-HOLD-PENDING - HOLD A FUTURE-DATED REGISTRATION ON THE
006080*    EMPLOYEE PENDING FILE FOR PROG035'S DAILY APPLY STEP, WITH
006085*    THE REQUISITION WHOSE POSITION IT TOOK.
006090*----------------------------------------------------------------
006100 2900-HOLD-PENDING.
006110     MOVE SPACES                 TO PND-RECORD.
006120     SET PND-IS-REGISTRO         TO TRUE.
006130     MOVE REG-TRANS-RECORD       TO PND-IMAGEM.
006135     MOVE WRK-REQ-NUMERO         TO PND-REQUISICAO.
006140     WRITE PND-RECORD.
006150     DISPLAY 'REGISTRO PENDENTE ATE ' TRANS-DATA-EFETIVA
006160             ' - ' TRANS-NOME.
006170     ADD 1 TO WRK-PEND-COUNT.
006180 2900-HOLD-PENDING-EXIT.
006190     EXIT.
006191*----------------------------------------------------------------
006192* 2950-FILL-REQUISICAO - COUNT THE HIRE AGAINST THE REQUISITION
006193*    IT WAS MATCHED TO, MARKING THE REQUISITION PREENCHIDA WHEN
006194*    ITS LAST POSITION IS FILLED. A FUTURE-DATED HIRE TAKES ITS
006195*    POSITION WHEN IT IS HELD, SO THE SLOT CANNOT BE PROMISED
006196*    TWICE BEFORE PROG035 APPLIES IT; PROG035 GIVES IT BACK IF
006197*    THE HIRE IS REJECTED THEN.
006198*----------------------------------------------------------------
006199 2950-FILL-REQUISICAO.
006200     MOVE WRK-REQ-NUMERO         TO REQ-NUMERO.
006201     READ REQUISITION-MASTER.
006202     ADD 1                       TO REQ-PREENCHIDAS.
006203     IF REQ-PREENCHIDAS NOT < REQ-VAGAS
006204         SET REQ-IS-PREENCHIDA   TO TRUE
006205         MOVE WRK-DATA-HOJE      TO REQ-DATA-SITUACAO
006206     END-IF.
006207     MOVE WRK-OPERADOR           TO REQ-OPERADOR.
006208     REWRITE REQUISITION-MASTER-RECORD.
006209 2950-FILL-REQUISICAO-EXIT.
006210     EXIT.
006211*----------------------------------------------------------------
006212* 8000-REPORT-TOTALS - DISPLAY THE COUNT OF REGISTRATIONS
006220*    PROCESSED BY THIS RUN.
006230*----------------------------------------------------------------
006240 8000-REPORT-TOTALS.
006410     CLOSE REG-SUSPENSE.
006420     CLOSE EMP-HISTORY.
006430     CLOSE EMP-PENDING.
006432     IF REQS-FILE-IS-OPEN
006434         CLOSE REQUISITION-MASTER
006436     END-IF.
006440 9999-FINALIZE-EXIT.
006450     EXIT.
