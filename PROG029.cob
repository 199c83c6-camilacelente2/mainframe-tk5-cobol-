000200*                 PASSWORD, ENFORCES THE LOCKOUT AND AUDITS
000210*                 EVERY ATTEMPT - SECURITY-MASTER IS NO LONGER
000220*                 READ HERE DIRECTLY.
000221* 2026-10-15  RM  APPLY A DUE DELETE OR THE NEW RECODE (R) THE
000222*                 WAY PROG010 DOES - A REGION STILL IN USE IS
000223*                 NOT DELETED, AND IS RECODED ONLY WITH THE
000224*                 CASCADE FLAG SET, PROG074 MOVING ITS
000225*                 DEPENDENTS FIRST. THE PENDING RECORD GROWS TO
000226*                 48 BYTES.
000227* 2026-10-15  RM  GO BY THE BUSINESS-DAY CALENDAR THROUGH PROG076
000228*                 - NOTHING IS APPLIED ON A WEEKEND OR NATIONAL
000229*                 HOLIDAY, AND AN EFFECTIVE DATE THAT FALLS ON
000230*                 ONE COMES DUE ON THE NEXT BUSINESS DAY.
000231*----------------------------------------------------------------
000240 ENVIRONMENT                     DIVISION.
000250 CONFIGURATION                   SECTION.
000260 SOURCE-COMPUTER.                IBM-370.
000500         88  PT-IS-ADD                       VALUE 'A'.
000510         88  PT-IS-CHANGE                    VALUE 'C'.
000520         88  PT-IS-DELETE                    VALUE 'D'.
000525         88  PT-IS-RECODE                    VALUE 'R'.
000530     05  PT-CODIGO               PIC 99.
000540     05  PT-NOME                 PIC X(20).
000550     05  PT-SIGLA                PIC X(02).
000560     05  PT-MACRO                PIC X(12).
000570     05  PT-DATA-EFETIVA         PIC X(08).
000572     05  PT-CODIGO-NOVO          PIC 99.
000574     05  PT-CASCATA              PIC X(01).
000576         88  PT-COM-CASCATA                  VALUE 'S'.
000580 FD  PEND-OUT
000590     LABEL RECORDS ARE STANDARD.
000600 01  PEND-OUT-RECORD             PIC X(48).
000610 FD  REGION-MASTER
000620     LABEL RECORDS ARE STANDARD.
000630 01  REGION-MASTER-RECORD.
000710 01  RPT-LINE                    PIC X(132).
000720 WORKING-STORAGE                 SECTION.
000730     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
000735     COPY REGDLINK               REPLACING ==:PFX:== BY ==WRK==.
000737     COPY CALNLINK               REPLACING ==:PFX:== BY ==WRK==.
000740 01  HEADING-LINE-1.
000750     05  FILLER                  PIC X(44)
000760             VALUE 'APLICACAO DE PENDENTES REGIAO - PROG029'.
001140 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001150     88  END-OF-PEND-FILE                   VALUE 'Y'.
001160 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
001162 77  WRK-DATA-DEVIDA             PIC X(08)  VALUE SPACES.
001164 77  WRK-HOJE-SWITCH             PIC X(01)  VALUE 'Y'.
001166     88  HOJE-IS-UTIL                       VALUE 'Y'.
001168     88  HOJE-NOT-UTIL                      VALUE 'N'.
001170 77  WRK-APPLY-COUNT             PIC 9(06)  COMP VALUE ZERO.
001180 77  WRK-STILL-PEND-COUNT        PIC 9(06)  COMP VALUE ZERO.
001190 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001192 77  WRK-REGIAO-ANTES            PIC X(36)  VALUE SPACES.
001194 77  WRK-DESTINO-SWITCH          PIC X(01)  VALUE 'N'.
001196     88  DESTINO-EXISTE                     VALUE 'Y'.
001198     88  DESTINO-NAO-EXISTE                 VALUE 'N'.
001200 PROCEDURE                       DIVISION.
001210*----------------------------------------------------------------
001220* 0000-MAINLINE
001380*----------------------------------------------------------------
001390 1000-INITIALIZE.
001400     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
001401     MOVE 'V'                    TO WRK-CAL-FUNCAO.
001402     MOVE WRK-DATA-HOJE          TO WRK-CAL-DATA.
001403     PERFORM 2800-CALL-CALENDAR  THRU 2800-CALL-CALENDAR-EXIT.
001404     IF WRK-CAL-NAO-UTIL
001405         SET HOJE-NOT-UTIL       TO TRUE
001406         DISPLAY 'DIA NAO UTIL (' WRK-CAL-NOME
001407                 ') - NADA E APLICADO HOJE'
001408     END-IF.
001410     OPEN INPUT  PEND-IN.
001420     OPEN OUTPUT PEND-OUT.
001430     OPEN OUTPUT APPLY-RPT.
001680     EXIT.
001690*----------------------------------------------------------------
001700* 2000-PROCESS-PEND - APPLY THE CURRENT PENDING TRANSACTION
001705*    WHEN ITS EFFECTIVE DATE, ROLLED TO A BUSINESS DAY, HAS COME
001710*    DUE, OR CARRY IT FORWARD WHEN IT IS STILL FUTURE OR TODAY
001715*    IS NOT A BUSINESS DAY, THEN READ THE NEXT ONE. A BLANK OR
001720*    INVALID DATE COMES DUE AT ONCE, AS BEFORE.
001730*----------------------------------------------------------------
001740 2000-PROCESS-PEND.
001750     MOVE SPACES                 TO DETAIL-LINE.
001770     MOVE PT-CODIGO              TO DTL-CODIGO.
001780     MOVE PT-NOME                TO DTL-NOME.
001790     MOVE PT-DATA-EFETIVA        TO DTL-DATA-EFETIVA.
001791     MOVE PT-DATA-EFETIVA        TO WRK-DATA-DEVIDA.
001792     MOVE 'P'                    TO WRK-CAL-FUNCAO.
001793     MOVE PT-DATA-EFETIVA        TO WRK-CAL-DATA.
001794     PERFORM 2800-CALL-CALENDAR  THRU 2800-CALL-CALENDAR-EXIT.
001795     IF NOT WRK-CAL-DATA-INVALIDA
001796         MOVE WRK-CAL-DATA-FIM   TO WRK-DATA-DEVIDA
001797     END-IF.
001800     IF WRK-DATA-DEVIDA > WRK-DATA-HOJE
001805         OR HOJE-NOT-UTIL
001810         MOVE PEND-IN-RECORD     TO PEND-OUT-RECORD
001820         WRITE PEND-OUT-RECORD
001830         MOVE 'AINDA PENDENTE' TO DTL-SITUACAO
002050         WHEN PT-IS-DELETE
002060             PERFORM 2300-APPLY-DELETE
002070                                THRU 2300-APPLY-DELETE-EXIT
002072         WHEN PT-IS-RECODE
002074             PERFORM 2600-APPLY-RECODE
002076                                THRU 2600-APPLY-RECODE-EXIT
002080         WHEN OTHER
002090             MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
002100             ADD 1 TO WRK-REJECT-COUNT
002510 2200-APPLY-CHANGE-EXIT.
002520     EXIT.
002530*----------------------------------------------------------------
002540* 2300-APPLY-DELETE - DELETE THE EXISTING RECORD, UNLESS PROG074
002545*    FINDS ANYTHING STILL POINTING AT THE REGION, WHICH IT LISTS.
002550*----------------------------------------------------------------
002560 2300-APPLY-DELETE.
002570     MOVE PT-CODIGO              TO REG-CODIGO.
002590         INVALID KEY
002600             MOVE 'CODIGO NAO CADASTRADO' TO DTL-SITUACAO
002610             ADD 1 TO WRK-REJECT-COUNT
002611             GO TO 2300-APPLY-DELETE-EXIT
002612     END-READ.
002613     MOVE 'V'                    TO WRK-DEP-FUNCAO.
002614     MOVE PT-CODIGO              TO WRK-DEP-REGIAO.
002615     MOVE ZERO                   TO WRK-DEP-REGIAO-NOVA.
002616     PERFORM 2700-CALL-DEPENDENTS
002617                                THRU 2700-CALL-DEPENDENTS-EXIT.
002618     IF WRK-DEP-EM-USO
002619         MOVE 'REGIAO EM USO'    TO DTL-SITUACAO
002620         ADD 1 TO WRK-REJECT-COUNT
002621         GO TO 2300-APPLY-DELETE-EXIT
002622     END-IF.
002630     DELETE REGION-MASTER RECORD.
002640     MOVE 'APLICADO - EXCLUIDO' TO DTL-SITUACAO.
002650     ADD 1 TO WRK-APPLY-COUNT.
002670 2300-APPLY-DELETE-EXIT.
002680     EXIT.
002681*----------------------------------------------------------------
002682* 2600-APPLY-RECODE - MOVE A REGION TO THE CODE IN
002683*    PT-CODIGO-NOVO, OR FOLD IT INTO THAT REGION WHEN IT IS
002684*    ALREADY ON FILE, WITH THE SAME RULES AS PROG010 - A REGION
002685*    IN USE NEEDS PT-CASCATA 'S', AND THE OLD CODE IS DELETED
002686*    ONLY WHEN PROG074 MOVED EVERYTHING.
002687*----------------------------------------------------------------
002688 2600-APPLY-RECODE.
002689     IF PT-CODIGO-NOVO NOT NUMERIC
002690         OR PT-CODIGO-NOVO = ZERO
002691         OR PT-CODIGO-NOVO = PT-CODIGO
002692         MOVE 'NOVO CODIGO INVALIDO' TO DTL-SITUACAO
002693         ADD 1 TO WRK-REJECT-COUNT
002694         GO TO 2600-APPLY-RECODE-EXIT
002695     END-IF.
002696     MOVE PT-CODIGO              TO REG-CODIGO.
002697     READ REGION-MASTER
002698         INVALID KEY
002699             MOVE 'CODIGO NAO CADASTRADO' TO DTL-SITUACAO
002700             ADD 1 TO WRK-REJECT-COUNT
002701             GO TO 2600-APPLY-RECODE-EXIT
002702     END-READ.
002703     MOVE REGION-MASTER-RECORD   TO WRK-REGIAO-ANTES.
002704     MOVE 'V'                    TO WRK-DEP-FUNCAO.
002705     MOVE PT-CODIGO              TO WRK-DEP-REGIAO.
002706     MOVE PT-CODIGO-NOVO         TO WRK-DEP-REGIAO-NOVA.
002707     PERFORM 2700-CALL-DEPENDENTS
002708                                THRU 2700-CALL-DEPENDENTS-EXIT.
002709     IF WRK-DEP-EM-USO
002710         AND NOT PT-COM-CASCATA
002711         MOVE 'REGIAO EM USO'    TO DTL-SITUACAO
002712         ADD 1 TO WRK-REJECT-COUNT
002713         GO TO 2600-APPLY-RECODE-EXIT
002714     END-IF.
002715     MOVE PT-CODIGO-NOVO         TO REG-CODIGO.
002716     SET DESTINO-EXISTE          TO TRUE.
002717     READ REGION-MASTER
002718         INVALID KEY
002719             SET DESTINO-NAO-EXISTE TO TRUE
002720     END-READ.
002721     IF DESTINO-NAO-EXISTE
002722         MOVE WRK-REGIAO-ANTES   TO REGION-MASTER-RECORD
002723         MOVE PT-CODIGO-NOVO     TO REG-CODIGO
002724         IF PT-NOME NOT = SPACES
002725             MOVE PT-NOME        TO REG-NOME
002726             MOVE PT-SIGLA       TO REG-SIGLA
002727             MOVE PT-MACRO       TO REG-MACRO
002728         END-IF
002729         WRITE REGION-MASTER-RECORD
002730     END-IF.
002731     IF WRK-DEP-EM-USO
002732         MOVE 'M'                TO WRK-DEP-FUNCAO
002733         PERFORM 2700-CALL-DEPENDENTS
002734                                THRU 2700-CALL-DEPENDENTS-EXIT
002735         IF WRK-DEP-EM-USO
002736             MOVE 'CASCATA INCOMPLETA' TO DTL-SITUACAO
002737             ADD 1 TO WRK-REJECT-COUNT
002738             GO TO 2600-APPLY-RECODE-EXIT
002739         END-IF
002740     END-IF.
002741     MOVE PT-CODIGO              TO REG-CODIGO.
002742     DELETE REGION-MASTER RECORD.
002743     IF DESTINO-EXISTE
002744         MOVE 'INCORPORADO A'    TO DTL-SITUACAO
002745         MOVE PT-CODIGO-NOVO     TO DTL-SITUACAO (15:2)
002746     ELSE
002747         MOVE 'RECODIFICADO P/'  TO DTL-SITUACAO
002748         MOVE PT-CODIGO-NOVO     TO DTL-SITUACAO (17:2)
002749     END-IF.
002750     ADD 1 TO WRK-APPLY-COUNT.
002751 2600-APPLY-RECODE-EXIT.
002752     EXIT.
002753*----------------------------------------------------------------
002754* 2700-CALL-DEPENDENTS - CHECK OR MOVE WHAT POINTS AT THE REGION
002755*    THROUGH PROG074, WHICH LISTS EVERY ITEM ON ITS OWN REPORT.
002756*----------------------------------------------------------------
002757 2700-CALL-DEPENDENTS.
002758     MOVE 'PROG029 '             TO WRK-DEP-PROGRAMA.
002759     MOVE WRK-OPERADOR           TO WRK-DEP-OPERADOR.
002760     CALL 'PROG074' USING WRK-DEP-FUNCAO, WRK-DEP-REGIAO,
002761                                 WRK-DEP-REGIAO-NOVA,
002762                                 WRK-DEP-PROGRAMA,
002763                                 WRK-DEP-OPERADOR,
002764                                 WRK-DEP-EMPREGADOS,
002765                                 WRK-DEP-CIDADES,
002766                                 WRK-DEP-OUTROS,
002767                                 WRK-DEP-NAO-MOVIDOS,
002768                                 WRK-DEP-RETORNO.
002769 2700-CALL-DEPENDENTS-EXIT.
002770     EXIT.
002771*----------------------------------------------------------------
002772* 2800-CALL-CALENDAR - CALL THE PROG076 CALENDAR ROUTINE FOR THE
002773*    DATE IN WRK-CAL-DATA ON THE NATIONAL CALENDAR.
002774*----------------------------------------------------------------
002775 2800-CALL-CALENDAR.
002776     MOVE ZERO                   TO WRK-CAL-REGIAO.
002777     MOVE SPACES                 TO WRK-CAL-UF.
002778     CALL 'PROG076' USING WRK-CAL-FUNCAO, WRK-CAL-DATA,
002779                                 WRK-CAL-REGIAO, WRK-CAL-UF,
002780                                 WRK-CAL-DIAS, WRK-CAL-DATA-FIM,
002781                                 WRK-CAL-NOME, WRK-CAL-RETORNO.
002782 2800-CALL-CALENDAR-EXIT.
002783     EXIT.
002784*----------------------------------------------------------------
002785* 2400-READ-PEND - READ THE NEXT PENDING TRANSACTION.
002786*----------------------------------------------------------------
002787 2400-READ-PEND.
002788     READ PEND-IN
002789         AT END
002790             SET END-OF-PEND-FILE TO TRUE
002791     END-READ.
002792 2400-READ-PEND-EXIT.
002793     EXIT.
002794*----------------------------------------------------------------
002800* 9999-FINALIZE - PRINT END-OF-JOB TOTALS AND CLOSE THE FILES.
002810*----------------------------------------------------------------
002820 9999-FINALIZE.
