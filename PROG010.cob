000370*                 PASSWORD, ENFORCES THE LOCKOUT AND AUDITS
000380*                 EVERY ATTEMPT - SECURITY-MASTER IS NO LONGER
000390*                 READ HERE DIRECTLY.
000391* 2026-10-15  RM  REFUSE TO DELETE A REGION STILL IN USE BY
000392*                 EMPLOYEES, CITIES OR HELD AND SUSPENDED
000393*                 REGISTRATIONS (CHECKED THROUGH PROG074), AND
000394*                 ADD TRANSACTION R TO RECODE A REGION OR FOLD
000395*                 IT INTO AN EXISTING ONE. R REFUSES A REGION
000396*                 IN USE UNLESS THE CASCADE FLAG IS SET, WHEN
000397*                 PROG074 MOVES THE DEPENDENTS TO THE NEW CODE
000398*                 FIRST. THE TRANSACTION AND PENDING RECORDS
000399*                 GROW TO 48 BYTES FOR THE NEW CODE AND FLAG.
000400*----------------------------------------------------------------
000410 ENVIRONMENT                     DIVISION.
000420 CONFIGURATION                   SECTION.
000670         88  RT-IS-ADD                       VALUE 'A'.
000680         88  RT-IS-CHANGE                    VALUE 'C'.
000690         88  RT-IS-DELETE                    VALUE 'D'.
000695         88  RT-IS-RECODE                    VALUE 'R'.
000700     05  RT-CODIGO               PIC 99.
000710     05  RT-NOME                 PIC X(20).
000720     05  RT-SIGLA                PIC X(02).
000730     05  RT-MACRO                PIC X(12).
000740     05  RT-DATA-EFETIVA         PIC X(08).
000742     05  RT-CODIGO-NOVO          PIC 99.
000744     05  RT-CASCATA              PIC X(01).
000746         88  RT-COM-CASCATA                  VALUE 'S'.
000750 FD  REGION-MASTER
000760     LABEL RECORDS ARE STANDARD.
000770 01  REGION-MASTER-RECORD.
000850 01  RPT-LINE                    PIC X(132).
000860 FD  REGION-PEND
000870     LABEL RECORDS ARE STANDARD.
000880 01  REGION-PEND-RECORD          PIC X(48).
000890 WORKING-STORAGE                 SECTION.
000900     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
000905     COPY REGDLINK               REPLACING ==:PFX:== BY ==WRK==.
000910 01  HEADING-LINE-1.
000920     05  FILLER                  PIC X(40)
000930             VALUE 'MANUTENCAO REGION-MASTER - PROG010'.
001400 77  WRK-CHANGE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001410 77  WRK-DELETE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001420 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001421 77  WRK-RECODE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001422 77  WRK-REGIAO-ANTES            PIC X(36)  VALUE SPACES.
001423 77  WRK-DESTINO-SWITCH          PIC X(01)  VALUE 'N'.
001424     88  DESTINO-EXISTE                     VALUE 'Y'.
001425     88  DESTINO-NAO-EXISTE                 VALUE 'N'.
001430 PROCEDURE                       DIVISION.
001440*----------------------------------------------------------------
001450* 0000-MAINLINE
002240         WHEN RT-IS-DELETE
002250             PERFORM 2300-APPLY-DELETE
002260                                THRU 2300-APPLY-DELETE-EXIT
002262         WHEN RT-IS-RECODE
002264             PERFORM 2600-APPLY-RECODE
002266                                THRU 2600-APPLY-RECODE-EXIT
002270         WHEN OTHER
002280             MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
002290             ADD 1 TO WRK-REJECT-COUNT
002790     EXIT.
002800*----------------------------------------------------------------
002810* 2300-APPLY-DELETE - READ THE EXISTING RECORD FOR ITS BEFORE
002820*    IMAGE, THEN DELETE IT - UNLESS PROG074 FINDS ANYTHING STILL
002822*    POINTING AT THE REGION, WHICH IT LISTS. A REGION IN USE IS
002824*    RETIRED BY FOLDING IT INTO ANOTHER WITH TRANSACTION R.
002830*----------------------------------------------------------------
002840 2300-APPLY-DELETE.
002850     MOVE RT-CODIGO              TO REG-CODIGO.
002870         INVALID KEY
002880             MOVE 'CODIGO NAO CADASTRADO' TO DTL-SITUACAO
002890             ADD 1 TO WRK-REJECT-COUNT
002895             GO TO 2300-APPLY-DELETE-EXIT
002900     END-READ.
002910     MOVE REG-NOME               TO DTL-NOME-ANTES.
002911     MOVE 'V'                    TO WRK-DEP-FUNCAO.
002912     MOVE RT-CODIGO              TO WRK-DEP-REGIAO.
002913     MOVE ZERO                   TO WRK-DEP-REGIAO-NOVA.
002914     PERFORM 2700-CALL-DEPENDENTS
002915                                THRU 2700-CALL-DEPENDENTS-EXIT.
002916     IF WRK-DEP-EM-USO
002917         MOVE 'REGIAO EM USO'    TO DTL-SITUACAO
002918         ADD 1 TO WRK-REJECT-COUNT
002919         GO TO 2300-APPLY-DELETE-EXIT
002920     END-IF.
002921     DELETE REGION-MASTER RECORD.
002930     MOVE 'EXCLUIDO' TO DTL-SITUACAO.
002940     ADD 1 TO WRK-DELETE-COUNT.
002960 2300-APPLY-DELETE-EXIT.
002970     EXIT.
002971*----------------------------------------------------------------
002972* 2600-APPLY-RECODE - MOVE A REGION TO THE CODE IN
002973*    RT-CODIGO-NOVO. WHEN THAT CODE IS NOT ON FILE THE REGION IS
002974*    REWRITTEN UNDER IT (WITH THE NAME, SIGLA AND MACRO-REGION
002975*    ON THE TRANSACTION, WHEN GIVEN); WHEN IT IS, THE REGION IS
002976*    FOLDED INTO IT. ANYTHING STILL POINTING AT THE OLD CODE
002977*    REFUSES THE RECODE UNLESS RT-CASCATA IS 'S', WHEN PROG074
002978*    MOVES IT FIRST. THE OLD CODE IS DELETED ONLY WHEN NOTHING
002979*    WAS LEFT BEHIND; OTHERWISE IT STAYS FOR THE ITEMS PROG074
002980*    LISTED AS NOT MOVED, AND THE TRANSACTION CAN BE RERUN.
002981*----------------------------------------------------------------
002982 2600-APPLY-RECODE.
002983     IF RT-CODIGO-NOVO NOT NUMERIC
002984         OR RT-CODIGO-NOVO = ZERO
002985         OR RT-CODIGO-NOVO = RT-CODIGO
002986         MOVE 'NOVO CODIGO INVALIDO' TO DTL-SITUACAO
002987         ADD 1 TO WRK-REJECT-COUNT
002988         GO TO 2600-APPLY-RECODE-EXIT
002989     END-IF.
002990     MOVE RT-CODIGO              TO REG-CODIGO.
002991     READ REGION-MASTER
002992         INVALID KEY
002993             MOVE 'CODIGO NAO CADASTRADO' TO DTL-SITUACAO
002994             ADD 1 TO WRK-REJECT-COUNT
002995             GO TO 2600-APPLY-RECODE-EXIT
002996     END-READ.
002997     MOVE REG-NOME               TO DTL-NOME-ANTES.
002998     MOVE REGION-MASTER-RECORD   TO WRK-REGIAO-ANTES.
002999     MOVE 'V'                    TO WRK-DEP-FUNCAO.
003000     MOVE RT-CODIGO              TO WRK-DEP-REGIAO.
003001     MOVE RT-CODIGO-NOVO         TO WRK-DEP-REGIAO-NOVA.
003002     PERFORM 2700-CALL-DEPENDENTS
003003                                THRU 2700-CALL-DEPENDENTS-EXIT.
003004     IF WRK-DEP-EM-USO
003005         AND NOT RT-COM-CASCATA
003006         MOVE 'REGIAO EM USO'    TO DTL-SITUACAO
003007         ADD 1 TO WRK-REJECT-COUNT
003008         GO TO 2600-APPLY-RECODE-EXIT
003009     END-IF.
003010     MOVE RT-CODIGO-NOVO         TO REG-CODIGO.
003011     SET DESTINO-EXISTE          TO TRUE.
003012     READ REGION-MASTER
003013         INVALID KEY
003014             SET DESTINO-NAO-EXISTE TO TRUE
003015     END-READ.
003016     IF DESTINO-NAO-EXISTE
003017         MOVE WRK-REGIAO-ANTES   TO REGION-MASTER-RECORD
003018         MOVE RT-CODIGO-NOVO     TO REG-CODIGO
003019         IF RT-NOME NOT = SPACES
003020             MOVE RT-NOME        TO REG-NOME
003021             MOVE RT-SIGLA       TO REG-SIGLA
003022             MOVE RT-MACRO       TO REG-MACRO
003023         END-IF
003024         WRITE REGION-MASTER-RECORD
003025     END-IF.
003026     MOVE REG-NOME               TO DTL-NOME-DEPOIS.
003027     MOVE REG-SIGLA              TO DTL-SIGLA.
003028     IF WRK-DEP-EM-USO
003029         MOVE 'M'                TO WRK-DEP-FUNCAO
003030         PERFORM 2700-CALL-DEPENDENTS
003031                                THRU 2700-CALL-DEPENDENTS-EXIT
003032         IF WRK-DEP-EM-USO
003033             MOVE 'CASCATA INCOMPLETA' TO DTL-SITUACAO
003034             ADD 1 TO WRK-REJECT-COUNT
003035             GO TO 2600-APPLY-RECODE-EXIT
003036         END-IF
003037     END-IF.
003038     MOVE RT-CODIGO              TO REG-CODIGO.
003039     DELETE REGION-MASTER RECORD.
003040     IF DESTINO-EXISTE
003041         MOVE 'INCORPORADO A'    TO DTL-SITUACAO
003042         MOVE RT-CODIGO-NOVO     TO DTL-SITUACAO (15:2)
003043     ELSE
003044         MOVE 'RECODIFICADO P/'  TO DTL-SITUACAO
003045         MOVE RT-CODIGO-NOVO     TO DTL-SITUACAO (17:2)
003046     END-IF.
003047     ADD 1 TO WRK-RECODE-COUNT.
003048 2600-APPLY-RECODE-EXIT.
003049     EXIT.
003050*----------------------------------------------------------------
003051* 2700-CALL-DEPENDENTS - CHECK OR MOVE WHAT POINTS AT THE REGION
003052*    THROUGH PROG074, WHICH LISTS EVERY ITEM ON ITS OWN REPORT.
003053*----------------------------------------------------------------
003054 2700-CALL-DEPENDENTS.
003055     MOVE 'PROG010 '             TO WRK-DEP-PROGRAMA.
003056     MOVE WRK-OPERADOR           TO WRK-DEP-OPERADOR.
003057     CALL 'PROG074' USING WRK-DEP-FUNCAO, WRK-DEP-REGIAO,
003058                                 WRK-DEP-REGIAO-NOVA,
003059                                 WRK-DEP-PROGRAMA,
003060                                 WRK-DEP-OPERADOR,
003061                                 WRK-DEP-EMPREGADOS,
003062                                 WRK-DEP-CIDADES,
003063                                 WRK-DEP-OUTROS,
003064                                 WRK-DEP-NAO-MOVIDOS,
003065                                 WRK-DEP-RETORNO.
003066 2700-CALL-DEPENDENTS-EXIT.
003067     EXIT.
003068*----------------------------------------------------------------
003069* 2500-HOLD-PENDING - HOLD A FUTURE-DATED TRANSACTION ON THE
003070*    PENDING FILE FOR PROG029'S DAILY APPLY STEP.
003071*----------------------------------------------------------------
003072 2500-HOLD-PENDING.
003073     MOVE REGION-TRANS-RECORD    TO REGION-PEND-RECORD.
003074     WRITE REGION-PEND-RECORD.
003075     MOVE RT-NOME                TO DTL-NOME-DEPOIS.
003076     MOVE 'PENDENTE' TO DTL-SITUACAO.
003077     ADD 1 TO WRK-PEND-COUNT.
003080 2500-HOLD-PENDING-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------
003250     DISPLAY 'INCLUSOES.... ' WRK-ADD-COUNT.
003260     DISPLAY 'ALTERACOES... ' WRK-CHANGE-COUNT.
003270     DISPLAY 'EXCLUSOES.... ' WRK-DELETE-COUNT.
003275     DISPLAY 'RECODIFICADAS ' WRK-RECODE-COUNT.
003280     DISPLAY 'REJEITADAS... ' WRK-REJECT-COUNT.
003290     DISPLAY 'PENDENTES.... ' WRK-PEND-COUNT.
003300     CLOSE REGION-TRANS-IN.
