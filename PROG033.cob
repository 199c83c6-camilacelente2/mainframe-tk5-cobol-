000210* 2026-09-01  RM  VERIFY THE KEYED MATRICULA'S PROG034 CHECK
000220*                 DIGIT BEFORE THE LOOKUP, SO A KEYING SLIP
000230*                 CANNOT SHOW THE WRONG EMPLOYEE'S TIMELINE.
000240* 2026-10-15  RM  SHOW THE ADMISSION DATE AND CURRENT PAY ON THE
000250*                 MASTER DISPLAY, AND THE PAY AND GRADE BEFORE
000260*                 AND AFTER A SALARY EVENT.
000270* 2026-10-15  RM  SHOW THE BANK, AGENCY AND ACCOUNT BEFORE AND
000280*                 AFTER A BANK-DETAILS EVENT.
000290* 2026-10-15  RM  LIST THE EMPLOYEE'S DEPENDENTS UNDER THE MASTER
000300*                 DISPLAY, AND SHOW THE DEPENDENT BEFORE AND
000310*                 AFTER A DEPENDENT EVENT.
000312* 2026-10-15  RM  SHOW LEAVE EVENTS WITH THE LEAVE TYPE, START,
000314*                 EXPECTED RETURN AND RETURN BEFORE AND AFTER.
000316* 2026-10-15  RM  NAME THE LGPD ANONYMIZATION EVENT.
000320*----------------------------------------------------------------
000330 ENVIRONMENT                     DIVISION.
000340 CONFIGURATION                   SECTION.
000350 SOURCE-COMPUTER.                IBM-370.
000360 OBJECT-COMPUTER.                IBM-370.
000370 INPUT-OUTPUT                    SECTION.
000380 FILE-CONTROL.
000390     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000400                                 ORGANIZATION IS INDEXED
000410                                 ACCESS MODE IS DYNAMIC
000420                                 RECORD KEY IS EMP-MATRICULA
000430                                 ALTERNATE RECORD KEY IS EMP-NOME
000440                                     WITH DUPLICATES
000450                                 FILE STATUS IS WS-EMP-STATUS.
000460     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
000470                                 ORGANIZATION IS SEQUENTIAL
000480                                 FILE STATUS IS WS-HST-STATUS.
000490     SELECT DEPENDENT-MASTER     ASSIGN TO DPNDMAST
000500                                 ORGANIZATION IS INDEXED
000510                                 ACCESS MODE IS DYNAMIC
000520                                 RECORD KEY IS DPN-CHAVE
000530                                 FILE STATUS IS WS-DPN-STATUS.
000540 DATA                            DIVISION.
000550 FILE                            SECTION.
000560 FD  EMPLOYEE-MASTER
000570     LABEL RECORDS ARE STANDARD.
000580     COPY EMPMAST.
000590 FD  EMP-HISTORY
000600     LABEL RECORDS ARE STANDARD.
000610     COPY EMPHIST.
000620 FD  DEPENDENT-MASTER
000630     LABEL RECORDS ARE STANDARD.
000640     COPY DPNDMAST.
000650 WORKING-STORAGE                 SECTION.
000660     COPY MATRLINK               REPLACING ==:PFX:== BY ==WRK==.
000670 01  SALARY-IMAGE.
000680     05  IMG-SALARIO             PIC 9(08)V99.
000690     COPY BANKMAST.
000700 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
000710     88  EMP-STATUS-OK                      VALUE '00'.
000720     88  EMP-STATUS-NOT-FOUND               VALUE '23'.
000730 77  WS-HST-STATUS               PIC X(02)  VALUE SPACES.
000740     88  HST-STATUS-OK                      VALUE '00'.
000750     88  HST-STATUS-EOF                     VALUE '10'.
000760     88  HST-STATUS-NEW-FILE                VALUE '35'.
000770 77  WRK-OPCAO                   PIC X(01)  VALUE SPACES.
000780     88  OPCAO-IS-MATRICULA                 VALUE '1'.
000790     88  OPCAO-IS-FIM                       VALUE '9'.
000800 77  WRK-MATRICULA               PIC 9(06)  VALUE ZERO.
000810 77  WRK-ACAO-TEXTO              PIC X(14)  VALUE SPACES.
000820 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
000830     88  END-OF-HISTORY                     VALUE 'Y'.
000840 77  WRK-EVENT-COUNT             PIC 9(05)  COMP VALUE ZERO.
000850 77  WRK-SALARIO-EDIT            PIC ZZ,ZZZ,ZZ9.99.
000860 77  WS-DPN-STATUS               PIC X(02)  VALUE SPACES.
000870     88  DPN-STATUS-OK                      VALUE '00'.
000880     88  DPN-STATUS-NEW-FILE                VALUE '35'.
000890 77  WRK-DPN-FILE-SWITCH         PIC X(01)  VALUE 'Y'.
000900     88  DPN-FILE-IS-OPEN                   VALUE 'Y'.
000910     88  DPN-FILE-IS-MISSING                VALUE 'N'.
000920 77  WRK-DPN-SWITCH              PIC X(01)  VALUE 'N'.
000930     88  END-OF-DEPENDENTS                  VALUE 'Y'.
000940 77  WRK-DPN-COUNT               PIC 9(03)  COMP VALUE ZERO.
000950 PROCEDURE                       DIVISION.
000960*----------------------------------------------------------------
000970* 0000-MAINLINE
000980*----------------------------------------------------------------
000990 0000-MAINLINE.
001000     OPEN INPUT EMPLOYEE-MASTER.
001010     OPEN INPUT DEPENDENT-MASTER.
001020     IF DPN-STATUS-NEW-FILE
001030         SET DPN-FILE-IS-MISSING TO TRUE
001040     END-IF.
001050     PERFORM 2000-PROCESS-OPTION THRU 2000-PROCESS-OPTION-EXIT
001060         UNTIL OPCAO-IS-FIM.
001070     CLOSE EMPLOYEE-MASTER.
001080     IF DPN-FILE-IS-OPEN
001090         CLOSE DEPENDENT-MASTER
001100     END-IF.
001110     STOP RUN.
001120*----------------------------------------------------------------
001130* 2000-PROCESS-OPTION - SHOW THE MENU, ACCEPT AN OPTION AND
001140*    DISPATCH IT.
001150*----------------------------------------------------------------
001160 2000-PROCESS-OPTION.
001170     DISPLAY 'CONSULTA DE HISTORICO FUNCIONAL - PROG033'.
001180     DISPLAY '1 - LINHA DO TEMPO POR MATRICULA'.
001190     DISPLAY '9 - FIM'.
001200     DISPLAY 'OPCAO... '.
001210     ACCEPT WRK-OPCAO.
001220     EVALUATE TRUE
001230         WHEN OPCAO-IS-MATRICULA
001240             PERFORM 3000-INQUIRY-TIMELINE
001250                                THRU 3000-INQUIRY-TIMELINE-EXIT
001260         WHEN OPCAO-IS-FIM
001270             CONTINUE
001280         WHEN OTHER
001290             DISPLAY 'OPCAO INVALIDA - ' WRK-OPCAO
001300     END-EVALUATE.
001310 2000-PROCESS-OPTION-EXIT.
001320     EXIT.
001330*----------------------------------------------------------------
001340* 3000-INQUIRY-TIMELINE - SHOW THE CURRENT MASTER RECORD FOR THE
001350*    MATRICULA, THEN EVERY HISTORY EVENT RECORDED AGAINST IT,
001360*    OLDEST FIRST, FROM THE EMPLOYMENT HISTORY FILE.
001370*----------------------------------------------------------------
001380 3000-INQUIRY-TIMELINE.
001390     DISPLAY 'MATRICULA... '.
001400     ACCEPT WRK-MATRICULA.
001410     DISPLAY 'DIGITO...... '.
001420     ACCEPT WRK-DIGITO.
001430     MOVE WRK-MATRICULA          TO WRK-MATRICULA-DV.
001440     MOVE 'V'                    TO WRK-DV-FUNCAO.
001450     CALL 'PROG034' USING WRK-MATRICULA-DV, WRK-DIGITO,
001460                                 WRK-DV-FUNCAO, WRK-DV-RETORNO.
001470     IF WRK-DV-INVALIDO
001480         DISPLAY 'DIGITO INVALIDO - ' WRK-MATRICULA
001490                 '-' WRK-DIGITO
001500         GO TO 3000-INQUIRY-TIMELINE-EXIT
001510     END-IF.
001520     MOVE WRK-MATRICULA          TO EMP-MATRICULA.
001530     READ EMPLOYEE-MASTER
001540         INVALID KEY
001550             DISPLAY 'FUNCIONARIO NAO ACHADO NO MASTER - '
001560                                 WRK-MATRICULA
001570         NOT INVALID KEY
001580             PERFORM 3100-SHOW-RECORD
001590                                THRU 3100-SHOW-RECORD-EXIT
001600     END-READ.
001610     PERFORM 3200-SCAN-HISTORY   THRU 3200-SCAN-HISTORY-EXIT.
001620 3000-INQUIRY-TIMELINE-EXIT.
001630     EXIT.
001640*----------------------------------------------------------------
001650* 3100-SHOW-RECORD - DISPLAY THE CURRENT MASTER RECORD, THE WAY
001660*    PROG023 DOES.
001670*----------------------------------------------------------------
001680 3100-SHOW-RECORD.
001690     DISPLAY 'MATRICULA.. ' EMP-MATRICULA.
001700     DISPLAY 'NOME....... ' EMP-NOME.
001710     DISPLAY 'EMPRESA.... ' EMP-EMPRESA.
001720     DISPLAY 'DEPTO...... ' EMP-DEPTO.
001730     DISPLAY 'REGIAO..... ' EMP-REGIAO.
001740     DISPLAY 'OPERADOR... ' EMP-OPERADOR.
001750     DISPLAY 'ADMISSAO... ' EMP-DATA-ADMISSAO.
001760     IF EMP-SALARIO-BASE NUMERIC
001770         MOVE EMP-SALARIO-BASE   TO WRK-SALARIO-EDIT
001780         DISPLAY 'SALARIO.... ' WRK-SALARIO-EDIT
001790                 ' FAIXA ' EMP-FAIXA-SALARIAL
001800                 ' DESDE ' EMP-DATA-SALARIO
001810     END-IF.
001820     PERFORM 3150-SHOW-DEPENDENTS
001830                                THRU 3150-SHOW-DEPENDENTS-EXIT.
001840 3100-SHOW-RECORD-EXIT.
001850     EXIT.
001860*----------------------------------------------------------------
001870* 3150-SHOW-DEPENDENTS - LIST THE DEPENDENTS OF THE RECORD IN
001880*    THE BUFFER, BROWSING DEPENDENT-MASTER FROM THE MATRICULA.
001890*----------------------------------------------------------------
001900 3150-SHOW-DEPENDENTS.
001910     MOVE ZERO                   TO WRK-DPN-COUNT.
001920     IF DPN-FILE-IS-MISSING
001930         GO TO 3150-SHOW-DEPENDENTS-FIM
001940     END-IF.
001950     MOVE 'N'                    TO WRK-DPN-SWITCH.
001960     MOVE EMP-MATRICULA          TO DPN-MATRICULA.
001970     MOVE ZERO                   TO DPN-SEQUENCIA.
001980     START DEPENDENT-MASTER KEY IS NOT LESS THAN DPN-CHAVE
001990         INVALID KEY
002000             SET END-OF-DEPENDENTS TO TRUE
002010     END-START.
002020     PERFORM 3160-SHOW-DEPENDENT THRU 3160-SHOW-DEPENDENT-EXIT
002030         UNTIL END-OF-DEPENDENTS.
002040 3150-SHOW-DEPENDENTS-FIM.
002050     IF WRK-DPN-COUNT = ZERO
002060         DISPLAY 'DEPENDENTE. NENHUM'
002070     END-IF.
002080 3150-SHOW-DEPENDENTS-EXIT.
002090     EXIT.
002100*----------------------------------------------------------------
002110* 3160-SHOW-DEPENDENT - READ THE NEXT DEPENDENT AND SHOW IT
002120*    WHILE IT STILL BELONGS TO THE MATRICULA.
002130*----------------------------------------------------------------
002140 3160-SHOW-DEPENDENT.
002150     READ DEPENDENT-MASTER NEXT RECORD
002160         AT END
002170             SET END-OF-DEPENDENTS TO TRUE
002180             GO TO 3160-SHOW-DEPENDENT-EXIT
002190     END-READ.
002200     IF DPN-MATRICULA NOT = EMP-MATRICULA
002210         SET END-OF-DEPENDENTS TO TRUE
002220         GO TO 3160-SHOW-DEPENDENT-EXIT
002230     END-IF.
002240     DISPLAY 'DEPENDENTE. ' DPN-SEQUENCIA ' ' DPN-NOME
002250             ' PARENTESCO ' DPN-PARENTESCO
002260             ' NASC ' DPN-DATA-NASCIMENTO.
002270     ADD 1 TO WRK-DPN-COUNT.
002280 3160-SHOW-DEPENDENT-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310* 3200-SCAN-HISTORY - READ THE EMPLOYMENT HISTORY FILE FRONT TO
002320*    BACK AND SHOW EVERY EVENT CARRYING THE MATRICULA ASKED
002330*    FOR. THE FILE IS APPENDED IN TIME ORDER, SO THE EVENTS
002340*    COME OUT OLDEST FIRST.
002350*----------------------------------------------------------------
002360 3200-SCAN-HISTORY.
002370     MOVE ZERO                   TO WRK-EVENT-COUNT.
002380     MOVE 'N'                    TO WRK-EOF-SWITCH.
002390     OPEN INPUT EMP-HISTORY.
002400     IF HST-STATUS-NEW-FILE
002410         DISPLAY 'ARQUIVO DE HISTORICO AINDA NAO EXISTE'
002420         GO TO 3200-SCAN-HISTORY-EXIT
002430     END-IF.
002440     PERFORM 3300-READ-HISTORY   THRU 3300-READ-HISTORY-EXIT.
002450     PERFORM 3400-SHOW-EVENT     THRU 3400-SHOW-EVENT-EXIT
002460         UNTIL END-OF-HISTORY.
002470     CLOSE EMP-HISTORY.
002480     DISPLAY 'EVENTOS EXIBIDOS... ' WRK-EVENT-COUNT.
002490 3200-SCAN-HISTORY-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------
002520* 3300-READ-HISTORY - READ THE NEXT HISTORY RECORD.
002530*----------------------------------------------------------------
002540 3300-READ-HISTORY.
002550     READ EMP-HISTORY
002560         AT END
002570             SET END-OF-HISTORY TO TRUE
002580     END-READ.
002590 3300-READ-HISTORY-EXIT.
002600     EXIT.
002610*----------------------------------------------------------------
002620* 3400-SHOW-EVENT - DISPLAY THE CURRENT HISTORY RECORD WHEN IT
002630*    BELONGS TO THE MATRICULA ASKED FOR, WITH THE COMPANY
002640*    BEFORE AND AFTER TAKEN OUT OF THE RECORD IMAGES, THEN
002650*    READ THE NEXT RECORD.
002660*----------------------------------------------------------------
002670 3400-SHOW-EVENT.
002680     IF HST-MATRICULA NOT = WRK-MATRICULA
002690         GO TO 3400-SHOW-EVENT-READ
002700     END-IF.
002710     EVALUATE TRUE
002720         WHEN HST-ACAO-INCLUSAO
002730             MOVE 'INCLUSAO'     TO WRK-ACAO-TEXTO
002740         WHEN HST-ACAO-ALTERACAO
002750             MOVE 'ALTERACAO'    TO WRK-ACAO-TEXTO
002760         WHEN HST-ACAO-DESLIGAMENTO
002770             MOVE 'DESLIGAMENTO' TO WRK-ACAO-TEXTO
002780         WHEN HST-ACAO-EXCLUSAO
002790             MOVE 'EXCLUSAO'     TO WRK-ACAO-TEXTO
002800         WHEN HST-ACAO-CORRECAO
002810             MOVE 'CORRECAO'     TO WRK-ACAO-TEXTO
002820         WHEN HST-ACAO-FUSAO
002830             MOVE 'FUSAO'        TO WRK-ACAO-TEXTO
002840         WHEN HST-ACAO-SALARIO
002850             MOVE 'SALARIO'      TO WRK-ACAO-TEXTO
002860         WHEN HST-ACAO-BANCO
002870             MOVE 'CONTA BANCO'  TO WRK-ACAO-TEXTO
002880         WHEN HST-ACAO-DEPENDENTE
002890             MOVE 'DEPENDENTE'   TO WRK-ACAO-TEXTO
002892         WHEN HST-ACAO-AFASTAMENTO
002894             MOVE 'AFASTAMENTO'  TO WRK-ACAO-TEXTO
002895         WHEN HST-ACAO-ANONIMIZACAO
002896             MOVE 'ANONIMIZACAO' TO WRK-ACAO-TEXTO
002900         WHEN OTHER
002910             MOVE 'ACAO ' TO WRK-ACAO-TEXTO
002920             MOVE HST-ACAO TO WRK-ACAO-TEXTO (6:1)
002930     END-EVALUATE.
002940     DISPLAY '--- ' HST-DATA ' ' HST-HORA ' ' WRK-ACAO-TEXTO
002950             ' POR ' HST-OPERADOR ' VIA ' HST-PROGRAMA.
002960     IF HST-ACAO-BANCO
002970         PERFORM 3600-SHOW-BANK  THRU 3600-SHOW-BANK-EXIT
002980         GO TO 3400-SHOW-EVENT-COUNT
002990     END-IF.
003000     IF HST-ACAO-DEPENDENTE
003010         PERFORM 3700-SHOW-DPN-EVENT
003020                                THRU 3700-SHOW-DPN-EVENT-EXIT
003030         GO TO 3400-SHOW-EVENT-COUNT
003040     END-IF.
003041     IF HST-ACAO-AFASTAMENTO
003042         PERFORM 3800-SHOW-LVE-EVENT
003043                                THRU 3800-SHOW-LVE-EVENT-EXIT
003044         GO TO 3400-SHOW-EVENT-COUNT
003045     END-IF.
003050     IF HST-ANTES NOT = SPACES
003060         DISPLAY '    ANTES  NOME ' HST-ANTES (7:30)
003070                 ' EMPRESA ' HST-ANTES (37:15)
003080                 ' DEPTO ' HST-ANTES (52:15)
003090     END-IF.
003100     IF HST-DEPOIS NOT = SPACES
003110         DISPLAY '    DEPOIS NOME ' HST-DEPOIS (7:30)
003120                 ' EMPRESA ' HST-DEPOIS (37:15)
003130                 ' DEPTO ' HST-DEPOIS (52:15)
003140     END-IF.
003150     IF HST-ACAO-SALARIO
003160         PERFORM 3500-SHOW-SALARY
003170                                THRU 3500-SHOW-SALARY-EXIT
003180     END-IF.
003190 3400-SHOW-EVENT-COUNT.
003200     ADD 1 TO WRK-EVENT-COUNT.
003210 3400-SHOW-EVENT-READ.
003220     PERFORM 3300-READ-HISTORY   THRU 3300-READ-HISTORY-EXIT.
003230 3400-SHOW-EVENT-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260* 3500-SHOW-SALARY - FOR A SALARY EVENT, SHOW THE BASE PAY, PAY
003270*    GRADE AND EFFECTIVE DATE OUT OF EACH RECORD IMAGE. A
003280*    BEFORE IMAGE WITH NO PAY ON FILE SHOWS NONE.
003290*----------------------------------------------------------------
003300 3500-SHOW-SALARY.
003310     MOVE HST-ANTES (100:10)     TO SALARY-IMAGE.
003320     IF IMG-SALARIO NUMERIC
003330         MOVE IMG-SALARIO        TO WRK-SALARIO-EDIT
003340         DISPLAY '    ANTES  SALARIO ' WRK-SALARIO-EDIT
003350                 ' FAIXA ' HST-ANTES (110:3)
003360                 ' DESDE ' HST-ANTES (113:8)
003370     ELSE
003380         DISPLAY '    ANTES  SALARIO NAO INFORMADO'
003390     END-IF.
003400     MOVE HST-DEPOIS (100:10)    TO SALARY-IMAGE.
003410     IF IMG-SALARIO NUMERIC
003420         MOVE IMG-SALARIO        TO WRK-SALARIO-EDIT
003430         DISPLAY '    DEPOIS SALARIO ' WRK-SALARIO-EDIT
003440                 ' FAIXA ' HST-DEPOIS (110:3)
003450                 ' DESDE ' HST-DEPOIS (113:8)
003460     END-IF.
003470 3500-SHOW-SALARY-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500* 3600-SHOW-BANK - FOR A BANK-DETAILS EVENT THE IMAGES ARE
003510*    BANK-MASTER RECORDS, NOT THE EMPLOYEE - SHOW THE ACCOUNT
003520*    BEFORE AND AFTER, AND WHO REQUESTED AND RELEASED IT.
003530*----------------------------------------------------------------
003540 3600-SHOW-BANK.
003550     IF HST-ANTES = SPACES
003560         DISPLAY '    ANTES  SEM DADOS BANCARIOS'
003570     ELSE
003580         MOVE HST-ANTES          TO BANK-MASTER-RECORD
003590         DISPLAY '    ANTES  BANCO ' BNK-BANCO
003600                 ' AGENCIA ' BNK-AGENCIA '-' BNK-AGENCIA-DV
003610                 ' CONTA ' BNK-CONTA '-' BNK-CONTA-DV
003620                 ' TIPO ' BNK-TIPO-CONTA
003630     END-IF.
003640     IF HST-DEPOIS = SPACES
003650         DISPLAY '    DEPOIS SEM DADOS BANCARIOS'
003660     ELSE
003670         MOVE HST-DEPOIS         TO BANK-MASTER-RECORD
003680         DISPLAY '    DEPOIS BANCO ' BNK-BANCO
003690                 ' AGENCIA ' BNK-AGENCIA '-' BNK-AGENCIA-DV
003700                 ' CONTA ' BNK-CONTA '-' BNK-CONTA-DV
003710                 ' TIPO ' BNK-TIPO-CONTA
003720         DISPLAY '    SOLICITOU ' BNK-OPERADOR
003730                 ' APROVOU ' BNK-APROVADOR
003740     END-IF.
003750 3600-SHOW-BANK-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780* 3700-SHOW-DPN-EVENT - FOR A DEPENDENT EVENT THE IMAGES
003790*    ARE DEPENDENT-MASTER RECORDS - SHOW THE DEPENDENT BEFORE
003800*    AND AFTER; A BLANK IMAGE MEANS THE DEPENDENT WAS ADDED OR
003810*    REMOVED.
003820*----------------------------------------------------------------
003830 3700-SHOW-DPN-EVENT.
003840     IF HST-ANTES = SPACES
003850         DISPLAY '    ANTES  DEPENDENTE NAO CADASTRADO'
003860     ELSE
003870         DISPLAY '    ANTES  DEPENDENTE ' HST-ANTES (7:2)
003880                 ' ' HST-ANTES (9:30)
003890                 ' PARENTESCO ' HST-ANTES (39:1)
003900                 ' NASC ' HST-ANTES (40:8)
003910     END-IF.
003920     IF HST-DEPOIS = SPACES
003930         DISPLAY '    DEPOIS DEPENDENTE EXCLUIDO'
003940     ELSE
003950         DISPLAY '    DEPOIS DEPENDENTE ' HST-DEPOIS (7:2)
003960                 ' ' HST-DEPOIS (9:30)
003970                 ' PARENTESCO ' HST-DEPOIS (39:1)
003980                 ' NASC ' HST-DEPOIS (40:8)
003990     END-IF.
004000 3700-SHOW-DPN-EVENT-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030* 3800-SHOW-LVE-EVENT - FOR A LEAVE EVENT THE IMAGES ARE
004040*    LEAVE-MASTER RECORDS - SHOW THE LEAVE BEFORE AND AFTER; A
004050*    BLANK BEFORE IMAGE MEANS THE LEAVE STARTED.
004060*----------------------------------------------------------------
004070 3800-SHOW-LVE-EVENT.
004080     IF HST-ANTES = SPACES
004090         DISPLAY '    ANTES  SEM AFASTAMENTO'
004100     ELSE
004110         DISPLAY '    ANTES  TIPO ' HST-ANTES (15:1)
004120                 ' INICIO ' HST-ANTES (7:8)
004130                 ' PREVISTO ' HST-ANTES (16:8)
004140                 ' RETORNO ' HST-ANTES (24:8)
004150     END-IF.
004160     DISPLAY '    DEPOIS TIPO ' HST-DEPOIS (15:1)
004170             ' INICIO ' HST-DEPOIS (7:8)
004180             ' PREVISTO ' HST-DEPOIS (16:8)
004190             ' RETORNO ' HST-DEPOIS (24:8).
004200 3800-SHOW-LVE-EVENT-EXIT.
004210     EXIT.
