000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG071.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - FIELD-LEVEL COMPARE OF TWO GENERATIONS OF
000090*    EMPLOYEE-MASTER - THE OLDER ONE A SEQUENTIAL IMAGE SUCH AS
000100*    THE PROG021 BACKUP, THE NEWER ONE THE LIVE MASTER - MATCHED
000110*    ON EMP-MATRICULA. EVERY MATRICULA ADDED OR REMOVED IS
000120*    LISTED, AND EVERY MATRICULA CHANGED IS LISTED WITH THE
000130*    BEFORE AND AFTER VALUE OF EACH FIELD THAT DIFFERS. EACH
000140*    DIFFERENCE IS CROSS-CHECKED AGAINST EMP-HISTORY FROM THE
000150*    DATE THE OLDER GENERATION WAS TAKEN (PARAMETER CARD OR
000160*    CONSOLE) - AN ADDITION NEEDS AN INCLUSAO OR CORRECAO, A
000170*    REMOVAL AN EXCLUSAO OR FUSAO, A CHANGE ANY ACTION ON THE
000180*    MASTER - AND ONE WITH NO MATCHING HISTORY RECORD IS FLAGGED
000190*    AND ENDS THE RUN WITH RETURN CODE 4. BOTH GENERATIONS ARE
000200*    READ IN MATRICULA ORDER AND THE HISTORY IS SORTED INTO THE
000210*    SAME ORDER, SO THE THREE ARE MATCHED IN ONE PASS. RUN IT
000220*    AFTER A PROG022 BACKOUT, A PROG039 ROLL-FORWARD OR A LARGE
000230*    PROG012 RUN TO SEE EXACTLY WHAT CHANGED.
000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*----------------------------------------------------------------
000270* 2026-10-15  RM  ORIGINAL PROGRAM.
000280*----------------------------------------------------------------
000290 ENVIRONMENT                     DIVISION.
000300 CONFIGURATION                   SECTION.
000310 SOURCE-COMPUTER.                IBM-370.
000320 OBJECT-COMPUTER.                IBM-370.
000330 INPUT-OUTPUT                    SECTION.
000340 FILE-CONTROL.
000350     SELECT EMP-BACKUP           ASSIGN TO EMPBKUP
000360                                 ORGANIZATION IS SEQUENTIAL
000370                                 FILE STATUS IS WS-BKP-STATUS.
000380     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000390                                 ORGANIZATION IS INDEXED
000400                                 ACCESS MODE IS DYNAMIC
000410                                 RECORD KEY IS EMP-MATRICULA
000420                                 ALTERNATE RECORD KEY IS EMP-NOME
000430                                     WITH DUPLICATES
000440                                 FILE STATUS IS WS-EMP-STATUS.
000450     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
000460                                 ORGANIZATION IS SEQUENTIAL
000470                                 FILE STATUS IS WS-HST-STATUS.
000480     SELECT PARM-FILE            ASSIGN TO PARMCARD
000490                                 ORGANIZATION IS SEQUENTIAL
000500                                 FILE STATUS IS WS-PRM-STATUS.
000510     SELECT SORT-WORK            ASSIGN TO SORTWK01.
000520     SELECT COMPARE-RPT          ASSIGN TO CMPRPT
000530                                 ORGANIZATION IS SEQUENTIAL
000540                                 FILE STATUS IS WS-RPT-STATUS.
000550 DATA                            DIVISION.
000560 FILE                            SECTION.
000570 FD  EMP-BACKUP
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 120 CHARACTERS.
000600 01  EMP-BACKUP-RECORD           PIC X(120).
000610 FD  EMPLOYEE-MASTER
000620     LABEL RECORDS ARE STANDARD.
000630     COPY EMPMAST.
000640 FD  EMP-HISTORY
000650     LABEL RECORDS ARE STANDARD.
000660     COPY EMPHIST.
000670 FD  PARM-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  PARM-RECORD.
000710     05  PRM-DATA                PIC X(08).
000720     05  FILLER                  PIC X(72).
000730 SD  SORT-WORK.
000740 01  SORT-RECORD.
000750     05  SRT-MATRICULA           PIC X(06).
000760     05  SRT-ACAO                PIC X(01).
000770         88  SRT-ACAO-INCLUI                VALUE 'I' 'C'.
000780         88  SRT-ACAO-EXCLUI                VALUE 'D' 'M'.
000790 FD  COMPARE-RPT
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 132 CHARACTERS.
000820 01  RPT-LINE                    PIC X(132).
000830 WORKING-STORAGE                 SECTION.
000840 01  HEADING-LINE-1.
000850     05  FILLER                  PIC X(50)
000860             VALUE 'COMPARACAO DE GERACOES DO CADASTRO - PROG071'.
000870     05  FILLER                  PIC X(16)
000880             VALUE 'HISTORICO DESDE '.
000890     05  HDR-DESDE               PIC X(08).
000900     05  FILLER                  PIC X(58) VALUE SPACES.
000910 01  HEADING-LINE-2.
000920     05  FILLER                  PIC X(10) VALUE 'SITUACAO'.
000930     05  FILLER                  PIC X(08) VALUE 'MATRIC'.
000940     05  FILLER                  PIC X(32) VALUE 'NOME'.
000950     05  FILLER                  PIC X(17) VALUE 'EMPRESA'.
000960     05  FILLER                  PIC X(20) VALUE 'HISTORICO'.
000970     05  FILLER                  PIC X(45) VALUE SPACES.
000980 01  DETAIL-LINE.
000990     05  DTL-SITUACAO            PIC X(10).
001000     05  DTL-MATRICULA           PIC X(06).
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  DTL-NOME                PIC X(30).
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  DTL-EMPRESA             PIC X(15).
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  DTL-HISTORICO           PIC X(20).
001070     05  FILLER                  PIC X(45) VALUE SPACES.
001080 01  FIELD-LINE.
001090     05  FILLER                  PIC X(10) VALUE SPACES.
001100     05  FLD-CAMPO               PIC X(22).
001110     05  FILLER                  PIC X(06) VALUE 'ANTES '.
001120     05  FLD-ANTES               PIC X(30).
001130     05  FILLER                  PIC X(08) VALUE ' DEPOIS '.
001140     05  FLD-DEPOIS              PIC X(30).
001150     05  FILLER                  PIC X(26) VALUE SPACES.
001160 01  NOTE-LINE.
001170     05  NTL-TEXTO               PIC X(60).
001180     05  FILLER                  PIC X(72) VALUE SPACES.
001190*    ONE ENTRY PER EMPLOYEE-MASTER FIELD AFTER THE KEY - THE
001200*    NAME, THEN THE START POSITION AND LENGTH IN THE RECORD.
001210*    KEEP IN STEP WITH EMPMAST.
001220 01  CAMPO-VALUES.
001230     05  FILLER                  PIC X(28)
001240             VALUE 'EMP-NOME              007030'.
001250     05  FILLER                  PIC X(28)
001260             VALUE 'EMP-EMPRESA           037015'.
001270     05  FILLER                  PIC X(28)
001280             VALUE 'EMP-DEPTO             052015'.
001290     05  FILLER                  PIC X(28)
001300             VALUE 'EMP-REGIAO            067002'.
001310     05  FILLER                  PIC X(28)
001320             VALUE 'EMP-OPERADOR          069008'.
001330     05  FILLER                  PIC X(28)
001340             VALUE 'EMP-SITUACAO          077001'.
001350     05  FILLER                  PIC X(28)
001360             VALUE 'EMP-DATA-DESLIGAMENTO 078008'.
001370     05  FILLER                  PIC X(28)
001380             VALUE 'EMP-MATRICULA-DESTINO 086006'.
001390     05  FILLER                  PIC X(28)
001400             VALUE 'EMP-DATA-ADMISSAO     092008'.
001410     05  FILLER                  PIC X(28)
001420             VALUE 'EMP-SALARIO-BASE      100010'.
001430     05  FILLER                  PIC X(28)
001440             VALUE 'EMP-FAIXA-SALARIAL    110003'.
001450     05  FILLER                  PIC X(28)
001460             VALUE 'EMP-DATA-SALARIO      113008'.
001470 01  CAMPO-TABLE REDEFINES CAMPO-VALUES.
001480     05  CPO-ENTRY               OCCURS 12 TIMES.
001490         10  CPO-NOME            PIC X(22).
001500         10  CPO-INICIO          PIC 9(03).
001510         10  CPO-TAMANHO         PIC 9(03).
001520 77  WS-BKP-STATUS               PIC X(02)  VALUE SPACES.
001530     88  BKP-STATUS-OK                      VALUE '00'.
001540     88  BKP-STATUS-NEW-FILE                VALUE '35'.
001550 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
001560     88  EMP-STATUS-OK                      VALUE '00'.
001570     88  EMP-STATUS-EOF                     VALUE '10'.
001580     88  EMP-STATUS-NEW-FILE                VALUE '35'.
001590 77  WS-HST-STATUS               PIC X(02)  VALUE SPACES.
001600     88  HST-STATUS-OK                      VALUE '00'.
001610     88  HST-STATUS-NEW-FILE                VALUE '35'.
001620 77  WS-PRM-STATUS               PIC X(02)  VALUE SPACES.
001630     88  PRM-STATUS-OK                      VALUE '00'.
001640     88  PRM-STATUS-NEW-FILE                VALUE '35'.
001650 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001660     88  RPT-STATUS-OK                      VALUE '00'.
001670 77  WRK-DATA-DESDE              PIC X(08)  VALUE SPACES.
001680 77  WRK-REG-ANTIGO              PIC X(120) VALUE SPACES.
001690 77  WRK-REG-NOVO                PIC X(120) VALUE SPACES.
001700 77  WRK-CHAVE-ANTIGA            PIC X(06)  VALUE SPACES.
001710 77  WRK-CHAVE-NOVA              PIC X(06)  VALUE SPACES.
001720 77  WRK-CHAVE                   PIC X(06)  VALUE SPACES.
001730 77  WRK-VALOR-ANTES             PIC X(30)  VALUE SPACES.
001740 77  WRK-VALOR-DEPOIS            PIC X(30)  VALUE SPACES.
001750 77  WRK-CPO-IX                  PIC 9(02)  COMP VALUE ZERO.
001760 77  WRK-ANTIGOS-LIDOS           PIC 9(07)  COMP VALUE ZERO.
001770 77  WRK-NOVOS-LIDOS             PIC 9(07)  COMP VALUE ZERO.
001780 77  WRK-HISTORICOS-LIDOS        PIC 9(07)  COMP VALUE ZERO.
001790 77  WRK-IGUAIS                  PIC 9(07)  COMP VALUE ZERO.
001800 77  WRK-INCLUIDOS               PIC 9(07)  COMP VALUE ZERO.
001810 77  WRK-EXCLUIDOS               PIC 9(07)  COMP VALUE ZERO.
001820 77  WRK-ALTERADOS               PIC 9(07)  COMP VALUE ZERO.
001830 77  WRK-CAMPOS-ALTERADOS        PIC 9(07)  COMP VALUE ZERO.
001840 77  WRK-SEM-HISTORICO           PIC 9(07)  COMP VALUE ZERO.
001850 77  WRK-ANTIGO-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001860     88  END-OF-ANTIGO                      VALUE 'Y'.
001870 77  WRK-NOVO-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001880     88  END-OF-NOVO                        VALUE 'Y'.
001890 77  WRK-HST-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001900     88  END-OF-HISTORY                     VALUE 'Y'.
001910 77  WRK-SORT-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001920     88  END-OF-SORT-WORK                   VALUE 'Y'.
001930 77  WRK-HST-FILE-SWITCH         PIC X(01)  VALUE 'Y'.
001940     88  HST-FILE-IS-PRESENT                VALUE 'Y'.
001950     88  HST-FILE-IS-MISSING                VALUE 'N'.
001960 77  WRK-INCLUI-SWITCH           PIC X(01)  VALUE 'N'.
001970     88  HST-TEM-INCLUSAO                   VALUE 'Y'.
001980 77  WRK-EXCLUI-SWITCH           PIC X(01)  VALUE 'N'.
001990     88  HST-TEM-EXCLUSAO                   VALUE 'Y'.
002000 77  WRK-MASTER-SWITCH           PIC X(01)  VALUE 'N'.
002010     88  HST-TEM-ACAO                       VALUE 'Y'.
002020 PROCEDURE                       DIVISION.
002030*----------------------------------------------------------------
002040* 0000-MAINLINE - THE HISTORY IS SORTED INTO MATRICULA ORDER
002050*    AND THE COMPARE RUNS AS THE SORT'S OUTPUT PROCEDURE.
002060*----------------------------------------------------------------
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
002090     SORT SORT-WORK
002100         ON ASCENDING KEY SRT-MATRICULA
002110         INPUT PROCEDURE IS 2000-PASS-HISTORY
002120                        THRU 2000-PASS-HISTORY-EXIT
002130         OUTPUT PROCEDURE IS 3000-COMPARE
002140                        THRU 3000-COMPARE-EXIT.
002150     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
002160     IF WRK-SEM-HISTORICO > ZERO
002170         MOVE 4                  TO RETURN-CODE
002180     END-IF.
002190     STOP RUN.
002200*----------------------------------------------------------------
002210* 1000-INITIALIZE - TAKE THE DATE OF THE OLDER GENERATION, OPEN
002220*    THE FILES AND PRINT THE REPORT HEADINGS.
002230*----------------------------------------------------------------
002240 1000-INITIALIZE.
002250     PERFORM 1050-GET-PARM       THRU 1050-GET-PARM-EXIT.
002260     OPEN OUTPUT COMPARE-RPT.
002270     MOVE WRK-DATA-DESDE         TO HDR-DESDE.
002280     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
002290     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
002300     OPEN INPUT EMP-BACKUP.
002310     IF BKP-STATUS-NEW-FILE
002320         SET END-OF-ANTIGO TO TRUE
002330         MOVE 'GERACAO ANTERIOR (EMPBKUP) NAO DISPONIVEL'
002340                                 TO NTL-TEXTO
002350         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE
002360     END-IF.
002370     OPEN INPUT EMPLOYEE-MASTER.
002380     IF EMP-STATUS-NEW-FILE
002390         SET END-OF-NOVO TO TRUE
002400         MOVE 'GERACAO ATUAL (EMPMAST) NAO DISPONIVEL'
002410                                 TO NTL-TEXTO
002420         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE
002430     END-IF.
002440 1000-INITIALIZE-EXIT.
002450     EXIT.
002460*----------------------------------------------------------------
002470* 1050-GET-PARM - TAKE THE DATE THE OLDER GENERATION WAS TAKEN
002480*    FROM THE PARAMETER CARD WHEN THE FILE IS SUPPLIED, FALLING
002490*    BACK TO THE CONSOLE PROMPT WHEN IT IS NOT, THE WAY PROG030
002500*    TAKES ITS RETENTION DATE. A BAD DATE IS REPORTED AND THE
002510*    WHOLE HISTORY IS USED.
002520*----------------------------------------------------------------
002530 1050-GET-PARM.
002540     OPEN INPUT PARM-FILE.
002550     IF PRM-STATUS-NEW-FILE
002560         DISPLAY 'DATA DA GERACAO ANTERIOR (AAAAMMDD)... '
002570         ACCEPT WRK-DATA-DESDE
002580         GO TO 1050-GET-PARM-CHECK
002590     END-IF.
002600     READ PARM-FILE
002610         AT END
002620             MOVE '00000000'     TO WRK-DATA-DESDE
002630             GO TO 1050-GET-PARM-FECHA
002640     END-READ.
002650     MOVE PRM-DATA               TO WRK-DATA-DESDE.
002660 1050-GET-PARM-FECHA.
002670     CLOSE PARM-FILE.
002680 1050-GET-PARM-CHECK.
002690     IF WRK-DATA-DESDE NOT NUMERIC
002700         DISPLAY 'DATA INVALIDA - ' WRK-DATA-DESDE
002710                 ' - TODO O HISTORICO SERA USADO'
002720         MOVE '00000000'         TO WRK-DATA-DESDE
002730     END-IF.
002740 1050-GET-PARM-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770* 2000-PASS-HISTORY - INPUT PROCEDURE FOR THE SORT. RELEASES
002780*    THE MATRICULA AND ACTION OF EVERY HISTORY RECORD FROM THE
002790*    DATE OF THE OLDER GENERATION ON. BANK AND DEPENDENT EVENTS
002800*    DO NOT TOUCH EMPLOYEE-MASTER AND ARE LEFT OUT. A MISSING
002810*    HISTORY FILE RELEASES NOTHING, SO EVERY DIFFERENCE IS
002820*    FLAGGED.
002830*----------------------------------------------------------------
002840 2000-PASS-HISTORY.
002850     OPEN INPUT EMP-HISTORY.
002860     IF HST-STATUS-NEW-FILE
002870         SET HST-FILE-IS-MISSING TO TRUE
002880         GO TO 2000-PASS-HISTORY-EXIT
002890     END-IF.
002900     PERFORM 2100-READ-HISTORY   THRU 2100-READ-HISTORY-EXIT.
002910     PERFORM 2200-RELEASE-EVENT  THRU 2200-RELEASE-EVENT-EXIT
002920         UNTIL END-OF-HISTORY.
002930     CLOSE EMP-HISTORY.
002940 2000-PASS-HISTORY-EXIT.
002950     EXIT.
002960*----------------------------------------------------------------
002970* 2100-READ-HISTORY - READ THE NEXT HISTORY RECORD.
002980*----------------------------------------------------------------
002990 2100-READ-HISTORY.
003000     READ EMP-HISTORY
003010         AT END
003020             SET END-OF-HISTORY TO TRUE
003030     END-READ.
003040 2100-READ-HISTORY-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* 2200-RELEASE-EVENT - RELEASE ONE HISTORY RECORD IN THE
003080*    PERIOD THAT ACTS ON THE MASTER.
003090*----------------------------------------------------------------
003100 2200-RELEASE-EVENT.
003110     ADD 1 TO WRK-HISTORICOS-LIDOS.
003120     IF HST-DATA NOT < WRK-DATA-DESDE
003130         AND NOT HST-ACAO-BANCO
003140         AND NOT HST-ACAO-DEPENDENTE
003150         MOVE HST-MATRICULA      TO SRT-MATRICULA
003160         MOVE HST-ACAO           TO SRT-ACAO
003170         RELEASE SORT-RECORD
003180     END-IF.
003190     PERFORM 2100-READ-HISTORY   THRU 2100-READ-HISTORY-EXIT.
003200 2200-RELEASE-EVENT-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230* 3000-COMPARE - OUTPUT PROCEDURE FOR THE SORT. MATCHES THE TWO
003240*    GENERATIONS ON THE MATRICULA, TAKING THE LOWER KEY EACH
003250*    TIME, UNTIL BOTH ARE EXHAUSTED. AN EXHAUSTED GENERATION
003260*    HOLDS HIGH-VALUES AS ITS KEY.
003270*----------------------------------------------------------------
003280 3000-COMPARE.
003290     PERFORM 3100-RETURN-SORT    THRU 3100-RETURN-SORT-EXIT.
003300     PERFORM 3200-READ-ANTIGO    THRU 3200-READ-ANTIGO-EXIT.
003310     PERFORM 3300-READ-NOVO      THRU 3300-READ-NOVO-EXIT.
003320     PERFORM 3400-MATCH-KEY      THRU 3400-MATCH-KEY-EXIT
003330         UNTIL END-OF-ANTIGO
003340           AND END-OF-NOVO.
003350     CLOSE EMP-BACKUP.
003360     CLOSE EMPLOYEE-MASTER.
003370 3000-COMPARE-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------
003400* 3100-RETURN-SORT - RETURN THE NEXT SORTED HISTORY KEY. AT THE
003410*    END THE KEY IS HIGH-VALUES, SO IT NEVER MATCHES.
003420*----------------------------------------------------------------
003430 3100-RETURN-SORT.
003440     RETURN SORT-WORK
003450         AT END
003460             SET END-OF-SORT-WORK TO TRUE
003470             MOVE HIGH-VALUES    TO SRT-MATRICULA
003480     END-RETURN.
003490 3100-RETURN-SORT-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520* 3200-READ-ANTIGO - READ THE NEXT RECORD OF THE OLDER
003530*    GENERATION.
003540*----------------------------------------------------------------
003550 3200-READ-ANTIGO.
003560     IF END-OF-ANTIGO
003570         MOVE HIGH-VALUES        TO WRK-CHAVE-ANTIGA
003580         GO TO 3200-READ-ANTIGO-EXIT
003590     END-IF.
003600     READ EMP-BACKUP INTO WRK-REG-ANTIGO
003610         AT END
003620             SET END-OF-ANTIGO TO TRUE
003630             MOVE HIGH-VALUES    TO WRK-CHAVE-ANTIGA
003640             GO TO 3200-READ-ANTIGO-EXIT
003650     END-READ.
003660     ADD 1 TO WRK-ANTIGOS-LIDOS.
003670     MOVE WRK-REG-ANTIGO (1:6)   TO WRK-CHAVE-ANTIGA.
003680 3200-READ-ANTIGO-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710* 3300-READ-NOVO - READ THE NEXT RECORD OF THE LIVE MASTER IN
003720*    MATRICULA ORDER.
003730*----------------------------------------------------------------
003740 3300-READ-NOVO.
003750     IF END-OF-NOVO
003760         MOVE HIGH-VALUES        TO WRK-CHAVE-NOVA
003770         GO TO 3300-READ-NOVO-EXIT
003780     END-IF.
003790     READ EMPLOYEE-MASTER NEXT RECORD
003800         AT END
003810             SET END-OF-NOVO TO TRUE
003820             MOVE HIGH-VALUES    TO WRK-CHAVE-NOVA
003830             GO TO 3300-READ-NOVO-EXIT
003840     END-READ.
003850     ADD 1 TO WRK-NOVOS-LIDOS.
003860     MOVE EMP-MASTER-RECORD      TO WRK-REG-NOVO.
003870     MOVE WRK-REG-NOVO (1:6)     TO WRK-CHAVE-NOVA.
003880 3300-READ-NOVO-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------
003910* 3400-MATCH-KEY - HANDLE THE LOWER OF THE TWO KEYS - ONLY IN
003920*    THE NEWER GENERATION IS AN ADDITION, ONLY IN THE OLDER A
003930*    REMOVAL, IN BOTH A POSSIBLE CHANGE.
003940*----------------------------------------------------------------
003950 3400-MATCH-KEY.
003960     IF WRK-CHAVE-NOVA < WRK-CHAVE-ANTIGA
003970         MOVE WRK-CHAVE-NOVA     TO WRK-CHAVE
003980         PERFORM 3500-COLLECT-HISTORY
003990                                THRU 3500-COLLECT-HISTORY-EXIT
004000         PERFORM 4000-REPORT-ADDED
004010                                THRU 4000-REPORT-ADDED-EXIT
004020         PERFORM 3300-READ-NOVO  THRU 3300-READ-NOVO-EXIT
004030         GO TO 3400-MATCH-KEY-EXIT
004040     END-IF.
004050     IF WRK-CHAVE-ANTIGA < WRK-CHAVE-NOVA
004060         MOVE WRK-CHAVE-ANTIGA   TO WRK-CHAVE
004070         PERFORM 3500-COLLECT-HISTORY
004080                                THRU 3500-COLLECT-HISTORY-EXIT
004090         PERFORM 5000-REPORT-REMOVED
004100                                THRU 5000-REPORT-REMOVED-EXIT
004110         PERFORM 3200-READ-ANTIGO
004120                                THRU 3200-READ-ANTIGO-EXIT
004130         GO TO 3400-MATCH-KEY-EXIT
004140     END-IF.
004150     MOVE WRK-CHAVE-NOVA         TO WRK-CHAVE.
004160     PERFORM 3500-COLLECT-HISTORY
004170                                THRU 3500-COLLECT-HISTORY-EXIT.
004180     IF WRK-REG-ANTIGO = WRK-REG-NOVO
004190         ADD 1 TO WRK-IGUAIS
004200     ELSE
004210         PERFORM 6000-REPORT-CHANGED
004220                                THRU 6000-REPORT-CHANGED-EXIT
004230     END-IF.
004240     PERFORM 3200-READ-ANTIGO    THRU 3200-READ-ANTIGO-EXIT.
004250     PERFORM 3300-READ-NOVO      THRU 3300-READ-NOVO-EXIT.
004260 3400-MATCH-KEY-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
004290* 3500-COLLECT-HISTORY - SKIP THE HISTORY KEYS BELOW WRK-CHAVE
004300*    (MATRICULAS IN NEITHER GENERATION'S DIFFERENCES) AND NOTE
004310*    WHICH KINDS OF ACTION THE HISTORY HOLDS FOR WRK-CHAVE.
004320*----------------------------------------------------------------
004330 3500-COLLECT-HISTORY.
004340     MOVE 'N'                    TO WRK-INCLUI-SWITCH.
004350     MOVE 'N'                    TO WRK-EXCLUI-SWITCH.
004360     MOVE 'N'                    TO WRK-MASTER-SWITCH.
004370     PERFORM 3100-RETURN-SORT    THRU 3100-RETURN-SORT-EXIT
004380         UNTIL SRT-MATRICULA NOT < WRK-CHAVE.
004390     PERFORM 3550-NOTE-ACTION    THRU 3550-NOTE-ACTION-EXIT
004400         UNTIL SRT-MATRICULA NOT = WRK-CHAVE.
004410 3500-COLLECT-HISTORY-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440* 3550-NOTE-ACTION - NOTE ONE HISTORY ACTION FOR WRK-CHAVE AND
004450*    RETURN THE NEXT KEY.
004460*----------------------------------------------------------------
004470 3550-NOTE-ACTION.
004480     SET HST-TEM-ACAO TO TRUE.
004490     IF SRT-ACAO-INCLUI
004500         SET HST-TEM-INCLUSAO TO TRUE
004510     END-IF.
004520     IF SRT-ACAO-EXCLUI
004530         SET HST-TEM-EXCLUSAO TO TRUE
004540     END-IF.
004550     PERFORM 3100-RETURN-SORT    THRU 3100-RETURN-SORT-EXIT.
004560 3550-NOTE-ACTION-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590* 4000-REPORT-ADDED - LIST A MATRICULA ONLY IN THE NEWER
004600*    GENERATION, FLAGGED WHEN NO INCLUSAO OR CORRECAO WAS
004610*    RECORDED FOR IT.
004620*----------------------------------------------------------------
004630 4000-REPORT-ADDED.
004640     ADD 1 TO WRK-INCLUIDOS.
004650     MOVE 'INCLUIDO'             TO DTL-SITUACAO.
004660     MOVE WRK-CHAVE              TO DTL-MATRICULA.
004670     MOVE WRK-REG-NOVO (7:30)    TO DTL-NOME.
004680     MOVE WRK-REG-NOVO (37:15)   TO DTL-EMPRESA.
004690     IF HST-TEM-INCLUSAO
004700         MOVE SPACES             TO DTL-HISTORICO
004710     ELSE
004720         PERFORM 7000-FLAG-NO-HISTORY
004730                                THRU 7000-FLAG-NO-HISTORY-EXIT
004740     END-IF.
004750     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
004760 4000-REPORT-ADDED-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790* 5000-REPORT-REMOVED - LIST A MATRICULA ONLY IN THE OLDER
004800*    GENERATION, FLAGGED WHEN NO EXCLUSAO OR FUSAO WAS RECORDED
004810*    FOR IT.
004820*----------------------------------------------------------------
004830 5000-REPORT-REMOVED.
004840     ADD 1 TO WRK-EXCLUIDOS.
004850     MOVE 'EXCLUIDO'             TO DTL-SITUACAO.
004860     MOVE WRK-CHAVE              TO DTL-MATRICULA.
004870     MOVE WRK-REG-ANTIGO (7:30)  TO DTL-NOME.
004880     MOVE WRK-REG-ANTIGO (37:15) TO DTL-EMPRESA.
004890     IF HST-TEM-EXCLUSAO
004900         MOVE SPACES             TO DTL-HISTORICO
004910     ELSE
004920         PERFORM 7000-FLAG-NO-HISTORY
004930                                THRU 7000-FLAG-NO-HISTORY-EXIT
004940     END-IF.
004950     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
004960 5000-REPORT-REMOVED-EXIT.
004970     EXIT.
004980*----------------------------------------------------------------
004990* 6000-REPORT-CHANGED - LIST A MATRICULA WHOSE RECORD DIFFERS
005000*    BETWEEN THE GENERATIONS, FLAGGED WHEN NO HISTORY WAS
005010*    RECORDED FOR IT, FOLLOWED BY ONE LINE PER FIELD CHANGED.
005020*----------------------------------------------------------------
005030 6000-REPORT-CHANGED.
005040     ADD 1 TO WRK-ALTERADOS.
005050     MOVE 'ALTERADO'             TO DTL-SITUACAO.
005060     MOVE WRK-CHAVE              TO DTL-MATRICULA.
005070     MOVE WRK-REG-NOVO (7:30)    TO DTL-NOME.
005080     MOVE WRK-REG-NOVO (37:15)   TO DTL-EMPRESA.
005090     IF HST-TEM-ACAO
005100         MOVE SPACES             TO DTL-HISTORICO
005110     ELSE
005120         PERFORM 7000-FLAG-NO-HISTORY
005130                                THRU 7000-FLAG-NO-HISTORY-EXIT
005140     END-IF.
005150     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
005160     MOVE 1                      TO WRK-CPO-IX.
005170     PERFORM 6100-COMPARE-FIELD  THRU 6100-COMPARE-FIELD-EXIT
005180         UNTIL WRK-CPO-IX > 12.
005190 6000-REPORT-CHANGED-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* 6100-COMPARE-FIELD - COMPARE ONE FIELD OF THE TWO IMAGES AND
005230*    PRINT ITS BEFORE AND AFTER VALUES WHEN THEY DIFFER.
005240*----------------------------------------------------------------
005250 6100-COMPARE-FIELD.
005260     MOVE SPACES                 TO WRK-VALOR-ANTES.
005270     MOVE SPACES                 TO WRK-VALOR-DEPOIS.
005280     MOVE WRK-REG-ANTIGO (CPO-INICIO (WRK-CPO-IX) :
005290                          CPO-TAMANHO (WRK-CPO-IX))
005300                                 TO WRK-VALOR-ANTES.
005310     MOVE WRK-REG-NOVO (CPO-INICIO (WRK-CPO-IX) :
005320                        CPO-TAMANHO (WRK-CPO-IX))
005330                                 TO WRK-VALOR-DEPOIS.
005340     IF WRK-VALOR-ANTES NOT = WRK-VALOR-DEPOIS
005350         MOVE CPO-NOME (WRK-CPO-IX)  TO FLD-CAMPO
005360         MOVE WRK-VALOR-ANTES    TO FLD-ANTES
005370         MOVE WRK-VALOR-DEPOIS   TO FLD-DEPOIS
005380         WRITE RPT-LINE FROM FIELD-LINE AFTER ADVANCING 1 LINE
005390         ADD 1 TO WRK-CAMPOS-ALTERADOS
005400     END-IF.
005410     ADD 1 TO WRK-CPO-IX.
005420 6100-COMPARE-FIELD-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005450* 7000-FLAG-NO-HISTORY - MARK THE DETAIL LINE AS HAVING NO
005460*    MATCHING HISTORY RECORD AND COUNT IT.
005470*----------------------------------------------------------------
005480 7000-FLAG-NO-HISTORY.
005490     MOVE '*** SEM HISTORICO'    TO DTL-HISTORICO.
005500     ADD 1 TO WRK-SEM-HISTORICO.
005510 7000-FLAG-NO-HISTORY-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005540* 9999-FINALIZE - PRINT THE NOTE FOR A MISSING HISTORY, CLOSE
005550*    THE REPORT AND DISPLAY THE TOTALS.
005560*----------------------------------------------------------------
005570 9999-FINALIZE.
005580     IF HST-FILE-IS-MISSING
005590         MOVE 'HISTORICO NAO DISPONIVEL - NADA CONFERIDO'
005600                                 TO NTL-TEXTO
005610         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 2 LINES
005620     END-IF.
005630     CLOSE COMPARE-RPT.
005640     DISPLAY '------------ PROG071 - TOTAIS ------------'.
005650     DISPLAY 'GERACAO ANTERIOR..... ' WRK-ANTIGOS-LIDOS.
005660     DISPLAY 'GERACAO ATUAL........ ' WRK-NOVOS-LIDOS.
005670     DISPLAY 'HISTORICOS LIDOS..... ' WRK-HISTORICOS-LIDOS.
005680     DISPLAY 'IGUAIS............... ' WRK-IGUAIS.
005690     DISPLAY 'INCLUIDOS............ ' WRK-INCLUIDOS.
005700     DISPLAY 'EXCLUIDOS............ ' WRK-EXCLUIDOS.
005710     DISPLAY 'ALTERADOS............ ' WRK-ALTERADOS.
005720     DISPLAY 'CAMPOS ALTERADOS..... ' WRK-CAMPOS-ALTERADOS.
005730     DISPLAY 'SEM HISTORICO........ ' WRK-SEM-HISTORICO.
005740 9999-FINALIZE-EXIT.
005750     EXIT.
