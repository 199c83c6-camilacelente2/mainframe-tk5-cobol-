000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG069.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - LGPD DATA-SUBJECT REPORT. FOR THE MATRICULA
000090*    ON THE PARAMETER CARD (OR KEYED AT THE CONSOLE WHEN NO CARD
000100*    IS SUPPLIED), CHECK DIGIT VERIFIED THROUGH PROG034, PRINTS
000110*    EVERY RECORD THE SYSTEM HOLDS ON THE PERSON - THE
000120*    EMPLOYEE-MASTER RECORD, BANK DETAILS, DEPENDENTS, LEAVES OF
000130*    ABSENCE, SALARY HISTORY, EMPLOYMENT HISTORY EVENTS WITH
000140*    THEIR RECORD IMAGES, REGISTRATION JOURNAL DECISIONS,
000150*    SUSPENDED REGISTRATIONS AND THE RECORDS ON THE LAST
000160*    PAYROLL EXTRACT SENT (PAYPRIOR). JOURNAL RECORDS WITHOUT A
000170*    MATRICULA AND SUSPENSE RECORDS, WHICH NEVER CARRY ONE, ARE
000180*    MATCHED ON THE NAME ON THE MASTER. A FILE NOT PRESENT IS
000190*    REPORTED AND SKIPPED. THE OPERATOR SIGNS ON AT MANUTENCAO
000200*    LEVEL, SINCE THE REPORT SHOWS EVERYTHING ON THE PERSON. THE
000210*    RUN ENDS WITH RETURN CODE 4 WHEN NOTHING IS FOUND AND 8
000220*    WHEN THE MATRICULA OR ITS DIGIT IS INVALID.
000221*    WHEN ANOTHER MATRICULA ON THE MASTER CARRIES THE SAME NAME
000222*    (FOUND BROWSING THE NAME ALTERNATE KEY, AS PROG070 DOES),
000223*    EVERY RECORD MATCHED ON THE NAME ALONE IS STILL PRINTED
000224*    BUT IS FLAGGED WITH THAT MATRICULA, TO BE CHECKED BEFORE
000225*    THE REPORT IS HANDED TO THE PERSON.
000230*    MODELED ON PROG033'S TIMELINE INQUIRY.
000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*----------------------------------------------------------------
000270* 2026-10-15  RM  ORIGINAL PROGRAM.
000272* 2026-10-15  RM  FLAG JOURNAL AND SUSPENSE RECORDS MATCHED ON A
000274*                 NAME ANOTHER MATRICULA ALSO CARRIES.
000280*----------------------------------------------------------------
000290 ENVIRONMENT                     DIVISION.
000300 CONFIGURATION                   SECTION.
000310 SOURCE-COMPUTER.                IBM-370.
000320 OBJECT-COMPUTER.                IBM-370.
000330 INPUT-OUTPUT                    SECTION.
000340 FILE-CONTROL.
000350     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000360                                 ORGANIZATION IS INDEXED
000370                                 ACCESS MODE IS DYNAMIC
000380                                 RECORD KEY IS EMP-MATRICULA
000390                                 ALTERNATE RECORD KEY IS EMP-NOME
000400                                     WITH DUPLICATES
000410                                 FILE STATUS IS WS-EMP-STATUS.
000420     SELECT BANK-MASTER          ASSIGN TO BANKMAST
000430                                 ORGANIZATION IS INDEXED
000440                                 ACCESS MODE IS DYNAMIC
000450                                 RECORD KEY IS BNK-MATRICULA
000460                                 FILE STATUS IS WS-BNK-STATUS.
000470     SELECT DEPENDENT-MASTER     ASSIGN TO DPNDMAST
000480                                 ORGANIZATION IS INDEXED
000490                                 ACCESS MODE IS DYNAMIC
000500                                 RECORD KEY IS DPN-CHAVE
000510                                 FILE STATUS IS WS-DPN-STATUS.
000520     SELECT LEAVE-MASTER         ASSIGN TO LEAVMAST
000530                                 ORGANIZATION IS INDEXED
000540                                 ACCESS MODE IS DYNAMIC
000550                                 RECORD KEY IS LVE-CHAVE
000560                                 FILE STATUS IS WS-LVE-STATUS.
000570     SELECT SAL-HISTORY          ASSIGN TO SALHIST
000580                                 ORGANIZATION IS SEQUENTIAL
000590                                 FILE STATUS IS WS-SAL-STATUS.
000600     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
000610                                 ORGANIZATION IS SEQUENTIAL
000620                                 FILE STATUS IS WS-HST-STATUS.
000630     SELECT REG-JOURNAL          ASSIGN TO REGJRNL
000640                                 ORGANIZATION IS SEQUENTIAL
000650                                 FILE STATUS IS WS-JRN-STATUS.
000660     SELECT REG-SUSPENSE         ASSIGN TO REGSUSP
000670                                 ORGANIZATION IS SEQUENTIAL
000680                                 FILE STATUS IS WS-SUSP-STATUS.
000690     SELECT PAY-PRIOR            ASSIGN TO PAYPRIOR
000700                                 ORGANIZATION IS SEQUENTIAL
000710                                 FILE STATUS IS WS-PRI-STATUS.
000720     SELECT PARM-FILE            ASSIGN TO PARMCARD
000730                                 ORGANIZATION IS SEQUENTIAL
000740                                 FILE STATUS IS WS-PRM-STATUS.
000750     SELECT TITULAR-RPT          ASSIGN TO LGPDRPT
000760                                 ORGANIZATION IS SEQUENTIAL
000770                                 FILE STATUS IS WS-RPT-STATUS.
000780 DATA                            DIVISION.
000790 FILE                            SECTION.
000800 FD  EMPLOYEE-MASTER
000810     LABEL RECORDS ARE STANDARD.
000820     COPY EMPMAST.
000830 FD  BANK-MASTER
000840     LABEL RECORDS ARE STANDARD.
000850     COPY BANKMAST.
000860 FD  DEPENDENT-MASTER
000870     LABEL RECORDS ARE STANDARD.
000880     COPY DPNDMAST.
000890 FD  LEAVE-MASTER
000900     LABEL RECORDS ARE STANDARD.
000910     COPY LEAVMAST.
000920 FD  SAL-HISTORY
000930     LABEL RECORDS ARE STANDARD.
000940     COPY SALHIST.
000950 FD  EMP-HISTORY
000960     LABEL RECORDS ARE STANDARD.
000970     COPY EMPHIST.
000980 FD  REG-JOURNAL
000990     LABEL RECORDS ARE STANDARD.
001000     COPY REGJRNL.
001010 FD  REG-SUSPENSE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY REGSUSP.
001040 FD  PAY-PRIOR
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 120 CHARACTERS.
001070 01  PAY-PRIOR-RECORD.
001080     05  PRI-TIPO                PIC X(01).
001090         88  PRI-IS-DETALHE                 VALUE 'D'.
001100         88  PRI-IS-DEPENDENTE              VALUE 'F'.
001110     05  PRI-MATRICULA           PIC 9(06).
001120     05  FILLER                  PIC X(113).
001130 FD  PARM-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 80 CHARACTERS.
001160 01  PARM-RECORD.
001170     05  PRM-MATRICULA           PIC X(06).
001180     05  PRM-DIGITO              PIC X(01).
001190     05  FILLER                  PIC X(73).
001200 FD  TITULAR-RPT
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 132 CHARACTERS.
001230 01  RPT-LINE                    PIC X(132).
001240 WORKING-STORAGE                 SECTION.
001250     COPY MATRLINK               REPLACING ==:PFX:== BY ==WRK==.
001260     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
001270 01  HEADING-LINE-1.
001280     05  FILLER                  PIC X(48)
001290             VALUE 'RELATORIO DO TITULAR DE DADOS LGPD - PROG069'.
001300     05  FILLER                  PIC X(10) VALUE 'MATRICULA '.
001310     05  HDR-MATRICULA           PIC 9(06).
001320     05  FILLER                  PIC X(01) VALUE '-'.
001330     05  HDR-DIGITO              PIC 9(01).
001340     05  FILLER                  PIC X(11) VALUE '   POSICAO '.
001350     05  HDR-DATA                PIC X(08).
001360     05  FILLER                  PIC X(12) VALUE '   OPERADOR '.
001370     05  HDR-OPERADOR            PIC X(08).
001380     05  FILLER                  PIC X(27) VALUE SPACES.
001390 01  SECTION-LINE.
001400     05  FILLER                  PIC X(04) VALUE '*** '.
001410     05  SCL-TITULO              PIC X(50).
001420     05  FILLER                  PIC X(78) VALUE SPACES.
001430 01  FIELD-LINE.
001440     05  FILLER                  PIC X(04) VALUE SPACES.
001450     05  FLD-ROTULO              PIC X(20).
001460     05  FLD-VALOR               PIC X(40).
001470     05  FILLER                  PIC X(68) VALUE SPACES.
001480 01  IMAGE-LINE.
001490     05  FILLER                  PIC X(04) VALUE SPACES.
001500     05  IMG-ROTULO              PIC X(08).
001510     05  IMG-TEXTO               PIC X(120).
001520 01  DEPENDENT-LINE.
001530     05  FILLER                  PIC X(08) VALUE '    SEQ '.
001540     05  DPL-SEQUENCIA           PIC 9(02).
001550     05  FILLER                  PIC X(07) VALUE '  NOME '.
001560     05  DPL-NOME                PIC X(30).
001570     05  FILLER                  PIC X(13) VALUE '  PARENTESCO '.
001580     05  DPL-PARENTESCO          PIC X(01).
001590     05  FILLER                  PIC X(14) VALUE '  NASCIMENTO '.
001600     05  DPL-NASCIMENTO          PIC X(08).
001610     05  FILLER                  PIC X(11) VALUE '  ALTERADO '.
001620     05  DPL-ALTERACAO           PIC X(08).
001630     05  FILLER                  PIC X(05) VALUE ' POR '.
001640     05  DPL-OPERADOR            PIC X(08).
001650     05  FILLER                  PIC X(17) VALUE SPACES.
001660 01  LEAVE-LINE.
001670     05  FILLER                  PIC X(11) VALUE '    INICIO '.
001680     05  LVL-INICIO              PIC X(08).
001690     05  FILLER                  PIC X(07) VALUE '  TIPO '.
001700     05  LVL-TIPO                PIC X(01).
001710     05  FILLER                  PIC X(11) VALUE '  PREVISTO '.
001720     05  LVL-PREVISTA            PIC X(08).
001730     05  FILLER                  PIC X(10) VALUE '  RETORNO '.
001740     05  LVL-RETORNO             PIC X(08).
001750     05  FILLER                  PIC X(11) VALUE '  ALTERADO '.
001760     05  LVL-ALTERACAO           PIC X(08).
001770     05  FILLER                  PIC X(05) VALUE ' POR '.
001780     05  LVL-OPERADOR            PIC X(08).
001790     05  FILLER                  PIC X(36) VALUE SPACES.
001800 01  SALARY-LINE.
001810     05  FILLER                  PIC X(12) VALUE '    EFETIVO '.
001820     05  SLL-EFETIVA             PIC X(08).
001830     05  FILLER                  PIC X(05) VALUE '  DE '.
001840     05  SLL-ANTES               PIC ZZ,ZZZ,ZZ9.99.
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  SLL-FAIXA-ANTES         PIC X(03).
001870     05  FILLER                  PIC X(07) VALUE '  PARA '.
001880     05  SLL-DEPOIS              PIC ZZ,ZZZ,ZZ9.99.
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  SLL-FAIXA-DEPOIS        PIC X(03).
001910     05  FILLER                  PIC X(06) VALUE '  POR '.
001920     05  SLL-OPERADOR            PIC X(08).
001930     05  FILLER                  PIC X(09) VALUE ' APROVOU '.
001940     05  SLL-APROVADOR           PIC X(08).
001950     05  FILLER                  PIC X(04) VALUE ' EM '.
001960     05  SLL-DATA                PIC X(08).
001970     05  FILLER                  PIC X(23) VALUE SPACES.
001980 01  EVENT-LINE.
001990     05  FILLER                  PIC X(04) VALUE SPACES.
002000     05  EVL-DATA                PIC X(08).
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  EVL-HORA                PIC X(08).
002030     05  FILLER                  PIC X(01) VALUE SPACE.
002040     05  EVL-ACAO                PIC X(14).
002050     05  FILLER                  PIC X(05) VALUE ' POR '.
002060     05  EVL-OPERADOR            PIC X(08).
002070     05  FILLER                  PIC X(05) VALUE ' VIA '.
002080     05  EVL-PROGRAMA            PIC X(08).
002090     05  FILLER                  PIC X(70) VALUE SPACES.
002100 01  JOURNAL-LINE.
002110     05  FILLER                  PIC X(04) VALUE SPACES.
002120     05  JNL-DATA                PIC X(08).
002130     05  FILLER                  PIC X(01) VALUE SPACE.
002140     05  JNL-HORA                PIC X(08).
002150     05  FILLER                  PIC X(01) VALUE SPACE.
002160     05  JNL-RESULTADO           PIC X(10).
002170     05  FILLER                  PIC X(06) VALUE ' NOME '.
002180     05  JNL-NOME                PIC X(30).
002190     05  FILLER                  PIC X(09) VALUE ' EMPRESA '.
002200     05  JNL-EMPRESA             PIC X(15).
002210     05  FILLER                  PIC X(07) VALUE ' DEPTO '.
002220     05  JNL-DEPTO               PIC X(15).
002230     05  FILLER                  PIC X(05) VALUE ' POR '.
002240     05  JNL-OPERADOR            PIC X(08).
002250     05  FILLER                  PIC X(05) VALUE SPACES.
002260 01  SUSPENSE-LINE.
002270     05  FILLER                  PIC X(11) VALUE '    MOTIVO '.
002280     05  SSL-MOTIVO              PIC X(02).
002290     05  FILLER                  PIC X(07) VALUE '  NOME '.
002300     05  SSL-NOME                PIC X(30).
002310     05  FILLER                  PIC X(10) VALUE '  EMPRESA '.
002320     05  SSL-EMPRESA             PIC X(15).
002330     05  FILLER                  PIC X(08) VALUE '  DEPTO '.
002340     05  SSL-DEPTO               PIC X(15).
002350     05  FILLER                  PIC X(09) VALUE '  REGIAO '.
002360     05  SSL-REGIAO              PIC X(02).
002370     05  FILLER                  PIC X(23) VALUE SPACES.
002380 01  COUNT-LINE.
002390     05  FILLER                  PIC X(04) VALUE SPACES.
002400     05  FILLER                  PIC X(25)
002410             VALUE 'REGISTROS ENCONTRADOS... '.
002420     05  CNL-COUNT               PIC ZZZZ9.
002430     05  FILLER                  PIC X(98) VALUE SPACES.
002440 01  NOTE-LINE.
002450     05  FILLER                  PIC X(04) VALUE SPACES.
002460     05  NTL-TEXTO               PIC X(40).
002470     05  NTL-ARQUIVO             PIC X(08).
002480     05  FILLER                  PIC X(80) VALUE SPACES.
002490 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
002500     88  EMP-STATUS-OK                      VALUE '00'.
002510     88  EMP-STATUS-NOT-FOUND               VALUE '23'.
002520 77  WS-BNK-STATUS               PIC X(02)  VALUE SPACES.
002530     88  BNK-STATUS-OK                      VALUE '00'.
002540     88  BNK-STATUS-NEW-FILE                VALUE '35'.
002550 77  WS-DPN-STATUS               PIC X(02)  VALUE SPACES.
002560     88  DPN-STATUS-OK                      VALUE '00'.
002570     88  DPN-STATUS-NEW-FILE                VALUE '35'.
002580 77  WS-LVE-STATUS               PIC X(02)  VALUE SPACES.
002590     88  LVE-STATUS-OK                      VALUE '00'.
002600     88  LVE-STATUS-NEW-FILE                VALUE '35'.
002610 77  WS-SAL-STATUS               PIC X(02)  VALUE SPACES.
002620     88  SAL-STATUS-OK                      VALUE '00'.
002630     88  SAL-STATUS-NEW-FILE                VALUE '35'.
002640 77  WS-HST-STATUS               PIC X(02)  VALUE SPACES.
002650     88  HST-STATUS-OK                      VALUE '00'.
002660     88  HST-STATUS-NEW-FILE                VALUE '35'.
002670 77  WS-JRN-STATUS               PIC X(02)  VALUE SPACES.
002680     88  JRN-STATUS-OK                      VALUE '00'.
002690     88  JRN-STATUS-NEW-FILE                VALUE '35'.
002700 77  WS-SUSP-STATUS              PIC X(02)  VALUE SPACES.
002710     88  SUSP-STATUS-OK                     VALUE '00'.
002720     88  SUSP-STATUS-NEW-FILE               VALUE '35'.
002730 77  WS-PRI-STATUS               PIC X(02)  VALUE SPACES.
002740     88  PRI-STATUS-OK                      VALUE '00'.
002750     88  PRI-STATUS-NEW-FILE                VALUE '35'.
002760 77  WS-PRM-STATUS               PIC X(02)  VALUE SPACES.
002770     88  PRM-STATUS-OK                      VALUE '00'.
002780     88  PRM-STATUS-NEW-FILE                VALUE '35'.
002790 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
002800     88  RPT-STATUS-OK                      VALUE '00'.
002810 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
002820 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
002830 77  WRK-MATRICULA-IN            PIC X(06)  VALUE SPACES.
002840 77  WRK-DIGITO-IN               PIC X(01)  VALUE SPACES.
002850 77  WRK-MATRICULA               PIC 9(06)  VALUE ZERO.
002860 77  WRK-NOME                    PIC X(30)  VALUE SPACES.
002870 77  WRK-ACAO-TEXTO              PIC X(14)  VALUE SPACES.
002880 77  WRK-SALARIO-EDIT            PIC ZZ,ZZZ,ZZ9.99.
002890 77  WRK-SECAO-COUNT             PIC 9(05)  COMP VALUE ZERO.
002900 77  WRK-TOTAL-COUNT             PIC 9(05)  COMP VALUE ZERO.
002910 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
002920     88  OPERADOR-IS-VALID                  VALUE 'Y'.
002930     88  OPERADOR-IS-INVALID                VALUE 'N'.
002940 77  WRK-MATRICULA-SWITCH        PIC X(01)  VALUE 'N'.
002950     88  MATRICULA-IS-VALID                 VALUE 'Y'.
002960     88  MATRICULA-IS-INVALID               VALUE 'N'.
002970 77  WRK-TITULAR-SWITCH          PIC X(01)  VALUE 'N'.
002980     88  TITULAR-NO-MASTER                  VALUE 'Y'.
002990     88  TITULAR-FORA-DO-MASTER             VALUE 'N'.
003000 77  WRK-BUSCA-NOME-SWITCH       PIC X(01)  VALUE 'N'.
003010     88  BUSCA-POR-NOME                     VALUE 'Y'.
003020     88  SEM-BUSCA-POR-NOME                 VALUE 'N'.
003021 77  WRK-MATRICULA-HOMONIMO      PIC 9(06)  VALUE ZERO.
003022 77  WRK-HOMONIMO-SWITCH         PIC X(01)  VALUE 'N'.
003023     88  NOME-COM-HOMONIMO                  VALUE 'Y'.
003024     88  NOME-SEM-HOMONIMO                  VALUE 'N'.
003025 77  WRK-NOME-EOF-SWITCH         PIC X(01)  VALUE 'N'.
003026     88  END-OF-NOME                        VALUE 'Y'.
003030 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
003040     88  END-OF-INPUT                       VALUE 'Y'.
003050 PROCEDURE                       DIVISION.
003060*----------------------------------------------------------------
003070* 0000-MAINLINE
003080*----------------------------------------------------------------
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
003110     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
003120         UNTIL OPERADOR-IS-VALID.
003130     PERFORM 1800-CHECK-MATRICULA
003140                                THRU 1800-CHECK-MATRICULA-EXIT.
003150     IF MATRICULA-IS-VALID
003160         PERFORM 2000-SHOW-MASTER
003170                                THRU 2000-SHOW-MASTER-EXIT
003180         PERFORM 2100-SHOW-BANK  THRU 2100-SHOW-BANK-EXIT
003190         PERFORM 2200-SHOW-DEPENDENTS
003200                                THRU 2200-SHOW-DEPENDENTS-EXIT
003210         PERFORM 2300-SHOW-LEAVES
003220                                THRU 2300-SHOW-LEAVES-EXIT
003230         PERFORM 2400-SHOW-SALARY
003240                                THRU 2400-SHOW-SALARY-EXIT
003250         PERFORM 2500-SHOW-HISTORY
003260                                THRU 2500-SHOW-HISTORY-EXIT
003270         PERFORM 2600-SHOW-JOURNAL
003280                                THRU 2600-SHOW-JOURNAL-EXIT
003290         PERFORM 2700-SHOW-SUSPENSE
003300                                THRU 2700-SHOW-SUSPENSE-EXIT
003310         PERFORM 2800-SHOW-PAYPRIOR
003320                                THRU 2800-SHOW-PAYPRIOR-EXIT
003330     END-IF.
003340     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
003350     STOP RUN.
003360*----------------------------------------------------------------
003370* 1000-INITIALIZE - TAKE THE MATRICULA ASKED FOR AND OPEN THE
003380*    REPORT.
003390*----------------------------------------------------------------
003400 1000-INITIALIZE.
003410     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
003420     PERFORM 1050-GET-PARM       THRU 1050-GET-PARM-EXIT.
003430     OPEN OUTPUT TITULAR-RPT.
003440 1000-INITIALIZE-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470* 1050-GET-PARM - TAKE THE MATRICULA AND ITS CHECK DIGIT FROM
003480*    THE PARAMETER CARD WHEN THE FILE IS SUPPLIED, FALLING BACK
003490*    TO THE CONSOLE PROMPT WHEN IT IS NOT, THE WAY PROG030 TAKES
003500*    ITS RETENTION DATE. AN EMPTY CARD LEAVES BOTH BLANK, WHICH
003510*    1800-CHECK-MATRICULA REJECTS.
003520*----------------------------------------------------------------
003530 1050-GET-PARM.
003540     OPEN INPUT PARM-FILE.
003550     IF PRM-STATUS-NEW-FILE
003560         DISPLAY 'MATRICULA... '
003570         ACCEPT WRK-MATRICULA-IN
003580         DISPLAY 'DIGITO...... '
003590         ACCEPT WRK-DIGITO-IN
003600         GO TO 1050-GET-PARM-EXIT
003610     END-IF.
003620     READ PARM-FILE
003630         AT END
003640             GO TO 1050-GET-PARM-FECHA
003650     END-READ.
003660     MOVE PRM-MATRICULA          TO WRK-MATRICULA-IN.
003670     MOVE PRM-DIGITO             TO WRK-DIGITO-IN.
003680 1050-GET-PARM-FECHA.
003690     CLOSE PARM-FILE.
003700 1050-GET-PARM-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
003740*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
003750*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT.
003760*----------------------------------------------------------------
003770 1500-SIGNON.
003780     MOVE 'PROG069 '             TO WRK-SGN-PROGRAMA.
003790     MOVE 3                      TO WRK-SGN-NIVEL.
003800     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
003810                                 WRK-SGN-OPERADOR,
003820                                 WRK-SGN-RETORNO.
003830     IF WRK-SGN-OK
003840         SET OPERADOR-IS-VALID TO TRUE
003850         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
003860     ELSE
003870         SET OPERADOR-IS-INVALID TO TRUE
003880     END-IF.
003890 1500-SIGNON-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920* 1800-CHECK-MATRICULA - THE MATRICULA MUST BE NUMERIC AND
003930*    CARRY ITS PROG034 CHECK DIGIT, SO A KEYING SLIP CANNOT
003940*    PRINT ANOTHER PERSON'S DATA. PRINT THE HEADING EITHER WAY.
003950*----------------------------------------------------------------
003960 1800-CHECK-MATRICULA.
003970     SET MATRICULA-IS-INVALID TO TRUE.
003980     MOVE ZERO                   TO HDR-MATRICULA.
003990     MOVE ZERO                   TO HDR-DIGITO.
004000     MOVE WRK-DATA-HOJE          TO HDR-DATA.
004010     MOVE WRK-OPERADOR           TO HDR-OPERADOR.
004020     IF WRK-MATRICULA-IN NOT NUMERIC
004030         OR WRK-DIGITO-IN NOT NUMERIC
004040         WRITE RPT-LINE FROM HEADING-LINE-1
004050                                 AFTER ADVANCING PAGE
004060         MOVE 'MATRICULA INVALIDA - ' TO NTL-TEXTO
004070         MOVE WRK-MATRICULA-IN   TO NTL-ARQUIVO
004080         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 2 LINES
004090         GO TO 1800-CHECK-MATRICULA-EXIT
004100     END-IF.
004110     MOVE WRK-MATRICULA-IN       TO WRK-MATRICULA.
004120     MOVE WRK-DIGITO-IN          TO WRK-DIGITO.
004130     MOVE WRK-MATRICULA          TO HDR-MATRICULA.
004140     MOVE WRK-DIGITO             TO HDR-DIGITO.
004150     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
004160     MOVE WRK-MATRICULA          TO WRK-MATRICULA-DV.
004170     MOVE 'V'                    TO WRK-DV-FUNCAO.
004180     CALL 'PROG034' USING WRK-MATRICULA-DV, WRK-DIGITO,
004190                                 WRK-DV-FUNCAO, WRK-DV-RETORNO.
004200     IF WRK-DV-INVALIDO
004210         MOVE 'DIGITO VERIFICADOR INVALIDO' TO NTL-TEXTO
004220         MOVE SPACES             TO NTL-ARQUIVO
004230         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 2 LINES
004240         GO TO 1800-CHECK-MATRICULA-EXIT
004250     END-IF.
004260     SET MATRICULA-IS-VALID TO TRUE.
004270 1800-CHECK-MATRICULA-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300* 2000-SHOW-MASTER - PRINT EVERY FIELD OF THE EMPLOYEE-MASTER
004310*    RECORD AND KEEP THE NAME FOR THE FILES MATCHED ON IT. AN
004320*    ANONYMIZED RECORD NO LONGER HAS A NAME TO MATCH ON.
004330*----------------------------------------------------------------
004340 2000-SHOW-MASTER.
004350     MOVE 'CADASTRO (EMPLOYEE-MASTER)' TO SCL-TITULO.
004360     WRITE RPT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.
004370     OPEN INPUT EMPLOYEE-MASTER.
004380     MOVE WRK-MATRICULA          TO EMP-MATRICULA.
004390     READ EMPLOYEE-MASTER
004400         INVALID KEY
004410             MOVE 'FUNCIONARIO NAO CADASTRADO NO MASTER'
004420                                 TO NTL-TEXTO
004430             MOVE SPACES         TO NTL-ARQUIVO
004440             WRITE RPT-LINE FROM NOTE-LINE
004450                                 AFTER ADVANCING 1 LINE
004460             GO TO 2000-SHOW-MASTER-FECHA
004470     END-READ.
004480     SET TITULAR-NO-MASTER TO TRUE.
004490     ADD 1 TO WRK-TOTAL-COUNT.
004500     IF NOT EMP-IS-ANONIMIZADO
004510         SET BUSCA-POR-NOME TO TRUE
004520         MOVE EMP-NOME           TO WRK-NOME
004530     END-IF.
004540     MOVE 'NOME'                 TO FLD-ROTULO.
004550     MOVE EMP-NOME               TO FLD-VALOR.
004560     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
004570     MOVE 'EMPRESA'              TO FLD-ROTULO.
004580     MOVE EMP-EMPRESA            TO FLD-VALOR.
004590     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
004600     MOVE 'DEPARTAMENTO'         TO FLD-ROTULO.
004610     MOVE EMP-DEPTO              TO FLD-VALOR.
004620     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
004630     MOVE 'REGIAO'               TO FLD-ROTULO.
004640     MOVE EMP-REGIAO             TO FLD-VALOR.
004650     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
004660     MOVE 'SITUACAO'             TO FLD-ROTULO.
004670     MOVE EMP-SITUACAO           TO FLD-VALOR.
004680     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
004690     MOVE 'ADMISSAO'             TO FLD-ROTULO.
004700     MOVE EMP-DATA-ADMISSAO      TO FLD-VALOR.
004710     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
004720     MOVE 'DESLIGAMENTO'         TO FLD-ROTULO.
004730     MOVE EMP-DATA-DESLIGAMENTO  TO FLD-VALOR.
004740     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
004750     IF EMP-IS-FUNDIDO
004760         MOVE 'FUNDIDO NA MATRICULA' TO FLD-ROTULO
004770         MOVE EMP-MATRICULA-DESTINO TO FLD-VALOR
004780         PERFORM 2050-PRINT-FIELD
004790                                THRU 2050-PRINT-FIELD-EXIT
004800     END-IF.
004810     MOVE 'SALARIO BASE'         TO FLD-ROTULO.
004820     IF EMP-SALARIO-BASE NUMERIC
004830         MOVE EMP-SALARIO-BASE   TO WRK-SALARIO-EDIT
004840         MOVE WRK-SALARIO-EDIT   TO FLD-VALOR
004850     ELSE
004860         MOVE 'NAO INFORMADO'    TO FLD-VALOR
004870     END-IF.
004880     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
004890     MOVE 'FAIXA SALARIAL'       TO FLD-ROTULO.
004900     MOVE EMP-FAIXA-SALARIAL     TO FLD-VALOR.
004910     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
004920     MOVE 'SALARIO DESDE'        TO FLD-ROTULO.
004930     MOVE EMP-DATA-SALARIO       TO FLD-VALOR.
004940     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
004950     MOVE 'OPERADOR'             TO FLD-ROTULO.
004960     MOVE EMP-OPERADOR           TO FLD-VALOR.
004970     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
004971     IF BUSCA-POR-NOME
004972         PERFORM 2060-CHECK-HOMONIMO
004973                                THRU 2060-CHECK-HOMONIMO-EXIT
004974     END-IF.
004975     IF NOME-COM-HOMONIMO
004976         PERFORM 2080-PRINT-HOMONIMO
004977                                THRU 2080-PRINT-HOMONIMO-EXIT
004978     END-IF.
004980 2000-SHOW-MASTER-FECHA.
004990     CLOSE EMPLOYEE-MASTER.
005000 2000-SHOW-MASTER-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030* 2050-PRINT-FIELD - PRINT ONE LABELLED FIELD OF THE MASTER.
005040*----------------------------------------------------------------
005050 2050-PRINT-FIELD.
005060     WRITE RPT-LINE FROM FIELD-LINE AFTER ADVANCING 1 LINE.
005070 2050-PRINT-FIELD-EXIT.
005080     EXIT.
005081*----------------------------------------------------------------
005082* 2060-CHECK-HOMONIMO - BROWSE EVERY MASTER RECORD UNDER THE
005083*    NAME ON THE ALTERNATE KEY AND NOTE THE FIRST ONE WITH
005084*    ANOTHER MATRICULA. THE JOURNAL AND SUSPENSE RECORDS MATCHED
005085*    ON THE NAME MAY THEN BE THAT NAMESAKE'S.
005086*----------------------------------------------------------------
005087 2060-CHECK-HOMONIMO.
005088     MOVE 'N'                    TO WRK-NOME-EOF-SWITCH.
005089     MOVE WRK-NOME               TO EMP-NOME.
005090     START EMPLOYEE-MASTER KEY IS EQUAL TO EMP-NOME
005091         INVALID KEY
005092             GO TO 2060-CHECK-HOMONIMO-EXIT
005093     END-START.
005094     PERFORM 2070-CHECK-NAMESAKE THRU 2070-CHECK-NAMESAKE-EXIT
005095         UNTIL END-OF-NOME.
005096 2060-CHECK-HOMONIMO-EXIT.
005097     EXIT.
005098*----------------------------------------------------------------
005099* 2070-CHECK-NAMESAKE - READ THE NEXT MASTER RECORD ON THE NAME
005100*    AND KEEP ITS MATRICULA WHEN IT IS NOT THE PERSON'S.
005101*----------------------------------------------------------------
005102 2070-CHECK-NAMESAKE.
005103     READ EMPLOYEE-MASTER NEXT RECORD
005104         AT END
005105             SET END-OF-NOME TO TRUE
005106             GO TO 2070-CHECK-NAMESAKE-EXIT
005107     END-READ.
005108     IF EMP-NOME NOT = WRK-NOME
005109         SET END-OF-NOME TO TRUE
005110         GO TO 2070-CHECK-NAMESAKE-EXIT
005111     END-IF.
005112     IF EMP-MATRICULA NOT = WRK-MATRICULA
005113         SET NOME-COM-HOMONIMO TO TRUE
005114         MOVE EMP-MATRICULA      TO WRK-MATRICULA-HOMONIMO
005115         SET END-OF-NOME TO TRUE
005116     END-IF.
005117 2070-CHECK-NAMESAKE-EXIT.
005118     EXIT.
005119*----------------------------------------------------------------
005120* 2080-PRINT-HOMONIMO - WARN THAT ANOTHER MATRICULA ON THE
005121*    MASTER CARRIES THE NAME, UNDER THE MASTER AND UNDER EACH
005122*    LINE MATCHED ON THE NAME ALONE.
005123*----------------------------------------------------------------
005124 2080-PRINT-HOMONIMO.
005125     MOVE 'CONFERIR - NOME TAMBEM NA MATRICULA'
005126                                 TO NTL-TEXTO.
005127     MOVE WRK-MATRICULA-HOMONIMO TO NTL-ARQUIVO.
005128     WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE.
005129 2080-PRINT-HOMONIMO-EXIT.
005130     EXIT.
005131*----------------------------------------------------------------
005132* 2100-SHOW-BANK - PRINT THE DIRECT-DEPOSIT ACCOUNT ON FILE.
005133*----------------------------------------------------------------
005134 2100-SHOW-BANK.
005135     MOVE 'DADOS BANCARIOS (BANK-MASTER)' TO SCL-TITULO.
005140     WRITE RPT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.
005150     MOVE ZERO                   TO WRK-SECAO-COUNT.
005160     OPEN INPUT BANK-MASTER.
005170     IF BNK-STATUS-NEW-FILE
005180         MOVE 'BANKMAST'         TO NTL-ARQUIVO
005190         PERFORM 2950-PRINT-MISSING
005200                                THRU 2950-PRINT-MISSING-EXIT
005210         GO TO 2100-SHOW-BANK-EXIT
005220     END-IF.
005230     MOVE WRK-MATRICULA          TO BNK-MATRICULA.
005240     READ BANK-MASTER
005250         INVALID KEY
005260             GO TO 2100-SHOW-BANK-FECHA
005270     END-READ.
005280     MOVE 'BANCO'                TO FLD-ROTULO.
005290     MOVE BNK-BANCO              TO FLD-VALOR.
005300     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
005310     MOVE 'AGENCIA'              TO FLD-ROTULO.
005320     MOVE BNK-AGENCIA            TO FLD-VALOR.
005330     MOVE '-'                    TO FLD-VALOR (5:1).
005340     MOVE BNK-AGENCIA-DV         TO FLD-VALOR (6:1).
005350     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
005360     MOVE 'CONTA'                TO FLD-ROTULO.
005370     MOVE BNK-CONTA              TO FLD-VALOR.
005380     MOVE '-'                    TO FLD-VALOR (11:1).
005390     MOVE BNK-CONTA-DV           TO FLD-VALOR (12:1).
005400     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
005410     MOVE 'TIPO DE CONTA'        TO FLD-ROTULO.
005420     MOVE BNK-TIPO-CONTA         TO FLD-VALOR.
005430     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
005440     MOVE 'ALTERADO EM'          TO FLD-ROTULO.
005450     MOVE BNK-DATA-ALTERACAO     TO FLD-VALOR.
005460     PERFORM 2050-PRINT-FIELD    THRU 2050-PRINT-FIELD-EXIT.
005470     MOVE 1                      TO WRK-SECAO-COUNT.
005480 2100-SHOW-BANK-FECHA.
005490     CLOSE BANK-MASTER.
005500     PERFORM 2900-PRINT-COUNT    THRU 2900-PRINT-COUNT-EXIT.
005510 2100-SHOW-BANK-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005540* 2200-SHOW-DEPENDENTS - LIST THE DEPENDENTS, BROWSING
005550*    DEPENDENT-MASTER FROM THE MATRICULA THE WAY PROG033 DOES.
005560*----------------------------------------------------------------
005570 2200-SHOW-DEPENDENTS.
005580     MOVE 'DEPENDENTES (DEPENDENT-MASTER)' TO SCL-TITULO.
005590     WRITE RPT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.
005600     MOVE ZERO                   TO WRK-SECAO-COUNT.
005610     OPEN INPUT DEPENDENT-MASTER.
005620     IF DPN-STATUS-NEW-FILE
005630         MOVE 'DPNDMAST'         TO NTL-ARQUIVO
005640         PERFORM 2950-PRINT-MISSING
005650                                THRU 2950-PRINT-MISSING-EXIT
005660         GO TO 2200-SHOW-DEPENDENTS-EXIT
005670     END-IF.
005680     MOVE 'N'                    TO WRK-EOF-SWITCH.
005690     MOVE WRK-MATRICULA          TO DPN-MATRICULA.
005700     MOVE ZERO                   TO DPN-SEQUENCIA.
005710     START DEPENDENT-MASTER KEY IS NOT LESS THAN DPN-CHAVE
005720         INVALID KEY
005730             SET END-OF-INPUT TO TRUE
005740     END-START.
005750     PERFORM 2250-SHOW-DEPENDENT THRU 2250-SHOW-DEPENDENT-EXIT
005760         UNTIL END-OF-INPUT.
005770     CLOSE DEPENDENT-MASTER.
005780     PERFORM 2900-PRINT-COUNT    THRU 2900-PRINT-COUNT-EXIT.
005790 2200-SHOW-DEPENDENTS-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------
005820* 2250-SHOW-DEPENDENT - READ THE NEXT DEPENDENT AND PRINT IT
005830*    WHILE IT STILL BELONGS TO THE MATRICULA.
005840*----------------------------------------------------------------
005850 2250-SHOW-DEPENDENT.
005860     READ DEPENDENT-MASTER NEXT RECORD
005870         AT END
005880             SET END-OF-INPUT TO TRUE
005890             GO TO 2250-SHOW-DEPENDENT-EXIT
005900     END-READ.
005910     IF DPN-MATRICULA NOT = WRK-MATRICULA
005920         SET END-OF-INPUT TO TRUE
005930         GO TO 2250-SHOW-DEPENDENT-EXIT
005940     END-IF.
005950     MOVE DPN-SEQUENCIA          TO DPL-SEQUENCIA.
005960     MOVE DPN-NOME               TO DPL-NOME.
005970     MOVE DPN-PARENTESCO         TO DPL-PARENTESCO.
005980     MOVE DPN-DATA-NASCIMENTO    TO DPL-NASCIMENTO.
005990     MOVE DPN-DATA-ALTERACAO     TO DPL-ALTERACAO.
006000     MOVE DPN-OPERADOR           TO DPL-OPERADOR.
006010     WRITE RPT-LINE FROM DEPENDENT-LINE AFTER ADVANCING 1 LINE.
006020     ADD 1 TO WRK-SECAO-COUNT.
006030 2250-SHOW-DEPENDENT-EXIT.
006040     EXIT.
006050*----------------------------------------------------------------
006060* 2300-SHOW-LEAVES - LIST THE LEAVES OF ABSENCE, BROWSING
006070*    LEAVE-MASTER FROM THE MATRICULA.
006080*----------------------------------------------------------------
006090 2300-SHOW-LEAVES.
006100     MOVE 'AFASTAMENTOS (LEAVE-MASTER)' TO SCL-TITULO.
006110     WRITE RPT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.
006120     MOVE ZERO                   TO WRK-SECAO-COUNT.
006130     OPEN INPUT LEAVE-MASTER.
006140     IF LVE-STATUS-NEW-FILE
006150         MOVE 'LEAVMAST'         TO NTL-ARQUIVO
006160         PERFORM 2950-PRINT-MISSING
006170                                THRU 2950-PRINT-MISSING-EXIT
006180         GO TO 2300-SHOW-LEAVES-EXIT
006190     END-IF.
006200     MOVE 'N'                    TO WRK-EOF-SWITCH.
006210     MOVE WRK-MATRICULA          TO LVE-MATRICULA.
006220     MOVE LOW-VALUES             TO LVE-DATA-INICIO.
006230     START LEAVE-MASTER KEY IS NOT LESS THAN LVE-CHAVE
006240         INVALID KEY
006250             SET END-OF-INPUT TO TRUE
006260     END-START.
006270     PERFORM 2350-SHOW-LEAVE     THRU 2350-SHOW-LEAVE-EXIT
006280         UNTIL END-OF-INPUT.
006290     CLOSE LEAVE-MASTER.
006300     PERFORM 2900-PRINT-COUNT    THRU 2900-PRINT-COUNT-EXIT.
006310 2300-SHOW-LEAVES-EXIT.
006320     EXIT.
006330*----------------------------------------------------------------
006340* 2350-SHOW-LEAVE - READ THE NEXT LEAVE AND PRINT IT WHILE IT
006350*    STILL BELONGS TO THE MATRICULA.
006360*----------------------------------------------------------------
006370 2350-SHOW-LEAVE.
006380     READ LEAVE-MASTER NEXT RECORD
006390         AT END
006400             SET END-OF-INPUT TO TRUE
006410             GO TO 2350-SHOW-LEAVE-EXIT
006420     END-READ.
006430     IF LVE-MATRICULA NOT = WRK-MATRICULA
006440         SET END-OF-INPUT TO TRUE
006450         GO TO 2350-SHOW-LEAVE-EXIT
006460     END-IF.
006470     MOVE LVE-DATA-INICIO        TO LVL-INICIO.
006480     MOVE LVE-TIPO               TO LVL-TIPO.
006490     MOVE LVE-DATA-PREVISTA      TO LVL-PREVISTA.
006500     MOVE LVE-DATA-RETORNO       TO LVL-RETORNO.
006510     MOVE LVE-DATA-ALTERACAO     TO LVL-ALTERACAO.
006520     MOVE LVE-OPERADOR           TO LVL-OPERADOR.
006530     WRITE RPT-LINE FROM LEAVE-LINE AFTER ADVANCING 1 LINE.
006540     ADD 1 TO WRK-SECAO-COUNT.
006550 2350-SHOW-LEAVE-EXIT.
006560     EXIT.
006570*----------------------------------------------------------------
006580* 2400-SHOW-SALARY - LIST EVERY SALARY CHANGE FROM THE SALARY
006590*    HISTORY, OLDEST FIRST.
006600*----------------------------------------------------------------
006610 2400-SHOW-SALARY.
006620     MOVE 'HISTORICO SALARIAL (SALHIST)' TO SCL-TITULO.
006630     WRITE RPT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.
006640     MOVE ZERO                   TO WRK-SECAO-COUNT.
006650     OPEN INPUT SAL-HISTORY.
006660     IF SAL-STATUS-NEW-FILE
006670         MOVE 'SALHIST '         TO NTL-ARQUIVO
006680         PERFORM 2950-PRINT-MISSING
006690                                THRU 2950-PRINT-MISSING-EXIT
006700         GO TO 2400-SHOW-SALARY-EXIT
006710     END-IF.
006720     MOVE 'N'                    TO WRK-EOF-SWITCH.
006730     PERFORM 2450-SHOW-SAL-EVENT THRU 2450-SHOW-SAL-EVENT-EXIT
006740         UNTIL END-OF-INPUT.
006750     CLOSE SAL-HISTORY.
006760     PERFORM 2900-PRINT-COUNT    THRU 2900-PRINT-COUNT-EXIT.
006770 2400-SHOW-SALARY-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------
006800* 2450-SHOW-SAL-EVENT - READ THE NEXT SALARY HISTORY RECORD AND
006810*    PRINT IT WHEN IT BELONGS TO THE MATRICULA.
006820*----------------------------------------------------------------
006830 2450-SHOW-SAL-EVENT.
006840     READ SAL-HISTORY
006850         AT END
006860             SET END-OF-INPUT TO TRUE
006870             GO TO 2450-SHOW-SAL-EVENT-EXIT
006880     END-READ.
006890     IF SAL-MATRICULA NOT = WRK-MATRICULA
006900         GO TO 2450-SHOW-SAL-EVENT-EXIT
006910     END-IF.
006920     MOVE SAL-DATA-EFETIVA       TO SLL-EFETIVA.
006930     MOVE ZERO                   TO SLL-ANTES.
006940     IF SAL-BASE-ANTES NUMERIC
006950         MOVE SAL-BASE-ANTES     TO SLL-ANTES
006960     END-IF.
006970     MOVE SAL-FAIXA-ANTES        TO SLL-FAIXA-ANTES.
006980     MOVE SAL-BASE-DEPOIS        TO SLL-DEPOIS.
006990     MOVE SAL-FAIXA-DEPOIS       TO SLL-FAIXA-DEPOIS.
007000     MOVE SAL-OPERADOR           TO SLL-OPERADOR.
007010     MOVE SAL-APROVADOR          TO SLL-APROVADOR.
007020     MOVE SAL-DATA               TO SLL-DATA.
007030     WRITE RPT-LINE FROM SALARY-LINE AFTER ADVANCING 1 LINE.
007040     ADD 1 TO WRK-SECAO-COUNT.
007050 2450-SHOW-SAL-EVENT-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------
007080* 2500-SHOW-HISTORY - LIST EVERY EMPLOYMENT HISTORY EVENT FOR
007090*    THE MATRICULA WITH ITS BEFORE AND AFTER RECORD IMAGES AS
007100*    STORED - MASTER, BANK, DEPENDENT OR LEAVE RECORDS BY ACTION.
007110*----------------------------------------------------------------
007120 2500-SHOW-HISTORY.
007130     MOVE 'HISTORICO FUNCIONAL (EMPHIST)' TO SCL-TITULO.
007140     WRITE RPT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.
007150     MOVE ZERO                   TO WRK-SECAO-COUNT.
007160     OPEN INPUT EMP-HISTORY.
007170     IF HST-STATUS-NEW-FILE
007180         MOVE 'EMPHIST '         TO NTL-ARQUIVO
007190         PERFORM 2950-PRINT-MISSING
007200                                THRU 2950-PRINT-MISSING-EXIT
007210         GO TO 2500-SHOW-HISTORY-EXIT
007220     END-IF.
007230     MOVE 'N'                    TO WRK-EOF-SWITCH.
007240     PERFORM 2550-SHOW-EVENT     THRU 2550-SHOW-EVENT-EXIT
007250         UNTIL END-OF-INPUT.
007260     CLOSE EMP-HISTORY.
007270     PERFORM 2900-PRINT-COUNT    THRU 2900-PRINT-COUNT-EXIT.
007280 2500-SHOW-HISTORY-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------
007310* 2550-SHOW-EVENT - READ THE NEXT HISTORY RECORD AND PRINT IT
007320*    WHEN IT BELONGS TO THE MATRICULA, NAMING THE ACTION THE WAY
007330*    PROG033 DOES.
007340*----------------------------------------------------------------
007350 2550-SHOW-EVENT.
007360     READ EMP-HISTORY
007370         AT END
007380             SET END-OF-INPUT TO TRUE
007390             GO TO 2550-SHOW-EVENT-EXIT
007400     END-READ.
007410     IF HST-MATRICULA NOT = WRK-MATRICULA
007420         GO TO 2550-SHOW-EVENT-EXIT
007430     END-IF.
007440     EVALUATE TRUE
007450         WHEN HST-ACAO-INCLUSAO
007460             MOVE 'INCLUSAO'     TO WRK-ACAO-TEXTO
007470         WHEN HST-ACAO-ALTERACAO
007480             MOVE 'ALTERACAO'    TO WRK-ACAO-TEXTO
007490         WHEN HST-ACAO-DESLIGAMENTO
007500             MOVE 'DESLIGAMENTO' TO WRK-ACAO-TEXTO
007510         WHEN HST-ACAO-EXCLUSAO
007520             MOVE 'EXCLUSAO'     TO WRK-ACAO-TEXTO
007530         WHEN HST-ACAO-CORRECAO
007540             MOVE 'CORRECAO'     TO WRK-ACAO-TEXTO
007550         WHEN HST-ACAO-FUSAO
007560             MOVE 'FUSAO'        TO WRK-ACAO-TEXTO
007570         WHEN HST-ACAO-SALARIO
007580             MOVE 'SALARIO'      TO WRK-ACAO-TEXTO
007590         WHEN HST-ACAO-BANCO
007600             MOVE 'CONTA BANCO'  TO WRK-ACAO-TEXTO
007610         WHEN HST-ACAO-DEPENDENTE
007620             MOVE 'DEPENDENTE'   TO WRK-ACAO-TEXTO
007630         WHEN HST-ACAO-AFASTAMENTO
007640             MOVE 'AFASTAMENTO'  TO WRK-ACAO-TEXTO
007650         WHEN HST-ACAO-ANONIMIZACAO
007660             MOVE 'ANONIMIZACAO' TO WRK-ACAO-TEXTO
007670         WHEN OTHER
007680             MOVE 'ACAO '        TO WRK-ACAO-TEXTO
007690             MOVE HST-ACAO       TO WRK-ACAO-TEXTO (6:1)
007700     END-EVALUATE.
007710     MOVE HST-DATA               TO EVL-DATA.
007720     MOVE HST-HORA               TO EVL-HORA.
007730     MOVE WRK-ACAO-TEXTO         TO EVL-ACAO.
007740     MOVE HST-OPERADOR           TO EVL-OPERADOR.
007750     MOVE HST-PROGRAMA           TO EVL-PROGRAMA.
007760     WRITE RPT-LINE FROM EVENT-LINE AFTER ADVANCING 1 LINE.
007770     IF HST-ANTES NOT = SPACES
007780         MOVE 'ANTES'            TO IMG-ROTULO
007790         MOVE HST-ANTES          TO IMG-TEXTO
007800         WRITE RPT-LINE FROM IMAGE-LINE AFTER ADVANCING 1 LINE
007810     END-IF.
007820     IF HST-DEPOIS NOT = SPACES
007830         MOVE 'DEPOIS'           TO IMG-ROTULO
007840         MOVE HST-DEPOIS         TO IMG-TEXTO
007850         WRITE RPT-LINE FROM IMAGE-LINE AFTER ADVANCING 1 LINE
007860     END-IF.
007870     ADD 1 TO WRK-SECAO-COUNT.
007880 2550-SHOW-EVENT-EXIT.
007890     EXIT.
007900*----------------------------------------------------------------
007910* 2600-SHOW-JOURNAL - LIST THE REGISTRATION JOURNAL DECISIONS
007920*    ON THE PERSON - THOSE CARRYING THE MATRICULA, AND THE ONES
007930*    WITH NO MATRICULA (REJECTED ATTEMPTS, RECORDS WRITTEN BEFORE
007940*    THE FIELD EXISTED) CARRYING THE NAME ON THE MASTER.
007950*----------------------------------------------------------------
007960 2600-SHOW-JOURNAL.
007970     MOVE 'DIARIO DE REGISTRO (REGJRNL)' TO SCL-TITULO.
007980     WRITE RPT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.
007990     MOVE ZERO                   TO WRK-SECAO-COUNT.
008000     OPEN INPUT REG-JOURNAL.
008010     IF JRN-STATUS-NEW-FILE
008020         MOVE 'REGJRNL '         TO NTL-ARQUIVO
008030         PERFORM 2950-PRINT-MISSING
008040                                THRU 2950-PRINT-MISSING-EXIT
008050         GO TO 2600-SHOW-JOURNAL-EXIT
008060     END-IF.
008070     MOVE 'N'                    TO WRK-EOF-SWITCH.
008080     PERFORM 2650-SHOW-DECISION  THRU 2650-SHOW-DECISION-EXIT
008090         UNTIL END-OF-INPUT.
008100     CLOSE REG-JOURNAL.
008110     PERFORM 2900-PRINT-COUNT    THRU 2900-PRINT-COUNT-EXIT.
008120 2600-SHOW-JOURNAL-EXIT.
008130     EXIT.
008140*----------------------------------------------------------------
008150* 2650-SHOW-DECISION - READ THE NEXT JOURNAL RECORD AND PRINT IT
008160*    WHEN IT IS THE PERSON'S. ONE MATCHED ON THE NAME ALONE IS
008165*    FLAGGED WHEN A NAMESAKE IS ON THE MASTER.
008170*----------------------------------------------------------------
008180 2650-SHOW-DECISION.
008190     READ REG-JOURNAL
008200         AT END
008210             SET END-OF-INPUT TO TRUE
008220             GO TO 2650-SHOW-DECISION-EXIT
008230     END-READ.
008240     IF JRN-MATRICULA NUMERIC
008250         AND JRN-MATRICULA NOT = ZERO
008260         IF JRN-MATRICULA NOT = WRK-MATRICULA
008270             GO TO 2650-SHOW-DECISION-EXIT
008280         END-IF
008290     ELSE
008300         IF SEM-BUSCA-POR-NOME
008310             OR JRN-NOME NOT = WRK-NOME
008320             GO TO 2650-SHOW-DECISION-EXIT
008330         END-IF
008340     END-IF.
008350     MOVE JRN-DATA               TO JNL-DATA.
008360     MOVE JRN-HORA               TO JNL-HORA.
008370     MOVE JRN-RESULTADO          TO JNL-RESULTADO.
008380     MOVE JRN-NOME               TO JNL-NOME.
008390     MOVE JRN-EMPRESA            TO JNL-EMPRESA.
008400     MOVE JRN-DEPTO              TO JNL-DEPTO.
008410     MOVE JRN-OPERADOR           TO JNL-OPERADOR.
008420     WRITE RPT-LINE FROM JOURNAL-LINE AFTER ADVANCING 1 LINE.
008430     ADD 1 TO WRK-SECAO-COUNT.
008431     IF NOME-COM-HOMONIMO
008432         AND (JRN-MATRICULA NOT NUMERIC
008433              OR JRN-MATRICULA = ZERO)
008434         PERFORM 2080-PRINT-HOMONIMO
008435                                THRU 2080-PRINT-HOMONIMO-EXIT
008436     END-IF.
008440 2650-SHOW-DECISION-EXIT.
008450     EXIT.
008460*----------------------------------------------------------------
008470* 2700-SHOW-SUSPENSE - LIST THE SUSPENDED REGISTRATIONS UNDER THE
008480*    NAME ON THE MASTER. SUSPENSE RECORDS CARRY NO MATRICULA, SO
008490*    WITHOUT A NAME THERE IS NOTHING TO MATCH ON.
008500*----------------------------------------------------------------
008510 2700-SHOW-SUSPENSE.
008520     MOVE 'REGISTROS EM SUSPENSO (REGSUSP)' TO SCL-TITULO.
008530     WRITE RPT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.
008540     MOVE ZERO                   TO WRK-SECAO-COUNT.
008550     IF SEM-BUSCA-POR-NOME
008560         MOVE 'SEM NOME NO MASTER PARA PESQUISAR' TO NTL-TEXTO
008570         MOVE SPACES             TO NTL-ARQUIVO
008580         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE
008590         GO TO 2700-SHOW-SUSPENSE-EXIT
008600     END-IF.
008610     OPEN INPUT REG-SUSPENSE.
008620     IF SUSP-STATUS-NEW-FILE
008630         MOVE 'REGSUSP '         TO NTL-ARQUIVO
008640         PERFORM 2950-PRINT-MISSING
008650                                THRU 2950-PRINT-MISSING-EXIT
008660         GO TO 2700-SHOW-SUSPENSE-EXIT
008670     END-IF.
008680     MOVE 'N'                    TO WRK-EOF-SWITCH.
008690     PERFORM 2750-SHOW-SUSPENDED THRU 2750-SHOW-SUSPENDED-EXIT
008700         UNTIL END-OF-INPUT.
008710     CLOSE REG-SUSPENSE.
008720     PERFORM 2900-PRINT-COUNT    THRU 2900-PRINT-COUNT-EXIT.
008730 2700-SHOW-SUSPENSE-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------
008760* 2750-SHOW-SUSPENDED - READ THE NEXT SUSPENSE RECORD AND PRINT
008770*    IT WHEN IT CARRIES THE PERSON'S NAME, FLAGGED WHEN A
008775*    NAMESAKE IS ON THE MASTER.
008780*----------------------------------------------------------------
008790 2750-SHOW-SUSPENDED.
008800     READ REG-SUSPENSE
008810         AT END
008820             SET END-OF-INPUT TO TRUE
008830             GO TO 2750-SHOW-SUSPENDED-EXIT
008840     END-READ.
008850     IF SUSP-NOME NOT = WRK-NOME
008860         GO TO 2750-SHOW-SUSPENDED-EXIT
008870     END-IF.
008880     MOVE SUSP-MOTIVO            TO SSL-MOTIVO.
008890     MOVE SUSP-NOME              TO SSL-NOME.
008900     MOVE SUSP-EMPRESA           TO SSL-EMPRESA.
008910     MOVE SUSP-DEPTO             TO SSL-DEPTO.
008920     MOVE SUSP-REGIAO            TO SSL-REGIAO.
008930     WRITE RPT-LINE FROM SUSPENSE-LINE AFTER ADVANCING 1 LINE.
008940     ADD 1 TO WRK-SECAO-COUNT.
008942     IF NOME-COM-HOMONIMO
008944         PERFORM 2080-PRINT-HOMONIMO
008946                                THRU 2080-PRINT-HOMONIMO-EXIT
008948     END-IF.
008950 2750-SHOW-SUSPENDED-EXIT.
008960     EXIT.
008970*----------------------------------------------------------------
008980* 2800-SHOW-PAYPRIOR - LIST THE DETAIL AND DEPENDENT RECORDS
008990*    SENT FOR THE MATRICULA ON THE LAST PAYROLL EXTRACT, AS SENT.
009000*----------------------------------------------------------------
009010 2800-SHOW-PAYPRIOR.
009020     MOVE 'ULTIMA REMESSA A FOLHA (PAYPRIOR)' TO SCL-TITULO.
009030     WRITE RPT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.
009040     MOVE ZERO                   TO WRK-SECAO-COUNT.
009050     OPEN INPUT PAY-PRIOR.
009060     IF PRI-STATUS-NEW-FILE
009070         MOVE 'PAYPRIOR'         TO NTL-ARQUIVO
009080         PERFORM 2950-PRINT-MISSING
009090                                THRU 2950-PRINT-MISSING-EXIT
009100         GO TO 2800-SHOW-PAYPRIOR-EXIT
009110     END-IF.
009120     MOVE 'N'                    TO WRK-EOF-SWITCH.
009130     PERFORM 2850-SHOW-SENT      THRU 2850-SHOW-SENT-EXIT
009140         UNTIL END-OF-INPUT.
009150     CLOSE PAY-PRIOR.
009160     PERFORM 2900-PRINT-COUNT    THRU 2900-PRINT-COUNT-EXIT.
009170 2800-SHOW-PAYPRIOR-EXIT.
009180     EXIT.
009190*----------------------------------------------------------------
009200* 2850-SHOW-SENT - READ THE NEXT SENT RECORD AND PRINT IT WHEN
009210*    IT IS A DETAIL OR DEPENDENT OF THE MATRICULA. THE HEADER
009220*    AND TRAILER CARRY NO PERSONAL DATA.
009230*----------------------------------------------------------------
009240 2850-SHOW-SENT.
009250     READ PAY-PRIOR
009260         AT END
009270             SET END-OF-INPUT TO TRUE
009280             GO TO 2850-SHOW-SENT-EXIT
009290     END-READ.
009300     IF NOT PRI-IS-DETALHE
009310         AND NOT PRI-IS-DEPENDENTE
009320         GO TO 2850-SHOW-SENT-EXIT
009330     END-IF.
009340     IF PRI-MATRICULA NOT = WRK-MATRICULA
009350         GO TO 2850-SHOW-SENT-EXIT
009360     END-IF.
009370     IF PRI-IS-DETALHE
009380         MOVE 'DETALHE'          TO IMG-ROTULO
009390     ELSE
009400         MOVE 'DEPEND.'          TO IMG-ROTULO
009410     END-IF.
009420     MOVE PAY-PRIOR-RECORD       TO IMG-TEXTO.
009430     WRITE RPT-LINE FROM IMAGE-LINE AFTER ADVANCING 1 LINE.
009440     ADD 1 TO WRK-SECAO-COUNT.
009450 2850-SHOW-SENT-EXIT.
009460     EXIT.
009470*----------------------------------------------------------------
009480* 2900-PRINT-COUNT - CLOSE A SECTION WITH ITS RECORD COUNT.
009490*----------------------------------------------------------------
009500 2900-PRINT-COUNT.
009510     MOVE WRK-SECAO-COUNT        TO CNL-COUNT.
009520     WRITE RPT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
009530     ADD WRK-SECAO-COUNT         TO WRK-TOTAL-COUNT.
009540 2900-PRINT-COUNT-EXIT.
009550     EXIT.
009560*----------------------------------------------------------------
009570* 2950-PRINT-MISSING - NOTE A FILE THAT IS NOT PRESENT IN THIS
009580*    RUN; NTL-ARQUIVO IS SET BY THE CALLER.
009590*----------------------------------------------------------------
009600 2950-PRINT-MISSING.
009610     MOVE 'ARQUIVO NAO DISPONIVEL - ' TO NTL-TEXTO.
009620     WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE.
009630 2950-PRINT-MISSING-EXIT.
009640     EXIT.
009650*----------------------------------------------------------------
009660* 9999-FINALIZE - CLOSE THE REPORT, DISPLAY THE TOTALS AND SET
009670*    THE RETURN CODE.
009680*----------------------------------------------------------------
009690 9999-FINALIZE.
009700     CLOSE TITULAR-RPT.
009710     DISPLAY '------------ PROG069 - TOTAIS ------------'.
009720     DISPLAY 'MATRICULA............ ' WRK-MATRICULA.
009730     DISPLAY 'REGISTROS LISTADOS... ' WRK-TOTAL-COUNT.
009740     IF MATRICULA-IS-INVALID
009750         MOVE 8                  TO RETURN-CODE
009760     ELSE
009770         IF WRK-TOTAL-COUNT = ZERO
009780             MOVE 4              TO RETURN-CODE
009790         END-IF
009800     END-IF.
009810 9999-FINALIZE-EXIT.
009820     EXIT.
