000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG062.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - RECORDS LEAVES OF ABSENCE (MEDICAL,
000090*    MATERNITY, VACATION, WORK ACCIDENT AND OTHER) ON
000100*    LEAVE-MASTER FROM A TRANSACTION FILE OF LEAVE START (I),
000110*    EXTENSION OF THE EXPECTED RETURN (P) AND RETURN TO WORK
000120*    (R) REQUESTS KEYED ON THE MATRICULA AND ITS PROG034 CHECK
000130*    DIGIT. A START MARKS THE EMPLOYEE-MASTER RECORD AFASTADO
000140*    AND A RETURN MARKS IT ATIVO AGAIN, SO THE ROSTER, THE
000150*    HEADCOUNT STATISTICS AND THE PAYROLL EXTRACT SEE THE
000160*    LEAVE FOR AS LONG AS IT LASTS. EVERY APPLIED TRANSACTION
000170*    IS WRITTEN TO THE EMPLOYMENT HISTORY WITH THE LEAVE
000180*    RECORDS AS ITS BEFORE/AFTER IMAGES, AND PRINTED ON THE
000190*    REPORT WITH END-OF-JOB TOTALS.
000200*    MODELED ON PROG061'S DEPENDENT MAINTENANCE.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*----------------------------------------------------------------
000240* 2026-10-15  RM  ORIGINAL PROGRAM.
000250*----------------------------------------------------------------
000260 ENVIRONMENT                     DIVISION.
000270 CONFIGURATION                   SECTION.
000280 SOURCE-COMPUTER.                IBM-370.
000290 OBJECT-COMPUTER.                IBM-370.
000300 INPUT-OUTPUT                    SECTION.
000310 FILE-CONTROL.
000320     SELECT LEAVE-TRANS-IN       ASSIGN TO LEAVTRIN
000330                                 ORGANIZATION IS SEQUENTIAL
000340                                 FILE STATUS IS WS-TRANS-STATUS.
000350     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000360                                 ORGANIZATION IS INDEXED
000370                                 ACCESS MODE IS DYNAMIC
000380                                 RECORD KEY IS EMP-MATRICULA
000390                                 ALTERNATE RECORD KEY IS EMP-NOME
000400                                     WITH DUPLICATES
000410                                 FILE STATUS IS WS-EMP-STATUS.
000420     SELECT LEAVE-MASTER         ASSIGN TO LEAVMAST
000430                                 ORGANIZATION IS INDEXED
000440                                 ACCESS MODE IS DYNAMIC
000450                                 RECORD KEY IS LVE-CHAVE
000460                                 FILE STATUS IS WS-LVE-STATUS.
000470     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
000480                                 ORGANIZATION IS SEQUENTIAL
000490                                 FILE STATUS IS WS-HST-STATUS.
000500     SELECT LEAVE-RPT            ASSIGN TO LEAVRPT
000510                                 ORGANIZATION IS SEQUENTIAL
000520                                 FILE STATUS IS WS-RPT-STATUS.
000530 DATA                            DIVISION.
000540 FILE                            SECTION.
000550 FD  LEAVE-TRANS-IN
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 40 CHARACTERS.
000580 01  LEAVE-TRANS-RECORD.
000590     05  LT-TRANS-CODE           PIC X(01).
000600         88  LT-IS-INICIO                    VALUE 'I'.
000610         88  LT-IS-PRORROGA                  VALUE 'P'.
000620         88  LT-IS-RETORNO                   VALUE 'R'.
000630     05  LT-MATRICULA            PIC 9(06).
000640     05  LT-DIGITO               PIC 9(01).
000650     05  LT-TIPO                 PIC X(01).
000660     05  LT-DATA-INICIO          PIC X(08).
000670     05  LT-DATA-PREVISTA        PIC X(08).
000680     05  LT-DATA-RETORNO         PIC X(08).
000690     05  FILLER                  PIC X(07).
000700 FD  EMPLOYEE-MASTER
000710     LABEL RECORDS ARE STANDARD.
000720     COPY EMPMAST.
000730 FD  LEAVE-MASTER
000740     LABEL RECORDS ARE STANDARD.
000750     COPY LEAVMAST.
000760 FD  EMP-HISTORY
000770     LABEL RECORDS ARE STANDARD.
000780     COPY EMPHIST.
000790 FD  LEAVE-RPT
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 132 CHARACTERS.
000820 01  RPT-LINE                    PIC X(132).
000830 WORKING-STORAGE                 SECTION.
000840     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
000850     COPY MATRLINK               REPLACING ==:PFX:== BY ==WRK==.
000860 01  HEADING-LINE-1.
000870     05  FILLER                  PIC X(40)
000880             VALUE 'MANUTENCAO AFASTAMENTOS - PROG062'.
000890     05  FILLER                  PIC X(92) VALUE SPACES.
000900 01  HEADING-LINE-2.
000910     05  FILLER                  PIC X(4)  VALUE 'TRN '.
000920     05  FILLER                  PIC X(10) VALUE 'MATRICULA '.
000930     05  FILLER                  PIC X(32)
000940             VALUE 'NOME                          '.
000950     05  FILLER                  PIC X(06) VALUE 'TIPO  '.
000960     05  FILLER                  PIC X(10) VALUE 'INICIO    '.
000970     05  FILLER                  PIC X(10) VALUE 'PREVISTA  '.
000980     05  FILLER                  PIC X(10) VALUE 'RETORNO   '.
000990     05  FILLER                  PIC X(24)
001000             VALUE 'SITUACAO                '.
001010     05  FILLER                  PIC X(26) VALUE SPACES.
001020 01  DETAIL-LINE.
001030     05  DTL-TRANS-CODE          PIC X(02).
001040     05  FILLER                  PIC X(02) VALUE SPACES.
001050     05  DTL-MATRICULA           PIC X(06).
001060     05  FILLER                  PIC X(04) VALUE SPACES.
001070     05  DTL-NOME                PIC X(30).
001080     05  FILLER                  PIC X(02) VALUE SPACES.
001090     05  DTL-TIPO                PIC X(01).
001100     05  FILLER                  PIC X(05) VALUE SPACES.
001110     05  DTL-DATA-INICIO         PIC X(08).
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  DTL-DATA-PREVISTA       PIC X(08).
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  DTL-DATA-RETORNO        PIC X(08).
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  DTL-SITUACAO            PIC X(24).
001180     05  FILLER                  PIC X(26) VALUE SPACES.
001190 01  DATE-EDIT-AREA.
001200     05  EDT-DATA                PIC X(08).
001210     05  EDT-DATA-R              REDEFINES EDT-DATA.
001220         10  EDT-ANO             PIC 9(04).
001230         10  EDT-MES             PIC 9(02).
001240         10  EDT-DIA             PIC 9(02).
001250 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
001260     88  TRANS-STATUS-OK                    VALUE '00'.
001270     88  TRANS-STATUS-EOF                   VALUE '10'.
001280 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
001290     88  EMP-STATUS-OK                      VALUE '00'.
001300     88  EMP-STATUS-NOT-FOUND               VALUE '23'.
001310 77  WS-LVE-STATUS               PIC X(02)  VALUE SPACES.
001320     88  LVE-STATUS-OK                      VALUE '00'.
001330     88  LVE-STATUS-NOT-FOUND               VALUE '23'.
001340     88  LVE-STATUS-NEW-FILE                VALUE '35'.
001350 77  WS-HST-STATUS               PIC X(02)  VALUE SPACES.
001360     88  HST-STATUS-OK                      VALUE '00'.
001370     88  HST-STATUS-NEW-FILE                VALUE '05' '35'.
001380 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001390     88  RPT-STATUS-OK                      VALUE '00'.
001400 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
001410 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
001420     88  OPERADOR-IS-VALID                  VALUE 'Y'.
001430     88  OPERADOR-IS-INVALID                VALUE 'N'.
001440 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001450     88  END-OF-TRANS-FILE                  VALUE 'Y'.
001460 77  WRK-SCAN-SWITCH             PIC X(01)  VALUE 'N'.
001470     88  END-OF-SCAN                        VALUE 'Y'.
001480 77  WRK-EDIT-SWITCH             PIC X(01)  VALUE 'Y'.
001490     88  EDIT-IS-VALID                      VALUE 'Y'.
001500     88  EDIT-IS-INVALID                    VALUE 'N'.
001510 77  WRK-ABERTO-SWITCH           PIC X(01)  VALUE 'N'.
001520     88  OPEN-LEAVE-WAS-FOUND               VALUE 'Y'.
001530     88  OPEN-LEAVE-NOT-FOUND               VALUE 'N'.
001540 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
001550 77  WRK-TIPO                    PIC X(01)  VALUE SPACE.
001560     88  TIPO-IS-VALIDO                     VALUE 'D' 'M' 'F'
001570                                                  'A' 'O'.
001580 77  WRK-CHAVE-ABERTA            PIC X(14)  VALUE SPACES.
001590 77  WRK-ULTIMO-RETORNO          PIC X(08)  VALUE SPACES.
001600 77  WRK-IMAGEM-ANTES            PIC X(80)  VALUE SPACES.
001610 77  WRK-INICIO-COUNT            PIC 9(06)  COMP VALUE ZERO.
001620 77  WRK-PRORROGA-COUNT          PIC 9(06)  COMP VALUE ZERO.
001630 77  WRK-RETORNO-COUNT           PIC 9(06)  COMP VALUE ZERO.
001640 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001650 PROCEDURE                       DIVISION.
001660*----------------------------------------------------------------
001670* 0000-MAINLINE
001680*----------------------------------------------------------------
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001710     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
001720         UNTIL OPERADOR-IS-VALID.
001730     PERFORM 2000-PROCESS-TRANS  THRU 2000-PROCESS-TRANS-EXIT
001740         UNTIL END-OF-TRANS-FILE.
001750     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001760     IF WRK-REJECT-COUNT > ZERO
001770         MOVE 4 TO RETURN-CODE
001780     END-IF.
001790     STOP RUN.
001800*----------------------------------------------------------------
001810* 1000-INITIALIZE - OPEN FILES, CREATING LEAVE-MASTER ON THE
001820*    FIRST RUN, PRINT HEADINGS, READ THE FIRST TRANSACTION.
001830*----------------------------------------------------------------
001840 1000-INITIALIZE.
001850     OPEN INPUT  LEAVE-TRANS-IN.
001860     OPEN OUTPUT LEAVE-RPT.
001870     OPEN I-O    EMPLOYEE-MASTER.
001880     OPEN I-O    LEAVE-MASTER.
001890     IF LVE-STATUS-NEW-FILE
001900         OPEN OUTPUT LEAVE-MASTER
001910         CLOSE LEAVE-MASTER
001920         OPEN I-O LEAVE-MASTER
001930     END-IF.
001940     OPEN EXTEND EMP-HISTORY.
001950     IF HST-STATUS-NEW-FILE
001960         OPEN OUTPUT EMP-HISTORY
001970         CLOSE EMP-HISTORY
001980         OPEN EXTEND EMP-HISTORY
001990     END-IF.
002000     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
002010     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
002020     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
002030     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
002040 1000-INITIALIZE-EXIT.
002050     EXIT.
002060*----------------------------------------------------------------
002070* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
002080*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
002090*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT.
002100*----------------------------------------------------------------
002110 1500-SIGNON.
002120     MOVE 'PROG062 '             TO WRK-SGN-PROGRAMA.
002130     MOVE 3                      TO WRK-SGN-NIVEL.
002140     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
002150                                 WRK-SGN-OPERADOR,
002160                                 WRK-SGN-RETORNO.
002170     IF WRK-SGN-OK
002180         SET OPERADOR-IS-VALID TO TRUE
002190         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
002200     ELSE
002210         SET OPERADOR-IS-INVALID TO TRUE
002220     END-IF.
002230 1500-SIGNON-EXIT.
002240     EXIT.
002250*----------------------------------------------------------------
002260* 2000-PROCESS-TRANS - VERIFY THE MATRICULA AND LOCATE THE
002270*    EMPLOYEE, APPLY THE TRANSACTION TO LEAVE-MASTER AND
002280*    EMPLOYEE-MASTER AND PRINT A DETAIL LINE, THEN READ THE
002290*    NEXT TRANSACTION.
002300*----------------------------------------------------------------
002310 2000-PROCESS-TRANS.
002320     MOVE SPACES                 TO DETAIL-LINE.
002330     MOVE LT-TRANS-CODE          TO DTL-TRANS-CODE.
002340     MOVE LT-MATRICULA           TO DTL-MATRICULA.
002350     MOVE LT-TIPO                TO DTL-TIPO.
002360     MOVE LT-DATA-INICIO         TO DTL-DATA-INICIO.
002370     MOVE LT-DATA-PREVISTA       TO DTL-DATA-PREVISTA.
002380     MOVE LT-DATA-RETORNO        TO DTL-DATA-RETORNO.
002390     IF NOT LT-IS-INICIO AND NOT LT-IS-PRORROGA
002400         AND NOT LT-IS-RETORNO
002410         MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
002420         ADD 1 TO WRK-REJECT-COUNT
002430         GO TO 2000-WRITE-DETAIL
002440     END-IF.
002450     IF LT-MATRICULA NOT NUMERIC
002460         OR LT-MATRICULA = ZERO
002470         MOVE 'MATRICULA INVALIDA' TO DTL-SITUACAO
002480         ADD 1 TO WRK-REJECT-COUNT
002490         GO TO 2000-WRITE-DETAIL
002500     END-IF.
002510     MOVE LT-MATRICULA           TO WRK-MATRICULA-DV.
002520     MOVE LT-DIGITO              TO WRK-DIGITO.
002530     PERFORM 2040-VERIFY-DIGITO  THRU 2040-VERIFY-DIGITO-EXIT.
002540     IF WRK-DV-INVALIDO
002550         MOVE 'DIGITO INVALIDO'  TO DTL-SITUACAO
002560         ADD 1 TO WRK-REJECT-COUNT
002570         GO TO 2000-WRITE-DETAIL
002580     END-IF.
002590     MOVE LT-MATRICULA           TO EMP-MATRICULA.
002600     READ EMPLOYEE-MASTER
002610         INVALID KEY
002620             MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-SITUACAO
002630             ADD 1 TO WRK-REJECT-COUNT
002640             GO TO 2000-WRITE-DETAIL
002650     END-READ.
002660     MOVE EMP-NOME               TO DTL-NOME.
002670     EVALUATE TRUE
002680         WHEN LT-IS-INICIO
002690             PERFORM 2100-APPLY-INICIO
002700                                THRU 2100-APPLY-INICIO-EXIT
002710         WHEN LT-IS-PRORROGA
002720             PERFORM 2200-APPLY-PRORROGA
002730                                THRU 2200-APPLY-PRORROGA-EXIT
002740         WHEN LT-IS-RETORNO
002750             PERFORM 2300-APPLY-RETORNO
002760                                THRU 2300-APPLY-RETORNO-EXIT
002770     END-EVALUATE.
002780 2000-WRITE-DETAIL.
002790     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
002800     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
002810 2000-PROCESS-TRANS-EXIT.
002820     EXIT.
002830*----------------------------------------------------------------
002840* 2040-VERIFY-DIGITO - CHECK THE KEYED MATRICULA AND DIGIT PAIR
002850*    THROUGH PROG034. THE CALLER PLACES THE PAIR IN
002860*    WRK-MATRICULA-DV AND WRK-DIGITO AND TESTS WRK-DV-RETORNO.
002870*----------------------------------------------------------------
002880 2040-VERIFY-DIGITO.
002890     MOVE 'V'                    TO WRK-DV-FUNCAO.
002900     CALL 'PROG034' USING WRK-MATRICULA-DV, WRK-DIGITO,
002910                                 WRK-DV-FUNCAO, WRK-DV-RETORNO.
002920 2040-VERIFY-DIGITO-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950* 2060-EDIT-DATA - CHECK THE DATE IN EDT-DATA IS A PLAUSIBLE
002960*    YYYYMMDD. THE CALLER TESTS EDIT-IS-VALID.
002970*----------------------------------------------------------------
002980 2060-EDIT-DATA.
002990     SET EDIT-IS-VALID           TO TRUE.
003000     IF EDT-DATA NOT NUMERIC
003010         OR EDT-MES < 1 OR EDT-MES > 12
003020         OR EDT-DIA < 1 OR EDT-DIA > 31
003030         SET EDIT-IS-INVALID TO TRUE
003040     END-IF.
003050 2060-EDIT-DATA-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080* 2100-APPLY-INICIO - START A LEAVE. THE EMPLOYEE MUST BE AT
003090*    WORK; THE LEAVE MAY NOT START IN THE FUTURE, BEFORE THE
003100*    ADMISSION OR BEFORE THE RETURN FROM THE LAST LEAVE, AND
003110*    THE EXPECTED RETURN MAY NOT PRECEDE THE START. THE LEAVE
003120*    IS WRITTEN OPEN AND THE EMPLOYEE MARKED AFASTADO.
003130*----------------------------------------------------------------
003140 2100-APPLY-INICIO.
003150     IF EMP-IS-AFASTADO
003160         MOVE 'JA AFASTADO'      TO DTL-SITUACAO
003170         ADD 1 TO WRK-REJECT-COUNT
003180         GO TO 2100-APPLY-INICIO-EXIT
003190     END-IF.
003200     IF NOT EMP-IS-ATIVO
003210         MOVE 'FUNCIONARIO NAO ATIVO' TO DTL-SITUACAO
003220         ADD 1 TO WRK-REJECT-COUNT
003230         GO TO 2100-APPLY-INICIO-EXIT
003240     END-IF.
003250     MOVE LT-TIPO                TO WRK-TIPO.
003260     IF NOT TIPO-IS-VALIDO
003270         MOVE 'TIPO INVALIDO'    TO DTL-SITUACAO
003280         ADD 1 TO WRK-REJECT-COUNT
003290         GO TO 2100-APPLY-INICIO-EXIT
003300     END-IF.
003310     MOVE LT-DATA-INICIO         TO EDT-DATA.
003320     PERFORM 2060-EDIT-DATA      THRU 2060-EDIT-DATA-EXIT.
003330     IF EDIT-IS-INVALID
003340         OR LT-DATA-INICIO > WRK-DATA-HOJE
003350         MOVE 'DATA INICIO INVALIDA' TO DTL-SITUACAO
003360         ADD 1 TO WRK-REJECT-COUNT
003370         GO TO 2100-APPLY-INICIO-EXIT
003380     END-IF.
003390     IF EMP-DATA-ADMISSAO NOT = SPACES
003400         AND LT-DATA-INICIO < EMP-DATA-ADMISSAO
003410         MOVE 'ANTERIOR A ADMISSAO' TO DTL-SITUACAO
003420         ADD 1 TO WRK-REJECT-COUNT
003430         GO TO 2100-APPLY-INICIO-EXIT
003440     END-IF.
003450     MOVE LT-DATA-PREVISTA       TO EDT-DATA.
003460     PERFORM 2060-EDIT-DATA      THRU 2060-EDIT-DATA-EXIT.
003470     IF EDIT-IS-INVALID
003480         OR LT-DATA-PREVISTA < LT-DATA-INICIO
003490         MOVE 'DATA PREVISTA INVALIDA' TO DTL-SITUACAO
003500         ADD 1 TO WRK-REJECT-COUNT
003510         GO TO 2100-APPLY-INICIO-EXIT
003520     END-IF.
003530     PERFORM 2500-SCAN-LEAVES    THRU 2500-SCAN-LEAVES-EXIT.
003540     IF OPEN-LEAVE-WAS-FOUND
003550         OR LT-DATA-INICIO < WRK-ULTIMO-RETORNO
003560         MOVE 'SOBREPOE AFASTAMENTO' TO DTL-SITUACAO
003570         ADD 1 TO WRK-REJECT-COUNT
003580         GO TO 2100-APPLY-INICIO-EXIT
003590     END-IF.
003600     MOVE SPACES                 TO WRK-IMAGEM-ANTES.
003610     MOVE SPACES                 TO LEAVE-MASTER-RECORD.
003620     MOVE LT-MATRICULA           TO LVE-MATRICULA.
003630     MOVE LT-DATA-INICIO         TO LVE-DATA-INICIO.
003640     MOVE LT-TIPO                TO LVE-TIPO.
003650     MOVE LT-DATA-PREVISTA       TO LVE-DATA-PREVISTA.
003660     MOVE WRK-DATA-HOJE          TO LVE-DATA-ALTERACAO.
003670     MOVE WRK-OPERADOR           TO LVE-OPERADOR.
003680     WRITE LEAVE-MASTER-RECORD
003690         INVALID KEY
003700             MOVE 'AFASTAMENTO JA EXISTE' TO DTL-SITUACAO
003710             ADD 1 TO WRK-REJECT-COUNT
003720             GO TO 2100-APPLY-INICIO-EXIT
003730     END-WRITE.
003740     SET EMP-IS-AFASTADO         TO TRUE.
003750     REWRITE EMP-MASTER-RECORD.
003760     MOVE 'AFASTADO'             TO DTL-SITUACAO.
003770     ADD 1 TO WRK-INICIO-COUNT.
003780     PERFORM 2600-WRITE-HISTORY  THRU 2600-WRITE-HISTORY-EXIT.
003790 2100-APPLY-INICIO-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------
003820* 2200-APPLY-PRORROGA - MOVE THE EXPECTED RETURN DATE OF THE
003830*    EMPLOYEE'S OPEN LEAVE. THE NEW DATE MAY NOT PRECEDE THE
003840*    START OF THE LEAVE.
003850*----------------------------------------------------------------
003860 2200-APPLY-PRORROGA.
003870     PERFORM 2250-LOCATE-OPEN-LEAVE
003880                                THRU 2250-LOCATE-OPEN-LEAVE-EXIT.
003890     IF OPEN-LEAVE-NOT-FOUND
003900         GO TO 2200-APPLY-PRORROGA-EXIT
003910     END-IF.
003920     MOVE LT-DATA-PREVISTA       TO EDT-DATA.
003930     PERFORM 2060-EDIT-DATA      THRU 2060-EDIT-DATA-EXIT.
003940     IF EDIT-IS-INVALID
003950         OR LT-DATA-PREVISTA < LVE-DATA-INICIO
003960         MOVE 'DATA PREVISTA INVALIDA' TO DTL-SITUACAO
003970         ADD 1 TO WRK-REJECT-COUNT
003980         GO TO 2200-APPLY-PRORROGA-EXIT
003990     END-IF.
004000     IF LT-DATA-PREVISTA = LVE-DATA-PREVISTA
004010         MOVE 'SEM ALTERACAO'    TO DTL-SITUACAO
004020         ADD 1 TO WRK-REJECT-COUNT
004030         GO TO 2200-APPLY-PRORROGA-EXIT
004040     END-IF.
004050     MOVE LT-DATA-PREVISTA       TO LVE-DATA-PREVISTA.
004060     MOVE WRK-DATA-HOJE          TO LVE-DATA-ALTERACAO.
004070     MOVE WRK-OPERADOR           TO LVE-OPERADOR.
004080     REWRITE LEAVE-MASTER-RECORD.
004090     MOVE LVE-DATA-PREVISTA      TO DTL-DATA-PREVISTA.
004100     MOVE 'PRORROGADO'           TO DTL-SITUACAO.
004110     ADD 1 TO WRK-PRORROGA-COUNT.
004120     PERFORM 2600-WRITE-HISTORY  THRU 2600-WRITE-HISTORY-EXIT.
004130 2200-APPLY-PRORROGA-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160* 2250-LOCATE-OPEN-LEAVE - THE EMPLOYEE MUST BE AFASTADO; FIND
004170*    THE OPEN LEAVE, READ IT FOR UPDATE AND KEEP ITS BEFORE
004180*    IMAGE. A REJECTION LEAVES OPEN-LEAVE-NOT-FOUND FOR THE
004190*    CALLER.
004200*----------------------------------------------------------------
004210 2250-LOCATE-OPEN-LEAVE.
004220     SET OPEN-LEAVE-NOT-FOUND    TO TRUE.
004230     IF NOT EMP-IS-AFASTADO
004240         MOVE 'FUNCIONARIO NAO AFASTADO' TO DTL-SITUACAO
004250         ADD 1 TO WRK-REJECT-COUNT
004260         GO TO 2250-LOCATE-OPEN-LEAVE-EXIT
004270     END-IF.
004280     PERFORM 2500-SCAN-LEAVES    THRU 2500-SCAN-LEAVES-EXIT.
004290     IF OPEN-LEAVE-NOT-FOUND
004300         MOVE 'AFASTAMENTO NAO ACHADO' TO DTL-SITUACAO
004310         ADD 1 TO WRK-REJECT-COUNT
004320         GO TO 2250-LOCATE-OPEN-LEAVE-EXIT
004330     END-IF.
004340     MOVE WRK-CHAVE-ABERTA       TO LVE-CHAVE.
004350     READ LEAVE-MASTER
004360         INVALID KEY
004370             SET OPEN-LEAVE-NOT-FOUND TO TRUE
004380             MOVE 'AFASTAMENTO NAO ACHADO' TO DTL-SITUACAO
004390             ADD 1 TO WRK-REJECT-COUNT
004400             GO TO 2250-LOCATE-OPEN-LEAVE-EXIT
004410     END-READ.
004420     MOVE LEAVE-MASTER-RECORD    TO WRK-IMAGEM-ANTES.
004430     MOVE LVE-TIPO               TO DTL-TIPO.
004440     MOVE LVE-DATA-INICIO        TO DTL-DATA-INICIO.
004450     MOVE LVE-DATA-PREVISTA      TO DTL-DATA-PREVISTA.
004460 2250-LOCATE-OPEN-LEAVE-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 2300-APPLY-RETORNO - CLOSE THE EMPLOYEE'S OPEN LEAVE ON THE
004500*    RETURN DATE KEYED, TODAY WHEN LEFT BLANK, AND MARK THE
004510*    EMPLOYEE ATIVO AGAIN. THE RETURN MAY NOT PRECEDE THE START
004520*    OF THE LEAVE NOR BE IN THE FUTURE.
004530*----------------------------------------------------------------
004540 2300-APPLY-RETORNO.
004550     PERFORM 2250-LOCATE-OPEN-LEAVE
004560                                THRU 2250-LOCATE-OPEN-LEAVE-EXIT.
004570     IF OPEN-LEAVE-NOT-FOUND
004580         GO TO 2300-APPLY-RETORNO-EXIT
004590     END-IF.
004600     IF LT-DATA-RETORNO = SPACES
004610         MOVE WRK-DATA-HOJE      TO LT-DATA-RETORNO
004620     END-IF.
004630     MOVE LT-DATA-RETORNO        TO EDT-DATA.
004640     PERFORM 2060-EDIT-DATA      THRU 2060-EDIT-DATA-EXIT.
004650     IF EDIT-IS-INVALID
004660         OR LT-DATA-RETORNO < LVE-DATA-INICIO
004670         OR LT-DATA-RETORNO > WRK-DATA-HOJE
004680         MOVE 'DATA RETORNO INVALIDA' TO DTL-SITUACAO
004690         ADD 1 TO WRK-REJECT-COUNT
004700         GO TO 2300-APPLY-RETORNO-EXIT
004710     END-IF.
004720     MOVE LT-DATA-RETORNO        TO LVE-DATA-RETORNO.
004730     MOVE WRK-DATA-HOJE          TO LVE-DATA-ALTERACAO.
004740     MOVE WRK-OPERADOR           TO LVE-OPERADOR.
004750     REWRITE LEAVE-MASTER-RECORD.
004760     SET EMP-IS-ATIVO            TO TRUE.
004770     REWRITE EMP-MASTER-RECORD.
004780     MOVE LVE-DATA-RETORNO       TO DTL-DATA-RETORNO.
004790     MOVE 'RETORNADO'            TO DTL-SITUACAO.
004800     ADD 1 TO WRK-RETORNO-COUNT.
004810     PERFORM 2600-WRITE-HISTORY  THRU 2600-WRITE-HISTORY-EXIT.
004820 2300-APPLY-RETORNO-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850* 2400-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
004860*----------------------------------------------------------------
004870 2400-READ-TRANS.
004880     READ LEAVE-TRANS-IN
004890         AT END
004900             SET END-OF-TRANS-FILE TO TRUE
004910     END-READ.
004920 2400-READ-TRANS-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------
004950* 2500-SCAN-LEAVES - BROWSE THE MATRICULA'S LEAVES, NOTING THE
004960*    KEY OF THE OPEN ONE AND THE LATEST RETURN DATE OF THE
004970*    CLOSED ONES.
004980*----------------------------------------------------------------
004990 2500-SCAN-LEAVES.
005000     SET OPEN-LEAVE-NOT-FOUND    TO TRUE.
005010     MOVE SPACES                 TO WRK-CHAVE-ABERTA.
005020     MOVE SPACES                 TO WRK-ULTIMO-RETORNO.
005030     MOVE 'N'                    TO WRK-SCAN-SWITCH.
005040     MOVE LT-MATRICULA           TO LVE-MATRICULA.
005050     MOVE LOW-VALUES             TO LVE-DATA-INICIO.
005060     START LEAVE-MASTER KEY IS NOT LESS THAN LVE-CHAVE
005070         INVALID KEY
005080             SET END-OF-SCAN TO TRUE
005090     END-START.
005100     PERFORM 2510-SCAN-LEAVE     THRU 2510-SCAN-LEAVE-EXIT
005110         UNTIL END-OF-SCAN.
005120 2500-SCAN-LEAVES-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150* 2510-SCAN-LEAVE - READ THE NEXT LEAVE IN KEY ORDER WHILE IT
005160*    STILL BELONGS TO THE MATRICULA.
005170*----------------------------------------------------------------
005180 2510-SCAN-LEAVE.
005190     READ LEAVE-MASTER NEXT RECORD
005200         AT END
005210             SET END-OF-SCAN TO TRUE
005220             GO TO 2510-SCAN-LEAVE-EXIT
005230     END-READ.
005240     IF LVE-MATRICULA NOT = LT-MATRICULA
005250         SET END-OF-SCAN TO TRUE
005260         GO TO 2510-SCAN-LEAVE-EXIT
005270     END-IF.
005280     IF LVE-IS-ABERTO
005290         SET OPEN-LEAVE-WAS-FOUND TO TRUE
005300         MOVE LVE-CHAVE          TO WRK-CHAVE-ABERTA
005310     ELSE
005320         IF LVE-DATA-RETORNO > WRK-ULTIMO-RETORNO
005330             MOVE LVE-DATA-RETORNO TO WRK-ULTIMO-RETORNO
005340         END-IF
005350     END-IF.
005360 2510-SCAN-LEAVE-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------
005390* 2600-WRITE-HISTORY - APPEND ONE EMPLOYMENT HISTORY RECORD FOR
005400*    THE TRANSACTION JUST APPLIED, WITH THE LEAVE RECORDS AS ITS
005410*    IMAGES - NO BEFORE IMAGE WHEN THE LEAVE STARTS.
005420*----------------------------------------------------------------
005430 2600-WRITE-HISTORY.
005440     MOVE SPACES                 TO HST-LOG-RECORD.
005450     ACCEPT HST-DATA             FROM DATE YYYYMMDD.
005460     ACCEPT HST-HORA             FROM TIME.
005470     MOVE 'PROG062 '             TO HST-PROGRAMA.
005480     MOVE WRK-OPERADOR           TO HST-OPERADOR.
005490     SET HST-ACAO-AFASTAMENTO    TO TRUE.
005500     MOVE LT-MATRICULA           TO HST-MATRICULA.
005510     MOVE WRK-IMAGEM-ANTES       TO HST-ANTES.
005520     MOVE LEAVE-MASTER-RECORD    TO HST-DEPOIS.
005530     WRITE HST-LOG-RECORD.
005540 2600-WRITE-HISTORY-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------
005570* 9999-FINALIZE - PRINT END-OF-JOB TOTALS AND CLOSE THE FILES.
005580*----------------------------------------------------------------
005590 9999-FINALIZE.
005600     DISPLAY '------------ PROG062 - TOTAIS ------------'.
005610     DISPLAY 'AFASTAMENTOS.. ' WRK-INICIO-COUNT.
005620     DISPLAY 'PRORROGACOES.. ' WRK-PRORROGA-COUNT.
005630     DISPLAY 'RETORNOS...... ' WRK-RETORNO-COUNT.
005640     DISPLAY 'REJEITADAS.... ' WRK-REJECT-COUNT.
005650     CLOSE LEAVE-TRANS-IN.
005660     CLOSE EMPLOYEE-MASTER.
005670     CLOSE LEAVE-MASTER.
005680     CLOSE EMP-HISTORY.
005690     CLOSE LEAVE-RPT.
005700 9999-FINALIZE-EXIT.
005710     EXIT.
