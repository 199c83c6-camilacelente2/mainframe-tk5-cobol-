000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG061.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - MAINTAINS DEPENDENT-MASTER FROM A
000090*    TRANSACTION FILE OF ADD (I), CHANGE (A) AND DELETE (E)
000100*    REQUESTS KEYED ON THE MATRICULA AND ITS PROG034 CHECK
000110*    DIGIT. AN ADD IS GIVEN THE NEXT FREE SEQUENCE UNDER THE
000120*    MATRICULA; A CHANGE OR DELETE NAMES THE SEQUENCE, AND A
000130*    CHANGE KEEPS ANY FIELD LEFT BLANK. EVERY APPLIED
000140*    TRANSACTION IS WRITTEN TO THE EMPLOYMENT HISTORY WITH THE
000150*    DEPENDENT RECORDS AS ITS BEFORE/AFTER IMAGES, AND PRINTED
000160*    ON THE REPORT WITH END-OF-JOB TOTALS.
000170*    MODELED ON PROG012'S EMPLOYEE-MASTER MAINTENANCE.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*----------------------------------------------------------------
000210* 2026-10-15  RM  ORIGINAL PROGRAM.
000212* 2026-10-15  RM  ACCEPT DEPENDENTS FOR AN EMPLOYEE ON LEAVE
000214*                 (AFASTADO) - ONLY TERMINATED AND MERGED
000216*                 EMPLOYEES ARE REFUSED.
000220*----------------------------------------------------------------
000230 ENVIRONMENT                     DIVISION.
000240 CONFIGURATION                   SECTION.
000250 SOURCE-COMPUTER.                IBM-370.
000260 OBJECT-COMPUTER.                IBM-370.
000270 INPUT-OUTPUT                    SECTION.
000280 FILE-CONTROL.
000290     SELECT DEP-TRANS-IN         ASSIGN TO DPNDTRIN
000300                                 ORGANIZATION IS SEQUENTIAL
000310                                 FILE STATUS IS WS-TRANS-STATUS.
000320     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000330                                 ORGANIZATION IS INDEXED
000340                                 ACCESS MODE IS DYNAMIC
000350                                 RECORD KEY IS EMP-MATRICULA
000360                                 ALTERNATE RECORD KEY IS EMP-NOME
000370                                     WITH DUPLICATES
000380                                 FILE STATUS IS WS-EMP-STATUS.
000390     SELECT DEPENDENT-MASTER     ASSIGN TO DPNDMAST
000400                                 ORGANIZATION IS INDEXED
000410                                 ACCESS MODE IS DYNAMIC
000420                                 RECORD KEY IS DPN-CHAVE
000430                                 FILE STATUS IS WS-DPN-STATUS.
000440     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
000450                                 ORGANIZATION IS SEQUENTIAL
000460                                 FILE STATUS IS WS-HST-STATUS.
000470     SELECT DEPENDENT-RPT        ASSIGN TO DPNDRPT
000480                                 ORGANIZATION IS SEQUENTIAL
000490                                 FILE STATUS IS WS-RPT-STATUS.
000500 DATA                            DIVISION.
000510 FILE                            SECTION.
000520 FD  DEP-TRANS-IN
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 60 CHARACTERS.
000550 01  DEP-TRANS-RECORD.
000560     05  DT-TRANS-CODE           PIC X(01).
000570         88  DT-IS-INCLUI                    VALUE 'I'.
000580         88  DT-IS-ALTERA                    VALUE 'A'.
000590         88  DT-IS-EXCLUI                    VALUE 'E'.
000600     05  DT-MATRICULA            PIC 9(06).
000610     05  DT-DIGITO               PIC 9(01).
000620     05  DT-SEQUENCIA            PIC 9(02).
000630     05  DT-NOME                 PIC X(30).
000640     05  DT-PARENTESCO           PIC X(01).
000650     05  DT-DATA-NASCIMENTO      PIC X(08).
000660     05  DT-DATA-NASC-R          REDEFINES DT-DATA-NASCIMENTO.
000670         10  DT-NASC-ANO         PIC 9(04).
000680         10  DT-NASC-MES         PIC 9(02).
000690         10  DT-NASC-DIA         PIC 9(02).
000700     05  FILLER                  PIC X(11).
000710 FD  EMPLOYEE-MASTER
000720     LABEL RECORDS ARE STANDARD.
000730     COPY EMPMAST.
000740 FD  DEPENDENT-MASTER
000750     LABEL RECORDS ARE STANDARD.
000760     COPY DPNDMAST.
000770 FD  EMP-HISTORY
000780     LABEL RECORDS ARE STANDARD.
000790     COPY EMPHIST.
000800 FD  DEPENDENT-RPT
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 132 CHARACTERS.
000830 01  RPT-LINE                    PIC X(132).
000840 WORKING-STORAGE                 SECTION.
000850     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
000860     COPY MATRLINK               REPLACING ==:PFX:== BY ==WRK==.
000870 01  HEADING-LINE-1.
000880     05  FILLER                  PIC X(40)
000890             VALUE 'MANUTENCAO DEPENDENTES - PROG061'.
000900     05  FILLER                  PIC X(92) VALUE SPACES.
000910 01  HEADING-LINE-2.
000920     05  FILLER                  PIC X(4)  VALUE 'TRN '.
000930     05  FILLER                  PIC X(10) VALUE 'MATRICULA '.
000940     05  FILLER                  PIC X(05) VALUE 'SEQ  '.
000950     05  FILLER                  PIC X(32)
000960             VALUE 'NOME DO DEPENDENTE            '.
000970     05  FILLER                  PIC X(05) VALUE 'PAR  '.
000980     05  FILLER                  PIC X(12) VALUE 'NASCIMENTO  '.
000990     05  FILLER                  PIC X(24)
001000             VALUE 'SITUACAO                '.
001010     05  FILLER                  PIC X(40) VALUE SPACES.
001020 01  DETAIL-LINE.
001030     05  DTL-TRANS-CODE          PIC X(02).
001040     05  FILLER                  PIC X(02) VALUE SPACES.
001050     05  DTL-MATRICULA           PIC X(06).
001060     05  FILLER                  PIC X(04) VALUE SPACES.
001070     05  DTL-SEQUENCIA           PIC X(02).
001080     05  FILLER                  PIC X(03) VALUE SPACES.
001090     05  DTL-NOME                PIC X(30).
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  DTL-PARENTESCO          PIC X(01).
001120     05  FILLER                  PIC X(04) VALUE SPACES.
001130     05  DTL-DATA-NASCIMENTO     PIC X(08).
001140     05  FILLER                  PIC X(04) VALUE SPACES.
001150     05  DTL-SITUACAO            PIC X(24).
001160     05  FILLER                  PIC X(40) VALUE SPACES.
001170 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
001180     88  TRANS-STATUS-OK                    VALUE '00'.
001190     88  TRANS-STATUS-EOF                   VALUE '10'.
001200 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
001210     88  EMP-STATUS-OK                      VALUE '00'.
001220     88  EMP-STATUS-NOT-FOUND               VALUE '23'.
001230 77  WS-DPN-STATUS               PIC X(02)  VALUE SPACES.
001240     88  DPN-STATUS-OK                      VALUE '00'.
001250     88  DPN-STATUS-NOT-FOUND               VALUE '23'.
001260     88  DPN-STATUS-NEW-FILE                VALUE '35'.
001270 77  WS-HST-STATUS               PIC X(02)  VALUE SPACES.
001280     88  HST-STATUS-OK                      VALUE '00'.
001290     88  HST-STATUS-NEW-FILE                VALUE '05' '35'.
001300 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001310     88  RPT-STATUS-OK                      VALUE '00'.
001320 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
001330 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
001340     88  OPERADOR-IS-VALID                  VALUE 'Y'.
001350     88  OPERADOR-IS-INVALID                VALUE 'N'.
001360 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001370     88  END-OF-TRANS-FILE                  VALUE 'Y'.
001380 77  WRK-SCAN-SWITCH             PIC X(01)  VALUE 'N'.
001390     88  END-OF-SCAN                        VALUE 'Y'.
001400 77  WRK-EDIT-SWITCH             PIC X(01)  VALUE 'Y'.
001410     88  EDIT-IS-VALID                      VALUE 'Y'.
001420     88  EDIT-IS-INVALID                    VALUE 'N'.
001430 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
001440 77  WRK-PARENTESCO              PIC X(01)  VALUE SPACE.
001450     88  PARENTESCO-IS-VALIDO               VALUE 'C' 'F' 'E'
001460                                                  'P' 'O'.
001470 77  WRK-IMAGEM-ANTES            PIC X(80)  VALUE SPACES.
001480 77  WRK-PROX-SEQUENCIA          PIC 9(03)  VALUE ZERO.
001490 77  WRK-ADD-COUNT               PIC 9(06)  COMP VALUE ZERO.
001500 77  WRK-CHANGE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001510 77  WRK-DELETE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001520 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001530 PROCEDURE                       DIVISION.
001540*----------------------------------------------------------------
001550* 0000-MAINLINE
001560*----------------------------------------------------------------
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001590     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
001600         UNTIL OPERADOR-IS-VALID.
001610     PERFORM 2000-PROCESS-TRANS  THRU 2000-PROCESS-TRANS-EXIT
001620         UNTIL END-OF-TRANS-FILE.
001630     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001640     IF WRK-REJECT-COUNT > ZERO
001650         MOVE 4 TO RETURN-CODE
001660     END-IF.
001670     STOP RUN.
001680*----------------------------------------------------------------
001690* 1000-INITIALIZE - OPEN FILES, CREATING DEPENDENT-MASTER ON
001700*    THE FIRST RUN, PRINT HEADINGS, READ THE FIRST TRANSACTION.
001710*----------------------------------------------------------------
001720 1000-INITIALIZE.
001730     OPEN INPUT  DEP-TRANS-IN.
001740     OPEN OUTPUT DEPENDENT-RPT.
001750     OPEN INPUT  EMPLOYEE-MASTER.
001760     OPEN I-O    DEPENDENT-MASTER.
001770     IF DPN-STATUS-NEW-FILE
001780         OPEN OUTPUT DEPENDENT-MASTER
001790         CLOSE DEPENDENT-MASTER
001800         OPEN I-O DEPENDENT-MASTER
001810     END-IF.
001820     OPEN EXTEND EMP-HISTORY.
001830     IF HST-STATUS-NEW-FILE
001840         OPEN OUTPUT EMP-HISTORY
001850         CLOSE EMP-HISTORY
001860         OPEN EXTEND EMP-HISTORY
001870     END-IF.
001880     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
001890     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
001900     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
001910     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
001920 1000-INITIALIZE-EXIT.
001930     EXIT.
001940*----------------------------------------------------------------
001950* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
001960*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
001970*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT.
001980*----------------------------------------------------------------
001990 1500-SIGNON.
002000     MOVE 'PROG061 '             TO WRK-SGN-PROGRAMA.
002010     MOVE 3                      TO WRK-SGN-NIVEL.
002020     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
002030                                 WRK-SGN-OPERADOR,
002040                                 WRK-SGN-RETORNO.
002050     IF WRK-SGN-OK
002060         SET OPERADOR-IS-VALID TO TRUE
002070         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
002080     ELSE
002090         SET OPERADOR-IS-INVALID TO TRUE
002100     END-IF.
002110 1500-SIGNON-EXIT.
002120     EXIT.
002130*----------------------------------------------------------------
002140* 2000-PROCESS-TRANS - VERIFY THE MATRICULA AND LOCATE THE
002150*    EMPLOYEE, APPLY THE TRANSACTION TO DEPENDENT-MASTER AND
002160*    PRINT A DETAIL LINE, THEN READ THE NEXT TRANSACTION.
002170*----------------------------------------------------------------
002180 2000-PROCESS-TRANS.
002190     MOVE SPACES                 TO DETAIL-LINE.
002200     MOVE DT-TRANS-CODE          TO DTL-TRANS-CODE.
002210     MOVE DT-MATRICULA           TO DTL-MATRICULA.
002220     MOVE DT-SEQUENCIA           TO DTL-SEQUENCIA.
002230     MOVE DT-NOME                TO DTL-NOME.
002240     MOVE DT-PARENTESCO          TO DTL-PARENTESCO.
002250     MOVE DT-DATA-NASCIMENTO     TO DTL-DATA-NASCIMENTO.
002260     IF NOT DT-IS-INCLUI AND NOT DT-IS-ALTERA
002270         AND NOT DT-IS-EXCLUI
002280         MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
002290         ADD 1 TO WRK-REJECT-COUNT
002300         GO TO 2000-WRITE-DETAIL
002310     END-IF.
002320     IF DT-MATRICULA NOT NUMERIC
002330         OR DT-MATRICULA = ZERO
002340         MOVE 'MATRICULA INVALIDA' TO DTL-SITUACAO
002350         ADD 1 TO WRK-REJECT-COUNT
002360         GO TO 2000-WRITE-DETAIL
002370     END-IF.
002380     MOVE DT-MATRICULA           TO WRK-MATRICULA-DV.
002390     MOVE DT-DIGITO              TO WRK-DIGITO.
002400     PERFORM 2040-VERIFY-DIGITO  THRU 2040-VERIFY-DIGITO-EXIT.
002410     IF WRK-DV-INVALIDO
002420         MOVE 'DIGITO INVALIDO'  TO DTL-SITUACAO
002430         ADD 1 TO WRK-REJECT-COUNT
002440         GO TO 2000-WRITE-DETAIL
002450     END-IF.
002460     MOVE DT-MATRICULA           TO EMP-MATRICULA.
002470     READ EMPLOYEE-MASTER
002480         INVALID KEY
002490             MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-SITUACAO
002500             ADD 1 TO WRK-REJECT-COUNT
002510             GO TO 2000-WRITE-DETAIL
002520     END-READ.
002530     IF NOT DT-IS-EXCLUI AND NOT EMP-IS-VINCULADO
002540         MOVE 'FUNCIONARIO NAO ATIVO' TO DTL-SITUACAO
002550         ADD 1 TO WRK-REJECT-COUNT
002560         GO TO 2000-WRITE-DETAIL
002570     END-IF.
002580     EVALUATE TRUE
002590         WHEN DT-IS-INCLUI
002600             PERFORM 2100-APPLY-INCLUI
002610                                THRU 2100-APPLY-INCLUI-EXIT
002620         WHEN DT-IS-ALTERA
002630             PERFORM 2200-APPLY-ALTERA
002640                                THRU 2200-APPLY-ALTERA-EXIT
002650         WHEN DT-IS-EXCLUI
002660             PERFORM 2300-APPLY-EXCLUI
002670                                THRU 2300-APPLY-EXCLUI-EXIT
002680     END-EVALUATE.
002690 2000-WRITE-DETAIL.
002700     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
002710     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
002720 2000-PROCESS-TRANS-EXIT.
002730     EXIT.
002740*----------------------------------------------------------------
002750* 2040-VERIFY-DIGITO - CHECK THE KEYED MATRICULA AND DIGIT PAIR
002760*    THROUGH PROG034. THE CALLER PLACES THE PAIR IN
002770*    WRK-MATRICULA-DV AND WRK-DIGITO AND TESTS WRK-DV-RETORNO.
002780*----------------------------------------------------------------
002790 2040-VERIFY-DIGITO.
002800     MOVE 'V'                    TO WRK-DV-FUNCAO.
002810     CALL 'PROG034' USING WRK-MATRICULA-DV, WRK-DIGITO,
002820                                 WRK-DV-FUNCAO, WRK-DV-RETORNO.
002830 2040-VERIFY-DIGITO-EXIT.
002840     EXIT.
002850*----------------------------------------------------------------
002860* 2050-EDIT-FIELDS - EDIT THE DEPENDENT FIELDS KEYED ON THE
002870*    TRANSACTION. ON A CHANGE A BLANK FIELD IS LEFT AS IT IS;
002880*    ON AN ADD EVERY FIELD IS REQUIRED. THE BIRTH DATE MUST BE
002890*    A PLAUSIBLE YYYYMMDD NOT AFTER TODAY.
002900*----------------------------------------------------------------
002910 2050-EDIT-FIELDS.
002920     SET EDIT-IS-VALID           TO TRUE.
002930     IF DT-IS-INCLUI AND DT-NOME = SPACES
002940         MOVE 'NOME OBRIGATORIO' TO DTL-SITUACAO
002950         SET EDIT-IS-INVALID TO TRUE
002960         GO TO 2050-EDIT-FIELDS-EXIT
002970     END-IF.
002980     IF DT-PARENTESCO NOT = SPACE OR DT-IS-INCLUI
002990         MOVE DT-PARENTESCO      TO WRK-PARENTESCO
003000         IF NOT PARENTESCO-IS-VALIDO
003010             MOVE 'PARENTESCO INVALIDO' TO DTL-SITUACAO
003020             SET EDIT-IS-INVALID TO TRUE
003030             GO TO 2050-EDIT-FIELDS-EXIT
003040         END-IF
003050     END-IF.
003060     IF DT-DATA-NASCIMENTO = SPACES AND NOT DT-IS-INCLUI
003070         GO TO 2050-EDIT-FIELDS-EXIT
003080     END-IF.
003090     IF DT-DATA-NASCIMENTO NOT NUMERIC
003100         OR DT-NASC-MES < 1 OR DT-NASC-MES > 12
003110         OR DT-NASC-DIA < 1 OR DT-NASC-DIA > 31
003120         OR DT-DATA-NASCIMENTO > WRK-DATA-HOJE
003130         MOVE 'DATA NASCIMENTO INVALIDA' TO DTL-SITUACAO
003140         SET EDIT-IS-INVALID TO TRUE
003150     END-IF.
003160 2050-EDIT-FIELDS-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------
003190* 2100-APPLY-INCLUI - EDIT THE NEW DEPENDENT, GIVE IT THE NEXT
003200*    FREE SEQUENCE UNDER THE MATRICULA AND WRITE IT.
003210*----------------------------------------------------------------
003220 2100-APPLY-INCLUI.
003230     PERFORM 2050-EDIT-FIELDS    THRU 2050-EDIT-FIELDS-EXIT.
003240     IF EDIT-IS-INVALID
003250         ADD 1 TO WRK-REJECT-COUNT
003260         GO TO 2100-APPLY-INCLUI-EXIT
003270     END-IF.
003280     PERFORM 2500-NEXT-SEQUENCIA THRU 2500-NEXT-SEQUENCIA-EXIT.
003290     IF WRK-PROX-SEQUENCIA > 99
003300         MOVE 'LIMITE DE DEPENDENTES' TO DTL-SITUACAO
003310         ADD 1 TO WRK-REJECT-COUNT
003320         GO TO 2100-APPLY-INCLUI-EXIT
003330     END-IF.
003340     MOVE SPACES                 TO WRK-IMAGEM-ANTES.
003350     MOVE SPACES                 TO DEPENDENT-MASTER-RECORD.
003360     MOVE DT-MATRICULA           TO DPN-MATRICULA.
003370     MOVE WRK-PROX-SEQUENCIA     TO DPN-SEQUENCIA.
003380     MOVE DT-NOME                TO DPN-NOME.
003390     MOVE DT-PARENTESCO          TO DPN-PARENTESCO.
003400     MOVE DT-DATA-NASCIMENTO     TO DPN-DATA-NASCIMENTO.
003410     MOVE WRK-DATA-HOJE          TO DPN-DATA-ALTERACAO.
003420     MOVE WRK-OPERADOR           TO DPN-OPERADOR.
003430     WRITE DEPENDENT-MASTER-RECORD.
003440     MOVE DPN-SEQUENCIA          TO DTL-SEQUENCIA.
003450     MOVE 'INCLUIDO'             TO DTL-SITUACAO.
003460     ADD 1 TO WRK-ADD-COUNT.
003470     PERFORM 2600-WRITE-HISTORY  THRU 2600-WRITE-HISTORY-EXIT.
003480 2100-APPLY-INCLUI-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510* 2200-APPLY-ALTERA - READ THE DEPENDENT NAMED, EDIT THE FIELDS
003520*    KEYED AND REWRITE IT WITH THE ONES THAT ARE NOT BLANK.
003530*----------------------------------------------------------------
003540 2200-APPLY-ALTERA.
003550     PERFORM 2250-LOCATE-DEPENDENT
003560                                THRU 2250-LOCATE-DEPENDENT-EXIT.
003570     IF DPN-STATUS-NOT-FOUND
003580         GO TO 2200-APPLY-ALTERA-EXIT
003590     END-IF.
003600     PERFORM 2050-EDIT-FIELDS    THRU 2050-EDIT-FIELDS-EXIT.
003610     IF EDIT-IS-INVALID
003620         ADD 1 TO WRK-REJECT-COUNT
003630         GO TO 2200-APPLY-ALTERA-EXIT
003640     END-IF.
003650     IF DT-NOME NOT = SPACES
003660         MOVE DT-NOME            TO DPN-NOME
003670     END-IF.
003680     IF DT-PARENTESCO NOT = SPACE
003690         MOVE DT-PARENTESCO      TO DPN-PARENTESCO
003700     END-IF.
003710     IF DT-DATA-NASCIMENTO NOT = SPACES
003720         MOVE DT-DATA-NASCIMENTO TO DPN-DATA-NASCIMENTO
003730     END-IF.
003740     IF DPN-DADOS = WRK-IMAGEM-ANTES (9:39)
003750         MOVE 'SEM ALTERACAO'    TO DTL-SITUACAO
003760         ADD 1 TO WRK-REJECT-COUNT
003770         GO TO 2200-APPLY-ALTERA-EXIT
003780     END-IF.
003790     MOVE WRK-DATA-HOJE          TO DPN-DATA-ALTERACAO.
003800     MOVE WRK-OPERADOR           TO DPN-OPERADOR.
003810     REWRITE DEPENDENT-MASTER-RECORD.
003820     MOVE DPN-NOME               TO DTL-NOME.
003830     MOVE DPN-PARENTESCO         TO DTL-PARENTESCO.
003840     MOVE DPN-DATA-NASCIMENTO    TO DTL-DATA-NASCIMENTO.
003850     MOVE 'ALTERADO'             TO DTL-SITUACAO.
003860     ADD 1 TO WRK-CHANGE-COUNT.
003870     PERFORM 2600-WRITE-HISTORY  THRU 2600-WRITE-HISTORY-EXIT.
003880 2200-APPLY-ALTERA-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------
003910* 2250-LOCATE-DEPENDENT - READ THE DEPENDENT THE TRANSACTION
003920*    NAMES AND KEEP ITS BEFORE IMAGE. A MISSING ONE IS REJECTED
003930*    HERE AND LEAVES THE NOT-FOUND STATUS FOR THE CALLER.
003940*----------------------------------------------------------------
003950 2250-LOCATE-DEPENDENT.
003960     IF DT-SEQUENCIA NOT NUMERIC
003970         OR DT-SEQUENCIA = ZERO
003980         MOVE 'SEQUENCIA INVALIDA' TO DTL-SITUACAO
003990         ADD 1 TO WRK-REJECT-COUNT
004000         SET DPN-STATUS-NOT-FOUND TO TRUE
004010         GO TO 2250-LOCATE-DEPENDENT-EXIT
004020     END-IF.
004030     MOVE DT-MATRICULA           TO DPN-MATRICULA.
004040     MOVE DT-SEQUENCIA           TO DPN-SEQUENCIA.
004050     READ DEPENDENT-MASTER
004060         INVALID KEY
004070             MOVE 'DEPENDENTE NAO ACHADO' TO DTL-SITUACAO
004080             ADD 1 TO WRK-REJECT-COUNT
004090             GO TO 2250-LOCATE-DEPENDENT-EXIT
004100     END-READ.
004110     MOVE DEPENDENT-MASTER-RECORD TO WRK-IMAGEM-ANTES.
004120 2250-LOCATE-DEPENDENT-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150* 2300-APPLY-EXCLUI - READ THE DEPENDENT NAMED AND DELETE IT.
004160*----------------------------------------------------------------
004170 2300-APPLY-EXCLUI.
004180     PERFORM 2250-LOCATE-DEPENDENT
004190                                THRU 2250-LOCATE-DEPENDENT-EXIT.
004200     IF DPN-STATUS-NOT-FOUND
004210         GO TO 2300-APPLY-EXCLUI-EXIT
004220     END-IF.
004230     MOVE DPN-NOME               TO DTL-NOME.
004240     MOVE DPN-PARENTESCO         TO DTL-PARENTESCO.
004250     MOVE DPN-DATA-NASCIMENTO    TO DTL-DATA-NASCIMENTO.
004260     DELETE DEPENDENT-MASTER RECORD.
004270     MOVE 'EXCLUIDO'             TO DTL-SITUACAO.
004280     ADD 1 TO WRK-DELETE-COUNT.
004290     MOVE SPACES                 TO DEPENDENT-MASTER-RECORD.
004300     PERFORM 2600-WRITE-HISTORY  THRU 2600-WRITE-HISTORY-EXIT.
004310 2300-APPLY-EXCLUI-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340* 2400-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
004350*----------------------------------------------------------------
004360 2400-READ-TRANS.
004370     READ DEP-TRANS-IN
004380         AT END
004390             SET END-OF-TRANS-FILE TO TRUE
004400     END-READ.
004410 2400-READ-TRANS-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440* 2500-NEXT-SEQUENCIA - BROWSE THE MATRICULA'S DEPENDENTS FROM
004450*    SEQUENCE ZERO AND LEAVE ONE PAST THE HIGHEST IN USE.
004460*----------------------------------------------------------------
004470 2500-NEXT-SEQUENCIA.
004480     MOVE 1                      TO WRK-PROX-SEQUENCIA.
004490     MOVE 'N'                    TO WRK-SCAN-SWITCH.
004500     MOVE DT-MATRICULA           TO DPN-MATRICULA.
004510     MOVE ZERO                   TO DPN-SEQUENCIA.
004520     START DEPENDENT-MASTER KEY IS NOT LESS THAN DPN-CHAVE
004530         INVALID KEY
004540             SET END-OF-SCAN TO TRUE
004550     END-START.
004560     PERFORM 2510-SCAN-DEPENDENT THRU 2510-SCAN-DEPENDENT-EXIT
004570         UNTIL END-OF-SCAN.
004580 2500-NEXT-SEQUENCIA-EXIT.
004590     EXIT.
004600*----------------------------------------------------------------
004610* 2510-SCAN-DEPENDENT - READ THE NEXT DEPENDENT IN KEY ORDER
004620*    WHILE IT STILL BELONGS TO THE MATRICULA.
004630*----------------------------------------------------------------
004640 2510-SCAN-DEPENDENT.
004650     READ DEPENDENT-MASTER NEXT RECORD
004660         AT END
004670             SET END-OF-SCAN TO TRUE
004680             GO TO 2510-SCAN-DEPENDENT-EXIT
004690     END-READ.
004700     IF DPN-MATRICULA NOT = DT-MATRICULA
004710         SET END-OF-SCAN TO TRUE
004720         GO TO 2510-SCAN-DEPENDENT-EXIT
004730     END-IF.
004740     COMPUTE WRK-PROX-SEQUENCIA = DPN-SEQUENCIA + 1.
004750 2510-SCAN-DEPENDENT-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780* 2600-WRITE-HISTORY - APPEND ONE EMPLOYMENT HISTORY RECORD FOR
004790*    THE TRANSACTION JUST APPLIED, WITH THE DEPENDENT RECORDS AS
004800*    ITS IMAGES - NO BEFORE IMAGE FOR AN ADD, NO AFTER IMAGE
004810*    FOR A DELETE.
004820*----------------------------------------------------------------
004830 2600-WRITE-HISTORY.
004840     MOVE SPACES                 TO HST-LOG-RECORD.
004850     ACCEPT HST-DATA             FROM DATE YYYYMMDD.
004860     ACCEPT HST-HORA             FROM TIME.
004870     MOVE 'PROG061 '             TO HST-PROGRAMA.
004880     MOVE WRK-OPERADOR           TO HST-OPERADOR.
004890     SET HST-ACAO-DEPENDENTE     TO TRUE.
004900     MOVE DT-MATRICULA           TO HST-MATRICULA.
004910     MOVE WRK-IMAGEM-ANTES       TO HST-ANTES.
004920     MOVE DEPENDENT-MASTER-RECORD TO HST-DEPOIS.
004930     WRITE HST-LOG-RECORD.
004940 2600-WRITE-HISTORY-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------
004970* 9999-FINALIZE - PRINT END-OF-JOB TOTALS AND CLOSE THE FILES.
004980*----------------------------------------------------------------
004990 9999-FINALIZE.
005000     DISPLAY '------------ PROG061 - TOTAIS ------------'.
005010     DISPLAY 'INCLUSOES..... ' WRK-ADD-COUNT.
005020     DISPLAY 'ALTERACOES.... ' WRK-CHANGE-COUNT.
005030     DISPLAY 'EXCLUSOES..... ' WRK-DELETE-COUNT.
005040     DISPLAY 'REJEITADAS.... ' WRK-REJECT-COUNT.
005050     CLOSE DEP-TRANS-IN.
005060     CLOSE EMPLOYEE-MASTER.
005070     CLOSE DEPENDENT-MASTER.
005080     CLOSE EMP-HISTORY.
005090     CLOSE DEPENDENT-RPT.
005100 9999-FINALIZE-EXIT.
005110     EXIT.
