000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG072.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - OPERATOR ACTIVITY AND SEGREGATION-OF-DUTIES
000090*    REPORT FOR INTERNAL AUDIT. FOR THE PERIOD ON THE PARAMETER
000100*    CARD (START AND END DATE, AAAAMMDD, OR KEYED AT THE CONSOLE
000110*    WHEN NO CARD IS SUPPLIED) READS EVERY FILE THAT CARRIES AN
000120*    OPERATOR ID - THE REGISTRATION JOURNAL, EMPLOYMENT HISTORY,
000130*    THE REQUESTS STILL AWAITING APPROVAL, THE SIGN-ON AUDIT AND
000140*    THE EMPLOYEE MASTER - AND PRINTS, PER OPERATOR, THE
000150*    REGISTRATIONS, CHANGES, TERMINATIONS, APPROVALS, PENDING
000160*    REQUESTS, SIGN-ONS AND SIGN-ON FAILURES. BEFORE THE SUMMARY
000170*    IT LISTS EVERY SEGREGATION-OF-DUTIES OCCURRENCE FOUND -
000180*      - THE SAME OPERATOR REQUESTING AND RELEASING AN ACTION
000190*        THROUGH PROG043 (HST-SOLICITANTE = HST-OPERADOR);
000200*      - AN OPERATOR REQUESTING, CHANGING, RELEASING OR
000210*        REGISTERING THEIR OWN EMPLOYEE RECORD (SEC-MATRICULA);
000220*      - ACTIVITY IN A PROGRAM ABOVE THE OPERATOR'S SEC-NIVEL,
000230*        OR BY AN OPERATOR NOT ON THE SECURITY MASTER, AND
000240*        SIGN-ONS REFUSED FOR LACK OF LEVEL.
000250*    THE LEVEL EACH PROGRAM ASKS OF PROG050 IS HELD IN
000260*    PROGRAM-LEVEL-VALUES BELOW. A FILE NOT PRESENT IS REPORTED
000270*    AND SKIPPED. THE OPERATOR SIGNS ON AT GERENCIA LEVEL. THE
000280*    RUN ENDS WITH RETURN CODE 4 WHEN ANY OCCURRENCE IS LISTED.
000290*----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*----------------------------------------------------------------
000320* 2026-10-15  RM  ORIGINAL PROGRAM.
000322* 2026-10-15  RM  PROG075, PROG077 AND PROG079 ADDED TO THE
000324*                 PROGRAM LEVEL TABLE.
000330*----------------------------------------------------------------
000340 ENVIRONMENT                     DIVISION.
000350 CONFIGURATION                   SECTION.
000360 SOURCE-COMPUTER.                IBM-370.
000370 OBJECT-COMPUTER.                IBM-370.
000380 INPUT-OUTPUT                    SECTION.
000390 FILE-CONTROL.
000400     SELECT SECURITY-MASTER      ASSIGN TO SECMAST
000410                                 ORGANIZATION IS INDEXED
000420                                 ACCESS MODE IS DYNAMIC
000430                                 RECORD KEY IS SEC-OPERADOR
000440                                 FILE STATUS IS WS-SEC-STATUS.
000450     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000460                                 ORGANIZATION IS INDEXED
000470                                 ACCESS MODE IS DYNAMIC
000480                                 RECORD KEY IS EMP-MATRICULA
000490                                 ALTERNATE RECORD KEY IS EMP-NOME
000500                                     WITH DUPLICATES
000510                                 FILE STATUS IS WS-EMP-STATUS.
000520     SELECT REG-JOURNAL          ASSIGN TO REGJRNL
000530                                 ORGANIZATION IS SEQUENTIAL
000540                                 FILE STATUS IS WS-JRN-STATUS.
000550     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
000560                                 ORGANIZATION IS SEQUENTIAL
000570                                 FILE STATUS IS WS-HST-STATUS.
000580     SELECT APR-IN               ASSIGN TO APRPEND
000590                                 ORGANIZATION IS SEQUENTIAL
000600                                 FILE STATUS IS WS-APRI-STATUS.
000610     SELECT SIGNON-AUDIT         ASSIGN TO SIGNAUD
000620                                 ORGANIZATION IS SEQUENTIAL
000630                                 FILE STATUS IS WS-AUD-STATUS.
000640     SELECT PARM-FILE            ASSIGN TO PARMCARD
000650                                 ORGANIZATION IS SEQUENTIAL
000660                                 FILE STATUS IS WS-PRM-STATUS.
000670     SELECT ATIVIDADE-RPT        ASSIGN TO SODRPT
000680                                 ORGANIZATION IS SEQUENTIAL
000690                                 FILE STATUS IS WS-RPT-STATUS.
000700 DATA                            DIVISION.
000710 FILE                            SECTION.
000720 FD  SECURITY-MASTER
000730     LABEL RECORDS ARE STANDARD.
000740     COPY SECMAST.
000750 FD  EMPLOYEE-MASTER
000760     LABEL RECORDS ARE STANDARD.
000770     COPY EMPMAST.
000780 FD  REG-JOURNAL
000790     LABEL RECORDS ARE STANDARD.
000800     COPY REGJRNL.
000810 FD  EMP-HISTORY
000820     LABEL RECORDS ARE STANDARD.
000830     COPY EMPHIST.
000840 FD  APR-IN
000850     LABEL RECORDS ARE STANDARD.
000860     COPY APPRPEND.
000870 FD  SIGNON-AUDIT
000880     LABEL RECORDS ARE STANDARD.
000890 01  SIGNON-AUDIT-RECORD.
000900     05  SGA-OPERADOR            PIC X(08).
000910     05  SGA-PROGRAMA            PIC X(08).
000920     05  SGA-DATA                PIC X(08).
000930     05  SGA-HORA                PIC X(08).
000940     05  SGA-RESULTADO           PIC X(20).
000950         88  SGA-IS-ACEITO                  VALUE 'ACEITO'
000960                                            'ACEITO SEM SENHA'.
000970         88  SGA-IS-SEM-AUTORIZACAO
000980                                 VALUE 'SEM AUTORIZACAO'.
000990     05  FILLER                  PIC X(08).
001000 FD  PARM-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  PARM-RECORD.
001040     05  PRM-DATA-INICIO         PIC X(08).
001050     05  FILLER                  PIC X(01).
001060     05  PRM-DATA-FIM            PIC X(08).
001070     05  FILLER                  PIC X(63).
001080 FD  ATIVIDADE-RPT
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 132 CHARACTERS.
001110 01  RPT-LINE                    PIC X(132).
001120 WORKING-STORAGE                 SECTION.
001130     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
001140*----------------------------------------------------------------
001150* LEVEL EACH PROGRAM ASKS OF PROG050 AT SIGN-ON - PROGRAM NAME
001160* AND SEC-NIVEL. KEEP IN STEP WITH THE MOVE TO WRK-SGN-NIVEL IN
001170* EACH PROGRAM'S SIGN-ON PARAGRAPH. A PROGRAM NOT LISTED IS
001180* TAKEN AS REGISTRO LEVEL.
001190*----------------------------------------------------------------
001200 01  PROGRAM-LEVEL-VALUES.
001210     05  FILLER                  PIC X(09) VALUE 'PROG002 1'.
001220     05  FILLER                  PIC X(09) VALUE 'PROG007 2'.
001230     05  FILLER                  PIC X(09) VALUE 'PROG010 3'.
001240     05  FILLER                  PIC X(09) VALUE 'PROG012 3'.
001250     05  FILLER                  PIC X(09) VALUE 'PROG013 3'.
001260     05  FILLER                  PIC X(09) VALUE 'PROG015 3'.
001270     05  FILLER                  PIC X(09) VALUE 'PROG018 2'.
001280     05  FILLER                  PIC X(09) VALUE 'PROG026 3'.
001290     05  FILLER                  PIC X(09) VALUE 'PROG029 3'.
001300     05  FILLER                  PIC X(09) VALUE 'PROG035 3'.
001310     05  FILLER                  PIC X(09) VALUE 'PROG043 3'.
001320     05  FILLER                  PIC X(09) VALUE 'PROG049 3'.
001330     05  FILLER                  PIC X(09) VALUE 'PROG051 3'.
001340     05  FILLER                  PIC X(09) VALUE 'PROG053 3'.
001350     05  FILLER                  PIC X(09) VALUE 'PROG054 3'.
001360     05  FILLER                  PIC X(09) VALUE 'PROG055 3'.
001370     05  FILLER                  PIC X(09) VALUE 'PROG059 3'.
001380     05  FILLER                  PIC X(09) VALUE 'PROG061 3'.
001390     05  FILLER                  PIC X(09) VALUE 'PROG062 3'.
001400     05  FILLER                  PIC X(09) VALUE 'PROG067 4'.
001410     05  FILLER                  PIC X(09) VALUE 'PROG069 3'.
001420     05  FILLER                  PIC X(09) VALUE 'PROG070 4'.
001430     05  FILLER                  PIC X(09) VALUE 'PROG072 4'.
001432     05  FILLER                  PIC X(09) VALUE 'PROG075 3'.
001434     05  FILLER                  PIC X(09) VALUE 'PROG077 3'.
001436     05  FILLER                  PIC X(09) VALUE 'PROG079 3'.
001440 01  PROGRAM-LEVEL-TABLE         REDEFINES PROGRAM-LEVEL-VALUES.
001450     05  PGL-ENTRY               OCCURS 26 TIMES
001460                                 INDEXED BY PGL-IX.
001470         10  PGL-PROGRAMA        PIC X(08).
001480         10  PGL-NIVEL           PIC 9(01).
001490*----------------------------------------------------------------
001500* ONE ENTRY PER OPERATOR SEEN, LOADED FIRST FROM THE SECURITY
001510* MASTER. AN OPERATOR FOUND ONLY ON THE ACTIVITY FILES GETS A
001520* FREE SLOT WITH LEVEL ZERO (NOT ON SECMAST).
001530*----------------------------------------------------------------
001540 01  OPERATOR-TABLE.
001550     05  OPR-ENTRY               OCCURS 200 TIMES
001560                                 INDEXED BY OPR-IX.
001570         10  OPR-OPERADOR        PIC X(08).
001580         10  OPR-NIVEL           PIC 9(01).
001590         10  OPR-MATRICULA       PIC 9(06).
001600         10  OPR-REGISTROS       PIC 9(06)  COMP.
001610         10  OPR-REJEITADOS      PIC 9(06)  COMP.
001620         10  OPR-ALTERACOES      PIC 9(06)  COMP.
001630         10  OPR-DESLIGAMENTOS   PIC 9(06)  COMP.
001640         10  OPR-APROVACOES      PIC 9(06)  COMP.
001650         10  OPR-PENDENTES       PIC 9(06)  COMP.
001660         10  OPR-ACESSOS         PIC 9(06)  COMP.
001670         10  OPR-FALHAS          PIC 9(06)  COMP.
001680         10  OPR-OCORRENCIAS     PIC 9(06)  COMP.
001690 01  HEADING-LINE-1.
001700     05  FILLER                  PIC X(40)
001710             VALUE 'ATIVIDADE DE OPERADORES E SEGREGACAO DE '.
001720     05  FILLER                  PIC X(22)
001730             VALUE 'FUNCOES - PROG072'.
001740     05  FILLER                  PIC X(08) VALUE 'PERIODO '.
001750     05  HDR-INICIO              PIC X(08).
001760     05  FILLER                  PIC X(03) VALUE ' A '.
001770     05  HDR-FIM                 PIC X(08).
001780     05  FILLER                  PIC X(12) VALUE '   OPERADOR '.
001790     05  HDR-OPERADOR            PIC X(08).
001800     05  FILLER                  PIC X(23) VALUE SPACES.
001810 01  SECTION-LINE.
001820     05  FILLER                  PIC X(04) VALUE '*** '.
001830     05  SCL-TITULO              PIC X(50).
001840     05  FILLER                  PIC X(78) VALUE SPACES.
001850 01  OCCURRENCE-HEADING.
001860     05  FILLER                  PIC X(40)
001870             VALUE 'DATA      HORA      OPERADOR  PROGRAMA  '.
001880     05  FILLER                  PIC X(40)
001890             VALUE 'MATRIC  A  OCORRENCIA'.
001900     05  FILLER                  PIC X(52) VALUE SPACES.
001910 01  OCCURRENCE-LINE.
001920     05  OCL-DATA                PIC X(08).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  OCL-HORA                PIC X(08).
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  OCL-OPERADOR            PIC X(08).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  OCL-PROGRAMA            PIC X(08).
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  OCL-MATRICULA           PIC X(06).
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  OCL-ACAO                PIC X(01).
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  OCL-TEXTO               PIC X(40).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  OCL-NIVEIS              PIC X(20).
002070     05  FILLER                  PIC X(18) VALUE SPACES.
002080 01  LEVEL-TEXT.
002090     05  FILLER                  PIC X(06) VALUE 'NIVEL '.
002100     05  LVT-NIVEL               PIC 9(01).
002110     05  FILLER                  PIC X(09) VALUE ' EXIGIDO '.
002120     05  LVT-EXIGIDO             PIC 9(01).
002130     05  FILLER                  PIC X(03) VALUE SPACES.
002140 01  SUMMARY-HEADING.
002150     05  FILLER                  PIC X(21)
002160             VALUE 'OPERADOR  NIV  MATRIC'.
002170     05  FILLER                  PIC X(27)
002180             VALUE '   REGIST   REJEIT   ALTER.'.
002190     05  FILLER                  PIC X(27)
002200             VALUE '   DESLIG   APROV.    PEND.'.
002210     05  FILLER                  PIC X(27)
002220             VALUE '   ACESSO   FALHAS   OCORR.'.
002230     05  FILLER                  PIC X(30) VALUE SPACES.
002240 01  SUMMARY-LINE.
002250     05  SML-OPERADOR            PIC X(08).
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  SML-NIVEL               PIC X(03).
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  SML-MATRICULA           PIC X(06).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  SML-REGISTROS           PIC ZZZ,ZZ9.
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  SML-REJEITADOS          PIC ZZZ,ZZ9.
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  SML-ALTERACOES          PIC ZZZ,ZZ9.
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  SML-DESLIGAMENTOS       PIC ZZZ,ZZ9.
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  SML-APROVACOES          PIC ZZZ,ZZ9.
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  SML-PENDENTES           PIC ZZZ,ZZ9.
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  SML-ACESSOS             PIC ZZZ,ZZ9.
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  SML-FALHAS              PIC ZZZ,ZZ9.
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  SML-OCORRENCIAS         PIC ZZZ,ZZ9.
002480     05  FILLER                  PIC X(30) VALUE SPACES.
002490 01  NOTE-LINE.
002500     05  FILLER                  PIC X(04) VALUE SPACES.
002510     05  NTL-TEXTO               PIC X(40).
002520     05  NTL-ARQUIVO             PIC X(08).
002530     05  FILLER                  PIC X(80) VALUE SPACES.
002540 77  WS-SEC-STATUS               PIC X(02)  VALUE SPACES.
002550     88  SEC-STATUS-OK                      VALUE '00'.
002560     88  SEC-STATUS-NEW-FILE                VALUE '35'.
002570 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
002580     88  EMP-STATUS-OK                      VALUE '00'.
002590     88  EMP-STATUS-NEW-FILE                VALUE '35'.
002600 77  WS-JRN-STATUS               PIC X(02)  VALUE SPACES.
002610     88  JRN-STATUS-OK                      VALUE '00'.
002620     88  JRN-STATUS-NEW-FILE                VALUE '35'.
002630 77  WS-HST-STATUS               PIC X(02)  VALUE SPACES.
002640     88  HST-STATUS-OK                      VALUE '00'.
002650     88  HST-STATUS-NEW-FILE                VALUE '35'.
002660 77  WS-APRI-STATUS              PIC X(02)  VALUE SPACES.
002670     88  APRI-STATUS-OK                     VALUE '00'.
002680     88  APRI-STATUS-NEW-FILE               VALUE '35'.
002690 77  WS-AUD-STATUS               PIC X(02)  VALUE SPACES.
002700     88  AUD-STATUS-OK                      VALUE '00'.
002710     88  AUD-STATUS-NEW-FILE                VALUE '35'.
002720 77  WS-PRM-STATUS               PIC X(02)  VALUE SPACES.
002730     88  PRM-STATUS-OK                      VALUE '00'.
002740     88  PRM-STATUS-NEW-FILE                VALUE '35'.
002750 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
002760     88  RPT-STATUS-OK                      VALUE '00'.
002770 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
002780 77  WRK-DATA-INICIO             PIC X(08)  VALUE SPACES.
002790 77  WRK-DATA-FIM                PIC X(08)  VALUE SPACES.
002800 77  WRK-OPR-CHAVE               PIC X(08)  VALUE SPACES.
002810 77  WRK-EXECUTOR                PIC X(08)  VALUE SPACES.
002820 77  WRK-NIVEL-EXIGIDO           PIC 9(01)  VALUE ZERO.
002830 77  WRK-OCR-TEXTO               PIC X(40)  VALUE SPACES.
002840 77  WRK-OCR-NIVEIS              PIC X(20)  VALUE SPACES.
002850 77  WRK-OPR-COUNT               PIC 9(05)  COMP VALUE ZERO.
002860 77  WRK-JRN-COUNT               PIC 9(07)  COMP VALUE ZERO.
002870 77  WRK-HST-COUNT               PIC 9(07)  COMP VALUE ZERO.
002880 77  WRK-APR-COUNT               PIC 9(07)  COMP VALUE ZERO.
002890 77  WRK-AUD-COUNT               PIC 9(07)  COMP VALUE ZERO.
002900 77  WRK-EMP-COUNT               PIC 9(07)  COMP VALUE ZERO.
002910 77  WRK-OCR-COUNT               PIC 9(05)  COMP VALUE ZERO.
002920 77  WRK-CHEIA-COUNT             PIC 9(07)  COMP VALUE ZERO.
002930 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
002940     88  OPERADOR-IS-VALID                  VALUE 'Y'.
002950     88  OPERADOR-IS-INVALID                VALUE 'N'.
002960 77  WRK-ACHOU-SWITCH            PIC X(01)  VALUE 'N'.
002970     88  OPR-ACHADO                         VALUE 'Y'.
002980     88  OPR-TABELA-CHEIA                   VALUE 'N'.
002990 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
003000     88  END-OF-INPUT                       VALUE 'Y'.
003010 PROCEDURE                       DIVISION.
003020*----------------------------------------------------------------
003030* 0000-MAINLINE
003040*----------------------------------------------------------------
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
003070     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
003080         UNTIL OPERADOR-IS-VALID.
003090     PERFORM 1700-PRINT-HEADING  THRU 1700-PRINT-HEADING-EXIT.
003100     PERFORM 1800-LOAD-OPERATORS THRU 1800-LOAD-OPERATORS-EXIT.
003110     PERFORM 2000-READ-JOURNAL   THRU 2000-READ-JOURNAL-EXIT.
003120     PERFORM 3000-READ-HISTORY   THRU 3000-READ-HISTORY-EXIT.
003130     PERFORM 4000-READ-PENDING   THRU 4000-READ-PENDING-EXIT.
003140     PERFORM 5000-READ-SIGNONS   THRU 5000-READ-SIGNONS-EXIT.
003150     PERFORM 6000-READ-MASTER    THRU 6000-READ-MASTER-EXIT.
003160     PERFORM 8500-PRINT-SUMMARY  THRU 8500-PRINT-SUMMARY-EXIT.
003170     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
003180     STOP RUN.
003190*----------------------------------------------------------------
003200* 1000-INITIALIZE - TAKE THE PERIOD, CLEAR THE OPERATOR TABLE
003210*    AND OPEN THE REPORT.
003220*----------------------------------------------------------------
003230 1000-INITIALIZE.
003240     PERFORM 1050-GET-PARM       THRU 1050-GET-PARM-EXIT.
003250     SET OPR-IX                  TO 1.
003260     PERFORM 1100-CLEAR-OPERATOR THRU 1100-CLEAR-OPERATOR-EXIT
003270         200 TIMES.
003280     OPEN OUTPUT ATIVIDADE-RPT.
003290 1000-INITIALIZE-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------
003320* 1050-GET-PARM - TAKE THE START AND END DATES FROM THE
003330*    PARAMETER CARD WHEN THE FILE IS SUPPLIED, FALLING BACK TO
003340*    THE CONSOLE PROMPT WHEN IT IS NOT, THE WAY PROG030 TAKES ITS
003350*    RETENTION DATE. A DATE MISSING OR NOT NUMERIC LEAVES THAT
003360*    END OF THE PERIOD OPEN.
003370*----------------------------------------------------------------
003380 1050-GET-PARM.
003390     OPEN INPUT PARM-FILE.
003400     IF PRM-STATUS-NEW-FILE
003410         DISPLAY 'DATA INICIAL (AAAAMMDD)... '
003420         ACCEPT WRK-DATA-INICIO
003430         DISPLAY 'DATA FINAL (AAAAMMDD)..... '
003440         ACCEPT WRK-DATA-FIM
003450         GO TO 1050-GET-PARM-CHECK
003460     END-IF.
003470     READ PARM-FILE
003480         AT END
003490             GO TO 1050-GET-PARM-FECHA
003500     END-READ.
003510     MOVE PRM-DATA-INICIO        TO WRK-DATA-INICIO.
003520     MOVE PRM-DATA-FIM           TO WRK-DATA-FIM.
003530 1050-GET-PARM-FECHA.
003540     CLOSE PARM-FILE.
003550 1050-GET-PARM-CHECK.
003560     IF WRK-DATA-INICIO NOT NUMERIC
003570         MOVE '00000000'         TO WRK-DATA-INICIO
003580     END-IF.
003590     IF WRK-DATA-FIM NOT NUMERIC
003600         MOVE '99999999'         TO WRK-DATA-FIM
003610     END-IF.
003620 1050-GET-PARM-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650* 1100-CLEAR-OPERATOR - FREE ONE OPERATOR TABLE SLOT.
003660*----------------------------------------------------------------
003670 1100-CLEAR-OPERATOR.
003680     MOVE SPACES                 TO OPR-OPERADOR (OPR-IX).
003690     MOVE ZERO                   TO OPR-NIVEL (OPR-IX)
003700                                    OPR-MATRICULA (OPR-IX)
003710                                    OPR-REGISTROS (OPR-IX)
003720                                    OPR-REJEITADOS (OPR-IX)
003730                                    OPR-ALTERACOES (OPR-IX)
003740                                    OPR-DESLIGAMENTOS (OPR-IX)
003750                                    OPR-APROVACOES (OPR-IX)
003760                                    OPR-PENDENTES (OPR-IX)
003770                                    OPR-ACESSOS (OPR-IX)
003780                                    OPR-FALHAS (OPR-IX)
003790                                    OPR-OCORRENCIAS (OPR-IX).
003800     SET OPR-IX                  UP BY 1.
003810 1100-CLEAR-OPERATOR-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
003850*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
003860*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT.
003870*----------------------------------------------------------------
003880 1500-SIGNON.
003890     MOVE 'PROG072 '             TO WRK-SGN-PROGRAMA.
003900     MOVE 4                      TO WRK-SGN-NIVEL.
003910     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
003920                                 WRK-SGN-OPERADOR,
003930                                 WRK-SGN-RETORNO.
003940     IF WRK-SGN-OK
003950         SET OPERADOR-IS-VALID TO TRUE
003960         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
003970     ELSE
003980         SET OPERADOR-IS-INVALID TO TRUE
003990     END-IF.
004000 1500-SIGNON-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030* 1700-PRINT-HEADING - PRINT THE HEADING AND OPEN THE
004040*    OCCURRENCE SECTION.
004050*----------------------------------------------------------------
004060 1700-PRINT-HEADING.
004070     MOVE WRK-DATA-INICIO        TO HDR-INICIO.
004080     MOVE WRK-DATA-FIM           TO HDR-FIM.
004090     MOVE WRK-OPERADOR           TO HDR-OPERADOR.
004100     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
004110     MOVE 'OCORRENCIAS DE SEGREGACAO DE FUNCOES' TO SCL-TITULO.
004120     WRITE RPT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.
004130     WRITE RPT-LINE FROM OCCURRENCE-HEADING
004140                                 AFTER ADVANCING 1 LINE.
004150 1700-PRINT-HEADING-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180* 1800-LOAD-OPERATORS - LOAD EVERY OPERATOR ON THE SECURITY
004190*    MASTER WITH ITS LEVEL AND ITS OWN MATRICULA. RECORDS WRITTEN
004200*    BEFORE SEC-MATRICULA EXISTED CARRY SPACES THERE AND ARE
004210*    TAKEN AS NOT AN EMPLOYEE.
004220*----------------------------------------------------------------
004230 1800-LOAD-OPERATORS.
004240     OPEN INPUT SECURITY-MASTER.
004250     IF SEC-STATUS-NEW-FILE
004260         MOVE 'SECMAST '         TO NTL-ARQUIVO
004270         PERFORM 7900-PRINT-MISSING
004280                                THRU 7900-PRINT-MISSING-EXIT
004290         GO TO 1800-LOAD-OPERATORS-EXIT
004300     END-IF.
004310     MOVE 'N'                    TO WRK-EOF-SWITCH.
004320     PERFORM 1850-LOAD-OPERATOR  THRU 1850-LOAD-OPERATOR-EXIT
004330         UNTIL END-OF-INPUT.
004340     CLOSE SECURITY-MASTER.
004350 1800-LOAD-OPERATORS-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004380* 1850-LOAD-OPERATOR - READ THE NEXT OPERATOR AND CLAIM ITS SLOT.
004390*----------------------------------------------------------------
004400 1850-LOAD-OPERATOR.
004410     READ SECURITY-MASTER NEXT RECORD
004420         AT END
004430             SET END-OF-INPUT TO TRUE
004440             GO TO 1850-LOAD-OPERATOR-EXIT
004450     END-READ.
004460     MOVE SEC-OPERADOR           TO WRK-OPR-CHAVE.
004470     PERFORM 7000-FIND-OPERATOR  THRU 7000-FIND-OPERATOR-EXIT.
004480     IF OPR-TABELA-CHEIA
004490         GO TO 1850-LOAD-OPERATOR-EXIT
004500     END-IF.
004510     MOVE SEC-NIVEL              TO OPR-NIVEL (OPR-IX).
004520     IF SEC-MATRICULA NUMERIC
004530         MOVE SEC-MATRICULA      TO OPR-MATRICULA (OPR-IX)
004540     END-IF.
004550 1850-LOAD-OPERATOR-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580* 2000-READ-JOURNAL - COUNT THE REGISTRATION DECISIONS OF THE
004590*    PERIOD BY OPERATOR.
004600*----------------------------------------------------------------
004610 2000-READ-JOURNAL.
004620     OPEN INPUT REG-JOURNAL.
004630     IF JRN-STATUS-NEW-FILE
004640         MOVE 'REGJRNL '         TO NTL-ARQUIVO
004650         PERFORM 7900-PRINT-MISSING
004660                                THRU 7900-PRINT-MISSING-EXIT
004670         GO TO 2000-READ-JOURNAL-EXIT
004680     END-IF.
004690     MOVE 'N'                    TO WRK-EOF-SWITCH.
004700     PERFORM 2100-JOURNAL-RECORD THRU 2100-JOURNAL-RECORD-EXIT
004710         UNTIL END-OF-INPUT.
004720     CLOSE REG-JOURNAL.
004730 2000-READ-JOURNAL-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------
004760* 2100-JOURNAL-RECORD - A REJECTED ATTEMPT COUNTS AS A REJECTION,
004770*    ANY OTHER DECISION AS A REGISTRATION. THE JOURNAL DOES NOT
004780*    NAME THE PROGRAM, SO REGISTRO LEVEL IS ALL IT CAN DEMAND.
004790*----------------------------------------------------------------
004800 2100-JOURNAL-RECORD.
004810     READ REG-JOURNAL
004820         AT END
004830             SET END-OF-INPUT TO TRUE
004840             GO TO 2100-JOURNAL-RECORD-EXIT
004850     END-READ.
004860     IF JRN-DATA < WRK-DATA-INICIO
004870         OR JRN-DATA > WRK-DATA-FIM
004880         GO TO 2100-JOURNAL-RECORD-EXIT
004890     END-IF.
004900     ADD 1 TO WRK-JRN-COUNT.
004910     MOVE JRN-OPERADOR           TO WRK-OPR-CHAVE.
004920     PERFORM 7000-FIND-OPERATOR  THRU 7000-FIND-OPERATOR-EXIT.
004930     IF OPR-TABELA-CHEIA
004940         GO TO 2100-JOURNAL-RECORD-EXIT
004950     END-IF.
004960     IF JRN-RESULTADO = 'REJEITADO'
004970         ADD 1 TO OPR-REJEITADOS (OPR-IX)
004980     ELSE
004990         ADD 1 TO OPR-REGISTROS (OPR-IX)
005000     END-IF.
005010     IF OPR-NIVEL (OPR-IX) < 1
005020         MOVE JRN-DATA           TO OCL-DATA
005030         MOVE JRN-HORA           TO OCL-HORA
005040         MOVE SPACES             TO OCL-PROGRAMA
005050         MOVE SPACES             TO OCL-MATRICULA
005060         IF JRN-MATRICULA NUMERIC
005070             AND JRN-MATRICULA NOT = ZERO
005080             MOVE JRN-MATRICULA  TO OCL-MATRICULA
005090         END-IF
005100         MOVE 'I'                TO OCL-ACAO
005110         MOVE 1                  TO WRK-NIVEL-EXIGIDO
005120         PERFORM 7200-LEVEL-OCCURRENCE
005130                                THRU 7200-LEVEL-OCCURRENCE-EXIT
005140     END-IF.
005150 2100-JOURNAL-RECORD-EXIT.
005160     EXIT.
005170*----------------------------------------------------------------
005180* 3000-READ-HISTORY - COUNT THE EMPLOYMENT HISTORY EVENTS OF THE
005190*    PERIOD AND CHECK EACH FOR SEGREGATION OF DUTIES.
005200*----------------------------------------------------------------
005210 3000-READ-HISTORY.
005220     OPEN INPUT EMP-HISTORY.
005230     IF HST-STATUS-NEW-FILE
005240         MOVE 'EMPHIST '         TO NTL-ARQUIVO
005250         PERFORM 7900-PRINT-MISSING
005260                                THRU 7900-PRINT-MISSING-EXIT
005270         GO TO 3000-READ-HISTORY-EXIT
005280     END-IF.
005290     MOVE 'N'                    TO WRK-EOF-SWITCH.
005300     PERFORM 3100-HISTORY-RECORD THRU 3100-HISTORY-RECORD-EXIT
005310         UNTIL END-OF-INPUT.
005320     CLOSE EMP-HISTORY.
005330 3000-READ-HISTORY-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------
005360* 3100-HISTORY-RECORD - AN EVENT RELEASED THROUGH PROG043 IS AN
005370*    APPROVAL FOR THE REVIEWER IN HST-OPERADOR, AND THE WORK
005380*    ITSELF BELONGS TO THE REQUESTER IN HST-SOLICITANTE. RECORDS
005390*    WRITTEN BEFORE HST-SOLICITANTE EXISTED CARRY NO REQUESTER AND
005400*    ARE COUNTED FOR THE REVIEWER ONLY. ANY OTHER EVENT BELONGS TO
005410*    HST-OPERADOR. INCLUSIONS AND CORRECTIONS ARE REGISTRATIONS,
005420*    ALREADY COUNTED FROM THE JOURNAL.
005430*----------------------------------------------------------------
005440 3100-HISTORY-RECORD.
005450     READ EMP-HISTORY
005460         AT END
005470             SET END-OF-INPUT TO TRUE
005480             GO TO 3100-HISTORY-RECORD-EXIT
005490     END-READ.
005500     IF HST-DATA < WRK-DATA-INICIO
005510         OR HST-DATA > WRK-DATA-FIM
005520         GO TO 3100-HISTORY-RECORD-EXIT
005530     END-IF.
005540     ADD 1 TO WRK-HST-COUNT.
005550     MOVE HST-DATA               TO OCL-DATA.
005560     MOVE HST-HORA               TO OCL-HORA.
005570     MOVE HST-PROGRAMA           TO OCL-PROGRAMA.
005580     MOVE HST-MATRICULA          TO OCL-MATRICULA.
005590     MOVE HST-ACAO               TO OCL-ACAO.
005600     MOVE HST-OPERADOR           TO WRK-EXECUTOR.
005610     IF HST-PROGRAMA = 'PROG043 '
005620         PERFORM 3200-APPROVAL   THRU 3200-APPROVAL-EXIT
005630         IF HST-SOLICITANTE = SPACES
005640             GO TO 3100-HISTORY-RECORD-EXIT
005650         END-IF
005660         MOVE HST-SOLICITANTE    TO WRK-EXECUTOR
005670     END-IF.
005680     IF HST-ACAO-INCLUSAO
005690         OR HST-ACAO-CORRECAO
005700         GO TO 3100-HISTORY-RECORD-EXIT
005710     END-IF.
005720     MOVE WRK-EXECUTOR           TO WRK-OPR-CHAVE.
005730     PERFORM 7000-FIND-OPERATOR  THRU 7000-FIND-OPERATOR-EXIT.
005740     IF OPR-TABELA-CHEIA
005750         GO TO 3100-HISTORY-RECORD-EXIT
005760     END-IF.
005770     IF HST-ACAO-DESLIGAMENTO
005780         ADD 1 TO OPR-DESLIGAMENTOS (OPR-IX)
005790     ELSE
005800         ADD 1 TO OPR-ALTERACOES (OPR-IX)
005810     END-IF.
005820     IF OPR-MATRICULA (OPR-IX) NOT = ZERO
005830         AND OPR-MATRICULA (OPR-IX) = HST-MATRICULA
005840         MOVE 'ALTEROU O PROPRIO CADASTRO' TO WRK-OCR-TEXTO
005850         MOVE SPACES             TO WRK-OCR-NIVEIS
005860         PERFORM 7100-PRINT-OCCURRENCE
005870                                THRU 7100-PRINT-OCCURRENCE-EXIT
005880     END-IF.
005890     MOVE HST-PROGRAMA           TO WRK-OPR-CHAVE.
005900     PERFORM 7300-PROGRAM-LEVEL  THRU 7300-PROGRAM-LEVEL-EXIT.
005910     IF OPR-NIVEL (OPR-IX) < WRK-NIVEL-EXIGIDO
005920         PERFORM 7200-LEVEL-OCCURRENCE
005930                                THRU 7200-LEVEL-OCCURRENCE-EXIT
005940     END-IF.
005950 3100-HISTORY-RECORD-EXIT.
005960     EXIT.
005970*----------------------------------------------------------------
005980* 3200-APPROVAL - COUNT THE RELEASE FOR THE REVIEWER AND FLAG A
005990*    REVIEWER RELEASING THEIR OWN REQUEST OR AN ACTION ON THEIR
006000*    OWN EMPLOYEE RECORD, OR RELEASING BELOW PROG043'S LEVEL.
006010*----------------------------------------------------------------
006020 3200-APPROVAL.
006030     MOVE HST-OPERADOR           TO WRK-OPR-CHAVE.
006040     PERFORM 7000-FIND-OPERATOR  THRU 7000-FIND-OPERATOR-EXIT.
006050     IF OPR-TABELA-CHEIA
006060         GO TO 3200-APPROVAL-EXIT
006070     END-IF.
006080     ADD 1 TO OPR-APROVACOES (OPR-IX).
006090     MOVE SPACES                 TO WRK-OCR-NIVEIS.
006100     IF HST-SOLICITANTE = HST-OPERADOR
006110         AND HST-SOLICITANTE NOT = SPACES
006120         IF HST-ACAO-DESLIGAMENTO
006130             MOVE 'SOLICITOU E APROVOU O DESLIGAMENTO'
006140                                 TO WRK-OCR-TEXTO
006150         ELSE
006160             MOVE 'SOLICITOU E APROVOU A MESMA ACAO'
006170                                 TO WRK-OCR-TEXTO
006180         END-IF
006190         PERFORM 7100-PRINT-OCCURRENCE
006200                                THRU 7100-PRINT-OCCURRENCE-EXIT
006210     END-IF.
006220     IF OPR-MATRICULA (OPR-IX) NOT = ZERO
006230         AND OPR-MATRICULA (OPR-IX) = HST-MATRICULA
006240         MOVE 'APROVOU ACAO NO PROPRIO CADASTRO' TO WRK-OCR-TEXTO
006250         PERFORM 7100-PRINT-OCCURRENCE
006260                                THRU 7100-PRINT-OCCURRENCE-EXIT
006270     END-IF.
006280     MOVE HST-PROGRAMA           TO WRK-OPR-CHAVE.
006290     PERFORM 7300-PROGRAM-LEVEL  THRU 7300-PROGRAM-LEVEL-EXIT.
006300     IF OPR-NIVEL (OPR-IX) < WRK-NIVEL-EXIGIDO
006310         PERFORM 7200-LEVEL-OCCURRENCE
006320                                THRU 7200-LEVEL-OCCURRENCE-EXIT
006330     END-IF.
006340 3200-APPROVAL-EXIT.
006350     EXIT.
006360*----------------------------------------------------------------
006370* 4000-READ-PENDING - COUNT THE REQUESTS OF THE PERIOD STILL
006380*    AWAITING APPROVAL BY REQUESTING OPERATOR.
006390*----------------------------------------------------------------
006400 4000-READ-PENDING.
006410     OPEN INPUT APR-IN.
006420     IF APRI-STATUS-NEW-FILE
006430         MOVE 'APRPEND '         TO NTL-ARQUIVO
006440         PERFORM 7900-PRINT-MISSING
006450                                THRU 7900-PRINT-MISSING-EXIT
006460         GO TO 4000-READ-PENDING-EXIT
006470     END-IF.
006480     MOVE 'N'                    TO WRK-EOF-SWITCH.
006490     PERFORM 4100-PENDING-RECORD THRU 4100-PENDING-RECORD-EXIT
006500         UNTIL END-OF-INPUT.
006510     CLOSE APR-IN.
006520 4000-READ-PENDING-EXIT.
006530     EXIT.
006540*----------------------------------------------------------------
006550* 4100-PENDING-RECORD - FLAG A REQUEST AGAINST THE REQUESTER'S
006560*    OWN EMPLOYEE RECORD, AND A REQUEST MADE BELOW THE LEVEL OF
006570*    THE PROGRAMS THAT RAISE THEM (ALL MANUTENCAO). COMPANY AND
006580*    DEPARTMENT DELETIONS CARRY NO MATRICULA.
006590*----------------------------------------------------------------
006600 4100-PENDING-RECORD.
006610     READ APR-IN
006620         AT END
006630             SET END-OF-INPUT TO TRUE
006640             GO TO 4100-PENDING-RECORD-EXIT
006650     END-READ.
006660     IF APR-DATA < WRK-DATA-INICIO
006670         OR APR-DATA > WRK-DATA-FIM
006680         GO TO 4100-PENDING-RECORD-EXIT
006690     END-IF.
006700     ADD 1 TO WRK-APR-COUNT.
006710     MOVE APR-OPERADOR           TO WRK-OPR-CHAVE.
006720     PERFORM 7000-FIND-OPERATOR  THRU 7000-FIND-OPERATOR-EXIT.
006730     IF OPR-TABELA-CHEIA
006740         GO TO 4100-PENDING-RECORD-EXIT
006750     END-IF.
006760     ADD 1 TO OPR-PENDENTES (OPR-IX).
006770     MOVE APR-DATA               TO OCL-DATA.
006780     MOVE APR-HORA               TO OCL-HORA.
006790     MOVE 'APRPEND '             TO OCL-PROGRAMA.
006800     MOVE APR-MATRICULA          TO OCL-MATRICULA.
006810     MOVE APR-TIPO               TO OCL-ACAO.
006820     IF OPR-MATRICULA (OPR-IX) NOT = ZERO
006830         AND OPR-MATRICULA (OPR-IX) = APR-MATRICULA
006840         MOVE 'SOLICITOU ACAO NO PROPRIO CADASTRO'
006850                                 TO WRK-OCR-TEXTO
006860         MOVE SPACES             TO WRK-OCR-NIVEIS
006870         PERFORM 7100-PRINT-OCCURRENCE
006880                                THRU 7100-PRINT-OCCURRENCE-EXIT
006890     END-IF.
006900     IF OPR-NIVEL (OPR-IX) < 3
006910         MOVE 3                  TO WRK-NIVEL-EXIGIDO
006920         PERFORM 7200-LEVEL-OCCURRENCE
006930                                THRU 7200-LEVEL-OCCURRENCE-EXIT
006940     END-IF.
006950 4100-PENDING-RECORD-EXIT.
006960     EXIT.
006970*----------------------------------------------------------------
006980* 5000-READ-SIGNONS - COUNT THE SIGN-ON ATTEMPTS OF THE PERIOD.
006990*----------------------------------------------------------------
007000 5000-READ-SIGNONS.
007010     OPEN INPUT SIGNON-AUDIT.
007020     IF AUD-STATUS-NEW-FILE
007030         MOVE 'SIGNAUD '         TO NTL-ARQUIVO
007040         PERFORM 7900-PRINT-MISSING
007050                                THRU 7900-PRINT-MISSING-EXIT
007060         GO TO 5000-READ-SIGNONS-EXIT
007070     END-IF.
007080     MOVE 'N'                    TO WRK-EOF-SWITCH.
007090     PERFORM 5100-SIGNON-RECORD  THRU 5100-SIGNON-RECORD-EXIT
007100         UNTIL END-OF-INPUT.
007110     CLOSE SIGNON-AUDIT.
007120 5000-READ-SIGNONS-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------
007150* 5100-SIGNON-RECORD - AN ACCEPTED SIGN-ON COUNTS AS AN ACCESS,
007160*    ANYTHING ELSE AS A FAILURE. A SIGN-ON REFUSED FOR LACK OF
007170*    LEVEL IS ALSO LISTED AS AN ATTEMPT ABOVE THE OPERATOR'S
007180*    LEVEL.
007190*----------------------------------------------------------------
007200 5100-SIGNON-RECORD.
007210     READ SIGNON-AUDIT
007220         AT END
007230             SET END-OF-INPUT TO TRUE
007240             GO TO 5100-SIGNON-RECORD-EXIT
007250     END-READ.
007260     IF SGA-DATA < WRK-DATA-INICIO
007270         OR SGA-DATA > WRK-DATA-FIM
007280         GO TO 5100-SIGNON-RECORD-EXIT
007290     END-IF.
007300     ADD 1 TO WRK-AUD-COUNT.
007310     MOVE SGA-OPERADOR           TO WRK-OPR-CHAVE.
007320     PERFORM 7000-FIND-OPERATOR  THRU 7000-FIND-OPERATOR-EXIT.
007330     IF OPR-TABELA-CHEIA
007340         GO TO 5100-SIGNON-RECORD-EXIT
007350     END-IF.
007360     IF SGA-IS-ACEITO
007370         ADD 1 TO OPR-ACESSOS (OPR-IX)
007380         GO TO 5100-SIGNON-RECORD-EXIT
007390     END-IF.
007400     ADD 1 TO OPR-FALHAS (OPR-IX).
007410     IF SGA-IS-SEM-AUTORIZACAO
007420         MOVE SGA-DATA           TO OCL-DATA
007430         MOVE SGA-HORA           TO OCL-HORA
007440         MOVE SGA-PROGRAMA       TO OCL-PROGRAMA
007450         MOVE SPACES             TO OCL-MATRICULA
007460         MOVE SPACES             TO OCL-ACAO
007470         MOVE SGA-PROGRAMA       TO WRK-OPR-CHAVE
007480         PERFORM 7300-PROGRAM-LEVEL
007490                                THRU 7300-PROGRAM-LEVEL-EXIT
007500         MOVE OPR-NIVEL (OPR-IX) TO LVT-NIVEL
007510         MOVE WRK-NIVEL-EXIGIDO  TO LVT-EXIGIDO
007520         MOVE LEVEL-TEXT         TO WRK-OCR-NIVEIS
007530         MOVE 'TENTOU ACESSO ACIMA DO NIVEL' TO WRK-OCR-TEXTO
007540         PERFORM 7100-PRINT-OCCURRENCE
007550                                THRU 7100-PRINT-OCCURRENCE-EXIT
007560     END-IF.
007570 5100-SIGNON-RECORD-EXIT.
007580     EXIT.
007590*----------------------------------------------------------------
007600* 6000-READ-MASTER - BROWSE THE EMPLOYEE MASTER FOR EMPLOYEES
007610*    ADMITTED IN THE PERIOD THAT WERE REGISTERED BY THEMSELVES.
007620*----------------------------------------------------------------
007630 6000-READ-MASTER.
007640     OPEN INPUT EMPLOYEE-MASTER.
007650     IF EMP-STATUS-NEW-FILE
007660         MOVE 'EMPMAST '         TO NTL-ARQUIVO
007670         PERFORM 7900-PRINT-MISSING
007680                                THRU 7900-PRINT-MISSING-EXIT
007690         GO TO 6000-READ-MASTER-EXIT
007700     END-IF.
007710     MOVE 'N'                    TO WRK-EOF-SWITCH.
007720     PERFORM 6100-MASTER-RECORD  THRU 6100-MASTER-RECORD-EXIT
007730         UNTIL END-OF-INPUT.
007740     CLOSE EMPLOYEE-MASTER.
007750 6000-READ-MASTER-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------
007780* 6100-MASTER-RECORD - COMPARE THE REGISTERING OPERATOR'S OWN
007790*    MATRICULA WITH THE ONE REGISTERED.
007800*----------------------------------------------------------------
007810 6100-MASTER-RECORD.
007820     READ EMPLOYEE-MASTER NEXT RECORD
007830         AT END
007840             SET END-OF-INPUT TO TRUE
007850             GO TO 6100-MASTER-RECORD-EXIT
007860     END-READ.
007870     IF EMP-DATA-ADMISSAO < WRK-DATA-INICIO
007880         OR EMP-DATA-ADMISSAO > WRK-DATA-FIM
007890         OR EMP-OPERADOR = SPACES
007900         GO TO 6100-MASTER-RECORD-EXIT
007910     END-IF.
007920     ADD 1 TO WRK-EMP-COUNT.
007930     MOVE EMP-OPERADOR           TO WRK-OPR-CHAVE.
007940     PERFORM 7000-FIND-OPERATOR  THRU 7000-FIND-OPERATOR-EXIT.
007950     IF OPR-TABELA-CHEIA
007960         GO TO 6100-MASTER-RECORD-EXIT
007970     END-IF.
007980     IF OPR-MATRICULA (OPR-IX) NOT = ZERO
007990         AND OPR-MATRICULA (OPR-IX) = EMP-MATRICULA
008000         MOVE EMP-DATA-ADMISSAO  TO OCL-DATA
008010         MOVE SPACES             TO OCL-HORA
008020         MOVE 'EMPMAST '         TO OCL-PROGRAMA
008030         MOVE EMP-MATRICULA      TO OCL-MATRICULA
008040         MOVE 'I'                TO OCL-ACAO
008050         MOVE 'CADASTROU O PROPRIO REGISTRO' TO WRK-OCR-TEXTO
008060         MOVE SPACES             TO WRK-OCR-NIVEIS
008070         PERFORM 7100-PRINT-OCCURRENCE
008080                                THRU 7100-PRINT-OCCURRENCE-EXIT
008090     END-IF.
008100 6100-MASTER-RECORD-EXIT.
008110     EXIT.
008120*----------------------------------------------------------------
008130* 7000-FIND-OPERATOR - POINT OPR-IX AT THE SLOT FOR THE OPERATOR
008140*    IN WRK-OPR-CHAVE, CLAIMING A FREE ONE THE FIRST TIME THE
008150*    OPERATOR IS SEEN. A BLANK ID IS KEPT UNDER '*BRANCO*' SO IT
008160*    CANNOT BE TAKEN FOR A FREE SLOT. WHEN THE TABLE IS FULL THE
008170*    RECORD IS COUNTED AS NOT TABULATED.
008180*----------------------------------------------------------------
008190 7000-FIND-OPERATOR.
008200     IF WRK-OPR-CHAVE = SPACES
008210         MOVE '*BRANCO*'         TO WRK-OPR-CHAVE
008220     END-IF.
008230     SET OPR-ACHADO TO TRUE.
008240     SET OPR-IX                  TO 1.
008250     SEARCH OPR-ENTRY
008260         AT END
008270             SET OPR-TABELA-CHEIA TO TRUE
008280             ADD 1 TO WRK-CHEIA-COUNT
008290         WHEN OPR-OPERADOR (OPR-IX) = WRK-OPR-CHAVE
008300             CONTINUE
008310         WHEN OPR-OPERADOR (OPR-IX) = SPACES
008320             MOVE WRK-OPR-CHAVE  TO OPR-OPERADOR (OPR-IX)
008330             ADD 1 TO WRK-OPR-COUNT
008340     END-SEARCH.
008350 7000-FIND-OPERATOR-EXIT.
008360     EXIT.
008370*----------------------------------------------------------------
008380* 7100-PRINT-OCCURRENCE - LIST ONE OCCURRENCE FOR THE OPERATOR
008390*    AT OPR-IX. THE DATE, TIME, PROGRAM, MATRICULA AND ACTION
008400*    COLUMNS ARE SET BY THE CALLER.
008410*----------------------------------------------------------------
008420 7100-PRINT-OCCURRENCE.
008430     MOVE OPR-OPERADOR (OPR-IX)  TO OCL-OPERADOR.
008440     MOVE WRK-OCR-TEXTO          TO OCL-TEXTO.
008450     MOVE WRK-OCR-NIVEIS         TO OCL-NIVEIS.
008460     WRITE RPT-LINE FROM OCCURRENCE-LINE AFTER ADVANCING 1 LINE.
008470     ADD 1 TO OPR-OCORRENCIAS (OPR-IX).
008480     ADD 1 TO WRK-OCR-COUNT.
008490 7100-PRINT-OCCURRENCE-EXIT.
008500     EXIT.
008510*----------------------------------------------------------------
008520* 7200-LEVEL-OCCURRENCE - LIST ACTIVITY BY THE OPERATOR AT
008530*    OPR-IX BELOW THE LEVEL IN WRK-NIVEL-EXIGIDO.
008540*----------------------------------------------------------------
008550 7200-LEVEL-OCCURRENCE.
008560     IF OPR-NIVEL (OPR-IX) = ZERO
008570         MOVE 'OPERADOR FORA DO SECURITY MASTER'
008580                                 TO WRK-OCR-TEXTO
008590     ELSE
008600         MOVE 'ATIVIDADE ACIMA DO NIVEL DO OPERADOR'
008610                                 TO WRK-OCR-TEXTO
008620     END-IF.
008630     MOVE OPR-NIVEL (OPR-IX)     TO LVT-NIVEL.
008640     MOVE WRK-NIVEL-EXIGIDO      TO LVT-EXIGIDO.
008650     MOVE LEVEL-TEXT             TO WRK-OCR-NIVEIS.
008660     PERFORM 7100-PRINT-OCCURRENCE
008670                                THRU 7100-PRINT-OCCURRENCE-EXIT.
008680 7200-LEVEL-OCCURRENCE-EXIT.
008690     EXIT.
008700*----------------------------------------------------------------
008710* 7300-PROGRAM-LEVEL - SET WRK-NIVEL-EXIGIDO TO THE LEVEL THE
008720*    PROGRAM IN WRK-OPR-CHAVE ASKS AT SIGN-ON; REGISTRO WHEN THE
008730*    PROGRAM IS NOT LISTED.
008740*----------------------------------------------------------------
008750 7300-PROGRAM-LEVEL.
008760     MOVE 1                      TO WRK-NIVEL-EXIGIDO.
008770     SET PGL-IX                  TO 1.
008780     SEARCH PGL-ENTRY
008790         AT END
008800             CONTINUE
008810         WHEN PGL-PROGRAMA (PGL-IX) = WRK-OPR-CHAVE
008820             MOVE PGL-NIVEL (PGL-IX) TO WRK-NIVEL-EXIGIDO
008830     END-SEARCH.
008840 7300-PROGRAM-LEVEL-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------
008870* 7900-PRINT-MISSING - NOTE A FILE THAT IS NOT PRESENT IN THIS
008880*    RUN; NTL-ARQUIVO IS SET BY THE CALLER.
008890*----------------------------------------------------------------
008900 7900-PRINT-MISSING.
008910     MOVE 'ARQUIVO NAO DISPONIVEL - ' TO NTL-TEXTO.
008920     WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE.
008930 7900-PRINT-MISSING-EXIT.
008940     EXIT.
008950*----------------------------------------------------------------
008960* 8500-PRINT-SUMMARY - CLOSE THE OCCURRENCE SECTION AND PRINT
008970*    ONE LINE PER OPERATOR IN THE TABLE.
008980*----------------------------------------------------------------
008990 8500-PRINT-SUMMARY.
009000     IF WRK-OCR-COUNT = ZERO
009010         MOVE 'NENHUMA OCORRENCIA NO PERIODO' TO NTL-TEXTO
009020         MOVE SPACES             TO NTL-ARQUIVO
009030         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE
009040     END-IF.
009050     MOVE 'ATIVIDADE POR OPERADOR' TO SCL-TITULO.
009060     WRITE RPT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.
009070     WRITE RPT-LINE FROM SUMMARY-HEADING AFTER ADVANCING 1 LINE.
009080     SET OPR-IX                  TO 1.
009090     PERFORM 8600-PRINT-OPERATOR THRU 8600-PRINT-OPERATOR-EXIT
009100         UNTIL OPR-IX > 200.
009110     IF WRK-CHEIA-COUNT NOT = ZERO
009120         MOVE 'TABELA DE OPERADORES CHEIA - VER TOTAIS'
009130                                 TO NTL-TEXTO
009140         MOVE SPACES             TO NTL-ARQUIVO
009150         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 2 LINES
009160     END-IF.
009170 8500-PRINT-SUMMARY-EXIT.
009180     EXIT.
009190*----------------------------------------------------------------
009200* 8600-PRINT-OPERATOR - PRINT THE OPERATOR AT OPR-IX. A SLOT NOT
009210*    USED ENDS THE TABLE.
009220*----------------------------------------------------------------
009230 8600-PRINT-OPERATOR.
009240     IF OPR-OPERADOR (OPR-IX) = SPACES
009250         SET OPR-IX              TO 201
009260         GO TO 8600-PRINT-OPERATOR-EXIT
009270     END-IF.
009280     MOVE OPR-OPERADOR (OPR-IX)  TO SML-OPERADOR.
009290     IF OPR-NIVEL (OPR-IX) = ZERO
009300         MOVE '---'              TO SML-NIVEL
009310     ELSE
009320         MOVE SPACES             TO SML-NIVEL
009330         MOVE OPR-NIVEL (OPR-IX) TO SML-NIVEL (2:1)
009340     END-IF.
009350     MOVE SPACES                 TO SML-MATRICULA.
009360     IF OPR-MATRICULA (OPR-IX) NOT = ZERO
009370         MOVE OPR-MATRICULA (OPR-IX) TO SML-MATRICULA
009380     END-IF.
009390     MOVE OPR-REGISTROS (OPR-IX) TO SML-REGISTROS.
009400     MOVE OPR-REJEITADOS (OPR-IX) TO SML-REJEITADOS.
009410     MOVE OPR-ALTERACOES (OPR-IX) TO SML-ALTERACOES.
009420     MOVE OPR-DESLIGAMENTOS (OPR-IX) TO SML-DESLIGAMENTOS.
009430     MOVE OPR-APROVACOES (OPR-IX) TO SML-APROVACOES.
009440     MOVE OPR-PENDENTES (OPR-IX) TO SML-PENDENTES.
009450     MOVE OPR-ACESSOS (OPR-IX)   TO SML-ACESSOS.
009460     MOVE OPR-FALHAS (OPR-IX)    TO SML-FALHAS.
009470     MOVE OPR-OCORRENCIAS (OPR-IX) TO SML-OCORRENCIAS.
009480     WRITE RPT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
009490     SET OPR-IX                  UP BY 1.
009500 8600-PRINT-OPERATOR-EXIT.
009510     EXIT.
009520*----------------------------------------------------------------
009530* 9999-FINALIZE - CLOSE THE REPORT, DISPLAY THE TOTALS AND SET
009540*    THE RETURN CODE.
009550*----------------------------------------------------------------
009560 9999-FINALIZE.
009570     CLOSE ATIVIDADE-RPT.
009580     DISPLAY '------------ PROG072 - TOTAIS ------------'.
009590     DISPLAY 'PERIODO.............. ' WRK-DATA-INICIO ' A '
009600                                 WRK-DATA-FIM.
009610     DISPLAY 'DIARIO DE REGISTRO... ' WRK-JRN-COUNT.
009620     DISPLAY 'HISTORICO FUNCIONAL.. ' WRK-HST-COUNT.
009630     DISPLAY 'PENDENTES APROVACAO.. ' WRK-APR-COUNT.
009640     DISPLAY 'TENTATIVAS SIGN-ON... ' WRK-AUD-COUNT.
009650     DISPLAY 'ADMISSOES CONFERIDAS. ' WRK-EMP-COUNT.
009660     DISPLAY 'OPERADORES........... ' WRK-OPR-COUNT.
009670     DISPLAY 'NAO TABULADOS........ ' WRK-CHEIA-COUNT.
009680     DISPLAY 'OCORRENCIAS.......... ' WRK-OCR-COUNT.
009690     IF WRK-OCR-COUNT NOT = ZERO
009700         MOVE 4                  TO RETURN-CODE
009710     END-IF.
009720 9999-FINALIZE-EXIT.
009730     EXIT.
