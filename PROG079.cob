000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG079.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - SPREADSHEET EXPORT. WRITES ONE MASTER FILE
000090*    - EMPLOYEE, COMPANY, DEPARTMENT, REGION, CITY OR LEDGER - TO
000100*    A SEMICOLON-DELIMITED FILE WITH A HEADER ROW, FOR HR,
000110*    FINANCE AND THE REGIONAL OFFICES TO OPEN IN A SPREADSHEET
000120*    INSTEAD OF RE-KEYING THE LISTINGS. THE PARAMETER CARD NAMES
000130*    THE FILE AND THE SELECTION - COMPANY, DEPARTMENT, SITUATION
000140*    AND A DATE RANGE, EACH BLANK FOR ALL - AND CODES GO OUT
000150*    DECODED TO THEIR NAMES (THE REGION THROUGH PROG020). EVERY
000160*    RUN, ACCEPTED OR NOT, APPENDS A LINE TO THE EXPORT CONTROL
000170*    FILE (WHO, WHEN, WHAT FILE, WHICH SELECTION, HOW MANY
000180*    ROWS) AND A RUN SUMMARY TO THE DAILY OPERATIONS LOG, SO
000190*    THERE IS A RECORD OF EVERY PIECE OF DATA THAT LEFT THE
000200*    SYSTEM.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*----------------------------------------------------------------
000240* 2026-10-15  RM  ORIGINAL PROGRAM.
000242* 2026-10-15  RM  ADMISSION DATE RANGE APPLIED ONLY WHEN A DATE
000244*                 IS ON THE CARD, SO AN EMPLOYEE WITH NO DATE OF
000246*                 ADMISSION IS NOT LEFT OUT OF A FULL EXPORT.
000250*----------------------------------------------------------------
000260 ENVIRONMENT                     DIVISION.
000270 CONFIGURATION                   SECTION.
000280 SOURCE-COMPUTER.                IBM-370.
000290 OBJECT-COMPUTER.                IBM-370.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT                    SECTION.
000330 FILE-CONTROL.
000340     SELECT PARM-FILE            ASSIGN TO PARMCARD
000350                                 ORGANIZATION IS SEQUENTIAL
000360                                 FILE STATUS IS WS-PRM-STATUS.
000370     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000380                                 ORGANIZATION IS INDEXED
000390                                 ACCESS MODE IS DYNAMIC
000400                                 RECORD KEY IS EMP-MATRICULA
000410                                 ALTERNATE RECORD KEY IS EMP-NOME
000420                                     WITH DUPLICATES
000430                                 FILE STATUS IS WS-EMP-STATUS.
000440     SELECT COMPANY-MASTER       ASSIGN TO COMPMAST
000450                                 ORGANIZATION IS INDEXED
000460                                 ACCESS MODE IS DYNAMIC
000470                                 RECORD KEY IS CO-CODIGO
000480                                 FILE STATUS IS WS-CO-STATUS.
000490     SELECT DEPT-MASTER          ASSIGN TO DEPTMAST
000500                                 ORGANIZATION IS INDEXED
000510                                 ACCESS MODE IS DYNAMIC
000520                                 RECORD KEY IS DP-NOME
000530                                 FILE STATUS IS WS-DEPT-STATUS.
000540     SELECT REGION-MASTER        ASSIGN TO REGNMAST
000550                                 ORGANIZATION IS INDEXED
000560                                 ACCESS MODE IS DYNAMIC
000570                                 RECORD KEY IS REG-CODIGO
000580                                 FILE STATUS IS WS-REG-STATUS.
000590     SELECT CITY-MASTER          ASSIGN TO CITYMAST
000600                                 ORGANIZATION IS INDEXED
000610                                 ACCESS MODE IS DYNAMIC
000620                                 RECORD KEY IS CID-NOME
000630                                 FILE STATUS IS WS-CID-STATUS.
000640     SELECT LEDGER-MASTER        ASSIGN TO LEDGMAST
000650                                 ORGANIZATION IS INDEXED
000660                                 ACCESS MODE IS DYNAMIC
000670                                 RECORD KEY IS LED-CHAVE
000680                                 FILE STATUS IS WS-LED-STATUS.
000690     SELECT ACCOUNT-MASTER       ASSIGN TO ACCTMAST
000700                                 ORGANIZATION IS INDEXED
000710                                 ACCESS MODE IS DYNAMIC
000720                                 RECORD KEY IS ACT-CONTA
000730                                 FILE STATUS IS WS-ACT-STATUS.
000740     SELECT EXPORT-FILE          ASSIGN TO EXPFILE
000750                                 ORGANIZATION IS SEQUENTIAL
000760                                 FILE STATUS IS WS-EXP-STATUS.
000770     SELECT EXPORT-CONTROL       ASSIGN TO EXPCTL
000780                                 ORGANIZATION IS SEQUENTIAL
000790                                 FILE STATUS IS WS-CTL-STATUS.
000800     SELECT OPS-LOG              ASSIGN TO OPSLOG
000810                                 ORGANIZATION IS SEQUENTIAL
000820                                 FILE STATUS IS WS-OPS-STATUS.
000830 DATA                            DIVISION.
000840 FILE                            SECTION.
000850 FD  PARM-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  PARM-RECORD.
000890     05  PRM-ARQUIVO             PIC X(08).
000900     05  PRM-EMPRESA             PIC X(15).
000910     05  PRM-DEPTO               PIC X(15).
000920     05  PRM-SITUACAO            PIC X(01).
000930     05  PRM-DATA-DE             PIC X(08).
000940     05  PRM-DATA-ATE            PIC X(08).
000950     05  FILLER                  PIC X(25).
000960 FD  EMPLOYEE-MASTER
000970     LABEL RECORDS ARE STANDARD.
000980     COPY EMPMAST.
000990 FD  COMPANY-MASTER
001000     LABEL RECORDS ARE STANDARD.
001010     COPY COMPMAST.
001020 FD  DEPT-MASTER
001030     LABEL RECORDS ARE STANDARD.
001040     COPY DEPTMAST.
001050 FD  REGION-MASTER
001060     LABEL RECORDS ARE STANDARD.
001070 01  REGION-MASTER-RECORD.
001080     05  REG-CODIGO              PIC 99.
001090     05  REG-NOME                PIC X(20).
001100     05  REG-SIGLA               PIC X(02).
001110     05  REG-MACRO               PIC X(12).
001120 FD  CITY-MASTER
001130     LABEL RECORDS ARE STANDARD.
001140 01  CITY-MASTER-RECORD.
001150     05  CID-NOME                PIC X(20).
001160     05  CID-REGIAO              PIC 99.
001170 FD  LEDGER-MASTER
001180     LABEL RECORDS ARE STANDARD.
001190     COPY LEDGMAST.
001200 FD  ACCOUNT-MASTER
001210     LABEL RECORDS ARE STANDARD.
001220     COPY ACCTMAST.
001230 FD  EXPORT-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 300 CHARACTERS.
001260 01  EXPORT-RECORD               PIC X(300).
001270*    ONE LINE PER EXPORT RUN - WHO RAN IT, WHEN, WHICH FILE AND
001280*    SELECTION, HOW MANY RECORDS WERE READ AND HOW MANY ROWS
001290*    LEFT, AND HOW THE RUN ENDED.
001300 FD  EXPORT-CONTROL
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 120 CHARACTERS.
001330 01  EXPORT-CONTROL-RECORD.
001340     05  CTL-DATA                PIC X(08).
001350     05  CTL-HORA                PIC X(08).
001360     05  CTL-OPERADOR            PIC X(08).
001370     05  CTL-ARQUIVO             PIC X(08).
001380     05  CTL-EMPRESA             PIC X(15).
001390     05  CTL-DEPTO               PIC X(15).
001400     05  CTL-SITUACAO            PIC X(01).
001410     05  CTL-DATA-DE             PIC X(08).
001420     05  CTL-DATA-ATE            PIC X(08).
001430     05  CTL-LIDOS               PIC 9(07).
001440     05  CTL-EXPORTADOS          PIC 9(07).
001450     05  CTL-RESULTADO           PIC X(20).
001460     05  FILLER                  PIC X(07).
001470 FD  OPS-LOG
001480     LABEL RECORDS ARE STANDARD.
001490     COPY OPSLOG.
001500 WORKING-STORAGE                 SECTION.
001510     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
001520     COPY REGNLINK               REPLACING ==:PFX:== BY ==WRK==.
001530 01  EMPLOYEE-HEADER-ROW.
001540     05  FILLER                  PIC X(43) VALUE
001550         'MATRICULA;NOME;EMPRESA;RAZAO SOCIAL;DEPARTA'.
001560     05  FILLER                  PIC X(43) VALUE
001570         'MENTO;DESCRICAO DEPTO;REGIAO;NOME REGIAO;SI'.
001580     05  FILLER                  PIC X(43) VALUE
001590         'TUACAO;DATA ADMISSAO;DATA DESLIGAMENTO;SALA'.
001600     05  FILLER                  PIC X(43) VALUE
001610         'RIO BASE;FAIXA SALARIAL;DATA SALARIO'.
001620     05  FILLER                  PIC X(128) VALUE SPACES.
001630 01  COMPANY-HEADER-ROW.
001640     05  FILLER                  PIC X(43) VALUE
001650         'CODIGO;RAZAO SOCIAL;CNPJ;ENDERECO;SITUACAO'.
001660     05  FILLER                  PIC X(257) VALUE SPACES.
001670 01  DEPT-HEADER-ROW.
001680     05  FILLER                  PIC X(43) VALUE
001690         'DEPARTAMENTO;DESCRICAO;LOTACAO AUTORIZADA;D'.
001700     05  FILLER                  PIC X(43) VALUE
001710         'EPTO PAI;GERENTE;NOME GERENTE;CENTRO CUSTO'.
001720     05  FILLER                  PIC X(214) VALUE SPACES.
001730 01  REGION-HEADER-ROW.
001740     05  FILLER                  PIC X(43) VALUE
001750         'CODIGO;NOME;SIGLA;MACRO-REGIAO'.
001760     05  FILLER                  PIC X(257) VALUE SPACES.
001770 01  CITY-HEADER-ROW.
001780     05  FILLER                  PIC X(43) VALUE
001790         'MUNICIPIO;REGIAO;NOME REGIAO;MACRO-REGIAO'.
001800     05  FILLER                  PIC X(257) VALUE SPACES.
001810 01  LEDGER-HEADER-ROW.
001820     05  FILLER                  PIC X(43) VALUE
001830         'DATA;CONTA;DESCRICAO CONTA;ORIGEM;DEBITO;CR'.
001840     05  FILLER                  PIC X(43) VALUE
001850         'EDITO;SALDO;LANCAMENTOS'.
001860     05  FILLER                  PIC X(214) VALUE SPACES.
001870*    REGION NAMES AND MACRO-REGIONS ALREADY ASKED OF PROG020, SO
001880*    EACH CODE IS LOOKED UP (AND AUDITED) ONCE PER RUN.
001890 01  REGION-NAME-TABLE.
001900     05  RNT-ENTRY               OCCURS 99 TIMES.
001910         10  RNT-BUSCADO         PIC X(01).
001920         10  RNT-NOME            PIC X(20).
001930         10  RNT-MACRO           PIC X(12).
001940 01  WRK-DATA-ENTRADA.
001950     05  WRK-ENT-ANO             PIC X(04).
001960     05  WRK-ENT-MES             PIC X(02).
001970     05  WRK-ENT-DIA             PIC X(02).
001980 01  WRK-DATA-SAIDA.
001990     05  WRK-SAI-DIA             PIC X(02).
002000     05  FILLER                  PIC X(01)  VALUE '/'.
002010     05  WRK-SAI-MES             PIC X(02).
002020     05  FILLER                  PIC X(01)  VALUE '/'.
002030     05  WRK-SAI-ANO             PIC X(04).
002040 01  WRK-MES-SAIDA.
002050     05  WRK-SAM-MES             PIC X(02).
002060     05  FILLER                  PIC X(01)  VALUE '/'.
002070     05  WRK-SAM-ANO             PIC X(04).
002080 01  WRK-LINHA                   PIC X(300).
002090 01  WRK-CAMPO                   PIC X(40).
002100 77  WS-PRM-STATUS               PIC X(02)  VALUE SPACES.
002110     88  PRM-STATUS-OK                      VALUE '00'.
002120     88  PRM-STATUS-NEW-FILE                VALUE '35'.
002130 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
002140     88  EMP-STATUS-OK                      VALUE '00'.
002150 77  WS-CO-STATUS                PIC X(02)  VALUE SPACES.
002160     88  CO-STATUS-OK                       VALUE '00'.
002170 77  WS-DEPT-STATUS              PIC X(02)  VALUE SPACES.
002180     88  DEPT-STATUS-OK                     VALUE '00'.
002190 77  WS-REG-STATUS               PIC X(02)  VALUE SPACES.
002200     88  REG-STATUS-OK                      VALUE '00'.
002210 77  WS-CID-STATUS               PIC X(02)  VALUE SPACES.
002220     88  CID-STATUS-OK                      VALUE '00'.
002230 77  WS-LED-STATUS               PIC X(02)  VALUE SPACES.
002240     88  LED-STATUS-OK                      VALUE '00'.
002250 77  WS-ACT-STATUS               PIC X(02)  VALUE SPACES.
002260     88  ACT-STATUS-OK                      VALUE '00'.
002270 77  WS-EXP-STATUS               PIC X(02)  VALUE SPACES.
002280     88  EXP-STATUS-OK                      VALUE '00'.
002290 77  WS-CTL-STATUS               PIC X(02)  VALUE SPACES.
002300     88  CTL-STATUS-OK                      VALUE '00'.
002310     88  CTL-STATUS-NEW-FILE                VALUE '05' '35'.
002320 77  WS-OPS-STATUS               PIC X(02)  VALUE SPACES.
002330     88  OPS-STATUS-OK                      VALUE '00'.
002340     88  OPS-STATUS-NEW-FILE                VALUE '05' '35'.
002350 77  WRK-ARQUIVO                 PIC X(08)  VALUE SPACES.
002360     88  ARQUIVO-IS-EMPREGADOS              VALUE 'EMPMAST'.
002370     88  ARQUIVO-IS-EMPRESAS                VALUE 'COMPMAST'.
002380     88  ARQUIVO-IS-DEPARTAMENTOS           VALUE 'DEPTMAST'.
002390     88  ARQUIVO-IS-REGIOES                 VALUE 'REGNMAST'.
002400     88  ARQUIVO-IS-MUNICIPIOS              VALUE 'CITYMAST'.
002410     88  ARQUIVO-IS-RAZAO                   VALUE 'LEDGMAST'.
002420     88  ARQUIVO-IS-VALIDO                  VALUE 'EMPMAST'
002430                                                  'COMPMAST'
002440                                                  'DEPTMAST'
002450                                                  'REGNMAST'
002460                                                  'CITYMAST'
002470                                                  'LEDGMAST'.
002480 77  WRK-EMPRESA                 PIC X(15)  VALUE SPACES.
002490 77  WRK-DEPTO                   PIC X(15)  VALUE SPACES.
002500 77  WRK-SITUACAO                PIC X(01)  VALUE SPACES.
002510 77  WRK-DATA-DE                 PIC X(08)  VALUE SPACES.
002520 77  WRK-DATA-ATE                PIC X(08)  VALUE SPACES.
002522 77  WRK-PERIODO-SWITCH          PIC X(01)  VALUE 'N'.
002524     88  PERIODO-INFORMADO                  VALUE 'Y'.
002526     88  SEM-PERIODO                        VALUE 'N'.
002530 77  WRK-RUN-SWITCH              PIC X(01)  VALUE 'Y'.
002540     88  RUN-IS-VALID                       VALUE 'Y'.
002550     88  RUN-IS-REFUSED                     VALUE 'N'.
002560 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
002570     88  END-OF-SOURCE                      VALUE 'Y'.
002580 77  WRK-END-SWITCH              PIC X(01)  VALUE 'N'.
002590     88  FIELD-END-FOUND                    VALUE 'Y'.
002600 77  WRK-SOURCE-SWITCH           PIC X(01)  VALUE 'N'.
002610     88  SOURCE-IS-OPEN                     VALUE 'Y'.
002620 77  WRK-EXPORT-SWITCH           PIC X(01)  VALUE 'N'.
002630     88  EXPORT-IS-OPEN                     VALUE 'Y'.
002640 77  WRK-CO-SWITCH               PIC X(01)  VALUE 'N'.
002650     88  COMPANY-MASTER-IS-OPEN             VALUE 'Y'.
002660 77  WRK-DEPT-SWITCH             PIC X(01)  VALUE 'N'.
002670     88  DEPT-MASTER-IS-OPEN                VALUE 'Y'.
002680 77  WRK-EMP-SWITCH              PIC X(01)  VALUE 'N'.
002690     88  EMPLOYEE-MASTER-IS-OPEN            VALUE 'Y'.
002700 77  WRK-ACT-SWITCH              PIC X(01)  VALUE 'N'.
002710     88  ACCOUNT-MASTER-IS-OPEN             VALUE 'Y'.
002720 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
002730 77  WRK-RESULTADO               PIC X(20)  VALUE SPACES.
002740 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
002750 77  WRK-HORA-INICIO             PIC X(08)  VALUE SPACES.
002760 77  WRK-LAST-EMPRESA            PIC X(15)  VALUE LOW-VALUES.
002770 77  WRK-RAZAO-SOCIAL            PIC X(30)  VALUE SPACES.
002780 77  WRK-LAST-DEPTO              PIC X(15)  VALUE LOW-VALUES.
002790 77  WRK-DEPTO-DESCRICAO         PIC X(30)  VALUE SPACES.
002800 77  WRK-LAST-CONTA              PIC X(08)  VALUE LOW-VALUES.
002810 77  WRK-CONTA-DESCRICAO         PIC X(30)  VALUE SPACES.
002820 77  WRK-GERENTE-NOME            PIC X(30)  VALUE SPACES.
002830 77  WRK-REGIAO                  PIC 99     VALUE ZERO.
002840 77  WRK-REGIAO-NOME             PIC X(20)  VALUE SPACES.
002850 77  WRK-REGIAO-MACRO            PIC X(12)  VALUE SPACES.
002860 77  WRK-DATA-FORMATADA          PIC X(10)  VALUE SPACES.
002870 77  WRK-SALDO                   PIC S9(11)V99 VALUE ZERO.
002880 77  WRK-VALOR-EDITADO           PIC -(12)9,99.
002890 77  WRK-NUMERO-EDITADO          PIC Z(06)9.
002900 77  WRK-PTR                     PIC 9(03)  COMP VALUE ZERO.
002910 77  WRK-COLUNA                  PIC 9(03)  COMP VALUE ZERO.
002920 77  WRK-INICIO                  PIC 9(03)  COMP VALUE ZERO.
002930 77  WRK-FIM                     PIC 9(03)  COMP VALUE ZERO.
002940 77  WRK-TAMANHO                 PIC 9(03)  COMP VALUE ZERO.
002950 77  WRK-READ-COUNT              PIC 9(07)  COMP VALUE ZERO.
002960 77  WRK-EXPORT-COUNT            PIC 9(07)  COMP VALUE ZERO.
002970 77  WRK-SKIP-COUNT              PIC 9(07)  COMP VALUE ZERO.
002980 PROCEDURE                       DIVISION.
002990*----------------------------------------------------------------
003000* 0000-MAINLINE
003010*----------------------------------------------------------------
003020 0000-MAINLINE.
003030     ACCEPT WRK-HORA-INICIO      FROM TIME.
003040     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
003050     IF RUN-IS-VALID
003060         PERFORM 2000-EXPORT-FILE THRU 2000-EXPORT-FILE-EXIT
003070     END-IF.
003080     PERFORM 8700-WRITE-CONTROL  THRU 8700-WRITE-CONTROL-EXIT.
003090     PERFORM 8800-WRITE-OPSLOG   THRU 8800-WRITE-OPSLOG-EXIT.
003100     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
003110     STOP RUN.
003120*----------------------------------------------------------------
003130* 1000-INITIALIZE - TAKE THE PARAMETER CARD, SIGN THE OPERATOR
003140*    ON AND OPEN THE FILE TO BE EXPORTED. A BAD CARD, A REFUSED
003150*    SIGN-ON OR A MISSING FILE ENDS THE RUN WITH RETURN CODE 8
003160*    AND NO EXPORT, BUT THE ATTEMPT IS STILL LOGGED.
003170*----------------------------------------------------------------
003180 1000-INITIALIZE.
003190     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
003200     MOVE SPACES                 TO REGION-NAME-TABLE.
003210     MOVE 'PROG079 '             TO WRK-PROGRAMA.
003220     PERFORM 1100-GET-PARM       THRU 1100-GET-PARM-EXIT.
003230     IF RUN-IS-REFUSED
003240         GO TO 1000-INITIALIZE-EXIT
003250     END-IF.
003260     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT.
003270     IF RUN-IS-REFUSED
003280         GO TO 1000-INITIALIZE-EXIT
003290     END-IF.
003300     PERFORM 1200-OPEN-FILES     THRU 1200-OPEN-FILES-EXIT.
003310 1000-INITIALIZE-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340* 1100-GET-PARM - READ AND EDIT THE PARAMETER CARD. THE FILE IS
003350*    NAMED BY ITS DD NAME. A BLANK FILTER SELECTS EVERYTHING; A
003360*    FILTER THAT DOES NOT APPLY TO THE FILE IS IGNORED:
003370*       EMPMAST  - COMPANY, DEPARTMENT, SITUATION (A, D, M, L)
003380*                  AND ADMISSION DATE RANGE (WITH NO DATE ON THE
003385*                  CARD AN EMPLOYEE WITHOUT ONE IS EXPORTED TOO)
003390*       COMPMAST - COMPANY AND SITUATION (A, I)
003400*       DEPTMAST - DEPARTMENT
003410*       LEDGMAST - POSTING DATE RANGE
003420*       REGNMAST, CITYMAST - NONE
003430*----------------------------------------------------------------
003440 1100-GET-PARM.
003450     OPEN INPUT PARM-FILE.
003460     IF PRM-STATUS-NEW-FILE
003470         DISPLAY 'CARTAO DE PARAMETROS NAO INFORMADO'
003480         GO TO 1100-GET-PARM-REFUSE
003490     END-IF.
003500     READ PARM-FILE
003510         AT END
003520             MOVE SPACES         TO PARM-RECORD
003530     END-READ.
003540     CLOSE PARM-FILE.
003550     MOVE PRM-ARQUIVO            TO WRK-ARQUIVO.
003560     MOVE PRM-EMPRESA            TO WRK-EMPRESA.
003570     MOVE PRM-DEPTO              TO WRK-DEPTO.
003580     MOVE PRM-SITUACAO           TO WRK-SITUACAO.
003590     MOVE PRM-DATA-DE            TO WRK-DATA-DE.
003600     MOVE PRM-DATA-ATE           TO WRK-DATA-ATE.
003610     IF NOT ARQUIVO-IS-VALIDO
003620         DISPLAY 'ARQUIVO INVALIDO - ' PRM-ARQUIVO
003630         GO TO 1100-GET-PARM-REFUSE
003640     END-IF.
003650     IF ARQUIVO-IS-EMPREGADOS
003660         AND WRK-SITUACAO NOT = SPACE AND 'A' AND 'D' AND 'M'
003670                                 AND 'L'
003680         DISPLAY 'SITUACAO INVALIDA - ' PRM-SITUACAO
003690         GO TO 1100-GET-PARM-REFUSE
003700     END-IF.
003710     IF ARQUIVO-IS-EMPRESAS
003720         AND WRK-SITUACAO NOT = SPACE AND 'A' AND 'I'
003730         DISPLAY 'SITUACAO INVALIDA - ' PRM-SITUACAO
003740         GO TO 1100-GET-PARM-REFUSE
003750     END-IF.
003752     IF PRM-DATA-DE NOT = SPACES OR PRM-DATA-ATE NOT = SPACES
003754         SET PERIODO-INFORMADO   TO TRUE
003756     END-IF.
003760     IF WRK-DATA-DE = SPACES
003770         MOVE '00000000'         TO WRK-DATA-DE
003780     END-IF.
003790     IF WRK-DATA-ATE = SPACES
003800         MOVE '99999999'         TO WRK-DATA-ATE
003810     END-IF.
003820     IF WRK-DATA-DE NOT NUMERIC OR WRK-DATA-ATE NOT NUMERIC
003830         OR WRK-DATA-DE > WRK-DATA-ATE
003840         DISPLAY 'PERIODO INVALIDO - ' PRM-DATA-DE ' A '
003850                 PRM-DATA-ATE
003860         GO TO 1100-GET-PARM-REFUSE
003870     END-IF.
003880     GO TO 1100-GET-PARM-EXIT.
003890 1100-GET-PARM-REFUSE.
003900     SET RUN-IS-REFUSED          TO TRUE.
003910     MOVE 'PARAMETRO INVALIDO'   TO WRK-RESULTADO.
003920     MOVE 8 TO RETURN-CODE.
003930 1100-GET-PARM-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960* 1200-OPEN-FILES - OPEN THE FILE TO BE EXPORTED, THE MASTERS
003970*    ITS CODES ARE DECODED FROM AND THE EXPORT FILE. A DECODING
003980*    MASTER THAT IS MISSING LEAVES ITS NAME COLUMN EMPTY.
003990*----------------------------------------------------------------
004000 1200-OPEN-FILES.
004010     EVALUATE TRUE
004020         WHEN ARQUIVO-IS-EMPREGADOS
004030             OPEN INPUT EMPLOYEE-MASTER
004040             IF EMP-STATUS-OK
004050                 SET SOURCE-IS-OPEN TO TRUE
004060                 SET EMPLOYEE-MASTER-IS-OPEN TO TRUE
004070             END-IF
004080             OPEN INPUT COMPANY-MASTER
004090             IF CO-STATUS-OK
004100                 SET COMPANY-MASTER-IS-OPEN TO TRUE
004110             END-IF
004120             OPEN INPUT DEPT-MASTER
004130             IF DEPT-STATUS-OK
004140                 SET DEPT-MASTER-IS-OPEN TO TRUE
004150             END-IF
004160         WHEN ARQUIVO-IS-EMPRESAS
004170             OPEN INPUT COMPANY-MASTER
004180             IF CO-STATUS-OK
004190                 SET SOURCE-IS-OPEN TO TRUE
004200                 SET COMPANY-MASTER-IS-OPEN TO TRUE
004210             END-IF
004220         WHEN ARQUIVO-IS-DEPARTAMENTOS
004230             OPEN INPUT DEPT-MASTER
004240             IF DEPT-STATUS-OK
004250                 SET SOURCE-IS-OPEN TO TRUE
004260                 SET DEPT-MASTER-IS-OPEN TO TRUE
004270             END-IF
004280             OPEN INPUT EMPLOYEE-MASTER
004290             IF EMP-STATUS-OK
004300                 SET EMPLOYEE-MASTER-IS-OPEN TO TRUE
004310             END-IF
004320         WHEN ARQUIVO-IS-REGIOES
004330             OPEN INPUT REGION-MASTER
004340             IF REG-STATUS-OK
004350                 SET SOURCE-IS-OPEN TO TRUE
004360             END-IF
004370         WHEN ARQUIVO-IS-MUNICIPIOS
004380             OPEN INPUT CITY-MASTER
004390             IF CID-STATUS-OK
004400                 SET SOURCE-IS-OPEN TO TRUE
004410             END-IF
004420         WHEN ARQUIVO-IS-RAZAO
004430             OPEN INPUT LEDGER-MASTER
004440             IF LED-STATUS-OK
004450                 SET SOURCE-IS-OPEN TO TRUE
004460             END-IF
004470             OPEN INPUT ACCOUNT-MASTER
004480             IF ACT-STATUS-OK
004490                 SET ACCOUNT-MASTER-IS-OPEN TO TRUE
004500             END-IF
004510     END-EVALUATE.
004520     IF NOT SOURCE-IS-OPEN
004530         DISPLAY 'ARQUIVO NAO DISPONIVEL - ' WRK-ARQUIVO
004540         SET RUN-IS-REFUSED      TO TRUE
004550         MOVE 'ARQUIVO AUSENTE'  TO WRK-RESULTADO
004560         MOVE 8 TO RETURN-CODE
004570         GO TO 1200-OPEN-FILES-EXIT
004580     END-IF.
004590     OPEN OUTPUT EXPORT-FILE.
004600     IF NOT EXP-STATUS-OK
004610         DISPLAY 'ERRO NA ABERTURA DO EXPFILE - ' WS-EXP-STATUS
004620         SET RUN-IS-REFUSED      TO TRUE
004630         MOVE 'ERRO NO EXPFILE'  TO WRK-RESULTADO
004640         MOVE 8 TO RETURN-CODE
004650         GO TO 1200-OPEN-FILES-EXIT
004660     END-IF.
004670     SET EXPORT-IS-OPEN          TO TRUE.
004680 1200-OPEN-FILES-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------
004710* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
004720*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
004730*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT. THE ID GOES
004740*    ON THE CONTROL LINE AS THE PERSON THE DATA WAS RELEASED TO.
004750*----------------------------------------------------------------
004760 1500-SIGNON.
004770     MOVE 'PROG079 '             TO WRK-SGN-PROGRAMA.
004780     MOVE 3                      TO WRK-SGN-NIVEL.
004790     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
004800                                 WRK-SGN-OPERADOR,
004810                                 WRK-SGN-RETORNO.
004820     IF WRK-SGN-OK
004830         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
004840     ELSE
004850         DISPLAY 'ACESSO NEGADO - EXPORTACAO NAO REALIZADA'
004860         SET RUN-IS-REFUSED      TO TRUE
004870         MOVE 'ACESSO NEGADO'    TO WRK-RESULTADO
004880         MOVE 8 TO RETURN-CODE
004890     END-IF.
004900 1500-SIGNON-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930* 2000-EXPORT-FILE - WRITE THE HEADER ROW AND ONE ROW PER
004940*    SELECTED RECORD OF THE FILE NAMED ON THE CARD.
004950*----------------------------------------------------------------
004960 2000-EXPORT-FILE.
004970     EVALUATE TRUE
004980         WHEN ARQUIVO-IS-EMPREGADOS
004990             WRITE EXPORT-RECORD FROM EMPLOYEE-HEADER-ROW
005000             PERFORM 2100-EXPORT-EMPLOYEE
005010                                THRU 2100-EXPORT-EMPLOYEE-EXIT
005020                 UNTIL END-OF-SOURCE
005030         WHEN ARQUIVO-IS-EMPRESAS
005040             WRITE EXPORT-RECORD FROM COMPANY-HEADER-ROW
005050             PERFORM 2200-EXPORT-COMPANY
005060                                THRU 2200-EXPORT-COMPANY-EXIT
005070                 UNTIL END-OF-SOURCE
005080         WHEN ARQUIVO-IS-DEPARTAMENTOS
005090             WRITE EXPORT-RECORD FROM DEPT-HEADER-ROW
005100             PERFORM 2300-EXPORT-DEPT
005110                                THRU 2300-EXPORT-DEPT-EXIT
005120                 UNTIL END-OF-SOURCE
005130         WHEN ARQUIVO-IS-REGIOES
005140             WRITE EXPORT-RECORD FROM REGION-HEADER-ROW
005150             PERFORM 2400-EXPORT-REGION
005160                                THRU 2400-EXPORT-REGION-EXIT
005170                 UNTIL END-OF-SOURCE
005180         WHEN ARQUIVO-IS-MUNICIPIOS
005190             WRITE EXPORT-RECORD FROM CITY-HEADER-ROW
005200             PERFORM 2500-EXPORT-CITY
005210                                THRU 2500-EXPORT-CITY-EXIT
005220                 UNTIL END-OF-SOURCE
005230         WHEN ARQUIVO-IS-RAZAO
005240             WRITE EXPORT-RECORD FROM LEDGER-HEADER-ROW
005250             PERFORM 2600-EXPORT-LEDGER
005260                                THRU 2600-EXPORT-LEDGER-EXIT
005270                 UNTIL END-OF-SOURCE
005280     END-EVALUATE.
005290     MOVE 'EXPORTACAO GRAVADA'   TO WRK-RESULTADO.
005300 2000-EXPORT-FILE-EXIT.
005310     EXIT.
005320*----------------------------------------------------------------
005330* 2100-EXPORT-EMPLOYEE - READ THE NEXT EMPLOYEE AND, IF IT
005340*    PASSES THE SELECTION, WRITE ITS ROW WITH THE COMPANY,
005350*    DEPARTMENT, REGION AND SITUATION SPELLED OUT.
005360*----------------------------------------------------------------
005370 2100-EXPORT-EMPLOYEE.
005380     READ EMPLOYEE-MASTER NEXT RECORD
005390         AT END
005400             SET END-OF-SOURCE   TO TRUE
005410     END-READ.
005420     IF END-OF-SOURCE
005430         GO TO 2100-EXPORT-EMPLOYEE-EXIT
005440     END-IF.
005450     ADD 1 TO WRK-READ-COUNT.
005460     IF (WRK-EMPRESA NOT = SPACES
005470             AND EMP-EMPRESA NOT = WRK-EMPRESA)
005480         OR (WRK-DEPTO NOT = SPACES
005490             AND EMP-DEPTO NOT = WRK-DEPTO)
005495         OR (PERIODO-INFORMADO
005500             AND (EMP-DATA-ADMISSAO < WRK-DATA-DE
005505                  OR EMP-DATA-ADMISSAO > WRK-DATA-ATE))
005520         ADD 1 TO WRK-SKIP-COUNT
005530         GO TO 2100-EXPORT-EMPLOYEE-EXIT
005540     END-IF.
005550     IF (WRK-SITUACAO = 'A' AND NOT EMP-IS-ATIVO)
005560         OR (WRK-SITUACAO = 'D' AND NOT EMP-IS-DESLIGADO)
005570         OR (WRK-SITUACAO = 'M' AND NOT EMP-IS-FUNDIDO)
005580         OR (WRK-SITUACAO = 'L' AND NOT EMP-IS-AFASTADO)
005590         ADD 1 TO WRK-SKIP-COUNT
005600         GO TO 2100-EXPORT-EMPLOYEE-EXIT
005610     END-IF.
005620     PERFORM 8400-COMPANY-NAME   THRU 8400-COMPANY-NAME-EXIT.
005630     PERFORM 8410-DEPT-DESCRIPTION
005640                                THRU 8410-DEPT-DESCRIPTION-EXIT.
005650     MOVE EMP-REGIAO             TO WRK-REGIAO.
005660     PERFORM 8420-REGION-NAME    THRU 8420-REGION-NAME-EXIT.
005670     PERFORM 8000-START-ROW      THRU 8000-START-ROW-EXIT.
005680     MOVE EMP-MATRICULA          TO WRK-CAMPO.
005690     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
005700     MOVE EMP-NOME               TO WRK-CAMPO.
005710     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
005720     MOVE EMP-EMPRESA            TO WRK-CAMPO.
005730     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
005740     MOVE WRK-RAZAO-SOCIAL       TO WRK-CAMPO.
005750     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
005760     MOVE EMP-DEPTO              TO WRK-CAMPO.
005770     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
005780     MOVE WRK-DEPTO-DESCRICAO    TO WRK-CAMPO.
005790     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
005800     MOVE EMP-REGIAO             TO WRK-CAMPO.
005810     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
005820     MOVE WRK-REGIAO-NOME        TO WRK-CAMPO.
005830     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
005840     EVALUATE TRUE
005850         WHEN EMP-IS-ATIVO
005860             MOVE 'ATIVO'        TO WRK-CAMPO
005870         WHEN EMP-IS-DESLIGADO
005880             MOVE 'DESLIGADO'    TO WRK-CAMPO
005890         WHEN EMP-IS-FUNDIDO
005900             MOVE 'FUNDIDO'      TO WRK-CAMPO
005910         WHEN EMP-IS-AFASTADO
005920             MOVE 'AFASTADO'     TO WRK-CAMPO
005930         WHEN OTHER
005940             MOVE EMP-SITUACAO   TO WRK-CAMPO
005950     END-EVALUATE.
005960     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
005970     MOVE EMP-DATA-ADMISSAO      TO WRK-DATA-ENTRADA.
005980     PERFORM 8200-FORMAT-DATE    THRU 8200-FORMAT-DATE-EXIT.
005990     MOVE WRK-DATA-FORMATADA     TO WRK-CAMPO.
006000     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006010     MOVE EMP-DATA-DESLIGAMENTO  TO WRK-DATA-ENTRADA.
006020     PERFORM 8200-FORMAT-DATE    THRU 8200-FORMAT-DATE-EXIT.
006030     MOVE WRK-DATA-FORMATADA     TO WRK-CAMPO.
006040     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006050     IF EMP-SALARIO-BASE NUMERIC
006060         MOVE EMP-SALARIO-BASE   TO WRK-VALOR-EDITADO
006070         MOVE WRK-VALOR-EDITADO  TO WRK-CAMPO
006080     ELSE
006090         MOVE SPACES             TO WRK-CAMPO
006100     END-IF.
006110     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006120     MOVE EMP-FAIXA-SALARIAL     TO WRK-CAMPO.
006130     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006140     MOVE EMP-DATA-SALARIO       TO WRK-DATA-ENTRADA.
006150     PERFORM 8200-FORMAT-DATE    THRU 8200-FORMAT-DATE-EXIT.
006160     MOVE WRK-DATA-FORMATADA     TO WRK-CAMPO.
006170     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006180     PERFORM 8300-WRITE-ROW      THRU 8300-WRITE-ROW-EXIT.
006190 2100-EXPORT-EMPLOYEE-EXIT.
006200     EXIT.
006210*----------------------------------------------------------------
006220* 2200-EXPORT-COMPANY - READ THE NEXT COMPANY AND, IF IT PASSES
006230*    THE SELECTION, WRITE ITS ROW.
006240*----------------------------------------------------------------
006250 2200-EXPORT-COMPANY.
006260     READ COMPANY-MASTER NEXT RECORD
006270         AT END
006280             SET END-OF-SOURCE   TO TRUE
006290     END-READ.
006300     IF END-OF-SOURCE
006310         GO TO 2200-EXPORT-COMPANY-EXIT
006320     END-IF.
006330     ADD 1 TO WRK-READ-COUNT.
006340     IF (WRK-EMPRESA NOT = SPACES
006350             AND CO-CODIGO NOT = WRK-EMPRESA)
006360         OR (WRK-SITUACAO = 'A' AND NOT CO-IS-ATIVA)
006370         OR (WRK-SITUACAO = 'I' AND NOT CO-IS-INATIVA)
006380         ADD 1 TO WRK-SKIP-COUNT
006390         GO TO 2200-EXPORT-COMPANY-EXIT
006400     END-IF.
006410     PERFORM 8000-START-ROW      THRU 8000-START-ROW-EXIT.
006420     MOVE CO-CODIGO              TO WRK-CAMPO.
006430     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006440     MOVE CO-RAZAO-SOCIAL        TO WRK-CAMPO.
006450     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006460     MOVE CO-CNPJ                TO WRK-CAMPO.
006470     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006480     MOVE CO-ENDERECO            TO WRK-CAMPO.
006490     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006500     IF CO-IS-INATIVA
006510         MOVE 'INATIVA'          TO WRK-CAMPO
006520     ELSE
006530         MOVE 'ATIVA'            TO WRK-CAMPO
006540     END-IF.
006550     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006560     PERFORM 8300-WRITE-ROW      THRU 8300-WRITE-ROW-EXIT.
006570 2200-EXPORT-COMPANY-EXIT.
006580     EXIT.
006590*----------------------------------------------------------------
006600* 2300-EXPORT-DEPT - READ THE NEXT DEPARTMENT AND, IF IT PASSES
006610*    THE SELECTION, WRITE ITS ROW WITH THE MANAGER'S NAME.
006620*----------------------------------------------------------------
006630 2300-EXPORT-DEPT.
006640     READ DEPT-MASTER NEXT RECORD
006650         AT END
006660             SET END-OF-SOURCE   TO TRUE
006670     END-READ.
006680     IF END-OF-SOURCE
006690         GO TO 2300-EXPORT-DEPT-EXIT
006700     END-IF.
006710     ADD 1 TO WRK-READ-COUNT.
006720     IF WRK-DEPTO NOT = SPACES AND DP-NOME NOT = WRK-DEPTO
006730         ADD 1 TO WRK-SKIP-COUNT
006740         GO TO 2300-EXPORT-DEPT-EXIT
006750     END-IF.
006760     PERFORM 8430-MANAGER-NAME   THRU 8430-MANAGER-NAME-EXIT.
006770     PERFORM 8000-START-ROW      THRU 8000-START-ROW-EXIT.
006780     MOVE DP-NOME                TO WRK-CAMPO.
006790     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006800     MOVE DP-DESCRICAO           TO WRK-CAMPO.
006810     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006820     IF DP-LOTACAO-AUTORIZADA NUMERIC
006830         MOVE DP-LOTACAO-AUTORIZADA TO WRK-NUMERO-EDITADO
006840         MOVE WRK-NUMERO-EDITADO TO WRK-CAMPO
006850     ELSE
006860         MOVE SPACES             TO WRK-CAMPO
006870     END-IF.
006880     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006890     MOVE DP-DEPTO-PAI           TO WRK-CAMPO.
006900     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006910     IF DP-GERENTE NUMERIC AND DP-GERENTE > ZERO
006920         MOVE DP-GERENTE         TO WRK-CAMPO
006930     ELSE
006940         MOVE SPACES             TO WRK-CAMPO
006950     END-IF.
006960     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006970     MOVE WRK-GERENTE-NOME       TO WRK-CAMPO.
006980     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
006990     MOVE DP-CENTRO-CUSTO        TO WRK-CAMPO.
007000     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007010     PERFORM 8300-WRITE-ROW      THRU 8300-WRITE-ROW-EXIT.
007020 2300-EXPORT-DEPT-EXIT.
007030     EXIT.
007040*----------------------------------------------------------------
007050* 2400-EXPORT-REGION - READ THE NEXT REGION AND WRITE ITS ROW.
007060*----------------------------------------------------------------
007070 2400-EXPORT-REGION.
007080     READ REGION-MASTER NEXT RECORD
007090         AT END
007100             SET END-OF-SOURCE   TO TRUE
007110     END-READ.
007120     IF END-OF-SOURCE
007130         GO TO 2400-EXPORT-REGION-EXIT
007140     END-IF.
007150     ADD 1 TO WRK-READ-COUNT.
007160     PERFORM 8000-START-ROW      THRU 8000-START-ROW-EXIT.
007170     MOVE REG-CODIGO             TO WRK-CAMPO.
007180     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007190     MOVE REG-NOME               TO WRK-CAMPO.
007200     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007210     MOVE REG-SIGLA              TO WRK-CAMPO.
007220     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007230     MOVE REG-MACRO              TO WRK-CAMPO.
007240     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007250     PERFORM 8300-WRITE-ROW      THRU 8300-WRITE-ROW-EXIT.
007260 2400-EXPORT-REGION-EXIT.
007270     EXIT.
007280*----------------------------------------------------------------
007290* 2500-EXPORT-CITY - READ THE NEXT MUNICIPALITY AND WRITE ITS
007300*    ROW WITH ITS REGION'S NAME AND MACRO-REGION.
007310*----------------------------------------------------------------
007320 2500-EXPORT-CITY.
007330     READ CITY-MASTER NEXT RECORD
007340         AT END
007350             SET END-OF-SOURCE   TO TRUE
007360     END-READ.
007370     IF END-OF-SOURCE
007380         GO TO 2500-EXPORT-CITY-EXIT
007390     END-IF.
007400     ADD 1 TO WRK-READ-COUNT.
007410     MOVE CID-REGIAO             TO WRK-REGIAO.
007420     PERFORM 8420-REGION-NAME    THRU 8420-REGION-NAME-EXIT.
007430     PERFORM 8000-START-ROW      THRU 8000-START-ROW-EXIT.
007440     MOVE CID-NOME               TO WRK-CAMPO.
007450     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007460     MOVE CID-REGIAO             TO WRK-CAMPO.
007470     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007480     MOVE WRK-REGIAO-NOME        TO WRK-CAMPO.
007490     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007500     MOVE WRK-REGIAO-MACRO       TO WRK-CAMPO.
007510     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007520     PERFORM 8300-WRITE-ROW      THRU 8300-WRITE-ROW-EXIT.
007530 2500-EXPORT-CITY-EXIT.
007540     EXIT.
007550*----------------------------------------------------------------
007560* 2600-EXPORT-LEDGER - READ THE NEXT LEDGER RECORD AND, IF ITS
007570*    DATE IS IN THE RANGE, WRITE ITS ROW WITH THE ACCOUNT NAME
007580*    AND THE NET BALANCE. A CLOSED MONTH'S SUMMARY RECORD (DAY
007590*    00) SHOWS ITS DATE AS MM/AAAA.
007600*----------------------------------------------------------------
007610 2600-EXPORT-LEDGER.
007620     READ LEDGER-MASTER NEXT RECORD
007630         AT END
007640             SET END-OF-SOURCE   TO TRUE
007650     END-READ.
007660     IF END-OF-SOURCE
007670         GO TO 2600-EXPORT-LEDGER-EXIT
007680     END-IF.
007690     ADD 1 TO WRK-READ-COUNT.
007700     IF LED-DATA < WRK-DATA-DE OR LED-DATA > WRK-DATA-ATE
007710         ADD 1 TO WRK-SKIP-COUNT
007720         GO TO 2600-EXPORT-LEDGER-EXIT
007730     END-IF.
007740     PERFORM 8440-ACCOUNT-NAME   THRU 8440-ACCOUNT-NAME-EXIT.
007750     PERFORM 8000-START-ROW      THRU 8000-START-ROW-EXIT.
007760     MOVE LED-DATA               TO WRK-DATA-ENTRADA.
007770     PERFORM 8200-FORMAT-DATE    THRU 8200-FORMAT-DATE-EXIT.
007780     MOVE WRK-DATA-FORMATADA     TO WRK-CAMPO.
007790     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007800     MOVE LED-CONTA              TO WRK-CAMPO.
007810     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007820     MOVE WRK-CONTA-DESCRICAO    TO WRK-CAMPO.
007830     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007840     MOVE LED-ORIGEM             TO WRK-CAMPO.
007850     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007860     MOVE LED-DEBITO             TO WRK-VALOR-EDITADO.
007870     MOVE WRK-VALOR-EDITADO      TO WRK-CAMPO.
007880     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007890     MOVE LED-CREDITO            TO WRK-VALOR-EDITADO.
007900     MOVE WRK-VALOR-EDITADO      TO WRK-CAMPO.
007910     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007920     COMPUTE WRK-SALDO = LED-DEBITO - LED-CREDITO.
007930     MOVE WRK-SALDO              TO WRK-VALOR-EDITADO.
007940     MOVE WRK-VALOR-EDITADO      TO WRK-CAMPO.
007950     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007960     MOVE LED-CONTADOR           TO WRK-NUMERO-EDITADO.
007970     MOVE WRK-NUMERO-EDITADO     TO WRK-CAMPO.
007980     PERFORM 8100-APPEND-FIELD   THRU 8100-APPEND-FIELD-EXIT.
007990     PERFORM 8300-WRITE-ROW      THRU 8300-WRITE-ROW-EXIT.
008000 2600-EXPORT-LEDGER-EXIT.
008010     EXIT.
008020*----------------------------------------------------------------
008030* 8000-START-ROW - CLEAR THE ROW BEING BUILT.
008040*----------------------------------------------------------------
008050 8000-START-ROW.
008060     MOVE SPACES                 TO WRK-LINHA.
008070     MOVE 1                      TO WRK-PTR.
008080     MOVE 1                      TO WRK-COLUNA.
008090 8000-START-ROW-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------
008120* 8100-APPEND-FIELD - ADD WRK-CAMPO TO THE ROW AS THE NEXT
008130*    COLUMN, WITHOUT ITS LEADING AND TRAILING SPACES AND WITH
008140*    ANY SEMICOLON IN THE DATA TURNED INTO A COMMA SO IT CANNOT
008150*    SPLIT THE COLUMN. AN EMPTY FIELD LEAVES AN EMPTY COLUMN.
008160*----------------------------------------------------------------
008170 8100-APPEND-FIELD.
008180     INSPECT WRK-CAMPO REPLACING ALL ';' BY ','.
008190     IF WRK-COLUNA > 1
008200         STRING ';' DELIMITED BY SIZE
008210             INTO WRK-LINHA WITH POINTER WRK-PTR
008220     END-IF.
008230     ADD 1 TO WRK-COLUNA.
008240     MOVE 40                     TO WRK-FIM.
008250     MOVE 'N'                    TO WRK-END-SWITCH.
008260     PERFORM 8110-FIND-END       THRU 8110-FIND-END-EXIT
008270         UNTIL FIELD-END-FOUND OR WRK-FIM = ZERO.
008280     IF WRK-FIM = ZERO
008290         GO TO 8100-APPEND-FIELD-EXIT
008300     END-IF.
008310     MOVE ZERO                   TO WRK-INICIO.
008320     INSPECT WRK-CAMPO TALLYING WRK-INICIO FOR LEADING SPACES.
008330     ADD 1 TO WRK-INICIO.
008340     COMPUTE WRK-TAMANHO = WRK-FIM - WRK-INICIO + 1.
008350     STRING WRK-CAMPO (WRK-INICIO:WRK-TAMANHO) DELIMITED BY SIZE
008360         INTO WRK-LINHA WITH POINTER WRK-PTR.
008370 8100-APPEND-FIELD-EXIT.
008380     EXIT.
008390*----------------------------------------------------------------
008400* 8110-FIND-END - STEP BACK OVER ONE TRAILING SPACE OF THE
008410*    FIELD.
008420*----------------------------------------------------------------
008430 8110-FIND-END.
008440     IF WRK-CAMPO (WRK-FIM:1) = SPACE
008450         SUBTRACT 1 FROM WRK-FIM
008460     ELSE
008470         SET FIELD-END-FOUND     TO TRUE
008480     END-IF.
008490 8110-FIND-END-EXIT.
008500     EXIT.
008510*----------------------------------------------------------------
008520* 8200-FORMAT-DATE - TURN AN AAAAMMDD DATE INTO DD/MM/AAAA FOR
008530*    THE SPREADSHEET. DAY 00 GIVES MM/AAAA; A DATE THAT IS NOT
008540*    NUMERIC (NOT ON FILE) GIVES AN EMPTY COLUMN.
008550*----------------------------------------------------------------
008560 8200-FORMAT-DATE.
008570     MOVE SPACES                 TO WRK-DATA-FORMATADA.
008580     IF WRK-DATA-ENTRADA NOT NUMERIC
008590         OR WRK-DATA-ENTRADA = ZERO
008600         GO TO 8200-FORMAT-DATE-EXIT
008610     END-IF.
008620     IF WRK-ENT-DIA = '00'
008630         MOVE WRK-ENT-MES        TO WRK-SAM-MES
008640         MOVE WRK-ENT-ANO        TO WRK-SAM-ANO
008650         MOVE WRK-MES-SAIDA      TO WRK-DATA-FORMATADA
008660     ELSE
008670         MOVE WRK-ENT-DIA        TO WRK-SAI-DIA
008680         MOVE WRK-ENT-MES        TO WRK-SAI-MES
008690         MOVE WRK-ENT-ANO        TO WRK-SAI-ANO
008700         MOVE WRK-DATA-SAIDA     TO WRK-DATA-FORMATADA
008710     END-IF.
008720 8200-FORMAT-DATE-EXIT.
008730     EXIT.
008740*----------------------------------------------------------------
008750* 8300-WRITE-ROW - WRITE THE ROW JUST BUILT.
008760*----------------------------------------------------------------
008770 8300-WRITE-ROW.
008780     WRITE EXPORT-RECORD FROM WRK-LINHA.
008790     ADD 1 TO WRK-EXPORT-COUNT.
008800 8300-WRITE-ROW-EXIT.
008810     EXIT.
008820*----------------------------------------------------------------
008830* 8400-COMPANY-NAME - THE EMPLOYEE'S COMPANY NAME FROM
008840*    COMPANY-MASTER, READ ONLY WHEN THE COMPANY CHANGES.
008850*----------------------------------------------------------------
008860 8400-COMPANY-NAME.
008870     IF EMP-EMPRESA = WRK-LAST-EMPRESA
008880         GO TO 8400-COMPANY-NAME-EXIT
008890     END-IF.
008900     MOVE EMP-EMPRESA            TO WRK-LAST-EMPRESA.
008910     MOVE SPACES                 TO WRK-RAZAO-SOCIAL.
008920     IF NOT COMPANY-MASTER-IS-OPEN
008930         GO TO 8400-COMPANY-NAME-EXIT
008940     END-IF.
008950     MOVE EMP-EMPRESA            TO CO-CODIGO.
008960     READ COMPANY-MASTER
008970         INVALID KEY
008980             MOVE 'EMPRESA NAO CADASTRADA' TO WRK-RAZAO-SOCIAL
008990         NOT INVALID KEY
009000             MOVE CO-RAZAO-SOCIAL TO WRK-RAZAO-SOCIAL
009010     END-READ.
009020 8400-COMPANY-NAME-EXIT.
009030     EXIT.
009040*----------------------------------------------------------------
009050* 8410-DEPT-DESCRIPTION - THE EMPLOYEE'S DEPARTMENT DESCRIPTION
009060*    FROM DEPT-MASTER, READ ONLY WHEN THE DEPARTMENT CHANGES.
009070*----------------------------------------------------------------
009080 8410-DEPT-DESCRIPTION.
009090     IF EMP-DEPTO = WRK-LAST-DEPTO
009100         GO TO 8410-DEPT-DESCRIPTION-EXIT
009110     END-IF.
009120     MOVE EMP-DEPTO              TO WRK-LAST-DEPTO.
009130     MOVE SPACES                 TO WRK-DEPTO-DESCRICAO.
009140     IF NOT DEPT-MASTER-IS-OPEN
009150         GO TO 8410-DEPT-DESCRIPTION-EXIT
009160     END-IF.
009170     MOVE EMP-DEPTO              TO DP-NOME.
009180     READ DEPT-MASTER
009190         INVALID KEY
009200             MOVE 'DEPARTAMENTO NAO CADASTRADO'
009210                                 TO WRK-DEPTO-DESCRICAO
009220         NOT INVALID KEY
009230             MOVE DP-DESCRICAO   TO WRK-DEPTO-DESCRICAO
009240     END-READ.
009250 8410-DEPT-DESCRIPTION-EXIT.
009260     EXIT.
009270*----------------------------------------------------------------
009280* 8420-REGION-NAME - THE NAME AND MACRO-REGION OF WRK-REGIAO,
009290*    ASKED OF PROG020 THE FIRST TIME THE CODE IS SEEN AND KEPT
009300*    IN THE TABLE FOR THE REST OF THE RUN.
009310*----------------------------------------------------------------
009320 8420-REGION-NAME.
009330     MOVE SPACES                 TO WRK-REGIAO-NOME.
009340     MOVE SPACES                 TO WRK-REGIAO-MACRO.
009350     IF WRK-REGIAO NOT NUMERIC OR WRK-REGIAO = ZERO
009360         GO TO 8420-REGION-NAME-EXIT
009370     END-IF.
009380     IF RNT-BUSCADO (WRK-REGIAO) NOT = 'Y'
009390         MOVE WRK-REGIAO         TO WRK-NUMERO
009400         MOVE SPACES             TO WRK-MENSAGEM
009410         MOVE 'C'                TO WRK-FUNCAO
009420         CALL 'PROG020' USING WRK-NUMERO, WRK-MENSAGEM,
009430                                 WRK-RETURN-CODE, WRK-PROGRAMA,
009440                                 WRK-FUNCAO, WRK-MACRO
009450         MOVE 'Y'                TO RNT-BUSCADO (WRK-REGIAO)
009460         IF WRK-LOOKUP-OK
009470             MOVE WRK-MENSAGEM   TO RNT-NOME (WRK-REGIAO)
009480             MOVE WRK-MACRO      TO RNT-MACRO (WRK-REGIAO)
009490         ELSE
009500             MOVE 'REGIAO NAO CADASTRADA' TO RNT-NOME (WRK-REGIAO)
009510         END-IF
009520     END-IF.
009530     MOVE RNT-NOME (WRK-REGIAO)  TO WRK-REGIAO-NOME.
009540     MOVE RNT-MACRO (WRK-REGIAO) TO WRK-REGIAO-MACRO.
009550 8420-REGION-NAME-EXIT.
009560     EXIT.
009570*----------------------------------------------------------------
009580* 8430-MANAGER-NAME - THE DEPARTMENT MANAGER'S NAME FROM
009590*    EMPLOYEE-MASTER. NO MANAGER (ZERO) GIVES AN EMPTY COLUMN.
009600*----------------------------------------------------------------
009610 8430-MANAGER-NAME.
009620     MOVE SPACES                 TO WRK-GERENTE-NOME.
009630     IF NOT EMPLOYEE-MASTER-IS-OPEN
009640         OR DP-GERENTE NOT NUMERIC OR DP-GERENTE = ZERO
009650         GO TO 8430-MANAGER-NAME-EXIT
009660     END-IF.
009670     MOVE DP-GERENTE             TO EMP-MATRICULA.
009680     READ EMPLOYEE-MASTER
009690         INVALID KEY
009700             MOVE 'MATRICULA NAO CADASTRADA' TO WRK-GERENTE-NOME
009710         NOT INVALID KEY
009720             MOVE EMP-NOME       TO WRK-GERENTE-NOME
009730     END-READ.
009740 8430-MANAGER-NAME-EXIT.
009750     EXIT.
009760*----------------------------------------------------------------
009770* 8440-ACCOUNT-NAME - THE ACCOUNT DESCRIPTION FROM THE CHART OF
009780*    ACCOUNTS, READ ONLY WHEN THE ACCOUNT CHANGES.
009790*----------------------------------------------------------------
009800 8440-ACCOUNT-NAME.
009810     IF LED-CONTA = WRK-LAST-CONTA
009820         GO TO 8440-ACCOUNT-NAME-EXIT
009830     END-IF.
009840     MOVE LED-CONTA              TO WRK-LAST-CONTA.
009850     MOVE SPACES                 TO WRK-CONTA-DESCRICAO.
009860     IF NOT ACCOUNT-MASTER-IS-OPEN
009870         GO TO 8440-ACCOUNT-NAME-EXIT
009880     END-IF.
009890     MOVE LED-CONTA              TO ACT-CONTA.
009900     READ ACCOUNT-MASTER
009910         INVALID KEY
009920             MOVE 'CONTA NAO CADASTRADA' TO WRK-CONTA-DESCRICAO
009930         NOT INVALID KEY
009940             MOVE ACT-DESCRICAO  TO WRK-CONTA-DESCRICAO
009950     END-READ.
009960 8440-ACCOUNT-NAME-EXIT.
009970     EXIT.
009980*----------------------------------------------------------------
009990* 8700-WRITE-CONTROL - APPEND THE RUN'S LINE TO THE EXPORT
010000*    CONTROL FILE, CREATING IT ON ITS FIRST USE.
010010*----------------------------------------------------------------
010020 8700-WRITE-CONTROL.
010030     OPEN EXTEND EXPORT-CONTROL.
010040     IF CTL-STATUS-NEW-FILE
010050         OPEN OUTPUT EXPORT-CONTROL
010060         CLOSE EXPORT-CONTROL
010070         OPEN EXTEND EXPORT-CONTROL
010080     END-IF.
010090     MOVE SPACES                 TO EXPORT-CONTROL-RECORD.
010100     MOVE WRK-DATA-HOJE          TO CTL-DATA.
010110     MOVE WRK-HORA-INICIO        TO CTL-HORA.
010120     MOVE WRK-OPERADOR           TO CTL-OPERADOR.
010130     MOVE PRM-ARQUIVO            TO CTL-ARQUIVO.
010140     MOVE PRM-EMPRESA            TO CTL-EMPRESA.
010150     MOVE PRM-DEPTO              TO CTL-DEPTO.
010160     MOVE PRM-SITUACAO           TO CTL-SITUACAO.
010170     MOVE PRM-DATA-DE            TO CTL-DATA-DE.
010180     MOVE PRM-DATA-ATE           TO CTL-DATA-ATE.
010190     MOVE WRK-READ-COUNT         TO CTL-LIDOS.
010200     MOVE WRK-EXPORT-COUNT       TO CTL-EXPORTADOS.
010210     MOVE WRK-RESULTADO          TO CTL-RESULTADO.
010220     WRITE EXPORT-CONTROL-RECORD.
010230     CLOSE EXPORT-CONTROL.
010240 8700-WRITE-CONTROL-EXIT.
010250     EXIT.
010260*----------------------------------------------------------------
010270* 8800-WRITE-OPSLOG - APPEND A RUN SUMMARY TO THE SHARED DAILY
010280*    OPERATIONS LOG.
010290*----------------------------------------------------------------
010300 8800-WRITE-OPSLOG.
010310     OPEN EXTEND OPS-LOG.
010320     IF OPS-STATUS-NEW-FILE
010330         OPEN OUTPUT OPS-LOG
010340         CLOSE OPS-LOG
010350         OPEN EXTEND OPS-LOG
010360     END-IF.
010370     MOVE SPACES                 TO OPS-LOG-RECORD.
010380     MOVE 'PROG079 '             TO OPS-PROGRAMA.
010390     MOVE WRK-DATA-HOJE          TO OPS-DATA.
010400     MOVE WRK-HORA-INICIO        TO OPS-HORA.
010410     ACCEPT OPS-HORA-FIM         FROM TIME.
010420     MOVE RETURN-CODE            TO OPS-RETORNO.
010430     MOVE WRK-EXPORT-COUNT       TO OPS-CONTADOR.
010440     IF RUN-IS-VALID
010450         STRING 'EXPORTADO ' DELIMITED BY SIZE
010460                PRM-ARQUIVO  DELIMITED BY SIZE
010470             INTO OPS-RESULTADO
010480     ELSE
010490         MOVE WRK-RESULTADO      TO OPS-RESULTADO
010500     END-IF.
010510     WRITE OPS-LOG-RECORD.
010520     CLOSE OPS-LOG.
010530 8800-WRITE-OPSLOG-EXIT.
010540     EXIT.
010550*----------------------------------------------------------------
010560* 9999-FINALIZE - PRINT THE RUN TOTALS AND CLOSE THE FILES.
010570*----------------------------------------------------------------
010580 9999-FINALIZE.
010590     DISPLAY '------------ PROG079 - TOTAIS ------------'.
010600     DISPLAY 'ARQUIVO............... ' PRM-ARQUIVO.
010610     DISPLAY 'REGISTROS LIDOS....... ' WRK-READ-COUNT.
010620     DISPLAY 'FORA DA SELECAO....... ' WRK-SKIP-COUNT.
010630     DISPLAY 'LINHAS EXPORTADAS..... ' WRK-EXPORT-COUNT.
010640     DISPLAY 'RESULTADO............. ' WRK-RESULTADO.
010650     IF EXPORT-IS-OPEN
010660         CLOSE EXPORT-FILE
010670     END-IF.
010680     IF EMPLOYEE-MASTER-IS-OPEN
010690         CLOSE EMPLOYEE-MASTER
010700     END-IF.
010710     IF COMPANY-MASTER-IS-OPEN
010720         CLOSE COMPANY-MASTER
010730     END-IF.
010740     IF DEPT-MASTER-IS-OPEN
010750         CLOSE DEPT-MASTER
010760     END-IF.
010770     IF ACCOUNT-MASTER-IS-OPEN
010780         CLOSE ACCOUNT-MASTER
010790     END-IF.
010800     IF SOURCE-IS-OPEN
010810         EVALUATE TRUE
010820             WHEN ARQUIVO-IS-REGIOES
010830                 CLOSE REGION-MASTER
010840             WHEN ARQUIVO-IS-MUNICIPIOS
010850                 CLOSE CITY-MASTER
010860             WHEN ARQUIVO-IS-RAZAO
010870                 CLOSE LEDGER-MASTER
010880         END-EVALUATE
010890     END-IF.
010900 9999-FINALIZE-EXIT.
010910     EXIT.
