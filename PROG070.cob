000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG070.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - PERIODIC LGPD ANONYMIZATION RUN. EVERY
000090*    EMPLOYEE TERMINATED MORE THAN THE RETENTION PERIOD AGO (IN
000100*    YEARS, FROM THE PARAMETER CARD OR THE CONSOLE, COUNTED
000110*    BACK FROM TODAY AGAINST EMP-DATA-DESLIGAMENTO) HAS THE
000120*    PERSONAL FIELDS MASKED ON EVERY FILE THAT HOLDS THEM -
000130*    THE NAME ON EMPLOYEE-MASTER, THE ACCOUNT ON BANK-MASTER,
000140*    THE DEPENDENTS' NAMES AND BIRTH DATES ON DEPENDENT-MASTER,
000150*    THE SAME FIELDS IN THE EMP-HISTORY RECORD IMAGES, THE NAME
000160*    ON THE REG-JOURNAL AND REG-SUSPENSE RECORDS AND THE NAME,
000170*    ACCOUNT AND DEPENDENTS ON THE PAYPRIOR SENT COPY. THE
000180*    MATRICULA, COMPANY, DEPARTMENT AND DATES ARE KEPT, SO THE
000190*    COUNTS AND THE HISTORY STILL BALANCE. THE SEQUENTIAL FILES
000200*    ARE COPIED THROUGH TO NEW FILES THE JOB STREAM SWAPS IN,
000210*    THE WAY PROG030 PURGES ITS AUDIT LOG; THE INDEXED MASTERS
000220*    ARE REWRITTEN IN PLACE. A JOURNAL RECORD WITH NO MATRICULA
000230*    AND A SUSPENSE RECORD ARE MATCHED ON THE NAME, AND ARE
000240*    MASKED ONLY WHEN NO EMPLOYEE STILL WITHIN THE PERIOD
000250*    CARRIES THE SAME NAME - SO THE SEQUENTIAL FILES ARE DONE
000260*    FIRST, WHILE THE MASTER STILL HOLDS THE NAMES. EACH
000270*    EMPLOYEE MASKED GETS AN EMP-HISTORY RECORD (ACTION N) AND
000280*    A LINE ON THE REPORT. THE OPERATOR SIGNS ON AT GERENCIA
000290*    LEVEL. A MISSING OR INVALID PERIOD MASKS NOTHING AND ENDS
000300*    THE RUN WITH RETURN CODE 4.
000310*----------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*----------------------------------------------------------------
000340* 2026-10-15  RM  ORIGINAL PROGRAM.
000350*----------------------------------------------------------------
000360 ENVIRONMENT                     DIVISION.
000370 CONFIGURATION                   SECTION.
000380 SOURCE-COMPUTER.                IBM-370.
000390 OBJECT-COMPUTER.                IBM-370.
000400 INPUT-OUTPUT                    SECTION.
000410 FILE-CONTROL.
000420     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000430                                 ORGANIZATION IS INDEXED
000440                                 ACCESS MODE IS DYNAMIC
000450                                 RECORD KEY IS EMP-MATRICULA
000460                                 ALTERNATE RECORD KEY IS EMP-NOME
000470                                     WITH DUPLICATES
000480                                 FILE STATUS IS WS-EMP-STATUS.
000490     SELECT BANK-MASTER          ASSIGN TO BANKMAST
000500                                 ORGANIZATION IS INDEXED
000510                                 ACCESS MODE IS DYNAMIC
000520                                 RECORD KEY IS BNK-MATRICULA
000530                                 FILE STATUS IS WS-BNK-STATUS.
000540     SELECT DEPENDENT-MASTER     ASSIGN TO DPNDMAST
000550                                 ORGANIZATION IS INDEXED
000560                                 ACCESS MODE IS DYNAMIC
000570                                 RECORD KEY IS DPN-CHAVE
000580                                 FILE STATUS IS WS-DPN-STATUS.
000590     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
000600                                 ORGANIZATION IS SEQUENTIAL
000610                                 FILE STATUS IS WS-HST-STATUS.
000620     SELECT EMP-HISTORY-OUT      ASSIGN TO EMPHISTO
000630                                 ORGANIZATION IS SEQUENTIAL
000640                                 FILE STATUS IS WS-HSTO-STATUS.
000650     SELECT REG-JOURNAL          ASSIGN TO REGJRNL
000660                                 ORGANIZATION IS SEQUENTIAL
000670                                 FILE STATUS IS WS-JRN-STATUS.
000680     SELECT REG-JOURNAL-OUT      ASSIGN TO REGJRNLO
000690                                 ORGANIZATION IS SEQUENTIAL
000700                                 FILE STATUS IS WS-JRNO-STATUS.
000710     SELECT SUSP-IN              ASSIGN TO REGSUSP
000720                                 ORGANIZATION IS SEQUENTIAL
000730                                 FILE STATUS IS WS-SUSPI-STATUS.
000740     SELECT SUSP-OUT             ASSIGN TO REGSUSPO
000750                                 ORGANIZATION IS SEQUENTIAL
000760                                 FILE STATUS IS WS-SUSPO-STATUS.
000770     SELECT PAY-PRIOR            ASSIGN TO PAYPRIOR
000780                                 ORGANIZATION IS SEQUENTIAL
000790                                 FILE STATUS IS WS-PRI-STATUS.
000800     SELECT PAY-PRIOR-OUT        ASSIGN TO PAYPRIOO
000810                                 ORGANIZATION IS SEQUENTIAL
000820                                 FILE STATUS IS WS-PRIO-STATUS.
000830     SELECT PARM-FILE            ASSIGN TO PARMCARD
000840                                 ORGANIZATION IS SEQUENTIAL
000850                                 FILE STATUS IS WS-PRM-STATUS.
000860     SELECT ANON-RPT             ASSIGN TO ANONRPT
000870                                 ORGANIZATION IS SEQUENTIAL
000880                                 FILE STATUS IS WS-RPT-STATUS.
000890 DATA                            DIVISION.
000900 FILE                            SECTION.
000910 FD  EMPLOYEE-MASTER
000920     LABEL RECORDS ARE STANDARD.
000930     COPY EMPMAST.
000940 FD  BANK-MASTER
000950     LABEL RECORDS ARE STANDARD.
000960     COPY BANKMAST.
000970 FD  DEPENDENT-MASTER
000980     LABEL RECORDS ARE STANDARD.
000990     COPY DPNDMAST.
001000 FD  EMP-HISTORY
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 449 CHARACTERS.
001030 01  HST-IN-RECORD               PIC X(449).
001040 FD  EMP-HISTORY-OUT
001050     LABEL RECORDS ARE STANDARD.
001060     COPY EMPHIST.
001070 FD  REG-JOURNAL
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 112 CHARACTERS.
001100 01  JRN-IN-RECORD               PIC X(112).
001110 FD  REG-JOURNAL-OUT
001120     LABEL RECORDS ARE STANDARD.
001130     COPY REGJRNL.
001140 FD  SUSP-IN
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 72 CHARACTERS.
001170 01  SUSP-IN-RECORD              PIC X(72).
001180 FD  SUSP-OUT
001190     LABEL RECORDS ARE STANDARD.
001200     COPY REGSUSP.
001210 FD  PAY-PRIOR
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 120 CHARACTERS.
001240 01  PRI-IN-RECORD               PIC X(120).
001250 FD  PAY-PRIOR-OUT
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 120 CHARACTERS.
001280 01  PAY-PRIOR-RECORD.
001290     05  PRI-TIPO                PIC X(01).
001300         88  PRI-IS-DETALHE                 VALUE 'D'.
001310         88  PRI-IS-DEPENDENTE              VALUE 'F'.
001320     05  PRI-MATRICULA           PIC 9(06).
001330     05  PRI-DADOS               PIC X(113).
001340     05  PRI-DETALHE             REDEFINES PRI-DADOS.
001350         10  PRI-NOME            PIC X(30).
001360         10  FILLER              PIC X(43).
001370         10  PRI-CONTA-AREA      PIC X(20).
001380         10  FILLER              PIC X(20).
001390     05  PRI-DEPENDENTE          REDEFINES PRI-DADOS.
001400         10  PRI-DEP-SEQUENCIA   PIC 9(02).
001410         10  PRI-DEP-NOME        PIC X(30).
001420         10  PRI-DEP-PARENTESCO  PIC X(01).
001430         10  PRI-DEP-NASCIMENTO  PIC X(08).
001440         10  FILLER              PIC X(72).
001450 FD  PARM-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 80 CHARACTERS.
001480 01  PARM-RECORD.
001490     05  PRM-ANOS                PIC X(02).
001500     05  FILLER                  PIC X(78).
001510 FD  ANON-RPT
001520     LABEL RECORDS ARE STANDARD
001530     RECORD CONTAINS 132 CHARACTERS.
001540 01  RPT-LINE                    PIC X(132).
001550 WORKING-STORAGE                 SECTION.
001560     COPY RUNLINK                REPLACING ==:PFX:== BY ==WRK==.
001570     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
001580 01  HEADING-LINE-1.
001590     05  FILLER                  PIC X(36)
001600             VALUE 'ANONIMIZACAO LGPD - PROG070'.
001610     05  FILLER                  PIC X(06) VALUE 'CORTE '.
001620     05  HDR-CORTE               PIC X(08).
001630     05  FILLER                  PIC X(03) VALUE ' ( '.
001640     05  HDR-ANOS                PIC Z9.
001650     05  FILLER                  PIC X(08) VALUE ' ANOS ) '.
001660     05  FILLER                  PIC X(09) VALUE 'OPERADOR '.
001670     05  HDR-OPERADOR            PIC X(08).
001680     05  FILLER                  PIC X(52) VALUE SPACES.
001690 01  HEADING-LINE-2.
001700     05  FILLER                  PIC X(36)
001710             VALUE 'MATRICULA DESLIGADO EMPRESA'.
001720     05  FILLER                  PIC X(20) VALUE 'DEPARTAMENTO'.
001730     05  FILLER                  PIC X(08) VALUE 'CONTA'.
001740     05  FILLER                  PIC X(11) VALUE 'DEPENDENTES'.
001750     05  FILLER                  PIC X(57) VALUE SPACES.
001760 01  DETAIL-LINE.
001770     05  DTL-MATRICULA           PIC 9(06).
001780     05  FILLER                  PIC X(04) VALUE SPACES.
001790     05  DTL-DESLIGAMENTO        PIC X(08).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  DTL-EMPRESA             PIC X(15).
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  DTL-DEPTO               PIC X(15).
001840     05  FILLER                  PIC X(05) VALUE SPACES.
001850     05  DTL-CONTA               PIC X(03).
001860     05  FILLER                  PIC X(07) VALUE SPACES.
001870     05  DTL-DEPENDENTES         PIC ZZ9.
001880     05  FILLER                  PIC X(63) VALUE SPACES.
001890 01  FILE-TOTAL-LINE.
001900     05  FTL-ARQUIVO             PIC X(10).
001910     05  FILLER                  PIC X(08) VALUE 'LIDOS  '.
001920     05  FTL-LIDOS               PIC ZZZ,ZZ9.
001930     05  FILLER                  PIC X(14) VALUE '   MASCARADOS '.
001940     05  FTL-MASCARADOS          PIC ZZZ,ZZ9.
001950     05  FILLER                  PIC X(86) VALUE SPACES.
001960 01  NOTE-LINE.
001970     05  NTL-TEXTO               PIC X(40).
001980     05  NTL-ARQUIVO             PIC X(08).
001990     05  FILLER                  PIC X(84) VALUE SPACES.
002000 01  CONTA-ANONIMA.
002010     05  FILLER                  PIC 9(03)  VALUE ZERO.
002020     05  FILLER                  PIC 9(04)  VALUE ZERO.
002030     05  FILLER                  PIC X(01)  VALUE SPACE.
002040     05  FILLER                  PIC 9(10)  VALUE ZERO.
002050     05  FILLER                  PIC X(01)  VALUE SPACE.
002060     05  FILLER                  PIC X(01)  VALUE SPACE.
002070 01  WRK-DATA-HOJE.
002080     05  WRK-HOJE-ANO            PIC 9(04).
002090     05  WRK-HOJE-MMDD           PIC X(04).
002100 01  WRK-DATA-CORTE.
002110     05  WRK-CORTE-ANO           PIC 9(04).
002120     05  WRK-CORTE-MMDD          PIC X(04).
002130 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
002140     88  EMP-STATUS-OK                      VALUE '00'.
002150     88  EMP-STATUS-EOF                     VALUE '10'.
002160 77  WS-BNK-STATUS               PIC X(02)  VALUE SPACES.
002170     88  BNK-STATUS-OK                      VALUE '00'.
002180     88  BNK-STATUS-NEW-FILE                VALUE '35'.
002190 77  WS-DPN-STATUS               PIC X(02)  VALUE SPACES.
002200     88  DPN-STATUS-OK                      VALUE '00'.
002210     88  DPN-STATUS-NEW-FILE                VALUE '35'.
002220 77  WS-HST-STATUS               PIC X(02)  VALUE SPACES.
002230     88  HST-STATUS-OK                      VALUE '00'.
002240     88  HST-STATUS-NEW-FILE                VALUE '35'.
002250 77  WS-HSTO-STATUS              PIC X(02)  VALUE SPACES.
002260     88  HSTO-STATUS-OK                     VALUE '00'.
002270 77  WS-JRN-STATUS               PIC X(02)  VALUE SPACES.
002280     88  JRN-STATUS-OK                      VALUE '00'.
002290     88  JRN-STATUS-NEW-FILE                VALUE '35'.
002300 77  WS-JRNO-STATUS              PIC X(02)  VALUE SPACES.
002310     88  JRNO-STATUS-OK                     VALUE '00'.
002320 77  WS-SUSPI-STATUS             PIC X(02)  VALUE SPACES.
002330     88  SUSPI-STATUS-OK                    VALUE '00'.
002340     88  SUSPI-STATUS-NEW-FILE              VALUE '35'.
002350 77  WS-SUSPO-STATUS             PIC X(02)  VALUE SPACES.
002360     88  SUSPO-STATUS-OK                    VALUE '00'.
002370 77  WS-PRI-STATUS               PIC X(02)  VALUE SPACES.
002380     88  PRI-STATUS-OK                      VALUE '00'.
002390     88  PRI-STATUS-NEW-FILE                VALUE '35'.
002400 77  WS-PRIO-STATUS              PIC X(02)  VALUE SPACES.
002410     88  PRIO-STATUS-OK                     VALUE '00'.
002420 77  WS-PRM-STATUS               PIC X(02)  VALUE SPACES.
002430     88  PRM-STATUS-OK                      VALUE '00'.
002440     88  PRM-STATUS-NEW-FILE                VALUE '35'.
002450 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
002460     88  RPT-STATUS-OK                      VALUE '00'.
002470*    SAME TEXT AS EMP-IS-ANONIMIZADO ON THE MASTER.
002480 77  WRK-NOME-ANONIMO            PIC X(30)
002490             VALUE 'TITULAR ANONIMIZADO - LGPD'.
002500 77  WRK-ANOS-IN                 PIC X(02)  VALUE SPACES.
002510 77  WRK-ANOS                    PIC 9(02)  VALUE ZERO.
002520 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
002530 77  WRK-CHAVE-MATRICULA         PIC 9(06)  VALUE ZERO.
002540 77  WRK-CHAVE-NOME              PIC X(30)  VALUE SPACES.
002550 77  WRK-DPN-COUNT               PIC 9(03)  COMP VALUE ZERO.
002560 77  WRK-LIDOS                   PIC 9(07)  COMP VALUE ZERO.
002570 77  WRK-MASCARADOS              PIC 9(07)  COMP VALUE ZERO.
002580 77  WRK-EMP-LIDOS               PIC 9(07)  COMP VALUE ZERO.
002590 77  WRK-EMP-ANONIMIZADOS        PIC 9(07)  COMP VALUE ZERO.
002600 77  WRK-BNK-MASCARADOS          PIC 9(07)  COMP VALUE ZERO.
002610 77  WRK-DPN-MASCARADOS          PIC 9(07)  COMP VALUE ZERO.
002620 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
002630     88  OPERADOR-IS-VALID                  VALUE 'Y'.
002640     88  OPERADOR-IS-INVALID                VALUE 'N'.
002650 77  WRK-CORTE-SWITCH            PIC X(01)  VALUE 'N'.
002660     88  CORTE-IS-VALID                     VALUE 'Y'.
002670     88  CORTE-IS-INVALID                   VALUE 'N'.
002680 77  WRK-ANONIMIZA-SWITCH        PIC X(01)  VALUE 'N'.
002690     88  TITULAR-ANONIMIZA                  VALUE 'Y'.
002700     88  TITULAR-MANTEM                     VALUE 'N'.
002710 77  WRK-PRAZO-SWITCH            PIC X(01)  VALUE 'N'.
002720     88  NOME-FORA-DO-PRAZO                 VALUE 'Y'.
002730 77  WRK-VIGENTE-SWITCH          PIC X(01)  VALUE 'N'.
002740     88  NOME-DENTRO-DO-PRAZO               VALUE 'Y'.
002750 77  WRK-BNK-FILE-SWITCH         PIC X(01)  VALUE 'Y'.
002760     88  BNK-FILE-IS-OPEN                   VALUE 'Y'.
002770     88  BNK-FILE-IS-MISSING                VALUE 'N'.
002780 77  WRK-DPN-FILE-SWITCH         PIC X(01)  VALUE 'Y'.
002790     88  DPN-FILE-IS-OPEN                   VALUE 'Y'.
002800     88  DPN-FILE-IS-MISSING                VALUE 'N'.
002810 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
002820     88  END-OF-INPUT                       VALUE 'Y'.
002830 77  WRK-NOME-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002840     88  END-OF-NOME                        VALUE 'Y'.
002850 77  WRK-DPN-EOF-SWITCH          PIC X(01)  VALUE 'N'.
002860     88  END-OF-DEPENDENTS                  VALUE 'Y'.
002870 PROCEDURE                       DIVISION.
002880*----------------------------------------------------------------
002890* 0000-MAINLINE - THE SEQUENTIAL FILES ARE MASKED FIRST, WHILE
002900*    THE MASTER STILL HOLDS THE NAMES THEY ARE MATCHED ON; THE
002910*    MASTERS ARE MASKED LAST.
002920*----------------------------------------------------------------
002930 0000-MAINLINE.
002940     PERFORM 0100-REGISTER-START
002950                                THRU 0100-REGISTER-START-EXIT.
002960     IF WRK-RUN-IMPEDIDO
002970         MOVE 12                 TO RETURN-CODE
002980         STOP RUN
002990     END-IF.
003000     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
003010     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
003020         UNTIL OPERADOR-IS-VALID.
003030     PERFORM 1800-PRINT-HEADING  THRU 1800-PRINT-HEADING-EXIT.
003040     OPEN INPUT EMPLOYEE-MASTER.
003050     PERFORM 2000-MASK-HISTORY   THRU 2000-MASK-HISTORY-EXIT.
003060     PERFORM 3000-MASK-JOURNAL   THRU 3000-MASK-JOURNAL-EXIT.
003070     PERFORM 4000-MASK-SUSPENSE  THRU 4000-MASK-SUSPENSE-EXIT.
003080     PERFORM 5000-MASK-PAYPRIOR  THRU 5000-MASK-PAYPRIOR-EXIT.
003090     CLOSE EMPLOYEE-MASTER.
003100     PERFORM 6000-MASK-MASTERS   THRU 6000-MASK-MASTERS-EXIT.
003110     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
003120     IF CORTE-IS-INVALID
003130         MOVE 4                  TO RETURN-CODE
003140     END-IF.
003150     PERFORM 0200-REGISTER-END   THRU 0200-REGISTER-END-EXIT.
003160     STOP RUN.
003170*----------------------------------------------------------------
003180* 0100-REGISTER-START - REGISTER THE RUN ON THE RUN-CONTROL
003190*    FILE THROUGH PROG052, WHICH REFUSES THE START WHILE A
003200*    CONFLICTING PROGRAM IS LIVE OR A REQUIRED PREDECESSOR
003210*    HAS NOT FINISHED TODAY.
003220*----------------------------------------------------------------
003230 0100-REGISTER-START.
003240     MOVE 'PROG070 '             TO WRK-RUN-PROGRAMA.
003250     MOVE 'I'                    TO WRK-RUN-FUNCAO.
003260     MOVE 'PROG007 PROG016 PROG021 PROG022 PROG035'
003270                                 TO WRK-RUN-CONFLITOS.
003280     MOVE SPACES                 TO WRK-RUN-PREDECESSORES.
003290     MOVE ZERO                   TO WRK-RUN-RETORNO-PROG.
003300     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
003310                                 WRK-RUN-CONFLITOS,
003320                                 WRK-RUN-PREDECESSORES,
003330                                 WRK-RUN-RETORNO-PROG,
003340                                 WRK-RUN-RETORNO.
003350 0100-REGISTER-START-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------
003380* 0200-REGISTER-END - RECORD THE END OF THE RUN AND ITS FINAL
003390*    CONDITION CODE ON THE RUN-CONTROL FILE.
003400*----------------------------------------------------------------
003410 0200-REGISTER-END.
003420     MOVE 'T'                    TO WRK-RUN-FUNCAO.
003430     MOVE RETURN-CODE            TO WRK-RUN-RETORNO-PROG.
003440     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
003450                                 WRK-RUN-CONFLITOS,
003460                                 WRK-RUN-PREDECESSORES,
003470                                 WRK-RUN-RETORNO-PROG,
003480                                 WRK-RUN-RETORNO.
003490 0200-REGISTER-END-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520* 1000-INITIALIZE - TAKE THE RETENTION PERIOD, WORK OUT THE
003530*    CUT-OFF DATE AND OPEN THE OUTPUT FILES. THE NEW HISTORY
003540*    FILE IS OPENED HERE SO THE ACTION N RECORDS CAN FOLLOW THE
003550*    COPIED ONES.
003560*----------------------------------------------------------------
003570 1000-INITIALIZE.
003580     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
003590     PERFORM 1050-GET-PARM       THRU 1050-GET-PARM-EXIT.
003600     MOVE '00000000'             TO WRK-DATA-CORTE.
003610     IF CORTE-IS-VALID
003620         SUBTRACT WRK-ANOS FROM WRK-HOJE-ANO
003630                                 GIVING WRK-CORTE-ANO
003640         MOVE WRK-HOJE-MMDD      TO WRK-CORTE-MMDD
003650     END-IF.
003660     OPEN OUTPUT ANON-RPT.
003670     OPEN OUTPUT EMP-HISTORY-OUT.
003680     OPEN OUTPUT REG-JOURNAL-OUT.
003690     OPEN OUTPUT SUSP-OUT.
003700     OPEN OUTPUT PAY-PRIOR-OUT.
003710 1000-INITIALIZE-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740* 1050-GET-PARM - TAKE THE RETENTION PERIOD IN YEARS FROM THE
003750*    PARAMETER CARD WHEN THE FILE IS SUPPLIED, FALLING BACK TO
003760*    THE CONSOLE PROMPT WHEN IT IS NOT, THE WAY PROG030 TAKES
003770*    ITS RETENTION DATE. A MISSING, NON-NUMERIC OR ZERO PERIOD
003780*    IS REPORTED AND NOTHING IS MASKED.
003790*----------------------------------------------------------------
003800 1050-GET-PARM.
003810     OPEN INPUT PARM-FILE.
003820     IF PRM-STATUS-NEW-FILE
003830         DISPLAY 'ANOS DE RETENCAO APOS O DESLIGAMENTO... '
003840         ACCEPT WRK-ANOS-IN
003850         GO TO 1050-GET-PARM-CHECK
003860     END-IF.
003870     READ PARM-FILE
003880         AT END
003890             MOVE SPACES         TO WRK-ANOS-IN
003900             GO TO 1050-GET-PARM-FECHA
003910     END-READ.
003920     MOVE PRM-ANOS               TO WRK-ANOS-IN.
003930 1050-GET-PARM-FECHA.
003940     CLOSE PARM-FILE.
003950 1050-GET-PARM-CHECK.
003960     IF WRK-ANOS-IN NUMERIC
003970         MOVE WRK-ANOS-IN        TO WRK-ANOS
003980     END-IF.
003990     IF WRK-ANOS > ZERO
004000         SET CORTE-IS-VALID TO TRUE
004010     ELSE
004020         DISPLAY 'PRAZO DE RETENCAO INVALIDO - ' WRK-ANOS-IN
004030                 ' - NADA SERA ANONIMIZADO'
004040     END-IF.
004050 1050-GET-PARM-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------
004080* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
004090*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
004100*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT. THE MASKING
004110*    CANNOT BE UNDONE, SO IT TAKES A MANAGER.
004120*----------------------------------------------------------------
004130 1500-SIGNON.
004140     MOVE 'PROG070 '             TO WRK-SGN-PROGRAMA.
004150     MOVE 4                      TO WRK-SGN-NIVEL.
004160     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
004170                                 WRK-SGN-OPERADOR,
004180                                 WRK-SGN-RETORNO.
004190     IF WRK-SGN-OK
004200         SET OPERADOR-IS-VALID TO TRUE
004210         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
004220     ELSE
004230         SET OPERADOR-IS-INVALID TO TRUE
004240     END-IF.
004250 1500-SIGNON-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------
004280* 1800-PRINT-HEADING - PRINT THE REPORT HEADINGS WITH THE
004290*    CUT-OFF DATE, OR THE NOTE THAT NOTHING WILL BE MASKED.
004300*----------------------------------------------------------------
004310 1800-PRINT-HEADING.
004320     MOVE WRK-DATA-CORTE         TO HDR-CORTE.
004330     MOVE WRK-ANOS               TO HDR-ANOS.
004340     MOVE WRK-OPERADOR           TO HDR-OPERADOR.
004350     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
004360     IF CORTE-IS-INVALID
004370         MOVE 'PRAZO INVALIDO - NADA ANONIMIZADO' TO NTL-TEXTO
004380         MOVE WRK-ANOS-IN        TO NTL-ARQUIVO
004390         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 2 LINES
004400     END-IF.
004410     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
004420 1800-PRINT-HEADING-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450* 2000-MASK-HISTORY - COPY THE EMPLOYMENT HISTORY TO THE NEW
004460*    FILE, MASKING THE IMAGES OF THE EMPLOYEES OUT OF THE
004470*    RETENTION PERIOD.
004480*----------------------------------------------------------------
004490 2000-MASK-HISTORY.
004500     MOVE ZERO                   TO WRK-LIDOS.
004510     MOVE ZERO                   TO WRK-MASCARADOS.
004520     MOVE 'EMPHIST'              TO FTL-ARQUIVO.
004530     OPEN INPUT EMP-HISTORY.
004540     IF HST-STATUS-NEW-FILE
004550         MOVE 'EMPHIST '         TO NTL-ARQUIVO
004560         PERFORM 8900-PRINT-MISSING
004570                                THRU 8900-PRINT-MISSING-EXIT
004580         GO TO 2000-MASK-HISTORY-EXIT
004590     END-IF.
004600     MOVE 'N'                    TO WRK-EOF-SWITCH.
004610     PERFORM 2100-COPY-EVENT     THRU 2100-COPY-EVENT-EXIT
004620         UNTIL END-OF-INPUT.
004630     CLOSE EMP-HISTORY.
004640     PERFORM 8800-PRINT-FILE-TOTAL
004650                                THRU 8800-PRINT-FILE-TOTAL-EXIT.
004660 2000-MASK-HISTORY-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690* 2100-COPY-EVENT - READ ONE HISTORY RECORD, MASK IT WHEN ITS
004700*    MATRICULA IS OUT OF THE PERIOD, AND WRITE IT TO THE NEW
004710*    FILE.
004720*----------------------------------------------------------------
004730 2100-COPY-EVENT.
004740     READ EMP-HISTORY INTO HST-LOG-RECORD
004750         AT END
004760             SET END-OF-INPUT TO TRUE
004770             GO TO 2100-COPY-EVENT-EXIT
004780     END-READ.
004790     ADD 1 TO WRK-LIDOS.
004800     MOVE HST-MATRICULA          TO WRK-CHAVE-MATRICULA.
004810     PERFORM 7000-CHECK-MATRICULA
004820                                THRU 7000-CHECK-MATRICULA-EXIT.
004830     IF TITULAR-ANONIMIZA
004840         PERFORM 2200-MASK-IMAGES
004850                                THRU 2200-MASK-IMAGES-EXIT
004860         ADD 1 TO WRK-MASCARADOS
004870     END-IF.
004880     WRITE HST-LOG-RECORD.
004890 2100-COPY-EVENT-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920* 2200-MASK-IMAGES - MASK THE PERSONAL FIELDS OF BOTH RECORD
004930*    IMAGES. THE IMAGE LAYOUT FOLLOWS THE ACTION - BANK-MASTER
004940*    FOR B, DEPENDENT-MASTER FOR F, LEAVE-MASTER FOR L (WHICH
004950*    HOLDS NOTHING TO MASK) AND EMPLOYEE-MASTER FOR THE REST. A
004960*    BLANK IMAGE STAYS BLANK.
004970*----------------------------------------------------------------
004980 2200-MASK-IMAGES.
004990     IF HST-ACAO-AFASTAMENTO
005000         GO TO 2200-MASK-IMAGES-EXIT
005010     END-IF.
005020     IF HST-ACAO-BANCO
005030         IF HST-ANTES NOT = SPACES
005040             MOVE CONTA-ANONIMA  TO HST-ANTES (7:20)
005050         END-IF
005060         IF HST-DEPOIS NOT = SPACES
005070             MOVE CONTA-ANONIMA  TO HST-DEPOIS (7:20)
005080         END-IF
005090         GO TO 2200-MASK-IMAGES-EXIT
005100     END-IF.
005110     IF HST-ACAO-DEPENDENTE
005120         IF HST-ANTES NOT = SPACES
005130             MOVE WRK-NOME-ANONIMO TO HST-ANTES (9:30)
005140             MOVE SPACES         TO HST-ANTES (40:8)
005150         END-IF
005160         IF HST-DEPOIS NOT = SPACES
005170             MOVE WRK-NOME-ANONIMO TO HST-DEPOIS (9:30)
005180             MOVE SPACES         TO HST-DEPOIS (40:8)
005190         END-IF
005200         GO TO 2200-MASK-IMAGES-EXIT
005210     END-IF.
005220     IF HST-ANTES NOT = SPACES
005230         MOVE WRK-NOME-ANONIMO   TO HST-ANTES (7:30)
005240     END-IF.
005250     IF HST-DEPOIS NOT = SPACES
005260         MOVE WRK-NOME-ANONIMO   TO HST-DEPOIS (7:30)
005270     END-IF.
005280 2200-MASK-IMAGES-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------
005310* 3000-MASK-JOURNAL - COPY THE REGISTRATION JOURNAL TO THE NEW
005320*    FILE, MASKING THE NAME ON THE DECISIONS OF EMPLOYEES OUT OF
005330*    THE PERIOD.
005340*----------------------------------------------------------------
005350 3000-MASK-JOURNAL.
005360     MOVE ZERO                   TO WRK-LIDOS.
005370     MOVE ZERO                   TO WRK-MASCARADOS.
005380     MOVE 'REGJRNL'              TO FTL-ARQUIVO.
005390     OPEN INPUT REG-JOURNAL.
005400     IF JRN-STATUS-NEW-FILE
005410         MOVE 'REGJRNL '         TO NTL-ARQUIVO
005420         PERFORM 8900-PRINT-MISSING
005430                                THRU 8900-PRINT-MISSING-EXIT
005440         GO TO 3000-MASK-JOURNAL-EXIT
005450     END-IF.
005460     MOVE 'N'                    TO WRK-EOF-SWITCH.
005470     PERFORM 3100-COPY-DECISION  THRU 3100-COPY-DECISION-EXIT
005480         UNTIL END-OF-INPUT.
005490     CLOSE REG-JOURNAL.
005500     PERFORM 8800-PRINT-FILE-TOTAL
005510                                THRU 8800-PRINT-FILE-TOTAL-EXIT.
005520 3000-MASK-JOURNAL-EXIT.
005530     EXIT.
005540*----------------------------------------------------------------
005550* 3100-COPY-DECISION - READ ONE JOURNAL RECORD AND WRITE IT TO
005560*    THE NEW FILE, MASKED WHEN IT IS AN EMPLOYEE'S OUT OF THE
005570*    PERIOD - BY ITS MATRICULA WHEN IT CARRIES ONE, OTHERWISE
005580*    BY ITS NAME.
005590*----------------------------------------------------------------
005600 3100-COPY-DECISION.
005610     READ REG-JOURNAL INTO JRN-LOG-RECORD
005620         AT END
005630             SET END-OF-INPUT TO TRUE
005640             GO TO 3100-COPY-DECISION-EXIT
005650     END-READ.
005660     ADD 1 TO WRK-LIDOS.
005670     IF JRN-MATRICULA NUMERIC
005680         AND JRN-MATRICULA NOT = ZERO
005690         MOVE JRN-MATRICULA      TO WRK-CHAVE-MATRICULA
005700         PERFORM 7000-CHECK-MATRICULA
005710                                THRU 7000-CHECK-MATRICULA-EXIT
005720     ELSE
005730         MOVE JRN-NOME           TO WRK-CHAVE-NOME
005740         PERFORM 7200-CHECK-NOME THRU 7200-CHECK-NOME-EXIT
005750     END-IF.
005760     IF TITULAR-ANONIMIZA
005770         AND JRN-NOME NOT = WRK-NOME-ANONIMO
005780         MOVE WRK-NOME-ANONIMO   TO JRN-NOME
005790         ADD 1 TO WRK-MASCARADOS
005800     END-IF.
005810     WRITE JRN-LOG-RECORD.
005820 3100-COPY-DECISION-EXIT.
005830     EXIT.
005840*----------------------------------------------------------------
005850* 4000-MASK-SUSPENSE - COPY THE REGISTRATION SUSPENSE FILE TO
005860*    THE NEW FILE, MASKING THE NAME ON THE SUSPENDED RECORDS OF
005870*    EMPLOYEES OUT OF THE PERIOD. THEY CARRY NO MATRICULA, SO
005880*    THEY ARE MATCHED ON THE NAME.
005890*----------------------------------------------------------------
005900 4000-MASK-SUSPENSE.
005910     MOVE ZERO                   TO WRK-LIDOS.
005920     MOVE ZERO                   TO WRK-MASCARADOS.
005930     MOVE 'REGSUSP'              TO FTL-ARQUIVO.
005940     OPEN INPUT SUSP-IN.
005950     IF SUSPI-STATUS-NEW-FILE
005960         MOVE 'REGSUSP '         TO NTL-ARQUIVO
005970         PERFORM 8900-PRINT-MISSING
005980                                THRU 8900-PRINT-MISSING-EXIT
005990         GO TO 4000-MASK-SUSPENSE-EXIT
006000     END-IF.
006010     MOVE 'N'                    TO WRK-EOF-SWITCH.
006020     PERFORM 4100-COPY-SUSPENDED THRU 4100-COPY-SUSPENDED-EXIT
006030         UNTIL END-OF-INPUT.
006040     CLOSE SUSP-IN.
006050     PERFORM 8800-PRINT-FILE-TOTAL
006060                                THRU 8800-PRINT-FILE-TOTAL-EXIT.
006070 4000-MASK-SUSPENSE-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* 4100-COPY-SUSPENDED - READ ONE SUSPENSE RECORD AND WRITE IT TO
006110*    THE NEW FILE, MASKED WHEN ITS NAME IS AN EMPLOYEE'S OUT OF
006120*    THE PERIOD.
006130*----------------------------------------------------------------
006140 4100-COPY-SUSPENDED.
006150     READ SUSP-IN INTO SUSP-RECORD
006160         AT END
006170             SET END-OF-INPUT TO TRUE
006180             GO TO 4100-COPY-SUSPENDED-EXIT
006190     END-READ.
006200     ADD 1 TO WRK-LIDOS.
006210     MOVE SUSP-NOME              TO WRK-CHAVE-NOME.
006220     PERFORM 7200-CHECK-NOME     THRU 7200-CHECK-NOME-EXIT.
006230     IF TITULAR-ANONIMIZA
006240         MOVE WRK-NOME-ANONIMO   TO SUSP-NOME
006250         ADD 1 TO WRK-MASCARADOS
006260     END-IF.
006270     WRITE SUSP-RECORD.
006280 4100-COPY-SUSPENDED-EXIT.
006290     EXIT.
006300*----------------------------------------------------------------
006310* 5000-MASK-PAYPRIOR - COPY THE PRIOR RUN'S PAYROLL SENT COPY TO
006320*    THE NEW FILE, MASKING THE DETAIL AND DEPENDENT RECORDS OF
006330*    EMPLOYEES OUT OF THE PERIOD. THE HEADER AND TRAILER PASS
006340*    THROUGH AS THEY ARE.
006350*----------------------------------------------------------------
006360 5000-MASK-PAYPRIOR.
006370     MOVE ZERO                   TO WRK-LIDOS.
006380     MOVE ZERO                   TO WRK-MASCARADOS.
006390     MOVE 'PAYPRIOR'             TO FTL-ARQUIVO.
006400     OPEN INPUT PAY-PRIOR.
006410     IF PRI-STATUS-NEW-FILE
006420         MOVE 'PAYPRIOR'         TO NTL-ARQUIVO
006430         PERFORM 8900-PRINT-MISSING
006440                                THRU 8900-PRINT-MISSING-EXIT
006450         GO TO 5000-MASK-PAYPRIOR-EXIT
006460     END-IF.
006470     MOVE 'N'                    TO WRK-EOF-SWITCH.
006480     PERFORM 5100-COPY-SENT      THRU 5100-COPY-SENT-EXIT
006490         UNTIL END-OF-INPUT.
006500     CLOSE PAY-PRIOR.
006510     PERFORM 8800-PRINT-FILE-TOTAL
006520                                THRU 8800-PRINT-FILE-TOTAL-EXIT.
006530 5000-MASK-PAYPRIOR-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------
006560* 5100-COPY-SENT - READ ONE SENT RECORD AND WRITE IT TO THE NEW
006570*    FILE - A DETAIL LOSES THE NAME AND ACCOUNT, A DEPENDENT THE
006580*    NAME AND BIRTH DATE, WHEN THE MATRICULA IS OUT OF THE
006590*    PERIOD.
006600*----------------------------------------------------------------
006610 5100-COPY-SENT.
006620     READ PAY-PRIOR INTO PAY-PRIOR-RECORD
006630         AT END
006640             SET END-OF-INPUT TO TRUE
006650             GO TO 5100-COPY-SENT-EXIT
006660     END-READ.
006670     ADD 1 TO WRK-LIDOS.
006680     IF NOT PRI-IS-DETALHE
006690         AND NOT PRI-IS-DEPENDENTE
006700         GO TO 5100-COPY-SENT-WRITE
006710     END-IF.
006720     MOVE PRI-MATRICULA          TO WRK-CHAVE-MATRICULA.
006730     PERFORM 7000-CHECK-MATRICULA
006740                                THRU 7000-CHECK-MATRICULA-EXIT.
006750     IF TITULAR-MANTEM
006760         GO TO 5100-COPY-SENT-WRITE
006770     END-IF.
006780     IF PRI-IS-DETALHE
006790         MOVE WRK-NOME-ANONIMO   TO PRI-NOME
006800         MOVE CONTA-ANONIMA      TO PRI-CONTA-AREA
006810     ELSE
006820         MOVE WRK-NOME-ANONIMO   TO PRI-DEP-NOME
006830         MOVE SPACES             TO PRI-DEP-NASCIMENTO
006840     END-IF.
006850     ADD 1 TO WRK-MASCARADOS.
006860 5100-COPY-SENT-WRITE.
006870     WRITE PAY-PRIOR-RECORD.
006880 5100-COPY-SENT-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------
006910* 6000-MASK-MASTERS - BROWSE EMPLOYEE-MASTER IN MATRICULA ORDER
006920*    AND MASK EVERY EMPLOYEE OUT OF THE PERIOD NOT ALREADY
006930*    MASKED BY AN EARLIER RUN, WITH THE BANK DETAILS AND
006940*    DEPENDENTS. A MISSING BANK OR DEPENDENT FILE IS SKIPPED.
006950*----------------------------------------------------------------
006960 6000-MASK-MASTERS.
006970     OPEN I-O EMPLOYEE-MASTER.
006980     OPEN I-O BANK-MASTER.
006990     IF BNK-STATUS-NEW-FILE
007000         SET BNK-FILE-IS-MISSING TO TRUE
007010     END-IF.
007020     OPEN I-O DEPENDENT-MASTER.
007030     IF DPN-STATUS-NEW-FILE
007040         SET DPN-FILE-IS-MISSING TO TRUE
007050     END-IF.
007060     MOVE 'N'                    TO WRK-EOF-SWITCH.
007070     PERFORM 6100-MASK-EMPLOYEE  THRU 6100-MASK-EMPLOYEE-EXIT
007080         UNTIL END-OF-INPUT.
007090     CLOSE EMPLOYEE-MASTER.
007100     IF BNK-FILE-IS-OPEN
007110         CLOSE BANK-MASTER
007120     END-IF.
007130     IF DPN-FILE-IS-OPEN
007140         CLOSE DEPENDENT-MASTER
007150     END-IF.
007160 6000-MASK-MASTERS-EXIT.
007170     EXIT.
007180*----------------------------------------------------------------
007190* 6100-MASK-EMPLOYEE - READ THE NEXT MASTER RECORD AND, WHEN IT
007200*    IS OUT OF THE PERIOD AND STILL CARRIES ITS NAME, MASK IT,
007210*    ITS BANK DETAILS AND ITS DEPENDENTS, RECORD THE ACTION ON
007220*    THE HISTORY AND LIST IT.
007230*----------------------------------------------------------------
007240 6100-MASK-EMPLOYEE.
007250     READ EMPLOYEE-MASTER NEXT RECORD
007260         AT END
007270             SET END-OF-INPUT TO TRUE
007280             GO TO 6100-MASK-EMPLOYEE-EXIT
007290     END-READ.
007300     ADD 1 TO WRK-EMP-LIDOS.
007310     IF EMP-IS-ANONIMIZADO
007320         GO TO 6100-MASK-EMPLOYEE-EXIT
007330     END-IF.
007340     PERFORM 7100-CHECK-PRAZO    THRU 7100-CHECK-PRAZO-EXIT.
007350     IF TITULAR-MANTEM
007360         GO TO 6100-MASK-EMPLOYEE-EXIT
007370     END-IF.
007380     SET EMP-IS-ANONIMIZADO TO TRUE.
007390     REWRITE EMP-MASTER-RECORD.
007400     MOVE EMP-MATRICULA          TO DTL-MATRICULA.
007410     MOVE EMP-DATA-DESLIGAMENTO  TO DTL-DESLIGAMENTO.
007420     MOVE EMP-EMPRESA            TO DTL-EMPRESA.
007430     MOVE EMP-DEPTO              TO DTL-DEPTO.
007440     MOVE 'NAO'                  TO DTL-CONTA.
007450     PERFORM 6200-MASK-BANK      THRU 6200-MASK-BANK-EXIT.
007460     PERFORM 6300-MASK-DEPENDENTS
007470                                THRU 6300-MASK-DEPENDENTS-EXIT.
007480     MOVE WRK-DPN-COUNT          TO DTL-DEPENDENTES.
007490     PERFORM 6400-WRITE-HISTORY  THRU 6400-WRITE-HISTORY-EXIT.
007500     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
007510     ADD 1 TO WRK-EMP-ANONIMIZADOS.
007520 6100-MASK-EMPLOYEE-EXIT.
007530     EXIT.
007540*----------------------------------------------------------------
007550* 6200-MASK-BANK - ZERO THE DIRECT-DEPOSIT ACCOUNT ON FILE FOR
007560*    THE EMPLOYEE, KEEPING THE RECORD.
007570*----------------------------------------------------------------
007580 6200-MASK-BANK.
007590     IF BNK-FILE-IS-MISSING
007600         GO TO 6200-MASK-BANK-EXIT
007610     END-IF.
007620     MOVE EMP-MATRICULA          TO BNK-MATRICULA.
007630     READ BANK-MASTER
007640         INVALID KEY
007650             GO TO 6200-MASK-BANK-EXIT
007660     END-READ.
007670     MOVE CONTA-ANONIMA          TO BNK-CONTA-AREA.
007680     REWRITE BANK-MASTER-RECORD.
007690     MOVE 'SIM'                  TO DTL-CONTA.
007700     ADD 1 TO WRK-BNK-MASCARADOS.
007710 6200-MASK-BANK-EXIT.
007720     EXIT.
007730*----------------------------------------------------------------
007740* 6300-MASK-DEPENDENTS - MASK THE NAME AND BIRTH DATE OF EVERY
007750*    DEPENDENT OF THE EMPLOYEE, BROWSING DEPENDENT-MASTER FROM
007760*    THE MATRICULA.
007770*----------------------------------------------------------------
007780 6300-MASK-DEPENDENTS.
007790     MOVE ZERO                   TO WRK-DPN-COUNT.
007800     IF DPN-FILE-IS-MISSING
007810         GO TO 6300-MASK-DEPENDENTS-EXIT
007820     END-IF.
007830     MOVE 'N'                    TO WRK-DPN-EOF-SWITCH.
007840     MOVE EMP-MATRICULA          TO DPN-MATRICULA.
007850     MOVE ZERO                   TO DPN-SEQUENCIA.
007860     START DEPENDENT-MASTER KEY IS NOT LESS THAN DPN-CHAVE
007870         INVALID KEY
007880             SET END-OF-DEPENDENTS TO TRUE
007890     END-START.
007900     PERFORM 6350-MASK-DEPENDENT THRU 6350-MASK-DEPENDENT-EXIT
007910         UNTIL END-OF-DEPENDENTS.
007920 6300-MASK-DEPENDENTS-EXIT.
007930     EXIT.
007940*----------------------------------------------------------------
007950* 6350-MASK-DEPENDENT - READ THE NEXT DEPENDENT AND MASK IT
007960*    WHILE IT STILL BELONGS TO THE EMPLOYEE.
007970*----------------------------------------------------------------
007980 6350-MASK-DEPENDENT.
007990     READ DEPENDENT-MASTER NEXT RECORD
008000         AT END
008010             SET END-OF-DEPENDENTS TO TRUE
008020             GO TO 6350-MASK-DEPENDENT-EXIT
008030     END-READ.
008040     IF DPN-MATRICULA NOT = EMP-MATRICULA
008050         SET END-OF-DEPENDENTS TO TRUE
008060         GO TO 6350-MASK-DEPENDENT-EXIT
008070     END-IF.
008080     MOVE WRK-NOME-ANONIMO       TO DPN-NOME.
008090     MOVE SPACES                 TO DPN-DATA-NASCIMENTO.
008100     REWRITE DEPENDENT-MASTER-RECORD.
008110     ADD 1 TO WRK-DPN-COUNT.
008120     ADD 1 TO WRK-DPN-MASCARADOS.
008130 6350-MASK-DEPENDENT-EXIT.
008140     EXIT.
008150*----------------------------------------------------------------
008160* 6400-WRITE-HISTORY - APPEND THE ACTION N HISTORY RECORD FOR
008170*    THE EMPLOYEE JUST MASKED, AFTER THE COPIED ONES. THERE IS
008180*    NO BEFORE IMAGE - IT WOULD CARRY THE NAME.
008190*----------------------------------------------------------------
008200 6400-WRITE-HISTORY.
008210     MOVE SPACES                 TO HST-LOG-RECORD.
008220     ACCEPT HST-DATA             FROM DATE YYYYMMDD.
008230     ACCEPT HST-HORA             FROM TIME.
008240     MOVE 'PROG070 '             TO HST-PROGRAMA.
008250     MOVE WRK-OPERADOR           TO HST-OPERADOR.
008260     SET HST-ACAO-ANONIMIZACAO   TO TRUE.
008270     MOVE EMP-MATRICULA          TO HST-MATRICULA.
008280     MOVE EMP-MASTER-RECORD      TO HST-DEPOIS.
008290     WRITE HST-LOG-RECORD.
008300 6400-WRITE-HISTORY-EXIT.
008310     EXIT.
008320*----------------------------------------------------------------
008330* 7000-CHECK-MATRICULA - READ THE MASTER FOR WRK-CHAVE-MATRICULA
008340*    AND TELL WHETHER THE EMPLOYEE IS OUT OF THE PERIOD. A
008350*    MATRICULA NOT ON THE MASTER IS LEFT ALONE.
008360*----------------------------------------------------------------
008370 7000-CHECK-MATRICULA.
008380     SET TITULAR-MANTEM TO TRUE.
008390     MOVE WRK-CHAVE-MATRICULA    TO EMP-MATRICULA.
008400     READ EMPLOYEE-MASTER
008410         INVALID KEY
008420             GO TO 7000-CHECK-MATRICULA-EXIT
008430     END-READ.
008440     PERFORM 7100-CHECK-PRAZO    THRU 7100-CHECK-PRAZO-EXIT.
008450 7000-CHECK-MATRICULA-EXIT.
008460     EXIT.
008470*----------------------------------------------------------------
008480* 7100-CHECK-PRAZO - THE MASTER RECORD IN THE BUFFER IS OUT OF
008490*    THE PERIOD WHEN AN EARLIER RUN ALREADY MASKED IT, OR WHEN
008500*    IT IS TERMINATED WITH A TERMINATION DATE BEFORE THE
008510*    CUT-OFF.
008520*----------------------------------------------------------------
008530 7100-CHECK-PRAZO.
008540     SET TITULAR-MANTEM TO TRUE.
008550     IF EMP-IS-ANONIMIZADO
008560         SET TITULAR-ANONIMIZA TO TRUE
008570         GO TO 7100-CHECK-PRAZO-EXIT
008580     END-IF.
008590     IF EMP-IS-DESLIGADO
008600         AND EMP-DATA-DESLIGAMENTO NUMERIC
008610         AND EMP-DATA-DESLIGAMENTO < WRK-DATA-CORTE
008620         SET TITULAR-ANONIMIZA TO TRUE
008630     END-IF.
008640 7100-CHECK-PRAZO-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------
008670* 7200-CHECK-NOME - TELL WHETHER THE NAME IN WRK-CHAVE-NOME IS
008680*    AN EMPLOYEE'S OUT OF THE PERIOD, BROWSING EVERY MASTER
008690*    RECORD UNDER THE NAME ON THE ALTERNATE KEY. IT IS ONLY WHEN
008700*    NO EMPLOYEE STILL IN THE PERIOD SHARES THE NAME, SO A
008710*    NAMESAKE'S RECORDS ARE NEVER MASKED.
008720*----------------------------------------------------------------
008730 7200-CHECK-NOME.
008740     SET TITULAR-MANTEM TO TRUE.
008750     IF WRK-CHAVE-NOME = SPACES
008760         OR WRK-CHAVE-NOME = WRK-NOME-ANONIMO
008770         GO TO 7200-CHECK-NOME-EXIT
008780     END-IF.
008790     MOVE 'N'                    TO WRK-PRAZO-SWITCH.
008800     MOVE 'N'                    TO WRK-VIGENTE-SWITCH.
008810     MOVE 'N'                    TO WRK-NOME-EOF-SWITCH.
008820     MOVE WRK-CHAVE-NOME         TO EMP-NOME.
008830     START EMPLOYEE-MASTER KEY IS EQUAL TO EMP-NOME
008840         INVALID KEY
008850             GO TO 7200-CHECK-NOME-EXIT
008860     END-START.
008870     PERFORM 7250-CHECK-NAMESAKE THRU 7250-CHECK-NAMESAKE-EXIT
008880         UNTIL END-OF-NOME.
008890     IF NOME-FORA-DO-PRAZO
008900         AND NOT NOME-DENTRO-DO-PRAZO
008910         SET TITULAR-ANONIMIZA TO TRUE
008920     ELSE
008930         SET TITULAR-MANTEM TO TRUE
008940     END-IF.
008950 7200-CHECK-NOME-EXIT.
008960     EXIT.
008970*----------------------------------------------------------------
008980* 7250-CHECK-NAMESAKE - READ THE NEXT MASTER RECORD ON THE NAME
008990*    AND NOTE WHETHER IT IS OUT OF THE PERIOD OR NOT.
009000*----------------------------------------------------------------
009010 7250-CHECK-NAMESAKE.
009020     READ EMPLOYEE-MASTER NEXT RECORD
009030         AT END
009040             SET END-OF-NOME TO TRUE
009050             GO TO 7250-CHECK-NAMESAKE-EXIT
009060     END-READ.
009070     IF EMP-NOME NOT = WRK-CHAVE-NOME
009080         SET END-OF-NOME TO TRUE
009090         GO TO 7250-CHECK-NAMESAKE-EXIT
009100     END-IF.
009110     PERFORM 7100-CHECK-PRAZO    THRU 7100-CHECK-PRAZO-EXIT.
009120     IF TITULAR-ANONIMIZA
009130         SET NOME-FORA-DO-PRAZO TO TRUE
009140     ELSE
009150         SET NOME-DENTRO-DO-PRAZO TO TRUE
009160     END-IF.
009170 7250-CHECK-NAMESAKE-EXIT.
009180     EXIT.
009190*----------------------------------------------------------------
009200* 8800-PRINT-FILE-TOTAL - PRINT THE RECORDS READ AND MASKED ON
009210*    ONE SEQUENTIAL FILE; FTL-ARQUIVO IS SET BY THE CALLER.
009220*----------------------------------------------------------------
009230 8800-PRINT-FILE-TOTAL.
009240     MOVE WRK-LIDOS              TO FTL-LIDOS.
009250     MOVE WRK-MASCARADOS         TO FTL-MASCARADOS.
009260     WRITE RPT-LINE FROM FILE-TOTAL-LINE AFTER ADVANCING 1 LINE.
009270 8800-PRINT-FILE-TOTAL-EXIT.
009280     EXIT.
009290*----------------------------------------------------------------
009300* 8900-PRINT-MISSING - NOTE A SEQUENTIAL FILE THAT IS NOT
009310*    PRESENT IN THIS RUN; NTL-ARQUIVO IS SET BY THE CALLER. ITS
009320*    NEW FILE IS LEFT EMPTY.
009330*----------------------------------------------------------------
009340 8900-PRINT-MISSING.
009350     MOVE 'ARQUIVO NAO DISPONIVEL - ' TO NTL-TEXTO.
009360     WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE.
009370 8900-PRINT-MISSING-EXIT.
009380     EXIT.
009390*----------------------------------------------------------------
009400* 9999-FINALIZE - PRINT THE MASTER TOTALS, CLOSE THE FILES AND
009410*    DISPLAY THE TOTALS.
009420*----------------------------------------------------------------
009430 9999-FINALIZE.
009440     MOVE 'EMPMAST'              TO FTL-ARQUIVO.
009450     MOVE WRK-EMP-LIDOS          TO FTL-LIDOS.
009460     MOVE WRK-EMP-ANONIMIZADOS   TO FTL-MASCARADOS.
009470     WRITE RPT-LINE FROM FILE-TOTAL-LINE AFTER ADVANCING 2 LINES.
009480     CLOSE EMP-HISTORY-OUT.
009490     CLOSE REG-JOURNAL-OUT.
009500     CLOSE SUSP-OUT.
009510     CLOSE PAY-PRIOR-OUT.
009520     CLOSE ANON-RPT.
009530     DISPLAY '------------ PROG070 - TOTAIS ------------'.
009540     DISPLAY 'DATA DE CORTE........ ' WRK-DATA-CORTE.
009550     DISPLAY 'MASTER LIDOS......... ' WRK-EMP-LIDOS.
009560     DISPLAY 'ANONIMIZADOS......... ' WRK-EMP-ANONIMIZADOS.
009570     DISPLAY 'CONTAS MASCARADAS.... ' WRK-BNK-MASCARADOS.
009580     DISPLAY 'DEPENDENTES MASCAR... ' WRK-DPN-MASCARADOS.
009590 9999-FINALIZE-EXIT.
009600     EXIT.
