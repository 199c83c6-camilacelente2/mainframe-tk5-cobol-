000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG080.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - TURNOVER AND LENGTH-OF-SERVICE ANALYSIS.
000090*    PROG044 COUNTS THE HEADCOUNT; THIS REPORT SHOWS WHY IT
000100*    MOVES. FOR THE REFERENCE MONTH AND FOR THE TWELVE MONTHS
000110*    ENDING WITH IT, BY COMPANY, DEPARTMENT AND REGION, WITH
000120*    SUBTOTALS AT EACH LEVEL AND A GRAND TOTAL, IT PRINTS -
000130*      - THE ADMISSIONS AND TERMINATIONS, TAKEN FROM THE
000140*        INCLUSAO (I) AND DESLIGAMENTO (T) RECORDS ON
000150*        EMP-HISTORY, DATED BY THE ADMISSION AND TERMINATION
000160*        DATES ON THE RECORD'S MASTER IMAGE (THE HISTORY DATE
000170*        WHEN THE IMAGE HAS NONE) AND GROUPED BY THE COMPANY,
000180*        DEPARTMENT AND REGION ON THAT IMAGE;
000190*      - THE TURNOVER RATE, TERMINATIONS OVER THE AVERAGE OF
000200*        THE HEADCOUNT AT THE START AND AT THE END OF THE
000210*        PERIOD, BOTH TAKEN FROM THE ADMISSION DATE AND
000220*        EMP-DATA-DESLIGAMENTO ON EMPLOYEE-MASTER;
000230*      - THE AVERAGE LENGTH OF SERVICE, IN MONTHS, OF THE
000240*        EMPLOYEES ACTIVE AT THE END OF THE MONTH AND OF THOSE
000250*        WHO LEFT DURING THE TWELVE MONTHS, AND HOW MANY OF
000252*        EACH WERE LEFT OUT OF THE AVERAGE FOR WANT OF A VALID
000254*        ADMISSION DATE;
000260*      - THE EARLY ATTRITION - TERMINATIONS WITHIN 90 DAYS OF
000270*        ADMISSION - FOR THE MONTH AND THE TWELVE MONTHS.
000280*    THE REFERENCE MONTH (AAAAMM) COMES FROM THE PARAMETER CARD;
000290*    A MISSING OR INVALID CARD TAKES THE MONTH BEFORE THE RUN
000300*    DATE, THE LAST CLOSED MONTH. FUNDIDO RECORDS ARE DUPLICATES
000310*    AND ARE NOT COUNTED. RETURN CODE 4 WHEN EMP-HISTORY IS
000320*    MISSING (HEADCOUNT AND TENURE OF THE ACTIVE EMPLOYEES ONLY),
000330*    12 WHEN EMPLOYEE-MASTER CANNOT BE OPENED.
000340*----------------------------------------------------------------
000350* MODIFICATION HISTORY
000360*----------------------------------------------------------------
000370* 2026-10-15  RM  ORIGINAL PROGRAM.
000372* 2026-10-15  RM  PRINT THE ACTIVE AND DEPARTED EMPLOYEES LEFT
000374*                 OUT OF THE AVERAGE LENGTH OF SERVICE FOR WANT
000376*                 OF AN ADMISSION DATE, WITH A NOTE.
000380*----------------------------------------------------------------
000390 ENVIRONMENT                     DIVISION.
000400 CONFIGURATION                   SECTION.
000410 SOURCE-COMPUTER.                IBM-370.
000420 OBJECT-COMPUTER.                IBM-370.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450 INPUT-OUTPUT                    SECTION.
000460 FILE-CONTROL.
000470     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000480                                 ORGANIZATION IS INDEXED
000490                                 ACCESS MODE IS DYNAMIC
000500                                 RECORD KEY IS EMP-MATRICULA
000510                                 ALTERNATE RECORD KEY IS EMP-NOME
000520                                     WITH DUPLICATES
000530                                 FILE STATUS IS WS-EMP-STATUS.
000540     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
000550                                 ORGANIZATION IS SEQUENTIAL
000560                                 FILE STATUS IS WS-HST-STATUS.
000570     SELECT PARM-FILE            ASSIGN TO PARMCARD
000580                                 ORGANIZATION IS SEQUENTIAL
000590                                 FILE STATUS IS WS-PRM-STATUS.
000600     SELECT SORT-WORK            ASSIGN TO SORTWK01.
000610     SELECT TURN-RPT             ASSIGN TO TURNRPT
000620                                 ORGANIZATION IS SEQUENTIAL
000630                                 FILE STATUS IS WS-RPT-STATUS.
000640 DATA                            DIVISION.
000650 FILE                            SECTION.
000660 FD  EMPLOYEE-MASTER
000670     LABEL RECORDS ARE STANDARD.
000680     COPY EMPMAST.
000690 FD  EMP-HISTORY
000700     LABEL RECORDS ARE STANDARD.
000710     COPY EMPHIST.
000720 FD  PARM-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  PARM-RECORD.
000760     05  PRM-MES-REFERENCIA      PIC X(06).
000770     05  FILLER                  PIC X(74).
000780 SD  SORT-WORK.
000790*    ONE RECORD PER EMPLOYEE ON THE BOOKS AT SOME POINT OF THE
000800*    TWELVE MONTHS, AND ONE PER ADMISSION OR TERMINATION EVENT
000810*    IN THEM. EACH CARRIES ONES AND DAY COUNTS THAT ARE SIMPLY
000820*    ADDED INTO ITS GROUP.
000830 01  SORT-RECORD.
000840     05  SRT-EMPRESA             PIC X(15).
000850     05  SRT-DEPTO               PIC X(15).
000860     05  SRT-REGIAO              PIC 99.
000870     05  SRT-EFETIVO-INI-12      PIC 9(01).
000880     05  SRT-EFETIVO-INI-MES     PIC 9(01).
000890     05  SRT-EFETIVO-FIM         PIC 9(01).
000900     05  SRT-ADM-MES             PIC 9(01).
000910     05  SRT-DESL-MES            PIC 9(01).
000920     05  SRT-ADM-12              PIC 9(01).
000930     05  SRT-DESL-12             PIC 9(01).
000940     05  SRT-PRECOCE-MES         PIC 9(01).
000950     05  SRT-PRECOCE-12          PIC 9(01).
000960     05  SRT-QTD-ATIVOS          PIC 9(01).
000970     05  SRT-DIAS-ATIVOS         PIC 9(05).
000980     05  SRT-QTD-DESLIG          PIC 9(01).
000990     05  SRT-DIAS-DESLIG         PIC 9(05).
001000 FD  TURN-RPT
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 132 CHARACTERS.
001030 01  RPT-LINE                    PIC X(132).
001040 WORKING-STORAGE                 SECTION.
001050 01  HEADING-LINE-1.
001060     05  FILLER                  PIC X(44)
001070             VALUE 'ROTATIVIDADE E TEMPO DE CASA - PROG080'.
001080     05  FILLER                  PIC X(18)
001090             VALUE 'MES DE REFERENCIA '.
001100     05  HDR-MES.
001110         10  HDR-MES-MM          PIC 99.
001120         10  FILLER              PIC X(01) VALUE '/'.
001130         10  HDR-MES-AAAA        PIC 9(04).
001140     05  FILLER                  PIC X(04) VALUE SPACES.
001150     05  FILLER                  PIC X(17)
001160             VALUE 'DOZE MESES DESDE '.
001170     05  HDR-INICIO-12.
001180         10  HDR-INI-MM          PIC 99.
001190         10  FILLER              PIC X(01) VALUE '/'.
001200         10  HDR-INI-AAAA        PIC 9(04).
001210     05  FILLER                  PIC X(35) VALUE SPACES.
001220 01  HEADING-LINE-2.
001230     05  FILLER                  PIC X(44) VALUE SPACES.
001240     05  FILLER                  PIC X(21)
001250             VALUE '------- MES -------'.
001260     05  FILLER                  PIC X(21)
001270             VALUE '---- 12 MESES -----'.
001280     05  FILLER                  PIC X(16)
001290             VALUE 'TEMPO MEDIO(MES)'.
001300     05  FILLER                  PIC X(09) VALUE 'PRECOCES'.
001305     05  FILLER                  PIC X(02) VALUE SPACES.
001310     05  FILLER                  PIC X(12) VALUE 'SEM DT.ADM.'.
001315     05  FILLER                  PIC X(07) VALUE SPACES.
001320 01  HEADING-LINE-3.
001330     05  FILLER                  PIC X(16) VALUE 'EMPRESA'.
001340     05  FILLER                  PIC X(16) VALUE 'DEPARTAMENTO'.
001350     05  FILLER                  PIC X(04) VALUE 'RG'.
001360     05  FILLER                  PIC X(08) VALUE 'EFETIVO'.
001370     05  FILLER                  PIC X(06) VALUE 'ADMIS'.
001380     05  FILLER                  PIC X(06) VALUE 'DESL.'.
001390     05  FILLER                  PIC X(09) VALUE ' ROTAT.%'.
001400     05  FILLER                  PIC X(06) VALUE 'ADMIS'.
001410     05  FILLER                  PIC X(06) VALUE 'DESL.'.
001420     05  FILLER                  PIC X(09) VALUE ' ROTAT.%'.
001430     05  FILLER                  PIC X(08) VALUE 'ATIVOS'.
001440     05  FILLER                  PIC X(08) VALUE 'DESLIG.'.
001450     05  FILLER                  PIC X(05) VALUE ' MES'.
001460     05  FILLER                  PIC X(04) VALUE ' 12M'.
001462     05  FILLER                  PIC X(02) VALUE SPACES.
001464     05  FILLER                  PIC X(06) VALUE 'ATIVOS'.
001466     05  FILLER                  PIC X(06) VALUE 'DESLIG'.
001468     05  FILLER                  PIC X(07) VALUE SPACES.
001480 01  DETAIL-LINE.
001490     05  DTL-EMPRESA             PIC X(15).
001500     05  FILLER                  PIC X(01) VALUE SPACES.
001510     05  DTL-DEPTO               PIC X(15).
001520     05  FILLER                  PIC X(01) VALUE SPACES.
001530     05  DTL-REGIAO              PIC ZZ.
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  DTL-EFETIVO             PIC ZZZZZ9.
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  DTL-ADM-MES             PIC ZZZZ9.
001580     05  FILLER                  PIC X(01) VALUE SPACES.
001590     05  DTL-DESL-MES            PIC ZZZZ9.
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  DTL-ROT-MES             PIC ZZZ9,99.
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  DTL-ADM-12              PIC ZZZZ9.
001640     05  FILLER                  PIC X(01) VALUE SPACES.
001650     05  DTL-DESL-12             PIC ZZZZ9.
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  DTL-ROT-12              PIC ZZZ9,99.
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  DTL-TEMPO-ATIVOS        PIC ZZZ9,9.
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  DTL-TEMPO-DESLIG        PIC ZZZ9,9.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  DTL-PRECOCE-MES         PIC ZZZ9.
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  DTL-PRECOCE-12          PIC ZZZ9.
001752     05  FILLER                  PIC X(02) VALUE SPACES.
001754     05  DTL-SEM-ADM-ATIVOS      PIC ZZZZ9.
001756     05  FILLER                  PIC X(01) VALUE SPACES.
001758     05  DTL-SEM-ADM-DESLIG      PIC ZZZZ9.
001760     05  FILLER                  PIC X(08) VALUE SPACES.
001770 01  NOTE-LINE.
001780     05  FILLER                  PIC X(04) VALUE SPACES.
001790     05  NTL-TEXTO               PIC X(80).
001800     05  FILLER                  PIC X(48) VALUE SPACES.
001810*    THE MASTER RECORD IMAGE CARRIED ON AN EMP-HISTORY RECORD,
001820*    LAID OUT AS EMPMAST.
001830 01  HISTORY-IMAGE.
001840     05  IMG-MATRICULA           PIC X(06).
001850     05  IMG-NOME                PIC X(30).
001860     05  IMG-EMPRESA             PIC X(15).
001870     05  IMG-DEPTO               PIC X(15).
001880     05  IMG-REGIAO              PIC X(02).
001890     05  IMG-OPERADOR            PIC X(08).
001900     05  IMG-SITUACAO            PIC X(01).
001910     05  IMG-DATA-DESLIGAMENTO   PIC X(08).
001920     05  IMG-MATRICULA-DESTINO   PIC X(06).
001930     05  IMG-DATA-ADMISSAO       PIC X(08).
001940     05  FILLER                  PIC X(101).
001950*    LEVEL 1 IS THE REGION, 2 THE DEPARTMENT, 3 THE COMPANY AND
001960*    4 THE GRAND TOTAL. A LEVEL IS ADDED INTO THE ONE ABOVE IT
001970*    WHEN IT IS PRINTED.
001980 01  ACCUMULATOR-TABLE.
001990     05  ACM-NIVEL               OCCURS 4 TIMES.
002000         10  ACM-EFETIVO-INI-12  PIC 9(07)  COMP.
002010         10  ACM-EFETIVO-INI-MES PIC 9(07)  COMP.
002020         10  ACM-EFETIVO-FIM     PIC 9(07)  COMP.
002030         10  ACM-ADM-MES         PIC 9(07)  COMP.
002040         10  ACM-DESL-MES        PIC 9(07)  COMP.
002050         10  ACM-ADM-12          PIC 9(07)  COMP.
002060         10  ACM-DESL-12         PIC 9(07)  COMP.
002070         10  ACM-PRECOCE-MES     PIC 9(07)  COMP.
002080         10  ACM-PRECOCE-12      PIC 9(07)  COMP.
002090         10  ACM-QTD-ATIVOS      PIC 9(07)  COMP.
002100         10  ACM-DIAS-ATIVOS     PIC 9(11)  COMP.
002110         10  ACM-QTD-DESLIG      PIC 9(07)  COMP.
002120         10  ACM-DIAS-DESLIG     PIC 9(11)  COMP.
002130 01  DATE-EDIT-AREA.
002140     05  EDT-DATA                PIC X(08).
002150     05  EDT-DATA-R              REDEFINES EDT-DATA.
002160         10  EDT-ANO             PIC 9(04).
002170         10  EDT-MES             PIC 9(02).
002180         10  EDT-DIA             PIC 9(02).
002190 01  DAYS-BEFORE-MONTH-VALUES.
002200     05  FILLER                  PIC X(36)
002210             VALUE '000031059090120151181212243273304334'.
002220 01  DAYS-BEFORE-MONTH-TABLE REDEFINES DAYS-BEFORE-MONTH-VALUES.
002230     05  DBM-DIAS                PIC 9(03) OCCURS 12 TIMES.
002240 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
002250     88  EMP-STATUS-OK                      VALUE '00'.
002260 77  WS-HST-STATUS               PIC X(02)  VALUE SPACES.
002270     88  HST-STATUS-OK                      VALUE '00'.
002280     88  HST-STATUS-NEW-FILE                VALUE '35'.
002290 77  WS-PRM-STATUS               PIC X(02)  VALUE SPACES.
002300     88  PRM-STATUS-OK                      VALUE '00'.
002310     88  PRM-STATUS-NEW-FILE                VALUE '35'.
002320 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
002330     88  RPT-STATUS-OK                      VALUE '00'.
002340 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
002350 77  WRK-INICIO-12               PIC X(08)  VALUE SPACES.
002360 77  WRK-INICIO-MES              PIC X(08)  VALUE SPACES.
002370 77  WRK-FIM-PERIODO             PIC X(08)  VALUE SPACES.
002380 77  WRK-DATA-CORTE              PIC X(08)  VALUE SPACES.
002390 77  WRK-DATA-EVENTO             PIC X(08)  VALUE SPACES.
002400 77  WRK-MES-REFERENCIA          PIC 9(06)  COMP VALUE ZERO.
002410 77  WRK-MES-CALC                PIC 9(06)  COMP VALUE ZERO.
002420 77  WRK-RESTO-MES               PIC 9(02)  COMP VALUE ZERO.
002430 77  WRK-DIA-FIM                 PIC 9(07)  COMP VALUE ZERO.
002440 77  WRK-DIA-EVENTO              PIC 9(07)  COMP VALUE ZERO.
002450 77  WRK-DIA-ABSOLUTO            PIC 9(07)  COMP VALUE ZERO.
002460 77  WRK-DIAS                    PIC 9(05)  COMP VALUE ZERO.
002470 77  WRK-ANOS                    PIC 9(04)  COMP VALUE ZERO.
002480 77  WRK-QUOCIENTE               PIC 9(04)  COMP VALUE ZERO.
002490 77  WRK-RESTO                   PIC 9(04)  COMP VALUE ZERO.
002500 77  WRK-NV                      PIC 9(01)  COMP VALUE ZERO.
002510 77  WRK-NV-ACIMA                PIC 9(01)  COMP VALUE ZERO.
002520 77  WRK-EFETIVO-SOMA            PIC 9(08)  COMP VALUE ZERO.
002530 77  WRK-ROTATIVIDADE            PIC 9(04)V99 VALUE ZERO.
002540 77  WRK-TEMPO-MESES             PIC 9(04)V9 VALUE ZERO.
002550 77  WRK-GRP-EMPRESA             PIC X(15)  VALUE LOW-VALUES.
002560 77  WRK-GRP-DEPTO               PIC X(15)  VALUE LOW-VALUES.
002570 77  WRK-GRP-REGIAO              PIC 99     VALUE ZERO.
002580 77  WRK-EMP-LIDOS               PIC 9(07)  COMP VALUE ZERO.
002590 77  WRK-EMP-SELECIONADOS        PIC 9(07)  COMP VALUE ZERO.
002600 77  WRK-HST-LIDOS               PIC 9(07)  COMP VALUE ZERO.
002610 77  WRK-EVENTOS                 PIC 9(07)  COMP VALUE ZERO.
002620 77  WRK-GRUPOS                  PIC 9(05)  COMP VALUE ZERO.
002630 77  WRK-BISSEXTO-SWITCH         PIC X(01)  VALUE 'N'.
002640     88  ANO-IS-BISSEXTO                    VALUE 'Y'.
002650     88  ANO-NOT-BISSEXTO                   VALUE 'N'.
002660 77  WRK-DATA-SWITCH             PIC X(01)  VALUE 'N'.
002670     88  DATA-IS-VALID                      VALUE 'Y'.
002680     88  DATA-IS-INVALID                    VALUE 'N'.
002690 77  WRK-ATIVO-SWITCH            PIC X(01)  VALUE 'N'.
002700     88  ATIVO-NA-DATA                      VALUE 'Y'.
002710 77  WRK-HISTORY-SWITCH          PIC X(01)  VALUE 'Y'.
002720     88  HISTORY-IS-PRESENT                 VALUE 'Y'.
002730     88  HISTORY-IS-MISSING                 VALUE 'N'.
002740 77  WRK-EMP-EOF-SWITCH          PIC X(01)  VALUE 'N'.
002750     88  END-OF-MASTER                      VALUE 'Y'.
002760 77  WRK-HST-EOF-SWITCH          PIC X(01)  VALUE 'N'.
002770     88  END-OF-HISTORY                     VALUE 'Y'.
002780 77  WRK-SORT-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002790     88  END-OF-SORT-WORK                   VALUE 'Y'.
002800 PROCEDURE                       DIVISION.
002810*----------------------------------------------------------------
002820* 0000-MAINLINE - RELEASE THE MASTER RECORDS AND THE HISTORY
002830*    EVENTS OF THE TWELVE MONTHS TO THE SORT BY COMPANY,
002840*    DEPARTMENT AND REGION, AND TABULATE FROM THE SORTED OUTPUT.
002850*----------------------------------------------------------------
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
002880     IF NOT EMP-STATUS-OK
002890         DISPLAY 'PROG080 - EMPLOYEE-MASTER NAO DISPONIVEL, '
002900                 'STATUS ' WS-EMP-STATUS
002910         CLOSE TURN-RPT
002920         MOVE 12 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     SORT SORT-WORK
002960         ON ASCENDING KEY SRT-EMPRESA SRT-DEPTO SRT-REGIAO
002970         INPUT PROCEDURE IS 2000-SELECT
002980                        THRU 2000-SELECT-EXIT
002990         OUTPUT PROCEDURE IS 3000-TABULATE
003000                        THRU 3000-TABULATE-EXIT.
003010     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
003020     IF HISTORY-IS-MISSING
003030         MOVE 4 TO RETURN-CODE
003040     END-IF.
003050     STOP RUN.
003060*----------------------------------------------------------------
003070* 1000-INITIALIZE - FIX THE REFERENCE MONTH AND THE PERIOD
003080*    BOUNDARIES, OPEN THE FILES AND PRINT THE HEADINGS. A MISSING
003090*    EMP-HISTORY LEAVES THE EVENT COLUMNS AT ZERO AND SAYS SO ON
003100*    THE REPORT.
003110*----------------------------------------------------------------
003120 1000-INITIALIZE.
003130     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
003140     MOVE WRK-DATA-HOJE          TO EDT-DATA.
003150     COMPUTE WRK-MES-REFERENCIA = EDT-ANO * 12 + EDT-MES - 2.
003160     PERFORM 1050-GET-PARM       THRU 1050-GET-PARM-EXIT.
003170     PERFORM 1100-SET-PERIOD     THRU 1100-SET-PERIOD-EXIT.
003180     OPEN OUTPUT TURN-RPT.
003190     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
003200     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
003210     WRITE RPT-LINE FROM HEADING-LINE-3 AFTER ADVANCING 1 LINE.
003220     OPEN INPUT EMPLOYEE-MASTER.
003230     OPEN INPUT EMP-HISTORY.
003240     IF NOT HST-STATUS-OK
003250         SET HISTORY-IS-MISSING  TO TRUE
003260         SET END-OF-HISTORY      TO TRUE
003270         MOVE 'EMP-HISTORY AUSENTE - SEM ADMISSOES/DESLIGAMENTOS'
003280                                 TO NTL-TEXTO
003290         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE
003300     END-IF.
003310 1000-INITIALIZE-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340* 1050-GET-PARM - TAKE THE REFERENCE MONTH (AAAAMM) FROM THE
003350*    PARAMETER CARD. A MISSING CARD, OR A MONTH BLANK OR NOT
003360*    VALID, KEEPS THE MONTH BEFORE THE RUN DATE. THE RUN IS
003370*    UNATTENDED, SO IT DOES NOT PROMPT.
003380*----------------------------------------------------------------
003390 1050-GET-PARM.
003400     OPEN INPUT PARM-FILE.
003410     IF PRM-STATUS-NEW-FILE
003420         GO TO 1050-GET-PARM-EXIT
003430     END-IF.
003440     READ PARM-FILE
003450         AT END
003460             GO TO 1050-GET-PARM-FECHA
003470     END-READ.
003480     MOVE PRM-MES-REFERENCIA     TO EDT-DATA (1:6).
003490     MOVE '01'                   TO EDT-DATA (7:2).
003500     IF EDT-DATA NUMERIC
003510         AND EDT-MES NOT < 1 AND EDT-MES NOT > 12
003520         COMPUTE WRK-MES-REFERENCIA = EDT-ANO * 12 + EDT-MES - 1
003530     END-IF.
003540 1050-GET-PARM-FECHA.
003550     CLOSE PARM-FILE.
003560 1050-GET-PARM-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------
003590* 1100-SET-PERIOD - THE FIRST DAY OF THE REFERENCE MONTH, OF
003600*    THE MONTH ELEVEN MONTHS BEFORE IT AND OF THE MONTH AFTER
003610*    IT. AN EVENT BELONGS TO A PERIOD WHEN IT FALLS ON OR AFTER
003620*    THE PERIOD'S FIRST DAY AND BEFORE WRK-FIM-PERIODO; THE
003630*    LENGTH OF SERVICE OF THE ACTIVE EMPLOYEES RUNS TO THE LAST
003640*    DAY OF THE REFERENCE MONTH.
003650*----------------------------------------------------------------
003660 1100-SET-PERIOD.
003670     MOVE WRK-MES-REFERENCIA     TO WRK-MES-CALC.
003680     PERFORM 1200-MES-PARA-DATA  THRU 1200-MES-PARA-DATA-EXIT.
003690     MOVE EDT-DATA               TO WRK-INICIO-MES.
003700     MOVE EDT-MES                TO HDR-MES-MM.
003710     MOVE EDT-ANO                TO HDR-MES-AAAA.
003720     COMPUTE WRK-MES-CALC = WRK-MES-REFERENCIA - 11.
003730     PERFORM 1200-MES-PARA-DATA  THRU 1200-MES-PARA-DATA-EXIT.
003740     MOVE EDT-DATA               TO WRK-INICIO-12.
003750     MOVE EDT-MES                TO HDR-INI-MM.
003760     MOVE EDT-ANO                TO HDR-INI-AAAA.
003770     COMPUTE WRK-MES-CALC = WRK-MES-REFERENCIA + 1.
003780     PERFORM 1200-MES-PARA-DATA  THRU 1200-MES-PARA-DATA-EXIT.
003790     MOVE EDT-DATA               TO WRK-FIM-PERIODO.
003800     PERFORM 7500-DIA-ABSOLUTO   THRU 7500-DIA-ABSOLUTO-EXIT.
003810     COMPUTE WRK-DIA-FIM = WRK-DIA-ABSOLUTO - 1.
003820 1100-SET-PERIOD-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850* 1200-MES-PARA-DATA - TURN THE MONTH NUMBER IN WRK-MES-CALC
003860*    (YEAR TIMES 12 PLUS MONTH LESS ONE) INTO THE FIRST DAY OF
003870*    THAT MONTH IN EDT-DATA.
003880*----------------------------------------------------------------
003890 1200-MES-PARA-DATA.
003900     DIVIDE WRK-MES-CALC BY 12 GIVING EDT-ANO
003910                                 REMAINDER WRK-RESTO-MES.
003920     COMPUTE EDT-MES = WRK-RESTO-MES + 1.
003930     MOVE 1                      TO EDT-DIA.
003940 1200-MES-PARA-DATA-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970* 2000-SELECT - INPUT PROCEDURE FOR THE SORT. RELEASES THE
003980*    MASTER RECORDS FIRST, THEN THE HISTORY EVENTS.
003990*----------------------------------------------------------------
004000 2000-SELECT.
004010     PERFORM 2100-READ-MASTER    THRU 2100-READ-MASTER-EXIT.
004020     PERFORM 2200-SELECT-EMPLOYEE
004030                                THRU 2200-SELECT-EMPLOYEE-EXIT
004040         UNTIL END-OF-MASTER.
004050     IF HISTORY-IS-PRESENT
004060         PERFORM 2300-READ-HISTORY
004070                                THRU 2300-READ-HISTORY-EXIT
004080         PERFORM 2400-SELECT-EVENT
004090                                THRU 2400-SELECT-EVENT-EXIT
004100             UNTIL END-OF-HISTORY
004110     END-IF.
004120 2000-SELECT-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150* 2100-READ-MASTER - READ THE NEXT EMPLOYEE-MASTER RECORD.
004160*----------------------------------------------------------------
004170 2100-READ-MASTER.
004180     READ EMPLOYEE-MASTER NEXT RECORD
004190         AT END
004200             SET END-OF-MASTER   TO TRUE
004210         NOT AT END
004220             ADD 1 TO WRK-EMP-LIDOS
004230     END-READ.
004240 2100-READ-MASTER-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* 2200-SELECT-EMPLOYEE - MARK WHETHER THE EMPLOYEE WAS ON THE
004280*    BOOKS AT THE START OF THE TWELVE MONTHS, AT THE START OF
004290*    THE MONTH AND AT ITS END, AND FOR ONE ON THE BOOKS AT THE
004300*    END TAKE THE DAYS OF SERVICE SINCE ADMISSION. AN EMPLOYEE
004310*    ON NONE OF THE THREE IS LEFT OUT. AFASTADOS ARE STILL ON
004320*    THE BOOKS, AS IN PROG044.
004330*----------------------------------------------------------------
004340 2200-SELECT-EMPLOYEE.
004350     IF EMP-IS-FUNDIDO
004360         GO TO 2200-SELECT-EMPLOYEE-READ
004370     END-IF.
004380     MOVE ZEROS                  TO SORT-RECORD.
004390     MOVE EMP-EMPRESA            TO SRT-EMPRESA.
004400     MOVE EMP-DEPTO              TO SRT-DEPTO.
004410     MOVE EMP-REGIAO             TO SRT-REGIAO.
004420     MOVE WRK-INICIO-12          TO WRK-DATA-CORTE.
004430     PERFORM 2250-ATIVO-NA-DATA  THRU 2250-ATIVO-NA-DATA-EXIT.
004440     IF ATIVO-NA-DATA
004450         MOVE 1                  TO SRT-EFETIVO-INI-12
004460     END-IF.
004470     MOVE WRK-INICIO-MES         TO WRK-DATA-CORTE.
004480     PERFORM 2250-ATIVO-NA-DATA  THRU 2250-ATIVO-NA-DATA-EXIT.
004490     IF ATIVO-NA-DATA
004500         MOVE 1                  TO SRT-EFETIVO-INI-MES
004510     END-IF.
004520     MOVE WRK-FIM-PERIODO        TO WRK-DATA-CORTE.
004530     PERFORM 2250-ATIVO-NA-DATA  THRU 2250-ATIVO-NA-DATA-EXIT.
004540     IF ATIVO-NA-DATA
004550         MOVE 1                  TO SRT-EFETIVO-FIM
004560         MOVE EMP-DATA-ADMISSAO  TO EDT-DATA
004570         PERFORM 7400-VALIDA-DATA
004580                                THRU 7400-VALIDA-DATA-EXIT
004590         IF DATA-IS-VALID
004600             PERFORM 7500-DIA-ABSOLUTO
004610                                THRU 7500-DIA-ABSOLUTO-EXIT
004620             COMPUTE SRT-DIAS-ATIVOS
004630                 = WRK-DIA-FIM - WRK-DIA-ABSOLUTO
004640             MOVE 1              TO SRT-QTD-ATIVOS
004650         END-IF
004660     END-IF.
004670     IF SRT-EFETIVO-INI-12 = ZERO AND SRT-EFETIVO-INI-MES = ZERO
004680         AND SRT-EFETIVO-FIM = ZERO
004690         GO TO 2200-SELECT-EMPLOYEE-READ
004700     END-IF.
004710     RELEASE SORT-RECORD.
004720     ADD 1 TO WRK-EMP-SELECIONADOS.
004730 2200-SELECT-EMPLOYEE-READ.
004740     PERFORM 2100-READ-MASTER    THRU 2100-READ-MASTER-EXIT.
004750 2200-SELECT-EMPLOYEE-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780* 2250-ATIVO-NA-DATA - WAS THE EMPLOYEE ON THE BOOKS AT THE
004790*    START OF THE DAY IN WRK-DATA-CORTE - ADMITTED BEFORE IT AND
004800*    NOT TERMINATED BEFORE IT? A RECORD WITHOUT AN ADMISSION
004810*    DATE PREDATES THE FIELD AND COUNTS AS ADMITTED; A DESLIGADO
004820*    WITHOUT A TERMINATION DATE COUNTS AS LONG GONE.
004830*----------------------------------------------------------------
004840 2250-ATIVO-NA-DATA.
004850     MOVE 'N'                    TO WRK-ATIVO-SWITCH.
004860     IF EMP-DATA-ADMISSAO NUMERIC
004870         AND EMP-DATA-ADMISSAO NOT < WRK-DATA-CORTE
004880         GO TO 2250-ATIVO-NA-DATA-EXIT
004890     END-IF.
004900     IF EMP-IS-DESLIGADO
004910         IF EMP-DATA-DESLIGAMENTO NOT NUMERIC
004920             OR EMP-DATA-DESLIGAMENTO < WRK-DATA-CORTE
004930             GO TO 2250-ATIVO-NA-DATA-EXIT
004940         END-IF
004950     END-IF.
004960     SET ATIVO-NA-DATA           TO TRUE.
004970 2250-ATIVO-NA-DATA-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000* 2300-READ-HISTORY - READ THE NEXT EMP-HISTORY RECORD.
005010*----------------------------------------------------------------
005020 2300-READ-HISTORY.
005030     READ EMP-HISTORY
005040         AT END
005050             SET END-OF-HISTORY  TO TRUE
005060         NOT AT END
005070             ADD 1 TO WRK-HST-LIDOS
005080     END-READ.
005090 2300-READ-HISTORY-EXIT.
005100     EXIT.
005110*----------------------------------------------------------------
005120* 2400-SELECT-EVENT - RELEASE AN INCLUSAO OR DESLIGAMENTO DATED
005130*    WITHIN THE TWELVE MONTHS UNDER THE COMPANY, DEPARTMENT AND
005140*    REGION ON ITS IMAGE. A TERMINATION ALSO CARRIES THE DAYS OF
005150*    SERVICE FROM THE ADMISSION DATE ON THE IMAGE AND IS MARKED
005160*    EARLY WHEN THEY ARE 90 OR FEWER. EVERY OTHER ACTION IS
005170*    SKIPPED.
005180*----------------------------------------------------------------
005190 2400-SELECT-EVENT.
005200     IF NOT HST-ACAO-INCLUSAO AND NOT HST-ACAO-DESLIGAMENTO
005210         GO TO 2400-SELECT-EVENT-READ
005220     END-IF.
005230     MOVE HST-DEPOIS             TO HISTORY-IMAGE.
005240     IF HST-DEPOIS = SPACES
005250         MOVE HST-ANTES          TO HISTORY-IMAGE
005260     END-IF.
005270     MOVE HST-DATA               TO WRK-DATA-EVENTO.
005280     IF HST-ACAO-INCLUSAO
005290         MOVE IMG-DATA-ADMISSAO  TO EDT-DATA
005300     ELSE
005310         MOVE IMG-DATA-DESLIGAMENTO
005320                                 TO EDT-DATA
005330     END-IF.
005340     PERFORM 7400-VALIDA-DATA    THRU 7400-VALIDA-DATA-EXIT.
005350     IF DATA-IS-VALID
005360         MOVE EDT-DATA           TO WRK-DATA-EVENTO
005370     END-IF.
005380     IF WRK-DATA-EVENTO < WRK-INICIO-12
005390         OR WRK-DATA-EVENTO NOT < WRK-FIM-PERIODO
005400         GO TO 2400-SELECT-EVENT-READ
005410     END-IF.
005420     MOVE ZEROS                  TO SORT-RECORD.
005430     MOVE IMG-EMPRESA            TO SRT-EMPRESA.
005440     MOVE IMG-DEPTO              TO SRT-DEPTO.
005450     IF IMG-REGIAO NUMERIC
005460         MOVE IMG-REGIAO         TO SRT-REGIAO
005470     END-IF.
005480     IF HST-ACAO-INCLUSAO
005490         MOVE 1                  TO SRT-ADM-12
005500         IF WRK-DATA-EVENTO NOT < WRK-INICIO-MES
005510             MOVE 1              TO SRT-ADM-MES
005520         END-IF
005530     ELSE
005540         PERFORM 2450-TERMINATION
005550                                THRU 2450-TERMINATION-EXIT
005560     END-IF.
005570     RELEASE SORT-RECORD.
005580     ADD 1 TO WRK-EVENTOS.
005590 2400-SELECT-EVENT-READ.
005600     PERFORM 2300-READ-HISTORY   THRU 2300-READ-HISTORY-EXIT.
005610 2400-SELECT-EVENT-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------
005640* 2450-TERMINATION - COUNT THE TERMINATION IN ITS PERIODS AND
005650*    TAKE ITS DAYS OF SERVICE. WITHOUT A VALID ADMISSION DATE ON
005660*    THE IMAGE IT IS COUNTED BUT LEFT OUT OF THE AVERAGE AND OF
005670*    THE EARLY ATTRITION.
005680*----------------------------------------------------------------
005690 2450-TERMINATION.
005700     MOVE 1                      TO SRT-DESL-12.
005710     IF WRK-DATA-EVENTO NOT < WRK-INICIO-MES
005720         MOVE 1                  TO SRT-DESL-MES
005730     END-IF.
005740     MOVE IMG-DATA-ADMISSAO      TO EDT-DATA.
005750     PERFORM 7400-VALIDA-DATA    THRU 7400-VALIDA-DATA-EXIT.
005760     IF DATA-IS-INVALID
005770         OR IMG-DATA-ADMISSAO > WRK-DATA-EVENTO
005780         GO TO 2450-TERMINATION-EXIT
005790     END-IF.
005800     MOVE WRK-DATA-EVENTO        TO EDT-DATA.
005810     PERFORM 7500-DIA-ABSOLUTO   THRU 7500-DIA-ABSOLUTO-EXIT.
005820     MOVE WRK-DIA-ABSOLUTO       TO WRK-DIA-EVENTO.
005830     MOVE IMG-DATA-ADMISSAO      TO EDT-DATA.
005840     PERFORM 7500-DIA-ABSOLUTO   THRU 7500-DIA-ABSOLUTO-EXIT.
005850     COMPUTE SRT-DIAS-DESLIG = WRK-DIA-EVENTO - WRK-DIA-ABSOLUTO.
005860     MOVE 1                      TO SRT-QTD-DESLIG.
005870     IF SRT-DIAS-DESLIG NOT > 90
005880         MOVE 1                  TO SRT-PRECOCE-12
005890         MOVE SRT-DESL-MES       TO SRT-PRECOCE-MES
005900     END-IF.
005910 2450-TERMINATION-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940* 3000-TABULATE - OUTPUT PROCEDURE FOR THE SORT. RETURNS THE
005950*    RECORDS IN GROUP ORDER, ADDS THEM INTO THE REGION LEVEL AND
005960*    PRINTS EACH LEVEL AS IT BREAKS, THEN THE GRAND TOTAL AND
005970*    THE NOTES ON HOW THE FIGURES ARE BUILT.
005980*----------------------------------------------------------------
005990 3000-TABULATE.
006000     INITIALIZE ACCUMULATOR-TABLE.
006010     PERFORM 3100-RETURN-SORT    THRU 3100-RETURN-SORT-EXIT.
006020     PERFORM 3200-PROCESS-RECORD
006030                                THRU 3200-PROCESS-RECORD-EXIT
006040         UNTIL END-OF-SORT-WORK.
006050     IF WRK-GRP-EMPRESA NOT = LOW-VALUES
006060         PERFORM 3500-REGION-TOTAL
006070                                THRU 3500-REGION-TOTAL-EXIT
006080         PERFORM 3600-DEPT-TOTAL THRU 3600-DEPT-TOTAL-EXIT
006090         PERFORM 3700-EMPRESA-TOTAL
006100                                THRU 3700-EMPRESA-TOTAL-EXIT
006110     END-IF.
006120     MOVE 4                      TO WRK-NV.
006130     PERFORM 5000-FORMAT-FIGURES THRU 5000-FORMAT-FIGURES-EXIT.
006140     MOVE 'TOTAL GERAL....'      TO DTL-EMPRESA.
006150     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 2 LINES.
006160     PERFORM 3800-PRINT-NOTES    THRU 3800-PRINT-NOTES-EXIT.
006170 3000-TABULATE-EXIT.
006180     EXIT.
006190*----------------------------------------------------------------
006200* 3100-RETURN-SORT - RETURN THE NEXT SORTED RECORD.
006210*----------------------------------------------------------------
006220 3100-RETURN-SORT.
006230     RETURN SORT-WORK
006240         AT END
006250             SET END-OF-SORT-WORK TO TRUE
006260     END-RETURN.
006270 3100-RETURN-SORT-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------
006300* 3200-PROCESS-RECORD - ADD ONE RECORD INTO THE REGION LEVEL,
006310*    BREAKING ON A REGION, DEPARTMENT OR COMPANY CHANGE.
006320*----------------------------------------------------------------
006330 3200-PROCESS-RECORD.
006340     IF SRT-EMPRESA NOT = WRK-GRP-EMPRESA
006350         OR SRT-DEPTO NOT = WRK-GRP-DEPTO
006360         OR SRT-REGIAO NOT = WRK-GRP-REGIAO
006370         IF WRK-GRP-EMPRESA NOT = LOW-VALUES
006380             PERFORM 3500-REGION-TOTAL
006390                                THRU 3500-REGION-TOTAL-EXIT
006400         END-IF
006410         IF SRT-EMPRESA NOT = WRK-GRP-EMPRESA
006420             OR SRT-DEPTO NOT = WRK-GRP-DEPTO
006430             IF WRK-GRP-EMPRESA NOT = LOW-VALUES
006440                 PERFORM 3600-DEPT-TOTAL
006450                                THRU 3600-DEPT-TOTAL-EXIT
006460             END-IF
006470         END-IF
006480         IF SRT-EMPRESA NOT = WRK-GRP-EMPRESA
006490             IF WRK-GRP-EMPRESA NOT = LOW-VALUES
006500                 PERFORM 3700-EMPRESA-TOTAL
006510                                THRU 3700-EMPRESA-TOTAL-EXIT
006520             END-IF
006530         END-IF
006540         MOVE SRT-EMPRESA        TO WRK-GRP-EMPRESA
006550         MOVE SRT-DEPTO          TO WRK-GRP-DEPTO
006560         MOVE SRT-REGIAO         TO WRK-GRP-REGIAO
006570     END-IF.
006580     ADD SRT-EFETIVO-INI-12      TO ACM-EFETIVO-INI-12 (1).
006590     ADD SRT-EFETIVO-INI-MES     TO ACM-EFETIVO-INI-MES (1).
006600     ADD SRT-EFETIVO-FIM         TO ACM-EFETIVO-FIM (1).
006610     ADD SRT-ADM-MES             TO ACM-ADM-MES (1).
006620     ADD SRT-DESL-MES            TO ACM-DESL-MES (1).
006630     ADD SRT-ADM-12              TO ACM-ADM-12 (1).
006640     ADD SRT-DESL-12             TO ACM-DESL-12 (1).
006650     ADD SRT-PRECOCE-MES         TO ACM-PRECOCE-MES (1).
006660     ADD SRT-PRECOCE-12          TO ACM-PRECOCE-12 (1).
006670     ADD SRT-QTD-ATIVOS          TO ACM-QTD-ATIVOS (1).
006680     ADD SRT-DIAS-ATIVOS         TO ACM-DIAS-ATIVOS (1).
006690     ADD SRT-QTD-DESLIG          TO ACM-QTD-DESLIG (1).
006700     ADD SRT-DIAS-DESLIG         TO ACM-DIAS-DESLIG (1).
006710     PERFORM 3100-RETURN-SORT    THRU 3100-RETURN-SORT-EXIT.
006720 3200-PROCESS-RECORD-EXIT.
006730     EXIT.
006740*----------------------------------------------------------------
006750* 3500-REGION-TOTAL - PRINT THE REGION GROUP THAT JUST ENDED AND
006760*    ROLL IT INTO ITS DEPARTMENT.
006770*----------------------------------------------------------------
006780 3500-REGION-TOTAL.
006790     MOVE 1                      TO WRK-NV.
006800     PERFORM 5000-FORMAT-FIGURES THRU 5000-FORMAT-FIGURES-EXIT.
006810     MOVE WRK-GRP-EMPRESA        TO DTL-EMPRESA.
006820     MOVE WRK-GRP-DEPTO          TO DTL-DEPTO.
006830     MOVE WRK-GRP-REGIAO         TO DTL-REGIAO.
006840     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
006850     ADD 1 TO WRK-GRUPOS.
006860     PERFORM 5100-ROLL-UP        THRU 5100-ROLL-UP-EXIT.
006870 3500-REGION-TOTAL-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------
006900* 3600-DEPT-TOTAL - PRINT THE DEPARTMENT SUBTOTAL THAT JUST
006910*    ENDED AND ROLL IT INTO ITS COMPANY.
006920*----------------------------------------------------------------
006930 3600-DEPT-TOTAL.
006940     MOVE 2                      TO WRK-NV.
006950     PERFORM 5000-FORMAT-FIGURES THRU 5000-FORMAT-FIGURES-EXIT.
006960     MOVE 'TOTAL DEPTO....'      TO DTL-EMPRESA.
006970     MOVE WRK-GRP-DEPTO          TO DTL-DEPTO.
006980     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
006990     PERFORM 5100-ROLL-UP        THRU 5100-ROLL-UP-EXIT.
007000 3600-DEPT-TOTAL-EXIT.
007010     EXIT.
007020*----------------------------------------------------------------
007030* 3700-EMPRESA-TOTAL - PRINT THE COMPANY SUBTOTAL THAT JUST
007040*    ENDED AND ROLL IT INTO THE GRAND TOTAL.
007050*----------------------------------------------------------------
007060 3700-EMPRESA-TOTAL.
007070     MOVE 3                      TO WRK-NV.
007080     PERFORM 5000-FORMAT-FIGURES THRU 5000-FORMAT-FIGURES-EXIT.
007090     MOVE 'TOTAL EMPRESA..'      TO DTL-EMPRESA.
007100     MOVE WRK-GRP-EMPRESA        TO DTL-DEPTO.
007110     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
007120     MOVE SPACES                 TO RPT-LINE.
007130     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
007140     PERFORM 5100-ROLL-UP        THRU 5100-ROLL-UP-EXIT.
007150 3700-EMPRESA-TOTAL-EXIT.
007160     EXIT.
007170*----------------------------------------------------------------
007180* 3800-PRINT-NOTES - SAY HOW THE FIGURES ARE BUILT, UNDER THE
007190*    GRAND TOTAL.
007200*----------------------------------------------------------------
007210 3800-PRINT-NOTES.
007220     MOVE 'ROTAT.% = DESLIGAMENTOS / EFETIVO MEDIO (INICIO + FIM'
007230                                 TO NTL-TEXTO.
007240     MOVE ') / 2 X 100'          TO NTL-TEXTO (54:11).
007250     WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 2 LINES.
007260     MOVE 'TEMPO MEDIO EM MESES - ATIVOS NO FIM DO MES;'
007270                                 TO NTL-TEXTO.
007280     MOVE ' DESLIGADOS NOS 12 MESES'
007290                                 TO NTL-TEXTO (45:24).
007300     WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE.
007310     MOVE 'PRECOCES = DESLIGADOS ATE 90 DIAS APOS A ADMISSAO'
007320                                 TO NTL-TEXTO.
007330     WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE.
007332     MOVE 'SEM DT.ADM. = SEM DATA DE ADMISSAO VALIDA, FORA DO'
007334                                 TO NTL-TEXTO.
007336     MOVE ' TEMPO MEDIO'         TO NTL-TEXTO (51:12).
007338     WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE.
007340 3800-PRINT-NOTES-EXIT.
007350     EXIT.
007360*----------------------------------------------------------------
007370* 5000-FORMAT-FIGURES - BUILD THE FIGURES OF LEVEL WRK-NV INTO
007380*    THE DETAIL LINE. THE TURNOVER RATE IS THE TERMINATIONS OVER
007390*    THE MEAN OF THE START AND END HEADCOUNT, AS A PERCENTAGE,
007400*    AND IS ZERO WHEN THE GROUP HAD NO HEADCOUNT; THE AVERAGE
007410*    LENGTH OF SERVICE IS THE MEAN DAYS OVER 30,4375 (THE DAYS
007420*    IN AN AVERAGE MONTH), TAKEN ONLY ON THE EMPLOYEES WITH A
007425*    VALID ADMISSION DATE; THE OTHERS ARE SHOWN APART.
007430*----------------------------------------------------------------
007440 5000-FORMAT-FIGURES.
007450     MOVE SPACES                 TO DETAIL-LINE.
007460     MOVE ACM-EFETIVO-FIM (WRK-NV) TO DTL-EFETIVO.
007470     MOVE ACM-ADM-MES (WRK-NV)   TO DTL-ADM-MES.
007480     MOVE ACM-DESL-MES (WRK-NV)  TO DTL-DESL-MES.
007490     MOVE ACM-ADM-12 (WRK-NV)    TO DTL-ADM-12.
007500     MOVE ACM-DESL-12 (WRK-NV)   TO DTL-DESL-12.
007510     MOVE ACM-PRECOCE-MES (WRK-NV) TO DTL-PRECOCE-MES.
007520     MOVE ACM-PRECOCE-12 (WRK-NV) TO DTL-PRECOCE-12.
007530     COMPUTE WRK-EFETIVO-SOMA = ACM-EFETIVO-INI-MES (WRK-NV)
007540                              + ACM-EFETIVO-FIM (WRK-NV).
007550     MOVE ZERO                   TO WRK-ROTATIVIDADE.
007560     IF WRK-EFETIVO-SOMA > ZERO
007570         COMPUTE WRK-ROTATIVIDADE ROUNDED
007580             = ACM-DESL-MES (WRK-NV) * 200 / WRK-EFETIVO-SOMA
007590             ON SIZE ERROR
007600                 MOVE 9999,99    TO WRK-ROTATIVIDADE
007610         END-COMPUTE
007620     END-IF.
007630     MOVE WRK-ROTATIVIDADE       TO DTL-ROT-MES.
007640     COMPUTE WRK-EFETIVO-SOMA = ACM-EFETIVO-INI-12 (WRK-NV)
007650                              + ACM-EFETIVO-FIM (WRK-NV).
007660     MOVE ZERO                   TO WRK-ROTATIVIDADE.
007670     IF WRK-EFETIVO-SOMA > ZERO
007680         COMPUTE WRK-ROTATIVIDADE ROUNDED
007690             = ACM-DESL-12 (WRK-NV) * 200 / WRK-EFETIVO-SOMA
007700             ON SIZE ERROR
007710                 MOVE 9999,99    TO WRK-ROTATIVIDADE
007720         END-COMPUTE
007730     END-IF.
007740     MOVE WRK-ROTATIVIDADE       TO DTL-ROT-12.
007750     MOVE ZERO                   TO WRK-TEMPO-MESES.
007760     IF ACM-QTD-ATIVOS (WRK-NV) > ZERO
007770         COMPUTE WRK-TEMPO-MESES ROUNDED
007780             = ACM-DIAS-ATIVOS (WRK-NV) * 10000
007790               / (ACM-QTD-ATIVOS (WRK-NV) * 304375)
007800     END-IF.
007810     MOVE WRK-TEMPO-MESES        TO DTL-TEMPO-ATIVOS.
007820     MOVE ZERO                   TO WRK-TEMPO-MESES.
007830     IF ACM-QTD-DESLIG (WRK-NV) > ZERO
007840         COMPUTE WRK-TEMPO-MESES ROUNDED
007850             = ACM-DIAS-DESLIG (WRK-NV) * 10000
007860               / (ACM-QTD-DESLIG (WRK-NV) * 304375)
007870     END-IF.
007880     MOVE WRK-TEMPO-MESES        TO DTL-TEMPO-DESLIG.
007882     COMPUTE DTL-SEM-ADM-ATIVOS = ACM-EFETIVO-FIM (WRK-NV)
007884                                - ACM-QTD-ATIVOS (WRK-NV).
007886     COMPUTE DTL-SEM-ADM-DESLIG = ACM-DESL-12 (WRK-NV)
007888                                - ACM-QTD-DESLIG (WRK-NV).
007890 5000-FORMAT-FIGURES-EXIT.
007900     EXIT.
007910*----------------------------------------------------------------
007920* 5100-ROLL-UP - ADD LEVEL WRK-NV INTO THE LEVEL ABOVE IT AND
007930*    CLEAR IT FOR THE NEXT GROUP.
007940*----------------------------------------------------------------
007950 5100-ROLL-UP.
007960     COMPUTE WRK-NV-ACIMA = WRK-NV + 1.
007970     ADD ACM-EFETIVO-INI-12 (WRK-NV)
007980                             TO ACM-EFETIVO-INI-12 (WRK-NV-ACIMA).
007990     ADD ACM-EFETIVO-INI-MES (WRK-NV)
008000                           TO ACM-EFETIVO-INI-MES (WRK-NV-ACIMA).
008010     ADD ACM-EFETIVO-FIM (WRK-NV)
008020                             TO ACM-EFETIVO-FIM (WRK-NV-ACIMA).
008030     ADD ACM-ADM-MES (WRK-NV)    TO ACM-ADM-MES (WRK-NV-ACIMA).
008040     ADD ACM-DESL-MES (WRK-NV)   TO ACM-DESL-MES (WRK-NV-ACIMA).
008050     ADD ACM-ADM-12 (WRK-NV)     TO ACM-ADM-12 (WRK-NV-ACIMA).
008060     ADD ACM-DESL-12 (WRK-NV)    TO ACM-DESL-12 (WRK-NV-ACIMA).
008070     ADD ACM-PRECOCE-MES (WRK-NV)
008080                             TO ACM-PRECOCE-MES (WRK-NV-ACIMA).
008090     ADD ACM-PRECOCE-12 (WRK-NV)
008100                             TO ACM-PRECOCE-12 (WRK-NV-ACIMA).
008110     ADD ACM-QTD-ATIVOS (WRK-NV)
008120                             TO ACM-QTD-ATIVOS (WRK-NV-ACIMA).
008130     ADD ACM-DIAS-ATIVOS (WRK-NV)
008140                             TO ACM-DIAS-ATIVOS (WRK-NV-ACIMA).
008150     ADD ACM-QTD-DESLIG (WRK-NV)
008160                             TO ACM-QTD-DESLIG (WRK-NV-ACIMA).
008170     ADD ACM-DIAS-DESLIG (WRK-NV)
008180                             TO ACM-DIAS-DESLIG (WRK-NV-ACIMA).
008190     INITIALIZE ACM-NIVEL (WRK-NV).
008200 5100-ROLL-UP-EXIT.
008210     EXIT.
008220*----------------------------------------------------------------
008230* 7400-VALIDA-DATA - IS THE AAAAMMDD DATE IN EDT-DATA NUMERIC
008240*    WITH A MONTH AND DAY IN RANGE?
008250*----------------------------------------------------------------
008260 7400-VALIDA-DATA.
008270     SET DATA-IS-INVALID         TO TRUE.
008280     IF EDT-DATA NUMERIC
008290         AND EDT-MES NOT < 1 AND EDT-MES NOT > 12
008300         AND EDT-DIA NOT < 1 AND EDT-DIA NOT > 31
008310         SET DATA-IS-VALID       TO TRUE
008320     END-IF.
008330 7400-VALIDA-DATA-EXIT.
008340     EXIT.
008350*----------------------------------------------------------------
008360* 7500-DIA-ABSOLUTO - TURN THE YYYYMMDD DATE IN EDT-DATA INTO A
008370*    RUNNING DAY NUMBER IN WRK-DIA-ABSOLUTO, THE WAY PROG068
008380*    AGES ITS REQUISITIONS.
008390*----------------------------------------------------------------
008400 7500-DIA-ABSOLUTO.
008410     COMPUTE WRK-ANOS = EDT-ANO - 1.
008420     COMPUTE WRK-DIA-ABSOLUTO = WRK-ANOS * 365
008430                              + DBM-DIAS (EDT-MES) + EDT-DIA.
008440     DIVIDE WRK-ANOS BY 4 GIVING WRK-QUOCIENTE.
008450     ADD WRK-QUOCIENTE           TO WRK-DIA-ABSOLUTO.
008460     DIVIDE WRK-ANOS BY 100 GIVING WRK-QUOCIENTE.
008470     SUBTRACT WRK-QUOCIENTE      FROM WRK-DIA-ABSOLUTO.
008480     DIVIDE WRK-ANOS BY 400 GIVING WRK-QUOCIENTE.
008490     ADD WRK-QUOCIENTE           TO WRK-DIA-ABSOLUTO.
008500     SET ANO-NOT-BISSEXTO        TO TRUE.
008510     DIVIDE EDT-ANO BY 4 GIVING WRK-QUOCIENTE
008520                                 REMAINDER WRK-RESTO.
008530     IF WRK-RESTO = ZERO
008540         SET ANO-IS-BISSEXTO     TO TRUE
008550         DIVIDE EDT-ANO BY 100 GIVING WRK-QUOCIENTE
008560                                 REMAINDER WRK-RESTO
008570         IF WRK-RESTO = ZERO
008580             SET ANO-NOT-BISSEXTO TO TRUE
008590             DIVIDE EDT-ANO BY 400 GIVING WRK-QUOCIENTE
008600                                 REMAINDER WRK-RESTO
008610             IF WRK-RESTO = ZERO
008620                 SET ANO-IS-BISSEXTO TO TRUE
008630             END-IF
008640         END-IF
008650     END-IF.
008660     IF ANO-IS-BISSEXTO AND EDT-MES > 2
008670         ADD 1                   TO WRK-DIA-ABSOLUTO
008680     END-IF.
008690 7500-DIA-ABSOLUTO-EXIT.
008700     EXIT.
008710*----------------------------------------------------------------
008720* 9999-FINALIZE - CLOSE THE FILES AND DISPLAY THE TOTALS.
008730*----------------------------------------------------------------
008740 9999-FINALIZE.
008750     CLOSE EMPLOYEE-MASTER.
008760     IF HISTORY-IS-PRESENT
008770         CLOSE EMP-HISTORY
008780     END-IF.
008790     CLOSE TURN-RPT.
008800     DISPLAY '------------ PROG080 - TOTAIS ------------'.
008810     DISPLAY 'MES DE REFERENCIA........ ' HDR-MES.
008820     DISPLAY 'FUNCIONARIOS LIDOS....... ' WRK-EMP-LIDOS.
008830     DISPLAY 'FUNCIONARIOS NO PERIODO.. ' WRK-EMP-SELECIONADOS.
008840     DISPLAY 'HISTORICOS LIDOS......... ' WRK-HST-LIDOS.
008850     DISPLAY 'ADMISSOES/DESLIGAMENTOS.. ' WRK-EVENTOS.
008860     DISPLAY 'GRUPOS IMPRESSOS......... ' WRK-GRUPOS.
008870     IF HISTORY-IS-MISSING
008880         DISPLAY 'EMP-HISTORY AUSENTE - SO EFETIVO E TEMPO'
008890     END-IF.
008900 9999-FINALIZE-EXIT.
008910     EXIT.
