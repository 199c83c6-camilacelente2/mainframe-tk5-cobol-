000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG064.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - MONTHLY GOVERNMENT MOVEMENT FILE (CAGED).
000090*    FOR THE MONTH ASKED FOR, THE EMPLOYMENT HISTORY FILE IS
000100*    READ AND EVERY INCLUSION, CORRECTED REGISTRATION, CHANGE,
000110*    TERMINATION, MERGE AND DELETION THAT MOVED AN EMPLOYEE ON
000120*    OR OFF A COMPANY'S BOOKS BECOMES A MOVEMENT - ADMISSION,
000130*    TERMINATION, TRANSFER OUT OF ONE COMPANY AND INTO ANOTHER,
000140*    OR MERGE OF A DOUBLE REGISTRATION. THE COMPANY IS TAKEN
000150*    FROM THE RECORD IMAGES AND ITS CNPJ FROM COMPANY-MASTER;
000160*    EMPLOYEE-MASTER SUPPLIES THE ADMISSION DATE AND PAY THAT
000170*    IMAGES WRITTEN BEFORE THOSE FIELDS EXISTED DO NOT CARRY.
000180*    THE MOVEMENTS ARE SORTED BY CNPJ AND WRITTEN UNDER A FILE
000190*    HEADER, ONE HEADER AND TRAILER PER CNPJ, AND A FILE
000200*    TRAILER. A DELETION IS NOT DECLARED, AND NEITHER IS THE
000210*    MOVEMENT OF A COMPANY WITH NO CNPJ ON FILE.
000220*    THE CONTROL REPORT TIES EACH COMPANY'S NET MOVEMENT TO THE
000230*    CHANGE IN ITS PROG044 HEADCOUNT OVER THE MONTH, FROM THE
000240*    SNAPSHOTS PROG044 WROTE AT THE END OF THE PRIOR MONTH AND
000250*    OF THIS ONE. A COMPANY THAT DOES NOT TIE, A MOVEMENT LEFT
000260*    UNDECLARED OR A MISSING SNAPSHOT ENDS THE RUN WITH A
000270*    NON-ZERO RETURN CODE.
000280*----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300*----------------------------------------------------------------
000310* 2026-10-15  RM  ORIGINAL PROGRAM.
000320*----------------------------------------------------------------
000330 ENVIRONMENT                     DIVISION.
000340 CONFIGURATION                   SECTION.
000350 SOURCE-COMPUTER.                IBM-370.
000360 OBJECT-COMPUTER.                IBM-370.
000370 INPUT-OUTPUT                    SECTION.
000380 FILE-CONTROL.
000390     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
000400                                 ORGANIZATION IS SEQUENTIAL
000410                                 FILE STATUS IS WS-HST-STATUS.
000420     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000430                                 ORGANIZATION IS INDEXED
000440                                 ACCESS MODE IS DYNAMIC
000450                                 RECORD KEY IS EMP-MATRICULA
000460                                 ALTERNATE RECORD KEY IS EMP-NOME
000470                                     WITH DUPLICATES
000480                                 FILE STATUS IS WS-EMP-STATUS.
000490     SELECT COMPANY-MASTER       ASSIGN TO COMPMAST
000500                                 ORGANIZATION IS INDEXED
000510                                 ACCESS MODE IS DYNAMIC
000520                                 RECORD KEY IS CO-CODIGO
000530                                 FILE STATUS IS WS-CO-STATUS.
000540     SELECT SNAP-INICIO          ASSIGN TO HDCSNAPI
000550                                 ORGANIZATION IS SEQUENTIAL
000560                                 FILE STATUS IS WS-SNPI-STATUS.
000570     SELECT SNAP-FIM             ASSIGN TO HDCSNAPO
000580                                 ORGANIZATION IS SEQUENTIAL
000590                                 FILE STATUS IS WS-SNPF-STATUS.
000600     SELECT SORT-WORK            ASSIGN TO SORTWK01.
000610     SELECT CAGED-FILE           ASSIGN TO CAGEDARQ
000620                                 ORGANIZATION IS SEQUENTIAL
000630                                 FILE STATUS IS WS-CAG-STATUS.
000640     SELECT CONTROL-RPT          ASSIGN TO CAGEDRPT
000650                                 ORGANIZATION IS SEQUENTIAL
000660                                 FILE STATUS IS WS-RPT-STATUS.
000670 DATA                            DIVISION.
000680 FILE                            SECTION.
000690 FD  EMP-HISTORY
000700     LABEL RECORDS ARE STANDARD.
000710     COPY EMPHIST.
000720 FD  EMPLOYEE-MASTER
000730     LABEL RECORDS ARE STANDARD.
000740     COPY EMPMAST.
000750 FD  COMPANY-MASTER
000760     LABEL RECORDS ARE STANDARD.
000770     COPY COMPMAST.
000780 FD  SNAP-INICIO
000790     LABEL RECORDS ARE STANDARD.
000800 01  SNAP-INICIO-RECORD.
000810     05  SNI-EMPRESA             PIC X(15).
000820     05  SNI-DEPTO               PIC X(15).
000830     05  SNI-REGIAO              PIC 99.
000840     05  SNI-COUNT               PIC 9(06).
000850 FD  SNAP-FIM
000860     LABEL RECORDS ARE STANDARD.
000870 01  SNAP-FIM-RECORD.
000880     05  SNF-EMPRESA             PIC X(15).
000890     05  SNF-DEPTO               PIC X(15).
000900     05  SNF-REGIAO              PIC 99.
000910     05  SNF-COUNT               PIC 9(06).
000920 SD  SORT-WORK.
000930 01  SORT-RECORD.
000940     05  SRT-CNPJ                PIC X(14).
000950     05  SRT-MATRICULA           PIC 9(06).
000960     05  SRT-DATA                PIC X(08).
000970     05  SRT-HORA                PIC X(08).
000980     05  SRT-RAZAO-SOCIAL        PIC X(30).
000990     05  SRT-MOVIMENTO           PIC X(02).
001000         88  SRT-IS-ADMISSAO                VALUE '10'.
001010         88  SRT-IS-DESLIGAMENTO            VALUE '31'.
001020         88  SRT-IS-TRANSF-ENTRADA          VALUE '70'.
001030         88  SRT-IS-TRANSF-SAIDA            VALUE '80'.
001040         88  SRT-IS-FUSAO                   VALUE '90'.
001050     05  SRT-DATA-MOVIMENTO      PIC X(08).
001060     05  SRT-NOME                PIC X(30).
001070     05  SRT-DEPTO               PIC X(15).
001080     05  SRT-SALARIO             PIC 9(08)V99.
001090 FD  CAGED-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 100 CHARACTERS.
001120 01  CAGED-RECORD                PIC X(100).
001130 FD  CONTROL-RPT
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 132 CHARACTERS.
001160 01  RPT-LINE                    PIC X(132).
001170 WORKING-STORAGE                 SECTION.
001180 01  CAG-HEADER-RECORD.
001190     05  CAG-HDR-TIPO            PIC X(01)  VALUE '0'.
001200     05  CAG-HDR-COMPETENCIA     PIC X(06).
001210     05  CAG-HDR-DATA            PIC X(08).
001220     05  CAG-HDR-HORA            PIC X(08).
001230     05  CAG-HDR-ORIGEM          PIC X(08)  VALUE 'PROG064 '.
001240     05  FILLER                  PIC X(69)  VALUE SPACES.
001250 01  CAG-ESTAB-HEADER.
001260     05  CAG-EST-TIPO            PIC X(01)  VALUE '1'.
001270     05  CAG-EST-CNPJ            PIC X(14).
001280     05  CAG-EST-RAZAO-SOCIAL    PIC X(30).
001290     05  CAG-EST-COMPETENCIA     PIC X(06).
001300     05  FILLER                  PIC X(49)  VALUE SPACES.
001310 01  CAG-DETAIL-RECORD.
001320     05  CAG-DTL-TIPO            PIC X(01)  VALUE '2'.
001330     05  CAG-DTL-CNPJ            PIC X(14).
001340     05  CAG-DTL-MATRICULA       PIC 9(06).
001350     05  CAG-DTL-NOME            PIC X(30).
001360     05  CAG-DTL-MOVIMENTO       PIC X(02).
001370     05  CAG-DTL-DATA-MOVIMENTO  PIC X(08).
001380     05  CAG-DTL-SALARIO         PIC 9(08)V99.
001390     05  CAG-DTL-DEPTO           PIC X(15).
001400     05  FILLER                  PIC X(14)  VALUE SPACES.
001410 01  CAG-ESTAB-TRAILER.
001420     05  CAG-ETR-TIPO            PIC X(01)  VALUE '8'.
001430     05  CAG-ETR-CNPJ            PIC X(14).
001440     05  CAG-ETR-ADMISSOES       PIC 9(06).
001450     05  CAG-ETR-DESLIGAMENTOS   PIC 9(06).
001460     05  CAG-ETR-TRANSF-ENTRADA  PIC 9(06).
001470     05  CAG-ETR-TRANSF-SAIDA    PIC 9(06).
001480     05  CAG-ETR-FUSOES          PIC 9(06).
001490     05  CAG-ETR-QTDE            PIC 9(06).
001500     05  FILLER                  PIC X(49)  VALUE SPACES.
001510 01  CAG-FILE-TRAILER.
001520     05  CAG-TRL-TIPO            PIC X(01)  VALUE '9'.
001530     05  CAG-TRL-ESTABELECIMENTOS
001540                                 PIC 9(06).
001550     05  CAG-TRL-MOVIMENTOS      PIC 9(07).
001560     05  CAG-TRL-REGISTROS       PIC 9(07).
001570     05  FILLER                  PIC X(79)  VALUE SPACES.
001580 01  HEADING-LINE-1.
001590     05  FILLER                  PIC X(44)
001600             VALUE 'CONTROLE DO ARQUIVO CAGED - PROG064'.
001610     05  FILLER                  PIC X(12) VALUE 'COMPETENCIA '.
001620     05  HDR-COMPETENCIA         PIC X(06).
001630     05  FILLER                  PIC X(70) VALUE SPACES.
001640 01  HEADING-LINE-2.
001650     05  FILLER                  PIC X(31) VALUE SPACES.
001660     05  FILLER                  PIC X(36)
001670             VALUE '-------- MOVIMENTO DO MES ---------'.
001680     05  FILLER                  PIC X(07) VALUE SPACES.
001690     05  FILLER                  PIC X(21)
001700             VALUE ' ---- PROG044 ------'.
001710     05  FILLER                  PIC X(37) VALUE SPACES.
001720 01  HEADING-LINE-3.
001730     05  FILLER                  PIC X(16) VALUE 'EMPRESA'.
001740     05  FILLER                  PIC X(15) VALUE 'CNPJ'.
001750     05  FILLER                  PIC X(06) VALUE ' ADMIS'.
001760     05  FILLER                  PIC X(06) VALUE ' DESLG'.
001770     05  FILLER                  PIC X(06) VALUE ' T.ENT'.
001780     05  FILLER                  PIC X(06) VALUE ' T.SAI'.
001790     05  FILLER                  PIC X(06) VALUE ' FUSAO'.
001800     05  FILLER                  PIC X(06) VALUE ' EXCLU'.
001810     05  FILLER                  PIC X(07) VALUE ' LIQUID'.
001820     05  FILLER                  PIC X(07) VALUE ' INICIO'.
001830     05  FILLER                  PIC X(07) VALUE '    FIM'.
001840     05  FILLER                  PIC X(07) VALUE ' VARIAC'.
001850     05  FILLER                  PIC X(26) VALUE '  SITUACAO'.
001860     05  FILLER                  PIC X(11) VALUE SPACES.
001870 01  DETAIL-LINE.
001880     05  DTL-EMPRESA             PIC X(15).
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  DTL-CNPJ                PIC X(14).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  DTL-ADMISSOES           PIC ZZZZ9.
001930     05  FILLER                  PIC X(01) VALUE SPACES.
001940     05  DTL-DESLIGAMENTOS       PIC ZZZZ9.
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  DTL-TRANSF-ENTRADA      PIC ZZZZ9.
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  DTL-TRANSF-SAIDA        PIC ZZZZ9.
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  DTL-FUSOES              PIC ZZZZ9.
002010     05  FILLER                  PIC X(01) VALUE SPACES.
002020     05  DTL-EXCLUSOES           PIC ZZZZ9.
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  DTL-LIQUIDO             PIC -ZZZZ9.
002050     05  FILLER                  PIC X(01) VALUE SPACES.
002060     05  DTL-INICIO              PIC ZZZZZ9.
002070     05  FILLER                  PIC X(01) VALUE SPACES.
002080     05  DTL-FIM                 PIC ZZZZZ9.
002090     05  FILLER                  PIC X(01) VALUE SPACES.
002100     05  DTL-VARIACAO            PIC -ZZZZ9.
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  DTL-SITUACAO            PIC X(24).
002130     05  FILLER                  PIC X(11) VALUE SPACES.
002140 01  SUMMARY-LINE.
002150     05  SUM-TITULO              PIC X(40).
002160     05  SUM-COUNT               PIC ZZZZZZ9.
002170     05  FILLER                  PIC X(85) VALUE SPACES.
002180 01  COMPANY-TABLE.
002190     05  CO-ENTRY                OCCURS 200 TIMES.
002200         10  TAB-EMPRESA         PIC X(15).
002210         10  TAB-CNPJ            PIC X(14).
002220         10  TAB-RAZAO-SOCIAL    PIC X(30).
002230         10  TAB-ADMISSOES       PIC 9(06) COMP.
002240         10  TAB-DESLIGAMENTOS   PIC 9(06) COMP.
002250         10  TAB-TRANSF-ENTRADA  PIC 9(06) COMP.
002260         10  TAB-TRANSF-SAIDA    PIC 9(06) COMP.
002270         10  TAB-FUSOES          PIC 9(06) COMP.
002280         10  TAB-EXCLUSOES       PIC 9(06) COMP.
002290         10  TAB-NAO-DECLARADOS  PIC 9(06) COMP.
002300         10  TAB-EFETIVO-INICIO  PIC 9(06) COMP.
002310         10  TAB-EFETIVO-FIM     PIC 9(06) COMP.
002320 01  COMPETENCIA-AREA.
002330     05  WRK-MES-COMPETENCIA     PIC X(06)  VALUE SPACES.
002340     05  WRK-MES-COMPETENCIA-R   REDEFINES WRK-MES-COMPETENCIA.
002350         10  WRK-COMP-ANO        PIC 9(04).
002360         10  WRK-COMP-MES        PIC 9(02).
002370 77  WS-HST-STATUS               PIC X(02)  VALUE SPACES.
002380     88  HST-STATUS-OK                      VALUE '00'.
002390     88  HST-STATUS-EOF                     VALUE '10'.
002400     88  HST-STATUS-NEW-FILE                VALUE '35'.
002410 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
002420     88  EMP-STATUS-OK                      VALUE '00'.
002430     88  EMP-STATUS-NOT-FOUND               VALUE '23'.
002440 77  WS-CO-STATUS                PIC X(02)  VALUE SPACES.
002450     88  CO-STATUS-OK                       VALUE '00'.
002460     88  CO-STATUS-NOT-FOUND                VALUE '23'.
002470     88  CO-STATUS-NEW-FILE                 VALUE '35'.
002480 77  WS-SNPI-STATUS              PIC X(02)  VALUE SPACES.
002490     88  SNPI-STATUS-OK                     VALUE '00'.
002500     88  SNPI-STATUS-EOF                    VALUE '10'.
002510     88  SNPI-STATUS-NEW-FILE               VALUE '35'.
002520 77  WS-SNPF-STATUS              PIC X(02)  VALUE SPACES.
002530     88  SNPF-STATUS-OK                     VALUE '00'.
002540     88  SNPF-STATUS-EOF                    VALUE '10'.
002550     88  SNPF-STATUS-NEW-FILE               VALUE '35'.
002560 77  WS-CAG-STATUS               PIC X(02)  VALUE SPACES.
002570     88  CAG-STATUS-OK                      VALUE '00'.
002580 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
002590     88  RPT-STATUS-OK                      VALUE '00'.
002600 77  WRK-CO-FILE-SWITCH          PIC X(01)  VALUE 'Y'.
002610     88  CO-FILE-IS-OPEN                    VALUE 'Y'.
002620     88  CO-FILE-IS-MISSING                 VALUE 'N'.
002630 77  WRK-SNAP-SWITCH             PIC X(01)  VALUE 'Y'.
002640     88  SNAPSHOTS-ARE-PRESENT              VALUE 'Y'.
002650     88  SNAPSHOT-IS-MISSING                VALUE 'N'.
002660 77  WRK-HST-EOF-SWITCH          PIC X(01)  VALUE 'N'.
002670     88  END-OF-HISTORY                     VALUE 'Y'.
002680 77  WRK-SNAP-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002690     88  END-OF-SNAPSHOT                    VALUE 'Y'.
002700 77  WRK-SORT-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002710     88  END-OF-SORT-WORK                   VALUE 'Y'.
002720 77  WRK-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
002730     88  COMPANY-WAS-FOUND                  VALUE 'Y'.
002740 77  WRK-FULL-SWITCH             PIC X(01)  VALUE 'N'.
002750     88  COMPANY-TABLE-FULL                 VALUE 'Y'.
002760 77  WRK-MOV-TIPO                PIC X(02)  VALUE SPACES.
002770     88  MOV-IS-ADMISSAO                    VALUE '10'.
002780     88  MOV-IS-DESLIGAMENTO                VALUE '31'.
002790     88  MOV-IS-TRANSF-ENTRADA              VALUE '70'.
002800     88  MOV-IS-TRANSF-SAIDA                VALUE '80'.
002810     88  MOV-IS-FUSAO                       VALUE '90'.
002820     88  MOV-IS-EXCLUSAO                    VALUE 'EX'.
002830 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
002840 77  WRK-HORA-HOJE               PIC X(08)  VALUE SPACES.
002850 77  WRK-IMAGEM                  PIC X(120) VALUE SPACES.
002860 77  WRK-EMPRESA-ANTES           PIC X(15)  VALUE SPACES.
002870 77  WRK-EMPRESA-DEPOIS          PIC X(15)  VALUE SPACES.
002880 77  WRK-MOV-EMPRESA             PIC X(15)  VALUE SPACES.
002890 77  WRK-DATA-ADMISSAO           PIC X(08)  VALUE SPACES.
002900 77  WRK-DATA-DESLIGAMENTO       PIC X(08)  VALUE SPACES.
002910 77  WRK-PRIOR-CNPJ              PIC X(14)  VALUE LOW-VALUES.
002920 77  WRK-CO-COUNT                PIC 9(03)  COMP VALUE ZERO.
002930 77  WRK-CO-IX                   PIC 9(03)  COMP VALUE ZERO.
002940 77  WRK-IX                      PIC 9(03)  COMP VALUE ZERO.
002950 77  WRK-LIQUIDO                 PIC S9(06) COMP VALUE ZERO.
002960 77  WRK-VARIACAO                PIC S9(06) COMP VALUE ZERO.
002970 77  WRK-HST-COUNT               PIC 9(07)  COMP VALUE ZERO.
002980 77  WRK-EST-ADMISSOES           PIC 9(06)  COMP VALUE ZERO.
002990 77  WRK-EST-DESLIGAMENTOS       PIC 9(06)  COMP VALUE ZERO.
003000 77  WRK-EST-TRANSF-ENTRADA      PIC 9(06)  COMP VALUE ZERO.
003010 77  WRK-EST-TRANSF-SAIDA        PIC 9(06)  COMP VALUE ZERO.
003020 77  WRK-EST-FUSOES              PIC 9(06)  COMP VALUE ZERO.
003030 77  WRK-EST-QTDE                PIC 9(06)  COMP VALUE ZERO.
003040 77  WRK-ESTAB-COUNT             PIC 9(06)  COMP VALUE ZERO.
003050 77  WRK-DETAIL-COUNT            PIC 9(07)  COMP VALUE ZERO.
003060 77  WRK-RECORD-COUNT            PIC 9(07)  COMP VALUE ZERO.
003070 77  WRK-NAO-DECLARADO-COUNT     PIC 9(06)  COMP VALUE ZERO.
003080 77  WRK-DIVERGE-COUNT           PIC 9(06)  COMP VALUE ZERO.
003090 77  WRK-TOT-ADMISSOES           PIC 9(06)  COMP VALUE ZERO.
003100 77  WRK-TOT-DESLIGAMENTOS       PIC 9(06)  COMP VALUE ZERO.
003110 77  WRK-TOT-TRANSF-ENTRADA      PIC 9(06)  COMP VALUE ZERO.
003120 77  WRK-TOT-TRANSF-SAIDA        PIC 9(06)  COMP VALUE ZERO.
003130 77  WRK-TOT-FUSOES              PIC 9(06)  COMP VALUE ZERO.
003140 77  WRK-TOT-EXCLUSOES           PIC 9(06)  COMP VALUE ZERO.
003150 77  WRK-TOT-INICIO              PIC 9(06)  COMP VALUE ZERO.
003160 77  WRK-TOT-FIM                 PIC 9(06)  COMP VALUE ZERO.
003170 PROCEDURE                       DIVISION.
003180*----------------------------------------------------------------
003190* 0000-MAINLINE - TAKE THE MONTH, SELECT AND SORT THE MONTH'S
003200*    MOVEMENTS INTO THE FILE, THEN TIE THEM TO THE HEADCOUNT.
003210*----------------------------------------------------------------
003220 0000-MAINLINE.
003230     DISPLAY 'MES DE COMPETENCIA (AAAAMM)... '.
003240     ACCEPT WRK-MES-COMPETENCIA.
003250     IF WRK-MES-COMPETENCIA NOT NUMERIC
003260         OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
003270         DISPLAY 'MES INVALIDO - ' WRK-MES-COMPETENCIA
003280         MOVE 8 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
003320     SORT SORT-WORK
003330         ON ASCENDING KEY SRT-CNPJ SRT-MATRICULA
003340                          SRT-DATA SRT-HORA
003350         INPUT PROCEDURE IS 2000-SELECT-MOVEMENTS
003360                       THRU 2000-SELECT-MOVEMENTS-EXIT
003370         OUTPUT PROCEDURE IS 3000-WRITE-FILE
003380                        THRU 3000-WRITE-FILE-EXIT.
003390     PERFORM 4000-LOAD-SNAPSHOTS THRU 4000-LOAD-SNAPSHOTS-EXIT.
003400     PERFORM 5000-PRINT-CONTROL  THRU 5000-PRINT-CONTROL-EXIT.
003410     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
003420     IF WRK-DIVERGE-COUNT > ZERO
003430         OR WRK-NAO-DECLARADO-COUNT > ZERO
003440         OR SNAPSHOT-IS-MISSING
003450         MOVE 4 TO RETURN-CODE
003460     END-IF.
003470     IF COMPANY-TABLE-FULL
003480         MOVE 8 TO RETURN-CODE
003490     END-IF.
003500     STOP RUN.
003510*----------------------------------------------------------------
003520* 1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADINGS AND WRITE
003530*    THE FILE HEADER. WITH NO COMPANY-MASTER NO CNPJ IS KNOWN
003540*    AND NOTHING CAN BE DECLARED.
003550*----------------------------------------------------------------
003560 1000-INITIALIZE.
003570     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
003580     ACCEPT WRK-HORA-HOJE        FROM TIME.
003590     OPEN INPUT  EMPLOYEE-MASTER.
003600     OPEN INPUT  COMPANY-MASTER.
003610     IF CO-STATUS-NEW-FILE
003620         SET CO-FILE-IS-MISSING  TO TRUE
003630     END-IF.
003640     OPEN OUTPUT CAGED-FILE.
003650     OPEN OUTPUT CONTROL-RPT.
003660     MOVE WRK-MES-COMPETENCIA    TO HDR-COMPETENCIA.
003670     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
003680     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
003690     WRITE RPT-LINE FROM HEADING-LINE-3 AFTER ADVANCING 1 LINE.
003700     MOVE WRK-MES-COMPETENCIA    TO CAG-HDR-COMPETENCIA.
003710     MOVE WRK-DATA-HOJE          TO CAG-HDR-DATA.
003720     MOVE WRK-HORA-HOJE          TO CAG-HDR-HORA.
003730     WRITE CAGED-RECORD FROM CAG-HEADER-RECORD.
003740     ADD 1 TO WRK-RECORD-COUNT.
003750 1000-INITIALIZE-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780* 2000-SELECT-MOVEMENTS - INPUT PROCEDURE FOR THE SORT. READS
003790*    THE WHOLE HISTORY FILE AND RELEASES THE MONTH'S MOVEMENTS.
003800*    NO HISTORY FILE YET MEANS NO MOVEMENTS.
003810*----------------------------------------------------------------
003820 2000-SELECT-MOVEMENTS.
003830     OPEN INPUT EMP-HISTORY.
003840     IF HST-STATUS-NEW-FILE
003850         GO TO 2000-SELECT-MOVEMENTS-EXIT
003860     END-IF.
003870     PERFORM 2100-READ-HISTORY   THRU 2100-READ-HISTORY-EXIT.
003880     PERFORM 2200-SELECT-HISTORY THRU 2200-SELECT-HISTORY-EXIT
003890         UNTIL END-OF-HISTORY.
003900     CLOSE EMP-HISTORY.
003910 2000-SELECT-MOVEMENTS-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------
003940* 2100-READ-HISTORY - READ THE NEXT HISTORY RECORD.
003950*----------------------------------------------------------------
003960 2100-READ-HISTORY.
003970     READ EMP-HISTORY
003980         AT END
003990             SET END-OF-HISTORY TO TRUE
004000     END-READ.
004010 2100-READ-HISTORY-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040* 2200-SELECT-HISTORY - FOR A MASTER-RECORD EVENT OF THE MONTH,
004050*    TAKE THE COMPANY THE EMPLOYEE WAS ON THE BOOKS OF BEFORE
004060*    AND AFTER IT (SPACES WHEN NOT ON ANY BOOKS - NO IMAGE, OR
004070*    TERMINATED OR MERGED). WHEN THE TWO DIFFER, THE EMPLOYEE
004080*    LEFT THE FIRST COMPANY AND JOINED THE SECOND - A TRANSFER
004090*    WHEN BOTH ARE FILLED IN. THE LATER IMAGE DESCRIBES THE
004100*    EMPLOYEE ON THE MOVEMENT.
004110*----------------------------------------------------------------
004120 2200-SELECT-HISTORY.
004130     IF HST-DATA (1:6) NOT = WRK-MES-COMPETENCIA
004140         GO TO 2200-SELECT-HISTORY-READ
004150     END-IF.
004160     IF NOT HST-ACAO-INCLUSAO
004170         AND NOT HST-ACAO-CORRECAO
004180         AND NOT HST-ACAO-ALTERACAO
004190         AND NOT HST-ACAO-DESLIGAMENTO
004200         AND NOT HST-ACAO-FUSAO
004210         AND NOT HST-ACAO-EXCLUSAO
004220         GO TO 2200-SELECT-HISTORY-READ
004230     END-IF.
004240     ADD 1 TO WRK-HST-COUNT.
004250     MOVE SPACES                 TO WRK-EMPRESA-ANTES.
004260     MOVE SPACES                 TO WRK-EMPRESA-DEPOIS.
004270     IF HST-ANTES NOT = SPACES
004280         MOVE HST-ANTES          TO EMP-MASTER-RECORD
004290         MOVE EMP-MASTER-RECORD  TO WRK-IMAGEM
004300         IF EMP-IS-VINCULADO
004310             MOVE EMP-EMPRESA    TO WRK-EMPRESA-ANTES
004320         END-IF
004330     END-IF.
004340     IF HST-DEPOIS NOT = SPACES
004350         MOVE HST-DEPOIS         TO EMP-MASTER-RECORD
004360         MOVE EMP-MASTER-RECORD  TO WRK-IMAGEM
004370         IF EMP-IS-VINCULADO
004380             MOVE EMP-EMPRESA    TO WRK-EMPRESA-DEPOIS
004390         END-IF
004400     END-IF.
004410     IF WRK-EMPRESA-ANTES = WRK-EMPRESA-DEPOIS
004420         GO TO 2200-SELECT-HISTORY-READ
004430     END-IF.
004440     IF WRK-EMPRESA-ANTES NOT = SPACES
004450         MOVE WRK-EMPRESA-ANTES  TO WRK-MOV-EMPRESA
004460         EVALUATE TRUE
004470             WHEN WRK-EMPRESA-DEPOIS NOT = SPACES
004480                 SET MOV-IS-TRANSF-SAIDA TO TRUE
004490             WHEN HST-ACAO-FUSAO
004500                 SET MOV-IS-FUSAO TO TRUE
004510             WHEN HST-ACAO-EXCLUSAO
004520                 SET MOV-IS-EXCLUSAO TO TRUE
004530             WHEN OTHER
004540                 SET MOV-IS-DESLIGAMENTO TO TRUE
004550         END-EVALUATE
004560         PERFORM 2300-RELEASE-MOVEMENT
004570                                THRU 2300-RELEASE-MOVEMENT-EXIT
004580     END-IF.
004590     IF WRK-EMPRESA-DEPOIS NOT = SPACES
004600         MOVE WRK-EMPRESA-DEPOIS TO WRK-MOV-EMPRESA
004610         IF WRK-EMPRESA-ANTES NOT = SPACES
004620             SET MOV-IS-TRANSF-ENTRADA TO TRUE
004630         ELSE
004640             SET MOV-IS-ADMISSAO TO TRUE
004650         END-IF
004660         PERFORM 2300-RELEASE-MOVEMENT
004670                                THRU 2300-RELEASE-MOVEMENT-EXIT
004680     END-IF.
004690 2200-SELECT-HISTORY-READ.
004700     PERFORM 2100-READ-HISTORY   THRU 2100-READ-HISTORY-EXIT.
004710 2200-SELECT-HISTORY-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* 2300-RELEASE-MOVEMENT - COUNT THE MOVEMENT AGAINST ITS COMPANY
004750*    AND RELEASE IT TO THE SORT UNDER THE COMPANY'S CNPJ. A
004760*    DELETION IS ONLY COUNTED, AND A COMPANY WITH NO CNPJ ON
004770*    FILE HAS ITS MOVEMENT COUNTED AS NOT DECLARED. THE
004780*    MOVEMENT DATE IS THE ADMISSION DATE OF A NEW REGISTRATION,
004790*    THE TERMINATION DATE OF A TERMINATION, AND OTHERWISE THE
004800*    DATE THE EVENT WAS RECORDED.
004810*----------------------------------------------------------------
004820 2300-RELEASE-MOVEMENT.
004830     PERFORM 6000-FIND-COMPANY   THRU 6000-FIND-COMPANY-EXIT.
004840     IF WRK-CO-IX = ZERO
004850         GO TO 2300-RELEASE-MOVEMENT-EXIT
004860     END-IF.
004870     PERFORM 2400-COUNT-MOVEMENT THRU 2400-COUNT-MOVEMENT-EXIT.
004880     IF MOV-IS-EXCLUSAO
004890         GO TO 2300-RELEASE-MOVEMENT-EXIT
004900     END-IF.
004910     IF TAB-CNPJ (WRK-CO-IX) = SPACES
004920         ADD 1 TO TAB-NAO-DECLARADOS (WRK-CO-IX)
004930         ADD 1 TO WRK-NAO-DECLARADO-COUNT
004940         GO TO 2300-RELEASE-MOVEMENT-EXIT
004950     END-IF.
004960     MOVE WRK-IMAGEM             TO EMP-MASTER-RECORD.
004970     MOVE SPACES                 TO SORT-RECORD.
004980     MOVE TAB-CNPJ (WRK-CO-IX)   TO SRT-CNPJ.
004990     MOVE TAB-RAZAO-SOCIAL (WRK-CO-IX)
005000                                 TO SRT-RAZAO-SOCIAL.
005010     MOVE HST-MATRICULA          TO SRT-MATRICULA.
005020     MOVE HST-DATA               TO SRT-DATA.
005030     MOVE HST-HORA               TO SRT-HORA.
005040     MOVE WRK-MOV-TIPO           TO SRT-MOVIMENTO.
005050     MOVE EMP-NOME               TO SRT-NOME.
005060     MOVE EMP-DEPTO              TO SRT-DEPTO.
005070     IF EMP-SALARIO-BASE NUMERIC
005080         MOVE EMP-SALARIO-BASE   TO SRT-SALARIO
005090     ELSE
005100         MOVE ZERO               TO SRT-SALARIO
005110     END-IF.
005120     MOVE EMP-DATA-ADMISSAO      TO WRK-DATA-ADMISSAO.
005130     MOVE EMP-DATA-DESLIGAMENTO  TO WRK-DATA-DESLIGAMENTO.
005140     IF WRK-DATA-ADMISSAO = SPACES
005150         OR SRT-SALARIO = ZERO
005160         PERFORM 2350-READ-MASTER
005170                                THRU 2350-READ-MASTER-EXIT
005180     END-IF.
005190     EVALUATE TRUE
005200         WHEN MOV-IS-ADMISSAO
005210             AND NOT HST-ACAO-ALTERACAO
005220             AND WRK-DATA-ADMISSAO NOT = SPACES
005230             MOVE WRK-DATA-ADMISSAO
005240                                 TO SRT-DATA-MOVIMENTO
005250         WHEN MOV-IS-DESLIGAMENTO
005260             AND WRK-DATA-DESLIGAMENTO NOT = SPACES
005270             MOVE WRK-DATA-DESLIGAMENTO
005280                                 TO SRT-DATA-MOVIMENTO
005290         WHEN OTHER
005300             MOVE HST-DATA       TO SRT-DATA-MOVIMENTO
005310     END-EVALUATE.
005320     RELEASE SORT-RECORD.
005330 2300-RELEASE-MOVEMENT-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------
005360* 2350-READ-MASTER - FILL THE ADMISSION DATE AND PAY THE IMAGE
005370*    DID NOT CARRY FROM THE EMPLOYEE'S MASTER RECORD, WHEN IT
005380*    IS STILL ON FILE.
005390*----------------------------------------------------------------
005400 2350-READ-MASTER.
005410     MOVE HST-MATRICULA          TO EMP-MATRICULA.
005420     READ EMPLOYEE-MASTER
005430         INVALID KEY
005440             GO TO 2350-READ-MASTER-EXIT
005450     END-READ.
005460     IF WRK-DATA-ADMISSAO = SPACES
005470         MOVE EMP-DATA-ADMISSAO  TO WRK-DATA-ADMISSAO
005480     END-IF.
005490     IF SRT-SALARIO = ZERO
005500         AND EMP-SALARIO-BASE NUMERIC
005510         MOVE EMP-SALARIO-BASE   TO SRT-SALARIO
005520     END-IF.
005530 2350-READ-MASTER-EXIT.
005540     EXIT.
005550*----------------------------------------------------------------
005560* 2400-COUNT-MOVEMENT - ADD THE MOVEMENT TO ITS COMPANY'S
005570*    COLUMN ON THE CONTROL TABLE.
005580*----------------------------------------------------------------
005590 2400-COUNT-MOVEMENT.
005600     EVALUATE TRUE
005610         WHEN MOV-IS-ADMISSAO
005620             ADD 1 TO TAB-ADMISSOES (WRK-CO-IX)
005630         WHEN MOV-IS-DESLIGAMENTO
005640             ADD 1 TO TAB-DESLIGAMENTOS (WRK-CO-IX)
005650         WHEN MOV-IS-TRANSF-ENTRADA
005660             ADD 1 TO TAB-TRANSF-ENTRADA (WRK-CO-IX)
005670         WHEN MOV-IS-TRANSF-SAIDA
005680             ADD 1 TO TAB-TRANSF-SAIDA (WRK-CO-IX)
005690         WHEN MOV-IS-FUSAO
005700             ADD 1 TO TAB-FUSOES (WRK-CO-IX)
005710         WHEN MOV-IS-EXCLUSAO
005720             ADD 1 TO TAB-EXCLUSOES (WRK-CO-IX)
005730     END-EVALUATE.
005740 2400-COUNT-MOVEMENT-EXIT.
005750     EXIT.
005760*----------------------------------------------------------------
005770* 3000-WRITE-FILE - OUTPUT PROCEDURE FOR THE SORT. WRITES THE
005780*    MOVEMENTS IN CNPJ ORDER, EACH CNPJ BETWEEN ITS HEADER AND
005790*    TRAILER, AND CLOSES THE FILE WITH THE FILE TRAILER.
005800*----------------------------------------------------------------
005810 3000-WRITE-FILE.
005820     PERFORM 3100-RETURN-SORT    THRU 3100-RETURN-SORT-EXIT.
005830     PERFORM 3200-WRITE-DETAIL   THRU 3200-WRITE-DETAIL-EXIT
005840         UNTIL END-OF-SORT-WORK.
005850     IF WRK-PRIOR-CNPJ NOT = LOW-VALUES
005860         PERFORM 3400-ESTAB-TRAILER
005870                                THRU 3400-ESTAB-TRAILER-EXIT
005880     END-IF.
005890     ADD 1 TO WRK-RECORD-COUNT.
005900     MOVE WRK-ESTAB-COUNT        TO CAG-TRL-ESTABELECIMENTOS.
005910     MOVE WRK-DETAIL-COUNT       TO CAG-TRL-MOVIMENTOS.
005920     MOVE WRK-RECORD-COUNT       TO CAG-TRL-REGISTROS.
005930     WRITE CAGED-RECORD FROM CAG-FILE-TRAILER.
005940 3000-WRITE-FILE-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------
005970* 3100-RETURN-SORT - RETURN THE NEXT SORTED MOVEMENT.
005980*----------------------------------------------------------------
005990 3100-RETURN-SORT.
006000     RETURN SORT-WORK
006010         AT END
006020             SET END-OF-SORT-WORK TO TRUE
006030     END-RETURN.
006040 3100-RETURN-SORT-EXIT.
006050     EXIT.
006060*----------------------------------------------------------------
006070* 3200-WRITE-DETAIL - WRITE ONE MOVEMENT, BREAKING ON A CHANGE
006080*    OF CNPJ, AND COUNT IT FOR THE CNPJ TRAILER.
006090*----------------------------------------------------------------
006100 3200-WRITE-DETAIL.
006110     IF SRT-CNPJ NOT = WRK-PRIOR-CNPJ
006120         IF WRK-PRIOR-CNPJ NOT = LOW-VALUES
006130             PERFORM 3400-ESTAB-TRAILER
006140                                THRU 3400-ESTAB-TRAILER-EXIT
006150         END-IF
006160         PERFORM 3300-ESTAB-HEADER
006170                                THRU 3300-ESTAB-HEADER-EXIT
006180     END-IF.
006190     MOVE SRT-CNPJ               TO CAG-DTL-CNPJ.
006200     MOVE SRT-MATRICULA          TO CAG-DTL-MATRICULA.
006210     MOVE SRT-NOME               TO CAG-DTL-NOME.
006220     MOVE SRT-MOVIMENTO          TO CAG-DTL-MOVIMENTO.
006230     MOVE SRT-DATA-MOVIMENTO     TO CAG-DTL-DATA-MOVIMENTO.
006240     MOVE SRT-SALARIO            TO CAG-DTL-SALARIO.
006250     MOVE SRT-DEPTO              TO CAG-DTL-DEPTO.
006260     WRITE CAGED-RECORD FROM CAG-DETAIL-RECORD.
006270     ADD 1 TO WRK-RECORD-COUNT.
006280     ADD 1 TO WRK-DETAIL-COUNT.
006290     ADD 1 TO WRK-EST-QTDE.
006300     EVALUATE TRUE
006310         WHEN SRT-IS-ADMISSAO
006320             ADD 1 TO WRK-EST-ADMISSOES
006330         WHEN SRT-IS-DESLIGAMENTO
006340             ADD 1 TO WRK-EST-DESLIGAMENTOS
006350         WHEN SRT-IS-TRANSF-ENTRADA
006360             ADD 1 TO WRK-EST-TRANSF-ENTRADA
006370         WHEN SRT-IS-TRANSF-SAIDA
006380             ADD 1 TO WRK-EST-TRANSF-SAIDA
006390         WHEN SRT-IS-FUSAO
006400             ADD 1 TO WRK-EST-FUSOES
006410     END-EVALUATE.
006420     PERFORM 3100-RETURN-SORT    THRU 3100-RETURN-SORT-EXIT.
006430 3200-WRITE-DETAIL-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------
006460* 3300-ESTAB-HEADER - OPEN A NEW CNPJ WITH ITS HEADER AND CLEAR
006470*    ITS COUNTS.
006480*----------------------------------------------------------------
006490 3300-ESTAB-HEADER.
006500     MOVE SRT-CNPJ               TO WRK-PRIOR-CNPJ.
006510     MOVE SRT-CNPJ               TO CAG-EST-CNPJ.
006520     MOVE SRT-RAZAO-SOCIAL       TO CAG-EST-RAZAO-SOCIAL.
006530     MOVE WRK-MES-COMPETENCIA    TO CAG-EST-COMPETENCIA.
006540     WRITE CAGED-RECORD FROM CAG-ESTAB-HEADER.
006550     ADD 1 TO WRK-RECORD-COUNT.
006560     ADD 1 TO WRK-ESTAB-COUNT.
006570     MOVE ZERO                   TO WRK-EST-ADMISSOES.
006580     MOVE ZERO                   TO WRK-EST-DESLIGAMENTOS.
006590     MOVE ZERO                   TO WRK-EST-TRANSF-ENTRADA.
006600     MOVE ZERO                   TO WRK-EST-TRANSF-SAIDA.
006610     MOVE ZERO                   TO WRK-EST-FUSOES.
006620     MOVE ZERO                   TO WRK-EST-QTDE.
006630 3300-ESTAB-HEADER-EXIT.
006640     EXIT.
006650*----------------------------------------------------------------
006660* 3400-ESTAB-TRAILER - CLOSE THE CNPJ THAT JUST ENDED WITH ITS
006670*    COUNTS BY MOVEMENT.
006680*----------------------------------------------------------------
006690 3400-ESTAB-TRAILER.
006700     MOVE WRK-PRIOR-CNPJ         TO CAG-ETR-CNPJ.
006710     MOVE WRK-EST-ADMISSOES      TO CAG-ETR-ADMISSOES.
006720     MOVE WRK-EST-DESLIGAMENTOS  TO CAG-ETR-DESLIGAMENTOS.
006730     MOVE WRK-EST-TRANSF-ENTRADA TO CAG-ETR-TRANSF-ENTRADA.
006740     MOVE WRK-EST-TRANSF-SAIDA   TO CAG-ETR-TRANSF-SAIDA.
006750     MOVE WRK-EST-FUSOES         TO CAG-ETR-FUSOES.
006760     MOVE WRK-EST-QTDE           TO CAG-ETR-QTDE.
006770     WRITE CAGED-RECORD FROM CAG-ESTAB-TRAILER.
006780     ADD 1 TO WRK-RECORD-COUNT.
006790 3400-ESTAB-TRAILER-EXIT.
006800     EXIT.
006810*----------------------------------------------------------------
006820* 4000-LOAD-SNAPSHOTS - TOTAL THE PROG044 HEADCOUNT PER COMPANY
006830*    AT THE START OF THE MONTH (THE PRIOR MONTH'S SNAPSHOT) AND
006840*    AT ITS END (THIS MONTH'S). WITHOUT BOTH THE MOVEMENT CANNOT
006850*    BE TIED.
006860*----------------------------------------------------------------
006870 4000-LOAD-SNAPSHOTS.
006880     OPEN INPUT SNAP-INICIO.
006890     IF SNPI-STATUS-NEW-FILE
006900         SET SNAPSHOT-IS-MISSING TO TRUE
006910     ELSE
006920         MOVE 'N'                TO WRK-SNAP-EOF-SWITCH
006930         PERFORM 4100-LOAD-SNAP-INICIO
006940                                THRU 4100-LOAD-SNAP-INICIO-EXIT
006950             UNTIL END-OF-SNAPSHOT
006960         CLOSE SNAP-INICIO
006970     END-IF.
006980     OPEN INPUT SNAP-FIM.
006990     IF SNPF-STATUS-NEW-FILE
007000         SET SNAPSHOT-IS-MISSING TO TRUE
007010     ELSE
007020         MOVE 'N'                TO WRK-SNAP-EOF-SWITCH
007030         PERFORM 4200-LOAD-SNAP-FIM
007040                                THRU 4200-LOAD-SNAP-FIM-EXIT
007050             UNTIL END-OF-SNAPSHOT
007060         CLOSE SNAP-FIM
007070     END-IF.
007080 4000-LOAD-SNAPSHOTS-EXIT.
007090     EXIT.
007100*----------------------------------------------------------------
007110* 4100-LOAD-SNAP-INICIO - ADD ONE START-OF-MONTH GROUP TO ITS
007120*    COMPANY.
007130*----------------------------------------------------------------
007140 4100-LOAD-SNAP-INICIO.
007150     READ SNAP-INICIO
007160         AT END
007170             SET END-OF-SNAPSHOT TO TRUE
007180             GO TO 4100-LOAD-SNAP-INICIO-EXIT
007190     END-READ.
007200     MOVE SNI-EMPRESA            TO WRK-MOV-EMPRESA.
007210     PERFORM 6000-FIND-COMPANY   THRU 6000-FIND-COMPANY-EXIT.
007220     IF WRK-CO-IX > ZERO
007230         ADD SNI-COUNT TO TAB-EFETIVO-INICIO (WRK-CO-IX)
007240     END-IF.
007250 4100-LOAD-SNAP-INICIO-EXIT.
007260     EXIT.
007270*----------------------------------------------------------------
007280* 4200-LOAD-SNAP-FIM - ADD ONE END-OF-MONTH GROUP TO ITS
007290*    COMPANY.
007300*----------------------------------------------------------------
007310 4200-LOAD-SNAP-FIM.
007320     READ SNAP-FIM
007330         AT END
007340             SET END-OF-SNAPSHOT TO TRUE
007350             GO TO 4200-LOAD-SNAP-FIM-EXIT
007360     END-READ.
007370     MOVE SNF-EMPRESA            TO WRK-MOV-EMPRESA.
007380     PERFORM 6000-FIND-COMPANY   THRU 6000-FIND-COMPANY-EXIT.
007390     IF WRK-CO-IX > ZERO
007400         ADD SNF-COUNT TO TAB-EFETIVO-FIM (WRK-CO-IX)
007410     END-IF.
007420 4200-LOAD-SNAP-FIM-EXIT.
007430     EXIT.
007440*----------------------------------------------------------------
007450* 5000-PRINT-CONTROL - PRINT ONE LINE PER COMPANY, THE GRAND
007460*    TOTAL AND THE FILE COUNTS.
007470*----------------------------------------------------------------
007480 5000-PRINT-CONTROL.
007490     MOVE 1                      TO WRK-IX.
007500     PERFORM 5100-PRINT-COMPANY  THRU 5100-PRINT-COMPANY-EXIT
007510         UNTIL WRK-IX > WRK-CO-COUNT.
007520     MOVE SPACES                 TO DETAIL-LINE.
007530     MOVE 'TOTAL GERAL'          TO DTL-EMPRESA.
007540     MOVE WRK-TOT-ADMISSOES      TO DTL-ADMISSOES.
007550     MOVE WRK-TOT-DESLIGAMENTOS  TO DTL-DESLIGAMENTOS.
007560     MOVE WRK-TOT-TRANSF-ENTRADA TO DTL-TRANSF-ENTRADA.
007570     MOVE WRK-TOT-TRANSF-SAIDA   TO DTL-TRANSF-SAIDA.
007580     MOVE WRK-TOT-FUSOES         TO DTL-FUSOES.
007590     MOVE WRK-TOT-EXCLUSOES      TO DTL-EXCLUSOES.
007600     COMPUTE WRK-LIQUIDO
007610         = WRK-TOT-ADMISSOES + WRK-TOT-TRANSF-ENTRADA
007620         - WRK-TOT-DESLIGAMENTOS - WRK-TOT-TRANSF-SAIDA
007630         - WRK-TOT-FUSOES - WRK-TOT-EXCLUSOES.
007640     MOVE WRK-LIQUIDO            TO DTL-LIQUIDO.
007650     MOVE WRK-TOT-INICIO         TO DTL-INICIO.
007660     MOVE WRK-TOT-FIM            TO DTL-FIM.
007670     COMPUTE WRK-VARIACAO = WRK-TOT-FIM - WRK-TOT-INICIO.
007680     MOVE WRK-VARIACAO           TO DTL-VARIACAO.
007690     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 2 LINES.
007700     MOVE 'ESTABELECIMENTOS NO ARQUIVO............ '
007710                                 TO SUM-TITULO.
007720     MOVE WRK-ESTAB-COUNT        TO SUM-COUNT.
007730     WRITE RPT-LINE FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.
007740     MOVE 'MOVIMENTOS DECLARADOS.................. '
007750                                 TO SUM-TITULO.
007760     MOVE WRK-DETAIL-COUNT       TO SUM-COUNT.
007770     WRITE RPT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
007780     MOVE 'MOVIMENTOS NAO DECLARADOS (SEM CNPJ)... '
007790                                 TO SUM-TITULO.
007800     MOVE WRK-NAO-DECLARADO-COUNT
007810                                 TO SUM-COUNT.
007820     WRITE RPT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
007830     MOVE 'REGISTROS NO ARQUIVO................... '
007840                                 TO SUM-TITULO.
007850     MOVE WRK-RECORD-COUNT       TO SUM-COUNT.
007860     WRITE RPT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
007870 5000-PRINT-CONTROL-EXIT.
007880     EXIT.
007890*----------------------------------------------------------------
007900* 5100-PRINT-COMPANY - PRINT ONE COMPANY'S MOVEMENT BESIDE THE
007910*    CHANGE IN ITS HEADCOUNT, AND SAY WHETHER THEY TIE.
007920*----------------------------------------------------------------
007930 5100-PRINT-COMPANY.
007940     MOVE SPACES                 TO DETAIL-LINE.
007950     MOVE TAB-EMPRESA (WRK-IX)   TO DTL-EMPRESA.
007960     MOVE TAB-CNPJ (WRK-IX)      TO DTL-CNPJ.
007970     MOVE TAB-ADMISSOES (WRK-IX) TO DTL-ADMISSOES.
007980     MOVE TAB-DESLIGAMENTOS (WRK-IX)
007990                                 TO DTL-DESLIGAMENTOS.
008000     MOVE TAB-TRANSF-ENTRADA (WRK-IX)
008010                                 TO DTL-TRANSF-ENTRADA.
008020     MOVE TAB-TRANSF-SAIDA (WRK-IX)
008030                                 TO DTL-TRANSF-SAIDA.
008040     MOVE TAB-FUSOES (WRK-IX)    TO DTL-FUSOES.
008050     MOVE TAB-EXCLUSOES (WRK-IX) TO DTL-EXCLUSOES.
008060     COMPUTE WRK-LIQUIDO
008070         = TAB-ADMISSOES (WRK-IX) + TAB-TRANSF-ENTRADA (WRK-IX)
008080         - TAB-DESLIGAMENTOS (WRK-IX) - TAB-TRANSF-SAIDA (WRK-IX)
008090         - TAB-FUSOES (WRK-IX) - TAB-EXCLUSOES (WRK-IX).
008100     MOVE WRK-LIQUIDO            TO DTL-LIQUIDO.
008110     MOVE TAB-EFETIVO-INICIO (WRK-IX)
008120                                 TO DTL-INICIO.
008130     MOVE TAB-EFETIVO-FIM (WRK-IX)
008140                                 TO DTL-FIM.
008150     COMPUTE WRK-VARIACAO
008160         = TAB-EFETIVO-FIM (WRK-IX) - TAB-EFETIVO-INICIO (WRK-IX).
008170     MOVE WRK-VARIACAO           TO DTL-VARIACAO.
008180     EVALUATE TRUE
008190         WHEN TAB-NAO-DECLARADOS (WRK-IX) > ZERO
008200             MOVE 'SEM CNPJ - NAO DECLARADO'
008210                                 TO DTL-SITUACAO
008220         WHEN SNAPSHOT-IS-MISSING
008230             MOVE 'SEM SNAPSHOT PROG044'
008240                                 TO DTL-SITUACAO
008250         WHEN WRK-LIQUIDO NOT = WRK-VARIACAO
008260             MOVE 'DIVERGENTE'   TO DTL-SITUACAO
008270             ADD 1 TO WRK-DIVERGE-COUNT
008280         WHEN OTHER
008290             MOVE 'CONFERE'      TO DTL-SITUACAO
008300     END-EVALUATE.
008310     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
008320     ADD TAB-ADMISSOES (WRK-IX)  TO WRK-TOT-ADMISSOES.
008330     ADD TAB-DESLIGAMENTOS (WRK-IX)
008340                                 TO WRK-TOT-DESLIGAMENTOS.
008350     ADD TAB-TRANSF-ENTRADA (WRK-IX)
008360                                 TO WRK-TOT-TRANSF-ENTRADA.
008370     ADD TAB-TRANSF-SAIDA (WRK-IX)
008380                                 TO WRK-TOT-TRANSF-SAIDA.
008390     ADD TAB-FUSOES (WRK-IX)     TO WRK-TOT-FUSOES.
008400     ADD TAB-EXCLUSOES (WRK-IX)  TO WRK-TOT-EXCLUSOES.
008410     ADD TAB-EFETIVO-INICIO (WRK-IX)
008420                                 TO WRK-TOT-INICIO.
008430     ADD TAB-EFETIVO-FIM (WRK-IX)
008440                                 TO WRK-TOT-FIM.
008450     ADD 1 TO WRK-IX.
008460 5100-PRINT-COMPANY-EXIT.
008470     EXIT.
008480*----------------------------------------------------------------
008490* 6000-FIND-COMPANY - LOCATE WRK-MOV-EMPRESA ON THE CONTROL
008500*    TABLE, ADDING IT WHEN NEW. WRK-CO-IX COMES BACK ZERO WHEN
008510*    THE TABLE IS FULL.
008520*----------------------------------------------------------------
008530 6000-FIND-COMPANY.
008540     MOVE 'N'                    TO WRK-FOUND-SWITCH.
008550     MOVE 1                      TO WRK-CO-IX.
008560     PERFORM 6100-MATCH-COMPANY  THRU 6100-MATCH-COMPANY-EXIT
008570         UNTIL COMPANY-WAS-FOUND OR WRK-CO-IX > WRK-CO-COUNT.
008580     IF NOT COMPANY-WAS-FOUND
008590         PERFORM 6200-ADD-COMPANY
008600                                THRU 6200-ADD-COMPANY-EXIT
008610     END-IF.
008620 6000-FIND-COMPANY-EXIT.
008630     EXIT.
008640*----------------------------------------------------------------
008650* 6100-MATCH-COMPANY - MATCH THE COMPANY AGAINST ONE ENTRY.
008660*----------------------------------------------------------------
008670 6100-MATCH-COMPANY.
008680     IF TAB-EMPRESA (WRK-CO-IX) = WRK-MOV-EMPRESA
008690         SET COMPANY-WAS-FOUND TO TRUE
008700     ELSE
008710         ADD 1 TO WRK-CO-IX
008720     END-IF.
008730 6100-MATCH-COMPANY-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------
008760* 6200-ADD-COMPANY - ADD THE COMPANY TO THE TABLE WITH ITS CNPJ
008770*    AND LEGAL NAME FROM COMPANY-MASTER - SPACES WHEN IT IS NOT
008780*    ON FILE.
008790*----------------------------------------------------------------
008800 6200-ADD-COMPANY.
008810     IF WRK-CO-COUNT NOT < 200
008820         IF NOT COMPANY-TABLE-FULL
008830             DISPLAY 'TABELA DE EMPRESAS CHEIA'
008840         END-IF
008850         SET COMPANY-TABLE-FULL  TO TRUE
008860         MOVE ZERO               TO WRK-CO-IX
008870         GO TO 6200-ADD-COMPANY-EXIT
008880     END-IF.
008890     ADD 1 TO WRK-CO-COUNT.
008900     MOVE WRK-CO-COUNT           TO WRK-CO-IX.
008910     INITIALIZE CO-ENTRY (WRK-CO-IX).
008920     MOVE WRK-MOV-EMPRESA        TO TAB-EMPRESA (WRK-CO-IX).
008930     IF CO-FILE-IS-MISSING
008940         GO TO 6200-ADD-COMPANY-EXIT
008950     END-IF.
008960     MOVE WRK-MOV-EMPRESA        TO CO-CODIGO.
008970     READ COMPANY-MASTER
008980         INVALID KEY
008990             GO TO 6200-ADD-COMPANY-EXIT
009000     END-READ.
009010     MOVE CO-CNPJ                TO TAB-CNPJ (WRK-CO-IX).
009020     MOVE CO-RAZAO-SOCIAL        TO TAB-RAZAO-SOCIAL (WRK-CO-IX).
009030 6200-ADD-COMPANY-EXIT.
009040     EXIT.
009050*----------------------------------------------------------------
009060* 9999-FINALIZE - PRINT THE RUN TOTALS AND CLOSE THE FILES.
009070*----------------------------------------------------------------
009080 9999-FINALIZE.
009090     DISPLAY '------------ PROG064 - TOTAIS ------------'.
009100     DISPLAY 'EVENTOS DO MES........ ' WRK-HST-COUNT.
009110     DISPLAY 'MOVIMENTOS DECLARADOS. ' WRK-DETAIL-COUNT.
009120     DISPLAY 'NAO DECLARADOS........ ' WRK-NAO-DECLARADO-COUNT.
009130     DISPLAY 'EMPRESAS DIVERGENTES.. ' WRK-DIVERGE-COUNT.
009140     IF SNAPSHOT-IS-MISSING
009150         DISPLAY 'SNAPSHOT DO PROG044 AUSENTE - SEM CONFERENCIA'
009160     END-IF.
009170     CLOSE EMPLOYEE-MASTER.
009180     IF CO-FILE-IS-OPEN
009190         CLOSE COMPANY-MASTER
009200     END-IF.
009210     CLOSE CAGED-FILE.
009220     CLOSE CONTROL-RPT.
009230 9999-FINALIZE-EXIT.
009240     EXIT.
