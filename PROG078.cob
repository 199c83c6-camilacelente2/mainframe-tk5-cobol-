000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG078.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - REPORT DISTRIBUTION. READS THE DISTRIBUTION
000090*    EXTRACTS WRITTEN BY PROG008, PROG014, PROG042 AND PROG044
000100*    (CONCATENATED ON DISTEXT), LOOKS EACH COMPANY UP ON
000110*    DISTRIBUTION-MASTER AND SORTS THE LINES INTO ONE BUNDLE PER
000120*    RECIPIENT. EVERY BUNDLE STARTS ON A COVER PAGE NAMING THE
000130*    RECIPIENT, WITH AN INDEX OF THE COMPANIES AND REPORTS IT
000140*    HOLDS, THE DATE EACH REPORT RAN AND ITS PAGE COUNT, AND ENDS
000150*    ON A FIM DO PACOTE LINE, SO EACH RECIPIENT RECEIVES ONLY ITS
000160*    OWN COMPANIES' DATA. A REPORT THE RECIPIENT DOES NOT TAKE IS
000170*    LEFT OUT. LINES OF A COMPANY WITH NO DISTRIBUTION ENTRY GO
000180*    TO A LAST BUNDLE, NAO DISTRIBUIDO, FOR OPERATIONS, AND SET
000190*    RETURN CODE 4.
000200*----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*----------------------------------------------------------------
000230* 2026-10-15  RM  ORIGINAL PROGRAM.
000240*----------------------------------------------------------------
000250 ENVIRONMENT                     DIVISION.
000260 CONFIGURATION                   SECTION.
000270 SOURCE-COMPUTER.                IBM-370.
000280 OBJECT-COMPUTER.                IBM-370.
000290 INPUT-OUTPUT                    SECTION.
000300 FILE-CONTROL.
000310     SELECT DIST-EXTRACT         ASSIGN TO DISTEXT
000320                                 ORGANIZATION IS SEQUENTIAL
000330                                 FILE STATUS IS WS-DSX-STATUS.
000340     SELECT DIST-MASTER          ASSIGN TO DISTMAST
000350                                 ORGANIZATION IS INDEXED
000360                                 ACCESS MODE IS DYNAMIC
000370                                 RECORD KEY IS DS-EMPRESA
000380                                 FILE STATUS IS WS-DIST-STATUS.
000390     SELECT COMPANY-MASTER       ASSIGN TO COMPMAST
000400                                 ORGANIZATION IS INDEXED
000410                                 ACCESS MODE IS DYNAMIC
000420                                 RECORD KEY IS CO-CODIGO
000430                                 FILE STATUS IS WS-CO-STATUS.
000440     SELECT SORT-WORK            ASSIGN TO SORTWK01.
000450     SELECT DIST-RPT             ASSIGN TO DISTRPT
000460                                 ORGANIZATION IS SEQUENTIAL
000470                                 FILE STATUS IS WS-RPT-STATUS.
000480 DATA                            DIVISION.
000490 FILE                            SECTION.
000500 FD  DIST-EXTRACT
000510     LABEL RECORDS ARE STANDARD.
000520     COPY DISTEXTR.
000530 FD  DIST-MASTER
000540     LABEL RECORDS ARE STANDARD.
000550     COPY DISTMAST.
000560 FD  COMPANY-MASTER
000570     LABEL RECORDS ARE STANDARD.
000580     COPY COMPMAST.
000590 SD  SORT-WORK.
000600 01  SORT-RECORD.
000610     05  SRT-DESTINO             PIC X(08).
000620         88  SRT-NAO-DISTRIBUIDO             VALUE HIGH-VALUES.
000630     05  SRT-EMPRESA             PIC X(15).
000640     05  SRT-RELATORIO           PIC X(08).
000650     05  SRT-DATA-EXECUCAO       PIC X(08).
000660     05  SRT-SEQUENCIA           PIC 9(07).
000670     05  SRT-CONTROLE            PIC X(01).
000680         88  SRT-NOVA-PAGINA                 VALUE 'P'.
000690         88  SRT-DUAS-LINHAS                 VALUE '2'.
000700     05  SRT-LINHA               PIC X(132).
000710 FD  DIST-RPT
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 132 CHARACTERS.
000740 01  RPT-LINE                    PIC X(132).
000750 WORKING-STORAGE                 SECTION.
000760 01  REPORT-TITLE-VALUES.
000770     05  FILLER                  PIC X(34)
000780             VALUE 'PROG008 RELACAO DE FUNCIONARIOS'.
000790     05  FILLER                  PIC X(34)
000800             VALUE 'PROG014 RECONCILIACAO DE EMPRESAS'.
000810     05  FILLER                  PIC X(34)
000820             VALUE 'PROG042 UTILIZACAO DE LOTACAO'.
000830     05  FILLER                  PIC X(34)
000840             VALUE 'PROG044 ESTATISTICA DE EFETIVO'.
000850 01  REPORT-TITLE-TABLE REDEFINES REPORT-TITLE-VALUES.
000860     05  RTT-ENTRY               OCCURS 4 TIMES.
000870         10  RTT-RELATORIO       PIC X(08).
000880         10  RTT-TITULO          PIC X(26).
000890 01  COVER-LINE-1.
000900     05  FILLER                  PIC X(50) VALUE
000910         'PACOTE DE DISTRIBUICAO DE RELATORIOS - PROG078'.
000920     05  FILLER                  PIC X(09) VALUE 'EMISSAO '.
000930     05  CVR-DATA                PIC X(08).
000940     05  FILLER                  PIC X(65) VALUE SPACES.
000950 01  COVER-LINE-2.
000960     05  FILLER                  PIC X(17)
000970                                 VALUE 'DESTINO......... '.
000980     05  CVR-DESTINO             PIC X(15).
000990     05  FILLER                  PIC X(100) VALUE SPACES.
001000 01  COVER-LINE-3.
001010     05  FILLER                  PIC X(17)
001020                                 VALUE 'DESTINATARIO.... '.
001030     05  CVR-DESTINATARIO        PIC X(30).
001040     05  FILLER                  PIC X(85) VALUE SPACES.
001050 01  COVER-LINE-4.
001060     05  FILLER                  PIC X(17)
001070                                 VALUE 'ENDERECO........ '.
001080     05  CVR-ENDERECO            PIC X(44).
001090     05  FILLER                  PIC X(71) VALUE SPACES.
001100 01  COVER-LINE-5.
001110     05  FILLER                  PIC X(17)
001120                                 VALUE 'TOTAL DE PAGINAS '.
001130     05  CVR-PAGINAS             PIC ZZZZ9.
001140     05  FILLER                  PIC X(110) VALUE SPACES.
001150 01  INDEX-HEADING-LINE.
001160     05  FILLER                  PIC X(17) VALUE 'EMPRESA'.
001170     05  FILLER                  PIC X(32) VALUE 'RAZAO SOCIAL'.
001180     05  FILLER                  PIC X(10) VALUE 'RELATORIO'.
001190     05  FILLER                  PIC X(28) VALUE 'DESCRICAO'.
001200     05  FILLER                  PIC X(10) VALUE 'EXECUCAO'.
001210     05  FILLER                  PIC X(05) VALUE 'PAGS.'.
001220     05  FILLER                  PIC X(30) VALUE SPACES.
001230 01  INDEX-DETAIL-LINE.
001240     05  IDL-EMPRESA             PIC X(15).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  IDL-RAZAO-SOCIAL        PIC X(30).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  IDL-RELATORIO           PIC X(08).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  IDL-TITULO              PIC X(26).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  IDL-DATA                PIC X(08).
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  IDL-PAGINAS             PIC ZZZZ9.
001350     05  FILLER                  PIC X(30) VALUE SPACES.
001360 01  END-BUNDLE-LINE.
001370     05  FILLER                  PIC X(17) VALUE 'FIM DO PACOTE '.
001380     05  EBL-DESTINO             PIC X(15).
001390     05  FILLER                  PIC X(100) VALUE SPACES.
001400*    ONE ENTRY PER RECIPIENT, COMPANY AND REPORT, BUILT AS THE
001410*    LINES ARE RELEASED SO THE COVER PAGE CAN LIST THE BUNDLE
001420*    BEFORE ITS PAGES ARE PRINTED. THE FIRST LINE OF EVERY
001430*    SECTION STARTS A PAGE, SO A SECTION WHOSE FIRST LINE WAS
001440*    NOT PRINTED ON A NEW PAGE COUNTS ONE PAGE MORE.
001450 01  INDEX-TABLE.
001460     05  IDX-ENTRY               OCCURS 500 TIMES.
001470         10  IDX-DESTINO         PIC X(08).
001480         10  IDX-EMPRESA         PIC X(15).
001490         10  IDX-RELATORIO       PIC X(08).
001500         10  IDX-DATA            PIC X(08).
001510         10  IDX-PAGINAS         PIC 9(05) COMP.
001520         10  IDX-PRIMEIRA-SEQ    PIC 9(07) COMP.
001530         10  IDX-PRIMEIRA-CTL    PIC X(01).
001540         10  IDX-IMPRESSO        PIC X(01).
001550 01  WRK-RELATORIOS.
001560     05  WRK-RELATORIO           PIC X(08) OCCURS 4 TIMES.
001570 77  WS-DSX-STATUS               PIC X(02)  VALUE SPACES.
001580     88  DSX-STATUS-OK                      VALUE '00'.
001590 77  WS-DIST-STATUS              PIC X(02)  VALUE SPACES.
001600     88  DIST-STATUS-OK                     VALUE '00'.
001610 77  WS-CO-STATUS                PIC X(02)  VALUE SPACES.
001620     88  CO-STATUS-OK                       VALUE '00'.
001630 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001640     88  RPT-STATUS-OK                      VALUE '00'.
001650 77  WRK-EXTRACT-SWITCH          PIC X(01)  VALUE 'N'.
001660     88  EXTRACT-IS-OPEN                    VALUE 'Y'.
001670 77  WRK-DIST-SWITCH             PIC X(01)  VALUE 'N'.
001680     88  DIST-MASTER-IS-OPEN                VALUE 'Y'.
001690 77  WRK-CO-SWITCH               PIC X(01)  VALUE 'N'.
001700     88  COMPANY-MASTER-IS-OPEN             VALUE 'Y'.
001710 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001720     88  END-OF-EXTRACT                     VALUE 'Y'.
001730 77  WRK-SORT-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001740     88  END-OF-SORT-WORK                   VALUE 'Y'.
001750 77  WRK-MAPPED-SWITCH           PIC X(01)  VALUE 'N'.
001760     88  COMPANY-IS-MAPPED                  VALUE 'Y'.
001770 77  WRK-TAKEN-SWITCH            PIC X(01)  VALUE 'N'.
001780     88  REPORT-IS-TAKEN                    VALUE 'Y'.
001790 77  WRK-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
001800     88  ENTRY-WAS-FOUND                    VALUE 'Y'.
001810 77  WRK-INDEX-SWITCH            PIC X(01)  VALUE 'N'.
001820     88  INDEX-IS-DONE                      VALUE 'Y'.
001830 77  WRK-OVERFLOW-SWITCH         PIC X(01)  VALUE 'N'.
001840     88  INDEX-HAS-OVERFLOWED               VALUE 'Y'.
001850 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
001860 77  WRK-LAST-EMPRESA            PIC X(15)  VALUE LOW-VALUES.
001870 77  WRK-DESTINO                 PIC X(08)  VALUE SPACES.
001880 77  WRK-BUNDLE-DESTINO          PIC X(08)  VALUE LOW-VALUES.
001890 77  WRK-SECAO-EMPRESA           PIC X(15)  VALUE LOW-VALUES.
001900 77  WRK-SECAO-RELATORIO         PIC X(08)  VALUE LOW-VALUES.
001910 77  WRK-IDX-COUNT               PIC 9(03)  COMP VALUE ZERO.
001920 77  WRK-IX                      PIC 9(03)  COMP VALUE ZERO.
001930 77  WRK-CUR-IX                  PIC 9(03)  COMP VALUE ZERO.
001940 77  WRK-LOW-IX                  PIC 9(03)  COMP VALUE ZERO.
001950 77  WRK-RX                      PIC 9(01)  COMP VALUE ZERO.
001960 77  WRK-PAGINAS                 PIC 9(05)  COMP VALUE ZERO.
001970 77  WRK-BUNDLE-PAGINAS          PIC 9(05)  COMP VALUE ZERO.
001980 77  WRK-READ-COUNT              PIC 9(07)  COMP VALUE ZERO.
001990 77  WRK-PRINT-COUNT             PIC 9(07)  COMP VALUE ZERO.
002000 77  WRK-SUPPRESS-COUNT          PIC 9(07)  COMP VALUE ZERO.
002010 77  WRK-UNMAPPED-COUNT          PIC 9(07)  COMP VALUE ZERO.
002020 77  WRK-BUNDLE-COUNT            PIC 9(05)  COMP VALUE ZERO.
002030 PROCEDURE                       DIVISION.
002040*----------------------------------------------------------------
002050* 0000-MAINLINE - RELEASE THE EXTRACT LINES EACH RECIPIENT TAKES
002060*    TO THE SORT, KEYED ON RECIPIENT, COMPANY, REPORT AND PRINT
002070*    SEQUENCE, AND PRINT THE BUNDLES FROM THE SORTED OUTPUT.
002080*----------------------------------------------------------------
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
002110     SORT SORT-WORK
002120         ON ASCENDING KEY SRT-DESTINO SRT-EMPRESA SRT-RELATORIO
002130                          SRT-SEQUENCIA
002140         INPUT PROCEDURE IS 2000-SELECT-LINES
002150                        THRU 2000-SELECT-LINES-EXIT
002160         OUTPUT PROCEDURE IS 4000-PRINT-BUNDLES
002170                        THRU 4000-PRINT-BUNDLES-EXIT.
002180     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
002190     IF WRK-UNMAPPED-COUNT > ZERO OR INDEX-HAS-OVERFLOWED
002200         MOVE 4 TO RETURN-CODE
002210     END-IF.
002220     STOP RUN.
002230*----------------------------------------------------------------
002240* 1000-INITIALIZE - OPEN THE FILES. WITHOUT DISTRIBUTION-MASTER
002250*    EVERY LINE FALLS TO THE NAO DISTRIBUIDO BUNDLE; WITHOUT
002260*    COMPANY-MASTER THE INDEX SHOWS NO COMPANY NAMES.
002270*----------------------------------------------------------------
002280 1000-INITIALIZE.
002290     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
002300     OPEN OUTPUT DIST-RPT.
002310     OPEN INPUT  DIST-EXTRACT.
002320     IF DSX-STATUS-OK
002330         SET EXTRACT-IS-OPEN     TO TRUE
002340     ELSE
002350         DISPLAY 'EXTRATO DE DISTRIBUICAO AUSENTE - '
002360                 WS-DSX-STATUS
002370         SET END-OF-EXTRACT      TO TRUE
002380     END-IF.
002390     OPEN INPUT  DIST-MASTER.
002400     IF DIST-STATUS-OK
002410         SET DIST-MASTER-IS-OPEN TO TRUE
002420     ELSE
002430         DISPLAY 'DIST-MASTER AUSENTE - NADA SERA DISTRIBUIDO'
002440     END-IF.
002450     OPEN INPUT  COMPANY-MASTER.
002460     IF CO-STATUS-OK
002470         SET COMPANY-MASTER-IS-OPEN TO TRUE
002480     END-IF.
002490 1000-INITIALIZE-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------
002520* 2000-SELECT-LINES - INPUT PROCEDURE FOR THE SORT. READS THE
002530*    EXTRACT AND RELEASES EVERY LINE ITS RECIPIENT TAKES.
002540*----------------------------------------------------------------
002550 2000-SELECT-LINES.
002560     IF EXTRACT-IS-OPEN
002570         PERFORM 2100-READ-EXTRACT
002580                                THRU 2100-READ-EXTRACT-EXIT
002590     END-IF.
002600     PERFORM 2200-SELECT-LINE    THRU 2200-SELECT-LINE-EXIT
002610         UNTIL END-OF-EXTRACT.
002620 2000-SELECT-LINES-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650* 2100-READ-EXTRACT - READ THE NEXT EXTRACT LINE.
002660*----------------------------------------------------------------
002670 2100-READ-EXTRACT.
002680     READ DIST-EXTRACT
002690         AT END
002700             SET END-OF-EXTRACT  TO TRUE
002710         NOT AT END
002720             ADD 1 TO WRK-READ-COUNT
002730     END-READ.
002740 2100-READ-EXTRACT-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770* 2200-SELECT-LINE - FIND THE LINE'S RECIPIENT (ONCE PER RUN OF
002780*    LINES FOR THE SAME COMPANY), DROP IT IF THE RECIPIENT DOES
002790*    NOT TAKE THE REPORT, OTHERWISE RELEASE IT AND COUNT IT INTO
002800*    THE BUNDLE INDEX. THEN READ THE NEXT LINE.
002810*----------------------------------------------------------------
002820 2200-SELECT-LINE.
002830     IF DX-EMPRESA NOT = WRK-LAST-EMPRESA
002840         PERFORM 2300-FIND-RECIPIENT
002850                                THRU 2300-FIND-RECIPIENT-EXIT
002860     END-IF.
002870     IF COMPANY-IS-MAPPED
002880         PERFORM 2400-CHECK-REPORT
002890                                THRU 2400-CHECK-REPORT-EXIT
002900         IF NOT REPORT-IS-TAKEN
002910             ADD 1 TO WRK-SUPPRESS-COUNT
002920             GO TO 2200-SELECT-LINE-READ
002930         END-IF
002940     ELSE
002950         ADD 1 TO WRK-UNMAPPED-COUNT
002960     END-IF.
002970     MOVE WRK-DESTINO            TO SRT-DESTINO.
002980     MOVE DX-EMPRESA             TO SRT-EMPRESA.
002990     MOVE DX-RELATORIO           TO SRT-RELATORIO.
003000     MOVE DX-DATA-EXECUCAO       TO SRT-DATA-EXECUCAO.
003010     MOVE DX-SEQUENCIA           TO SRT-SEQUENCIA.
003020     MOVE DX-CONTROLE            TO SRT-CONTROLE.
003030     MOVE DX-LINHA               TO SRT-LINHA.
003040     RELEASE SORT-RECORD.
003050     PERFORM 2500-INDEX-LINE     THRU 2500-INDEX-LINE-EXIT.
003060 2200-SELECT-LINE-READ.
003070     PERFORM 2100-READ-EXTRACT   THRU 2100-READ-EXTRACT-EXIT.
003080 2200-SELECT-LINE-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------
003110* 2300-FIND-RECIPIENT - LOOK THE COMPANY UP ON DISTRIBUTION-
003120*    MASTER. AN UNMAPPED COMPANY GETS THE HIGH-VALUES RECIPIENT,
003130*    SO ITS LINES SORT INTO THE LAST BUNDLE.
003140*----------------------------------------------------------------
003150 2300-FIND-RECIPIENT.
003160     MOVE DX-EMPRESA             TO WRK-LAST-EMPRESA.
003170     MOVE 'N'                    TO WRK-MAPPED-SWITCH.
003180     MOVE HIGH-VALUES            TO WRK-DESTINO.
003190     IF NOT DIST-MASTER-IS-OPEN
003200         GO TO 2300-FIND-RECIPIENT-EXIT
003210     END-IF.
003220     MOVE DX-EMPRESA             TO DS-EMPRESA.
003230     READ DIST-MASTER
003240         INVALID KEY
003250             DISPLAY 'EMPRESA SEM DISTRIBUICAO - ' DX-EMPRESA
003260         NOT INVALID KEY
003270             SET COMPANY-IS-MAPPED TO TRUE
003280             MOVE DS-DESTINO     TO WRK-DESTINO
003290             MOVE DS-RELATORIOS  TO WRK-RELATORIOS
003300     END-READ.
003310 2300-FIND-RECIPIENT-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340* 2400-CHECK-REPORT - A BLANK REPORT LIST TAKES EVERY REPORT;
003350*    OTHERWISE THE LINE'S REPORT MUST BE ON THE LIST.
003360*----------------------------------------------------------------
003370 2400-CHECK-REPORT.
003380     IF WRK-RELATORIOS = SPACES
003390         SET REPORT-IS-TAKEN     TO TRUE
003400         GO TO 2400-CHECK-REPORT-EXIT
003410     END-IF.
003420     MOVE 'N'                    TO WRK-TAKEN-SWITCH.
003430     MOVE 1                      TO WRK-RX.
003440     PERFORM 2410-MATCH-REPORT   THRU 2410-MATCH-REPORT-EXIT
003450         UNTIL REPORT-IS-TAKEN OR WRK-RX > 4.
003460 2400-CHECK-REPORT-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------
003490* 2410-MATCH-REPORT - MATCH THE LINE'S REPORT AGAINST ONE ENTRY
003500*    OF THE RECIPIENT'S LIST.
003510*----------------------------------------------------------------
003520 2410-MATCH-REPORT.
003530     IF WRK-RELATORIO (WRK-RX) = DX-RELATORIO
003540         SET REPORT-IS-TAKEN     TO TRUE
003550     ELSE
003560         ADD 1 TO WRK-RX
003570     END-IF.
003580 2410-MATCH-REPORT-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------
003610* 2500-INDEX-LINE - COUNT THE LINE INTO ITS RECIPIENT, COMPANY
003620*    AND REPORT ENTRY OF THE INDEX, OPENING THE ENTRY ON ITS
003630*    FIRST LINE. CONSECUTIVE LINES NORMALLY SHARE AN ENTRY, SO
003640*    THE LAST ONE USED IS TRIED FIRST.
003650*----------------------------------------------------------------
003660 2500-INDEX-LINE.
003670     IF WRK-CUR-IX > ZERO
003680         IF IDX-DESTINO (WRK-CUR-IX) = WRK-DESTINO
003690             AND IDX-EMPRESA (WRK-CUR-IX) = DX-EMPRESA
003700             AND IDX-RELATORIO (WRK-CUR-IX) = DX-RELATORIO
003710             GO TO 2500-INDEX-LINE-COUNT
003720         END-IF
003730     END-IF.
003740     MOVE 'N'                    TO WRK-FOUND-SWITCH.
003750     MOVE 1                      TO WRK-IX.
003760     PERFORM 2510-MATCH-INDEX    THRU 2510-MATCH-INDEX-EXIT
003770         UNTIL ENTRY-WAS-FOUND OR WRK-IX > WRK-IDX-COUNT.
003780     IF ENTRY-WAS-FOUND
003790         MOVE WRK-IX             TO WRK-CUR-IX
003800         GO TO 2500-INDEX-LINE-COUNT
003810     END-IF.
003820     IF WRK-IDX-COUNT NOT < 500
003830         IF NOT INDEX-HAS-OVERFLOWED
003840             DISPLAY 'TABELA DE INDICE CHEIA - ' DX-EMPRESA
003850                     ' ' DX-RELATORIO
003860             SET INDEX-HAS-OVERFLOWED TO TRUE
003870         END-IF
003880         MOVE ZERO               TO WRK-CUR-IX
003890         GO TO 2500-INDEX-LINE-EXIT
003900     END-IF.
003910     ADD 1 TO WRK-IDX-COUNT.
003920     MOVE WRK-IDX-COUNT          TO WRK-CUR-IX.
003930     MOVE WRK-DESTINO            TO IDX-DESTINO (WRK-CUR-IX).
003940     MOVE DX-EMPRESA             TO IDX-EMPRESA (WRK-CUR-IX).
003950     MOVE DX-RELATORIO           TO IDX-RELATORIO (WRK-CUR-IX).
003960     MOVE DX-DATA-EXECUCAO       TO IDX-DATA (WRK-CUR-IX).
003970     MOVE ZERO                   TO IDX-PAGINAS (WRK-CUR-IX).
003980     MOVE DX-SEQUENCIA           TO IDX-PRIMEIRA-SEQ (WRK-CUR-IX).
003990     MOVE DX-CONTROLE            TO IDX-PRIMEIRA-CTL (WRK-CUR-IX).
004000     MOVE 'N'                    TO IDX-IMPRESSO (WRK-CUR-IX).
004010 2500-INDEX-LINE-COUNT.
004020     IF DX-NOVA-PAGINA
004030         ADD 1 TO IDX-PAGINAS (WRK-CUR-IX)
004040     END-IF.
004050     IF DX-SEQUENCIA < IDX-PRIMEIRA-SEQ (WRK-CUR-IX)
004060         MOVE DX-SEQUENCIA       TO IDX-PRIMEIRA-SEQ (WRK-CUR-IX)
004070         MOVE DX-CONTROLE        TO IDX-PRIMEIRA-CTL (WRK-CUR-IX)
004080     END-IF.
004090 2500-INDEX-LINE-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120* 2510-MATCH-INDEX - MATCH THE LINE AGAINST ONE INDEX ENTRY.
004130*----------------------------------------------------------------
004140 2510-MATCH-INDEX.
004150     IF IDX-DESTINO (WRK-IX) = WRK-DESTINO
004160         AND IDX-EMPRESA (WRK-IX) = DX-EMPRESA
004170         AND IDX-RELATORIO (WRK-IX) = DX-RELATORIO
004180         SET ENTRY-WAS-FOUND     TO TRUE
004190     ELSE
004200         ADD 1 TO WRK-IX
004210     END-IF.
004220 2510-MATCH-INDEX-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------
004250* 4000-PRINT-BUNDLES - OUTPUT PROCEDURE FOR THE SORT. RETURNS
004260*    THE LINES IN BUNDLE ORDER AND PRINTS THEM, OPENING EACH
004270*    BUNDLE ON ITS COVER PAGE AND CLOSING IT ON ITS END LINE.
004280*----------------------------------------------------------------
004290 4000-PRINT-BUNDLES.
004300     PERFORM 4100-RETURN-SORT    THRU 4100-RETURN-SORT-EXIT.
004310     PERFORM 4200-PRINT-LINE     THRU 4200-PRINT-LINE-EXIT
004320         UNTIL END-OF-SORT-WORK.
004330     IF WRK-BUNDLE-DESTINO NOT = LOW-VALUES
004340         PERFORM 4600-END-BUNDLE THRU 4600-END-BUNDLE-EXIT
004350     END-IF.
004360 4000-PRINT-BUNDLES-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390* 4100-RETURN-SORT - RETURN THE NEXT SORTED RECORD.
004400*----------------------------------------------------------------
004410 4100-RETURN-SORT.
004420     RETURN SORT-WORK
004430         AT END
004440             SET END-OF-SORT-WORK TO TRUE
004450     END-RETURN.
004460 4100-RETURN-SORT-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 4200-PRINT-LINE - PRINT ONE LINE WITH THE SPACING IT WAS FIRST
004500*    PRINTED WITH, BREAKING ON A NEW RECIPIENT. THE FIRST LINE OF
004510*    EVERY COMPANY AND REPORT SECTION STARTS A NEW PAGE.
004520*----------------------------------------------------------------
004530 4200-PRINT-LINE.
004540     IF SRT-DESTINO NOT = WRK-BUNDLE-DESTINO
004550         IF WRK-BUNDLE-DESTINO NOT = LOW-VALUES
004560             PERFORM 4600-END-BUNDLE
004570                                THRU 4600-END-BUNDLE-EXIT
004580         END-IF
004590         PERFORM 4300-START-BUNDLE
004600                                THRU 4300-START-BUNDLE-EXIT
004610     END-IF.
004620     IF SRT-EMPRESA NOT = WRK-SECAO-EMPRESA
004630         OR SRT-RELATORIO NOT = WRK-SECAO-RELATORIO
004640         MOVE SRT-EMPRESA        TO WRK-SECAO-EMPRESA
004650         MOVE SRT-RELATORIO      TO WRK-SECAO-RELATORIO
004660         WRITE RPT-LINE FROM SRT-LINHA AFTER ADVANCING PAGE
004670     ELSE
004680         EVALUATE TRUE
004690             WHEN SRT-NOVA-PAGINA
004700                 WRITE RPT-LINE FROM SRT-LINHA
004710                                 AFTER ADVANCING PAGE
004720             WHEN SRT-DUAS-LINHAS
004730                 WRITE RPT-LINE FROM SRT-LINHA
004740                                 AFTER ADVANCING 2 LINES
004750             WHEN OTHER
004760                 WRITE RPT-LINE FROM SRT-LINHA
004770                                 AFTER ADVANCING 1 LINE
004780         END-EVALUATE
004790     END-IF.
004800     ADD 1 TO WRK-PRINT-COUNT.
004810     PERFORM 4100-RETURN-SORT    THRU 4100-RETURN-SORT-EXIT.
004820 4200-PRINT-LINE-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850* 4300-START-BUNDLE - PRINT THE COVER PAGE OF A NEW RECIPIENT'S
004860*    BUNDLE - WHO IT IS FOR, THE RUN DATE, THE TOTAL PAGES AND
004870*    THE INDEX OF ITS COMPANIES AND REPORTS.
004880*----------------------------------------------------------------
004890 4300-START-BUNDLE.
004900     MOVE SRT-DESTINO            TO WRK-BUNDLE-DESTINO.
004910     MOVE LOW-VALUES             TO WRK-SECAO-EMPRESA.
004920     MOVE LOW-VALUES             TO WRK-SECAO-RELATORIO.
004930     ADD 1 TO WRK-BUNDLE-COUNT.
004940     IF SRT-NAO-DISTRIBUIDO
004950         MOVE 'NAO DISTRIBUIDO'  TO CVR-DESTINO
004960         MOVE 'SEM DESTINATARIO CADASTRADO' TO CVR-DESTINATARIO
004970         MOVE 'DEVOLVER A OPERACAO - CADASTRAR NO PROG077'
004980                                 TO CVR-ENDERECO
004990     ELSE
005000         MOVE SRT-DESTINO        TO CVR-DESTINO
005010         MOVE SRT-EMPRESA        TO DS-EMPRESA
005020         READ DIST-MASTER
005030             INVALID KEY
005040                 MOVE SPACES     TO DS-DESTINATARIO
005050                 MOVE SPACES     TO DS-ENDERECO
005060         END-READ
005070         MOVE DS-DESTINATARIO    TO CVR-DESTINATARIO
005080         MOVE DS-ENDERECO        TO CVR-ENDERECO
005090     END-IF.
005100     MOVE CVR-DESTINO            TO EBL-DESTINO.
005110     MOVE ZERO                   TO WRK-BUNDLE-PAGINAS.
005120     MOVE 1                      TO WRK-IX.
005130     PERFORM 4350-SUM-PAGES      THRU 4350-SUM-PAGES-EXIT
005140         UNTIL WRK-IX > WRK-IDX-COUNT.
005150     MOVE WRK-DATA-HOJE          TO CVR-DATA.
005160     MOVE WRK-BUNDLE-PAGINAS     TO CVR-PAGINAS.
005170     WRITE RPT-LINE FROM COVER-LINE-1 AFTER ADVANCING PAGE.
005180     WRITE RPT-LINE FROM COVER-LINE-2 AFTER ADVANCING 2 LINES.
005190     WRITE RPT-LINE FROM COVER-LINE-3 AFTER ADVANCING 1 LINE.
005200     WRITE RPT-LINE FROM COVER-LINE-4 AFTER ADVANCING 1 LINE.
005210     WRITE RPT-LINE FROM COVER-LINE-5 AFTER ADVANCING 1 LINE.
005220     WRITE RPT-LINE FROM INDEX-HEADING-LINE
005230                                 AFTER ADVANCING 3 LINES.
005240     MOVE 'N'                    TO WRK-INDEX-SWITCH.
005250     PERFORM 4400-INDEX-ENTRY    THRU 4400-INDEX-ENTRY-EXIT
005260         UNTIL INDEX-IS-DONE.
005270 4300-START-BUNDLE-EXIT.
005280     EXIT.
005290*----------------------------------------------------------------
005300* 4350-SUM-PAGES - ADD ONE INDEX ENTRY'S PAGES TO THE BUNDLE
005310*    TOTAL WHEN IT BELONGS TO THE BUNDLE.
005320*----------------------------------------------------------------
005330 4350-SUM-PAGES.
005340     IF IDX-DESTINO (WRK-IX) = WRK-BUNDLE-DESTINO
005350         PERFORM 4500-ENTRY-PAGES THRU 4500-ENTRY-PAGES-EXIT
005360         ADD WRK-PAGINAS         TO WRK-BUNDLE-PAGINAS
005370     END-IF.
005380     ADD 1 TO WRK-IX.
005390 4350-SUM-PAGES-EXIT.
005400     EXIT.
005410*----------------------------------------------------------------
005420* 4400-INDEX-ENTRY - PRINT THE BUNDLE'S NEXT INDEX ENTRY IN
005430*    COMPANY AND REPORT ORDER, THE ORDER ITS SECTIONS FOLLOW.
005440*----------------------------------------------------------------
005450 4400-INDEX-ENTRY.
005460     MOVE ZERO                   TO WRK-LOW-IX.
005470     MOVE 1                      TO WRK-IX.
005480     PERFORM 4410-LOWEST-ENTRY   THRU 4410-LOWEST-ENTRY-EXIT
005490         UNTIL WRK-IX > WRK-IDX-COUNT.
005500     IF WRK-LOW-IX = ZERO
005510         SET INDEX-IS-DONE       TO TRUE
005520         GO TO 4400-INDEX-ENTRY-EXIT
005530     END-IF.
005540     MOVE 'Y'                    TO IDX-IMPRESSO (WRK-LOW-IX).
005550     MOVE SPACES                 TO INDEX-DETAIL-LINE.
005560     MOVE IDX-EMPRESA (WRK-LOW-IX) TO IDL-EMPRESA.
005570     MOVE IDX-RELATORIO (WRK-LOW-IX) TO IDL-RELATORIO.
005580     MOVE IDX-DATA (WRK-LOW-IX)  TO IDL-DATA.
005590     IF COMPANY-MASTER-IS-OPEN
005600         MOVE IDX-EMPRESA (WRK-LOW-IX) TO CO-CODIGO
005610         READ COMPANY-MASTER
005620             INVALID KEY
005630                 MOVE 'EMPRESA NAO CADASTRADA' TO IDL-RAZAO-SOCIAL
005640             NOT INVALID KEY
005650                 MOVE CO-RAZAO-SOCIAL TO IDL-RAZAO-SOCIAL
005660         END-READ
005670     END-IF.
005680     MOVE 1                      TO WRK-RX.
005690     PERFORM 4420-REPORT-TITLE   THRU 4420-REPORT-TITLE-EXIT
005700         UNTIL WRK-RX > 4.
005710     MOVE WRK-LOW-IX             TO WRK-IX.
005720     PERFORM 4500-ENTRY-PAGES    THRU 4500-ENTRY-PAGES-EXIT.
005730     MOVE WRK-PAGINAS            TO IDL-PAGINAS.
005740     WRITE RPT-LINE FROM INDEX-DETAIL-LINE AFTER ADVANCING 1 LINE.
005750 4400-INDEX-ENTRY-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------
005780* 4410-LOWEST-ENTRY - KEEP THE LOWEST COMPANY AND REPORT AMONG
005790*    THE BUNDLE'S ENTRIES NOT YET PRINTED.
005800*----------------------------------------------------------------
005810 4410-LOWEST-ENTRY.
005820     IF IDX-DESTINO (WRK-IX) = WRK-BUNDLE-DESTINO
005830         AND IDX-IMPRESSO (WRK-IX) NOT = 'Y'
005840         IF WRK-LOW-IX = ZERO
005850             MOVE WRK-IX         TO WRK-LOW-IX
005860         ELSE
005870             IF IDX-EMPRESA (WRK-IX) < IDX-EMPRESA (WRK-LOW-IX)
005880                 MOVE WRK-IX     TO WRK-LOW-IX
005890             ELSE
005900                 IF IDX-EMPRESA (WRK-IX)
005910                     = IDX-EMPRESA (WRK-LOW-IX)
005920                     AND IDX-RELATORIO (WRK-IX)
005930                         < IDX-RELATORIO (WRK-LOW-IX)
005940                     MOVE WRK-IX TO WRK-LOW-IX
005950                 END-IF
005960             END-IF
005970         END-IF
005980     END-IF.
005990     ADD 1 TO WRK-IX.
006000 4410-LOWEST-ENTRY-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------
006030* 4420-REPORT-TITLE - PUT THE REPORT'S TITLE ON THE INDEX LINE
006040*    WHEN ONE TITLE-TABLE ENTRY MATCHES IT.
006050*----------------------------------------------------------------
006060 4420-REPORT-TITLE.
006070     IF RTT-RELATORIO (WRK-RX) = IDL-RELATORIO
006080         MOVE RTT-TITULO (WRK-RX) TO IDL-TITULO
006090     END-IF.
006100     ADD 1 TO WRK-RX.
006110 4420-REPORT-TITLE-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140* 4500-ENTRY-PAGES - THE PAGES ONE INDEX ENTRY'S SECTION TAKES -
006150*    ONE PER NEW-PAGE LINE, PLUS THE PAGE ITS FIRST LINE OPENS
006160*    WHEN THAT LINE WAS NOT ITSELF A NEW-PAGE LINE.
006170*----------------------------------------------------------------
006180 4500-ENTRY-PAGES.
006190     MOVE IDX-PAGINAS (WRK-IX)   TO WRK-PAGINAS.
006200     IF IDX-PRIMEIRA-CTL (WRK-IX) NOT = 'P'
006210         ADD 1 TO WRK-PAGINAS
006220     END-IF.
006230 4500-ENTRY-PAGES-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260* 4600-END-BUNDLE - CLOSE THE BUNDLE JUST PRINTED.
006270*----------------------------------------------------------------
006280 4600-END-BUNDLE.
006290     WRITE RPT-LINE FROM END-BUNDLE-LINE AFTER ADVANCING 3 LINES.
006300 4600-END-BUNDLE-EXIT.
006310     EXIT.
006320*----------------------------------------------------------------
006330* 9999-FINALIZE - PRINT THE RUN TOTALS AND CLOSE THE FILES.
006340*----------------------------------------------------------------
006350 9999-FINALIZE.
006360     DISPLAY '------------ PROG078 - TOTAIS ------------'.
006370     DISPLAY 'LINHAS LIDAS.......... ' WRK-READ-COUNT.
006380     DISPLAY 'LINHAS DISTRIBUIDAS... ' WRK-PRINT-COUNT.
006390     DISPLAY 'NAO SOLICITADAS....... ' WRK-SUPPRESS-COUNT.
006400     DISPLAY 'SEM DESTINATARIO...... ' WRK-UNMAPPED-COUNT.
006410     DISPLAY 'PACOTES............... ' WRK-BUNDLE-COUNT.
006420     IF EXTRACT-IS-OPEN
006430         CLOSE DIST-EXTRACT
006440     END-IF.
006450     IF DIST-MASTER-IS-OPEN
006460         CLOSE DIST-MASTER
006470     END-IF.
006480     IF COMPANY-MASTER-IS-OPEN
006490         CLOSE COMPANY-MASTER
006500     END-IF.
006510     CLOSE DIST-RPT.
006520 9999-FINALIZE-EXIT.
006530     EXIT.
