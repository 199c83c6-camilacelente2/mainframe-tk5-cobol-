000080* PROGRAM FUNCTION - READS EMPLOYEE-MASTER (POPULATED BY
000090*    PROG002/PROG007) AND PRINTS A ROSTER GROUPED AND PAGE-
000100*    BROKEN BY COMPANY, WITH A FUNCIONARIOS TOTAL PER COMPANY
000110*    AND A GRAND TOTAL FOR THE RUN. EVERY COMPANY'S PAGES ARE
000112*    ALSO WRITTEN TO THE DISTRIBUTION EXTRACT FOR PROG078 WHEN
000114*    DISTEXT IS ALLOCATED.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*----------------------------------------------------------------
000300* 2026-09-01  RM  CARRY THE NEW STATUS FIELDS THROUGH THE SORT
000310*                 RECORD AND LEAVE TERMINATED EMPLOYEES OFF THE
000320*                 ROSTER - THE MASTER NOW KEEPS THEM ON FILE.
000330* 2026-10-15  RM  CARRY THE ADMISSION DATE AND COMPENSATION
000340*                 FIELDS THROUGH THE SORT RECORD, WHICH MUST
000350*                 MIRROR THE MASTER BYTE FOR BYTE.
000360* 2026-10-15  RM  FLAG AN EMPLOYEE ON LEAVE OF ABSENCE AS
000370*                 AFASTADO ON THE ROSTER LINE - STILL LISTED AND
000380*                 COUNTED - AND PRINT THE NUMBER ON LEAVE UNDER
000390*                 THE GRAND TOTAL.
000391* 2026-10-15  RM  WRITE EACH COMPANY'S HEADINGS, DETAIL AND TOTAL
000392*                 LINES TO THE DISTRIBUTION EXTRACT (DISTEXT) SO
000393*                 PROG078 CAN SEND EVERY COMPANY ITS OWN PART OF
000394*                 THE ROSTER. WITHOUT DISTEXT THE RUN IS AS
000395*                 BEFORE.
000400*----------------------------------------------------------------
000410 ENVIRONMENT                     DIVISION.
000420 CONFIGURATION                   SECTION.
000430 SOURCE-COMPUTER.                IBM-370.
000440 OBJECT-COMPUTER.                IBM-370.
000450 INPUT-OUTPUT                    SECTION.
000460 FILE-CONTROL.
000470     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000480                                 ORGANIZATION IS INDEXED
000490                                 ACCESS MODE IS DYNAMIC
000500                                 RECORD KEY IS EMP-MATRICULA
000510                                 ALTERNATE RECORD KEY IS EMP-NOME
000520                                     WITH DUPLICATES
000530                                 FILE STATUS IS WS-EMP-STATUS.
000540     SELECT SORT-WORK            ASSIGN TO SORTWK01.
000550     SELECT ROSTER-RPT           ASSIGN TO ROSTRPT
000560                                 ORGANIZATION IS SEQUENTIAL
000570                                 FILE STATUS IS WS-RPT-STATUS.
000572     SELECT DIST-EXTRACT         ASSIGN TO DISTEXT
000574                                 ORGANIZATION IS SEQUENTIAL
000576                                 FILE STATUS IS WS-DSX-STATUS.
000580 DATA                            DIVISION.
000590 FILE                            SECTION.
000600 FD  EMPLOYEE-MASTER
000610     LABEL RECORDS ARE STANDARD.
000620     COPY EMPMAST.
000630 SD  SORT-WORK.
000640 01  SORT-RECORD.
000650     05  SRT-MATRICULA           PIC 9(06).
000660     05  SRT-NOME                PIC X(30).
000670     05  SRT-EMPRESA             PIC X(15).
000680     05  SRT-DEPTO               PIC X(15).
000690     05  SRT-REGIAO              PIC 99.
000700     05  SRT-OPERADOR            PIC X(08).
000710     05  SRT-SITUACAO            PIC X(01).
000720         88  SRT-IS-DESLIGADO                VALUE 'D'.
000730         88  SRT-IS-FUNDIDO                  VALUE 'M'.
000740         88  SRT-IS-AFASTADO                 VALUE 'L'.
000750     05  SRT-DATA-DESLIGAMENTO   PIC X(08).
000760     05  SRT-MATRICULA-DESTINO   PIC 9(06).
000770     05  SRT-DATA-ADMISSAO       PIC X(08).
000780     05  SRT-SALARIO-BASE        PIC 9(08)V99.
000790     05  SRT-FAIXA-SALARIAL      PIC X(03).
000800     05  SRT-DATA-SALARIO        PIC X(08).
000810 FD  ROSTER-RPT
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 132 CHARACTERS.
000840 01  RPT-LINE                    PIC X(132).
000842 FD  DIST-EXTRACT
000844     LABEL RECORDS ARE STANDARD.
000846     COPY DISTEXTR.
000850 WORKING-STORAGE                 SECTION.
000860     COPY REGNLINK               REPLACING ==:PFX:== BY ==WRK==.
000870 01  HEADING-LINE-1.
000880     05  FILLER                  PIC X(50)
000890             VALUE 'RELATORIO DE FUNCIONARIOS POR EMPRESA'.
000900     05  FILLER                  PIC X(10) VALUE 'PAGINA '.
000910     05  HDR-PAGE                PIC ZZ9.
000920     05  FILLER                  PIC X(69) VALUE SPACES.
000930 01  HEADING-LINE-2.
000940     05  FILLER                  PIC X(10) VALUE 'EMPRESA: '.
000950     05  HDR-EMPRESA             PIC X(15).
000960     05  FILLER                  PIC X(107) VALUE SPACES.
000970 01  HEADING-LINE-3.
000980     05  FILLER                  PIC X(10) VALUE 'MATRICULA '.
000990     05  FILLER                  PIC X(32) VALUE 'NOME'.
001000     05  FILLER                  PIC X(17) VALUE 'DEPARTAMENTO'.
001010     05  FILLER                  PIC X(22) VALUE 'REGIAO'.
001020     05  FILLER                  PIC X(10) VALUE 'SITUACAO'.
001030     05  FILLER                  PIC X(41) VALUE SPACES.
001035 01  WRK-DX-LINHA                PIC X(132) VALUE SPACES.
001040 01  DETAIL-LINE.
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  DTL-MATRICULA           PIC 9(06).
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  DTL-NOME                PIC X(30).
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  DTL-DEPTO               PIC X(15).
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  DTL-REGIAO              PIC X(20).
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  DTL-SITUACAO            PIC X(10).
001150     05  FILLER                  PIC X(41) VALUE SPACES.
001160 01  DEPT-TOTAL-LINE.
001170     05  FILLER                  PIC X(10) VALUE SPACES.
001180     05  FILLER                  PIC X(12) VALUE 'TOTAL DEPTO '.
001190     05  TOT-DEPTO               PIC X(15).
001200     05  FILLER                  PIC X(07) VALUE SPACES.
001210     05  FILLER             PIC X(20) VALUE 'FUNCIONARIOS... '.
001220     05  TOT-DEPT-COUNT          PIC ZZZZ9.
001230     05  FILLER                  PIC X(63) VALUE SPACES.
001240 01  TOTAL-LINE.
001250     05  FILLER                  PIC X(10) VALUE SPACES.
001260     05  FILLER                  PIC X(14) VALUE 'TOTAL EMPRESA '.
001270     05  TOT-EMPRESA             PIC X(15).
001280     05  FILLER                  PIC X(5)  VALUE SPACES.
001290     05  FILLER             PIC X(20) VALUE 'FUNCIONARIOS... '.
001300     05  TOT-COUNT               PIC ZZZZ9.
001310     05  FILLER                  PIC X(63) VALUE SPACES.
001320 01  GRAND-TOTAL-LINE.
001330     05  FILLER                  PIC X(10) VALUE SPACES.
001340     05  FILLER                  PIC X(25)
001350             VALUE 'TOTAL GERAL FUNCIONARIOS '.
001360     05  GRAND-COUNT             PIC ZZZZZ9.
001370     05  FILLER                  PIC X(91) VALUE SPACES.
001380 01  LEAVE-TOTAL-LINE.
001390     05  FILLER                  PIC X(10) VALUE SPACES.
001400     05  FILLER                  PIC X(25)
001410             VALUE 'DOS QUAIS AFASTADOS      '.
001420     05  LEAVE-COUNT             PIC ZZZZZ9.
001430     05  FILLER                  PIC X(91) VALUE SPACES.
001440 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
001450     88  EMP-STATUS-OK                      VALUE '00'.
001460 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001470     88  RPT-STATUS-OK                      VALUE '00'.
001471 77  WS-DSX-STATUS               PIC X(02)  VALUE SPACES.
001472     88  DSX-STATUS-OK                      VALUE '00'.
001473 77  WRK-DIST-SWITCH             PIC X(01)  VALUE 'N'.
001474     88  DIST-IS-ON                         VALUE 'Y'.
001475 77  WRK-DIST-SEQ                PIC 9(07)  COMP VALUE ZERO.
001476 77  WRK-DX-EMPRESA              PIC X(15)  VALUE SPACES.
001477 77  WRK-DX-CONTROLE             PIC X(01)  VALUE SPACES.
001478 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
001480 77  WRK-LINE-COUNT              PIC 9(02)  COMP VALUE ZERO.
001490 77  WRK-MAX-LINES               PIC 9(02)  VALUE 20.
001500 77  WRK-PAGE-COUNT              PIC 9(03)  COMP VALUE ZERO.
001510 77  WRK-PRIOR-EMPRESA           PIC X(15)  VALUE SPACES.
001520 77  WRK-PRIOR-DEPTO             PIC X(15)  VALUE SPACES.
001530 77  WRK-DEPT-TOTAL              PIC 9(05)  COMP VALUE ZERO.
001540 77  WRK-COMPANY-TOTAL           PIC 9(05)  COMP VALUE ZERO.
001550 77  WRK-GRAND-TOTAL             PIC 9(06)  COMP VALUE ZERO.
001560 77  WRK-LEAVE-TOTAL             PIC 9(06)  COMP VALUE ZERO.
001570 77  WRK-SORT-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001580     88  END-OF-SORT-WORK                   VALUE 'Y'.
001590 PROCEDURE                       DIVISION.
001600*----------------------------------------------------------------
001610* 0000-MAINLINE - SORT EMPLOYEE-MASTER BY COMPANY/NAME AND
001620*    DRIVE THE REPORT FROM THE SORTED OUTPUT. THE DISTRIBUTION
001622*    EXTRACT IS OPTIONAL - IF DISTEXT WILL NOT OPEN NOTHING IS
001624*    EXTRACTED.
001630*----------------------------------------------------------------
001640 0000-MAINLINE.
001650     OPEN OUTPUT ROSTER-RPT.
001651     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
001652     OPEN OUTPUT DIST-EXTRACT.
001653     IF DSX-STATUS-OK
001654         SET DIST-IS-ON          TO TRUE
001655     END-IF.
001660     MOVE 'PROG008' TO WRK-PROGRAMA.
001670     MOVE 'C' TO WRK-FUNCAO.
001680     SORT SORT-WORK
001690         ON ASCENDING KEY SRT-EMPRESA SRT-DEPTO SRT-NOME
001700         USING EMPLOYEE-MASTER
001710         OUTPUT PROCEDURE IS 3000-PRINT-ROSTER
001720                          THRU 3000-PRINT-ROSTER-EXIT.
001730     CLOSE ROSTER-RPT.
001732     IF DIST-IS-ON
001734         CLOSE DIST-EXTRACT
001736     END-IF.
001740     STOP RUN.
001750*----------------------------------------------------------------
001760* 3000-PRINT-ROSTER - OUTPUT PROCEDURE FOR THE SORT. RETURNS
001770*    EACH SORTED RECORD AND WRITES THE ROSTER.
001780*----------------------------------------------------------------
001790 3000-PRINT-ROSTER.
001800     PERFORM 3100-RETURN-SORT   THRU 3100-RETURN-SORT-EXIT.
001810     PERFORM 3200-PROCESS-RECORD
001820                                THRU 3200-PROCESS-RECORD-EXIT
001830         UNTIL END-OF-SORT-WORK.
001840     PERFORM 3900-FINAL-TOTAL  THRU 3900-FINAL-TOTAL-EXIT.
001850 3000-PRINT-ROSTER-EXIT.
001860     EXIT.
001870*----------------------------------------------------------------
001880* 3100-RETURN-SORT - RETURN THE NEXT SORTED RECORD.
001890*----------------------------------------------------------------
001900 3100-RETURN-SORT.
001910     RETURN SORT-WORK
001920         AT END
001930             SET END-OF-SORT-WORK TO TRUE
001940     END-RETURN.
001950 3100-RETURN-SORT-EXIT.
001960     EXIT.
001970*----------------------------------------------------------------
001980* 3200-PROCESS-RECORD - PRINT ONE DETAIL LINE, BREAKING ON
001990*    COMPANY CHANGE AND ON PAGE OVERFLOW.
002000*----------------------------------------------------------------
002010 3200-PROCESS-RECORD.
002020     IF SRT-IS-DESLIGADO OR SRT-IS-FUNDIDO
002030         PERFORM 3100-RETURN-SORT
002040                                THRU 3100-RETURN-SORT-EXIT
002050         GO TO 3200-PROCESS-RECORD-EXIT
002060     END-IF.
002070     IF SRT-EMPRESA NOT = WRK-PRIOR-EMPRESA
002080         PERFORM 3400-COMPANY-BREAK
002090                                THRU 3400-COMPANY-BREAK-EXIT
002100     ELSE
002110         IF SRT-DEPTO NOT = WRK-PRIOR-DEPTO
002120             PERFORM 3600-DEPT-BREAK
002130                                THRU 3600-DEPT-BREAK-EXIT
002140         END-IF
002150     END-IF.
002160     IF WRK-LINE-COUNT >= WRK-MAX-LINES
002170         PERFORM 3300-NEW-PAGE  THRU 3300-NEW-PAGE-EXIT
002180     END-IF.
002190     MOVE SRT-MATRICULA          TO DTL-MATRICULA.
002200     MOVE SRT-NOME               TO DTL-NOME.
002210     MOVE SRT-DEPTO              TO DTL-DEPTO.
002220     MOVE SRT-REGIAO             TO WRK-NUMERO.
002230     MOVE SPACES                 TO WRK-MENSAGEM.
002240     CALL 'PROG020' USING WRK-NUMERO, WRK-MENSAGEM,
002250                                 WRK-RETURN-CODE, WRK-PROGRAMA,
002260                                 WRK-FUNCAO, WRK-MACRO.
002270     MOVE WRK-MENSAGEM           TO DTL-REGIAO.
002280     IF SRT-IS-AFASTADO
002290         MOVE 'AFASTADO'         TO DTL-SITUACAO
002300         ADD 1 TO WRK-LEAVE-TOTAL
002310     ELSE
002320         MOVE SPACES             TO DTL-SITUACAO
002330     END-IF.
002340     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
002342     MOVE DETAIL-LINE            TO WRK-DX-LINHA.
002344     MOVE '1'                    TO WRK-DX-CONTROLE.
002346     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
002350     ADD 1 TO WRK-LINE-COUNT.
002360     ADD 1 TO WRK-DEPT-TOTAL.
002370     ADD 1 TO WRK-COMPANY-TOTAL.
002380     ADD 1 TO WRK-GRAND-TOTAL.
002390     PERFORM 3100-RETURN-SORT  THRU 3100-RETURN-SORT-EXIT.
002400 3200-PROCESS-RECORD-EXIT.
002410     EXIT.
002420*----------------------------------------------------------------
002430* 3300-NEW-PAGE - START A NEW PAGE, REPEATING THE COMPANY
002440*    HEADING.
002450*----------------------------------------------------------------
002460 3300-NEW-PAGE.
002470     ADD 1 TO WRK-PAGE-COUNT.
002480     MOVE WRK-PAGE-COUNT         TO HDR-PAGE.
002490     MOVE WRK-PRIOR-EMPRESA      TO HDR-EMPRESA.
002500     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
002510     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 1 LINE.
002520     WRITE RPT-LINE FROM HEADING-LINE-3 AFTER ADVANCING 2 LINES.
002521     MOVE HEADING-LINE-1         TO WRK-DX-LINHA.
002522     MOVE 'P'                    TO WRK-DX-CONTROLE.
002523     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
002524     MOVE HEADING-LINE-2         TO WRK-DX-LINHA.
002525     MOVE '1'                    TO WRK-DX-CONTROLE.
002526     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
002527     MOVE HEADING-LINE-3         TO WRK-DX-LINHA.
002528     MOVE '2'                    TO WRK-DX-CONTROLE.
002529     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
002530     MOVE ZERO TO WRK-LINE-COUNT.
002540 3300-NEW-PAGE-EXIT.
002550     EXIT.
002560*----------------------------------------------------------------
002570* 3400-COMPANY-BREAK - TOTAL THE PRIOR COMPANY (IF ANY) AND
002580*    START THE NEW COMPANY ON A FRESH PAGE.
002590*----------------------------------------------------------------
002600 3400-COMPANY-BREAK.
002610     IF WRK-PRIOR-EMPRESA NOT = SPACES
002620         PERFORM 3550-DEPT-TOTAL
002630                                THRU 3550-DEPT-TOTAL-EXIT
002640         PERFORM 3500-COMPANY-TOTAL
002650                                THRU 3500-COMPANY-TOTAL-EXIT
002660     END-IF.
002670     MOVE SRT-EMPRESA            TO WRK-PRIOR-EMPRESA.
002675     MOVE SRT-EMPRESA            TO WRK-DX-EMPRESA.
002680     MOVE SRT-DEPTO              TO WRK-PRIOR-DEPTO.
002690     MOVE ZERO TO WRK-COMPANY-TOTAL.
002700     MOVE ZERO TO WRK-DEPT-TOTAL.
002710     PERFORM 3300-NEW-PAGE      THRU 3300-NEW-PAGE-EXIT.
002720 3400-COMPANY-BREAK-EXIT.
002730     EXIT.
002740*----------------------------------------------------------------
002750* 3500-COMPANY-TOTAL - PRINT THE FUNCIONARIOS TOTAL FOR THE
002760*    COMPANY THAT JUST ENDED.
002770*----------------------------------------------------------------
002780 3500-COMPANY-TOTAL.
002790     MOVE WRK-PRIOR-EMPRESA      TO TOT-EMPRESA.
002800     MOVE WRK-COMPANY-TOTAL      TO TOT-COUNT.
002810     WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
002812     MOVE TOTAL-LINE             TO WRK-DX-LINHA.
002814     MOVE '2'                    TO WRK-DX-CONTROLE.
002816     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
002820     ADD 2 TO WRK-LINE-COUNT.
002830 3500-COMPANY-TOTAL-EXIT.
002840     EXIT.
002850*----------------------------------------------------------------
002860* 3550-DEPT-TOTAL - PRINT THE FUNCIONARIOS SUBTOTAL FOR THE
002870*    DEPARTMENT THAT JUST ENDED, ABOVE THE TOTAL EMPRESA LINE.
002880*----------------------------------------------------------------
002890 3550-DEPT-TOTAL.
002900     MOVE WRK-PRIOR-DEPTO        TO TOT-DEPTO.
002910     MOVE WRK-DEPT-TOTAL         TO TOT-DEPT-COUNT.
002920     WRITE RPT-LINE FROM DEPT-TOTAL-LINE AFTER ADVANCING 2 LINES.
002922     MOVE DEPT-TOTAL-LINE        TO WRK-DX-LINHA.
002924     MOVE '2'                    TO WRK-DX-CONTROLE.
002926     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
002930     ADD 2 TO WRK-LINE-COUNT.
002940 3550-DEPT-TOTAL-EXIT.
002950     EXIT.
002960*----------------------------------------------------------------
002970* 3600-DEPT-BREAK - SUBTOTAL THE DEPARTMENT THAT JUST ENDED AND
002980*    START ACCUMULATING THE NEW ONE, WITHIN THE SAME COMPANY.
002990*----------------------------------------------------------------
003000 3600-DEPT-BREAK.
003010     PERFORM 3550-DEPT-TOTAL    THRU 3550-DEPT-TOTAL-EXIT.
003020     MOVE SRT-DEPTO              TO WRK-PRIOR-DEPTO.
003030     MOVE ZERO TO WRK-DEPT-TOTAL.
003040 3600-DEPT-BREAK-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* 3900-FINAL-TOTAL - TOTAL THE LAST COMPANY AND PRINT THE
003080*    GRAND TOTAL FOR THE RUN.
003090*----------------------------------------------------------------
003100 3900-FINAL-TOTAL.
003110     IF WRK-PRIOR-EMPRESA NOT = SPACES
003120         PERFORM 3550-DEPT-TOTAL
003130                                THRU 3550-DEPT-TOTAL-EXIT
003140         PERFORM 3500-COMPANY-TOTAL
003150                                THRU 3500-COMPANY-TOTAL-EXIT
003160     END-IF.
003170     MOVE WRK-GRAND-TOTAL        TO GRAND-COUNT.
003180     WRITE RPT-LINE FROM GRAND-TOTAL-LINE AFTER ADVANCING 2 LINES.
003190     MOVE WRK-LEAVE-TOTAL        TO LEAVE-COUNT.
003200     WRITE RPT-LINE FROM LEAVE-TOTAL-LINE AFTER ADVANCING 1 LINE.
003210 3900-FINAL-TOTAL-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* 8500-EXTRACT-LINE - COPY THE LINE JUST PRINTED TO THE
003250*    DISTRIBUTION EXTRACT, TAGGED WITH ITS COMPANY, THE RUN
003260*    DATE, ITS PRINT SEQUENCE AND ITS SPACING.
003270*----------------------------------------------------------------
003280 8500-EXTRACT-LINE.
003290     IF NOT DIST-IS-ON
003300         GO TO 8500-EXTRACT-LINE-EXIT
003310     END-IF.
003320     ADD 1 TO WRK-DIST-SEQ.
003330     MOVE WRK-DX-EMPRESA         TO DX-EMPRESA.
003340     MOVE 'PROG008'              TO DX-RELATORIO.
003350     MOVE WRK-DATA-HOJE          TO DX-DATA-EXECUCAO.
003360     MOVE WRK-DIST-SEQ           TO DX-SEQUENCIA.
003370     MOVE WRK-DX-CONTROLE        TO DX-CONTROLE.
003380     MOVE WRK-DX-LINHA           TO DX-LINHA.
003390     WRITE DIST-EXTRACT-RECORD.
003400 8500-EXTRACT-LINE-EXIT.
003410     EXIT.
