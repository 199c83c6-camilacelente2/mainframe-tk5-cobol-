000130*    EACH. THE RUN'S COUNTS ARE SAVED TO A SNAPSHOT FILE, AND
000140*    THE PRIOR RUN'S SNAPSHOT IS LOADED FIRST SO EVERY LINE
000150*    SHOWS ACTUAL, PRIOR AND VARIANCE. GROUPS THAT EXISTED LAST
000160*    RUN AND HAVE EMPTIED OUT ARE LISTED AT THE END. EACH
000162*    COMPANY'S LINES ARE ALSO WRITTEN TO THE DISTRIBUTION
000164*    EXTRACT FOR PROG078 WHEN DISTEXT IS ALLOCATED.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* 2026-09-01  RM  ORIGINAL PROGRAM.
000210* 2026-10-15  RM  CARRY THE ADMISSION DATE AND COMPENSATION
000220*                 FIELDS THROUGH THE SORT RECORD, WHICH MUST
000230*                 MIRROR THE MASTER BYTE FOR BYTE.
000240* 2026-10-15  RM  SHOW HOW MANY OF EACH GROUP'S HEADCOUNT ARE
000250*                 ON LEAVE OF ABSENCE (AFASTADO) IN A NEW
000260*                 COLUMN, WITH THE TOTAL UNDER THE GRAND TOTAL.
000270*                 THEY STAY IN THE HEADCOUNT AND THE SNAPSHOT.
000272* 2026-10-15  RM  WRITE EACH COMPANY'S HEADINGS, GROUP, SUBTOTAL
000274*                 AND EMPTIED-GROUP LINES TO THE DISTRIBUTION
000276*                 EXTRACT (DISTEXT) FOR PROG078. WITHOUT DISTEXT
000278*                 THE RUN IS AS BEFORE.
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
000420     SELECT SORT-WORK            ASSIGN TO SORTWK01.
000430     SELECT SNAP-IN              ASSIGN TO HDCSNAPI
000440                                 ORGANIZATION IS SEQUENTIAL
000450                                 FILE STATUS IS WS-SNPI-STATUS.
000460     SELECT SNAP-OUT             ASSIGN TO HDCSNAPO
000470                                 ORGANIZATION IS SEQUENTIAL
000480                                 FILE STATUS IS WS-SNPO-STATUS.
000490     SELECT STAT-RPT             ASSIGN TO STATRPT
000500                                 ORGANIZATION IS SEQUENTIAL
000510                                 FILE STATUS IS WS-RPT-STATUS.
000512     SELECT DIST-EXTRACT         ASSIGN TO DISTEXT
000514                                 ORGANIZATION IS SEQUENTIAL
000516                                 FILE STATUS IS WS-DSX-STATUS.
000520 DATA                            DIVISION.
000530 FILE                            SECTION.
000540 FD  EMPLOYEE-MASTER
000550     LABEL RECORDS ARE STANDARD.
000560     COPY EMPMAST.
000570 SD  SORT-WORK.
000580 01  SORT-RECORD.
000590     05  SRT-MATRICULA           PIC 9(06).
000600     05  SRT-NOME                PIC X(30).
000610     05  SRT-EMPRESA             PIC X(15).
000620     05  SRT-DEPTO               PIC X(15).
000630     05  SRT-REGIAO              PIC 99.
000640     05  SRT-OPERADOR            PIC X(08).
000650     05  SRT-SITUACAO            PIC X(01).
000660         88  SRT-IS-DESLIGADO                VALUE 'D'.
000670         88  SRT-IS-FUNDIDO                  VALUE 'M'.
000680         88  SRT-IS-AFASTADO                 VALUE 'L'.
000690     05  SRT-DATA-DESLIGAMENTO   PIC X(08).
000700     05  SRT-MATRICULA-DESTINO   PIC 9(06).
000710     05  SRT-DATA-ADMISSAO       PIC X(08).
000720     05  SRT-SALARIO-BASE        PIC 9(08)V99.
000730     05  SRT-FAIXA-SALARIAL      PIC X(03).
000740     05  SRT-DATA-SALARIO        PIC X(08).
000750 FD  SNAP-IN
000760     LABEL RECORDS ARE STANDARD.
000770 01  SNAP-IN-RECORD.
000780     05  SNI-EMPRESA             PIC X(15).
000790     05  SNI-DEPTO               PIC X(15).
000800     05  SNI-REGIAO              PIC 99.
000810     05  SNI-COUNT               PIC 9(06).
000820 FD  SNAP-OUT
000830     LABEL RECORDS ARE STANDARD.
000840 01  SNAP-OUT-RECORD.
000850     05  SNO-EMPRESA             PIC X(15).
000860     05  SNO-DEPTO               PIC X(15).
000870     05  SNO-REGIAO              PIC 99.
000880     05  SNO-COUNT               PIC 9(06).
000890 FD  STAT-RPT
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 132 CHARACTERS.
000920 01  RPT-LINE                    PIC X(132).
000922 FD  DIST-EXTRACT
000924     LABEL RECORDS ARE STANDARD.
000926     COPY DISTEXTR.
000930 WORKING-STORAGE                 SECTION.
000940 01  HEADING-LINE-1.
000950     05  FILLER                  PIC X(44)
000960             VALUE 'ESTATISTICA DE EFETIVO - PROG044'.
000970     05  FILLER                  PIC X(88) VALUE SPACES.
000980 01  HEADING-LINE-2.
000990     05  FILLER                  PIC X(17) VALUE 'EMPRESA'.
001000     05  FILLER                  PIC X(17) VALUE 'DEPARTAMENTO'.
001010     05  FILLER                  PIC X(08) VALUE 'REGIAO'.
001020     05  FILLER                  PIC X(09) VALUE '   ATUAL'.
001030     05  FILLER                  PIC X(10) VALUE 'ANTERIOR'.
001040     05  FILLER                  PIC X(10) VALUE 'VARIACAO'.
001050     05  FILLER                  PIC X(10) VALUE 'AFASTADOS'.
001060     05  FILLER                  PIC X(51) VALUE SPACES.
001070 01  DETAIL-LINE.
001080     05  DTL-EMPRESA             PIC X(15).
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  DTL-DEPTO               PIC X(15).
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  DTL-REGIAO              PIC Z9.
001130     05  FILLER                  PIC X(04) VALUE SPACES.
001140     05  DTL-ATUAL               PIC ZZZZZ9.
001150     05  FILLER                  PIC X(03) VALUE SPACES.
001160     05  DTL-ANTERIOR            PIC ZZZZZ9.
001170     05  FILLER                  PIC X(03) VALUE SPACES.
001180     05  DTL-VARIACAO            PIC -ZZZZ9.
001190     05  FILLER                  PIC X(05) VALUE SPACES.
001200     05  DTL-AFASTADOS           PIC ZZZZZ9.
001210     05  FILLER                  PIC X(57) VALUE SPACES.
001220 01  SUBTOTAL-LINE.
001230     05  STL-TITULO              PIC X(24).
001240     05  STL-CHAVE               PIC X(15).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  STL-COUNT               PIC ZZZZZ9.
001270     05  FILLER                  PIC X(85) VALUE SPACES.
001275 01  WRK-DX-LINHA                PIC X(132) VALUE SPACES.
001280 01  PRIOR-TABLE.
001290     05  PRT-ENTRY               OCCURS 200 TIMES.
001300         10  PRT-EMPRESA         PIC X(15).
001310         10  PRT-DEPTO           PIC X(15).
001320         10  PRT-REGIAO          PIC 99.
001330         10  PRT-COUNT           PIC 9(06) COMP.
001340         10  PRT-MATCH           PIC X(01).
001350             88  PRT-WAS-MATCHED             VALUE 'Y'.
001360 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
001370     88  EMP-STATUS-OK                      VALUE '00'.
001380 77  WS-SNPI-STATUS              PIC X(02)  VALUE SPACES.
001390     88  SNPI-STATUS-OK                     VALUE '00'.
001400     88  SNPI-STATUS-EOF                    VALUE '10'.
001410     88  SNPI-STATUS-NEW-FILE               VALUE '35'.
001420 77  WS-SNPO-STATUS              PIC X(02)  VALUE SPACES.
001430     88  SNPO-STATUS-OK                     VALUE '00'.
001440 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001450     88  RPT-STATUS-OK                      VALUE '00'.
001460 77  WRK-SNAP-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001470     88  END-OF-SNAP-FILE                   VALUE 'Y'.
001480 77  WRK-SORT-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001490     88  END-OF-SORT-WORK                   VALUE 'Y'.
001500 77  WRK-PRIOR-COUNT             PIC 9(03)  COMP VALUE ZERO.
001510 77  WRK-IX                      PIC 9(03)  COMP VALUE ZERO.
001520 77  WRK-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
001530     88  PRIOR-WAS-FOUND                    VALUE 'Y'.
001540 77  WRK-GRP-EMPRESA             PIC X(15)  VALUE LOW-VALUES.
001550 77  WRK-GRP-DEPTO               PIC X(15)  VALUE LOW-VALUES.
001560 77  WRK-GRP-REGIAO              PIC 99     VALUE ZERO.
001570 77  WRK-GRP-COUNT               PIC 9(06)  COMP VALUE ZERO.
001580 77  WRK-DEPT-COUNT              PIC 9(06)  COMP VALUE ZERO.
001590 77  WRK-EMPRESA-COUNT           PIC 9(06)  COMP VALUE ZERO.
001600 77  WRK-GRAND-COUNT             PIC 9(06)  COMP VALUE ZERO.
001610 77  WRK-GRP-AFASTADOS           PIC 9(06)  COMP VALUE ZERO.
001620 77  WRK-GRAND-AFASTADOS         PIC 9(06)  COMP VALUE ZERO.
001630 77  WRK-VARIACAO                PIC S9(06) COMP VALUE ZERO.
001640 77  WRK-PRIOR-VALUE             PIC 9(06)  COMP VALUE ZERO.
001641 77  WS-DSX-STATUS               PIC X(02)  VALUE SPACES.
001642     88  DSX-STATUS-OK                      VALUE '00'.
001643 77  WRK-DIST-SWITCH             PIC X(01)  VALUE 'N'.
001644     88  DIST-IS-ON                         VALUE 'Y'.
001645 77  WRK-DIST-SEQ                PIC 9(07)  COMP VALUE ZERO.
001646 77  WRK-DX-EMPRESA              PIC X(15)  VALUE SPACES.
001647 77  WRK-DX-CONTROLE             PIC X(01)  VALUE SPACES.
001648 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
001650 PROCEDURE                       DIVISION.
001660*----------------------------------------------------------------
001670* 0000-MAINLINE - LOAD THE PRIOR SNAPSHOT, SORT THE ACTIVE
001680*    MASTER RECORDS BY COMPANY, DEPARTMENT AND REGION AND DRIVE
001690*    THE CROSS-TAB FROM THE SORTED OUTPUT.
001700*----------------------------------------------------------------
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001730     SORT SORT-WORK
001740         ON ASCENDING KEY SRT-EMPRESA SRT-DEPTO SRT-REGIAO
001750         USING EMPLOYEE-MASTER
001760         OUTPUT PROCEDURE IS 3000-TABULATE
001770                          THRU 3000-TABULATE-EXIT.
001780     PERFORM 8000-PRINT-EMPTIED  THRU 8000-PRINT-EMPTIED-EXIT.
001790     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001800     STOP RUN.
001810*----------------------------------------------------------------
001820* 1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADINGS AND LOAD
001830*    THE PRIOR SNAPSHOT INTO THE TABLE. A MISSING SNAPSHOT FILE
001840*    MEANS A FIRST RUN - EVERY PRIOR COUNT IS TAKEN AS ZERO.
001842*    THE DISTRIBUTION EXTRACT IS OPTIONAL - IF DISTEXT WILL NOT
001844*    OPEN NOTHING IS EXTRACTED.
001850*----------------------------------------------------------------
001860 1000-INITIALIZE.
001870     OPEN OUTPUT STAT-RPT.
001880     OPEN OUTPUT SNAP-OUT.
001881     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
001882     OPEN OUTPUT DIST-EXTRACT.
001883     IF DSX-STATUS-OK
001884         SET DIST-IS-ON          TO TRUE
001885     END-IF.
001890     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
001900     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
001910     OPEN INPUT SNAP-IN.
001920     IF SNPI-STATUS-NEW-FILE
001930         SET END-OF-SNAP-FILE TO TRUE
001940     ELSE
001950         PERFORM 1100-LOAD-SNAP  THRU 1100-LOAD-SNAP-EXIT
001960             UNTIL END-OF-SNAP-FILE
001970         CLOSE SNAP-IN
001980     END-IF.
001990 1000-INITIALIZE-EXIT.
002000     EXIT.
002010*----------------------------------------------------------------
002020* 1100-LOAD-SNAP - READ ONE PRIOR SNAPSHOT RECORD INTO THE
002030*    TABLE.
002040*----------------------------------------------------------------
002050 1100-LOAD-SNAP.
002060     READ SNAP-IN
002070         AT END
002080             SET END-OF-SNAP-FILE TO TRUE
002090         NOT AT END
002100             IF WRK-PRIOR-COUNT < 200
002110                 ADD 1 TO WRK-PRIOR-COUNT
002120                 MOVE SNI-EMPRESA
002130                     TO PRT-EMPRESA (WRK-PRIOR-COUNT)
002140                 MOVE SNI-DEPTO
002150                     TO PRT-DEPTO (WRK-PRIOR-COUNT)
002160                 MOVE SNI-REGIAO
002170                     TO PRT-REGIAO (WRK-PRIOR-COUNT)
002180                 MOVE SNI-COUNT
002190                     TO PRT-COUNT (WRK-PRIOR-COUNT)
002200                 MOVE 'N' TO PRT-MATCH (WRK-PRIOR-COUNT)
002210             ELSE
002220                 DISPLAY 'TABELA DE SNAPSHOT CHEIA'
002230             END-IF
002240     END-READ.
002250 1100-LOAD-SNAP-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------
002280* 3000-TABULATE - OUTPUT PROCEDURE FOR THE SORT. RETURNS THE
002290*    ACTIVE RECORDS IN GROUP ORDER AND COUNTS AT THE REGION,
002300*    DEPARTMENT AND COMPANY LEVELS.
002310*----------------------------------------------------------------
002320 3000-TABULATE.
002330     PERFORM 3100-RETURN-SORT    THRU 3100-RETURN-SORT-EXIT.
002340     PERFORM 3200-PROCESS-RECORD
002350                                THRU 3200-PROCESS-RECORD-EXIT
002360         UNTIL END-OF-SORT-WORK.
002370     IF WRK-GRP-EMPRESA NOT = LOW-VALUES
002380         PERFORM 3500-REGION-TOTAL
002390                                THRU 3500-REGION-TOTAL-EXIT
002400         PERFORM 3600-DEPT-TOTAL THRU 3600-DEPT-TOTAL-EXIT
002410         PERFORM 3700-EMPRESA-TOTAL
002420                                THRU 3700-EMPRESA-TOTAL-EXIT
002430     END-IF.
002440     MOVE 'TOTAL GERAL............ ' TO STL-TITULO.
002450     MOVE SPACES                 TO STL-CHAVE.
002460     MOVE WRK-GRAND-COUNT        TO STL-COUNT.
002470     WRITE RPT-LINE FROM SUBTOTAL-LINE AFTER ADVANCING 2 LINES.
002480     MOVE 'DOS QUAIS AFASTADOS.... ' TO STL-TITULO.
002490     MOVE WRK-GRAND-AFASTADOS    TO STL-COUNT.
002500     WRITE RPT-LINE FROM SUBTOTAL-LINE AFTER ADVANCING 1 LINE.
002510 3000-TABULATE-EXIT.
002520     EXIT.
002530*----------------------------------------------------------------
002540* 3100-RETURN-SORT - RETURN THE NEXT SORTED RECORD.
002550*----------------------------------------------------------------
002560 3100-RETURN-SORT.
002570     RETURN SORT-WORK
002580         AT END
002590             SET END-OF-SORT-WORK TO TRUE
002600     END-RETURN.
002610 3100-RETURN-SORT-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------
002640* 3200-PROCESS-RECORD - COUNT ONE ACTIVE RECORD, BREAKING ON A
002650*    REGION, DEPARTMENT OR COMPANY CHANGE. A NEW COMPANY STARTS
002655*    ITS SECTION OF THE EXTRACT UNDER THE REPORT HEADINGS.
002660*----------------------------------------------------------------
002670 3200-PROCESS-RECORD.
002680     IF SRT-IS-DESLIGADO OR SRT-IS-FUNDIDO
002690         GO TO 3200-PROCESS-RECORD-READ
002700     END-IF.
002710     IF SRT-EMPRESA NOT = WRK-GRP-EMPRESA
002720         OR SRT-DEPTO NOT = WRK-GRP-DEPTO
002730         OR SRT-REGIAO NOT = WRK-GRP-REGIAO
002740         IF WRK-GRP-EMPRESA NOT = LOW-VALUES
002750             PERFORM 3500-REGION-TOTAL
002760                                THRU 3500-REGION-TOTAL-EXIT
002770         END-IF
002780         IF SRT-EMPRESA NOT = WRK-GRP-EMPRESA
002790             OR SRT-DEPTO NOT = WRK-GRP-DEPTO
002800             IF WRK-GRP-EMPRESA NOT = LOW-VALUES
002810                 PERFORM 3600-DEPT-TOTAL
002820                                THRU 3600-DEPT-TOTAL-EXIT
002830             END-IF
002840         END-IF
002850         IF SRT-EMPRESA NOT = WRK-GRP-EMPRESA
002860             IF WRK-GRP-EMPRESA NOT = LOW-VALUES
002870                 PERFORM 3700-EMPRESA-TOTAL
002880                                THRU 3700-EMPRESA-TOTAL-EXIT
002890             END-IF
002900         END-IF
002901         IF SRT-EMPRESA NOT = WRK-GRP-EMPRESA
002902             MOVE SRT-EMPRESA    TO WRK-DX-EMPRESA
002903             PERFORM 8400-EXTRACT-HEADINGS
002904                                THRU 8400-EXTRACT-HEADINGS-EXIT
002905         END-IF
002910         MOVE SRT-EMPRESA        TO WRK-GRP-EMPRESA
002920         MOVE SRT-DEPTO          TO WRK-GRP-DEPTO
002930         MOVE SRT-REGIAO         TO WRK-GRP-REGIAO
002940     END-IF.
002950     ADD 1 TO WRK-GRP-COUNT.
002960     ADD 1 TO WRK-DEPT-COUNT.
002970     ADD 1 TO WRK-EMPRESA-COUNT.
002980     ADD 1 TO WRK-GRAND-COUNT.
002990     IF SRT-IS-AFASTADO
003000         ADD 1 TO WRK-GRP-AFASTADOS
003010         ADD 1 TO WRK-GRAND-AFASTADOS
003020     END-IF.
003030 3200-PROCESS-RECORD-READ.
003040     PERFORM 3100-RETURN-SORT    THRU 3100-RETURN-SORT-EXIT.
003050 3200-PROCESS-RECORD-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080* 3500-REGION-TOTAL - PRINT THE REGION GROUP THAT JUST ENDED
003090*    WITH ITS PRIOR COUNT AND VARIANCE, SAVE IT TO THE NEW
003100*    SNAPSHOT AND CLEAR THE GROUP COUNT.
003110*----------------------------------------------------------------
003120 3500-REGION-TOTAL.
003130     PERFORM 4000-FIND-PRIOR     THRU 4000-FIND-PRIOR-EXIT.
003140     MOVE SPACES                 TO DETAIL-LINE.
003150     MOVE WRK-GRP-EMPRESA        TO DTL-EMPRESA.
003160     MOVE WRK-GRP-DEPTO          TO DTL-DEPTO.
003170     MOVE WRK-GRP-REGIAO         TO DTL-REGIAO.
003180     MOVE WRK-GRP-COUNT          TO DTL-ATUAL.
003190     MOVE WRK-PRIOR-VALUE        TO DTL-ANTERIOR.
003200     COMPUTE WRK-VARIACAO
003210         = WRK-GRP-COUNT - WRK-PRIOR-VALUE.
003220     MOVE WRK-VARIACAO           TO DTL-VARIACAO.
003230     MOVE WRK-GRP-AFASTADOS      TO DTL-AFASTADOS.
003240     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
003242     MOVE DETAIL-LINE            TO WRK-DX-LINHA.
003244     MOVE '1'                    TO WRK-DX-CONTROLE.
003246     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
003250     MOVE WRK-GRP-EMPRESA        TO SNO-EMPRESA.
003260     MOVE WRK-GRP-DEPTO          TO SNO-DEPTO.
003270     MOVE WRK-GRP-REGIAO         TO SNO-REGIAO.
003280     MOVE WRK-GRP-COUNT          TO SNO-COUNT.
003290     WRITE SNAP-OUT-RECORD.
003300     MOVE ZERO                   TO WRK-GRP-COUNT.
003310     MOVE ZERO                   TO WRK-GRP-AFASTADOS.
003320 3500-REGION-TOTAL-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------
003350* 3600-DEPT-TOTAL - PRINT THE DEPARTMENT SUBTOTAL THAT JUST
003360*    ENDED AND CLEAR ITS COUNT.
003370*----------------------------------------------------------------
003380 3600-DEPT-TOTAL.
003390     MOVE 'TOTAL DEPARTAMENTO..... ' TO STL-TITULO.
003400     MOVE WRK-GRP-DEPTO          TO STL-CHAVE.
003410     MOVE WRK-DEPT-COUNT         TO STL-COUNT.
003420     WRITE RPT-LINE FROM SUBTOTAL-LINE AFTER ADVANCING 1 LINE.
003422     MOVE SUBTOTAL-LINE          TO WRK-DX-LINHA.
003424     MOVE '1'                    TO WRK-DX-CONTROLE.
003426     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
003430     MOVE ZERO                   TO WRK-DEPT-COUNT.
003440 3600-DEPT-TOTAL-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470* 3700-EMPRESA-TOTAL - PRINT THE COMPANY SUBTOTAL THAT JUST
003480*    ENDED AND CLEAR ITS COUNT.
003490*----------------------------------------------------------------
003500 3700-EMPRESA-TOTAL.
003510     MOVE 'TOTAL EMPRESA.......... ' TO STL-TITULO.
003520     MOVE WRK-GRP-EMPRESA        TO STL-CHAVE.
003530     MOVE WRK-EMPRESA-COUNT      TO STL-COUNT.
003540     WRITE RPT-LINE FROM SUBTOTAL-LINE AFTER ADVANCING 1 LINE.
003542     MOVE SUBTOTAL-LINE          TO WRK-DX-LINHA.
003544     MOVE '1'                    TO WRK-DX-CONTROLE.
003546     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
003550     MOVE ZERO                   TO WRK-EMPRESA-COUNT.
003560 3700-EMPRESA-TOTAL-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------
003590* 4000-FIND-PRIOR - LOOK THE GROUP UP IN THE PRIOR SNAPSHOT
003600*    TABLE, MARKING THE ENTRY MATCHED SO THE EMPTIED-OUT SCAN
003610*    AT THE END KNOWS WHAT WAS ACCOUNTED FOR.
003620*----------------------------------------------------------------
003630 4000-FIND-PRIOR.
003640     MOVE ZERO                   TO WRK-PRIOR-VALUE.
003650     MOVE 'N'                    TO WRK-FOUND-SWITCH.
003660     MOVE 1                      TO WRK-IX.
003670     PERFORM 4100-MATCH-PRIOR    THRU 4100-MATCH-PRIOR-EXIT
003680         UNTIL PRIOR-WAS-FOUND OR WRK-IX > WRK-PRIOR-COUNT.
003690 4000-FIND-PRIOR-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720* 4100-MATCH-PRIOR - MATCH THE GROUP AGAINST ONE PRIOR ENTRY.
003730*----------------------------------------------------------------
003740 4100-MATCH-PRIOR.
003750     IF PRT-EMPRESA (WRK-IX) = WRK-GRP-EMPRESA
003760         AND PRT-DEPTO (WRK-IX) = WRK-GRP-DEPTO
003770         AND PRT-REGIAO (WRK-IX) = WRK-GRP-REGIAO
003780         SET PRIOR-WAS-FOUND TO TRUE
003790         MOVE PRT-COUNT (WRK-IX) TO WRK-PRIOR-VALUE
003800         MOVE 'Y' TO PRT-MATCH (WRK-IX)
003810     ELSE
003820         ADD 1 TO WRK-IX
003830     END-IF.
003840 4100-MATCH-PRIOR-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870* 8000-PRINT-EMPTIED - LIST THE PRIOR GROUPS WITH NO ACTIVE
003880*    EMPLOYEES LEFT, SO SHRINKAGE TO ZERO IS VISIBLE TOO.
003890*----------------------------------------------------------------
003900 8000-PRINT-EMPTIED.
003910     MOVE 1                      TO WRK-IX.
003920     PERFORM 8100-ONE-EMPTIED    THRU 8100-ONE-EMPTIED-EXIT
003930         UNTIL WRK-IX > WRK-PRIOR-COUNT.
003940 8000-PRINT-EMPTIED-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970* 8100-ONE-EMPTIED - PRINT ONE UNMATCHED PRIOR GROUP WITH AN
003980*    ACTUAL COUNT OF ZERO, EXTRACTED UNDER ITS OWN COMPANY.
003990*----------------------------------------------------------------
004000 8100-ONE-EMPTIED.
004010     IF PRT-MATCH (WRK-IX) NOT = 'Y'
004020         MOVE SPACES             TO DETAIL-LINE
004030         MOVE PRT-EMPRESA (WRK-IX) TO DTL-EMPRESA
004040         MOVE PRT-DEPTO (WRK-IX) TO DTL-DEPTO
004050         MOVE PRT-REGIAO (WRK-IX) TO DTL-REGIAO
004060         MOVE ZERO               TO DTL-ATUAL
004070         MOVE PRT-COUNT (WRK-IX) TO DTL-ANTERIOR
004080         COMPUTE WRK-VARIACAO = ZERO - PRT-COUNT (WRK-IX)
004090         MOVE WRK-VARIACAO       TO DTL-VARIACAO
004100         WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE
004101         MOVE PRT-EMPRESA (WRK-IX) TO WRK-DX-EMPRESA
004102         MOVE DETAIL-LINE        TO WRK-DX-LINHA
004103         MOVE '1'                TO WRK-DX-CONTROLE
004104         PERFORM 8500-EXTRACT-LINE
004105                                THRU 8500-EXTRACT-LINE-EXIT
004110     END-IF.
004120     ADD 1 TO WRK-IX.
004130 8100-ONE-EMPTIED-EXIT.
004140     EXIT.
004141*----------------------------------------------------------------
004142* 8400-EXTRACT-HEADINGS - START A COMPANY'S SECTION OF THE
004143*    EXTRACT ON A NEW PAGE UNDER THE REPORT HEADINGS.
004144*----------------------------------------------------------------
004145 8400-EXTRACT-HEADINGS.
004146     MOVE HEADING-LINE-1         TO WRK-DX-LINHA.
004147     MOVE 'P'                    TO WRK-DX-CONTROLE.
004148     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
004149     MOVE HEADING-LINE-2         TO WRK-DX-LINHA.
004150     MOVE '2'                    TO WRK-DX-CONTROLE.
004151     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
004152 8400-EXTRACT-HEADINGS-EXIT.
004153     EXIT.
004154*----------------------------------------------------------------
004155* 8500-EXTRACT-LINE - COPY THE LINE JUST PRINTED TO THE
004156*    DISTRIBUTION EXTRACT, TAGGED WITH ITS COMPANY, THE RUN
004157*    DATE, ITS PRINT SEQUENCE AND ITS SPACING.
004158*----------------------------------------------------------------
004159 8500-EXTRACT-LINE.
004160     IF NOT DIST-IS-ON
004161         GO TO 8500-EXTRACT-LINE-EXIT
004162     END-IF.
004163     ADD 1 TO WRK-DIST-SEQ.
004164     MOVE WRK-DX-EMPRESA         TO DX-EMPRESA.
004165     MOVE 'PROG044'              TO DX-RELATORIO.
004166     MOVE WRK-DATA-HOJE          TO DX-DATA-EXECUCAO.
004167     MOVE WRK-DIST-SEQ           TO DX-SEQUENCIA.
004168     MOVE WRK-DX-CONTROLE        TO DX-CONTROLE.
004169     MOVE WRK-DX-LINHA           TO DX-LINHA.
004170     WRITE DIST-EXTRACT-RECORD.
004171 8500-EXTRACT-LINE-EXIT.
004172     EXIT.
004173*----------------------------------------------------------------
004174* 9999-FINALIZE - PRINT THE RUN TOTAL AND CLOSE THE FILES.
004175*----------------------------------------------------------------
004180 9999-FINALIZE.
004190     DISPLAY '------------ PROG044 - TOTAIS ------------'.
004200     DISPLAY 'FUNCIONARIOS ATIVOS... ' WRK-GRAND-COUNT.
004210     DISPLAY 'DOS QUAIS AFASTADOS... ' WRK-GRAND-AFASTADOS.
004220     CLOSE SNAP-OUT.
004230     CLOSE STAT-RPT.
004232     IF DIST-IS-ON
004234         CLOSE DIST-EXTRACT
004236     END-IF.
004240 9999-FINALIZE-EXIT.
004250     EXIT.
