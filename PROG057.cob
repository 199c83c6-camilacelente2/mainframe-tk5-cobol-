000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG057.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - THREE-WAY RECONCILIATION OF THE GL FEED.
000090*    PROG005 AND PROG009 WRITE EVERY CALCULATION TO CALC-HIST
000100*    AND TO THE GLEXTR EXTRACT; PROG025 MOVES EACH EXTRACT
000110*    RECORD EITHER TO GL-POSTED OR TO THE CARRY-FORWARD FILE.
000120*    RUN BETWEEN THE POST AND CARRY STEPS OF THE POSTING JOB,
000130*    WHILE THE EXTRACT PROG025 READ AND THE CARRY FILE IT
000140*    WROTE ARE BOTH STILL THERE, IT SORTS THE FOUR FILES
000142*    (WITH THE GLREVIEW ITEMS PROG047 ESCALATED OUT OF THE
000144*    CARRY AND THE BATCHES PROG025 HELD ON GLHELD, BOTH
000146*    COUNTED AS RETIDO)
000150*    TOGETHER ON ORIGIN, DATE, CURRENCY AND VALUES AND COUNTS
000160*    EACH SIDE PER ITEM. AN ITEM IS REPORTED WHEN
000170*      - HISTORY HOLDS MORE COPIES THAN EVER REACHED THE
000180*        LEDGER FEED (NAO EXTRAIDO);
000190*      - THE EXTRACT HOLDS MORE COPIES THAN THIS POSTING DATE
000200*        POSTED OR CARRIED (SEM DESTINO);
000210*      - IT WAS POSTED MORE THAN ONCE, OR MORE TIMES THAN IT
000220*        WAS CALCULATED (POSTADO 2X).
000230*    COUNT AND AMOUNT TOTALS ARE PRINTED PER ORIGIN AND OVERALL
000240*    AND ANY EXCEPTION ENDS THE RUN WITH RETURN CODE 4, SO THE
000250*    STREAM CAN BE STOPPED. THE AMOUNT IS THE POSTED RESULT
000260*    WHERE THE FEED HAS A COPY OF THE ITEM; HISTORY ALONE
000270*    CARRIES ONLY THE EDITED RESULT, SO A NAO EXTRAIDO ITEM
000280*    NEVER SEEN ON THE FEED IS COUNTED AT ZERO AND SHOWN WITH
000290*    ITS EDITED RESULT. THE DATE RANGE AND THE POSTING DATE
000300*    COME FROM THE PARAMETER CARD (BLANK = WHOLE FILE, TODAY).
000310*    HISTORY WRITTEN BEFORE IT CARRIED ITS ORIGIN IS COUNTED
000320*    BUT NOT MATCHED.
000330*----------------------------------------------------------------
000340* MODIFICATION HISTORY
000350*----------------------------------------------------------------
000360* 2026-10-15  RM  ORIGINAL PROGRAM.
000362* 2026-10-15  RM  SKIP THE BATCH HEADER AND TRAILER RECORDS ON
000364*                 THE EXTRACT. DETAILS OF A BATCH PROG025
000366*                 REJECTED SHOW AS SEM DESTINO.
000367* 2026-10-15  RM  READ THE MANUAL-REVIEW FILE PROG047 WRITES
000368*                 AND THE HELD FILE PROG025 WRITES FOR A LOTE
000369*                 REPETIDO BATCH. AN ITEM ON EITHER IS HELD, NOT
000370*                 LOST, AND NO LONGER SHOWS AS NAO EXTRAIDO OR
000371*                 SEM DESTINO. NEW COLUMN RETD.
000372*----------------------------------------------------------------
000380 ENVIRONMENT                     DIVISION.
000390 CONFIGURATION                   SECTION.
000400 SOURCE-COMPUTER.                IBM-370.
000410 OBJECT-COMPUTER.                IBM-370.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440 INPUT-OUTPUT                    SECTION.
000450 FILE-CONTROL.
000460     SELECT CALC-HIST            ASSIGN TO CALCHIST
000470                                 ORGANIZATION IS SEQUENTIAL
000480                                 FILE STATUS IS WS-HIST-STATUS.
000490     SELECT GL-EXTRACT           ASSIGN TO GLEXTR
000500                                 ORGANIZATION IS SEQUENTIAL
000510                                 FILE STATUS IS WS-GL-STATUS.
000520     SELECT GL-POSTED            ASSIGN TO GLPOSTD
000530                                 ORGANIZATION IS SEQUENTIAL
000540                                 FILE STATUS IS WS-PST-STATUS.
000550     SELECT GL-CARRY             ASSIGN TO GLCARRY
000560                                 ORGANIZATION IS SEQUENTIAL
000570                                 FILE STATUS IS WS-CRY-STATUS.
000571     SELECT GL-REVIEW            ASSIGN TO GLREVIEW
000572                                 ORGANIZATION IS SEQUENTIAL
000573                                 FILE STATUS IS WS-REV-STATUS.
000574     SELECT GL-HELD              ASSIGN TO GLHELD
000575                                 ORGANIZATION IS SEQUENTIAL
000576                                 FILE STATUS IS WS-HLD-STATUS.
000580     SELECT PARM-FILE            ASSIGN TO PARMCARD
000590                                 ORGANIZATION IS SEQUENTIAL
000600                                 FILE STATUS IS WS-PRM-STATUS.
000610     SELECT SORT-WORK            ASSIGN TO SORTWK01.
000620     SELECT RECON-RPT            ASSIGN TO RECNRPT
000630                                 ORGANIZATION IS SEQUENTIAL
000640                                 FILE STATUS IS WS-RPT-STATUS.
000650 DATA                            DIVISION.
000660 FILE                            SECTION.
000670 FD  CALC-HIST
000680     LABEL RECORDS ARE STANDARD.
000690     COPY CALCHIST.
000700 FD  GL-EXTRACT
000710     LABEL RECORDS ARE STANDARD.
000720 01  GL-EXTRACT-RECORD           PIC X(59).
000730 FD  GL-POSTED
000740     LABEL RECORDS ARE STANDARD.
000750 01  GL-POSTED-RECORD.
000760     05  PST-DATA-POSTAGEM       PIC X(08).
000770     05  PST-IMAGEM              PIC X(59).
000780 FD  GL-CARRY
000790     LABEL RECORDS ARE STANDARD.
000800 01  GL-CARRY-RECORD             PIC X(59).
000801 FD  GL-REVIEW
000802     LABEL RECORDS ARE STANDARD.
000803 01  GL-REVIEW-RECORD            PIC X(59).
000804 FD  GL-HELD
000805     LABEL RECORDS ARE STANDARD.
000806 01  GL-HELD-RECORD              PIC X(59).
000810 FD  PARM-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 80 CHARACTERS.
000840 01  PARM-RECORD.
000850     05  PRM-DATA-DE             PIC X(08).
000860     05  PRM-DATA-ATE            PIC X(08).
000870     05  PRM-DATA-POSTAGEM       PIC X(08).
000880     05  FILLER                  PIC X(56).
000890 SD  SORT-WORK.
000900 01  SORT-RECORD.
000910     05  SRT-ORIGEM              PIC X(08).
000920     05  SRT-DATA                PIC X(08).
000930     05  SRT-MOEDA               PIC X(03).
000940     05  SRT-V1                  PIC S9(05)V99.
000950     05  SRT-V2                  PIC S9(05)V99.
000960     05  SRT-FONTE               PIC X(01).
000970         88  SRT-IS-HISTORICO               VALUE 'H'.
000980         88  SRT-IS-EXTRATO                 VALUE 'E'.
000990         88  SRT-IS-POSTADO                 VALUE 'P'.
001000         88  SRT-IS-TRANSPORTADO            VALUE 'C'.
001005         88  SRT-IS-RETIDO                  VALUE 'R'.
001010     05  SRT-POSTADO-HOJE        PIC X(01).
001020         88  SRT-IS-POSTADO-HOJE            VALUE 'S'.
001030     05  SRT-VALOR               PIC S9(11)V99.
001040     05  SRT-RES-ED              PIC X(20).
001050 FD  RECON-RPT
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 132 CHARACTERS.
001080 01  RPT-LINE                    PIC X(132).
001090 WORKING-STORAGE                 SECTION.
001100     COPY GLINTF.
001105     COPY GLCTRL.
001110 01  HEADING-LINE-1.
001120     05  FILLER                  PIC X(44)
001130             VALUE 'CONCILIACAO HISTORICO X GL - PROG057'.
001140     05  FILLER                  PIC X(08) VALUE 'PERIODO '.
001150     05  HDR-DATA-DE             PIC X(08).
001160     05  FILLER                  PIC X(03) VALUE ' A '.
001170     05  HDR-DATA-ATE            PIC X(08).
001180     05  FILLER                  PIC X(11) VALUE ' POSTAGEM '.
001190     05  HDR-DATA-POSTAGEM       PIC X(08).
001200     05  FILLER                  PIC X(42) VALUE SPACES.
001210 01  HEADING-LINE-2.
001220     05  FILLER                  PIC X(15) VALUE 'OCORRENCIA'.
001230     05  FILLER                  PIC X(09) VALUE 'ORIGEM'.
001240     05  FILLER                  PIC X(09) VALUE 'DATA'.
001250     05  FILLER                  PIC X(04) VALUE 'MOE'.
001260     05  FILLER                  PIC X(10) VALUE '       V1'.
001270     05  FILLER                  PIC X(10) VALUE '       V2'.
001280     05  FILLER                  PIC X(05) VALUE 'QTDE'.
001290     05  FILLER                  PIC X(15) VALUE '         VALOR'.
001300     05  FILLER                  PIC X(21)
001310             VALUE 'RESULTADO HISTORICO'.
001320     05  FILLER                  PIC X(34)
001321             VALUE '  HIST   EXTR   POST   TRSP   RETD'.
001340 01  DETAIL-LINE.
001350     05  DTL-OCORRENCIA          PIC X(14).
001360     05  FILLER                  PIC X(01) VALUE SPACES.
001370     05  DTL-ORIGEM              PIC X(08).
001380     05  FILLER                  PIC X(01) VALUE SPACES.
001390     05  DTL-DATA                PIC X(08).
001400     05  FILLER                  PIC X(01) VALUE SPACES.
001410     05  DTL-MOEDA               PIC X(03).
001420     05  FILLER                  PIC X(01) VALUE SPACES.
001430     05  DTL-V1                  PIC -ZZZZ9,99.
001440     05  FILLER                  PIC X(01) VALUE SPACES.
001450     05  DTL-V2                  PIC -ZZZZ9,99.
001460     05  FILLER                  PIC X(01) VALUE SPACES.
001470     05  DTL-QTDE                PIC ZZZ9.
001480     05  FILLER                  PIC X(01) VALUE SPACES.
001490     05  DTL-VALOR               PIC -ZZZZZZZZZ9,99.
001500     05  FILLER                  PIC X(01) VALUE SPACES.
001510     05  DTL-RES-ED              PIC X(20).
001520     05  FILLER                  PIC X(01) VALUE SPACES.
001530     05  DTL-HIST                PIC ZZZZZ9.
001540     05  FILLER                  PIC X(01) VALUE SPACES.
001550     05  DTL-EXTR                PIC ZZZZZ9.
001560     05  FILLER                  PIC X(01) VALUE SPACES.
001570     05  DTL-POST                PIC ZZZZZ9.
001580     05  FILLER                  PIC X(01) VALUE SPACES.
001590     05  DTL-TRSP                PIC ZZZZZ9.
001595     05  FILLER                  PIC X(01) VALUE SPACES.
001600     05  DTL-RETD                PIC ZZZZZ9.
001610 01  TOTAL-LINE.
001620     05  TOT-TITULO              PIC X(13).
001630     05  TOT-ORIGEM              PIC X(08).
001640     05  FILLER                  PIC X(03) VALUE SPACES.
001650     05  FILLER                  PIC X(11) VALUE 'NAO EXTR.'.
001660     05  TOT-NAO-EXTR-QTDE       PIC ZZZ.ZZ9.
001670     05  FILLER                  PIC X(01) VALUE SPACES.
001680     05  TOT-NAO-EXTR-VALOR      PIC -ZZZZZZZZZ9,99.
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  FILLER                  PIC X(11) VALUE 'SEM DEST.'.
001710     05  TOT-SEM-DEST-QTDE       PIC ZZZ.ZZ9.
001720     05  FILLER                  PIC X(01) VALUE SPACES.
001730     05  TOT-SEM-DEST-VALOR      PIC -ZZZZZZZZZ9,99.
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  FILLER                  PIC X(11) VALUE 'DUPLICADOS'.
001760     05  TOT-DUPLIC-QTDE         PIC ZZZ.ZZ9.
001770     05  FILLER                  PIC X(01) VALUE SPACES.
001780     05  TOT-DUPLIC-VALOR        PIC -ZZZZZZZZZ9,99.
001790     05  FILLER                  PIC X(05) VALUE SPACES.
001800 01  ORIGIN-TOTALS.
001810     05  ORT-NAO-EXTR-QTDE       PIC 9(06) COMP.
001820     05  ORT-NAO-EXTR-VALOR      PIC S9(11)V99.
001830     05  ORT-SEM-DEST-QTDE       PIC 9(06) COMP.
001840     05  ORT-SEM-DEST-VALOR      PIC S9(11)V99.
001850     05  ORT-DUPLIC-QTDE         PIC 9(06) COMP.
001860     05  ORT-DUPLIC-VALOR        PIC S9(11)V99.
001870 01  GRAND-TOTALS.
001880     05  GRT-NAO-EXTR-QTDE       PIC 9(06) COMP.
001890     05  GRT-NAO-EXTR-VALOR      PIC S9(11)V99.
001900     05  GRT-SEM-DEST-QTDE       PIC 9(06) COMP.
001910     05  GRT-SEM-DEST-VALOR      PIC S9(11)V99.
001920     05  GRT-DUPLIC-QTDE         PIC 9(06) COMP.
001930     05  GRT-DUPLIC-VALOR        PIC S9(11)V99.
001940 01  ITEM-KEY.
001950     05  ITK-ORIGEM              PIC X(08).
001960     05  ITK-DATA                PIC X(08).
001970     05  ITK-MOEDA               PIC X(03).
001980     05  ITK-V1                  PIC S9(05)V99.
001990     05  ITK-V2                  PIC S9(05)V99.
002000 01  SORT-KEY.
002010     05  SRK-ORIGEM              PIC X(08).
002020     05  SRK-DATA                PIC X(08).
002030     05  SRK-MOEDA               PIC X(03).
002040     05  SRK-V1                  PIC S9(05)V99.
002050     05  SRK-V2                  PIC S9(05)V99.
002060 77  WS-HIST-STATUS              PIC X(02)  VALUE SPACES.
002070     88  HIST-STATUS-OK                     VALUE '00'.
002080     88  HIST-STATUS-NEW-FILE               VALUE '35'.
002090 77  WS-GL-STATUS                PIC X(02)  VALUE SPACES.
002100     88  GL-STATUS-OK                       VALUE '00'.
002110     88  GL-STATUS-NEW-FILE                 VALUE '35'.
002120 77  WS-PST-STATUS               PIC X(02)  VALUE SPACES.
002130     88  PST-STATUS-OK                      VALUE '00'.
002140     88  PST-STATUS-NEW-FILE                VALUE '35'.
002150 77  WS-CRY-STATUS               PIC X(02)  VALUE SPACES.
002160     88  CRY-STATUS-OK                      VALUE '00'.
002170     88  CRY-STATUS-NEW-FILE                VALUE '35'.
002171 77  WS-REV-STATUS               PIC X(02)  VALUE SPACES.
002172     88  REV-STATUS-OK                      VALUE '00'.
002173     88  REV-STATUS-NEW-FILE                VALUE '35'.
002174 77  WS-HLD-STATUS               PIC X(02)  VALUE SPACES.
002175     88  HLD-STATUS-OK                      VALUE '00'.
002176     88  HLD-STATUS-NEW-FILE                VALUE '35'.
002180 77  WS-PRM-STATUS               PIC X(02)  VALUE SPACES.
002190     88  PRM-STATUS-OK                      VALUE '00'.
002200     88  PRM-STATUS-NEW-FILE                VALUE '35'.
002210 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
002220     88  RPT-STATUS-OK                      VALUE '00'.
002230 77  WRK-DATA-DE                 PIC X(08)  VALUE SPACES.
002240 77  WRK-DATA-ATE                PIC X(08)  VALUE SPACES.
002250 77  WRK-DATA-POSTAGEM           PIC X(08)  VALUE SPACES.
002260 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
002270     88  END-OF-INPUT                       VALUE 'Y'.
002280 77  WRK-SORT-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002290     88  END-OF-SORT-WORK                   VALUE 'Y'.
002300 77  WRK-VALOR-SWITCH            PIC X(01)  VALUE 'N'.
002310     88  ITEM-HAS-VALOR                     VALUE 'Y'.
002320 77  WRK-PRIOR-ORIGEM            PIC X(08)  VALUE LOW-VALUES.
002330 77  WRK-ITEM-VALOR              PIC S9(11)V99 VALUE ZERO.
002340 77  WRK-ITEM-RES-ED             PIC X(20)  VALUE SPACES.
002350 77  WRK-LINE-VALOR              PIC S9(11)V99 VALUE ZERO.
002360 77  WRK-ITEM-HIST               PIC S9(06) COMP VALUE ZERO.
002370 77  WRK-ITEM-EXTR               PIC S9(06) COMP VALUE ZERO.
002380 77  WRK-ITEM-POST               PIC S9(06) COMP VALUE ZERO.
002390 77  WRK-ITEM-POST-HOJE          PIC S9(06) COMP VALUE ZERO.
002400 77  WRK-ITEM-TRSP               PIC S9(06) COMP VALUE ZERO.
002405 77  WRK-ITEM-RETD               PIC S9(06) COMP VALUE ZERO.
002410 77  WRK-SEM-DEST                PIC S9(06) COMP VALUE ZERO.
002420 77  WRK-NAO-EXTR                PIC S9(06) COMP VALUE ZERO.
002430 77  WRK-DUPLIC                  PIC S9(06) COMP VALUE ZERO.
002440 77  WRK-HIST-MINIMO             PIC S9(06) COMP VALUE ZERO.
002450 77  WRK-HIST-COUNT              PIC 9(06)  COMP VALUE ZERO.
002460 77  WRK-HIST-SEM-ORIGEM         PIC 9(06)  COMP VALUE ZERO.
002470 77  WRK-EXTR-COUNT              PIC 9(06)  COMP VALUE ZERO.
002480 77  WRK-POST-COUNT              PIC 9(06)  COMP VALUE ZERO.
002490 77  WRK-TRSP-COUNT              PIC 9(06)  COMP VALUE ZERO.
002495 77  WRK-RETD-COUNT              PIC 9(06)  COMP VALUE ZERO.
002500 77  WRK-ITEM-COUNT              PIC 9(06)  COMP VALUE ZERO.
002510 77  WRK-EXCEPTION-COUNT         PIC 9(06)  COMP VALUE ZERO.
002520 PROCEDURE                       DIVISION.
002530*----------------------------------------------------------------
002540* 0000-MAINLINE
002550*----------------------------------------------------------------
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
002580     SORT SORT-WORK
002590         ON ASCENDING KEY SRT-ORIGEM SRT-DATA SRT-MOEDA
002600                          SRT-V1 SRT-V2
002610         INPUT PROCEDURE IS 2000-LOAD-FEED
002620                          THRU 2000-LOAD-FEED-EXIT
002630         OUTPUT PROCEDURE IS 3000-RECONCILE
002640                          THRU 3000-RECONCILE-EXIT.
002650     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
002660     IF WRK-EXCEPTION-COUNT > ZERO
002670         MOVE 4 TO RETURN-CODE
002680     END-IF.
002690     STOP RUN.
002700*----------------------------------------------------------------
002710* 1000-INITIALIZE - TAKE THE PARAMETERS, OPEN THE REPORT AND
002720*    PRINT THE HEADINGS.
002730*----------------------------------------------------------------
002740 1000-INITIALIZE.
002750     PERFORM 1050-GET-PARM       THRU 1050-GET-PARM-EXIT.
002760     INITIALIZE ORIGIN-TOTALS.
002770     INITIALIZE GRAND-TOTALS.
002780     OPEN OUTPUT RECON-RPT.
002790     MOVE WRK-DATA-DE            TO HDR-DATA-DE.
002800     MOVE WRK-DATA-ATE           TO HDR-DATA-ATE.
002810     MOVE WRK-DATA-POSTAGEM      TO HDR-DATA-POSTAGEM.
002820     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
002830     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
002840 1000-INITIALIZE-EXIT.
002850     EXIT.
002860*----------------------------------------------------------------
002870* 1050-GET-PARM - TAKE THE DATE RANGE AND POSTING DATE FROM THE
002880*    PARAMETER CARD WHEN THE FILE IS SUPPLIED, FALLING BACK TO
002890*    THE CONSOLE PROMPTS WHEN IT IS NOT. A DATE THAT IS NOT
002900*    NUMERIC LEAVES THAT END OF THE RANGE OPEN; A POSTING DATE
002910*    THAT IS NOT NUMERIC IS TAKEN AS TODAY.
002920*----------------------------------------------------------------
002930 1050-GET-PARM.
002940     OPEN INPUT PARM-FILE.
002950     IF PRM-STATUS-NEW-FILE
002960         DISPLAY 'DATA INICIAL (AAAAMMDD)... '
002970         ACCEPT WRK-DATA-DE
002980         DISPLAY 'DATA FINAL   (AAAAMMDD)... '
002990         ACCEPT WRK-DATA-ATE
003000         DISPLAY 'DATA POSTAGEM (AAAAMMDD).. '
003010         ACCEPT WRK-DATA-POSTAGEM
003020         GO TO 1050-GET-PARM-EDIT
003030     END-IF.
003040     READ PARM-FILE
003050         AT END
003060             MOVE SPACES         TO PARM-RECORD
003070     END-READ.
003080     MOVE PRM-DATA-DE            TO WRK-DATA-DE.
003090     MOVE PRM-DATA-ATE           TO WRK-DATA-ATE.
003100     MOVE PRM-DATA-POSTAGEM      TO WRK-DATA-POSTAGEM.
003110     CLOSE PARM-FILE.
003120 1050-GET-PARM-EDIT.
003130     IF WRK-DATA-DE NOT NUMERIC
003140         MOVE '00000000'         TO WRK-DATA-DE
003150     END-IF.
003160     IF WRK-DATA-ATE NOT NUMERIC
003170         MOVE '99999999'         TO WRK-DATA-ATE
003180     END-IF.
003190     IF WRK-DATA-POSTAGEM NOT NUMERIC
003200         ACCEPT WRK-DATA-POSTAGEM FROM DATE YYYYMMDD
003210     END-IF.
003270 1050-GET-PARM-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------
003300* 2000-LOAD-FEED - INPUT PROCEDURE FOR THE SORT. RELEASES ONE
003310*    RECORD PER HISTORY, EXTRACT, POSTED, CARRY, REVIEW AND HELD
003320*    RECORD DATED WITHIN THE RANGE, TAGGED WITH THE FILE IT CAME
003330*    FROM. A FILE THAT HAS NEVER BEEN CREATED IS TAKEN AS EMPTY.
003340*----------------------------------------------------------------
003350 2000-LOAD-FEED.
003360     OPEN INPUT CALC-HIST.
003370     IF NOT HIST-STATUS-NEW-FILE
003380         MOVE 'N'                TO WRK-EOF-SWITCH
003390         PERFORM 2100-LOAD-HISTORY
003400                                THRU 2100-LOAD-HISTORY-EXIT
003410             UNTIL END-OF-INPUT
003420         CLOSE CALC-HIST
003430     END-IF.
003440     OPEN INPUT GL-EXTRACT.
003450     IF NOT GL-STATUS-NEW-FILE
003460         MOVE 'N'                TO WRK-EOF-SWITCH
003470         PERFORM 2200-LOAD-EXTRACT
003480                                THRU 2200-LOAD-EXTRACT-EXIT
003490             UNTIL END-OF-INPUT
003500         CLOSE GL-EXTRACT
003510     END-IF.
003520     OPEN INPUT GL-POSTED.
003530     IF NOT PST-STATUS-NEW-FILE
003540         MOVE 'N'                TO WRK-EOF-SWITCH
003550         PERFORM 2300-LOAD-POSTED
003560                                THRU 2300-LOAD-POSTED-EXIT
003570             UNTIL END-OF-INPUT
003580         CLOSE GL-POSTED
003590     END-IF.
003600     OPEN INPUT GL-CARRY.
003610     IF NOT CRY-STATUS-NEW-FILE
003620         MOVE 'N'                TO WRK-EOF-SWITCH
003630         PERFORM 2400-LOAD-CARRY THRU 2400-LOAD-CARRY-EXIT
003640             UNTIL END-OF-INPUT
003650         CLOSE GL-CARRY
003660     END-IF.
003661     OPEN INPUT GL-REVIEW.
003662     IF NOT REV-STATUS-NEW-FILE
003663         MOVE 'N'                TO WRK-EOF-SWITCH
003664         PERFORM 2410-LOAD-REVIEW
003665                                THRU 2410-LOAD-REVIEW-EXIT
003666             UNTIL END-OF-INPUT
003667         CLOSE GL-REVIEW
003668     END-IF.
003669     OPEN INPUT GL-HELD.
003670     IF NOT HLD-STATUS-NEW-FILE
003671         MOVE 'N'                TO WRK-EOF-SWITCH
003672         PERFORM 2420-LOAD-HELD  THRU 2420-LOAD-HELD-EXIT
003673             UNTIL END-OF-INPUT
003674         CLOSE GL-HELD
003675     END-IF.
003676 2000-LOAD-FEED-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700* 2100-LOAD-HISTORY - RELEASE ONE HISTORY RECORD. ONE WITH NO
003710*    ORIGIN PREDATES THE ORIGIN STAMP AND IS ONLY COUNTED.
003720*----------------------------------------------------------------
003730 2100-LOAD-HISTORY.
003740     READ CALC-HIST
003750         AT END
003760             SET END-OF-INPUT TO TRUE
003770             GO TO 2100-LOAD-HISTORY-EXIT
003780     END-READ.
003790     IF HIST-DATA < WRK-DATA-DE OR HIST-DATA > WRK-DATA-ATE
003800         GO TO 2100-LOAD-HISTORY-EXIT
003810     END-IF.
003820     IF HIST-ORIGEM = SPACES
003830         ADD 1 TO WRK-HIST-SEM-ORIGEM
003840         GO TO 2100-LOAD-HISTORY-EXIT
003850     END-IF.
003860     ADD 1                       TO WRK-HIST-COUNT.
003870     MOVE SPACES                 TO SORT-RECORD.
003880     MOVE HIST-ORIGEM            TO SRT-ORIGEM.
003890     MOVE HIST-DATA              TO SRT-DATA.
003900     MOVE HIST-MOEDA             TO SRT-MOEDA.
003910     MOVE HIST-V1                TO SRT-V1.
003920     MOVE HIST-V2                TO SRT-V2.
003930     MOVE 'H'                    TO SRT-FONTE.
003940     MOVE ZERO                   TO SRT-VALOR.
003950     MOVE HIST-RES-ED            TO SRT-RES-ED.
003960     RELEASE SORT-RECORD.
003970 2100-LOAD-HISTORY-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000* 2200-LOAD-EXTRACT - RELEASE ONE RECORD OF THE EXTRACT THE
004010*    POSTING RUN READ. BATCH CONTROL RECORDS ARE NOT ITEMS.
004020*----------------------------------------------------------------
004030 2200-LOAD-EXTRACT.
004040     READ GL-EXTRACT
004050         AT END
004060             SET END-OF-INPUT TO TRUE
004070             GO TO 2200-LOAD-EXTRACT-EXIT
004080     END-READ.
004082     MOVE GL-EXTRACT-RECORD      TO GL-CONTROL-RECORD.
004084     IF GL-CTL-IS-CONTROL
004086         GO TO 2200-LOAD-EXTRACT-EXIT
004088     END-IF.
004090     MOVE GL-EXTRACT-RECORD      TO GL-INTERFACE-RECORD.
004100     IF GL-DATA < WRK-DATA-DE OR GL-DATA > WRK-DATA-ATE
004110         GO TO 2200-LOAD-EXTRACT-EXIT
004120     END-IF.
004130     ADD 1                       TO WRK-EXTR-COUNT.
004140     MOVE 'E'                    TO SRT-FONTE.
004150     PERFORM 2500-RELEASE-FEED   THRU 2500-RELEASE-FEED-EXIT.
004160 2200-LOAD-EXTRACT-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190* 2300-LOAD-POSTED - RELEASE ONE POSTED RECORD, MARKING THOSE
004200*    POSTED ON THE POSTING DATE BEING RECONCILED.
004210*----------------------------------------------------------------
004220 2300-LOAD-POSTED.
004230     READ GL-POSTED
004240         AT END
004250             SET END-OF-INPUT TO TRUE
004260             GO TO 2300-LOAD-POSTED-EXIT
004270     END-READ.
004280     MOVE PST-IMAGEM             TO GL-INTERFACE-RECORD.
004290     IF GL-DATA < WRK-DATA-DE OR GL-DATA > WRK-DATA-ATE
004300         GO TO 2300-LOAD-POSTED-EXIT
004310     END-IF.
004320     ADD 1                       TO WRK-POST-COUNT.
004330     MOVE 'P'                    TO SRT-FONTE.
004340     PERFORM 2500-RELEASE-FEED   THRU 2500-RELEASE-FEED-EXIT.
004350 2300-LOAD-POSTED-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004380* 2400-LOAD-CARRY - RELEASE ONE RECORD THE POSTING RUN CARRIED
004390*    FORWARD.
004400*----------------------------------------------------------------
004410 2400-LOAD-CARRY.
004420     READ GL-CARRY
004430         AT END
004440             SET END-OF-INPUT TO TRUE
004450             GO TO 2400-LOAD-CARRY-EXIT
004460     END-READ.
004470     MOVE GL-CARRY-RECORD        TO GL-INTERFACE-RECORD.
004480     IF GL-DATA < WRK-DATA-DE OR GL-DATA > WRK-DATA-ATE
004490         GO TO 2400-LOAD-CARRY-EXIT
004500     END-IF.
004510     ADD 1                       TO WRK-TRSP-COUNT.
004520     MOVE 'C'                    TO SRT-FONTE.
004530     PERFORM 2500-RELEASE-FEED   THRU 2500-RELEASE-FEED-EXIT.
004540 2400-LOAD-CARRY-EXIT.
004550     EXIT.
004551*----------------------------------------------------------------
004552* 2410-LOAD-REVIEW - RELEASE ONE RECORD PROG047 ESCALATED TO
004553*    MANUAL REVIEW OUT OF THE CARRY.
004554*----------------------------------------------------------------
004555 2410-LOAD-REVIEW.
004556     READ GL-REVIEW
004557         AT END
004558             SET END-OF-INPUT TO TRUE
004559             GO TO 2410-LOAD-REVIEW-EXIT
004560     END-READ.
004561     MOVE GL-REVIEW-RECORD       TO GL-INTERFACE-RECORD.
004562     IF GL-DATA < WRK-DATA-DE OR GL-DATA > WRK-DATA-ATE
004563         GO TO 2410-LOAD-REVIEW-EXIT
004564     END-IF.
004565     ADD 1                       TO WRK-RETD-COUNT.
004566     MOVE 'R'                    TO SRT-FONTE.
004567     PERFORM 2500-RELEASE-FEED   THRU 2500-RELEASE-FEED-EXIT.
004568 2410-LOAD-REVIEW-EXIT.
004569     EXIT.
004570*----------------------------------------------------------------
004571* 2420-LOAD-HELD - RELEASE ONE DETAIL OF A BATCH PROG025 HELD
004572*    AS LOTE REPETIDO.
004573*----------------------------------------------------------------
004574 2420-LOAD-HELD.
004575     READ GL-HELD
004576         AT END
004577             SET END-OF-INPUT TO TRUE
004578             GO TO 2420-LOAD-HELD-EXIT
004579     END-READ.
004580     MOVE GL-HELD-RECORD         TO GL-INTERFACE-RECORD.
004581     IF GL-DATA < WRK-DATA-DE OR GL-DATA > WRK-DATA-ATE
004582         GO TO 2420-LOAD-HELD-EXIT
004583     END-IF.
004584     ADD 1                       TO WRK-RETD-COUNT.
004585     MOVE 'R'                    TO SRT-FONTE.
004586     PERFORM 2500-RELEASE-FEED   THRU 2500-RELEASE-FEED-EXIT.
004587 2420-LOAD-HELD-EXIT.
004588     EXIT.
004589*----------------------------------------------------------------
004590* 2500-RELEASE-FEED - BUILD AND RELEASE THE SORT RECORD FOR THE
004591*    FEED RECORD NOW IN GL-INTERFACE-RECORD. SRT-FONTE IS SET
004592*    BY THE CALLER.
004600*----------------------------------------------------------------
004610 2500-RELEASE-FEED.
004620     MOVE GL-ORIGEM              TO SRT-ORIGEM.
004630     MOVE GL-DATA                TO SRT-DATA.
004640     MOVE GL-MOEDA               TO SRT-MOEDA.
004650     MOVE GL-V1                  TO SRT-V1.
004660     MOVE GL-V2                  TO SRT-V2.
004670     MOVE GL-RESULTADO           TO SRT-VALOR.
004680     MOVE SPACES                 TO SRT-RES-ED.
004690     MOVE SPACES                 TO SRT-POSTADO-HOJE.
004700     IF SRT-IS-POSTADO
004710         AND PST-DATA-POSTAGEM = WRK-DATA-POSTAGEM
004720         MOVE 'S'                TO SRT-POSTADO-HOJE
004730     END-IF.
004740     RELEASE SORT-RECORD.
004750 2500-RELEASE-FEED-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780* 3000-RECONCILE - OUTPUT PROCEDURE FOR THE SORT. COUNTS EACH
004790*    ITEM'S COPIES PER FILE, BREAKING ON THE ITEM AND ON THE
004800*    ORIGIN, THEN PRINTS THE GRAND TOTALS.
004810*----------------------------------------------------------------
004820 3000-RECONCILE.
004830     PERFORM 3100-RETURN-SORT    THRU 3100-RETURN-SORT-EXIT.
004840     PERFORM 3200-PROCESS-RECORD
004850                                THRU 3200-PROCESS-RECORD-EXIT
004860         UNTIL END-OF-SORT-WORK.
004870     IF WRK-PRIOR-ORIGEM NOT = LOW-VALUES
004880         PERFORM 3500-ITEM-BREAK THRU 3500-ITEM-BREAK-EXIT
004890         PERFORM 3700-ORIGIN-TOTAL
004900                                THRU 3700-ORIGIN-TOTAL-EXIT
004910     END-IF.
004920     PERFORM 3800-GRAND-TOTAL    THRU 3800-GRAND-TOTAL-EXIT.
004930 3000-RECONCILE-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960* 3100-RETURN-SORT - RETURN THE NEXT SORTED RECORD.
004970*----------------------------------------------------------------
004980 3100-RETURN-SORT.
004990     RETURN SORT-WORK
005000         AT END
005010             SET END-OF-SORT-WORK TO TRUE
005020     END-RETURN.
005030 3100-RETURN-SORT-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------
005060* 3200-PROCESS-RECORD - CLOSE THE PREVIOUS ITEM (AND ORIGIN)
005070*    WHEN THE KEY CHANGES, THEN COUNT THE RECORD UNDER ITS FILE.
005080*----------------------------------------------------------------
005090 3200-PROCESS-RECORD.
005100     MOVE SRT-ORIGEM             TO SRK-ORIGEM.
005110     MOVE SRT-DATA               TO SRK-DATA.
005120     MOVE SRT-MOEDA              TO SRK-MOEDA.
005130     MOVE SRT-V1                 TO SRK-V1.
005140     MOVE SRT-V2                 TO SRK-V2.
005150     IF WRK-PRIOR-ORIGEM = LOW-VALUES
005160         GO TO 3200-PROCESS-RECORD-NEW
005170     END-IF.
005180     IF SORT-KEY = ITEM-KEY
005190         GO TO 3200-PROCESS-RECORD-COUNT
005200     END-IF.
005210     PERFORM 3500-ITEM-BREAK     THRU 3500-ITEM-BREAK-EXIT.
005220     IF SRT-ORIGEM NOT = WRK-PRIOR-ORIGEM
005230         PERFORM 3700-ORIGIN-TOTAL
005240                                THRU 3700-ORIGIN-TOTAL-EXIT
005250     END-IF.
005260 3200-PROCESS-RECORD-NEW.
005270     MOVE SORT-KEY               TO ITEM-KEY.
005280     MOVE SRT-ORIGEM             TO WRK-PRIOR-ORIGEM.
005290     MOVE ZERO                   TO WRK-ITEM-HIST.
005300     MOVE ZERO                   TO WRK-ITEM-EXTR.
005310     MOVE ZERO                   TO WRK-ITEM-POST.
005320     MOVE ZERO                   TO WRK-ITEM-POST-HOJE.
005330     MOVE ZERO                   TO WRK-ITEM-TRSP.
005335     MOVE ZERO                   TO WRK-ITEM-RETD.
005340     MOVE ZERO                   TO WRK-ITEM-VALOR.
005350     MOVE SPACES                 TO WRK-ITEM-RES-ED.
005360     MOVE 'N'                    TO WRK-VALOR-SWITCH.
005370     ADD 1                       TO WRK-ITEM-COUNT.
005380 3200-PROCESS-RECORD-COUNT.
005390     EVALUATE TRUE
005400         WHEN SRT-IS-HISTORICO
005410             ADD 1 TO WRK-ITEM-HIST
005420             MOVE SRT-RES-ED     TO WRK-ITEM-RES-ED
005430         WHEN SRT-IS-EXTRATO
005440             ADD 1 TO WRK-ITEM-EXTR
005450         WHEN SRT-IS-POSTADO
005460             ADD 1 TO WRK-ITEM-POST
005470             IF SRT-IS-POSTADO-HOJE
005480                 ADD 1 TO WRK-ITEM-POST-HOJE
005490             END-IF
005500         WHEN SRT-IS-TRANSPORTADO
005510             ADD 1 TO WRK-ITEM-TRSP
005512         WHEN SRT-IS-RETIDO
005514             ADD 1 TO WRK-ITEM-RETD
005520     END-EVALUATE.
005530     IF NOT SRT-IS-HISTORICO
005540         MOVE SRT-VALOR          TO WRK-ITEM-VALOR
005550         SET ITEM-HAS-VALOR      TO TRUE
005560     END-IF.
005570     PERFORM 3100-RETURN-SORT    THRU 3100-RETURN-SORT-EXIT.
005580 3200-PROCESS-RECORD-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610* 3500-ITEM-BREAK - WEIGH THE ITEM'S COPIES. EVERYTHING THE
005620*    POSTING RUN READ MUST HAVE GONE TO GL-POSTED TODAY OR TO
005630*    THE CARRY FILE; EVERY HISTORY RECORD MUST BE ON GL-POSTED
005640*    OR THE CARRY FILE, UNLESS IT WAS LOST OUT OF THE EXTRACT
005642*    (A COPY HELD FOR REVIEW OR AS A REPEATED BATCH COUNTS FOR
005644*    BOTH)
005650*    (ALREADY REPORTED AS SEM DESTINO); AND NOTHING MAY BE
005660*    POSTED MORE THAN ONCE OR MORE OFTEN THAN IT WAS CALCULATED.
005670*----------------------------------------------------------------
005680 3500-ITEM-BREAK.
005690     COMPUTE WRK-SEM-DEST = WRK-ITEM-EXTR
005691                          - WRK-ITEM-POST-HOJE - WRK-ITEM-TRSP
005701                          - WRK-ITEM-RETD.
005710     IF WRK-SEM-DEST < ZERO
005720         MOVE ZERO               TO WRK-SEM-DEST
005730     END-IF.
005740     COMPUTE WRK-NAO-EXTR = WRK-ITEM-HIST - WRK-ITEM-POST
005741                          - WRK-ITEM-TRSP - WRK-ITEM-RETD
005751                          - WRK-SEM-DEST.
005760     IF WRK-NAO-EXTR < ZERO
005770         MOVE ZERO               TO WRK-NAO-EXTR
005780     END-IF.
005790     MOVE WRK-ITEM-HIST          TO WRK-HIST-MINIMO.
005800     IF WRK-HIST-MINIMO < 1
005810         MOVE 1                  TO WRK-HIST-MINIMO
005820     END-IF.
005830     COMPUTE WRK-DUPLIC = WRK-ITEM-POST - WRK-HIST-MINIMO.
005840     IF WRK-DUPLIC < ZERO
005850         MOVE ZERO               TO WRK-DUPLIC
005860     END-IF.
005870     IF WRK-NAO-EXTR > ZERO
005880         MOVE 'NAO EXTRAIDO'     TO DTL-OCORRENCIA
005890         MOVE WRK-NAO-EXTR       TO DTL-QTDE
005900         COMPUTE WRK-LINE-VALOR = WRK-ITEM-VALOR * WRK-NAO-EXTR
005910         ADD WRK-NAO-EXTR        TO ORT-NAO-EXTR-QTDE
005920         ADD WRK-LINE-VALOR      TO ORT-NAO-EXTR-VALOR
005930         PERFORM 3600-PRINT-ITEM THRU 3600-PRINT-ITEM-EXIT
005940     END-IF.
005950     IF WRK-SEM-DEST > ZERO
005960         MOVE 'SEM DESTINO'      TO DTL-OCORRENCIA
005970         MOVE WRK-SEM-DEST       TO DTL-QTDE
005980         COMPUTE WRK-LINE-VALOR = WRK-ITEM-VALOR * WRK-SEM-DEST
005990         ADD WRK-SEM-DEST        TO ORT-SEM-DEST-QTDE
006000         ADD WRK-LINE-VALOR      TO ORT-SEM-DEST-VALOR
006010         PERFORM 3600-PRINT-ITEM THRU 3600-PRINT-ITEM-EXIT
006020     END-IF.
006030     IF WRK-DUPLIC > ZERO
006040         MOVE 'POSTADO 2X'       TO DTL-OCORRENCIA
006050         MOVE WRK-DUPLIC         TO DTL-QTDE
006060         COMPUTE WRK-LINE-VALOR = WRK-ITEM-VALOR * WRK-DUPLIC
006070         ADD WRK-DUPLIC          TO ORT-DUPLIC-QTDE
006080         ADD WRK-LINE-VALOR      TO ORT-DUPLIC-VALOR
006090         PERFORM 3600-PRINT-ITEM THRU 3600-PRINT-ITEM-EXIT
006100     END-IF.
006110 3500-ITEM-BREAK-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140* 3600-PRINT-ITEM - PRINT ONE EXCEPTION LINE FOR THE ITEM WITH
006150*    ITS COPY COUNT ON EACH FILE. DTL-OCORRENCIA AND DTL-QTDE
006160*    ARE SET BY THE CALLER.
006170*----------------------------------------------------------------
006180 3600-PRINT-ITEM.
006190     MOVE ITK-ORIGEM             TO DTL-ORIGEM.
006200     MOVE ITK-DATA               TO DTL-DATA.
006210     MOVE ITK-MOEDA              TO DTL-MOEDA.
006220     MOVE ITK-V1                 TO DTL-V1.
006230     MOVE ITK-V2                 TO DTL-V2.
006240     MOVE WRK-LINE-VALOR         TO DTL-VALOR.
006250     MOVE WRK-ITEM-RES-ED        TO DTL-RES-ED.
006260     MOVE WRK-ITEM-HIST          TO DTL-HIST.
006270     MOVE WRK-ITEM-EXTR          TO DTL-EXTR.
006280     MOVE WRK-ITEM-POST          TO DTL-POST.
006290     MOVE WRK-ITEM-TRSP          TO DTL-TRSP.
006295     MOVE WRK-ITEM-RETD          TO DTL-RETD.
006300     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
006310     ADD 1                       TO WRK-EXCEPTION-COUNT.
006320 3600-PRINT-ITEM-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------
006350* 3700-ORIGIN-TOTAL - PRINT THE ORIGIN'S EXCEPTION COUNTS AND
006360*    AMOUNTS, ROLL THEM INTO THE GRAND TOTALS AND CLEAR THEM.
006370*----------------------------------------------------------------
006380 3700-ORIGIN-TOTAL.
006390     MOVE 'TOTAL ORIGEM '        TO TOT-TITULO.
006400     MOVE WRK-PRIOR-ORIGEM       TO TOT-ORIGEM.
006410     MOVE ORT-NAO-EXTR-QTDE      TO TOT-NAO-EXTR-QTDE.
006420     MOVE ORT-NAO-EXTR-VALOR     TO TOT-NAO-EXTR-VALOR.
006430     MOVE ORT-SEM-DEST-QTDE      TO TOT-SEM-DEST-QTDE.
006440     MOVE ORT-SEM-DEST-VALOR     TO TOT-SEM-DEST-VALOR.
006450     MOVE ORT-DUPLIC-QTDE        TO TOT-DUPLIC-QTDE.
006460     MOVE ORT-DUPLIC-VALOR       TO TOT-DUPLIC-VALOR.
006470     WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
006480     MOVE SPACES                 TO RPT-LINE.
006490     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
006500     ADD ORT-NAO-EXTR-QTDE       TO GRT-NAO-EXTR-QTDE.
006510     ADD ORT-NAO-EXTR-VALOR      TO GRT-NAO-EXTR-VALOR.
006520     ADD ORT-SEM-DEST-QTDE       TO GRT-SEM-DEST-QTDE.
006530     ADD ORT-SEM-DEST-VALOR      TO GRT-SEM-DEST-VALOR.
006540     ADD ORT-DUPLIC-QTDE         TO GRT-DUPLIC-QTDE.
006550     ADD ORT-DUPLIC-VALOR        TO GRT-DUPLIC-VALOR.
006560     INITIALIZE ORIGIN-TOTALS.
006570 3700-ORIGIN-TOTAL-EXIT.
006580     EXIT.
006590*----------------------------------------------------------------
006600* 3800-GRAND-TOTAL - PRINT THE EXCEPTION TOTALS FOR THE RUN.
006610*----------------------------------------------------------------
006620 3800-GRAND-TOTAL.
006630     MOVE 'TOTAL GERAL  '        TO TOT-TITULO.
006640     MOVE SPACES                 TO TOT-ORIGEM.
006650     MOVE GRT-NAO-EXTR-QTDE      TO TOT-NAO-EXTR-QTDE.
006660     MOVE GRT-NAO-EXTR-VALOR     TO TOT-NAO-EXTR-VALOR.
006670     MOVE GRT-SEM-DEST-QTDE      TO TOT-SEM-DEST-QTDE.
006680     MOVE GRT-SEM-DEST-VALOR     TO TOT-SEM-DEST-VALOR.
006690     MOVE GRT-DUPLIC-QTDE        TO TOT-DUPLIC-QTDE.
006700     MOVE GRT-DUPLIC-VALOR       TO TOT-DUPLIC-VALOR.
006710     WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
006720 3800-GRAND-TOTAL-EXIT.
006730     EXIT.
006740*----------------------------------------------------------------
006750* 9999-FINALIZE - DISPLAY THE RUN TOTALS AND CLOSE THE REPORT.
006760*----------------------------------------------------------------
006770 9999-FINALIZE.
006780     DISPLAY '------------ PROG057 - TOTAIS ------------'.
006790     DISPLAY 'HISTORICO LIDO.... ' WRK-HIST-COUNT.
006800     DISPLAY 'HIST. SEM ORIGEM.. ' WRK-HIST-SEM-ORIGEM.
006810     DISPLAY 'EXTRATO LIDO...... ' WRK-EXTR-COUNT.
006820     DISPLAY 'POSTADOS LIDOS.... ' WRK-POST-COUNT.
006830     DISPLAY 'TRANSPORTADOS..... ' WRK-TRSP-COUNT.
006835     DISPLAY 'RETIDOS........... ' WRK-RETD-COUNT.
006840     DISPLAY 'ITENS CONCILIADOS. ' WRK-ITEM-COUNT.
006850     DISPLAY 'OCORRENCIAS....... ' WRK-EXCEPTION-COUNT.
006860     CLOSE RECON-RPT.
006870 9999-FINALIZE-EXIT.
006880     EXIT.
