000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG056.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - BUDGET-VERSUS-ACTUAL REPORT. FOR THE MONTH
000090*    ASKED FOR, LEDGER-MASTER IS READ FROM THE FIRST OF THE
000100*    YEAR THROUGH THE END OF THE MONTH - PROG046'S DAY-00
000110*    SUMMARY RECORDS FOR CLOSED MONTHS INCLUDED - AND TOTALED
000120*    PER ACCOUNT AND ORIGIN. BUDGET-MASTER IS THEN READ IN KEY
000130*    ORDER AND ONE LINE IS PRINTED PER BUDGET LINE WITH THE
000140*    BUDGET, ACTUAL, VARIANCE AND PERCENT VARIANCE FOR THE
000150*    MONTH AND FOR THE YEAR TO DATE. THE ACTUAL OF AN ORIGIN
000160*    LINE IS THE NET MOVEMENT ON THE DEBIT ACCOUNT THE
000170*    ORIGIN-MAP NAMES FOR IT - THE SIGNED TOTAL PROG025 POSTED;
000180*    THE ACTUAL OF AN ACCOUNT LINE IS THE ACCOUNT'S NET
000190*    MOVEMENT ON ITS NORMAL SIDE, WITHIN ONE ORIGIN OR ACROSS
000200*    ALL OF THEM. A LINE WHOSE PERCENT VARIANCE, EITHER WAY,
000210*    IS OVER ITS TOLERANCE IN THE MONTH OR THE YEAR IS FLAGGED,
000220*    AND THE RUN THEN ENDS WITH A NON-ZERO RETURN CODE, AS
000230*    PROG042 DOES FOR A DEPARTMENT OVER ITS LOTACAO.
000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*----------------------------------------------------------------
000270* 2026-10-15  RM  ORIGINAL PROGRAM.
000280*----------------------------------------------------------------
000290 ENVIRONMENT                     DIVISION.
000300 CONFIGURATION                   SECTION.
000310 SOURCE-COMPUTER.                IBM-370.
000320 OBJECT-COMPUTER.                IBM-370.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT                    SECTION.
000360 FILE-CONTROL.
000370     SELECT LEDGER-MASTER        ASSIGN TO LEDGMAST
000380                                 ORGANIZATION IS INDEXED
000390                                 ACCESS MODE IS DYNAMIC
000400                                 RECORD KEY IS LED-CHAVE
000410                                 FILE STATUS IS WS-LED-STATUS.
000420     SELECT BUDGET-MASTER        ASSIGN TO BUDGMAST
000430                                 ORGANIZATION IS INDEXED
000440                                 ACCESS MODE IS DYNAMIC
000450                                 RECORD KEY IS BUD-CHAVE
000460                                 FILE STATUS IS WS-BUD-STATUS.
000470     SELECT ACCOUNT-MASTER       ASSIGN TO ACCTMAST
000480                                 ORGANIZATION IS INDEXED
000490                                 ACCESS MODE IS DYNAMIC
000500                                 RECORD KEY IS ACT-CONTA
000510                                 FILE STATUS IS WS-ACT-STATUS.
000520     SELECT ORIGIN-MAP           ASSIGN TO ORIGMAP
000530                                 ORGANIZATION IS INDEXED
000540                                 ACCESS MODE IS DYNAMIC
000550                                 RECORD KEY IS MAP-ORIGEM
000560                                 FILE STATUS IS WS-MAP-STATUS.
000570     SELECT VARIANCE-RPT         ASSIGN TO ORCARPT
000580                                 ORGANIZATION IS SEQUENTIAL
000590                                 FILE STATUS IS WS-RPT-STATUS.
000600 DATA                            DIVISION.
000610 FILE                            SECTION.
000620 FD  LEDGER-MASTER
000630     LABEL RECORDS ARE STANDARD.
000640     COPY LEDGMAST.
000650 FD  BUDGET-MASTER
000660     LABEL RECORDS ARE STANDARD.
000670     COPY BUDGMAST.
000680 FD  ACCOUNT-MASTER
000690     LABEL RECORDS ARE STANDARD.
000700     COPY ACCTMAST.
000710 FD  ORIGIN-MAP
000720     LABEL RECORDS ARE STANDARD.
000730     COPY ORIGMAP.
000740 FD  VARIANCE-RPT
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 132 CHARACTERS.
000770 01  RPT-LINE                    PIC X(132).
000780 WORKING-STORAGE                 SECTION.
000790 01  HEADING-LINE-1.
000800     05  FILLER                  PIC X(44)
000810             VALUE 'ORCADO X REALIZADO - PROG056'.
000820     05  FILLER                  PIC X(04) VALUE 'MES '.
000830     05  HDG-MES                 PIC X(06).
000840     05  FILLER                  PIC X(78) VALUE SPACES.
000850 01  HEADING-LINE-2.
000860     05  FILLER                  PIC X(18) VALUE SPACES.
000870     05  FILLER                  PIC X(50) VALUE
000880             '------------------- NO MES -------------------'.
000890     05  FILLER                  PIC X(50) VALUE
000900             '-------------- ACUMULADO NO ANO --------------'.
000910     05  FILLER                  PIC X(14) VALUE SPACES.
000920 01  HEADING-LINE-3.
000930     05  FILLER                  PIC X(18) VALUE 'ORIGEM   CONTA'.
000940     05  FILLER                  PIC X(14) VALUE '       ORCADO'.
000950     05  FILLER                  PIC X(14) VALUE '    REALIZADO'.
000960     05  FILLER                  PIC X(14) VALUE '     VARIACAO'.
000970     05  FILLER                  PIC X(08) VALUE '  VAR %'.
000980     05  FILLER                  PIC X(14) VALUE '       ORCADO'.
000990     05  FILLER                  PIC X(14) VALUE '    REALIZADO'.
001000     05  FILLER                  PIC X(14) VALUE '     VARIACAO'.
001010     05  FILLER                  PIC X(08) VALUE '  VAR %'.
001020     05  FILLER                  PIC X(14) VALUE ' SITUACAO'.
001030 01  DETAIL-LINE.
001040     05  DTL-ORIGEM              PIC X(08).
001050     05  FILLER                  PIC X(01) VALUE SPACES.
001060     05  DTL-CONTA               PIC X(08).
001070     05  FILLER                  PIC X(01) VALUE SPACES.
001080     05  DTL-MES-ORCADO          PIC -ZZZZZZZZ9,99.
001090     05  FILLER                  PIC X(01) VALUE SPACES.
001100     05  DTL-MES-REAL            PIC -ZZZZZZZZ9,99.
001110     05  FILLER                  PIC X(01) VALUE SPACES.
001120     05  DTL-MES-VARIACAO        PIC -ZZZZZZZZ9,99.
001130     05  FILLER                  PIC X(01) VALUE SPACES.
001140     05  DTL-MES-PCT             PIC -ZZZ9,9.
001150     05  FILLER                  PIC X(01) VALUE SPACES.
001160     05  DTL-ANO-ORCADO          PIC -ZZZZZZZZ9,99.
001170     05  FILLER                  PIC X(01) VALUE SPACES.
001180     05  DTL-ANO-REAL            PIC -ZZZZZZZZ9,99.
001190     05  FILLER                  PIC X(01) VALUE SPACES.
001200     05  DTL-ANO-VARIACAO        PIC -ZZZZZZZZ9,99.
001210     05  FILLER                  PIC X(01) VALUE SPACES.
001220     05  DTL-ANO-PCT             PIC -ZZZ9,9.
001230     05  FILLER                  PIC X(01) VALUE SPACES.
001240     05  FILLER                  PIC X(01) VALUE SPACES.
001250     05  DTL-SITUACAO            PIC X(13).
001260 01  ACTUAL-TABLE.
001270     05  ATB-ENTRY               OCCURS 300 TIMES.
001280         10  ATB-CONTA           PIC X(08).
001290         10  ATB-ORIGEM          PIC X(08).
001300         10  ATB-MES-DEBITO      PIC S9(11)V99 COMP.
001310         10  ATB-MES-CREDITO     PIC S9(11)V99 COMP.
001320         10  ATB-ANO-DEBITO      PIC S9(11)V99 COMP.
001330         10  ATB-ANO-CREDITO     PIC S9(11)V99 COMP.
001340 77  WS-LED-STATUS               PIC X(02)  VALUE SPACES.
001350     88  LED-STATUS-OK                      VALUE '00'.
001360     88  LED-STATUS-EOF                     VALUE '10'.
001370 77  WS-BUD-STATUS               PIC X(02)  VALUE SPACES.
001380     88  BUD-STATUS-OK                      VALUE '00'.
001390     88  BUD-STATUS-EOF                     VALUE '10'.
001400 77  WS-ACT-STATUS               PIC X(02)  VALUE SPACES.
001410     88  ACT-STATUS-OK                      VALUE '00'.
001420 77  WS-MAP-STATUS               PIC X(02)  VALUE SPACES.
001430     88  MAP-STATUS-OK                      VALUE '00'.
001440 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001450     88  RPT-STATUS-OK                      VALUE '00'.
001460 77  WRK-MES-RELATORIO           PIC X(06)  VALUE SPACES.
001470 77  WRK-LED-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001480     88  END-OF-LEDGER                      VALUE 'Y'.
001490 77  WRK-BUD-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001500     88  END-OF-BUDGET                      VALUE 'Y'.
001510 77  WRK-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
001520     88  ENTRY-WAS-FOUND                    VALUE 'Y'.
001530 77  WRK-FULL-SWITCH             PIC X(01)  VALUE 'N'.
001540     88  ACTUAL-TABLE-FULL                  VALUE 'Y'.
001550 77  WRK-LINHA-SWITCH            PIC X(01)  VALUE 'N'.
001560     88  LINHA-TEM-ORCAMENTO                VALUE 'Y'.
001570 77  WRK-FORA-SWITCH             PIC X(01)  VALUE 'N'.
001580     88  CALC-IS-FORA                       VALUE 'Y'.
001590 77  WRK-NATUREZA                PIC X(01)  VALUE SPACES.
001600     88  NATUREZA-IS-CREDORA                VALUE 'C'.
001610 77  WRK-PRIOR-ORIGEM            PIC X(08)  VALUE LOW-VALUES.
001620 77  WRK-PRIOR-CONTA             PIC X(08)  VALUE LOW-VALUES.
001630 77  WRK-CONTA-ORIGEM            PIC X(08)  VALUE SPACES.
001640 77  WRK-TOLERANCIA              PIC 9(03)V99 VALUE ZERO.
001650 77  WRK-MES-ORCADO              PIC S9(11)V99 VALUE ZERO.
001660 77  WRK-ANO-ORCADO              PIC S9(11)V99 VALUE ZERO.
001670 77  WRK-MES-REAL                PIC S9(11)V99 VALUE ZERO.
001680 77  WRK-ANO-REAL                PIC S9(11)V99 VALUE ZERO.
001690 77  WRK-CALC-ORCADO             PIC S9(11)V99 VALUE ZERO.
001700 77  WRK-CALC-REAL               PIC S9(11)V99 VALUE ZERO.
001710 77  WRK-CALC-VARIACAO           PIC S9(11)V99 VALUE ZERO.
001720 77  WRK-CALC-PCT                PIC S9(04)V9 VALUE ZERO.
001730 77  WRK-CALC-PCT-ABS            PIC S9(04)V9 VALUE ZERO.
001740 77  WRK-MES-FORA-SWITCH         PIC X(01)  VALUE 'N'.
001750     88  MES-IS-FORA                        VALUE 'Y'.
001760 77  WRK-ATB-COUNT               PIC 9(04)  COMP VALUE ZERO.
001770 77  WRK-IX                      PIC 9(04)  COMP VALUE ZERO.
001780 77  WRK-LINE-COUNT              PIC 9(06)  COMP VALUE ZERO.
001790 77  WRK-EXCEED-COUNT            PIC 9(06)  COMP VALUE ZERO.
001800 77  WRK-LED-COUNT               PIC 9(06)  COMP VALUE ZERO.
001810 PROCEDURE                       DIVISION.
001820*----------------------------------------------------------------
001830* 0000-MAINLINE
001840*----------------------------------------------------------------
001850 0000-MAINLINE.
001860     DISPLAY 'MES DO RELATORIO (AAAAMM)... '.
001870     ACCEPT WRK-MES-RELATORIO.
001880     IF WRK-MES-RELATORIO NOT NUMERIC
001890         DISPLAY 'MES INVALIDO - ' WRK-MES-RELATORIO
001900         MOVE 8 TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001940     PERFORM 2000-PROCESS-BUDGET THRU 2000-PROCESS-BUDGET-EXIT
001950         UNTIL END-OF-BUDGET.
001960     IF WRK-PRIOR-ORIGEM NOT = LOW-VALUES
001970         PERFORM 3000-PRINT-LINE THRU 3000-PRINT-LINE-EXIT
001980     END-IF.
001990     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
002000     IF WRK-EXCEED-COUNT > ZERO
002010         MOVE 4 TO RETURN-CODE
002020     END-IF.
002030     IF ACTUAL-TABLE-FULL
002040         MOVE 8 TO RETURN-CODE
002050     END-IF.
002060     STOP RUN.
002070*----------------------------------------------------------------
002080* 1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADINGS, TOTAL
002090*    THE LEDGER FOR THE YEAR TO DATE AND READ THE FIRST BUDGET
002100*    RECORD.
002110*----------------------------------------------------------------
002120 1000-INITIALIZE.
002130     OPEN INPUT  LEDGER-MASTER.
002140     OPEN INPUT  BUDGET-MASTER.
002150     OPEN INPUT  ACCOUNT-MASTER.
002160     OPEN INPUT  ORIGIN-MAP.
002170     OPEN OUTPUT VARIANCE-RPT.
002180     MOVE WRK-MES-RELATORIO      TO HDG-MES.
002190     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
002200     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
002210     WRITE RPT-LINE FROM HEADING-LINE-3 AFTER ADVANCING 1 LINE.
002220     PERFORM 1100-LOAD-ACTUALS   THRU 1100-LOAD-ACTUALS-EXIT.
002230     CLOSE LEDGER-MASTER.
002240     PERFORM 2900-READ-BUDGET    THRU 2900-READ-BUDGET-EXIT.
002250 1000-INITIALIZE-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------
002280* 1100-LOAD-ACTUALS - POSITION THE LEDGER ON THE FIRST DAY OF
002290*    THE YEAR (DAY 00 OF JANUARY, SO A CLOSED JANUARY'S SUMMARY
002300*    IS TAKEN TOO) AND TOTAL EVERY RECORD UP TO THE END OF THE
002310*    REPORT MONTH.
002320*----------------------------------------------------------------
002330 1100-LOAD-ACTUALS.
002340     MOVE WRK-MES-RELATORIO (1:4) TO LED-DATA (1:4).
002350     MOVE '0100'                 TO LED-DATA (5:4).
002360     MOVE LOW-VALUES             TO LED-CONTA.
002370     MOVE LOW-VALUES             TO LED-ORIGEM.
002380     START LEDGER-MASTER KEY IS NOT LESS THAN LED-CHAVE
002390         INVALID KEY
002400             SET END-OF-LEDGER TO TRUE
002410     END-START.
002420     PERFORM 1200-LOAD-ONE-ACTUAL
002430                                THRU 1200-LOAD-ONE-ACTUAL-EXIT
002440         UNTIL END-OF-LEDGER.
002450 1100-LOAD-ACTUALS-EXIT.
002460     EXIT.
002470*----------------------------------------------------------------
002480* 1200-LOAD-ONE-ACTUAL - ADD ONE LEDGER RECORD INTO ITS
002490*    ACCOUNT/ORIGIN SLOT, CLAIMING THE NEXT FREE SLOT FOR A NEW
002500*    PAIR.
002510*----------------------------------------------------------------
002520 1200-LOAD-ONE-ACTUAL.
002530     READ LEDGER-MASTER NEXT RECORD
002540         AT END
002550             SET END-OF-LEDGER TO TRUE
002560             GO TO 1200-LOAD-ONE-ACTUAL-EXIT
002570     END-READ.
002580     IF LED-DATA (1:6) > WRK-MES-RELATORIO
002590         SET END-OF-LEDGER TO TRUE
002600         GO TO 1200-LOAD-ONE-ACTUAL-EXIT
002610     END-IF.
002620     ADD 1                       TO WRK-LED-COUNT.
002630     MOVE 'N'                    TO WRK-FOUND-SWITCH.
002640     MOVE 1                      TO WRK-IX.
002650     PERFORM 1300-MATCH-ACTUAL   THRU 1300-MATCH-ACTUAL-EXIT
002660         UNTIL ENTRY-WAS-FOUND OR WRK-IX > WRK-ATB-COUNT.
002670     IF NOT ENTRY-WAS-FOUND
002680         IF WRK-ATB-COUNT NOT < 300
002690             DISPLAY 'TABELA DE SALDOS CHEIA - ' LED-CONTA
002700                     ' ' LED-ORIGEM
002710             SET ACTUAL-TABLE-FULL TO TRUE
002720             GO TO 1200-LOAD-ONE-ACTUAL-EXIT
002730         END-IF
002740         ADD 1 TO WRK-ATB-COUNT
002750         MOVE WRK-ATB-COUNT      TO WRK-IX
002760         MOVE LED-CONTA          TO ATB-CONTA (WRK-IX)
002770         MOVE LED-ORIGEM         TO ATB-ORIGEM (WRK-IX)
002780         MOVE ZERO               TO ATB-MES-DEBITO (WRK-IX)
002790         MOVE ZERO               TO ATB-MES-CREDITO (WRK-IX)
002800         MOVE ZERO               TO ATB-ANO-DEBITO (WRK-IX)
002810         MOVE ZERO               TO ATB-ANO-CREDITO (WRK-IX)
002820     END-IF.
002830     ADD LED-DEBITO              TO ATB-ANO-DEBITO (WRK-IX).
002840     ADD LED-CREDITO             TO ATB-ANO-CREDITO (WRK-IX).
002850     IF LED-DATA (1:6) = WRK-MES-RELATORIO
002860         ADD LED-DEBITO          TO ATB-MES-DEBITO (WRK-IX)
002870         ADD LED-CREDITO         TO ATB-MES-CREDITO (WRK-IX)
002880     END-IF.
002890 1200-LOAD-ONE-ACTUAL-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* 1300-MATCH-ACTUAL - MATCH THE LEDGER RECORD AGAINST ONE SLOT.
002930*----------------------------------------------------------------
002940 1300-MATCH-ACTUAL.
002950     IF ATB-CONTA (WRK-IX) = LED-CONTA
002960         AND ATB-ORIGEM (WRK-IX) = LED-ORIGEM
002970         SET ENTRY-WAS-FOUND TO TRUE
002980     ELSE
002990         ADD 1 TO WRK-IX
003000     END-IF.
003010 1300-MATCH-ACTUAL-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------
003040* 2000-PROCESS-BUDGET - ACCUMULATE ONE BUDGET RECORD INTO ITS
003050*    LINE, PRINTING THE PREVIOUS LINE WHEN THE ORIGIN OR ACCOUNT
003060*    CHANGES. ONLY THE REPORT YEAR'S MONTHS UP TO THE REPORT
003070*    MONTH COUNT.
003080*----------------------------------------------------------------
003090 2000-PROCESS-BUDGET.
003100     IF BUD-ORIGEM NOT = WRK-PRIOR-ORIGEM
003110         OR BUD-CONTA NOT = WRK-PRIOR-CONTA
003120         IF WRK-PRIOR-ORIGEM NOT = LOW-VALUES
003130             PERFORM 3000-PRINT-LINE
003140                                THRU 3000-PRINT-LINE-EXIT
003150         END-IF
003160         MOVE BUD-ORIGEM         TO WRK-PRIOR-ORIGEM
003170         MOVE BUD-CONTA          TO WRK-PRIOR-CONTA
003180         MOVE ZERO               TO WRK-MES-ORCADO
003190         MOVE ZERO               TO WRK-ANO-ORCADO
003200         MOVE ZERO               TO WRK-TOLERANCIA
003210         MOVE 'N'                TO WRK-LINHA-SWITCH
003220     END-IF.
003230     IF BUD-MES (1:4) NOT = WRK-MES-RELATORIO (1:4)
003240         OR BUD-MES > WRK-MES-RELATORIO
003250         GO TO 2000-PROCESS-BUDGET-READ
003260     END-IF.
003270     SET LINHA-TEM-ORCAMENTO     TO TRUE.
003280     ADD BUD-VALOR               TO WRK-ANO-ORCADO.
003290     MOVE BUD-TOLERANCIA         TO WRK-TOLERANCIA.
003300     IF BUD-MES = WRK-MES-RELATORIO
003310         ADD BUD-VALOR           TO WRK-MES-ORCADO
003320     END-IF.
003330 2000-PROCESS-BUDGET-READ.
003340     PERFORM 2900-READ-BUDGET    THRU 2900-READ-BUDGET-EXIT.
003350 2000-PROCESS-BUDGET-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------
003380* 2900-READ-BUDGET - READ THE NEXT BUDGET RECORD IN KEY ORDER.
003390*----------------------------------------------------------------
003400 2900-READ-BUDGET.
003410     READ BUDGET-MASTER NEXT RECORD
003420         AT END
003430             SET END-OF-BUDGET TO TRUE
003440     END-READ.
003450 2900-READ-BUDGET-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* 3000-PRINT-LINE - TOTAL THE ACTUALS FOR THE BUDGET LINE JUST
003490*    ENDED, WORK OUT THE MONTH AND YEAR-TO-DATE VARIANCES AND
003500*    PRINT THE LINE, FLAGGING IT WHEN EITHER IS OUTSIDE ITS
003510*    TOLERANCE. A LINE WITH NO BUDGET IN THE REPORT YEAR IS
003520*    NOT PRINTED.
003530*----------------------------------------------------------------
003540 3000-PRINT-LINE.
003550     IF NOT LINHA-TEM-ORCAMENTO
003560         GO TO 3000-PRINT-LINE-EXIT
003570     END-IF.
003580     PERFORM 3100-TOTAL-ACTUALS  THRU 3100-TOTAL-ACTUALS-EXIT.
003590     MOVE SPACES                 TO DETAIL-LINE.
003600     MOVE WRK-PRIOR-ORIGEM       TO DTL-ORIGEM.
003610     MOVE WRK-PRIOR-CONTA        TO DTL-CONTA.
003620     MOVE WRK-MES-ORCADO         TO WRK-CALC-ORCADO.
003630     MOVE WRK-MES-REAL           TO WRK-CALC-REAL.
003640     PERFORM 3300-COMPUTE-VARIANCE
003650                                THRU 3300-COMPUTE-VARIANCE-EXIT.
003660     MOVE WRK-MES-ORCADO         TO DTL-MES-ORCADO.
003670     MOVE WRK-MES-REAL           TO DTL-MES-REAL.
003680     MOVE WRK-CALC-VARIACAO      TO DTL-MES-VARIACAO.
003690     MOVE WRK-CALC-PCT           TO DTL-MES-PCT.
003700     MOVE WRK-FORA-SWITCH        TO WRK-MES-FORA-SWITCH.
003710     MOVE WRK-ANO-ORCADO         TO WRK-CALC-ORCADO.
003720     MOVE WRK-ANO-REAL           TO WRK-CALC-REAL.
003730     PERFORM 3300-COMPUTE-VARIANCE
003740                                THRU 3300-COMPUTE-VARIANCE-EXIT.
003750     MOVE WRK-ANO-ORCADO         TO DTL-ANO-ORCADO.
003760     MOVE WRK-ANO-REAL           TO DTL-ANO-REAL.
003770     MOVE WRK-CALC-VARIACAO      TO DTL-ANO-VARIACAO.
003780     MOVE WRK-CALC-PCT           TO DTL-ANO-PCT.
003790     EVALUATE TRUE
003800         WHEN MES-IS-FORA AND CALC-IS-FORA
003810             MOVE 'FORA MES/ANO' TO DTL-SITUACAO
003820         WHEN MES-IS-FORA
003830             MOVE 'FORA NO MES'  TO DTL-SITUACAO
003840         WHEN CALC-IS-FORA
003850             MOVE 'FORA NO ANO'  TO DTL-SITUACAO
003860         WHEN OTHER
003870             MOVE 'DENTRO'       TO DTL-SITUACAO
003880     END-EVALUATE.
003890     IF MES-IS-FORA OR CALC-IS-FORA
003900         ADD 1 TO WRK-EXCEED-COUNT
003910     END-IF.
003920     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
003930     ADD 1                       TO WRK-LINE-COUNT.
003940 3000-PRINT-LINE-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970* 3100-TOTAL-ACTUALS - WORK OUT WHICH LEDGER SLOTS BELONG TO
003980*    THE LINE AND ON WHICH SIDE, THEN SUM THEM. AN ORIGIN LINE
003990*    TAKES THE MAPPED DEBIT ACCOUNT'S DEBITS LESS CREDITS; AN
004000*    ACCOUNT LINE TAKES THE ACCOUNT'S MOVEMENT ON ITS NORMAL
004010*    SIDE.
004020*----------------------------------------------------------------
004030 3100-TOTAL-ACTUALS.
004040     MOVE ZERO                   TO WRK-MES-REAL.
004050     MOVE ZERO                   TO WRK-ANO-REAL.
004060     MOVE 'D'                    TO WRK-NATUREZA.
004070     IF WRK-PRIOR-CONTA = SPACES
004080         MOVE WRK-PRIOR-ORIGEM   TO MAP-ORIGEM
004090         READ ORIGIN-MAP
004100             INVALID KEY
004110                 GO TO 3100-TOTAL-ACTUALS-EXIT
004120         END-READ
004130         MOVE MAP-CONTA-DEBITO   TO WRK-CONTA-ORIGEM
004140     ELSE
004150         MOVE WRK-PRIOR-CONTA    TO WRK-CONTA-ORIGEM
004160         MOVE WRK-PRIOR-CONTA    TO ACT-CONTA
004170         READ ACCOUNT-MASTER
004180             INVALID KEY
004190                 CONTINUE
004200             NOT INVALID KEY
004210                 MOVE ACT-NATUREZA TO WRK-NATUREZA
004220         END-READ
004230     END-IF.
004240     MOVE 1                      TO WRK-IX.
004250     PERFORM 3200-SUM-ACTUAL     THRU 3200-SUM-ACTUAL-EXIT
004260         UNTIL WRK-IX > WRK-ATB-COUNT.
004270 3100-TOTAL-ACTUALS-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300* 3200-SUM-ACTUAL - ADD ONE LEDGER SLOT INTO THE LINE'S ACTUAL
004310*    WHEN IT IS FOR THE LINE'S ACCOUNT AND, WHERE THE LINE
004320*    NAMES ONE, ITS ORIGIN.
004330*----------------------------------------------------------------
004340 3200-SUM-ACTUAL.
004350     IF ATB-CONTA (WRK-IX) NOT = WRK-CONTA-ORIGEM
004360         GO TO 3200-SUM-ACTUAL-STEP
004370     END-IF.
004380     IF WRK-PRIOR-ORIGEM NOT = SPACES
004390         AND ATB-ORIGEM (WRK-IX) NOT = WRK-PRIOR-ORIGEM
004400         GO TO 3200-SUM-ACTUAL-STEP
004410     END-IF.
004420     IF NATUREZA-IS-CREDORA
004430         COMPUTE WRK-MES-REAL = WRK-MES-REAL
004440             + ATB-MES-CREDITO (WRK-IX) - ATB-MES-DEBITO (WRK-IX)
004450         COMPUTE WRK-ANO-REAL = WRK-ANO-REAL
004460             + ATB-ANO-CREDITO (WRK-IX) - ATB-ANO-DEBITO (WRK-IX)
004470     ELSE
004480         COMPUTE WRK-MES-REAL = WRK-MES-REAL
004490             + ATB-MES-DEBITO (WRK-IX) - ATB-MES-CREDITO (WRK-IX)
004500         COMPUTE WRK-ANO-REAL = WRK-ANO-REAL
004510             + ATB-ANO-DEBITO (WRK-IX) - ATB-ANO-CREDITO (WRK-IX)
004520     END-IF.
004530 3200-SUM-ACTUAL-STEP.
004540     ADD 1                       TO WRK-IX.
004550 3200-SUM-ACTUAL-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580* 3300-COMPUTE-VARIANCE - VARIANCE AND PERCENT VARIANCE OF THE
004590*    ACTUAL AGAINST THE BUDGET, AND WHETHER IT IS OUTSIDE THE
004600*    LINE'S TOLERANCE EITHER WAY. AN ACTUAL WITH NO BUDGET
004610*    BEHIND IT IS ALWAYS OUTSIDE; A PERCENT TOO WIDE TO PRINT
004620*    IS SHOWN AS 9999,9.
004630*----------------------------------------------------------------
004640 3300-COMPUTE-VARIANCE.
004650     MOVE 'N'                    TO WRK-FORA-SWITCH.
004660     COMPUTE WRK-CALC-VARIACAO = WRK-CALC-REAL - WRK-CALC-ORCADO.
004670     IF WRK-CALC-ORCADO = ZERO
004680         MOVE ZERO               TO WRK-CALC-PCT
004690         IF WRK-CALC-REAL NOT = ZERO
004700             SET CALC-IS-FORA    TO TRUE
004710         END-IF
004720         GO TO 3300-COMPUTE-VARIANCE-EXIT
004730     END-IF.
004740     COMPUTE WRK-CALC-PCT ROUNDED
004750             = WRK-CALC-VARIACAO * 100 / WRK-CALC-ORCADO
004760         ON SIZE ERROR
004770             MOVE 9999,9         TO WRK-CALC-PCT
004780     END-COMPUTE.
004790     MOVE WRK-CALC-PCT           TO WRK-CALC-PCT-ABS.
004800     IF WRK-CALC-PCT-ABS < ZERO
004810         COMPUTE WRK-CALC-PCT-ABS = ZERO - WRK-CALC-PCT-ABS
004820     END-IF.
004830     IF WRK-CALC-PCT-ABS > WRK-TOLERANCIA
004840         SET CALC-IS-FORA        TO TRUE
004850     END-IF.
004860 3300-COMPUTE-VARIANCE-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------
004890* 9999-FINALIZE - PRINT THE RUN TOTALS AND CLOSE THE FILES.
004900*----------------------------------------------------------------
004910 9999-FINALIZE.
004920     DISPLAY '------------ PROG056 - TOTAIS ------------'.
004930     DISPLAY 'LEDGER LIDOS...... ' WRK-LED-COUNT.
004940     DISPLAY 'LINHAS ORCADAS.... ' WRK-LINE-COUNT.
004950     DISPLAY 'FORA TOLERANCIA... ' WRK-EXCEED-COUNT.
004960     CLOSE BUDGET-MASTER.
004970     CLOSE ACCOUNT-MASTER.
004980     CLOSE ORIGIN-MAP.
004990     CLOSE VARIANCE-RPT.
005000 9999-FINALIZE-EXIT.
005010     EXIT.
