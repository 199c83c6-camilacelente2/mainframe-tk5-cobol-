000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - TRIAL BALANCE AND MONTHLY CLOSE FOR
000090*    LEDGER-MASTER, THE FILE PROG025 POSTS BALANCED DEBIT/
000100*    CREDIT PAIRS INTO. FUNCTION R SORTS THE LEDGER BY ACCOUNT
000110*    AND DATE AND PRINTS THE DEBITS, CREDITS AND POSTING COUNT
000120*    PER ACCOUNT AND MONTH, THE ACCOUNT'S ACCUMULATED BALANCE
000130*    ON ITS NORMAL SIDE FROM ACCOUNT-MASTER, AND GRAND TOTALS
000140*    PROVING TOTAL DEBITS EQUAL TOTAL CREDITS. FUNCTION F
000150*    ROLLS A FINISHED MONTH'S DAILY RECORDS INTO ONE SUMMARY
000160*    RECORD PER ACCOUNT AND ORIGIN (LED-DATA DAY 00) AND WRITES
000170*    THE MONTH TO THE CLOSE CONTROL FILE, WHICH PROG025 CHECKS
000180*    SO A LATE RERUN CANNOT POST INTO A CLOSED PERIOD. A
000185*    MONTH CANNOT BE CLOSED BEFORE ITS LAST BUSINESS DAY.
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------
000220* 2026-09-01  RM  ORIGINAL PROGRAM.
000230* 2026-10-15  RM  PRINT A TRUE TRIAL BALANCE BY ACCOUNT NOW THAT
000240*                 THE LEDGER IS KEYED BY DATE, ACCOUNT AND ORIGIN
000250*                 AND CARRIES DEBITS AND CREDITS - EACH ACCOUNT
000260*                 IS SHOWN WITH ITS ACCOUNT-MASTER DESCRIPTION
000270*                 AND BALANCE, AND AN OUT-OF-BALANCE LEDGER SETS
000280*                 RETURN CODE 4. THE MONTHLY CLOSE ROLLS UP BY
000290*                 ACCOUNT AND ORIGIN.
000292* 2026-10-15  RM  THE MONTHLY CLOSE IS REFUSED UNTIL THE MONTH'S
000294*                 LAST BUSINESS DAY ON THE PROG076 CALENDAR HAS
000296*                 BEEN REACHED.
000297* 2026-10-15  RM  ACCOUNT/ORIGIN TABLE RAISED TO 500. A DAILY
000298*                 RECORD IS DELETED ONLY ONCE IT IS ACCUMULATED,
000299*                 AND A CLOSE THAT FAILED DOES NOT LOCK THE
000300*                 MONTH. SUMMARIES LEFT BY A FAILED CLOSE ARE
000301*                 ROLLED AGAIN BY THE RERUN.
000302*----------------------------------------------------------------
000310 ENVIRONMENT                     DIVISION.
000320 CONFIGURATION                   SECTION.
000330 SOURCE-COMPUTER.                IBM-370.
000340 OBJECT-COMPUTER.                IBM-370.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370 INPUT-OUTPUT                    SECTION.
000380 FILE-CONTROL.
000390     SELECT LEDGER-MASTER        ASSIGN TO LEDGMAST
000400                                 ORGANIZATION IS INDEXED
000410                                 ACCESS MODE IS DYNAMIC
000420                                 RECORD KEY IS LED-CHAVE
000430                                 FILE STATUS IS WS-LED-STATUS.
000440     SELECT LEDGER-CLOSE         ASSIGN TO LEDCLOSE
000450                                 ORGANIZATION IS INDEXED
000460                                 ACCESS MODE IS DYNAMIC
000470                                 RECORD KEY IS CLS-MES
000480                                 FILE STATUS IS WS-CLS-STATUS.
000490     SELECT ACCOUNT-MASTER       ASSIGN TO ACCTMAST
000500                                 ORGANIZATION IS INDEXED
000510                                 ACCESS MODE IS DYNAMIC
000520                                 RECORD KEY IS ACT-CONTA
000530                                 FILE STATUS IS WS-ACT-STATUS.
000540     SELECT SORT-WORK            ASSIGN TO SORTWK01.
000550     SELECT BALANCE-RPT          ASSIGN TO TRIARPT
000560                                 ORGANIZATION IS SEQUENTIAL
000570                                 FILE STATUS IS WS-RPT-STATUS.
000580 DATA                            DIVISION.
000590 FILE                            SECTION.
000600 FD  LEDGER-MASTER
000610     LABEL RECORDS ARE STANDARD.
000620     COPY LEDGMAST.
000630 FD  LEDGER-CLOSE
000640     LABEL RECORDS ARE STANDARD.
000650 01  LEDGER-CLOSE-RECORD.
000660     05  CLS-MES                 PIC X(06).
000670     05  CLS-DATA-FECHO          PIC X(08).
000680 FD  ACCOUNT-MASTER
000690     LABEL RECORDS ARE STANDARD.
000700     COPY ACCTMAST.
000710 SD  SORT-WORK.
000720 01  SORT-RECORD.
000730     05  SRT-DATA                PIC X(08).
000740     05  SRT-CONTA               PIC X(08).
000750     05  SRT-ORIGEM              PIC X(08).
000760     05  SRT-DEBITO              PIC S9(11)V99.
000770     05  SRT-CREDITO             PIC S9(11)V99.
000780     05  SRT-CONTADOR            PIC 9(06).
000790 FD  BALANCE-RPT
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 132 CHARACTERS.
000820 01  RPT-LINE                    PIC X(132).
000830 WORKING-STORAGE                 SECTION.
000835     COPY CALNLINK               REPLACING ==:PFX:== BY ==WRK==.
000840 01  HEADING-LINE-1.
000850     05  FILLER                  PIC X(44)
000860             VALUE 'BALANCETE DO LEDGER - PROG046'.
000870     05  FILLER                  PIC X(88) VALUE SPACES.
000880 01  HEADING-LINE-2.
000890     05  FILLER                  PIC X(10) VALUE 'CONTA'.
000900     05  FILLER                  PIC X(08) VALUE 'MES'.
000910     05  FILLER                  PIC X(20) VALUE '       DEBITO'.
000920     05  FILLER                  PIC X(20) VALUE '      CREDITO'.
000930     05  FILLER                  PIC X(11) VALUE ' POSTAGENS'.
000940     05  FILLER                  PIC X(63) VALUE SPACES.
000950 01  ACCOUNT-LINE.
000960     05  FILLER                  PIC X(06) VALUE 'CONTA '.
000970     05  ACL-CONTA               PIC X(08).
000980     05  FILLER                  PIC X(03) VALUE ' - '.
000990     05  ACL-DESCRICAO           PIC X(30).
001000     05  FILLER                  PIC X(07) VALUE '  TIPO '.
001010     05  ACL-TIPO                PIC X(01).
001020     05  FILLER                  PIC X(12) VALUE '  NATUREZA '.
001030     05  ACL-NATUREZA            PIC X(01).
001040     05  FILLER                  PIC X(64) VALUE SPACES.
001050 01  DETAIL-LINE.
001060     05  DTL-CONTA               PIC X(08).
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  DTL-MES                 PIC X(06).
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  DTL-DEBITO              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  DTL-CREDITO             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  DTL-CONTADOR            PIC ZZZZZ9.
001150     05  FILLER                  PIC X(68) VALUE SPACES.
001160 01  TOTAL-LINE.
001170     05  TOT-TITULO              PIC X(18).
001180     05  TOT-DEBITO              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  TOT-CREDITO             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001210     05  FILLER                  PIC X(02) VALUE SPACES.
001220     05  TOT-CONTADOR            PIC ZZZZZ9.
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001240     05  TOT-SALDO-TITULO        PIC X(06).
001250     05  TOT-SALDO               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001260     05  FILLER                  PIC X(01) VALUE SPACES.
001270     05  TOT-NATUREZA            PIC X(01).
001280     05  FILLER                  PIC X(40) VALUE SPACES.
001290 01  BALANCE-LINE.
001300     05  FILLER                  PIC X(30)
001310             VALUE 'CONFERENCIA DEBITO X CREDITO '.
001320     05  BAL-SITUACAO            PIC X(20).
001330     05  FILLER                  PIC X(82) VALUE SPACES.
001340 01  ORIGIN-TABLE.
001341     05  OTB-ENTRY               OCCURS 500 TIMES.
001360         10  OTB-CONTA           PIC X(08).
001370         10  OTB-ORIGEM          PIC X(08).
001380         10  OTB-DEBITO          PIC S9(11)V99 COMP.
001390         10  OTB-CREDITO         PIC S9(11)V99 COMP.
001400         10  OTB-CONTADOR        PIC 9(06) COMP.
001410 77  WS-LED-STATUS               PIC X(02)  VALUE SPACES.
001420     88  LED-STATUS-OK                      VALUE '00'.
001430     88  LED-STATUS-EOF                     VALUE '10'.
001440 77  WS-CLS-STATUS               PIC X(02)  VALUE SPACES.
001450     88  CLS-STATUS-OK                      VALUE '00'.
001460     88  CLS-STATUS-NEW-FILE                VALUE '35'.
001470     88  CLS-STATUS-DUPLICATE               VALUE '22'.
001480 77  WS-ACT-STATUS               PIC X(02)  VALUE SPACES.
001490     88  ACT-STATUS-OK                      VALUE '00'.
001500     88  ACT-STATUS-NEW-FILE                VALUE '35'.
001510 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001520     88  RPT-STATUS-OK                      VALUE '00'.
001530 77  WRK-FUNCAO                  PIC X(01)  VALUE SPACES.
001540     88  FUNCAO-IS-RELATORIO                VALUE 'R' ' '.
001550     88  FUNCAO-IS-FECHA                    VALUE 'F'.
001560 77  WRK-MES-FECHO               PIC X(06)  VALUE SPACES.
001565 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
001570 77  WRK-SORT-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001580     88  END-OF-SORT-WORK                   VALUE 'Y'.
001590 77  WRK-LED-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001600     88  END-OF-LEDGER                      VALUE 'Y'.
001610 77  WRK-PRIOR-CONTA             PIC X(08)  VALUE LOW-VALUES.
001620 77  WRK-PRIOR-MES               PIC X(06)  VALUE LOW-VALUES.
001630 77  WRK-NATUREZA                PIC X(01)  VALUE SPACES.
001640     88  NATUREZA-IS-CREDORA                VALUE 'C'.
001650 77  WRK-MES-DEBITO              PIC S9(11)V99 COMP VALUE ZERO.
001660 77  WRK-MES-CREDITO             PIC S9(11)V99 COMP VALUE ZERO.
001670 77  WRK-MES-CONTADOR            PIC 9(06)  COMP VALUE ZERO.
001680 77  WRK-ANO-DEBITO              PIC S9(11)V99 COMP VALUE ZERO.
001690 77  WRK-ANO-CREDITO             PIC S9(11)V99 COMP VALUE ZERO.
001700 77  WRK-ANO-CONTADOR            PIC 9(06)  COMP VALUE ZERO.
001710 77  WRK-GERAL-DEBITO            PIC S9(11)V99 COMP VALUE ZERO.
001720 77  WRK-GERAL-CREDITO           PIC S9(11)V99 COMP VALUE ZERO.
001730 77  WRK-GERAL-CONTADOR          PIC 9(06)  COMP VALUE ZERO.
001740 77  WRK-SALDO                   PIC S9(11)V99 COMP VALUE ZERO.
001741 77  WRK-ORIGIN-COUNT            PIC 9(04)  COMP VALUE ZERO.
001742 77  WRK-IX                      PIC 9(04)  COMP VALUE ZERO.
001770 77  WRK-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
001780     88  ORIGIN-WAS-FOUND                   VALUE 'Y'.
001790 77  WRK-ROLL-COUNT              PIC 9(06)  COMP VALUE ZERO.
001800 77  WRK-FAIL-SWITCH             PIC X(01)  VALUE 'N'.
001810     88  CLOSE-HAS-FAILED                   VALUE 'Y'.
001820 77  WRK-BALANCE-SWITCH          PIC X(01)  VALUE 'N'.
001830     88  LEDGER-OUT-OF-BALANCE              VALUE 'Y'.
001840 PROCEDURE                       DIVISION.
001850*----------------------------------------------------------------
001860* 0000-MAINLINE
001870*----------------------------------------------------------------
001880 0000-MAINLINE.
001890     DISPLAY 'FUNCAO (R=RELATORIO / F=FECHA MES)... '.
001900     ACCEPT WRK-FUNCAO.
001910     IF FUNCAO-IS-FECHA
001920         PERFORM 5000-CLOSE-MONTH
001930                                THRU 5000-CLOSE-MONTH-EXIT
001940     ELSE
001950         PERFORM 2000-TRIAL-BALANCE
001960                                THRU 2000-TRIAL-BALANCE-EXIT
001970     END-IF.
001980     IF LEDGER-OUT-OF-BALANCE
001990         MOVE 4 TO RETURN-CODE
002000     END-IF.
002010     IF CLOSE-HAS-FAILED
002020         MOVE 8 TO RETURN-CODE
002030     END-IF.
002040     STOP RUN.
002050*----------------------------------------------------------------
002060* 2000-TRIAL-BALANCE - SORT THE LEDGER BY ACCOUNT AND DATE AND
002070*    PRINT THE BALANCE WITH MONTHLY AND ACCUMULATED TOTALS PER
002080*    ACCOUNT AND THE DEBIT/CREDIT PROOF. ACCOUNT-MASTER IS
002090*    CREATED EMPTY IF IT HAS NEVER BEEN LOADED, SO THE REPORT
002100*    STILL RUNS AND SHOWS EVERY ACCOUNT AS NAO CADASTRADA.
002110*----------------------------------------------------------------
002120 2000-TRIAL-BALANCE.
002130     OPEN INPUT  ACCOUNT-MASTER.
002140     IF ACT-STATUS-NEW-FILE
002150         OPEN OUTPUT ACCOUNT-MASTER
002160         CLOSE ACCOUNT-MASTER
002170         OPEN INPUT ACCOUNT-MASTER
002180     END-IF.
002190     OPEN OUTPUT BALANCE-RPT.
002200     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
002210     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
002220     SORT SORT-WORK
002230         ON ASCENDING KEY SRT-CONTA SRT-DATA
002240         USING LEDGER-MASTER
002250         OUTPUT PROCEDURE IS 3000-PRINT-BALANCE
002260                          THRU 3000-PRINT-BALANCE-EXIT.
002270     CLOSE BALANCE-RPT.
002280     CLOSE ACCOUNT-MASTER.
002290 2000-TRIAL-BALANCE-EXIT.
002300     EXIT.
002310*----------------------------------------------------------------
002320* 3000-PRINT-BALANCE - OUTPUT PROCEDURE FOR THE SORT. RETURNS
002330*    THE RECORDS IN ACCOUNT/DATE ORDER AND BREAKS ON MONTH AND
002340*    ACCOUNT, THEN PRINTS THE GRAND TOTALS.
002350*----------------------------------------------------------------
002360 3000-PRINT-BALANCE.
002370     PERFORM 3100-RETURN-SORT    THRU 3100-RETURN-SORT-EXIT.
002380     PERFORM 3200-PROCESS-RECORD
002390                                THRU 3200-PROCESS-RECORD-EXIT
002400         UNTIL END-OF-SORT-WORK.
002410     IF WRK-PRIOR-CONTA NOT = LOW-VALUES
002420         PERFORM 3500-MONTH-TOTAL
002430                                THRU 3500-MONTH-TOTAL-EXIT
002440         PERFORM 3600-ACCOUNT-TOTAL
002450                                THRU 3600-ACCOUNT-TOTAL-EXIT
002460     END-IF.
002470     PERFORM 3700-GRAND-TOTAL    THRU 3700-GRAND-TOTAL-EXIT.
002480 3000-PRINT-BALANCE-EXIT.
002490     EXIT.
002500*----------------------------------------------------------------
002510* 3100-RETURN-SORT - RETURN THE NEXT SORTED RECORD.
002520*----------------------------------------------------------------
002530 3100-RETURN-SORT.
002540     RETURN SORT-WORK
002550         AT END
002560             SET END-OF-SORT-WORK TO TRUE
002570     END-RETURN.
002580 3100-RETURN-SORT-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610* 3200-PROCESS-RECORD - ACCUMULATE ONE LEDGER RECORD, BREAKING
002620*    ON A MONTH OR ACCOUNT CHANGE.
002630*----------------------------------------------------------------
002640 3200-PROCESS-RECORD.
002650     IF SRT-CONTA NOT = WRK-PRIOR-CONTA
002660         OR SRT-DATA (1:6) NOT = WRK-PRIOR-MES
002670         IF WRK-PRIOR-CONTA NOT = LOW-VALUES
002680             PERFORM 3500-MONTH-TOTAL
002690                                THRU 3500-MONTH-TOTAL-EXIT
002700         END-IF
002710         IF SRT-CONTA NOT = WRK-PRIOR-CONTA
002720             IF WRK-PRIOR-CONTA NOT = LOW-VALUES
002730                 PERFORM 3600-ACCOUNT-TOTAL
002740                                THRU 3600-ACCOUNT-TOTAL-EXIT
002750             END-IF
002760             PERFORM 3400-ACCOUNT-HEADING
002770                                THRU 3400-ACCOUNT-HEADING-EXIT
002780         END-IF
002790         MOVE SRT-CONTA          TO WRK-PRIOR-CONTA
002800         MOVE SRT-DATA (1:6)     TO WRK-PRIOR-MES
002810     END-IF.
002820     ADD SRT-DEBITO              TO WRK-MES-DEBITO.
002830     ADD SRT-CREDITO             TO WRK-MES-CREDITO.
002840     ADD SRT-CONTADOR            TO WRK-MES-CONTADOR.
002850     ADD SRT-DEBITO              TO WRK-ANO-DEBITO.
002860     ADD SRT-CREDITO             TO WRK-ANO-CREDITO.
002870     ADD SRT-CONTADOR            TO WRK-ANO-CONTADOR.
002880     PERFORM 3100-RETURN-SORT    THRU 3100-RETURN-SORT-EXIT.
002890 3200-PROCESS-RECORD-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* 3400-ACCOUNT-HEADING - PRINT THE ACCOUNT NUMBER, DESCRIPTION,
002930*    TYPE AND NORMAL BALANCE FROM ACCOUNT-MASTER AHEAD OF THE
002940*    ACCOUNT'S MONTHS, AND KEEP THE NORMAL BALANCE FOR ITS
002950*    TOTAL LINE.
002960*----------------------------------------------------------------
002970 3400-ACCOUNT-HEADING.
002980     MOVE SPACES                 TO ACL-DESCRICAO.
002990     MOVE SRT-CONTA              TO ACL-CONTA.
003000     MOVE SRT-CONTA              TO ACT-CONTA.
003010     READ ACCOUNT-MASTER
003020         INVALID KEY
003030             MOVE 'CONTA NAO CADASTRADA' TO ACL-DESCRICAO
003040             MOVE SPACES         TO ACL-TIPO
003050             MOVE 'D'            TO WRK-NATUREZA
003060             MOVE '?'            TO ACL-NATUREZA
003070         NOT INVALID KEY
003080             MOVE ACT-DESCRICAO  TO ACL-DESCRICAO
003090             MOVE ACT-TIPO       TO ACL-TIPO
003100             MOVE ACT-NATUREZA   TO WRK-NATUREZA
003110             MOVE ACT-NATUREZA   TO ACL-NATUREZA
003120     END-READ.
003130     WRITE RPT-LINE FROM ACCOUNT-LINE AFTER ADVANCING 2 LINES.
003140 3400-ACCOUNT-HEADING-EXIT.
003150     EXIT.
003160*----------------------------------------------------------------
003170* 3500-MONTH-TOTAL - PRINT THE MONTH THAT JUST ENDED FOR THE
003180*    CURRENT ACCOUNT.
003190*----------------------------------------------------------------
003200 3500-MONTH-TOTAL.
003210     MOVE SPACES                 TO DETAIL-LINE.
003220     MOVE WRK-PRIOR-CONTA        TO DTL-CONTA.
003230     MOVE WRK-PRIOR-MES          TO DTL-MES.
003240     MOVE WRK-MES-DEBITO         TO DTL-DEBITO.
003250     MOVE WRK-MES-CREDITO        TO DTL-CREDITO.
003260     MOVE WRK-MES-CONTADOR       TO DTL-CONTADOR.
003270     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
003280     MOVE ZERO                   TO WRK-MES-DEBITO.
003290     MOVE ZERO                   TO WRK-MES-CREDITO.
003300     MOVE ZERO                   TO WRK-MES-CONTADOR.
003310 3500-MONTH-TOTAL-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340* 3600-ACCOUNT-TOTAL - PRINT THE ACCUMULATED DEBITS, CREDITS
003350*    AND BALANCE FOR THE ACCOUNT THAT JUST ENDED. THE BALANCE
003360*    IS TAKEN ON THE ACCOUNT'S NORMAL SIDE, SO A NEGATIVE
003370*    BALANCE SHOWS AN ACCOUNT RUNNING AGAINST ITS NATURE.
003380*----------------------------------------------------------------
003390 3600-ACCOUNT-TOTAL.
003400     MOVE SPACES                 TO TOTAL-LINE.
003410     MOVE 'TOTAL DA CONTA... ' TO TOT-TITULO.
003420     MOVE WRK-ANO-DEBITO         TO TOT-DEBITO.
003430     MOVE WRK-ANO-CREDITO        TO TOT-CREDITO.
003440     MOVE WRK-ANO-CONTADOR       TO TOT-CONTADOR.
003450     MOVE 'SALDO '               TO TOT-SALDO-TITULO.
003460     IF NATUREZA-IS-CREDORA
003470         COMPUTE WRK-SALDO = WRK-ANO-CREDITO - WRK-ANO-DEBITO
003480     ELSE
003490         COMPUTE WRK-SALDO = WRK-ANO-DEBITO - WRK-ANO-CREDITO
003500     END-IF.
003510     MOVE WRK-SALDO              TO TOT-SALDO.
003520     MOVE WRK-NATUREZA           TO TOT-NATUREZA.
003530     WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
003540     ADD WRK-ANO-DEBITO          TO WRK-GERAL-DEBITO.
003550     ADD WRK-ANO-CREDITO         TO WRK-GERAL-CREDITO.
003560     ADD WRK-ANO-CONTADOR        TO WRK-GERAL-CONTADOR.
003570     MOVE ZERO                   TO WRK-ANO-DEBITO.
003580     MOVE ZERO                   TO WRK-ANO-CREDITO.
003590     MOVE ZERO                   TO WRK-ANO-CONTADOR.
003600 3600-ACCOUNT-TOTAL-EXIT.
003610     EXIT.
003620*----------------------------------------------------------------
003630* 3700-GRAND-TOTAL - PRINT THE TOTAL DEBITS AND CREDITS OF THE
003640*    WHOLE LEDGER AND PROVE THEY AGREE.
003650*----------------------------------------------------------------
003660 3700-GRAND-TOTAL.
003670     MOVE SPACES                 TO TOTAL-LINE.
003680     MOVE 'TOTAL GERAL...... ' TO TOT-TITULO.
003690     MOVE WRK-GERAL-DEBITO       TO TOT-DEBITO.
003700     MOVE WRK-GERAL-CREDITO      TO TOT-CREDITO.
003710     MOVE WRK-GERAL-CONTADOR     TO TOT-CONTADOR.
003720     MOVE 'DIF.  '               TO TOT-SALDO-TITULO.
003730     COMPUTE WRK-SALDO = WRK-GERAL-DEBITO - WRK-GERAL-CREDITO.
003740     MOVE WRK-SALDO              TO TOT-SALDO.
003750     WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
003760     IF WRK-GERAL-DEBITO = WRK-GERAL-CREDITO
003770         MOVE 'EM BALANCO'       TO BAL-SITUACAO
003780     ELSE
003790         MOVE 'FORA DE BALANCO'  TO BAL-SITUACAO
003800         SET LEDGER-OUT-OF-BALANCE TO TRUE
003810     END-IF.
003820     WRITE RPT-LINE FROM BALANCE-LINE AFTER ADVANCING 1 LINE.
003830     DISPLAY '------------ PROG046 - TOTAIS ------------'.
003840     DISPLAY 'DEBITOS...... ' WRK-GERAL-DEBITO.
003850     DISPLAY 'CREDITOS..... ' WRK-GERAL-CREDITO.
003860     DISPLAY 'BALANCO...... ' BAL-SITUACAO.
003870 3700-GRAND-TOTAL-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900* 5000-CLOSE-MONTH - ROLL THE CHOSEN MONTH'S DAILY RECORDS INTO
003910*    ONE SUMMARY RECORD PER ACCOUNT AND ORIGIN AND LOCK THE
003920*    MONTH ON THE CLOSE CONTROL FILE. THE MONTH MUST HAVE
003925*    REACHED ITS LAST BUSINESS DAY (PROG076 FUNCTION U).
003930*----------------------------------------------------------------
003940 5000-CLOSE-MONTH.
003950     DISPLAY 'MES A FECHAR (AAAAMM)... '.
003960     ACCEPT WRK-MES-FECHO.
003961     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
003962     MOVE 'U'                    TO WRK-CAL-FUNCAO.
003963     MOVE WRK-MES-FECHO          TO WRK-CAL-DATA (1:6).
003964     MOVE '01'                   TO WRK-CAL-DATA (7:2).
003965     MOVE ZERO                   TO WRK-CAL-REGIAO.
003966     MOVE SPACES                 TO WRK-CAL-UF.
003967     CALL 'PROG076' USING WRK-CAL-FUNCAO, WRK-CAL-DATA,
003968                                 WRK-CAL-REGIAO, WRK-CAL-UF,
003969                                 WRK-CAL-DIAS, WRK-CAL-DATA-FIM,
003970                                 WRK-CAL-NOME, WRK-CAL-RETORNO.
003971     IF WRK-CAL-DATA-INVALIDA
003972         DISPLAY 'MES INVALIDO - ' WRK-MES-FECHO
003973         SET CLOSE-HAS-FAILED    TO TRUE
003974         GO TO 5000-CLOSE-MONTH-EXIT
003975     END-IF.
003976     IF WRK-DATA-HOJE < WRK-CAL-DATA-FIM
003977         DISPLAY 'MES AINDA NAO ENCERRADO - ULTIMO DIA UTIL '
003978                 WRK-CAL-DATA-FIM
003979         SET CLOSE-HAS-FAILED    TO TRUE
003980         GO TO 5000-CLOSE-MONTH-EXIT
003981     END-IF.
003982     OPEN I-O LEDGER-MASTER.
003983     OPEN I-O LEDGER-CLOSE.
003990     IF CLS-STATUS-NEW-FILE
004000         OPEN OUTPUT LEDGER-CLOSE
004010         CLOSE LEDGER-CLOSE
004020         OPEN I-O LEDGER-CLOSE
004030     END-IF.
004040     MOVE WRK-MES-FECHO          TO CLS-MES.
004050     READ LEDGER-CLOSE
004060         INVALID KEY
004070             CONTINUE
004080         NOT INVALID KEY
004090             DISPLAY 'MES JA FECHADO - ' WRK-MES-FECHO
004100             SET CLOSE-HAS-FAILED TO TRUE
004110             GO TO 5000-CLOSE-MONTH-FECHA
004120     END-READ.
004130     MOVE 1                      TO WRK-IX.
004140     PERFORM 5050-CLEAR-ORIGIN   THRU 5050-CLEAR-ORIGIN-EXIT
004141         UNTIL WRK-IX > 500.
004160     MOVE ZERO                   TO WRK-ORIGIN-COUNT.
004170     MOVE WRK-MES-FECHO          TO LED-DATA (1:6).
004180     MOVE '00'                   TO LED-DATA (7:2).
004190     MOVE LOW-VALUES             TO LED-CONTA.
004200     MOVE LOW-VALUES             TO LED-ORIGEM.
004210     START LEDGER-MASTER KEY IS NOT LESS THAN LED-CHAVE
004220         INVALID KEY
004230             SET END-OF-LEDGER TO TRUE
004240     END-START.
004250     PERFORM 5100-ROLL-RECORD    THRU 5100-ROLL-RECORD-EXIT
004260         UNTIL END-OF-LEDGER.
004270     PERFORM 5500-WRITE-SUMMARIES
004280                                THRU 5500-WRITE-SUMMARIES-EXIT.
004281*    A CLOSE THAT LEFT RECORDS UNROLLED OR A SUMMARY UNWRITTEN
004282*    DOES NOT LOCK THE MONTH; THE RERUN ROLLS WHAT IS LEFT.
004283     IF CLOSE-HAS-FAILED
004284         DISPLAY 'FECHAMENTO INCOMPLETO - MES NAO FECHADO - '
004285                 WRK-MES-FECHO
004286         GO TO 5000-CLOSE-MONTH-FECHA
004287     END-IF.
004290     MOVE WRK-MES-FECHO          TO CLS-MES.
004300     ACCEPT CLS-DATA-FECHO       FROM DATE YYYYMMDD.
004310     WRITE LEDGER-CLOSE-RECORD
004320         INVALID KEY
004330             DISPLAY 'ERRO AO FECHAR O MES - ' WRK-MES-FECHO
004340             SET CLOSE-HAS-FAILED TO TRUE
004350     END-WRITE.
004360     DISPLAY 'MES FECHADO - ' WRK-MES-FECHO
004370             ' REGISTROS RESUMIDOS ' WRK-ROLL-COUNT.
004380 5000-CLOSE-MONTH-FECHA.
004390     CLOSE LEDGER-MASTER.
004400     CLOSE LEDGER-CLOSE.
004410 5000-CLOSE-MONTH-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440* 5050-CLEAR-ORIGIN - BLANK ONE ACCOUNT/ORIGIN SLOT.
004450*----------------------------------------------------------------
004460 5050-CLEAR-ORIGIN.
004470     MOVE SPACES                 TO OTB-CONTA (WRK-IX).
004480     MOVE SPACES                 TO OTB-ORIGEM (WRK-IX).
004490     MOVE ZERO                   TO OTB-DEBITO (WRK-IX).
004500     MOVE ZERO                   TO OTB-CREDITO (WRK-IX).
004510     MOVE ZERO                   TO OTB-CONTADOR (WRK-IX).
004520     ADD 1                       TO WRK-IX.
004530 5050-CLEAR-ORIGIN-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------
004560* 5100-ROLL-RECORD - TAKE ONE OF THE MONTH'S DAILY RECORDS INTO
004561*    ITS ACCOUNT/ORIGIN ACCUMULATOR AND DELETE IT. A DAY-00
004566*    SUMMARY FOUND HERE WAS LEFT BY A CLOSE THAT FAILED AND IS
004571*    ROLLED LIKE A DAILY RECORD. A RECORD THAT FINDS NO FREE
004576*    SLOT IS KEPT.
004580*----------------------------------------------------------------
004590 5100-ROLL-RECORD.
004600     READ LEDGER-MASTER NEXT RECORD
004610         AT END
004620             SET END-OF-LEDGER TO TRUE
004630             GO TO 5100-ROLL-RECORD-EXIT
004640     END-READ.
004650     IF LED-DATA (1:6) NOT = WRK-MES-FECHO
004660         SET END-OF-LEDGER TO TRUE
004670         GO TO 5100-ROLL-RECORD-EXIT
004680     END-IF.
004720     PERFORM 5200-ACCUMULATE-ORIGIN
004730                                THRU 5200-ACCUMULATE-ORIGIN-EXIT.
004732     IF NOT ORIGIN-WAS-FOUND
004734         GO TO 5100-ROLL-RECORD-EXIT
004736     END-IF.
004740     DELETE LEDGER-MASTER RECORD.
004750     ADD 1                       TO WRK-ROLL-COUNT.
004760 5100-ROLL-RECORD-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790* 5200-ACCUMULATE-ORIGIN - ADD THE RECORD INTO ITS ACCOUNT/
004800*    ORIGIN SLOT, CLAIMING THE FIRST FREE SLOT FOR A NEW PAIR.
004810*----------------------------------------------------------------
004820 5200-ACCUMULATE-ORIGIN.
004830     MOVE 'N'                    TO WRK-FOUND-SWITCH.
004840     MOVE 1                      TO WRK-IX.
004850     PERFORM 5300-MATCH-ORIGIN   THRU 5300-MATCH-ORIGIN-EXIT
004851         UNTIL ORIGIN-WAS-FOUND OR WRK-IX > 500.
004870     IF NOT ORIGIN-WAS-FOUND
004880         DISPLAY 'TABELA DE CONTAS CHEIA - ' LED-CONTA
004890                 ' ' LED-ORIGEM
004900         SET CLOSE-HAS-FAILED TO TRUE
004910     END-IF.
004920 5200-ACCUMULATE-ORIGIN-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------
004950* 5300-MATCH-ORIGIN - MATCH THE RECORD AGAINST ONE ACCOUNT/
004960*    ORIGIN SLOT.
004970*----------------------------------------------------------------
004980 5300-MATCH-ORIGIN.
004990     IF (OTB-CONTA (WRK-IX) = LED-CONTA
005000         AND OTB-ORIGEM (WRK-IX) = LED-ORIGEM)
005010         OR OTB-ORIGEM (WRK-IX) = SPACES
005020         SET ORIGIN-WAS-FOUND TO TRUE
005030         MOVE LED-CONTA TO OTB-CONTA (WRK-IX)
005040         MOVE LED-ORIGEM TO OTB-ORIGEM (WRK-IX)
005050         ADD LED-DEBITO TO OTB-DEBITO (WRK-IX)
005060         ADD LED-CREDITO TO OTB-CREDITO (WRK-IX)
005070         ADD LED-CONTADOR TO OTB-CONTADOR (WRK-IX)
005080         IF WRK-IX > WRK-ORIGIN-COUNT
005090             MOVE WRK-IX TO WRK-ORIGIN-COUNT
005100         END-IF
005110     ELSE
005120         ADD 1 TO WRK-IX
005130     END-IF.
005140 5300-MATCH-ORIGIN-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170* 5500-WRITE-SUMMARIES - WRITE ONE DAY-00 SUMMARY RECORD PER
005180*    ACCOUNT AND ORIGIN ACCUMULATED.
005190*----------------------------------------------------------------
005200 5500-WRITE-SUMMARIES.
005210     MOVE 1                      TO WRK-IX.
005220     PERFORM 5600-ONE-SUMMARY    THRU 5600-ONE-SUMMARY-EXIT
005230         UNTIL WRK-IX > WRK-ORIGIN-COUNT.
005240 5500-WRITE-SUMMARIES-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------
005270* 5600-ONE-SUMMARY - WRITE THE SUMMARY RECORD FOR ONE ACCOUNT
005280*    AND ORIGIN.
005290*----------------------------------------------------------------
005300 5600-ONE-SUMMARY.
005310     IF OTB-ORIGEM (WRK-IX) = SPACES
005320         GO TO 5600-ONE-SUMMARY-STEP
005330     END-IF.
005340     MOVE WRK-MES-FECHO          TO LED-DATA (1:6).
005350     MOVE '00'                   TO LED-DATA (7:2).
005360     MOVE OTB-CONTA (WRK-IX)     TO LED-CONTA.
005370     MOVE OTB-ORIGEM (WRK-IX)    TO LED-ORIGEM.
005380     MOVE OTB-DEBITO (WRK-IX)    TO LED-DEBITO.
005390     MOVE OTB-CREDITO (WRK-IX)   TO LED-CREDITO.
005400     MOVE OTB-CONTADOR (WRK-IX)  TO LED-CONTADOR.
005410     WRITE LEDGER-MASTER-RECORD
005420         INVALID KEY
005430             DISPLAY 'RESUMO JA EXISTE - ' LED-CONTA
005440                     ' ' LED-ORIGEM
005450             SET CLOSE-HAS-FAILED TO TRUE
005460     END-WRITE.
005470 5600-ONE-SUMMARY-STEP.
005480     ADD 1                       TO WRK-IX.
005490 5600-ONE-SUMMARY-EXIT.
005500     EXIT.
