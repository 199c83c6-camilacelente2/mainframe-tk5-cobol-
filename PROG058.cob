000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG058.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - MONTH-END REVALUATION OF THE FOREIGN-
000090*    CURRENCY GL ITEMS. PROG025 BOOKS A FOREIGN AMOUNT AT THE
000100*    CURRENCY-MASTER RATE OF ITS GL-DATA AND NEVER LOOKS AT IT
000110*    AGAIN. FOR THE MONTH ASKED FOR, THIS PROGRAM
000120*      - TAKES THE LAST CUR-TAXA ON FILE IN THE MONTH FOR EACH
000130*        CURRENCY AS ITS CLOSING RATE;
000140*      - TOTALS, PER CURRENCY AND ORIGIN, EVERY FOREIGN ITEM ON
000150*        GL-POSTED DATED UP TO THE MONTH END - LEAVING OUT THE
000160*        DATE/ORIGINS PROG054 HAS REVERSED - BOTH IN FOREIGN
000170*        CURRENCY AND AT THE RATE IT WAS BOOKED AT;
000180*      - REVALUES EACH FOREIGN BALANCE AT THE CLOSING RATE AND
000190*        POSTS THE DIFFERENCE FROM WHAT THE LEDGER ALREADY HOLDS
000200*        (BOOKED VALUE PLUS EARLIER REVALUATIONS FROM THE
000210*        REVALUATION JOURNAL) ON THE LAST DAY OF THE MONTH UNDER
000220*        ITS OWN ORIGIN, REAVCAMB. A GAIN DEBITS THE ITEM'S
000230*        ORIGIN-MAP DEBIT ACCOUNT AND CREDITS THE REAVCAMB
000240*        CREDIT (GAIN) ACCOUNT; A LOSS DEBITS THE REAVCAMB DEBIT
000250*        (LOSS) ACCOUNT AND CREDITS THE ITEM'S ACCOUNT;
000260*      - RECOMPUTES AT THE CLOSING RATE EVERY FOREIGN ITEM STILL
000270*        OPEN ON THE CARRY-FORWARD OR MANUAL-REVIEW FILE. THESE
000280*        ARE NOT ON THE LEDGER YET, SO THEIR DIFFERENCE IS ONLY
000290*        REPORTED, NEVER POSTED;
000300*      - PRINTS THE REVALUATION REPORT BY CURRENCY.
000310*    IT MUST RUN BEFORE PROG046 CLOSES THE MONTH - A CLOSED
000320*    MONTH IS REFUSED. EVERY POSTING IS JOURNALED, AND A RERUN
000330*    SKIPS THE CURRENCY/ORIGINS ALREADY JOURNALED FOR THE
000340*    MONTH. RETURN CODE 4 WHEN A BALANCE COULD NOT BE REVALUED
000350*    (NO CLOSING RATE, UNMAPPED ORIGIN, FAILED POSTING), 8 WHEN
000360*    THE RUN IS REFUSED.
000370*----------------------------------------------------------------
000380* MODIFICATION HISTORY
000390*----------------------------------------------------------------
000400* 2026-10-15  RM  ORIGINAL PROGRAM.
000410*----------------------------------------------------------------
000420 ENVIRONMENT                     DIVISION.
000430 CONFIGURATION                   SECTION.
000440 SOURCE-COMPUTER.                IBM-370.
000450 OBJECT-COMPUTER.                IBM-370.
000460 SPECIAL-NAMES.
000470     DECIMAL-POINT IS COMMA.
000480 INPUT-OUTPUT                    SECTION.
000490 FILE-CONTROL.
000500     SELECT LEDGER-MASTER        ASSIGN TO LEDGMAST
000510                                 ORGANIZATION IS INDEXED
000520                                 ACCESS MODE IS DYNAMIC
000530                                 RECORD KEY IS LED-CHAVE
000540                                 FILE STATUS IS WS-LED-STATUS.
000550     SELECT LEDGER-CLOSE         ASSIGN TO LEDCLOSE
000560                                 ORGANIZATION IS INDEXED
000570                                 ACCESS MODE IS DYNAMIC
000580                                 RECORD KEY IS CLS-MES
000590                                 FILE STATUS IS WS-CLS-STATUS.
000600     SELECT ORIGIN-MAP           ASSIGN TO ORIGMAP
000610                                 ORGANIZATION IS INDEXED
000620                                 ACCESS MODE IS DYNAMIC
000630                                 RECORD KEY IS MAP-ORIGEM
000640                                 FILE STATUS IS WS-MAP-STATUS.
000650     SELECT CURRENCY-MASTER      ASSIGN TO CURRMAST
000660                                 ORGANIZATION IS INDEXED
000670                                 ACCESS MODE IS DYNAMIC
000680                                 RECORD KEY IS CUR-CHAVE
000690                                 FILE STATUS IS WS-CUR-STATUS.
000700     SELECT GL-POSTED            ASSIGN TO GLPOSTD
000710                                 ORGANIZATION IS SEQUENTIAL
000720                                 FILE STATUS IS WS-PST-STATUS.
000730     SELECT GL-CARRY             ASSIGN TO GLCARRY
000740                                 ORGANIZATION IS SEQUENTIAL
000750                                 FILE STATUS IS WS-CRY-STATUS.
000760     SELECT GL-REVIEW            ASSIGN TO GLREVIEW
000770                                 ORGANIZATION IS SEQUENTIAL
000780                                 FILE STATUS IS WS-REV-STATUS.
000790     SELECT ADJ-JOURNAL          ASSIGN TO GLAJUST
000800                                 ORGANIZATION IS SEQUENTIAL
000810                                 FILE STATUS IS WS-AJJ-STATUS.
000820     SELECT REVAL-JOURNAL        ASSIGN TO GLREAVJ
000830                                 ORGANIZATION IS SEQUENTIAL
000840                                 FILE STATUS IS WS-RVJ-STATUS.
000850     SELECT REVAL-RPT            ASSIGN TO REAVRPT
000860                                 ORGANIZATION IS SEQUENTIAL
000870                                 FILE STATUS IS WS-RPT-STATUS.
000880 DATA                            DIVISION.
000890 FILE                            SECTION.
000900 FD  LEDGER-MASTER
000910     LABEL RECORDS ARE STANDARD.
000920     COPY LEDGMAST.
000930 FD  LEDGER-CLOSE
000940     LABEL RECORDS ARE STANDARD.
000950 01  LEDGER-CLOSE-RECORD.
000960     05  CLS-MES                 PIC X(06).
000970     05  CLS-DATA-FECHO          PIC X(08).
000980 FD  ORIGIN-MAP
000990     LABEL RECORDS ARE STANDARD.
001000     COPY ORIGMAP.
001010 FD  CURRENCY-MASTER
001020     LABEL RECORDS ARE STANDARD.
001030 01  CURRENCY-MASTER-RECORD.
001040     05  CUR-CHAVE.
001050         10  CUR-DATA            PIC X(08).
001060         10  CUR-MOEDA           PIC X(03).
001070     05  CUR-TAXA                PIC 9(03)V9(06).
001080 FD  GL-POSTED
001090     LABEL RECORDS ARE STANDARD.
001100 01  GL-POSTED-RECORD.
001110     05  PST-DATA-POSTAGEM       PIC X(08).
001120     05  PST-IMAGEM              PIC X(59).
001130 FD  GL-CARRY
001140     LABEL RECORDS ARE STANDARD.
001150 01  GL-CARRY-RECORD             PIC X(59).
001160 FD  GL-REVIEW
001170     LABEL RECORDS ARE STANDARD.
001180 01  GL-REVIEW-RECORD            PIC X(59).
001190 FD  ADJ-JOURNAL
001200     LABEL RECORDS ARE STANDARD.
001210     COPY ADJJRNL.
001220 FD  REVAL-JOURNAL
001230     LABEL RECORDS ARE STANDARD.
001240     COPY REVALJR.
001250 FD  REVAL-RPT
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 132 CHARACTERS.
001280 01  RPT-LINE                    PIC X(132).
001290 WORKING-STORAGE                 SECTION.
001300     COPY RUNLINK                REPLACING ==:PFX:== BY ==WRK==.
001310     COPY GLINTF.
001320 01  HEADING-LINE-1.
001330     05  FILLER                  PIC X(44)
001340             VALUE 'REAVALIACAO CAMBIAL - PROG058'.
001350     05  FILLER                  PIC X(04) VALUE 'MES '.
001360     05  HDG-MES                 PIC X(06).
001370     05  FILLER                  PIC X(11) VALUE '  POSTAGEM '.
001380     05  HDG-DATA-LANCAMENTO     PIC X(08).
001390     05  FILLER                  PIC X(59) VALUE SPACES.
001400 01  HEADING-LINE-2.
001410     05  FILLER                  PIC X(05) VALUE 'MOE'.
001420     05  FILLER                  PIC X(10) VALUE 'ORIGEM'.
001430     05  FILLER                  PIC X(16) VALUE '   ESTRANGEIRO'.
001440     05  FILLER                  PIC X(12) VALUE 'TAXA FECH.'.
001450     05  FILLER                  PIC X(16) VALUE ' CONTABILIZADO'.
001460     05  FILLER                  PIC X(16) VALUE '  REAVAL. ANT.'.
001470     05  FILLER                  PIC X(16) VALUE ' VL FECHAMENTO'.
001480     05  FILLER                  PIC X(16) VALUE '        AJUSTE'.
001490     05  FILLER                  PIC X(25) VALUE 'SITUACAO'.
001500 01  DETAIL-LINE.
001510     05  DTL-MOEDA               PIC X(03).
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  DTL-ORIGEM              PIC X(08).
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  DTL-ESTRANGEIRO         PIC -ZZZZZZZZZ9,99.
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  DTL-TAXA                PIC ZZ9,999999.
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  DTL-CONTABIL            PIC -ZZZZZZZZZ9,99.
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  DTL-ANTERIOR            PIC -ZZZZZZZZZ9,99.
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  DTL-FECHAMENTO          PIC -ZZZZZZZZZ9,99.
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  DTL-AJUSTE              PIC -ZZZZZZZZZ9,99.
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  DTL-SITUACAO            PIC X(20).
001680     05  FILLER                  PIC X(05) VALUE SPACES.
001690 01  TOTAL-LINE.
001700     05  TOT-TITULO              PIC X(30).
001710     05  TOT-CONTADOR            PIC ZZZZZ9.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  TOT-VALOR               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001740     05  FILLER                  PIC X(76) VALUE SPACES.
001750 01  DAYS-IN-MONTH-VALUES.
001760     05  FILLER                  PIC X(24)
001770             VALUE '312831303130313130313031'.
001780 01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
001790     05  DIM-DIAS                PIC 9(02) OCCURS 12 TIMES.
001800 01  RATE-TABLE.
001810     05  RTB-ENTRY               OCCURS 50 TIMES.
001820         10  RTB-MOEDA           PIC X(03).
001830         10  RTB-TAXA            PIC 9(03)V9(06).
001840 01  POSITION-TABLE.
001850     05  POS-ENTRY               OCCURS 300 TIMES.
001860         10  POS-MOEDA           PIC X(03).
001870         10  POS-ORIGEM          PIC X(08).
001880         10  POS-FEITO           PIC X(01).
001890         10  POS-ESTRANGEIRO     PIC S9(11)V99 COMP.
001900         10  POS-CONTABIL        PIC S9(11)V99 COMP.
001910         10  POS-ANTERIOR        PIC S9(11)V99 COMP.
001920 01  REVERSAL-TABLE.
001930     05  RVT-ENTRY               OCCURS 500 TIMES.
001940         10  RVT-DATA            PIC X(08).
001950         10  RVT-ORIGEM          PIC X(08).
001960 77  WS-LED-STATUS               PIC X(02)  VALUE SPACES.
001970     88  LED-STATUS-OK                      VALUE '00'.
001980     88  LED-STATUS-NEW-FILE                VALUE '35'.
001990 77  WS-CLS-STATUS               PIC X(02)  VALUE SPACES.
002000     88  CLS-STATUS-OK                      VALUE '00'.
002010     88  CLS-STATUS-NEW-FILE                VALUE '35'.
002020 77  WS-MAP-STATUS               PIC X(02)  VALUE SPACES.
002030     88  MAP-STATUS-OK                      VALUE '00'.
002040 77  WS-CUR-STATUS               PIC X(02)  VALUE SPACES.
002050     88  CUR-STATUS-OK                      VALUE '00'.
002060 77  WS-PST-STATUS               PIC X(02)  VALUE SPACES.
002070     88  PST-STATUS-OK                      VALUE '00'.
002080     88  PST-STATUS-NEW-FILE                VALUE '35'.
002090 77  WS-CRY-STATUS               PIC X(02)  VALUE SPACES.
002100     88  CRY-STATUS-OK                      VALUE '00'.
002110     88  CRY-STATUS-NEW-FILE                VALUE '35'.
002120 77  WS-REV-STATUS               PIC X(02)  VALUE SPACES.
002130     88  REV-STATUS-OK                      VALUE '00'.
002140     88  REV-STATUS-NEW-FILE                VALUE '35'.
002150 77  WS-AJJ-STATUS               PIC X(02)  VALUE SPACES.
002160     88  AJJ-STATUS-OK                      VALUE '00'.
002170     88  AJJ-STATUS-NEW-FILE                VALUE '35'.
002180 77  WS-RVJ-STATUS               PIC X(02)  VALUE SPACES.
002190     88  RVJ-STATUS-OK                      VALUE '00'.
002200     88  RVJ-STATUS-NEW-FILE                VALUE '05' '35'.
002210 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
002220     88  RPT-STATUS-OK                      VALUE '00'.
002230 77  WRK-MES-REAVALIACAO         PIC X(06)  VALUE SPACES.
002240 77  WRK-RECUSA-SWITCH           PIC X(01)  VALUE 'N'.
002250     88  RUN-IS-REFUSED                     VALUE 'Y'.
002260 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
002270     88  END-OF-INPUT                       VALUE 'Y'.
002280 77  WRK-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
002290     88  ENTRY-WAS-FOUND                    VALUE 'Y'.
002300 77  WRK-FULL-SWITCH             PIC X(01)  VALUE 'N'.
002310     88  A-TABLE-IS-FULL                    VALUE 'Y'.
002320 77  WRK-LADO                    PIC X(01)  VALUE SPACES.
002330     88  LADO-IS-DEBITO                     VALUE 'D'.
002340     88  LADO-IS-CREDITO                    VALUE 'C'.
002350 77  WRK-ABERTO-FONTE            PIC X(20)  VALUE SPACES.
002360 77  WRK-ANO                     PIC 9(04)  VALUE ZERO.
002370 77  WRK-MES-NUM                 PIC 9(02)  VALUE ZERO.
002380 77  WRK-ULTIMO-DIA              PIC 9(02)  VALUE ZERO.
002390 77  WRK-QUOCIENTE               PIC 9(04)  VALUE ZERO.
002400 77  WRK-RESTO-4                 PIC 9(04)  VALUE ZERO.
002410 77  WRK-RESTO-100               PIC 9(04)  VALUE ZERO.
002420 77  WRK-RESTO-400               PIC 9(04)  VALUE ZERO.
002430 77  WRK-DATA-LANCAMENTO         PIC X(08)  VALUE SPACES.
002440 77  WRK-ORIGEM-LANCAMENTO       PIC X(08)  VALUE 'REAVCAMB'.
002450 77  WRK-CONTA-GANHO             PIC X(08)  VALUE SPACES.
002460 77  WRK-CONTA-PERDA             PIC X(08)  VALUE SPACES.
002470 77  WRK-CONTA-ITEM              PIC X(08)  VALUE SPACES.
002480 77  WRK-CONTA-DEBITO            PIC X(08)  VALUE SPACES.
002490 77  WRK-CONTA-CREDITO           PIC X(08)  VALUE SPACES.
002500 77  WRK-CONTA-LANCAMENTO        PIC X(08)  VALUE SPACES.
002510 77  WRK-MOEDA                   PIC X(03)  VALUE SPACES.
002520 77  WRK-ORIGEM                  PIC X(08)  VALUE SPACES.
002530 77  WRK-TAXA                    PIC 9(03)V9(06) VALUE ZERO.
002540 77  WRK-VALOR-NACIONAL          PIC S9(11)V99 VALUE ZERO.
002550 77  WRK-VALOR-FECHAMENTO        PIC S9(11)V99 VALUE ZERO.
002560 77  WRK-VALOR-AJUSTE            PIC S9(11)V99 VALUE ZERO.
002570 77  WRK-VALOR-LANCAMENTO        PIC S9(11)V99 VALUE ZERO.
002580 77  WRK-SUB-ESTRANGEIRO         PIC S9(11)V99 VALUE ZERO.
002590 77  WRK-SUB-CONTABIL            PIC S9(11)V99 VALUE ZERO.
002600 77  WRK-SUB-ANTERIOR            PIC S9(11)V99 VALUE ZERO.
002610 77  WRK-SUB-FECHAMENTO          PIC S9(11)V99 VALUE ZERO.
002620 77  WRK-SUB-AJUSTE              PIC S9(11)V99 VALUE ZERO.
002630 77  WRK-RTB-COUNT               PIC 9(04)  COMP VALUE ZERO.
002640 77  WRK-RTB-IX                  PIC 9(04)  COMP VALUE ZERO.
002650 77  WRK-POS-COUNT               PIC 9(04)  COMP VALUE ZERO.
002660 77  WRK-POS-IX                  PIC 9(04)  COMP VALUE ZERO.
002670 77  WRK-RVT-COUNT               PIC 9(04)  COMP VALUE ZERO.
002680 77  WRK-RVT-IX                  PIC 9(04)  COMP VALUE ZERO.
002690 77  WRK-POSTED-COUNT            PIC 9(06)  COMP VALUE ZERO.
002700 77  WRK-ABERTO-COUNT            PIC 9(06)  COMP VALUE ZERO.
002710 77  WRK-REAVALIADO-COUNT        PIC 9(06)  COMP VALUE ZERO.
002720 77  WRK-JA-FEITO-COUNT          PIC 9(06)  COMP VALUE ZERO.
002730 77  WRK-EXCEPTION-COUNT         PIC 9(06)  COMP VALUE ZERO.
002740 77  WRK-GANHO-COUNT             PIC 9(06)  COMP VALUE ZERO.
002750 77  WRK-PERDA-COUNT             PIC 9(06)  COMP VALUE ZERO.
002760 77  WRK-GANHO-TOTAL             PIC S9(11)V99 COMP VALUE ZERO.
002770 77  WRK-PERDA-TOTAL             PIC S9(11)V99 COMP VALUE ZERO.
002780 PROCEDURE                       DIVISION.
002790*----------------------------------------------------------------
002800* 0000-MAINLINE
002810*----------------------------------------------------------------
002820 0000-MAINLINE.
002830     PERFORM 0100-REGISTER-START
002840                                THRU 0100-REGISTER-START-EXIT.
002850     IF WRK-RUN-IMPEDIDO
002860         MOVE 12 TO RETURN-CODE
002870         STOP RUN
002880     END-IF.
002890     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
002900     IF RUN-IS-REFUSED
002910         PERFORM 9999-FINALIZE   THRU 9999-FINALIZE-EXIT
002920         MOVE 8 TO RETURN-CODE
002930         PERFORM 0200-REGISTER-END
002940                                THRU 0200-REGISTER-END-EXIT
002950         STOP RUN
002960     END-IF.
002970     PERFORM 2000-LOAD-RATES     THRU 2000-LOAD-RATES-EXIT.
002980     PERFORM 2100-LOAD-REVERSALS THRU 2100-LOAD-REVERSALS-EXIT.
002990     PERFORM 2200-LOAD-JOURNAL   THRU 2200-LOAD-JOURNAL-EXIT.
003000     PERFORM 3000-LOAD-POSITIONS THRU 3000-LOAD-POSITIONS-EXIT.
003010     OPEN EXTEND REVAL-JOURNAL.
003020     IF RVJ-STATUS-NEW-FILE
003030         OPEN OUTPUT REVAL-JOURNAL
003040         CLOSE REVAL-JOURNAL
003050         OPEN EXTEND REVAL-JOURNAL
003060     END-IF.
003070     MOVE 1                      TO WRK-RTB-IX.
003080     PERFORM 4000-REVALUE-CURRENCY
003090                                THRU 4000-REVALUE-CURRENCY-EXIT
003100         UNTIL WRK-RTB-IX > WRK-RTB-COUNT.
003110     CLOSE REVAL-JOURNAL.
003120     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
003130     IF WRK-EXCEPTION-COUNT > ZERO
003140         MOVE 4 TO RETURN-CODE
003150     END-IF.
003160     IF A-TABLE-IS-FULL
003170         MOVE 8 TO RETURN-CODE
003180     END-IF.
003190     PERFORM 0200-REGISTER-END   THRU 0200-REGISTER-END-EXIT.
003200     STOP RUN.
003210*----------------------------------------------------------------
003220* 0100-REGISTER-START - REGISTER THE RUN ON THE RUN-CONTROL
003230*    FILE THROUGH PROG052, WHICH REFUSES THE START WHILE THE
003240*    GL POSTING OR THE MANUAL ADJUSTMENTS ARE UPDATING THE
003250*    SAME LEDGER.
003260*----------------------------------------------------------------
003270 0100-REGISTER-START.
003280     MOVE 'PROG058 '             TO WRK-RUN-PROGRAMA.
003290     MOVE 'I'                    TO WRK-RUN-FUNCAO.
003300     MOVE 'PROG025 PROG054 '     TO WRK-RUN-CONFLITOS.
003310     MOVE SPACES                 TO WRK-RUN-PREDECESSORES.
003320     MOVE ZERO                   TO WRK-RUN-RETORNO-PROG.
003330     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
003340                                 WRK-RUN-CONFLITOS,
003350                                 WRK-RUN-PREDECESSORES,
003360                                 WRK-RUN-RETORNO-PROG,
003370                                 WRK-RUN-RETORNO.
003380 0100-REGISTER-START-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410* 0200-REGISTER-END - RECORD THE END OF THE RUN AND ITS FINAL
003420*    CONDITION CODE ON THE RUN-CONTROL FILE.
003430*----------------------------------------------------------------
003440 0200-REGISTER-END.
003450     MOVE 'T'                    TO WRK-RUN-FUNCAO.
003460     MOVE RETURN-CODE            TO WRK-RUN-RETORNO-PROG.
003470     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
003480                                 WRK-RUN-CONFLITOS,
003490                                 WRK-RUN-PREDECESSORES,
003500                                 WRK-RUN-RETORNO-PROG,
003510                                 WRK-RUN-RETORNO.
003520 0200-REGISTER-END-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------
003550* 1000-INITIALIZE - ACCEPT THE MONTH, WORK OUT ITS LAST DAY,
003560*    OPEN THE FILES AND PRINT THE HEADINGS. THE RUN IS REFUSED
003570*    FOR A MONTH THAT IS NOT VALID OR IS ALREADY CLOSED, OR WHEN
003580*    ORIGIN REAVCAMB HAS NO ACCOUNTS ON THE ORIGIN-MAP.
003590*----------------------------------------------------------------
003600 1000-INITIALIZE.
003610     DISPLAY 'MES A REAVALIAR (AAAAMM)... '.
003620     ACCEPT WRK-MES-REAVALIACAO.
003630     OPEN INPUT  ORIGIN-MAP.
003640     OPEN INPUT  CURRENCY-MASTER.
003650     OPEN INPUT  LEDGER-CLOSE.
003660     IF CLS-STATUS-NEW-FILE
003670         OPEN OUTPUT LEDGER-CLOSE
003680         CLOSE LEDGER-CLOSE
003690         OPEN INPUT LEDGER-CLOSE
003700     END-IF.
003710     OPEN I-O    LEDGER-MASTER.
003720     IF LED-STATUS-NEW-FILE
003730         OPEN OUTPUT LEDGER-MASTER
003740         CLOSE LEDGER-MASTER
003750         OPEN I-O LEDGER-MASTER
003760     END-IF.
003770     OPEN OUTPUT REVAL-RPT.
003780     MOVE WRK-MES-REAVALIACAO    TO HDG-MES.
003790     IF WRK-MES-REAVALIACAO NOT NUMERIC
003800         DISPLAY 'MES INVALIDO - ' WRK-MES-REAVALIACAO
003810         SET RUN-IS-REFUSED TO TRUE
003820         GO TO 1000-INITIALIZE-EXIT
003830     END-IF.
003840     MOVE WRK-MES-REAVALIACAO (1:4) TO WRK-ANO.
003850     MOVE WRK-MES-REAVALIACAO (5:2) TO WRK-MES-NUM.
003860     IF WRK-MES-NUM < 1 OR WRK-MES-NUM > 12
003870         DISPLAY 'MES INVALIDO - ' WRK-MES-REAVALIACAO
003880         SET RUN-IS-REFUSED TO TRUE
003890         GO TO 1000-INITIALIZE-EXIT
003900     END-IF.
003910     PERFORM 1100-LAST-DAY       THRU 1100-LAST-DAY-EXIT.
003920     MOVE WRK-DATA-LANCAMENTO    TO HDG-DATA-LANCAMENTO.
003930     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
003940     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
003950     MOVE WRK-MES-REAVALIACAO    TO CLS-MES.
003960     READ LEDGER-CLOSE
003970         INVALID KEY
003980             CONTINUE
003990         NOT INVALID KEY
004000             DISPLAY 'MES JA FECHADO - ' WRK-MES-REAVALIACAO
004010             SET RUN-IS-REFUSED TO TRUE
004020             GO TO 1000-INITIALIZE-EXIT
004030     END-READ.
004040     MOVE WRK-ORIGEM-LANCAMENTO  TO MAP-ORIGEM.
004050     READ ORIGIN-MAP
004060         INVALID KEY
004070             DISPLAY 'ORIGEM ' WRK-ORIGEM-LANCAMENTO
004080                     ' SEM CONTAS NO ORIGIN-MAP'
004090             SET RUN-IS-REFUSED TO TRUE
004100             GO TO 1000-INITIALIZE-EXIT
004110     END-READ.
004120     MOVE MAP-CONTA-DEBITO       TO WRK-CONTA-PERDA.
004130     MOVE MAP-CONTA-CREDITO      TO WRK-CONTA-GANHO.
004140 1000-INITIALIZE-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170* 1100-LAST-DAY - THE LAST DAY OF THE MONTH, THE DATE THE
004180*    REVALUATION IS POSTED UNDER. FEBRUARY HAS 29 DAYS IN A
004190*    YEAR DIVISIBLE BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400.
004200*----------------------------------------------------------------
004210 1100-LAST-DAY.
004220     MOVE DIM-DIAS (WRK-MES-NUM) TO WRK-ULTIMO-DIA.
004230     IF WRK-MES-NUM = 2
004240         DIVIDE WRK-ANO BY 4   GIVING WRK-QUOCIENTE
004250                               REMAINDER WRK-RESTO-4
004260         DIVIDE WRK-ANO BY 100 GIVING WRK-QUOCIENTE
004270                               REMAINDER WRK-RESTO-100
004280         DIVIDE WRK-ANO BY 400 GIVING WRK-QUOCIENTE
004290                               REMAINDER WRK-RESTO-400
004300         IF WRK-RESTO-4 = ZERO
004310             AND (WRK-RESTO-100 NOT = ZERO
004320                  OR WRK-RESTO-400 = ZERO)
004330             MOVE 29             TO WRK-ULTIMO-DIA
004340         END-IF
004350     END-IF.
004360     MOVE WRK-MES-REAVALIACAO    TO WRK-DATA-LANCAMENTO (1:6).
004370     MOVE WRK-ULTIMO-DIA         TO WRK-DATA-LANCAMENTO (7:2).
004380 1100-LAST-DAY-EXIT.
004390     EXIT.
004400*----------------------------------------------------------------
004410* 2000-LOAD-RATES - READ THE MONTH'S CURRENCY-MASTER RECORDS IN
004420*    DATE ORDER, SO THE RATE LEFT IN EACH CURRENCY'S SLOT IS THE
004430*    LAST ONE ON FILE IN THE MONTH - ITS CLOSING RATE.
004440*----------------------------------------------------------------
004450 2000-LOAD-RATES.
004460     MOVE WRK-MES-REAVALIACAO    TO CUR-DATA (1:6).
004470     MOVE '01'                   TO CUR-DATA (7:2).
004480     MOVE LOW-VALUES             TO CUR-MOEDA.
004490     MOVE 'N'                    TO WRK-EOF-SWITCH.
004500     START CURRENCY-MASTER KEY IS NOT LESS THAN CUR-CHAVE
004510         INVALID KEY
004520             SET END-OF-INPUT TO TRUE
004530     END-START.
004540     PERFORM 2050-LOAD-ONE-RATE  THRU 2050-LOAD-ONE-RATE-EXIT
004550         UNTIL END-OF-INPUT.
004560 2000-LOAD-RATES-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590* 2050-LOAD-ONE-RATE - KEEP ONE RATE AS ITS CURRENCY'S LATEST.
004600*----------------------------------------------------------------
004610 2050-LOAD-ONE-RATE.
004620     READ CURRENCY-MASTER NEXT RECORD
004630         AT END
004640             SET END-OF-INPUT TO TRUE
004650             GO TO 2050-LOAD-ONE-RATE-EXIT
004660     END-READ.
004670     IF CUR-DATA (1:6) NOT = WRK-MES-REAVALIACAO
004680         SET END-OF-INPUT TO TRUE
004690         GO TO 2050-LOAD-ONE-RATE-EXIT
004700     END-IF.
004710     MOVE CUR-MOEDA              TO WRK-MOEDA.
004720     PERFORM 2060-FIND-CURRENCY  THRU 2060-FIND-CURRENCY-EXIT.
004730     IF ENTRY-WAS-FOUND
004740         MOVE CUR-TAXA           TO RTB-TAXA (WRK-RTB-IX)
004750     END-IF.
004760 2050-LOAD-ONE-RATE-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790* 2060-FIND-CURRENCY - FIND WRK-MOEDA'S SLOT IN THE RATE TABLE,
004800*    ADDING IT WITH NO RATE (ZERO) WHEN IT IS NOT THERE YET.
004810*----------------------------------------------------------------
004820 2060-FIND-CURRENCY.
004830     MOVE 'N'                    TO WRK-FOUND-SWITCH.
004840     MOVE 1                      TO WRK-RTB-IX.
004850     PERFORM 2070-MATCH-CURRENCY THRU 2070-MATCH-CURRENCY-EXIT
004860         UNTIL ENTRY-WAS-FOUND OR WRK-RTB-IX > WRK-RTB-COUNT.
004870     IF ENTRY-WAS-FOUND
004880         GO TO 2060-FIND-CURRENCY-EXIT
004890     END-IF.
004900     IF WRK-RTB-COUNT NOT < 50
004910         DISPLAY 'TABELA DE MOEDAS CHEIA - ' WRK-MOEDA
004920         SET A-TABLE-IS-FULL TO TRUE
004930         GO TO 2060-FIND-CURRENCY-EXIT
004940     END-IF.
004950     ADD 1                       TO WRK-RTB-COUNT.
004960     MOVE WRK-RTB-COUNT          TO WRK-RTB-IX.
004970     MOVE WRK-MOEDA              TO RTB-MOEDA (WRK-RTB-IX).
004980     MOVE ZERO                   TO RTB-TAXA (WRK-RTB-IX).
004990     SET ENTRY-WAS-FOUND         TO TRUE.
005000 2060-FIND-CURRENCY-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030* 2070-MATCH-CURRENCY - MATCH WRK-MOEDA AGAINST ONE SLOT.
005040*----------------------------------------------------------------
005050 2070-MATCH-CURRENCY.
005060     IF RTB-MOEDA (WRK-RTB-IX) = WRK-MOEDA
005070         SET ENTRY-WAS-FOUND TO TRUE
005080     ELSE
005090         ADD 1 TO WRK-RTB-IX
005100     END-IF.
005110 2070-MATCH-CURRENCY-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140* 2100-LOAD-REVERSALS - TABLE EVERY DATE/ORIGIN PROG054 HAS
005150*    REVERSED. THE REVERSAL NETTED IT TO ZERO ON THE LEDGER, SO
005160*    ITS GL-POSTED IMAGES ARE NO LONGER PART OF ANY BALANCE.
005170*----------------------------------------------------------------
005180 2100-LOAD-REVERSALS.
005190     OPEN INPUT ADJ-JOURNAL.
005200     IF AJJ-STATUS-NEW-FILE
005210         GO TO 2100-LOAD-REVERSALS-EXIT
005220     END-IF.
005230     MOVE 'N'                    TO WRK-EOF-SWITCH.
005240     PERFORM 2150-LOAD-ONE-REVERSAL
005250                                THRU 2150-LOAD-ONE-REVERSAL-EXIT
005260         UNTIL END-OF-INPUT.
005270     CLOSE ADJ-JOURNAL.
005280 2100-LOAD-REVERSALS-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------
005310* 2150-LOAD-ONE-REVERSAL - TABLE ONE REVERSAL JOURNAL RECORD.
005320*----------------------------------------------------------------
005330 2150-LOAD-ONE-REVERSAL.
005340     READ ADJ-JOURNAL
005350         AT END
005360             SET END-OF-INPUT TO TRUE
005370             GO TO 2150-LOAD-ONE-REVERSAL-EXIT
005380     END-READ.
005390     IF NOT AJJ-IS-ESTORNO
005400         GO TO 2150-LOAD-ONE-REVERSAL-EXIT
005410     END-IF.
005420     IF WRK-RVT-COUNT NOT < 500
005430         DISPLAY 'TABELA DE ESTORNOS CHEIA'
005440         SET A-TABLE-IS-FULL TO TRUE
005450         SET END-OF-INPUT TO TRUE
005460         GO TO 2150-LOAD-ONE-REVERSAL-EXIT
005470     END-IF.
005480     ADD 1                       TO WRK-RVT-COUNT.
005490     MOVE AJJ-DATA-LANCAMENTO    TO RVT-DATA (WRK-RVT-COUNT).
005500     MOVE AJJ-ORIGEM             TO RVT-ORIGEM (WRK-RVT-COUNT).
005510 2150-LOAD-ONE-REVERSAL-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005540* 2200-LOAD-JOURNAL - READ THE REVALUATION JOURNAL. EARLIER
005550*    MONTHS' ADJUSTMENTS ARE ADDED TO THEIR POSITION AS ALREADY
005560*    BOOKED; A RECORD FOR THIS MONTH MARKS ITS POSITION AS DONE.
005570*----------------------------------------------------------------
005580 2200-LOAD-JOURNAL.
005590     OPEN INPUT REVAL-JOURNAL.
005600     IF RVJ-STATUS-NEW-FILE
005610         GO TO 2200-LOAD-JOURNAL-EXIT
005620     END-IF.
005630     MOVE 'N'                    TO WRK-EOF-SWITCH.
005640     PERFORM 2250-LOAD-ONE-JOURNAL
005650                                THRU 2250-LOAD-ONE-JOURNAL-EXIT
005660         UNTIL END-OF-INPUT.
005670     CLOSE REVAL-JOURNAL.
005680 2200-LOAD-JOURNAL-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710* 2250-LOAD-ONE-JOURNAL - APPLY ONE REVALUATION JOURNAL RECORD.
005720*----------------------------------------------------------------
005730 2250-LOAD-ONE-JOURNAL.
005740     READ REVAL-JOURNAL
005750         AT END
005760             SET END-OF-INPUT TO TRUE
005770             GO TO 2250-LOAD-ONE-JOURNAL-EXIT
005780     END-READ.
005790     IF RVJ-MES > WRK-MES-REAVALIACAO
005800         GO TO 2250-LOAD-ONE-JOURNAL-EXIT
005810     END-IF.
005820     MOVE RVJ-MOEDA              TO WRK-MOEDA.
005830     MOVE RVJ-ORIGEM             TO WRK-ORIGEM.
005840     PERFORM 3500-FIND-POSITION  THRU 3500-FIND-POSITION-EXIT.
005850     IF NOT ENTRY-WAS-FOUND
005860         GO TO 2250-LOAD-ONE-JOURNAL-EXIT
005870     END-IF.
005880     IF RVJ-MES = WRK-MES-REAVALIACAO
005890         MOVE 'S'                TO POS-FEITO (WRK-POS-IX)
005900     ELSE
005910         ADD RVJ-AJUSTE          TO POS-ANTERIOR (WRK-POS-IX)
005920     END-IF.
005930 2250-LOAD-ONE-JOURNAL-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------
005960* 3000-LOAD-POSITIONS - TOTAL THE FOREIGN ITEMS ON GL-POSTED
005970*    DATED UP TO THE MONTH END INTO THEIR CURRENCY/ORIGIN
005980*    POSITION, IN FOREIGN CURRENCY AND AT THE RATE OF THEIR
005990*    GL-DATA, THE ONE PROG025 BOOKED THEM AT.
006000*----------------------------------------------------------------
006010 3000-LOAD-POSITIONS.
006020     OPEN INPUT GL-POSTED.
006030     IF PST-STATUS-NEW-FILE
006040         GO TO 3000-LOAD-POSITIONS-EXIT
006050     END-IF.
006060     MOVE 'N'                    TO WRK-EOF-SWITCH.
006070     PERFORM 3100-LOAD-ONE-POSTED
006080                                THRU 3100-LOAD-ONE-POSTED-EXIT
006090         UNTIL END-OF-INPUT.
006100     CLOSE GL-POSTED.
006110 3000-LOAD-POSITIONS-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140* 3100-LOAD-ONE-POSTED - ADD ONE POSTED IMAGE TO ITS POSITION,
006150*    UNLESS IT IS DOMESTIC, AFTER THE MONTH OR REVERSED.
006160*----------------------------------------------------------------
006170 3100-LOAD-ONE-POSTED.
006180     READ GL-POSTED
006190         AT END
006200             SET END-OF-INPUT TO TRUE
006210             GO TO 3100-LOAD-ONE-POSTED-EXIT
006220     END-READ.
006230     MOVE PST-IMAGEM             TO GL-INTERFACE-RECORD.
006240     IF GL-MOEDA = 'BRL'
006250         OR GL-DATA > WRK-DATA-LANCAMENTO
006260         GO TO 3100-LOAD-ONE-POSTED-EXIT
006270     END-IF.
006280     MOVE 'N'                    TO WRK-FOUND-SWITCH.
006290     MOVE 1                      TO WRK-RVT-IX.
006300     PERFORM 3150-MATCH-REVERSAL THRU 3150-MATCH-REVERSAL-EXIT
006310         UNTIL ENTRY-WAS-FOUND OR WRK-RVT-IX > WRK-RVT-COUNT.
006320     IF ENTRY-WAS-FOUND
006330         GO TO 3100-LOAD-ONE-POSTED-EXIT
006340     END-IF.
006350     MOVE GL-DATA                TO CUR-DATA.
006360     MOVE GL-MOEDA               TO CUR-MOEDA.
006370     READ CURRENCY-MASTER
006380         INVALID KEY
006390             DISPLAY 'SEM TAXA PARA ITEM POSTADO - ' GL-DATA
006400                     ' ' GL-MOEDA ' ' GL-ORIGEM
006410             ADD 1 TO WRK-EXCEPTION-COUNT
006420             GO TO 3100-LOAD-ONE-POSTED-EXIT
006430     END-READ.
006440     COMPUTE WRK-VALOR-NACIONAL ROUNDED
006450             = GL-RESULTADO * CUR-TAXA.
006460     MOVE GL-MOEDA               TO WRK-MOEDA.
006470     MOVE GL-ORIGEM              TO WRK-ORIGEM.
006480     PERFORM 3500-FIND-POSITION  THRU 3500-FIND-POSITION-EXIT.
006490     IF NOT ENTRY-WAS-FOUND
006500         GO TO 3100-LOAD-ONE-POSTED-EXIT
006510     END-IF.
006520     ADD GL-RESULTADO            TO POS-ESTRANGEIRO (WRK-POS-IX).
006530     ADD WRK-VALOR-NACIONAL      TO POS-CONTABIL (WRK-POS-IX).
006540     ADD 1                       TO WRK-POSTED-COUNT.
006550 3100-LOAD-ONE-POSTED-EXIT.
006560     EXIT.
006570*----------------------------------------------------------------
006580* 3150-MATCH-REVERSAL - MATCH THE IMAGE'S DATE/ORIGIN AGAINST
006590*    ONE REVERSAL.
006600*----------------------------------------------------------------
006610 3150-MATCH-REVERSAL.
006620     IF RVT-DATA (WRK-RVT-IX) = GL-DATA
006630         AND RVT-ORIGEM (WRK-RVT-IX) = GL-ORIGEM
006640         SET ENTRY-WAS-FOUND TO TRUE
006650     ELSE
006660         ADD 1 TO WRK-RVT-IX
006670     END-IF.
006680 3150-MATCH-REVERSAL-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710* 3500-FIND-POSITION - FIND THE WRK-MOEDA/WRK-ORIGEM POSITION,
006720*    ADDING IT (AND ITS CURRENCY) WHEN IT IS NOT THERE YET.
006730*----------------------------------------------------------------
006740 3500-FIND-POSITION.
006750     PERFORM 2060-FIND-CURRENCY  THRU 2060-FIND-CURRENCY-EXIT.
006760     IF NOT ENTRY-WAS-FOUND
006770         GO TO 3500-FIND-POSITION-EXIT
006780     END-IF.
006790     MOVE 'N'                    TO WRK-FOUND-SWITCH.
006800     MOVE 1                      TO WRK-POS-IX.
006810     PERFORM 3550-MATCH-POSITION THRU 3550-MATCH-POSITION-EXIT
006820         UNTIL ENTRY-WAS-FOUND OR WRK-POS-IX > WRK-POS-COUNT.
006830     IF ENTRY-WAS-FOUND
006840         GO TO 3500-FIND-POSITION-EXIT
006850     END-IF.
006860     IF WRK-POS-COUNT NOT < 300
006870         DISPLAY 'TABELA DE POSICOES CHEIA - ' WRK-MOEDA
006880                 ' ' WRK-ORIGEM
006890         SET A-TABLE-IS-FULL TO TRUE
006900         GO TO 3500-FIND-POSITION-EXIT
006910     END-IF.
006920     ADD 1                       TO WRK-POS-COUNT.
006930     MOVE WRK-POS-COUNT          TO WRK-POS-IX.
006940     MOVE WRK-MOEDA              TO POS-MOEDA (WRK-POS-IX).
006950     MOVE WRK-ORIGEM             TO POS-ORIGEM (WRK-POS-IX).
006960     MOVE 'N'                    TO POS-FEITO (WRK-POS-IX).
006970     MOVE ZERO                   TO POS-ESTRANGEIRO (WRK-POS-IX).
006980     MOVE ZERO                   TO POS-CONTABIL (WRK-POS-IX).
006990     MOVE ZERO                   TO POS-ANTERIOR (WRK-POS-IX).
007000     SET ENTRY-WAS-FOUND         TO TRUE.
007010 3500-FIND-POSITION-EXIT.
007020     EXIT.
007030*----------------------------------------------------------------
007040* 3550-MATCH-POSITION - MATCH AGAINST ONE POSITION SLOT.
007050*----------------------------------------------------------------
007060 3550-MATCH-POSITION.
007070     IF POS-MOEDA (WRK-POS-IX) = WRK-MOEDA
007080         AND POS-ORIGEM (WRK-POS-IX) = WRK-ORIGEM
007090         SET ENTRY-WAS-FOUND TO TRUE
007100     ELSE
007110         ADD 1 TO WRK-POS-IX
007120     END-IF.
007130 3550-MATCH-POSITION-EXIT.
007140     EXIT.
007150*----------------------------------------------------------------
007160* 4000-REVALUE-CURRENCY - REVALUE AND PRINT EVERY POSITION IN
007170*    ONE CURRENCY, THEN ITS OPEN ITEMS, THEN ITS SUBTOTAL.
007180*----------------------------------------------------------------
007190 4000-REVALUE-CURRENCY.
007200     MOVE RTB-MOEDA (WRK-RTB-IX) TO WRK-MOEDA.
007210     MOVE RTB-TAXA (WRK-RTB-IX)  TO WRK-TAXA.
007220     MOVE ZERO                   TO WRK-SUB-ESTRANGEIRO.
007230     MOVE ZERO                   TO WRK-SUB-CONTABIL.
007240     MOVE ZERO                   TO WRK-SUB-ANTERIOR.
007250     MOVE ZERO                   TO WRK-SUB-FECHAMENTO.
007260     MOVE ZERO                   TO WRK-SUB-AJUSTE.
007270     MOVE 1                      TO WRK-POS-IX.
007280     PERFORM 4100-REVALUE-POSITION
007290                                THRU 4100-REVALUE-POSITION-EXIT
007300         UNTIL WRK-POS-IX > WRK-POS-COUNT.
007310     MOVE SPACES                 TO DETAIL-LINE.
007320     MOVE WRK-MOEDA              TO DTL-MOEDA.
007330     MOVE 'TOTAL'                TO DTL-ORIGEM.
007340     MOVE WRK-SUB-ESTRANGEIRO    TO DTL-ESTRANGEIRO.
007350     MOVE WRK-TAXA               TO DTL-TAXA.
007360     MOVE WRK-SUB-CONTABIL       TO DTL-CONTABIL.
007370     MOVE WRK-SUB-ANTERIOR       TO DTL-ANTERIOR.
007380     MOVE WRK-SUB-FECHAMENTO     TO DTL-FECHAMENTO.
007390     MOVE WRK-SUB-AJUSTE         TO DTL-AJUSTE.
007400     MOVE 'POSTADO NO LEDGER'    TO DTL-SITUACAO.
007410     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
007420     MOVE ZERO                   TO WRK-SUB-ESTRANGEIRO.
007430     MOVE ZERO                   TO WRK-SUB-CONTABIL.
007440     MOVE ZERO                   TO WRK-SUB-FECHAMENTO.
007450     MOVE ZERO                   TO WRK-SUB-AJUSTE.
007460     OPEN INPUT GL-CARRY.
007470     IF NOT CRY-STATUS-NEW-FILE
007480         MOVE 'EM ABERTO - CARRY'
007490                                TO WRK-ABERTO-FONTE
007500         MOVE 'N'                TO WRK-EOF-SWITCH
007510         PERFORM 4500-REVALUE-CARRY
007520                                THRU 4500-REVALUE-CARRY-EXIT
007530             UNTIL END-OF-INPUT
007540         CLOSE GL-CARRY
007550     END-IF.
007560     OPEN INPUT GL-REVIEW.
007570     IF NOT REV-STATUS-NEW-FILE
007580         MOVE 'EM ABERTO - REVISAO'
007590                                TO WRK-ABERTO-FONTE
007600         MOVE 'N'                TO WRK-EOF-SWITCH
007610         PERFORM 4600-REVALUE-REVIEW
007620                                THRU 4600-REVALUE-REVIEW-EXIT
007630             UNTIL END-OF-INPUT
007640         CLOSE GL-REVIEW
007650     END-IF.
007660     MOVE SPACES                 TO DETAIL-LINE.
007670     MOVE WRK-MOEDA              TO DTL-MOEDA.
007680     MOVE 'ABERTO'               TO DTL-ORIGEM.
007690     MOVE WRK-SUB-ESTRANGEIRO    TO DTL-ESTRANGEIRO.
007700     MOVE WRK-TAXA               TO DTL-TAXA.
007710     MOVE WRK-SUB-CONTABIL       TO DTL-CONTABIL.
007720     MOVE WRK-SUB-FECHAMENTO     TO DTL-FECHAMENTO.
007730     MOVE WRK-SUB-AJUSTE         TO DTL-AJUSTE.
007740     MOVE 'NAO POSTADO'          TO DTL-SITUACAO.
007750     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
007760     MOVE SPACES                 TO RPT-LINE.
007770     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
007780     ADD 1                       TO WRK-RTB-IX.
007790 4000-REVALUE-CURRENCY-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------
007820* 4100-REVALUE-POSITION - REVALUE ONE POSITION OF THE CURRENCY
007830*    AT ITS CLOSING RATE AND POST THE DIFFERENCE FROM WHAT THE
007840*    LEDGER ALREADY HOLDS FOR IT.
007850*----------------------------------------------------------------
007860 4100-REVALUE-POSITION.
007870     IF POS-MOEDA (WRK-POS-IX) NOT = WRK-MOEDA
007880         GO TO 4100-REVALUE-POSITION-NEXT
007890     END-IF.
007900     MOVE SPACES                 TO DETAIL-LINE.
007910     MOVE WRK-MOEDA              TO DTL-MOEDA.
007920     MOVE POS-ORIGEM (WRK-POS-IX) TO DTL-ORIGEM.
007930     MOVE POS-ESTRANGEIRO (WRK-POS-IX) TO DTL-ESTRANGEIRO.
007940     MOVE WRK-TAXA               TO DTL-TAXA.
007950     MOVE POS-CONTABIL (WRK-POS-IX) TO DTL-CONTABIL.
007960     MOVE POS-ANTERIOR (WRK-POS-IX) TO DTL-ANTERIOR.
007970     ADD POS-ESTRANGEIRO (WRK-POS-IX) TO WRK-SUB-ESTRANGEIRO.
007980     ADD POS-CONTABIL (WRK-POS-IX) TO WRK-SUB-CONTABIL.
007990     ADD POS-ANTERIOR (WRK-POS-IX) TO WRK-SUB-ANTERIOR.
008000     IF POS-FEITO (WRK-POS-IX) = 'S'
008010         MOVE 'JA REAVALIADO'    TO DTL-SITUACAO
008020         ADD 1 TO WRK-JA-FEITO-COUNT
008030         GO TO 4100-REVALUE-POSITION-PRINT
008040     END-IF.
008050     IF WRK-TAXA = ZERO
008060         MOVE 'SEM TAXA FECHAMENTO' TO DTL-SITUACAO
008070         ADD 1 TO WRK-EXCEPTION-COUNT
008080         GO TO 4100-REVALUE-POSITION-PRINT
008090     END-IF.
008100     COMPUTE WRK-VALOR-FECHAMENTO ROUNDED
008110             = POS-ESTRANGEIRO (WRK-POS-IX) * WRK-TAXA.
008120     COMPUTE WRK-VALOR-AJUSTE = WRK-VALOR-FECHAMENTO
008130             - POS-CONTABIL (WRK-POS-IX)
008140             - POS-ANTERIOR (WRK-POS-IX).
008150     MOVE WRK-VALOR-FECHAMENTO   TO DTL-FECHAMENTO.
008160     MOVE WRK-VALOR-AJUSTE       TO DTL-AJUSTE.
008170     ADD WRK-VALOR-FECHAMENTO    TO WRK-SUB-FECHAMENTO.
008180     MOVE POS-ORIGEM (WRK-POS-IX) TO MAP-ORIGEM.
008190     READ ORIGIN-MAP
008200         INVALID KEY
008210             MOVE 'ORIGEM SEM CONTA' TO DTL-SITUACAO
008220             ADD 1 TO WRK-EXCEPTION-COUNT
008230             GO TO 4100-REVALUE-POSITION-PRINT
008240     END-READ.
008250     MOVE MAP-CONTA-DEBITO       TO WRK-CONTA-ITEM.
008260     EVALUATE TRUE
008270         WHEN WRK-VALOR-AJUSTE > ZERO
008280             MOVE WRK-CONTA-ITEM  TO WRK-CONTA-DEBITO
008290             MOVE WRK-CONTA-GANHO TO WRK-CONTA-CREDITO
008300             MOVE WRK-VALOR-AJUSTE TO WRK-VALOR-LANCAMENTO
008310         WHEN WRK-VALOR-AJUSTE < ZERO
008320             MOVE WRK-CONTA-PERDA TO WRK-CONTA-DEBITO
008330             MOVE WRK-CONTA-ITEM  TO WRK-CONTA-CREDITO
008340             COMPUTE WRK-VALOR-LANCAMENTO
008350                     = ZERO - WRK-VALOR-AJUSTE
008360         WHEN OTHER
008370             MOVE SPACES          TO WRK-CONTA-DEBITO
008380             MOVE SPACES          TO WRK-CONTA-CREDITO
008390             MOVE ZERO            TO WRK-VALOR-LANCAMENTO
008400     END-EVALUATE.
008410     IF WRK-VALOR-LANCAMENTO > ZERO
008420         PERFORM 5500-POST-PAIR  THRU 5500-POST-PAIR-EXIT
008430         IF NOT LED-STATUS-OK
008440             MOVE 'ERRO NA POSTAGEM' TO DTL-SITUACAO
008450             ADD 1 TO WRK-EXCEPTION-COUNT
008460             GO TO 4100-REVALUE-POSITION-PRINT
008470         END-IF
008480     END-IF.
008490     ADD WRK-VALOR-AJUSTE        TO WRK-SUB-AJUSTE.
008500     ADD 1                       TO WRK-REAVALIADO-COUNT.
008510     EVALUATE TRUE
008520         WHEN WRK-VALOR-AJUSTE > ZERO
008530             MOVE 'GANHO POSTADO' TO DTL-SITUACAO
008540             ADD 1 TO WRK-GANHO-COUNT
008550             ADD WRK-VALOR-LANCAMENTO TO WRK-GANHO-TOTAL
008560         WHEN WRK-VALOR-AJUSTE < ZERO
008570             MOVE 'PERDA POSTADA' TO DTL-SITUACAO
008580             ADD 1 TO WRK-PERDA-COUNT
008590             ADD WRK-VALOR-LANCAMENTO TO WRK-PERDA-TOTAL
008600         WHEN OTHER
008610             MOVE 'SEM VARIACAO'  TO DTL-SITUACAO
008620     END-EVALUATE.
008630     PERFORM 5800-WRITE-JOURNAL  THRU 5800-WRITE-JOURNAL-EXIT.
008640 4100-REVALUE-POSITION-PRINT.
008650     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
008660 4100-REVALUE-POSITION-NEXT.
008670     ADD 1                       TO WRK-POS-IX.
008680 4100-REVALUE-POSITION-EXIT.
008690     EXIT.
008700*----------------------------------------------------------------
008710* 4500-REVALUE-CARRY - READ ONE CARRY-FORWARD RECORD AND
008720*    REVALUE IT WHEN IT IS IN THE CURRENCY BEING PRINTED.
008730*----------------------------------------------------------------
008740 4500-REVALUE-CARRY.
008750     READ GL-CARRY
008760         AT END
008770             SET END-OF-INPUT TO TRUE
008780             GO TO 4500-REVALUE-CARRY-EXIT
008790     END-READ.
008800     MOVE GL-CARRY-RECORD        TO GL-INTERFACE-RECORD.
008810     PERFORM 4700-REVALUE-OPEN-ITEM
008820                                THRU 4700-REVALUE-OPEN-ITEM-EXIT.
008830 4500-REVALUE-CARRY-EXIT.
008840     EXIT.
008850*----------------------------------------------------------------
008860* 4600-REVALUE-REVIEW - READ ONE MANUAL-REVIEW RECORD AND
008870*    REVALUE IT WHEN IT IS IN THE CURRENCY BEING PRINTED.
008880*----------------------------------------------------------------
008890 4600-REVALUE-REVIEW.
008900     READ GL-REVIEW
008910         AT END
008920             SET END-OF-INPUT TO TRUE
008930             GO TO 4600-REVALUE-REVIEW-EXIT
008940     END-READ.
008950     MOVE GL-REVIEW-RECORD       TO GL-INTERFACE-RECORD.
008960     PERFORM 4700-REVALUE-OPEN-ITEM
008970                                THRU 4700-REVALUE-OPEN-ITEM-EXIT.
008980 4600-REVALUE-REVIEW-EXIT.
008990     EXIT.
009000*----------------------------------------------------------------
009010* 4700-REVALUE-OPEN-ITEM - PRINT AN OPEN FOREIGN ITEM AT THE
009020*    RATE OF ITS GL-DATA (WHAT PROG025 WOULD BOOK, WHEN THAT
009030*    RATE EXISTS) AND AT THE CLOSING RATE. NOTHING IS POSTED -
009040*    THE ITEM IS NOT ON THE LEDGER YET.
009050*----------------------------------------------------------------
009060 4700-REVALUE-OPEN-ITEM.
009070     IF GL-MOEDA NOT = WRK-MOEDA
009080         OR GL-DATA > WRK-DATA-LANCAMENTO
009090         GO TO 4700-REVALUE-OPEN-ITEM-EXIT
009100     END-IF.
009110     ADD 1                       TO WRK-ABERTO-COUNT.
009120     MOVE SPACES                 TO DETAIL-LINE.
009130     MOVE WRK-MOEDA              TO DTL-MOEDA.
009140     MOVE GL-ORIGEM              TO DTL-ORIGEM.
009150     MOVE GL-RESULTADO           TO DTL-ESTRANGEIRO.
009160     MOVE WRK-TAXA               TO DTL-TAXA.
009170     MOVE WRK-ABERTO-FONTE       TO DTL-SITUACAO.
009180     ADD GL-RESULTADO            TO WRK-SUB-ESTRANGEIRO.
009190     MOVE ZERO                   TO WRK-VALOR-NACIONAL.
009200     MOVE GL-DATA                TO CUR-DATA.
009210     MOVE GL-MOEDA               TO CUR-MOEDA.
009220     READ CURRENCY-MASTER
009230         INVALID KEY
009240             CONTINUE
009250         NOT INVALID KEY
009260             COMPUTE WRK-VALOR-NACIONAL ROUNDED
009270                     = GL-RESULTADO * CUR-TAXA
009280             MOVE WRK-VALOR-NACIONAL TO DTL-CONTABIL
009290             ADD WRK-VALOR-NACIONAL TO WRK-SUB-CONTABIL
009300     END-READ.
009310     IF WRK-TAXA NOT = ZERO
009320         COMPUTE WRK-VALOR-FECHAMENTO ROUNDED
009330                 = GL-RESULTADO * WRK-TAXA
009340         COMPUTE WRK-VALOR-AJUSTE
009350                 = WRK-VALOR-FECHAMENTO - WRK-VALOR-NACIONAL
009360         MOVE WRK-VALOR-FECHAMENTO TO DTL-FECHAMENTO
009370         MOVE WRK-VALOR-AJUSTE   TO DTL-AJUSTE
009380         ADD WRK-VALOR-FECHAMENTO TO WRK-SUB-FECHAMENTO
009390         ADD WRK-VALOR-AJUSTE    TO WRK-SUB-AJUSTE
009400     END-IF.
009410     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
009420 4700-REVALUE-OPEN-ITEM-EXIT.
009430     EXIT.
009440*----------------------------------------------------------------
009450* 5500-POST-PAIR - POST WRK-VALOR-LANCAMENTO TO THE LEDGER AS
009460*    A DEBIT ON WRK-CONTA-DEBITO AND A CREDIT ON
009470*    WRK-CONTA-CREDITO UNDER THE REVALUATION DATE AND ORIGIN.
009480*    A FAILED CREDIT LEG BACKS THE DEBIT OUT, SO THE LEDGER
009490*    NEVER HOLDS HALF A PAIR.
009500*----------------------------------------------------------------
009510 5500-POST-PAIR.
009520     MOVE WRK-CONTA-DEBITO       TO WRK-CONTA-LANCAMENTO.
009530     SET LADO-IS-DEBITO          TO TRUE.
009540     PERFORM 5510-POST-ENTRY     THRU 5510-POST-ENTRY-EXIT.
009550     IF NOT LED-STATUS-OK
009560         GO TO 5500-POST-PAIR-EXIT
009570     END-IF.
009580     MOVE WRK-CONTA-CREDITO      TO WRK-CONTA-LANCAMENTO.
009590     SET LADO-IS-CREDITO         TO TRUE.
009600     PERFORM 5510-POST-ENTRY     THRU 5510-POST-ENTRY-EXIT.
009610     IF NOT LED-STATUS-OK
009620         PERFORM 5530-BACK-OUT-DEBIT
009630                                THRU 5530-BACK-OUT-DEBIT-EXIT
009640         MOVE '99'               TO WS-LED-STATUS
009650     END-IF.
009660 5500-POST-PAIR-EXIT.
009670     EXIT.
009680*----------------------------------------------------------------
009690* 5510-POST-ENTRY - ADD ONE LEG TO ITS LEDGER RECORD, CREATING
009700*    THE RECORD ON ITS FIRST POSTING.
009710*----------------------------------------------------------------
009720 5510-POST-ENTRY.
009730     MOVE WRK-DATA-LANCAMENTO    TO LED-DATA.
009740     MOVE WRK-CONTA-LANCAMENTO   TO LED-CONTA.
009750     MOVE WRK-ORIGEM-LANCAMENTO  TO LED-ORIGEM.
009760     READ LEDGER-MASTER
009770         INVALID KEY
009780             MOVE WRK-DATA-LANCAMENTO
009790                                 TO LED-DATA
009800             MOVE WRK-CONTA-LANCAMENTO
009810                                 TO LED-CONTA
009820             MOVE WRK-ORIGEM-LANCAMENTO
009830                                 TO LED-ORIGEM
009840             MOVE ZERO           TO LED-DEBITO
009850             MOVE ZERO           TO LED-CREDITO
009860             IF LADO-IS-DEBITO
009870                 MOVE WRK-VALOR-LANCAMENTO
009880                                 TO LED-DEBITO
009890             ELSE
009900                 MOVE WRK-VALOR-LANCAMENTO
009910                                 TO LED-CREDITO
009920             END-IF
009930             MOVE 1              TO LED-CONTADOR
009940             WRITE LEDGER-MASTER-RECORD
009950         NOT INVALID KEY
009960             IF LADO-IS-DEBITO
009970                 ADD WRK-VALOR-LANCAMENTO
009980                                 TO LED-DEBITO
009990             ELSE
010000                 ADD WRK-VALOR-LANCAMENTO
010010                                 TO LED-CREDITO
010020             END-IF
010030             ADD 1               TO LED-CONTADOR
010040             REWRITE LEDGER-MASTER-RECORD
010050     END-READ.
010060 5510-POST-ENTRY-EXIT.
010070     EXIT.
010080*----------------------------------------------------------------
010090* 5530-BACK-OUT-DEBIT - THE CREDIT LEG FAILED - TAKE THE DEBIT
010100*    LEG JUST POSTED BACK OFF ITS LEDGER RECORD.
010110*----------------------------------------------------------------
010120 5530-BACK-OUT-DEBIT.
010130     MOVE WRK-DATA-LANCAMENTO    TO LED-DATA.
010140     MOVE WRK-CONTA-DEBITO       TO LED-CONTA.
010150     MOVE WRK-ORIGEM-LANCAMENTO  TO LED-ORIGEM.
010160     READ LEDGER-MASTER
010170         INVALID KEY
010180             GO TO 5530-BACK-OUT-DEBIT-EXIT
010190     END-READ.
010200     SUBTRACT WRK-VALOR-LANCAMENTO FROM LED-DEBITO.
010210     SUBTRACT 1                  FROM LED-CONTADOR.
010220     IF LED-CONTADOR = ZERO
010230         DELETE LEDGER-MASTER RECORD
010240     ELSE
010250         REWRITE LEDGER-MASTER-RECORD
010260     END-IF.
010270 5530-BACK-OUT-DEBIT-EXIT.
010280     EXIT.
010290*----------------------------------------------------------------
010300* 5800-WRITE-JOURNAL - JOURNAL THE POSITION JUST REVALUED.
010310*----------------------------------------------------------------
010320 5800-WRITE-JOURNAL.
010330     MOVE SPACES                 TO RVJ-LOG-RECORD.
010340     MOVE WRK-MES-REAVALIACAO    TO RVJ-MES.
010350     MOVE WRK-MOEDA              TO RVJ-MOEDA.
010360     MOVE POS-ORIGEM (WRK-POS-IX) TO RVJ-ORIGEM.
010370     MOVE WRK-DATA-LANCAMENTO    TO RVJ-DATA-LANCAMENTO.
010380     MOVE POS-ESTRANGEIRO (WRK-POS-IX) TO RVJ-ESTRANGEIRO.
010390     MOVE WRK-TAXA               TO RVJ-TAXA.
010400     MOVE POS-CONTABIL (WRK-POS-IX) TO RVJ-CONTABIL.
010410     MOVE POS-ANTERIOR (WRK-POS-IX) TO RVJ-ANTERIOR.
010420     MOVE WRK-VALOR-FECHAMENTO   TO RVJ-FECHAMENTO.
010430     MOVE WRK-VALOR-AJUSTE       TO RVJ-AJUSTE.
010440     MOVE WRK-CONTA-DEBITO       TO RVJ-CONTA-DEBITO.
010450     MOVE WRK-CONTA-CREDITO      TO RVJ-CONTA-CREDITO.
010460     ACCEPT RVJ-DATA-EXECUCAO    FROM DATE YYYYMMDD.
010470     WRITE RVJ-LOG-RECORD.
010480 5800-WRITE-JOURNAL-EXIT.
010490     EXIT.
010500*----------------------------------------------------------------
010510* 9999-FINALIZE - PRINT THE GAIN AND LOSS TOTALS, DISPLAY THE
010520*    RUN TOTALS AND CLOSE THE FILES.
010530*----------------------------------------------------------------
010540 9999-FINALIZE.
010550     MOVE SPACES                 TO TOTAL-LINE.
010560     MOVE 'GANHOS CAMBIAIS POSTADOS.... ' TO TOT-TITULO.
010570     MOVE WRK-GANHO-COUNT        TO TOT-CONTADOR.
010580     MOVE WRK-GANHO-TOTAL        TO TOT-VALOR.
010590     WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
010600     MOVE 'PERDAS CAMBIAIS POSTADAS.... ' TO TOT-TITULO.
010610     MOVE WRK-PERDA-COUNT        TO TOT-CONTADOR.
010620     MOVE WRK-PERDA-TOTAL        TO TOT-VALOR.
010630     WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
010640     MOVE SPACES                 TO TOTAL-LINE.
010650     MOVE 'NAO REAVALIADOS............. ' TO TOT-TITULO.
010660     MOVE WRK-EXCEPTION-COUNT    TO TOT-CONTADOR.
010670     WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
010680     DISPLAY '------------ PROG058 - TOTAIS ------------'.
010690     DISPLAY 'ITENS POSTADOS.... ' WRK-POSTED-COUNT.
010700     DISPLAY 'ITENS EM ABERTO... ' WRK-ABERTO-COUNT.
010710     DISPLAY 'REAVALIADOS....... ' WRK-REAVALIADO-COUNT.
010720     DISPLAY 'JA REAVALIADOS.... ' WRK-JA-FEITO-COUNT.
010730     DISPLAY 'NAO REAVALIADOS... ' WRK-EXCEPTION-COUNT.
010740     CLOSE ORIGIN-MAP.
010750     CLOSE CURRENCY-MASTER.
010760     CLOSE LEDGER-CLOSE.
010770     CLOSE LEDGER-MASTER.
010780     CLOSE REVAL-RPT.
010790 9999-FINALIZE-EXIT.
010800     EXIT.
