000090*    VALUES FROM CALC-TRANS-IN AND WRITES THE ADICAO, SUBTRACAO,
000100*    MULTIPLICACAO, DIVISAO AND MEDIA RESULTS FOR EACH PAIR TO
000110*    A PRINTED REPORT, ONE DETAIL LINE PER INPUT PAIR.
000112*    A FINANCIAMENTO TRANSACTION (CODE F) PRINTS THE FULL
000114*    INSTALLMENT SCHEDULE OF A LOAN UNDER BOTH THE PRICE AND
000116*    THE SAC METHODS INSTEAD OF A SINGLE DETAIL LINE.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*----------------------------------------------------------------
000700*                 FIELDS TO MATCH, AND CARRY THE ACCUMULATOR
000710*                 ON THE CHECKPOINT SO A RESTART RESUMES THE
000720*                 CHAIN WHERE IT STOPPED.
000730* 2026-10-15  RM  STAMP THE HISTORY RECORD WITH ITS ORIGIN SO
000740*                 PROG057 CAN RECONCILE IT TO THE LEDGER FEED.
000750* 2026-10-15  RM  WRAP THE RUN'S EXTRACT RECORDS IN A BATCH
000760*                 HEADER AND TRAILER (GLCTRL) SO PROG025 CAN
000770*                 REFUSE A BATCH IT HAS ALREADY POSTED. THE
000780*                 BATCH NAME, COUNT AND HASH RIDE ON THE
000790*                 CHECKPOINT, SO A RESTARTED RUN CARRIES ON
000800*                 THE SAME BATCH AND ITS TRAILER COVERS IT ALL.
000801* 2026-10-15  RM  ADD THE FINANCIAMENTO OPERATION CODE F - V1 IS
000802*                 THE PRINCIPAL, V2 THE MONTHLY INTEREST RATE IN
000803*                 PERCENT AND THE NEW CT-PARCELAS THE NUMBER OF
000804*                 INSTALLMENTS. THE REPORT CARRIES THE WHOLE
000805*                 AMORTIZATION SCHEDULE UNDER THE PRICE (FIXED
000806*                 PAYMENT) AND SAC (CONSTANT AMORTIZATION)
000807*                 METHODS, AND EACH SCHEDULE WRITES ONE
000808*                 GL-INTERFACE AND ONE CALC-HIST RECORD WHOSE
000809*                 RESULT IS THE SCHEDULE'S TOTAL INTEREST.
000810*----------------------------------------------------------------
000820 ENVIRONMENT                     DIVISION.
000830 CONFIGURATION                   SECTION.
000840 SOURCE-COMPUTER.                IBM-370.
000850 OBJECT-COMPUTER.                IBM-370.
000860 SPECIAL-NAMES.
000870     DECIMAL-POINT IS COMMA.
000880 INPUT-OUTPUT                    SECTION.
000890 FILE-CONTROL.
000900     SELECT CALC-TRANS-IN        ASSIGN TO CALCTRIN
000910                                 ORGANIZATION IS SEQUENTIAL
000920                                 FILE STATUS IS WS-TRANS-STATUS.
000930     SELECT CALC-RPT             ASSIGN TO CALCRPT
000940                                 ORGANIZATION IS SEQUENTIAL
000950                                 FILE STATUS IS WS-RPT-STATUS.
000960     SELECT GL-INTERFACE         ASSIGN TO GLEXTR
000970                                 ORGANIZATION IS SEQUENTIAL
000980                                 FILE STATUS IS WS-GL-STATUS.
000990     SELECT CALC-HIST            ASSIGN TO CALCHIST
001000                                 ORGANIZATION IS SEQUENTIAL
001010                                 FILE STATUS IS WS-HIST-STATUS.
001020     SELECT CALC-CKPT            ASSIGN TO CALCCKPT
001030                                 ORGANIZATION IS INDEXED
001040                                 ACCESS MODE IS DYNAMIC
001050                                 RECORD KEY IS CKPT-KEY
001060                                 FILE STATUS IS WS-CKPT-STATUS.
001070 DATA                            DIVISION.
001080 FILE                            SECTION.
001090 FD  CALC-TRANS-IN
001100     LABEL RECORDS ARE STANDARD.
001110 01  CALC-TRANS-RECORD.
001120     05  CT-OPERACAO             PIC X(01).
001130         88  CT-OP-TODAS                     VALUE 'T' ' '.
001140         88  CT-OP-ADICAO                    VALUE 'A'.
001150         88  CT-OP-SUBTRACAO                 VALUE 'S'.
001160         88  CT-OP-MULTIPLICACAO             VALUE 'M'.
001170         88  CT-OP-DIVISAO                   VALUE 'D'.
001180         88  CT-OP-MEDIA                     VALUE 'E'.
001190         88  CT-OP-PERCENTAGEM               VALUE 'P'.
001200         88  CT-OP-RESTO                     VALUE 'R'.
001210         88  CT-OP-POTENCIA                  VALUE 'X'.
001220         88  CT-OP-LIMPA                     VALUE 'L'.
001225         88  CT-OP-FINANCIAMENTO             VALUE 'F'.
001230     05  CT-V1                   PIC S9(05)V99
001240                                 SIGN LEADING SEPARATE.
001250     05  CT-V2                   PIC S9(05)V99
001260                                 SIGN LEADING SEPARATE.
001270     05  CT-ACUMULADOR           PIC X(01).
001280         88  CT-USA-ACUMULADOR               VALUE 'A'.
001285     05  CT-PARCELAS             PIC 9(03).
001290 FD  CALC-RPT
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 132 CHARACTERS.
001320 01  RPT-LINE                    PIC X(132).
001330 FD  GL-INTERFACE
001340     LABEL RECORDS ARE STANDARD.
001350     COPY GLINTF.
001360     COPY GLCTRL.
001370 FD  CALC-HIST
001380     LABEL RECORDS ARE STANDARD.
001390     COPY CALCHIST.
001400 FD  CALC-CKPT
001410     LABEL RECORDS ARE STANDARD.
001420 01  CKPT-RECORD.
001430     05  CKPT-KEY                PIC X(08).
001440     05  CKPT-COUNT              PIC 9(06) COMP.
001450     05  CKPT-ADD-TOTAL          PIC S9(12)V99 COMP.
001460     05  CKPT-DIV-EXC-COUNT      PIC 9(06) COMP.
001470     05  CKPT-ACUMULADOR         PIC S9(11)V99 COMP.
001480     05  CKPT-LOTE-DATA          PIC X(08).
001490     05  CKPT-LOTE-HORA          PIC X(08).
001500     05  CKPT-LOTE-QTDE          PIC 9(07) COMP.
001510     05  CKPT-LOTE-HASH          PIC S9(13)V99 COMP.
001520 WORKING-STORAGE                 SECTION.
001530     COPY RUNLINK                REPLACING ==:PFX:== BY ==WRK==.
001540 01  HEADING-LINE-1.
001550     05  FILLER                  PIC X(40)
001560             VALUE 'RELATORIO DE CALCULOS - PROG003 BATCH'.
001570     05  FILLER                  PIC X(92) VALUE SPACES.
001580 01  HEADING-LINE-2.
001590     05  FILLER                  PIC X(13) VALUE '      V1'.
001600     05  FILLER                  PIC X(13) VALUE '      V2'.
001610     05  FILLER                  PIC X(14) VALUE '    ADICAO'.
001620     05  FILLER                  PIC X(14) VALUE ' SUBTRACAO'.
001630     05  FILLER             PIC X(20) VALUE '    MULTIPLICACAO'.
001640     05  FILLER                  PIC X(16) VALUE '   DIVISAO'.
001650     05  FILLER                  PIC X(12) VALUE '    MEDIA'.
001660     05  FILLER                  PIC X(30) VALUE SPACES.
001670 01  DETAIL-LINE.
001680     05  DTL-V1                  PIC -ZZ.ZZ9,99.
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  DTL-V2                  PIC -ZZ.ZZ9,99.
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  DTL-ADD                 PIC -ZZZ.ZZ9,99.
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  DTL-SUB                 PIC -ZZZ.ZZ9,99.
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  DTL-MUL                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  DTL-DIV                 PIC X(14).
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  DTL-MEDIA               PIC -ZZZ.ZZ9,99.
001810     05  FILLER                  PIC X(30) VALUE SPACES.
001820 01  SINGLE-OP-LINE.
001830     05  DTLS-OPERACAO           PIC X(14).
001840     05  FILLER                  PIC X(01) VALUE SPACES.
001850     05  DTLS-V1                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  DTLS-V2                 PIC -ZZ.ZZ9,99.
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  DTLS-RESULT             PIC X(24).
001900     05  FILLER                  PIC X(59) VALUE SPACES.
001901 01  SCHEDULE-TITLE-LINE.
001902     05  FILLER                  PIC X(02) VALUE SPACES.
001903     05  SCH-TITULO              PIC X(40).
001904     05  FILLER                  PIC X(90) VALUE SPACES.
001905 01  SCHEDULE-HEADING-LINE.
001906     05  FILLER                  PIC X(10) VALUE ' PARCELA'.
001907     05  FILLER                  PIC X(18)
001908             VALUE '         PRESTACAO'.
001909     05  FILLER                  PIC X(20)
001910             VALUE '               JUROS'.
001911     05  FILLER                  PIC X(20)
001912             VALUE '         AMORTIZACAO'.
001913     05  FILLER                  PIC X(20)
001914             VALUE '       SALDO DEVEDOR'.
001915     05  FILLER                  PIC X(44) VALUE SPACES.
001916 01  SCHEDULE-LINE.
001917     05  FILLER                  PIC X(04) VALUE SPACES.
001918     05  SCL-PARCELA             PIC ZZ9.
001919     05  FILLER                  PIC X(03) VALUE SPACES.
001920     05  SCL-PRESTACAO           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001921     05  FILLER                  PIC X(02) VALUE SPACES.
001922     05  SCL-JUROS               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001923     05  FILLER                  PIC X(02) VALUE SPACES.
001924     05  SCL-AMORTIZACAO         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001925     05  FILLER                  PIC X(02) VALUE SPACES.
001926     05  SCL-SALDO               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001927     05  FILLER                  PIC X(44) VALUE SPACES.
001928 01  SCHEDULE-TOTAL-LINE.
001929     05  FILLER                  PIC X(10) VALUE ' TOTAIS'.
001930     05  SCT-PRESTACAO           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001931     05  FILLER                  PIC X(02) VALUE SPACES.
001932     05  SCT-JUROS               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001933     05  FILLER                  PIC X(02) VALUE SPACES.
001934     05  SCT-AMORTIZACAO         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001935     05  FILLER                  PIC X(64) VALUE SPACES.
001936 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
001937     88  TRANS-STATUS-OK                    VALUE '00'.
001938     88  TRANS-STATUS-EOF                   VALUE '10'.
001940 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001950     88  RPT-STATUS-OK                      VALUE '00'.
001960 77  WRK-OP1                     PIC S9(11)V99 VALUE ZEROS.
001970 77  WRK-ADD-RES                 PIC S9(12)V99 VALUE ZEROS.
001980 77  WRK-SUB-RES                 PIC S9(12)V99 VALUE ZEROS.
001990 77  WRK-MUL-RES                 PIC S9(16)V99 VALUE ZEROS.
002000 77  WRK-DIV-RES                 PIC S9(12)V99 VALUE ZEROS.
002010 77  WRK-DIV-RES-ED              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99
002020                                 VALUE ZEROS.
002030 77  WRK-MEDIA-RES               PIC S9(12)V99 VALUE ZEROS.
002040 77  WRK-PCT-RES                 PIC S9(10)V99 VALUE ZEROS.
002050 77  WRK-PCT-RES-ED              PIC -Z.ZZZ.ZZZ.ZZ9,99
002060                                 VALUE ZEROS.
002070 77  WRK-REM-QUOT                PIC S9(12)    VALUE ZEROS.
002080 77  WRK-REM-RES                 PIC S9(05)V99 VALUE ZEROS.
002090 77  WRK-REM-RES-ED              PIC -ZZ.ZZ9,99 VALUE ZEROS.
002100 77  WRK-POW-EXP                 PIC 9(03)     VALUE ZEROS.
002110 77  WRK-POW-RES                 PIC S9(16)V99 VALUE ZEROS.
002120 77  WRK-POW-RES-ED              PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99
002130                                 VALUE ZEROS.
002140 77  WRK-RES-ED                  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99
002150                                 VALUE ZEROS.
002160 77  WRK-PAIR-COUNT              PIC 9(06)  COMP VALUE ZERO.
002170 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
002180     88  END-OF-TRANS-FILE                  VALUE 'Y'.
002190 77  WS-CKPT-STATUS              PIC X(02)  VALUE SPACES.
002200     88  CKPT-STATUS-OK                      VALUE '00'.
002210     88  CKPT-STATUS-NEW-FILE                VALUE '35'.
002220 77  WRK-CKPT-KEY                PIC X(08)  VALUE 'CKPT0001'.
002230 77  WRK-RESTART-COUNT           PIC 9(06)  COMP VALUE ZERO.
002240 77  WRK-SKIP-COUNT              PIC 9(06)  COMP VALUE ZERO.
002250 77  WRK-ADD-TOTAL               PIC S9(12)V99 COMP VALUE ZERO.
002260 77  WRK-DIV-EXCEPTION-COUNT     PIC 9(06)  COMP VALUE ZERO.
002270 77  WRK-OP-EXCEPTION-COUNT      PIC 9(06)  COMP VALUE ZERO.
002280 77  WS-GL-STATUS                PIC X(02)  VALUE SPACES.
002290     88  GL-STATUS-OK                       VALUE '00'.
002300     88  GL-STATUS-NEW-FILE                 VALUE '05' '35'.
002310 77  WS-HIST-STATUS              PIC X(02)  VALUE SPACES.
002320     88  HIST-STATUS-OK                     VALUE '00'.
002330     88  HIST-STATUS-NEW-FILE               VALUE '05' '35'.
002340 77  WRK-GL-SWITCH               PIC X(01)  VALUE 'N'.
002350     88  GL-IS-VALID                        VALUE 'Y'.
002360 77  WRK-GL-RESULT               PIC S9(11)V99 VALUE ZERO.
002370 77  WRK-HIST-RES-ED             PIC X(20)  VALUE SPACES.
002380 77  WRK-ACUMULADOR              PIC S9(11)V99 VALUE ZERO.
002390 77  WRK-LOTE-DATA               PIC X(08)  VALUE SPACES.
002400 77  WRK-LOTE-HORA               PIC X(08)  VALUE SPACES.
002410 77  WRK-LOTE-QTDE               PIC 9(07)  COMP VALUE ZERO.
002420 77  WRK-LOTE-HASH               PIC S9(13)V99 COMP VALUE ZERO.
002421 77  WRK-FIN-METODO              PIC X(01)  VALUE SPACES.
002422     88  FIN-METODO-PRICE                   VALUE 'P'.
002423     88  FIN-METODO-SAC                     VALUE 'S'.
002424 77  WRK-FIN-PARCELAS            PIC 9(03)     VALUE ZEROS.
002425 77  WRK-FIN-ERRO-SWITCH         PIC X(01)  VALUE 'N'.
002426     88  FIN-FORA-DE-FAIXA                  VALUE 'Y'.
002427 77  WRK-FIN-PARC-ED             PIC ZZ9       VALUE ZEROS.
002428 77  WRK-FIN-IX                  PIC 9(03)  COMP VALUE ZERO.
002429 77  WRK-FIN-TAXA                PIC S9(03)V9(04) VALUE ZEROS.
002430 77  WRK-FIN-FATOR               PIC S9(09)V9(09) VALUE ZEROS.
002431 77  WRK-FIN-DIVISOR             PIC S9(09)V9(09) VALUE ZEROS.
002432 77  WRK-FIN-PRESTACAO-FIXA      PIC S9(11)V99 VALUE ZEROS.
002433 77  WRK-FIN-AMORT-FIXA          PIC S9(11)V99 VALUE ZEROS.
002434 77  WRK-FIN-PRESTACAO           PIC S9(11)V99 VALUE ZEROS.
002435 77  WRK-FIN-JUROS               PIC S9(11)V99 VALUE ZEROS.
002436 77  WRK-FIN-AMORTIZACAO         PIC S9(11)V99 VALUE ZEROS.
002437 77  WRK-FIN-SALDO               PIC S9(11)V99 VALUE ZEROS.
002438 77  WRK-FIN-TOT-PRESTACAO       PIC S9(11)V99 VALUE ZEROS.
002439 77  WRK-FIN-TOT-JUROS           PIC S9(11)V99 VALUE ZEROS.
002440 77  WRK-FIN-TOT-AMORTIZACAO     PIC S9(11)V99 VALUE ZEROS.
002441 01  ACCUM-LINE.
002442     05  FILLER                  PIC X(15)
002450             VALUE '  ACUMULADOR...'.
002460     05  FILLER                  PIC X(01) VALUE SPACES.
002470     05  ACM-VALOR               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002480     05  FILLER                  PIC X(98) VALUE SPACES.
002490 01  CONTROL-TOTALS-LINE-1.
002500     05  FILLER                  PIC X(28)
002510             VALUE 'PARES PROCESSADOS......... '.
002520     05  CTL-PAIR-COUNT          PIC ZZZ.ZZ9.
002530     05  FILLER                  PIC X(97) VALUE SPACES.
002540 01  CONTROL-TOTALS-LINE-2.
002550     05  FILLER                  PIC X(28)
002560             VALUE 'SOMA DAS ADICOES.......... '.
002570     05  CTL-ADD-TOTAL           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
002580     05  FILLER                  PIC X(85) VALUE SPACES.
002590 01  CONTROL-TOTALS-LINE-3.
002600     05  FILLER                  PIC X(28)
002610             VALUE 'EXCECOES DIVISAO/ZERO..... '.
002620     05  CTL-DIV-EXC-COUNT       PIC ZZZ.ZZ9.
002630     05  FILLER                  PIC X(97) VALUE SPACES.
002640 01  CONTROL-TOTALS-LINE-4.
002650     05  FILLER                  PIC X(28)
002660             VALUE 'EXCECOES DE OPERACAO...... '.
002670     05  CTL-OP-EXC-COUNT        PIC ZZZ.ZZ9.
002680     05  FILLER                  PIC X(97) VALUE SPACES.
002690 PROCEDURE                       DIVISION.
002700*----------------------------------------------------------------
002710* 0000-MAINLINE
002720*----------------------------------------------------------------
002730 0000-MAINLINE.
002740     PERFORM 0100-REGISTER-START
002750                                THRU 0100-REGISTER-START-EXIT.
002760     IF WRK-RUN-IMPEDIDO
002770         MOVE 12 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
002810     PERFORM 2000-PROCESS-PAIR   THRU 2000-PROCESS-PAIR-EXIT
002820         UNTIL END-OF-TRANS-FILE.
002830     PERFORM 8000-CONTROL-TOTALS THRU 8000-CONTROL-TOTALS-EXIT.
002840     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
002850     IF WRK-DIV-EXCEPTION-COUNT > ZERO
002860         OR WRK-OP-EXCEPTION-COUNT > ZERO
002870         MOVE 4 TO RETURN-CODE
002880     END-IF.
002890     PERFORM 0200-REGISTER-END   THRU 0200-REGISTER-END-EXIT.
002900     STOP RUN.
002910*----------------------------------------------------------------
002920* 0100-REGISTER-START - REGISTER THE RUN ON THE RUN-CONTROL
002930*    FILE THROUGH PROG052, WHICH REFUSES THE START WHILE A
002940*    CONFLICTING PROGRAM IS LIVE OR A REQUIRED PREDECESSOR
002950*    HAS NOT FINISHED TODAY.
002960*----------------------------------------------------------------
002970 0100-REGISTER-START.
002980     MOVE 'PROG009 '             TO WRK-RUN-PROGRAMA.
002990     MOVE 'I'                    TO WRK-RUN-FUNCAO.
003000     MOVE 'PROG025'
003010                                 TO WRK-RUN-CONFLITOS.
003020     MOVE SPACES                 TO WRK-RUN-PREDECESSORES.
003030     MOVE ZERO                   TO WRK-RUN-RETORNO-PROG.
003040     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
003050                                 WRK-RUN-CONFLITOS,
003060                                 WRK-RUN-PREDECESSORES,
003070                                 WRK-RUN-RETORNO-PROG,
003080                                 WRK-RUN-RETORNO.
003090 0100-REGISTER-START-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------
003120* 0200-REGISTER-END - RECORD THE END OF THE RUN AND ITS FINAL
003130*    CONDITION CODE ON THE RUN-CONTROL FILE.
003140*----------------------------------------------------------------
003150 0200-REGISTER-END.
003160     MOVE 'T'                    TO WRK-RUN-FUNCAO.
003170     MOVE RETURN-CODE            TO WRK-RUN-RETORNO-PROG.
003180     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
003190                                 WRK-RUN-CONFLITOS,
003200                                 WRK-RUN-PREDECESSORES,
003210                                 WRK-RUN-RETORNO-PROG,
003220                                 WRK-RUN-RETORNO.
003230 0200-REGISTER-END-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, READ THE FIRST
003270*    TRANSACTION RECORD.
003280*----------------------------------------------------------------
003290 1000-INITIALIZE.
003300     OPEN INPUT  CALC-TRANS-IN.
003310     OPEN EXTEND GL-INTERFACE.
003320     IF GL-STATUS-NEW-FILE
003330         OPEN OUTPUT GL-INTERFACE
003340         CLOSE GL-INTERFACE
003350         OPEN EXTEND GL-INTERFACE
003360     END-IF.
003370     OPEN EXTEND CALC-HIST.
003380     IF HIST-STATUS-NEW-FILE
003390         OPEN OUTPUT CALC-HIST
003400         CLOSE CALC-HIST
003410         OPEN EXTEND CALC-HIST
003420     END-IF.
003430     PERFORM 1100-OPEN-CHECKPOINT
003440                                THRU 1100-OPEN-CHECKPOINT-EXIT.
003450     IF WRK-RESTART-COUNT > ZERO
003460         OPEN EXTEND CALC-RPT
003470         MOVE WRK-RESTART-COUNT  TO WRK-PAIR-COUNT
003480         PERFORM 1200-SKIP-PROCESSED
003490                                THRU 1200-SKIP-PROCESSED-EXIT
003500             WRK-SKIP-COUNT TIMES
003510     ELSE
003520         OPEN OUTPUT CALC-RPT
003530         WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE
003540         WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING
003550                                 2 LINES
003560     END-IF.
003570     IF WRK-RESTART-COUNT = ZERO
003580         PERFORM 1300-WRITE-BATCH-HEADER
003590                                THRU 1300-WRITE-BATCH-HEADER-EXIT
003600     END-IF.
003610     PERFORM 2100-READ-TRANS    THRU 2100-READ-TRANS-EXIT.
003620 1000-INITIALIZE-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650* 1100-OPEN-CHECKPOINT - OPEN CALC-CKPT AND DETERMINE THE
003660*    RESTART POINT, IF ANY, FROM THE LAST CHECKPOINT TAKEN,
003670*    RESTORING THE RUNNING ADICAO TOTAL AND DIVISAO/ZERO
003680*    EXCEPTION COUNT ALONG WITH THE PAIR COUNT SO THE CONTROL
003690*    TOTALS PRINTED AT END OF JOB STILL COVER THE WHOLE FILE.
003700*----------------------------------------------------------------
003710 1100-OPEN-CHECKPOINT.
003720     OPEN I-O CALC-CKPT.
003730     IF CKPT-STATUS-NEW-FILE
003740         OPEN OUTPUT CALC-CKPT
003750         CLOSE CALC-CKPT
003760         OPEN I-O CALC-CKPT
003770     END-IF.
003780     MOVE WRK-CKPT-KEY           TO CKPT-KEY.
003790     READ CALC-CKPT
003800         INVALID KEY
003810             MOVE ZERO TO CKPT-COUNT
003820             MOVE ZERO TO CKPT-ADD-TOTAL
003830             MOVE ZERO TO CKPT-DIV-EXC-COUNT
003840             MOVE ZERO TO CKPT-ACUMULADOR
003850             MOVE SPACES TO CKPT-LOTE-DATA
003860             MOVE SPACES TO CKPT-LOTE-HORA
003870             MOVE ZERO TO CKPT-LOTE-QTDE
003880             MOVE ZERO TO CKPT-LOTE-HASH
003890             WRITE CKPT-RECORD
003900         NOT INVALID KEY
003910             MOVE CKPT-COUNT      TO WRK-RESTART-COUNT
003920             MOVE CKPT-ADD-TOTAL  TO WRK-ADD-TOTAL
003930             MOVE CKPT-ACUMULADOR TO WRK-ACUMULADOR
003940             MOVE CKPT-DIV-EXC-COUNT
003950                                  TO WRK-DIV-EXCEPTION-COUNT
003960             MOVE CKPT-LOTE-DATA  TO WRK-LOTE-DATA
003970             MOVE CKPT-LOTE-HORA  TO WRK-LOTE-HORA
003980             MOVE CKPT-LOTE-QTDE  TO WRK-LOTE-QTDE
003990             MOVE CKPT-LOTE-HASH  TO WRK-LOTE-HASH
004000     END-READ.
004010     MOVE WRK-RESTART-COUNT      TO WRK-SKIP-COUNT.
004020 1100-OPEN-CHECKPOINT-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050* 1200-SKIP-PROCESSED - REPOSITION CALC-TRANS-IN PAST THE
004060*    RECORDS ALREADY REFLECTED IN THE REPORT BY THE LAST RUN.
004070*----------------------------------------------------------------
004080 1200-SKIP-PROCESSED.
004090     PERFORM 2100-READ-TRANS    THRU 2100-READ-TRANS-EXIT.
004100 1200-SKIP-PROCESSED-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130* 1300-WRITE-BATCH-HEADER - OPEN A NEW EXTRACT BATCH FOR THIS
004140*    RUN, NAMED BY THE DATE AND TIME IT STARTED. A RESTARTED
004150*    RUN DOES NOT COME HERE - IT CARRIES ON THE BATCH ITS
004160*    CANCELLED RUN OPENED, AS RESTORED FROM THE CHECKPOINT.
004170*----------------------------------------------------------------
004180 1300-WRITE-BATCH-HEADER.
004190     ACCEPT WRK-LOTE-DATA        FROM DATE YYYYMMDD.
004200     ACCEPT WRK-LOTE-HORA        FROM TIME.
004210     MOVE ZERO                   TO WRK-LOTE-QTDE.
004220     MOVE ZERO                   TO WRK-LOTE-HASH.
004230     MOVE SPACES                 TO GL-CONTROL-RECORD.
004240     SET GL-CTL-IS-HEADER        TO TRUE.
004250     MOVE 'PROG009 '             TO GL-CTL-ORIGEM.
004260     MOVE WRK-LOTE-DATA          TO GL-CTL-DATA.
004270     MOVE WRK-LOTE-HORA          TO GL-CTL-HORA.
004280     MOVE ZERO                   TO GL-CTL-QTDE.
004290     MOVE ZERO                   TO GL-CTL-HASH.
004300     WRITE GL-CONTROL-RECORD.
004310 1300-WRITE-BATCH-HEADER-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340* 2000-PROCESS-PAIR - DISPATCH THE CURRENT TRANSACTION RECORD
004350*    ON ITS OPERATION CODE, WRITE ITS DETAIL LINE, THEN READ
004360*    THE NEXT RECORD. CODE T (OR BLANK, THE OLD FORMAT)
004370*    PRODUCES THE FULL FIVE-COLUMN LINE.
004380*----------------------------------------------------------------
004390 2000-PROCESS-PAIR.
004400     MOVE ZERO TO WRK-ADD-RES WRK-SUB-RES WRK-MUL-RES
004410               WRK-DIV-RES WRK-MEDIA-RES.
004420     MOVE 'N'                    TO WRK-GL-SWITCH.
004430     IF CT-USA-ACUMULADOR
004440         MOVE WRK-ACUMULADOR     TO WRK-OP1
004450     ELSE
004460         MOVE CT-V1              TO WRK-OP1
004470     END-IF.
004480     MOVE SPACES                 TO SINGLE-OP-LINE.
004490     MOVE WRK-OP1                TO DTLS-V1.
004500     MOVE CT-V2                  TO DTLS-V2.
004510     EVALUATE TRUE
004520         WHEN CT-OP-TODAS
004530             PERFORM 2300-ALL-FIVE
004540                                THRU 2300-ALL-FIVE-EXIT
004550         WHEN CT-OP-ADICAO
004560             PERFORM 2310-SO-ADICAO
004570                                THRU 2310-SO-ADICAO-EXIT
004580         WHEN CT-OP-SUBTRACAO
004590             PERFORM 2320-SO-SUBTRACAO
004600                                THRU 2320-SO-SUBTRACAO-EXIT
004610         WHEN CT-OP-MULTIPLICACAO
004620             PERFORM 2330-SO-MULTIPLICACAO
004630                                THRU 2330-SO-MULTIPLICACAO-EXIT
004640         WHEN CT-OP-DIVISAO
004650             PERFORM 2340-SO-DIVISAO
004660                                THRU 2340-SO-DIVISAO-EXIT
004670         WHEN CT-OP-MEDIA
004680             PERFORM 2350-SO-MEDIA
004690                                THRU 2350-SO-MEDIA-EXIT
004700         WHEN CT-OP-PERCENTAGEM
004710             PERFORM 2360-SO-PERCENTAGEM
004720                                THRU 2360-SO-PERCENTAGEM-EXIT
004730         WHEN CT-OP-RESTO
004740             PERFORM 2370-SO-RESTO
004750                                THRU 2370-SO-RESTO-EXIT
004760         WHEN CT-OP-POTENCIA
004770             PERFORM 2380-SO-POTENCIA
004780                                THRU 2380-SO-POTENCIA-EXIT
004790         WHEN CT-OP-LIMPA
004800             PERFORM 2390-SO-LIMPA
004810                                THRU 2390-SO-LIMPA-EXIT
004812         WHEN CT-OP-FINANCIAMENTO
004814             PERFORM 2400-FINANCIAMENTO
004816                                THRU 2400-FINANCIAMENTO-EXIT
004820         WHEN OTHER
004830             MOVE 'OP INVALIDA'  TO DTLS-OPERACAO
004840             MOVE 'CODIGO NAO RECONHECIDO'
004850                                 TO DTLS-RESULT
004860             WRITE RPT-LINE FROM SINGLE-OP-LINE
004870                 AFTER ADVANCING 1 LINE
004880             ADD 1 TO WRK-OP-EXCEPTION-COUNT
004890     END-EVALUATE.
004900     IF GL-IS-VALID
004910         PERFORM 2900-WRITE-GL-HIST
004920                                THRU 2900-WRITE-GL-HIST-EXIT
004930         MOVE WRK-GL-RESULT      TO WRK-ACUMULADOR
004940         MOVE WRK-ACUMULADOR     TO ACM-VALOR
004950         WRITE RPT-LINE FROM ACCUM-LINE AFTER ADVANCING 1 LINE
004960     END-IF.
004970     ADD 1 TO WRK-PAIR-COUNT.
004980     PERFORM 2200-WRITE-CHECKPOINT
004990                                THRU 2200-WRITE-CHECKPOINT-EXIT.
005000     PERFORM 2100-READ-TRANS    THRU 2100-READ-TRANS-EXIT.
005010 2000-PROCESS-PAIR-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------
005040* 2300-ALL-FIVE - THE ORIGINAL FIVE-COLUMN DETAIL LINE, KEPT
005050*    FOR CODE T AND FOR THE OLD BLANK-CODE RECORD FORMAT.
005060*----------------------------------------------------------------
005070 2300-ALL-FIVE.
005080     COMPUTE WRK-ADD-RES = WRK-OP1 + CT-V2.
005090     SUBTRACT WRK-OP1 FROM CT-V2 GIVING WRK-SUB-RES.
005100     MULTIPLY WRK-OP1 BY CT-V2 GIVING WRK-MUL-RES ROUNDED.
005110     MOVE WRK-OP1                TO DTL-V1.
005120     MOVE CT-V2                  TO DTL-V2.
005130     MOVE WRK-ADD-RES            TO DTL-ADD.
005140     MOVE WRK-SUB-RES            TO DTL-SUB.
005150     MOVE WRK-MUL-RES            TO DTL-MUL.
005160     IF CT-V2 = ZERO
005170         MOVE 'DIVISAO/0' TO DTL-DIV
005180         ADD 1 TO WRK-DIV-EXCEPTION-COUNT
005190     ELSE
005200         DIVIDE WRK-OP1 BY CT-V2 GIVING WRK-DIV-RES ROUNDED
005210         MOVE WRK-DIV-RES TO WRK-DIV-RES-ED
005220         MOVE WRK-DIV-RES-ED TO DTL-DIV
005230     END-IF.
005240     COMPUTE WRK-MEDIA-RES ROUNDED = (WRK-OP1 + CT-V2) / 2.
005250     MOVE WRK-MEDIA-RES          TO DTL-MEDIA.
005260     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
005270     ADD WRK-ADD-RES             TO WRK-ADD-TOTAL.
005280     MOVE WRK-ADD-RES            TO WRK-GL-RESULT.
005290     MOVE WRK-ADD-RES            TO WRK-RES-ED.
005300     MOVE WRK-RES-ED             TO WRK-HIST-RES-ED.
005310     SET GL-IS-VALID             TO TRUE.
005320 2300-ALL-FIVE-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350* 2310-SO-ADICAO - SINGLE-OPERATION ADICAO DETAIL LINE. THE
005360*    RESULT STILL FEEDS THE SOMA DAS ADICOES CONTROL TOTAL.
005370*----------------------------------------------------------------
005380 2310-SO-ADICAO.
005390     COMPUTE WRK-ADD-RES = WRK-OP1 + CT-V2.
005400     MOVE 'ADICAO'               TO DTLS-OPERACAO.
005410     MOVE WRK-ADD-RES            TO WRK-RES-ED.
005420     MOVE WRK-RES-ED             TO DTLS-RESULT.
005430     WRITE RPT-LINE FROM SINGLE-OP-LINE AFTER ADVANCING 1 LINE.
005440     ADD WRK-ADD-RES             TO WRK-ADD-TOTAL.
005450     MOVE WRK-ADD-RES            TO WRK-GL-RESULT.
005460     MOVE DTLS-RESULT (1:20)     TO WRK-HIST-RES-ED.
005470     SET GL-IS-VALID             TO TRUE.
005480 2310-SO-ADICAO-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------
005510* 2320-SO-SUBTRACAO - SINGLE-OPERATION SUBTRACAO DETAIL LINE.
005520*----------------------------------------------------------------
005530 2320-SO-SUBTRACAO.
005540     SUBTRACT WRK-OP1 FROM CT-V2 GIVING WRK-SUB-RES.
005550     MOVE 'SUBTRACAO'            TO DTLS-OPERACAO.
005560     MOVE WRK-SUB-RES            TO WRK-RES-ED.
005570     MOVE WRK-RES-ED             TO DTLS-RESULT.
005580     WRITE RPT-LINE FROM SINGLE-OP-LINE AFTER ADVANCING 1 LINE.
005590     MOVE WRK-SUB-RES            TO WRK-GL-RESULT.
005600     MOVE DTLS-RESULT (1:20)     TO WRK-HIST-RES-ED.
005610     SET GL-IS-VALID             TO TRUE.
005620 2320-SO-SUBTRACAO-EXIT.
005630     EXIT.
005640*----------------------------------------------------------------
005650* 2330-SO-MULTIPLICACAO - SINGLE-OPERATION MULTIPLICACAO
005660*    DETAIL LINE.
005670*----------------------------------------------------------------
005680 2330-SO-MULTIPLICACAO.
005690     MULTIPLY WRK-OP1 BY CT-V2 GIVING WRK-MUL-RES ROUNDED.
005700     MOVE 'MULTIPLICACAO'        TO DTLS-OPERACAO.
005710     MOVE WRK-MUL-RES            TO DTL-MUL.
005720     MOVE DTL-MUL                TO DTLS-RESULT.
005730     WRITE RPT-LINE FROM SINGLE-OP-LINE AFTER ADVANCING 1 LINE.
005740     MOVE WRK-MUL-RES            TO WRK-GL-RESULT.
005750     MOVE DTLS-RESULT (1:20)     TO WRK-HIST-RES-ED.
005760     SET GL-IS-VALID             TO TRUE.
005770 2330-SO-MULTIPLICACAO-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------
005800* 2340-SO-DIVISAO - SINGLE-OPERATION DIVISAO DETAIL LINE, WITH
005810*    THE SAME DIVISAO/0 EXCEPTION HANDLING AS THE FULL LINE.
005820*----------------------------------------------------------------
005830 2340-SO-DIVISAO.
005840     MOVE 'DIVISAO'              TO DTLS-OPERACAO.
005850     IF CT-V2 = ZERO
005860         MOVE 'DIVISAO/0'        TO DTLS-RESULT
005870         ADD 1 TO WRK-DIV-EXCEPTION-COUNT
005880     ELSE
005890         DIVIDE WRK-OP1 BY CT-V2 GIVING WRK-DIV-RES ROUNDED
005900         MOVE WRK-DIV-RES        TO WRK-DIV-RES-ED
005910         MOVE WRK-DIV-RES-ED     TO DTLS-RESULT
005920         MOVE WRK-DIV-RES        TO WRK-GL-RESULT
005930         MOVE DTLS-RESULT (1:20) TO WRK-HIST-RES-ED
005940         SET GL-IS-VALID         TO TRUE
005950     END-IF.
005960     WRITE RPT-LINE FROM SINGLE-OP-LINE AFTER ADVANCING 1 LINE.
005970 2340-SO-DIVISAO-EXIT.
005980     EXIT.
005990*----------------------------------------------------------------
006000* 2350-SO-MEDIA - SINGLE-OPERATION MEDIA DETAIL LINE.
006010*----------------------------------------------------------------
006020 2350-SO-MEDIA.
006030     COMPUTE WRK-MEDIA-RES ROUNDED = (WRK-OP1 + CT-V2) / 2.
006040     MOVE 'MEDIA'                TO DTLS-OPERACAO.
006050     MOVE WRK-MEDIA-RES          TO WRK-RES-ED.
006060     MOVE WRK-RES-ED             TO DTLS-RESULT.
006070     WRITE RPT-LINE FROM SINGLE-OP-LINE AFTER ADVANCING 1 LINE.
006080     MOVE WRK-MEDIA-RES          TO WRK-GL-RESULT.
006090     MOVE DTLS-RESULT (1:20)     TO WRK-HIST-RES-ED.
006100     SET GL-IS-VALID             TO TRUE.
006110 2350-SO-MEDIA-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140* 2360-SO-PERCENTAGEM - V1 AS A PERCENTAGE OF V2, GUARDED
006150*    AGAINST A ZERO V2 LIKE THE DIVISAO.
006160*----------------------------------------------------------------
006170 2360-SO-PERCENTAGEM.
006180     MOVE 'PERCENTAGEM'          TO DTLS-OPERACAO.
006190     IF CT-V2 = ZERO
006200         MOVE 'DIVISAO/0'        TO DTLS-RESULT
006210         ADD 1 TO WRK-DIV-EXCEPTION-COUNT
006220     ELSE
006230         COMPUTE WRK-PCT-RES ROUNDED
006240             = WRK-OP1 / CT-V2 * 100
006250         MOVE WRK-PCT-RES        TO WRK-PCT-RES-ED
006260         MOVE WRK-PCT-RES-ED     TO DTLS-RESULT
006270         MOVE WRK-PCT-RES        TO WRK-GL-RESULT
006280         MOVE DTLS-RESULT (1:20) TO WRK-HIST-RES-ED
006290         SET GL-IS-VALID         TO TRUE
006300     END-IF.
006310     WRITE RPT-LINE FROM SINGLE-OP-LINE AFTER ADVANCING 1 LINE.
006320 2360-SO-PERCENTAGEM-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------
006350* 2370-SO-RESTO - REMAINDER OF V1 DIVIDED BY V2, GUARDED
006360*    AGAINST A ZERO V2 LIKE THE DIVISAO.
006370*----------------------------------------------------------------
006380 2370-SO-RESTO.
006390     MOVE 'RESTO'                TO DTLS-OPERACAO.
006400     IF CT-V2 = ZERO
006410         MOVE 'DIVISAO/0'        TO DTLS-RESULT
006420         ADD 1 TO WRK-DIV-EXCEPTION-COUNT
006430     ELSE
006440         DIVIDE WRK-OP1 BY CT-V2 GIVING WRK-REM-QUOT
006450             REMAINDER WRK-REM-RES
006460         MOVE WRK-REM-RES        TO WRK-REM-RES-ED
006470         MOVE WRK-REM-RES-ED     TO DTLS-RESULT
006480         MOVE WRK-REM-RES        TO WRK-GL-RESULT
006490         MOVE DTLS-RESULT (1:20) TO WRK-HIST-RES-ED
006500         SET GL-IS-VALID         TO TRUE
006510     END-IF.
006520     WRITE RPT-LINE FROM SINGLE-OP-LINE AFTER ADVANCING 1 LINE.
006530 2370-SO-RESTO-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------
006560* 2380-SO-POTENCIA - V1 RAISED TO V2. THE EXPONENT MUST BE A
006570*    NON-NEGATIVE WHOLE NUMBER, AND A RESULT PAST THE WIDEST
006580*    RESULT FIELD IS FLAGGED RATHER THAN TRUNCATED.
006590*----------------------------------------------------------------
006600 2380-SO-POTENCIA.
006610     MOVE 'POTENCIA'             TO DTLS-OPERACAO.
006620     MOVE CT-V2                  TO WRK-POW-EXP.
006630     IF CT-V2 < ZERO OR CT-V2 NOT = WRK-POW-EXP
006640         MOVE 'EXPOENTE INVALIDO'
006650                                 TO DTLS-RESULT
006660         ADD 1 TO WRK-OP-EXCEPTION-COUNT
006670     ELSE
006680         COMPUTE WRK-POW-RES ROUNDED = WRK-OP1 ** WRK-POW-EXP
006690             ON SIZE ERROR
006700                 MOVE 'POTENCIA FORA DE FAIXA'
006710                                 TO DTLS-RESULT
006720                 ADD 1 TO WRK-OP-EXCEPTION-COUNT
006730             NOT ON SIZE ERROR
006740                 MOVE WRK-POW-RES TO WRK-POW-RES-ED
006750                 MOVE WRK-POW-RES-ED TO DTLS-RESULT
006760                 MOVE WRK-POW-RES TO WRK-GL-RESULT
006770                 MOVE DTLS-RESULT (1:20)
006780                                  TO WRK-HIST-RES-ED
006790                 SET GL-IS-VALID TO TRUE
006800         END-COMPUTE
006810     END-IF.
006820     WRITE RPT-LINE FROM SINGLE-OP-LINE AFTER ADVANCING 1 LINE.
006830 2380-SO-POTENCIA-EXIT.
006840     EXIT.
006850*----------------------------------------------------------------
006860* 2390-SO-LIMPA - CLEAR THE RUNNING ACCUMULATOR AND SAY SO ON
006870*    THE REPORT. NOTHING IS COMPUTED, POSTED OR HISTORIED.
006880*----------------------------------------------------------------
006890 2390-SO-LIMPA.
006900     MOVE ZERO                   TO WRK-ACUMULADOR.
006910     MOVE 'LIMPA ACUMUL.'        TO DTLS-OPERACAO.
006920     MOVE 'ACUMULADOR ZERADO'    TO DTLS-RESULT.
006930     WRITE RPT-LINE FROM SINGLE-OP-LINE AFTER ADVANCING 1 LINE.
006940 2390-SO-LIMPA-EXIT.
006950     EXIT.
006951*----------------------------------------------------------------
006952* 2400-FINANCIAMENTO - V1 (OR THE ACCUMULATOR) IS THE PRINCIPAL,
006953*    V2 THE MONTHLY INTEREST RATE IN PERCENT AND CT-PARCELAS THE
006954*    NUMBER OF INSTALLMENTS. PRINT THE SCHEDULE UNDER THE PRICE
006955*    METHOD AND THEN UNDER THE SAC METHOD. EACH SCHEDULE WRITES
006956*    ITS OWN GL-INTERFACE AND CALC-HIST RECORD, SO THE COMMON
006957*    GL-IS-VALID PATH IS NOT TAKEN AND THE ACCUMULATOR IS LEFT
006958*    AS IT WAS. A PRICE PAYMENT PAST THE WORKING FIELDS IS
006959*    FLAGGED AND NEITHER SCHEDULE IS PRINTED.
006960*----------------------------------------------------------------
006961 2400-FINANCIAMENTO.
006962     MOVE 'FINANCIAMENTO'        TO DTLS-OPERACAO.
006963     IF WRK-OP1 NOT > ZERO OR CT-V2 < ZERO
006964         OR CT-PARCELAS NOT NUMERIC OR CT-PARCELAS = ZERO
006965         MOVE 'FINANCIAMENTO INVALIDO'
006966                                 TO DTLS-RESULT
006967         WRITE RPT-LINE FROM SINGLE-OP-LINE
006968             AFTER ADVANCING 1 LINE
006969         ADD 1 TO WRK-OP-EXCEPTION-COUNT
006970         GO TO 2400-FINANCIAMENTO-EXIT
006971     END-IF.
006972     MOVE CT-PARCELAS            TO WRK-FIN-PARCELAS.
006973     COMPUTE WRK-FIN-TAXA = CT-V2 / 100.
006974     PERFORM 2410-PRICE-PAYMENT THRU 2410-PRICE-PAYMENT-EXIT.
006975     IF WRK-FIN-PRESTACAO-FIXA NOT > ZERO
006976         MOVE 'FINANCIAMENTO FORA DE FAIXA'
006977                                 TO DTLS-RESULT
006978         WRITE RPT-LINE FROM SINGLE-OP-LINE
006979             AFTER ADVANCING 1 LINE
006980         ADD 1 TO WRK-OP-EXCEPTION-COUNT
006981         GO TO 2400-FINANCIAMENTO-EXIT
006982     END-IF.
006983     MOVE WRK-FIN-PARCELAS       TO WRK-FIN-PARC-ED.
006984     STRING 'PARCELAS ' WRK-FIN-PARC-ED
006985         DELIMITED BY SIZE INTO DTLS-RESULT.
006986     WRITE RPT-LINE FROM SINGLE-OP-LINE AFTER ADVANCING 1 LINE.
006987     SET FIN-METODO-PRICE        TO TRUE.
006988     MOVE 'TABELA PRICE - PRESTACAO FIXA' TO SCH-TITULO.
006989     PERFORM 2420-PRINT-SCHEDULE THRU 2420-PRINT-SCHEDULE-EXIT.
006990     SET FIN-METODO-SAC          TO TRUE.
006991     MOVE 'SAC - AMORTIZACAO CONSTANTE' TO SCH-TITULO.
006992     COMPUTE WRK-FIN-AMORT-FIXA ROUNDED
006993         = WRK-OP1 / WRK-FIN-PARCELAS.
006994     PERFORM 2420-PRINT-SCHEDULE THRU 2420-PRINT-SCHEDULE-EXIT.
006995 2400-FINANCIAMENTO-EXIT.
006996     EXIT.
006997*----------------------------------------------------------------
006998* 2410-PRICE-PAYMENT - THE PRICE FIXED PAYMENT,
006999*    P * I * (1 + I) ** N / ((1 + I) ** N - 1), OR SIMPLY P / N
007000*    WHEN THE RATE IS ZERO. THE FACTOR (1 + I) ** N IS BUILT BY
007001*    REPEATED MULTIPLICATION, ONE MONTH AT A TIME. A SIZE ERROR
007002*    LEAVES THE PAYMENT AT ZERO FOR THE CALLER TO FLAG.
007003*----------------------------------------------------------------
007004 2410-PRICE-PAYMENT.
007005     MOVE ZERO                   TO WRK-FIN-PRESTACAO-FIXA.
007006     IF WRK-FIN-TAXA = ZERO
007007         COMPUTE WRK-FIN-PRESTACAO-FIXA ROUNDED
007008             = WRK-OP1 / WRK-FIN-PARCELAS
007009         GO TO 2410-PRICE-PAYMENT-EXIT
007010     END-IF.
007011     MOVE 1                      TO WRK-FIN-FATOR.
007012     MOVE 'N'                    TO WRK-FIN-ERRO-SWITCH.
007013     PERFORM 2415-FACTOR-MONTH  THRU 2415-FACTOR-MONTH-EXIT
007014         WRK-FIN-PARCELAS TIMES.
007015     IF FIN-FORA-DE-FAIXA
007016         GO TO 2410-PRICE-PAYMENT-EXIT
007017     END-IF.
007018     COMPUTE WRK-FIN-DIVISOR = WRK-FIN-FATOR - 1.
007019     COMPUTE WRK-FIN-PRESTACAO-FIXA ROUNDED
007020         = WRK-OP1 * WRK-FIN-TAXA * WRK-FIN-FATOR
007021           / WRK-FIN-DIVISOR
007022         ON SIZE ERROR
007023             MOVE ZERO TO WRK-FIN-PRESTACAO-FIXA
007024     END-COMPUTE.
007025 2410-PRICE-PAYMENT-EXIT.
007026     EXIT.
007027*----------------------------------------------------------------
007028* 2415-FACTOR-MONTH - CARRY THE FACTOR (1 + I) ** N ONE MONTH
007029*    FURTHER, FLAGGING A FACTOR PAST ITS WORKING FIELD.
007030*----------------------------------------------------------------
007031 2415-FACTOR-MONTH.
007032     IF FIN-FORA-DE-FAIXA
007033         GO TO 2415-FACTOR-MONTH-EXIT
007034     END-IF.
007035     COMPUTE WRK-FIN-FATOR ROUNDED
007036         = WRK-FIN-FATOR + WRK-FIN-FATOR * WRK-FIN-TAXA
007037         ON SIZE ERROR
007038             SET FIN-FORA-DE-FAIXA TO TRUE
007039     END-COMPUTE.
007040 2415-FACTOR-MONTH-EXIT.
007041     EXIT.
007042*----------------------------------------------------------------
007043* 2420-PRINT-SCHEDULE - PRINT ONE METHOD'S SCHEDULE, ONE LINE
007044*    PER INSTALLMENT, AND ITS TOTALS, THEN WRITE THE SCHEDULE'S
007045*    GL-INTERFACE AND CALC-HIST RECORD WITH THE TOTAL INTEREST
007046*    AS THE RESULT.
007047*----------------------------------------------------------------
007048 2420-PRINT-SCHEDULE.
007049     WRITE RPT-LINE FROM SCHEDULE-TITLE-LINE
007050                                 AFTER ADVANCING 2 LINES.
007051     WRITE RPT-LINE FROM SCHEDULE-HEADING-LINE
007052                                 AFTER ADVANCING 1 LINE.
007053     MOVE ZERO                   TO WRK-FIN-TOT-PRESTACAO.
007054     MOVE ZERO                   TO WRK-FIN-TOT-JUROS.
007055     MOVE ZERO                   TO WRK-FIN-TOT-AMORTIZACAO.
007056     MOVE WRK-OP1                TO WRK-FIN-SALDO.
007057     MOVE 1                      TO WRK-FIN-IX.
007058     PERFORM 2430-SCHEDULE-LINE THRU 2430-SCHEDULE-LINE-EXIT
007059         UNTIL WRK-FIN-IX > WRK-FIN-PARCELAS.
007060     MOVE WRK-FIN-TOT-PRESTACAO  TO SCT-PRESTACAO.
007061     MOVE WRK-FIN-TOT-JUROS      TO SCT-JUROS.
007062     MOVE WRK-FIN-TOT-AMORTIZACAO
007063                                 TO SCT-AMORTIZACAO.
007064     WRITE RPT-LINE FROM SCHEDULE-TOTAL-LINE
007065                                 AFTER ADVANCING 1 LINE.
007066     MOVE WRK-FIN-TOT-JUROS      TO WRK-GL-RESULT.
007067     MOVE WRK-FIN-TOT-JUROS      TO WRK-RES-ED.
007068     MOVE WRK-RES-ED             TO WRK-HIST-RES-ED.
007069     PERFORM 2900-WRITE-GL-HIST THRU 2900-WRITE-GL-HIST-EXIT.
007070 2420-PRINT-SCHEDULE-EXIT.
007071     EXIT.
007072*----------------------------------------------------------------
007073* 2430-SCHEDULE-LINE - ONE INSTALLMENT. INTEREST IS THE MONTH'S
007074*    RATE ON THE OPEN BALANCE; THE AMORTIZATION IS THE FIXED
007075*    PAYMENT LESS THE INTEREST (PRICE) OR A FIXED SHARE OF THE
007076*    PRINCIPAL (SAC). THE LAST INSTALLMENT AMORTIZES WHATEVER
007077*    BALANCE THE ROUNDING LEFT, SO THE SCHEDULE CLOSES AT ZERO.
007078*----------------------------------------------------------------
007079 2430-SCHEDULE-LINE.
007080     COMPUTE WRK-FIN-JUROS ROUNDED
007081         = WRK-FIN-SALDO * WRK-FIN-TAXA.
007082     IF FIN-METODO-PRICE
007083         COMPUTE WRK-FIN-AMORTIZACAO
007084             = WRK-FIN-PRESTACAO-FIXA - WRK-FIN-JUROS
007085     ELSE
007086         MOVE WRK-FIN-AMORT-FIXA TO WRK-FIN-AMORTIZACAO
007087     END-IF.
007088     IF WRK-FIN-IX = WRK-FIN-PARCELAS
007089         OR WRK-FIN-AMORTIZACAO > WRK-FIN-SALDO
007090         MOVE WRK-FIN-SALDO      TO WRK-FIN-AMORTIZACAO
007091     END-IF.
007092     COMPUTE WRK-FIN-PRESTACAO
007093         = WRK-FIN-JUROS + WRK-FIN-AMORTIZACAO.
007094     SUBTRACT WRK-FIN-AMORTIZACAO FROM WRK-FIN-SALDO.
007095     ADD WRK-FIN-PRESTACAO       TO WRK-FIN-TOT-PRESTACAO.
007096     ADD WRK-FIN-JUROS           TO WRK-FIN-TOT-JUROS.
007097     ADD WRK-FIN-AMORTIZACAO     TO WRK-FIN-TOT-AMORTIZACAO.
007098     MOVE WRK-FIN-IX             TO SCL-PARCELA.
007099     MOVE WRK-FIN-PRESTACAO      TO SCL-PRESTACAO.
007100     MOVE WRK-FIN-JUROS          TO SCL-JUROS.
007101     MOVE WRK-FIN-AMORTIZACAO    TO SCL-AMORTIZACAO.
007102     MOVE WRK-FIN-SALDO          TO SCL-SALDO.
007103     WRITE RPT-LINE FROM SCHEDULE-LINE AFTER ADVANCING 1 LINE.
007104     ADD 1                       TO WRK-FIN-IX.
007105 2430-SCHEDULE-LINE-EXIT.
007106     EXIT.
007107*----------------------------------------------------------------
007108* 2900-WRITE-GL-HIST - WRITE ONE GL-INTERFACE RECORD AND ONE
007109*    CALC-HIST RECORD, ORIGIN PROG009, FOR THE TRANSACTION JUST
007110*    PROCESSED, THE WAY PROG005 DOES FOR ITS CONSOLE RUNS. THE
007111*    BATCH CARRIES NO CURRENCY, SO EVERYTHING POSTS AS BRL.
007112*----------------------------------------------------------------
007113 2900-WRITE-GL-HIST.
007114     MOVE SPACES                 TO GL-INTERFACE-RECORD.
007115     ACCEPT GL-DATA              FROM DATE YYYYMMDD.
007116     MOVE 'PROG009 '             TO GL-ORIGEM.
007117     MOVE WRK-OP1                TO GL-V1.
007118     MOVE CT-V2                  TO GL-V2.
007119     MOVE WRK-GL-RESULT          TO GL-RESULTADO.
007120     MOVE 'BRL'                  TO GL-MOEDA.
007121     WRITE GL-INTERFACE-RECORD.
007122     ADD 1                       TO WRK-LOTE-QTDE.
007123     ADD GL-RESULTADO            TO WRK-LOTE-HASH.
007130     MOVE SPACES                 TO CALC-HIST-RECORD.
007140     ACCEPT HIST-DATA            FROM DATE YYYYMMDD.
007150     MOVE WRK-OP1                TO HIST-V1.
007160     MOVE CT-V2                  TO HIST-V2.
007170     MOVE WRK-HIST-RES-ED        TO HIST-RES-ED.
007180     MOVE 'BRL'                  TO HIST-MOEDA.
007190     MOVE 'PROG009 '             TO HIST-ORIGEM.
007200     WRITE CALC-HIST-RECORD.
007210 2900-WRITE-GL-HIST-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240* 2200-WRITE-CHECKPOINT - RECORD HOW MANY PAIRS HAVE BEEN
007250*    PROCESSED SO FAR, ALONG WITH THE RUNNING ADICAO TOTAL AND
007260*    DIVISAO/ZERO EXCEPTION COUNT, SO A CANCELLED RUN CAN
007270*    RESTART FROM HERE WITH ITS CONTROL TOTALS INTACT INSTEAD
007280*    OF FROM THE BEGINNING OF CALC-TRANS-IN. TAKEN AFTER EVERY
007290*    PAIR - NOT JUST EVERY N PAIRS - SO A RESTART NEVER REPLAYS
007300*    A RECORD ALREADY REFLECTED IN CALC-RPT.
007310*----------------------------------------------------------------
007320 2200-WRITE-CHECKPOINT.
007330     MOVE WRK-PAIR-COUNT         TO CKPT-COUNT.
007340     MOVE WRK-ADD-TOTAL          TO CKPT-ADD-TOTAL.
007350     MOVE WRK-DIV-EXCEPTION-COUNT
007360                                 TO CKPT-DIV-EXC-COUNT.
007370     MOVE WRK-ACUMULADOR         TO CKPT-ACUMULADOR.
007380     MOVE WRK-LOTE-DATA          TO CKPT-LOTE-DATA.
007390     MOVE WRK-LOTE-HORA          TO CKPT-LOTE-HORA.
007400     MOVE WRK-LOTE-QTDE          TO CKPT-LOTE-QTDE.
007410     MOVE WRK-LOTE-HASH          TO CKPT-LOTE-HASH.
007420     REWRITE CKPT-RECORD.
007430 2200-WRITE-CHECKPOINT-EXIT.
007440     EXIT.
007450*----------------------------------------------------------------
007460* 2100-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
007470*----------------------------------------------------------------
007480 2100-READ-TRANS.
007490     READ CALC-TRANS-IN
007500         AT END
007510             SET END-OF-TRANS-FILE TO TRUE
007520     END-READ.
007530 2100-READ-TRANS-EXIT.
007540     EXIT.
007550*----------------------------------------------------------------
007560* 8000-CONTROL-TOTALS - PRINT END-OF-JOB CONTROL TOTALS SO
007570*    OPERATIONS CAN RECONCILE THE RUN AGAINST THE INPUT FILE.
007580*----------------------------------------------------------------
007590 8000-CONTROL-TOTALS.
007600     MOVE WRK-PAIR-COUNT         TO CTL-PAIR-COUNT.
007610     MOVE WRK-ADD-TOTAL          TO CTL-ADD-TOTAL.
007620     MOVE WRK-DIV-EXCEPTION-COUNT
007630                                 TO CTL-DIV-EXC-COUNT.
007640     WRITE RPT-LINE FROM CONTROL-TOTALS-LINE-1
007650                                 AFTER ADVANCING 2 LINES.
007660     WRITE RPT-LINE FROM CONTROL-TOTALS-LINE-2
007670                                 AFTER ADVANCING 1 LINE.
007680     WRITE RPT-LINE FROM CONTROL-TOTALS-LINE-3
007690                                 AFTER ADVANCING 1 LINE.
007700     MOVE WRK-OP-EXCEPTION-COUNT TO CTL-OP-EXC-COUNT.
007710     WRITE RPT-LINE FROM CONTROL-TOTALS-LINE-4
007720                                 AFTER ADVANCING 1 LINE.
007730     DISPLAY '------------ PROG009 - CONTROL TOTALS ------------'.
007740     DISPLAY 'PARES PROCESSADOS......... ' WRK-PAIR-COUNT.
007750     DISPLAY 'SOMA DAS ADICOES.......... ' CTL-ADD-TOTAL.
007760     DISPLAY 'EXCECOES DE DIVISAO POR ZERO '
007770                                 WRK-DIV-EXCEPTION-COUNT.
007780     DISPLAY 'EXCECOES DE OPERACAO........ '
007790                                 WRK-OP-EXCEPTION-COUNT.
007800 8000-CONTROL-TOTALS-EXIT.
007810     EXIT.
007820*----------------------------------------------------------------
007830* 9999-FINALIZE - CLOSE THE RUN'S EXTRACT BATCH WITH ITS
007840*    TRAILER, CLOSE FILES AND END THE RUN.
007850*----------------------------------------------------------------
007860 9999-FINALIZE.
007870     MOVE SPACES                 TO GL-CONTROL-RECORD.
007880     SET GL-CTL-IS-TRAILER       TO TRUE.
007890     MOVE 'PROG009 '             TO GL-CTL-ORIGEM.
007900     MOVE WRK-LOTE-DATA          TO GL-CTL-DATA.
007910     MOVE WRK-LOTE-HORA          TO GL-CTL-HORA.
007920     MOVE WRK-LOTE-QTDE          TO GL-CTL-QTDE.
007930     MOVE WRK-LOTE-HASH          TO GL-CTL-HASH.
007940     WRITE GL-CONTROL-RECORD.
007950     CLOSE CALC-TRANS-IN.
007960     CLOSE GL-INTERFACE.
007970     CLOSE CALC-HIST.
007980     CLOSE CALC-RPT.
007990     MOVE ZERO TO CKPT-COUNT.
008000     MOVE ZERO TO CKPT-ADD-TOTAL.
008010     MOVE ZERO TO CKPT-DIV-EXC-COUNT.
008020     MOVE ZERO TO CKPT-ACUMULADOR.
008030     MOVE SPACES TO CKPT-LOTE-DATA.
008040     MOVE SPACES TO CKPT-LOTE-HORA.
008050     MOVE ZERO TO CKPT-LOTE-QTDE.
008060     MOVE ZERO TO CKPT-LOTE-HASH.
008070     REWRITE CKPT-RECORD.
008080     CLOSE CALC-CKPT.
008090 9999-FINALIZE-EXIT.
008100     EXIT.
