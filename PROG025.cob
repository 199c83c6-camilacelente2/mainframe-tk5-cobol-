000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - POSTS THE GL-INTERFACE EXTRACT WRITTEN BY
000090*    PROG005 TO THE LEDGER MASTER AS A BALANCED DEBIT/CREDIT
000100*    PAIR PER RECORD, ACCUMULATING BY DATE, ACCOUNT AND ORIGIN
000110*    WITH THE ACCOUNTS THE ORIGIN-MAP NAMES. A POSTING REGISTER
000120*    IS PRINTED WITH BATCH TOTALS AND AN OUT-OF-BALANCE CHECK.
000130*    EVERY POSTED RECORD IS MOVED TO THE POSTED ARCHIVE,
000140*    STAMPED WITH THE POSTING DATE, AND EVERY RECORD NOT POSTED
000150*    IS WRITTEN TO THE CARRY-FORWARD FILE THAT THE JOB STREAM
000160*    FEEDS BACK AS THE NEXT EXTRACT, SO A RERUN CANNOT POST THE
000170*    SAME RECORD TWICE.
000180*    EACH PRODUCING RUN WRAPS ITS RECORDS IN A BATCH HEADER
000190*    AND TRAILER. A FIRST PASS OVER THE EXTRACT PROVES EVERY
000200*    BATCH AGAINST ITS TRAILER AND AGAINST THE REGISTER OF
000210*    BATCHES ALREADY POSTED; ONLY ACCEPTED BATCHES AND THE BARE
000220*    CARRY-FORWARD RECORDS AT THE HEAD OF THE EXTRACT ARE
000230*    POSTED IN THE SECOND PASS.
000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*----------------------------------------------------------------
000270* 2026-08-22  RM  ORIGINAL PROGRAM.
000280* 2026-08-22  RM  CARRY EACH RECORD'S DOMESTIC-EQUIVALENT
000290*                 AMOUNT, CONVERTED WITH THE CURRENCY-MASTER
000300*                 RATE IN FORCE ON GL-DATA, AND POST THAT
000310*                 AMOUNT TO THE LEDGER. A RECORD WITH NO RATE
000320*                 ON FILE FOR ITS DATE IS REJECTED TO THE
000330*                 CARRY-FORWARD FILE FOR A LATER RUN.
000340* 2026-08-22  RM  CHECK THE LEDGER FILE STATUS AFTER EVERY
000350*                 POSTING WRITE - A FAILED POSTING IS CARRIED
000360*                 FORWARD, NOT ARCHIVED, SO THE BALANCE CHECK
000370*                 CAN CATCH IT - AND RESERVE THE NON-ZERO
000380*                 RETURN CODE FOR THE OUT-OF-BALANCE CONDITION
000390*                 SO THE CARRY STEP STILL RUNS ON A NORMAL
000400*                 NO-RATE DAY.
000410* 2026-09-01  RM  TAKE THE EXTRACT LAYOUT FROM SHARED COPYBOOK
000420*                 GLINTF - PROG009'S BATCH RESULTS NOW FEED
000430*                 THE EXTRACT TOO, UNDER WIDER SIGNED VALUE
000440*                 FIELDS - AND WIDEN THE CARRY AND POSTED
000450*                 IMAGES TO MATCH.
000460* 2026-09-01  RM  TAKE THE LEDGER LAYOUT FROM SHARED COPYBOOK
000470*                 LEDGMAST AND REFUSE TO POST INTO A MONTH
000480*                 PROG046 HAS CLOSED - A RECORD FOR A CLOSED
000490*                 PERIOD GOES TO THE CARRY-FORWARD FILE FOR
000500*                 MANUAL REVIEW INSTEAD OF REOPENING IT.
000510* 2026-09-01  RM  STAMP EACH CARRIED RECORD WITH ITS FIRST-
000520*                 SEEN DATE AND CARRY COUNT IN THE EXTRACT
000530*                 LAYOUT'S TRAILING FIELDS, SO PROG047 CAN AGE
000540*                 THE CARRY-FORWARD AND ESCALATE WHAT HAS BEEN
000550*                 CIRCULATING INSTEAD OF IT HIDING FOREVER.
000560* 2026-09-01  RM  REGISTER THE RUN ON THE RUN-CONTROL FILE
000570*                 THROUGH PROG052 - THE START IS REFUSED WHILE
000580*                 A CONFLICTING PROGRAM IS LIVE OR A REQUIRED
000590*                 PREDECESSOR HAS NOT FINISHED TODAY, AND THE
000600*                 END IS RECORDED WITH THE CONDITION CODE.
000610* 2026-10-15  RM  POST EACH RECORD AS A DEBIT/CREDIT PAIR TO
000620*                 THE ACCOUNTS THE ORIGIN-MAP NAMES FOR ITS
000630*                 GL-ORIGEM - LEDGER-MASTER IS NOW KEYED BY
000640*                 DATE, ACCOUNT AND ORIGIN. A RECORD WHOSE
000650*                 ORIGIN IS NOT MAPPED IS CARRIED FORWARD, AND
000660*                 THE BALANCE CHECK ALSO PROVES TOTAL DEBITS
000670*                 EQUAL TOTAL CREDITS.
000680* 2026-10-15  RM  DO NOT START WHILE PROG054 IS APPLYING
000690*                 MANUAL ADJUSTMENTS TO THE SAME LEDGER.
000700* 2026-10-15  RM  NOR WHILE PROG058 IS POSTING THE MONTH-END
000710*                 EXCHANGE REVALUATION.
000720* 2026-10-15  RM  CHECK THE BATCH HEADER/TRAILER (GLCTRL) EACH
000730*                 PRODUCING RUN NOW WRAPS ITS RECORDS IN, IN A
000740*                 FIRST PASS OVER THE EXTRACT. A BATCH WHOSE
000750*                 TRAILER DOES NOT AGREE WITH ITS DETAILS, THAT
000760*                 HAS NO TRAILER, OR THAT IS ON THE NEW BATCH
000770*                 REGISTER (OR REPEATS THE COUNT AND HASH OF A
000780*                 BATCH THE SAME ORIGIN SENT THE SAME DAY) IS
000790*                 NEITHER POSTED NOR CARRIED, AND IS LISTED ON
000800*                 THE REGISTER WITH RETURN CODE 4. A POSTED
000810*                 BATCH IS ADDED TO THE BATCH REGISTER.
000811* 2026-10-15  RM  A BATCH REFUSED ONLY FOR REPEATING THE COUNT
000812*                 AND HASH OF ANOTHER (LOTE REPETIDO) MAY BE A
000813*                 GENUINE SECOND RUN - ITS DETAILS ARE WRITTEN
000814*                 TO THE HELD FILE, WHICH THE CARRY STEP DOES
000815*                 NOT REPLACE, FOR OPERATIONS TO RELEASE OR
000816*                 DISCARD.
000820*----------------------------------------------------------------
000830 ENVIRONMENT                     DIVISION.
000840 CONFIGURATION                   SECTION.
000850 SOURCE-COMPUTER.                IBM-370.
000860 OBJECT-COMPUTER.                IBM-370.
000870 SPECIAL-NAMES.
000880     DECIMAL-POINT IS COMMA.
000890 INPUT-OUTPUT                    SECTION.
000900 FILE-CONTROL.
000910     SELECT GL-INTERFACE         ASSIGN TO GLEXTR
000920                                 ORGANIZATION IS SEQUENTIAL
000930                                 FILE STATUS IS WS-GL-STATUS.
000940     SELECT LEDGER-MASTER        ASSIGN TO LEDGMAST
000950                                 ORGANIZATION IS INDEXED
000960                                 ACCESS MODE IS DYNAMIC
000970                                 RECORD KEY IS LED-CHAVE
000980                                 FILE STATUS IS WS-LED-STATUS.
000990     SELECT GL-POSTED            ASSIGN TO GLPOSTD
001000                                 ORGANIZATION IS SEQUENTIAL
001010                                 FILE STATUS IS WS-PST-STATUS.
001020     SELECT GL-CARRY             ASSIGN TO GLCARRY
001030                                 ORGANIZATION IS SEQUENTIAL
001040                                 FILE STATUS IS WS-CRY-STATUS.
001042     SELECT GL-HELD              ASSIGN TO GLHELD
001044                                 ORGANIZATION IS SEQUENTIAL
001046                                 FILE STATUS IS WS-HLD-STATUS.
001050     SELECT LEDGER-CLOSE         ASSIGN TO LEDCLOSE
001060                                 ORGANIZATION IS INDEXED
001070                                 ACCESS MODE IS DYNAMIC
001080                                 RECORD KEY IS CLS-MES
001090                                 FILE STATUS IS WS-CLS-STATUS.
001100     SELECT CURRENCY-MASTER      ASSIGN TO CURRMAST
001110                                 ORGANIZATION IS INDEXED
001120                                 ACCESS MODE IS DYNAMIC
001130                                 RECORD KEY IS CUR-CHAVE
001140                                 FILE STATUS IS WS-CUR-STATUS.
001150     SELECT ORIGIN-MAP           ASSIGN TO ORIGMAP
001160                                 ORGANIZATION IS INDEXED
001170                                 ACCESS MODE IS DYNAMIC
001180                                 RECORD KEY IS MAP-ORIGEM
001190                                 FILE STATUS IS WS-MAP-STATUS.
001200     SELECT POSTING-RPT          ASSIGN TO POSTRPT
001210                                 ORGANIZATION IS SEQUENTIAL
001220                                 FILE STATUS IS WS-RPT-STATUS.
001230     SELECT GL-BATCH-REGISTER    ASSIGN TO GLLOTES
001240                                 ORGANIZATION IS INDEXED
001250                                 ACCESS MODE IS DYNAMIC
001260                                 RECORD KEY IS LOT-CHAVE
001270                                 FILE STATUS IS WS-LOT-STATUS.
001280 DATA                            DIVISION.
001290 FILE                            SECTION.
001300 FD  GL-INTERFACE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY GLINTF.
001330     COPY GLCTRL.
001340 FD  LEDGER-MASTER
001350     LABEL RECORDS ARE STANDARD.
001360     COPY LEDGMAST.
001370 FD  GL-POSTED
001380     LABEL RECORDS ARE STANDARD.
001390 01  GL-POSTED-RECORD.
001400     05  PST-DATA-POSTAGEM       PIC X(08).
001410     05  PST-IMAGEM              PIC X(59).
001420 FD  GL-CARRY
001430     LABEL RECORDS ARE STANDARD.
001440 01  GL-CARRY-RECORD             PIC X(59).
001442 FD  GL-HELD
001444     LABEL RECORDS ARE STANDARD.
001446 01  GL-HELD-RECORD              PIC X(59).
001450 FD  LEDGER-CLOSE
001460     LABEL RECORDS ARE STANDARD.
001470 01  LEDGER-CLOSE-RECORD.
001480     05  CLS-MES                 PIC X(06).
001490     05  CLS-DATA-FECHO          PIC X(08).
001500 FD  CURRENCY-MASTER
001510     LABEL RECORDS ARE STANDARD.
001520 01  CURRENCY-MASTER-RECORD.
001530     05  CUR-CHAVE.
001540         10  CUR-DATA            PIC X(08).
001550         10  CUR-MOEDA           PIC X(03).
001560     05  CUR-TAXA                PIC 9(03)V9(06).
001570 FD  ORIGIN-MAP
001580     LABEL RECORDS ARE STANDARD.
001590     COPY ORIGMAP.
001600 FD  POSTING-RPT
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 132 CHARACTERS.
001630 01  RPT-LINE                    PIC X(132).
001640 FD  GL-BATCH-REGISTER
001650     LABEL RECORDS ARE STANDARD.
001660 01  GL-BATCH-REGISTER-RECORD.
001670     05  LOT-CHAVE.
001680         10  LOT-ORIGEM          PIC X(08).
001690         10  LOT-DATA            PIC X(08).
001700         10  LOT-HORA            PIC X(08).
001710     05  LOT-QTDE                PIC 9(07).
001720     05  LOT-HASH                PIC S9(13)V99.
001730     05  LOT-DATA-POSTAGEM       PIC X(08).
001740     05  FILLER                  PIC X(10).
001750 WORKING-STORAGE                 SECTION.
001760     COPY RUNLINK                REPLACING ==:PFX:== BY ==WRK==.
001770 01  HEADING-LINE-1.
001780     05  FILLER                  PIC X(40)
001790             VALUE 'REGISTRO DE POSTAGEM GL - PROG025'.
001800     05  FILLER                  PIC X(92) VALUE SPACES.
001810 01  HEADING-LINE-2.
001820     05  FILLER                  PIC X(10) VALUE 'DATA'.
001830     05  FILLER                  PIC X(10) VALUE 'ORIGEM'.
001840     05  FILLER                  PIC X(12) VALUE '   RESULTADO'.
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  FILLER                  PIC X(06) VALUE 'MOEDA '.
001870     05  FILLER                  PIC X(17)
001880             VALUE '   VALOR NACIONAL'.
001890     05  FILLER                  PIC X(20) VALUE 'SITUACAO'.
001900     05  FILLER                  PIC X(08) VALUE SPACES.
001910     05  FILLER                  PIC X(10) VALUE 'DEBITO'.
001920     05  FILLER                  PIC X(10) VALUE 'CREDITO'.
001930     05  FILLER                  PIC X(27) VALUE SPACES.
001940 01  DETAIL-LINE.
001950     05  DTL-DATA                PIC X(08).
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  DTL-ORIGEM              PIC X(08).
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  DTL-RESULTADO           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  DTL-MOEDA               PIC X(03).
002020     05  FILLER                  PIC X(03) VALUE SPACES.
002030     05  DTL-NACIONAL            PIC -ZZZ.ZZZ.ZZ9,99.
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  DTL-SITUACAO            PIC X(20).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  DTL-CONTA-DEBITO        PIC X(08).
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  DTL-CONTA-CREDITO       PIC X(08).
002100     05  FILLER                  PIC X(29) VALUE SPACES.
002110 01  BATCH-TOTALS-LINE-1.
002120     05  FILLER                  PIC X(28)
002130             VALUE 'REGISTROS LIDOS........... '.
002140     05  BTL-READ-COUNT          PIC ZZZ.ZZ9.
002150     05  FILLER                  PIC X(97) VALUE SPACES.
002160 01  BATCH-TOTALS-LINE-2.
002170     05  FILLER                  PIC X(28)
002180             VALUE 'REGISTROS POSTADOS........ '.
002190     05  BTL-POST-COUNT          PIC ZZZ.ZZ9.
002200     05  FILLER                  PIC X(97) VALUE SPACES.
002210 01  BATCH-TOTALS-LINE-3.
002220     05  FILLER                  PIC X(28)
002230             VALUE 'VALOR POSTADO............. '.
002240     05  BTL-POST-TOTAL          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
002250     05  FILLER                  PIC X(85) VALUE SPACES.
002260 01  BATCH-TOTALS-LINE-4.
002270     05  FILLER                  PIC X(28)
002280             VALUE 'TOTAL A DEBITO............ '.
002290     05  BTL-DEBIT-TOTAL         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
002300     05  FILLER                  PIC X(85) VALUE SPACES.
002310 01  BATCH-TOTALS-LINE-5.
002320     05  FILLER                  PIC X(28)
002330             VALUE 'TOTAL A CREDITO........... '.
002340     05  BTL-CREDIT-TOTAL        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
002350     05  FILLER                  PIC X(85) VALUE SPACES.
002360 01  BALANCE-LINE.
002370     05  FILLER                  PIC X(28)
002380             VALUE 'CONFERENCIA DE BALANCO.... '.
002390     05  BAL-SITUACAO            PIC X(20).
002400     05  FILLER                  PIC X(84) VALUE SPACES.
002410 01  BATCH-TOTALS-LINE-6.
002420     05  FILLER                  PIC X(28)
002430             VALUE 'LOTES RECEBIDOS........... '.
002440     05  BTL-LOTE-COUNT          PIC ZZZ.ZZ9.
002450     05  FILLER                  PIC X(97) VALUE SPACES.
002460 01  BATCH-TOTALS-LINE-7.
002470     05  FILLER                  PIC X(28)
002480             VALUE 'LOTES REJEITADOS.......... '.
002490     05  BTL-LOTE-REJ-COUNT      PIC ZZZ.ZZ9.
002500     05  FILLER                  PIC X(97) VALUE SPACES.
002510 01  BATCH-TOTALS-LINE-8.
002520     05  FILLER                  PIC X(28)
002530             VALUE 'REGISTROS REJEITADOS...... '.
002540     05  BTL-REJ-REG-COUNT       PIC ZZZ.ZZ9.
002550     05  FILLER                  PIC X(97) VALUE SPACES.
002560 01  REJECT-HEADING-LINE-1.
002570     05  FILLER                  PIC X(40)
002580             VALUE 'LOTES REJEITADOS'.
002590     05  FILLER                  PIC X(92) VALUE SPACES.
002600 01  REJECT-HEADING-LINE-2.
002610     05  FILLER                  PIC X(10) VALUE 'ORIGEM'.
002620     05  FILLER                  PIC X(10) VALUE 'DATA'.
002630     05  FILLER                  PIC X(10) VALUE 'HORA'.
002640     05  FILLER                  PIC X(09) VALUE '  LIDOS'.
002650     05  FILLER                  PIC X(09) VALUE 'TRAILER'.
002660     05  FILLER                  PIC X(24)
002670             VALUE '             HASH LIDO'.
002680     05  FILLER                  PIC X(24)
002690             VALUE '          HASH TRAILER'.
002700     05  FILLER                  PIC X(36) VALUE 'MOTIVO'.
002710 01  REJECT-DETAIL-LINE.
002720     05  RDL-ORIGEM              PIC X(08).
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  RDL-DATA                PIC X(08).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  RDL-HORA                PIC X(08).
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  RDL-QTDE                PIC ZZZZZZ9.
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  RDL-QTDE-TRL            PIC ZZZZZZ9.
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  RDL-HASH                PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  RDL-HASH-TRL            PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  RDL-MOTIVO              PIC X(20).
002870     05  FILLER                  PIC X(16) VALUE SPACES.
002880 01  NO-REJECT-LINE.
002890     05  FILLER                  PIC X(40)
002900             VALUE 'NENHUM LOTE REJEITADO'.
002910     05  FILLER                  PIC X(92) VALUE SPACES.
002920 01  CURRENT-BATCH.
002930     05  CUB-ORIGEM              PIC X(08).
002940     05  CUB-DATA                PIC X(08).
002950     05  CUB-HORA                PIC X(08).
002960 01  BATCH-TABLE.
002970     05  BTB-ENTRY               OCCURS 500 TIMES.
002980         10  BTB-ORIGEM          PIC X(08).
002990         10  BTB-DATA            PIC X(08).
003000         10  BTB-HORA            PIC X(08).
003010         10  BTB-QTDE            PIC 9(07) COMP.
003020         10  BTB-HASH            PIC S9(13)V99 COMP.
003030         10  BTB-QTDE-TRL        PIC 9(07) COMP.
003040         10  BTB-HASH-TRL        PIC S9(13)V99 COMP.
003050         10  BTB-SITUACAO        PIC X(20).
003060             88  BTB-IS-ACEITO              VALUE 'ACEITO'.
003065             88  BTB-IS-REPETIDO            VALUE 'LOTE REPETIDO'.
003070 77  WS-CLS-STATUS               PIC X(02)  VALUE SPACES.
003080     88  CLS-STATUS-OK                      VALUE '00'.
003090     88  CLS-STATUS-NEW-FILE                VALUE '35'.
003100 77  WRK-CLOSED-SWITCH           PIC X(01)  VALUE 'N'.
003110     88  MONTH-IS-CLOSED                    VALUE 'Y'.
003120     88  MONTH-IS-OPEN                      VALUE 'N'.
003130 77  WS-CUR-STATUS               PIC X(02)  VALUE SPACES.
003140     88  CUR-STATUS-OK                      VALUE '00'.
003150     88  CUR-STATUS-NOT-FOUND               VALUE '23'.
003160 77  WS-MAP-STATUS               PIC X(02)  VALUE SPACES.
003170     88  MAP-STATUS-OK                      VALUE '00'.
003180     88  MAP-STATUS-NOT-FOUND               VALUE '23'.
003190 77  WRK-CONTA-SWITCH            PIC X(01)  VALUE 'N'.
003200     88  CONTA-IS-VALID                     VALUE 'Y'.
003210     88  CONTA-IS-INVALID                   VALUE 'N'.
003220 77  WRK-NOVA-SWITCH             PIC X(01)  VALUE 'N'.
003230     88  LEDGER-WAS-NEW                     VALUE 'Y'.
003240 77  WRK-LADO                    PIC X(01)  VALUE SPACES.
003250     88  LADO-IS-DEBITO                     VALUE 'D'.
003260     88  LADO-IS-CREDITO                    VALUE 'C'.
003270 77  WRK-CONTA-DEBITO            PIC X(08)  VALUE SPACES.
003280 77  WRK-CONTA-CREDITO           PIC X(08)  VALUE SPACES.
003290 77  WRK-CONTA-LANCAMENTO        PIC X(08)  VALUE SPACES.
003300 77  WRK-VALOR-LANCAMENTO        PIC S9(09)V99 VALUE ZERO.
003310 77  WRK-NOMAP-COUNT             PIC 9(06)  COMP VALUE ZERO.
003320 77  WRK-DEBIT-TOTAL             PIC S9(12)V99 COMP VALUE ZERO.
003330 77  WRK-CREDIT-TOTAL            PIC S9(12)V99 COMP VALUE ZERO.
003340 77  WS-GL-STATUS                PIC X(02)  VALUE SPACES.
003350     88  GL-STATUS-OK                       VALUE '00'.
003360     88  GL-STATUS-EOF                      VALUE '10'.
003370 77  WS-LED-STATUS               PIC X(02)  VALUE SPACES.
003380     88  LED-STATUS-OK                      VALUE '00'.
003390     88  LED-STATUS-NEW-FILE                VALUE '35'.
003400     88  LED-STATUS-NOT-FOUND               VALUE '23'.
003410 77  WS-PST-STATUS               PIC X(02)  VALUE SPACES.
003420     88  PST-STATUS-OK                      VALUE '00'.
003430     88  PST-STATUS-NEW-FILE                VALUE '05' '35'.
003440 77  WS-CRY-STATUS               PIC X(02)  VALUE SPACES.
003450     88  CRY-STATUS-OK                      VALUE '00'.
003452 77  WS-HLD-STATUS               PIC X(02)  VALUE SPACES.
003454     88  HLD-STATUS-OK                      VALUE '00'.
003456     88  HLD-STATUS-NEW-FILE                VALUE '05' '35'.
003460 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
003470     88  RPT-STATUS-OK                      VALUE '00'.
003480 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
003490     88  END-OF-EXTRACT                     VALUE 'Y'.
003500 77  WRK-DATA-POSTAGEM           PIC X(08)  VALUE SPACES.
003510 77  WRK-READ-COUNT              PIC 9(06)  COMP VALUE ZERO.
003520 77  WRK-POST-COUNT              PIC 9(06)  COMP VALUE ZERO.
003530 77  WRK-CARRY-COUNT             PIC 9(06)  COMP VALUE ZERO.
003540 77  WRK-TAXA-SWITCH             PIC X(01)  VALUE 'N'.
003550     88  TAXA-IS-VALID                      VALUE 'Y'.
003560     88  TAXA-IS-INVALID                    VALUE 'N'.
003570 77  WRK-VALOR-NACIONAL          PIC S9(09)V99 VALUE ZERO.
003580 77  WRK-INPUT-TOTAL             PIC S9(12)V99 COMP VALUE ZERO.
003590 77  WRK-POSTED-TOTAL            PIC S9(12)V99 COMP VALUE ZERO.
003600 77  WS-LOT-STATUS               PIC X(02)  VALUE SPACES.
003610     88  LOT-STATUS-OK                      VALUE '00'.
003620     88  LOT-STATUS-NEW-FILE                VALUE '35'.
003630     88  LOT-STATUS-NOT-FOUND               VALUE '23'.
003640 77  WRK-LOTE-ESTADO             PIC X(01)  VALUE 'C'.
003650     88  LOTE-EM-CARRY                      VALUE 'C'.
003660     88  LOTE-ABERTO                        VALUE 'A'.
003670     88  LOTE-FORA                          VALUE 'F'.
003680 77  WRK-LOTE-ACAO               PIC X(01)  VALUE SPACES.
003690     88  ACAO-HEADER                        VALUE 'H'.
003700     88  ACAO-TRAILER                       VALUE 'T'.
003710     88  ACAO-TRAILER-ORFAO                 VALUE 'O'.
003720     88  ACAO-DETALHE                       VALUE 'D'.
003730     88  ACAO-CARRY                         VALUE 'C'.
003740     88  ACAO-FORA                          VALUE 'F'.
003750 77  WRK-SEM-TRAILER-SWITCH      PIC X(01)  VALUE 'N'.
003760     88  LOTE-FICOU-SEM-TRAILER             VALUE 'Y'.
003770 77  WRK-SCAN-SWITCH             PIC X(01)  VALUE 'N'.
003780     88  END-OF-SCAN                        VALUE 'Y'.
003790 77  WRK-LOTE-ORDINAL            PIC 9(04)  COMP VALUE ZERO.
003800 77  WRK-BTB-IX                  PIC 9(04)  COMP VALUE ZERO.
003810 77  WRK-BTB-JX                  PIC 9(04)  COMP VALUE ZERO.
003820 77  WRK-BTB-ANTERIOR            PIC 9(04)  COMP VALUE ZERO.
003830 77  WRK-BTB-COUNT               PIC 9(04)  COMP VALUE ZERO.
003840 77  WRK-EXCESSO-COUNT           PIC 9(06)  COMP VALUE ZERO.
003850 77  WRK-LOTE-REJ-COUNT          PIC 9(06)  COMP VALUE ZERO.
003860 77  WRK-REJ-REG-COUNT           PIC 9(06)  COMP VALUE ZERO.
003865 77  WRK-HELD-COUNT              PIC 9(06)  COMP VALUE ZERO.
003870 PROCEDURE                       DIVISION.
003880*----------------------------------------------------------------
003890* 0000-MAINLINE
003900*----------------------------------------------------------------
003910 0000-MAINLINE.
003920     PERFORM 0100-REGISTER-START
003930                                THRU 0100-REGISTER-START-EXIT.
003940     IF WRK-RUN-IMPEDIDO
003950         MOVE 12 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
003990     PERFORM 2000-POST-RECORD    THRU 2000-POST-RECORD-EXIT
004000         UNTIL END-OF-EXTRACT.
004010     PERFORM 8000-BATCH-TOTALS   THRU 8000-BATCH-TOTALS-EXIT.
004020     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
004030     IF WRK-POSTED-TOTAL NOT = WRK-INPUT-TOTAL
004040         OR WRK-DEBIT-TOTAL NOT = WRK-CREDIT-TOTAL
004050         MOVE 4 TO RETURN-CODE
004060     END-IF.
004070     IF WRK-LOTE-REJ-COUNT > ZERO
004080         OR WRK-REJ-REG-COUNT > ZERO
004090         OR WRK-EXCESSO-COUNT > ZERO
004100         MOVE 4 TO RETURN-CODE
004110     END-IF.
004120     PERFORM 0200-REGISTER-END   THRU 0200-REGISTER-END-EXIT.
004130     STOP RUN.
004140*----------------------------------------------------------------
004150* 0100-REGISTER-START - REGISTER THE RUN ON THE RUN-CONTROL
004160*    FILE THROUGH PROG052, WHICH REFUSES THE START WHILE A
004170*    CONFLICTING PROGRAM IS LIVE OR A REQUIRED PREDECESSOR
004180*    HAS NOT FINISHED TODAY.
004190*----------------------------------------------------------------
004200 0100-REGISTER-START.
004210     MOVE 'PROG025 '             TO WRK-RUN-PROGRAMA.
004220     MOVE 'I'                    TO WRK-RUN-FUNCAO.
004230     MOVE 'PROG005 PROG009 PROG054 PROG058'
004240                                 TO WRK-RUN-CONFLITOS.
004250     MOVE SPACES                 TO WRK-RUN-PREDECESSORES.
004260     MOVE ZERO                   TO WRK-RUN-RETORNO-PROG.
004270     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
004280                                 WRK-RUN-CONFLITOS,
004290                                 WRK-RUN-PREDECESSORES,
004300                                 WRK-RUN-RETORNO-PROG,
004310                                 WRK-RUN-RETORNO.
004320 0100-REGISTER-START-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350* 0200-REGISTER-END - RECORD THE END OF THE RUN AND ITS FINAL
004360*    CONDITION CODE ON THE RUN-CONTROL FILE.
004370*----------------------------------------------------------------
004380 0200-REGISTER-END.
004390     MOVE 'T'                    TO WRK-RUN-FUNCAO.
004400     MOVE RETURN-CODE            TO WRK-RUN-RETORNO-PROG.
004410     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
004420                                 WRK-RUN-CONFLITOS,
004430                                 WRK-RUN-PREDECESSORES,
004440                                 WRK-RUN-RETORNO-PROG,
004450                                 WRK-RUN-RETORNO.
004460 0200-REGISTER-END-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 1000-INITIALIZE - OPEN THE FILES, CREATING THE LEDGER MASTER,
004500*    POSTED ARCHIVE AND BATCH REGISTER ON THEIR FIRST RUN, PRINT
004510*    THE REGISTER HEADINGS, PROVE THE EXTRACT'S BATCHES AND READ
004520*    THE FIRST EXTRACT RECORD FOR THE POSTING PASS.
004530*----------------------------------------------------------------
004540 1000-INITIALIZE.
004550     OPEN INPUT  GL-INTERFACE.
004560     OPEN INPUT  CURRENCY-MASTER.
004570     OPEN INPUT  ORIGIN-MAP.
004580     OPEN INPUT  LEDGER-CLOSE.
004590     IF CLS-STATUS-NEW-FILE
004600         OPEN OUTPUT LEDGER-CLOSE
004610         CLOSE LEDGER-CLOSE
004620         OPEN INPUT LEDGER-CLOSE
004630     END-IF.
004640     OPEN I-O    LEDGER-MASTER.
004650     IF LED-STATUS-NEW-FILE
004660         OPEN OUTPUT LEDGER-MASTER
004670         CLOSE LEDGER-MASTER
004680         OPEN I-O LEDGER-MASTER
004690     END-IF.
004700     OPEN EXTEND GL-POSTED.
004710     IF PST-STATUS-NEW-FILE
004720         OPEN OUTPUT GL-POSTED
004730         CLOSE GL-POSTED
004740         OPEN EXTEND GL-POSTED
004750     END-IF.
004760     OPEN OUTPUT GL-CARRY.
004761     OPEN EXTEND GL-HELD.
004762     IF HLD-STATUS-NEW-FILE
004763         OPEN OUTPUT GL-HELD
004764         CLOSE GL-HELD
004765         OPEN EXTEND GL-HELD
004766     END-IF.
004770     OPEN OUTPUT POSTING-RPT.
004780     OPEN I-O    GL-BATCH-REGISTER.
004790     IF LOT-STATUS-NEW-FILE
004800         OPEN OUTPUT GL-BATCH-REGISTER
004810         CLOSE GL-BATCH-REGISTER
004820         OPEN I-O GL-BATCH-REGISTER
004830     END-IF.
004840     ACCEPT WRK-DATA-POSTAGEM    FROM DATE YYYYMMDD.
004850     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
004860     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
004870     PERFORM 1500-PROVE-BATCHES  THRU 1500-PROVE-BATCHES-EXIT.
004880     PERFORM 2100-READ-EXTRACT   THRU 2100-READ-EXTRACT-EXIT.
004890 1000-INITIALIZE-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920* 1500-PROVE-BATCHES - FIRST PASS OVER THE EXTRACT. EVERY BATCH
004930*    IS TABLED WITH THE COUNT AND AMOUNT HASH OF ITS DETAILS
004940*    AND PROVED AGAINST ITS TRAILER AND THE BATCH REGISTER, SO
004950*    THE POSTING PASS KNOWS BEFORE IT POSTS ANY DETAIL WHETHER
004960*    ITS BATCH IS ACCEPTED. THE EXTRACT IS THEN REOPENED FOR
004970*    THE POSTING PASS.
004980*----------------------------------------------------------------
004990 1500-PROVE-BATCHES.
005000     PERFORM 1510-PROVE-RECORD   THRU 1510-PROVE-RECORD-EXIT
005010         UNTIL END-OF-EXTRACT.
005020     IF LOTE-ABERTO
005030         MOVE WRK-BTB-IX         TO WRK-BTB-ANTERIOR
005040         PERFORM 1560-NO-TRAILER THRU 1560-NO-TRAILER-EXIT
005050     END-IF.
005060     MOVE WRK-LOTE-ORDINAL       TO WRK-BTB-COUNT.
005070     IF WRK-BTB-COUNT > 500
005080         MOVE 500                TO WRK-BTB-COUNT
005090     END-IF.
005100     CLOSE GL-INTERFACE.
005110     OPEN INPUT GL-INTERFACE.
005120     MOVE 'N'                    TO WRK-EOF-SWITCH.
005130     SET LOTE-EM-CARRY           TO TRUE.
005140     MOVE ZERO                   TO WRK-LOTE-ORDINAL.
005150     MOVE ZERO                   TO WRK-BTB-IX.
005160 1500-PROVE-BATCHES-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------
005190* 1510-PROVE-RECORD - TAKE ONE EXTRACT RECORD INTO THE BATCH
005200*    TABLE - A HEADER OPENS AN ENTRY, A DETAIL ADDS TO THE OPEN
005210*    ONE AND A TRAILER CLOSES AND PROVES IT.
005220*----------------------------------------------------------------
005230 1510-PROVE-RECORD.
005240     PERFORM 2100-READ-EXTRACT   THRU 2100-READ-EXTRACT-EXIT.
005250     IF END-OF-EXTRACT
005260         GO TO 1510-PROVE-RECORD-EXIT
005270     END-IF.
005280     PERFORM 2050-TRACK-BATCH    THRU 2050-TRACK-BATCH-EXIT.
005290     IF LOTE-FICOU-SEM-TRAILER
005300         PERFORM 1560-NO-TRAILER THRU 1560-NO-TRAILER-EXIT
005310     END-IF.
005320     EVALUATE TRUE
005330         WHEN ACAO-HEADER
005340             PERFORM 1520-OPEN-ENTRY
005350                                THRU 1520-OPEN-ENTRY-EXIT
005360         WHEN ACAO-TRAILER-ORFAO
005370             PERFORM 1520-OPEN-ENTRY
005380                                THRU 1520-OPEN-ENTRY-EXIT
005390             IF WRK-BTB-IX NOT > 500
005400                 MOVE GL-CTL-QTDE TO BTB-QTDE-TRL (WRK-BTB-IX)
005410                 MOVE GL-CTL-HASH TO BTB-HASH-TRL (WRK-BTB-IX)
005420                 MOVE 'TRAILER SEM HEADER'
005430                                 TO BTB-SITUACAO (WRK-BTB-IX)
005440             END-IF
005450         WHEN ACAO-TRAILER
005460             PERFORM 1530-PROVE-TRAILER
005470                                THRU 1530-PROVE-TRAILER-EXIT
005480         WHEN ACAO-DETALHE
005490             IF WRK-BTB-IX NOT > 500
005500                 ADD 1            TO BTB-QTDE (WRK-BTB-IX)
005510                 ADD GL-RESULTADO TO BTB-HASH (WRK-BTB-IX)
005520             END-IF
005530         WHEN OTHER
005540             CONTINUE
005550     END-EVALUATE.
005560 1510-PROVE-RECORD-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------
005590* 1520-OPEN-ENTRY - START THE TABLE ENTRY FOR THE BATCH THE
005600*    CONTROL RECORD NAMES. A BATCH BEYOND THE TABLE'S SIZE IS
005610*    ONLY COUNTED - THE POSTING PASS REJECTS ITS RECORDS.
005620*----------------------------------------------------------------
005630 1520-OPEN-ENTRY.
005640     IF WRK-BTB-IX > 500
005650         ADD 1                   TO WRK-EXCESSO-COUNT
005660         GO TO 1520-OPEN-ENTRY-EXIT
005670     END-IF.
005680     MOVE GL-CTL-ORIGEM          TO BTB-ORIGEM (WRK-BTB-IX).
005690     MOVE GL-CTL-DATA            TO BTB-DATA (WRK-BTB-IX).
005700     MOVE GL-CTL-HORA            TO BTB-HORA (WRK-BTB-IX).
005710     MOVE ZERO                   TO BTB-QTDE (WRK-BTB-IX).
005720     MOVE ZERO                   TO BTB-HASH (WRK-BTB-IX).
005730     MOVE ZERO                   TO BTB-QTDE-TRL (WRK-BTB-IX).
005740     MOVE ZERO                   TO BTB-HASH-TRL (WRK-BTB-IX).
005750     MOVE SPACES                 TO BTB-SITUACAO (WRK-BTB-IX).
005760 1520-OPEN-ENTRY-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790* 1530-PROVE-TRAILER - THE OPEN BATCH'S TRAILER HAS ARRIVED -
005800*    ITS COUNT AND HASH MUST AGREE WITH THE DETAILS READ, AND
005810*    THE BATCH MUST NOT BE ONE ALREADY POSTED OR SENT TWICE.
005820*----------------------------------------------------------------
005830 1530-PROVE-TRAILER.
005840     IF WRK-BTB-IX > 500
005850         GO TO 1530-PROVE-TRAILER-EXIT
005860     END-IF.
005870     MOVE GL-CTL-QTDE            TO BTB-QTDE-TRL (WRK-BTB-IX).
005880     MOVE GL-CTL-HASH            TO BTB-HASH-TRL (WRK-BTB-IX).
005890     IF BTB-QTDE (WRK-BTB-IX) NOT = BTB-QTDE-TRL (WRK-BTB-IX)
005900         OR BTB-HASH (WRK-BTB-IX) NOT = BTB-HASH-TRL (WRK-BTB-IX)
005910         MOVE 'TRAILER DIVERGENTE'
005920                                 TO BTB-SITUACAO (WRK-BTB-IX)
005930         GO TO 1530-PROVE-TRAILER-EXIT
005940     END-IF.
005950     MOVE 1                      TO WRK-BTB-JX.
005960     PERFORM 1540-MATCH-EARLIER  THRU 1540-MATCH-EARLIER-EXIT
005970         UNTIL WRK-BTB-JX NOT < WRK-BTB-IX
005980            OR BTB-SITUACAO (WRK-BTB-IX) NOT = SPACES.
005990     IF BTB-SITUACAO (WRK-BTB-IX) NOT = SPACES
006000         GO TO 1530-PROVE-TRAILER-EXIT
006010     END-IF.
006020     PERFORM 1550-CHECK-REGISTER THRU 1550-CHECK-REGISTER-EXIT.
006030     IF BTB-SITUACAO (WRK-BTB-IX) = SPACES
006040         MOVE 'ACEITO'           TO BTB-SITUACAO (WRK-BTB-IX)
006050     END-IF.
006060 1530-PROVE-TRAILER-EXIT.
006070     EXIT.
006080*----------------------------------------------------------------
006090* 1540-MATCH-EARLIER - COMPARE THE BATCH WITH ONE ACCEPTED
006100*    EARLIER IN THIS EXTRACT - THE SAME NAME IS THE SAME BATCH
006110*    APPENDED TWICE; THE SAME ORIGIN, DAY, COUNT AND HASH UNDER
006111*    ANOTHER START TIME IS MOST LIKELY THE JOB RESUBMITTED, BUT
006116*    MAY BE A GENUINE SECOND RUN, SO ITS DETAILS ARE HELD
006121*    (2280-REJECT-RECORD) RATHER THAN DROPPED.
006130*----------------------------------------------------------------
006140 1540-MATCH-EARLIER.
006150     IF BTB-IS-ACEITO (WRK-BTB-JX)
006160         AND BTB-ORIGEM (WRK-BTB-JX) = BTB-ORIGEM (WRK-BTB-IX)
006170         AND BTB-DATA (WRK-BTB-JX) = BTB-DATA (WRK-BTB-IX)
006180         IF BTB-HORA (WRK-BTB-JX) = BTB-HORA (WRK-BTB-IX)
006190             MOVE 'LOTE DUPLICADO'
006200                                 TO BTB-SITUACAO (WRK-BTB-IX)
006210         ELSE
006220             IF BTB-QTDE (WRK-BTB-JX) = BTB-QTDE (WRK-BTB-IX)
006230                 AND BTB-HASH (WRK-BTB-JX)
006240                                 = BTB-HASH (WRK-BTB-IX)
006250                 MOVE 'LOTE REPETIDO'
006260                                 TO BTB-SITUACAO (WRK-BTB-IX)
006270             END-IF
006280         END-IF
006290     END-IF.
006300     ADD 1                       TO WRK-BTB-JX.
006310 1540-MATCH-EARLIER-EXIT.
006320     EXIT.
006330*----------------------------------------------------------------
006340* 1550-CHECK-REGISTER - LOOK THE BATCH UP ON THE REGISTER OF
006350*    BATCHES ALREADY POSTED, BY NAME AND THEN BY THE COUNT AND
006360*    HASH OF EVERY BATCH THE SAME ORIGIN SENT THE SAME DAY.
006370*----------------------------------------------------------------
006380 1550-CHECK-REGISTER.
006390     MOVE BTB-ORIGEM (WRK-BTB-IX) TO LOT-ORIGEM.
006400     MOVE BTB-DATA (WRK-BTB-IX)  TO LOT-DATA.
006410     MOVE BTB-HORA (WRK-BTB-IX)  TO LOT-HORA.
006420     READ GL-BATCH-REGISTER
006430         INVALID KEY
006440             CONTINUE
006450         NOT INVALID KEY
006460             MOVE 'LOTE JA POSTADO'
006470                                 TO BTB-SITUACAO (WRK-BTB-IX)
006480             GO TO 1550-CHECK-REGISTER-EXIT
006490     END-READ.
006500     MOVE BTB-ORIGEM (WRK-BTB-IX) TO LOT-ORIGEM.
006510     MOVE BTB-DATA (WRK-BTB-IX)  TO LOT-DATA.
006520     MOVE LOW-VALUES             TO LOT-HORA.
006530     MOVE 'N'                    TO WRK-SCAN-SWITCH.
006540     START GL-BATCH-REGISTER KEY IS NOT LESS THAN LOT-CHAVE
006550         INVALID KEY
006560             SET END-OF-SCAN TO TRUE
006570     END-START.
006580     PERFORM 1555-SCAN-REGISTER  THRU 1555-SCAN-REGISTER-EXIT
006590         UNTIL END-OF-SCAN.
006600 1550-CHECK-REGISTER-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------
006630* 1555-SCAN-REGISTER - COMPARE ONE REGISTERED BATCH OF THE SAME
006631*    ORIGIN AND DAY WITH THE BATCH BEING PROVED. A MATCH ON
006641*    COUNT AND HASH ALONE IS HELD, AS IN 1540-MATCH-EARLIER.
006650*----------------------------------------------------------------
006660 1555-SCAN-REGISTER.
006670     READ GL-BATCH-REGISTER NEXT RECORD
006680         AT END
006690             SET END-OF-SCAN TO TRUE
006700             GO TO 1555-SCAN-REGISTER-EXIT
006710     END-READ.
006720     IF LOT-ORIGEM NOT = BTB-ORIGEM (WRK-BTB-IX)
006730         OR LOT-DATA NOT = BTB-DATA (WRK-BTB-IX)
006740         SET END-OF-SCAN TO TRUE
006750         GO TO 1555-SCAN-REGISTER-EXIT
006760     END-IF.
006770     IF LOT-QTDE = BTB-QTDE (WRK-BTB-IX)
006780         AND LOT-HASH = BTB-HASH (WRK-BTB-IX)
006790         MOVE 'LOTE REPETIDO'    TO BTB-SITUACAO (WRK-BTB-IX)
006800         SET END-OF-SCAN TO TRUE
006810     END-IF.
006820 1555-SCAN-REGISTER-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850* 1560-NO-TRAILER - A BATCH ENDED (ANOTHER HEADER, A FOREIGN
006860*    TRAILER OR THE END OF THE EXTRACT) WITHOUT ITS OWN TRAILER.
006870*----------------------------------------------------------------
006880 1560-NO-TRAILER.
006890     IF WRK-BTB-ANTERIOR NOT > 500
006900         MOVE 'SEM TRAILER'      TO
006910                              BTB-SITUACAO (WRK-BTB-ANTERIOR)
006920     END-IF.
006930 1560-NO-TRAILER-EXIT.
006940     EXIT.
006950*----------------------------------------------------------------
006960* 2000-POST-RECORD - ACCUMULATE THE CURRENT EXTRACT RECORD
006970*    INTO THE LEDGER RECORD FOR ITS DATE AND ORIGIN, PRINT ONE
006980*    REGISTER LINE, ARCHIVE THE POSTED IMAGE AND READ THE NEXT
006990*    RECORD.
007000*----------------------------------------------------------------
007010 2000-POST-RECORD.
007020     PERFORM 2050-TRACK-BATCH    THRU 2050-TRACK-BATCH-EXIT.
007030     IF ACAO-HEADER OR ACAO-TRAILER-ORFAO
007040         GO TO 2000-POST-READ
007050     END-IF.
007060     IF ACAO-TRAILER
007070         PERFORM 2060-REGISTER-BATCH
007080                                THRU 2060-REGISTER-BATCH-EXIT
007090         GO TO 2000-POST-READ
007100     END-IF.
007110     ADD 1                       TO WRK-READ-COUNT.
007120     MOVE SPACES                 TO DETAIL-LINE.
007130     MOVE GL-DATA                TO DTL-DATA.
007140     MOVE GL-ORIGEM              TO DTL-ORIGEM.
007150     MOVE GL-RESULTADO           TO DTL-RESULTADO.
007160     MOVE GL-MOEDA               TO DTL-MOEDA.
007170     IF ACAO-FORA
007180         PERFORM 2280-REJECT-RECORD
007190                                THRU 2280-REJECT-RECORD-EXIT
007200         GO TO 2000-POST-WRITE
007210     END-IF.
007220     IF ACAO-DETALHE
007230         IF WRK-BTB-IX > 500
007240             PERFORM 2280-REJECT-RECORD
007250                                THRU 2280-REJECT-RECORD-EXIT
007260             GO TO 2000-POST-WRITE
007270         END-IF
007280         IF NOT BTB-IS-ACEITO (WRK-BTB-IX)
007290             PERFORM 2280-REJECT-RECORD
007300                                THRU 2280-REJECT-RECORD-EXIT
007310             GO TO 2000-POST-WRITE
007320         END-IF
007330     END-IF.
007340     PERFORM 2120-CHECK-CLOSED   THRU 2120-CHECK-CLOSED-EXIT.
007350     IF MONTH-IS-CLOSED
007360         PERFORM 2260-CARRY-CLOSED
007370                                THRU 2260-CARRY-CLOSED-EXIT
007380         GO TO 2000-POST-WRITE
007390     END-IF.
007400     PERFORM 2150-CONVERT-AMOUNT
007410                                THRU 2150-CONVERT-AMOUNT-EXIT.
007420     IF TAXA-IS-INVALID
007430         PERFORM 2250-CARRY-FORWARD
007440                                THRU 2250-CARRY-FORWARD-EXIT
007450         GO TO 2000-POST-WRITE
007460     END-IF.
007470     PERFORM 2160-FIND-ACCOUNTS  THRU 2160-FIND-ACCOUNTS-EXIT.
007480     IF CONTA-IS-INVALID
007490         PERFORM 2255-CARRY-NO-ACCOUNT
007500                                THRU 2255-CARRY-NO-ACCOUNT-EXIT
007510         GO TO 2000-POST-WRITE
007520     END-IF.
007530     ADD WRK-VALOR-NACIONAL      TO WRK-INPUT-TOTAL.
007540     PERFORM 2200-APPLY-TO-LEDGER
007550                                THRU 2200-APPLY-TO-LEDGER-EXIT.
007560 2000-POST-WRITE.
007570     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
007580 2000-POST-READ.
007590     PERFORM 2100-READ-EXTRACT   THRU 2100-READ-EXTRACT-EXIT.
007600 2000-POST-RECORD-EXIT.
007610     EXIT.
007620*----------------------------------------------------------------
007630* 2050-TRACK-BATCH - PLACE THE RECORD JUST READ IN THE BATCH
007640*    STRUCTURE OF THE EXTRACT. BOTH PASSES RUN IT, SO THEY
007650*    NUMBER THE BATCHES ALIKE. BARE RECORDS AHEAD OF THE FIRST
007660*    HEADER ARE THE CARRY-FORWARD THIS PROGRAM WROTE; A BARE
007670*    RECORD AFTER THAT IS OUTSIDE ANY BATCH. A HEADER OR A
007680*    FOREIGN TRAILER ARRIVING WHILE A BATCH IS OPEN LEAVES THAT
007690*    BATCH WITHOUT ITS TRAILER.
007700*----------------------------------------------------------------
007710 2050-TRACK-BATCH.
007720     MOVE 'N'                    TO WRK-SEM-TRAILER-SWITCH.
007730     IF GL-CTL-IS-HEADER
007740         IF LOTE-ABERTO
007750             SET LOTE-FICOU-SEM-TRAILER TO TRUE
007760             MOVE WRK-BTB-IX     TO WRK-BTB-ANTERIOR
007770         END-IF
007780         ADD 1                   TO WRK-LOTE-ORDINAL
007790         MOVE WRK-LOTE-ORDINAL   TO WRK-BTB-IX
007800         MOVE GL-CTL-ORIGEM      TO CUB-ORIGEM
007810         MOVE GL-CTL-DATA        TO CUB-DATA
007820         MOVE GL-CTL-HORA        TO CUB-HORA
007830         SET LOTE-ABERTO         TO TRUE
007840         SET ACAO-HEADER         TO TRUE
007850         GO TO 2050-TRACK-BATCH-EXIT
007860     END-IF.
007870     IF GL-CTL-IS-TRAILER
007880         IF LOTE-ABERTO
007890             AND GL-CTL-ORIGEM = CUB-ORIGEM
007900             AND GL-CTL-DATA = CUB-DATA
007910             AND GL-CTL-HORA = CUB-HORA
007920             SET LOTE-FORA       TO TRUE
007930             SET ACAO-TRAILER    TO TRUE
007940             GO TO 2050-TRACK-BATCH-EXIT
007950         END-IF
007960         IF LOTE-ABERTO
007970             SET LOTE-FICOU-SEM-TRAILER TO TRUE
007980             MOVE WRK-BTB-IX     TO WRK-BTB-ANTERIOR
007990         END-IF
008000         ADD 1                   TO WRK-LOTE-ORDINAL
008010         MOVE WRK-LOTE-ORDINAL   TO WRK-BTB-IX
008020         SET LOTE-FORA           TO TRUE
008030         SET ACAO-TRAILER-ORFAO  TO TRUE
008040         GO TO 2050-TRACK-BATCH-EXIT
008050     END-IF.
008060     EVALUATE TRUE
008070         WHEN LOTE-EM-CARRY
008080             SET ACAO-CARRY      TO TRUE
008090         WHEN LOTE-ABERTO
008100             SET ACAO-DETALHE    TO TRUE
008110         WHEN OTHER
008120             SET ACAO-FORA       TO TRUE
008130     END-EVALUATE.
008140 2050-TRACK-BATCH-EXIT.
008150     EXIT.
008160*----------------------------------------------------------------
008170* 2060-REGISTER-BATCH - THE TRAILER OF AN ACCEPTED BATCH CLOSES
008180*    ITS POSTING - ADD THE BATCH TO THE REGISTER, SO IT IS
008190*    REFUSED IF IT IS EVER PRESENTED AGAIN.
008200*----------------------------------------------------------------
008210 2060-REGISTER-BATCH.
008220     IF WRK-BTB-IX > 500
008230         GO TO 2060-REGISTER-BATCH-EXIT
008240     END-IF.
008250     IF NOT BTB-IS-ACEITO (WRK-BTB-IX)
008260         GO TO 2060-REGISTER-BATCH-EXIT
008270     END-IF.
008280     MOVE SPACES                 TO GL-BATCH-REGISTER-RECORD.
008290     MOVE BTB-ORIGEM (WRK-BTB-IX) TO LOT-ORIGEM.
008300     MOVE BTB-DATA (WRK-BTB-IX)  TO LOT-DATA.
008310     MOVE BTB-HORA (WRK-BTB-IX)  TO LOT-HORA.
008320     MOVE BTB-QTDE (WRK-BTB-IX)  TO LOT-QTDE.
008330     MOVE BTB-HASH (WRK-BTB-IX)  TO LOT-HASH.
008340     MOVE WRK-DATA-POSTAGEM      TO LOT-DATA-POSTAGEM.
008350     WRITE GL-BATCH-REGISTER-RECORD
008360         INVALID KEY
008370             DISPLAY 'LOTE NAO REGISTRADO - ' LOT-CHAVE
008380                     ' STATUS ' WS-LOT-STATUS
008390     END-WRITE.
008400 2060-REGISTER-BATCH-EXIT.
008410     EXIT.
008420*----------------------------------------------------------------
008430* 2100-READ-EXTRACT - READ THE NEXT EXTRACT RECORD.
008440*----------------------------------------------------------------
008450 2100-READ-EXTRACT.
008460     READ GL-INTERFACE
008470         AT END
008480             SET END-OF-EXTRACT TO TRUE
008490     END-READ.
008500 2100-READ-EXTRACT-EXIT.
008510     EXIT.
008520*----------------------------------------------------------------
008530* 2150-CONVERT-AMOUNT - COMPUTE THE RECORD'S DOMESTIC
008540*    EQUIVALENT. BRL IS ALREADY DOMESTIC; ANY OTHER CURRENCY
008550*    TAKES THE CURRENCY-MASTER RATE IN FORCE ON GL-DATA AND IS
008560*    REJECTED WHEN NO RATE IS ON FILE FOR THAT DATE.
008570*----------------------------------------------------------------
008580 2150-CONVERT-AMOUNT.
008590     SET TAXA-IS-VALID           TO TRUE.
008600     IF GL-MOEDA = 'BRL'
008610         MOVE GL-RESULTADO       TO WRK-VALOR-NACIONAL
008620     ELSE
008630         MOVE GL-DATA            TO CUR-DATA
008640         MOVE GL-MOEDA           TO CUR-MOEDA
008650         READ CURRENCY-MASTER
008660             INVALID KEY
008670                 SET TAXA-IS-INVALID TO TRUE
008680             NOT INVALID KEY
008690                 COMPUTE WRK-VALOR-NACIONAL ROUNDED
008700                     = GL-RESULTADO * CUR-TAXA
008710         END-READ
008720     END-IF.
008730     IF TAXA-IS-VALID
008740         MOVE WRK-VALOR-NACIONAL TO DTL-NACIONAL
008750     END-IF.
008760 2150-CONVERT-AMOUNT-EXIT.
008770     EXIT.
008780*----------------------------------------------------------------
008790* 2160-FIND-ACCOUNTS - LOOK UP THE DEBIT AND CREDIT ACCOUNTS
008800*    THE ORIGIN-MAP NAMES FOR THE RECORD'S GL-ORIGEM. A
008810*    NEGATIVE RESULT IS POSTED WITH THE SIDES REVERSED, SO
008820*    BOTH LEGS OF THE PAIR ALWAYS CARRY A POSITIVE AMOUNT.
008830*----------------------------------------------------------------
008840 2160-FIND-ACCOUNTS.
008850     SET CONTA-IS-VALID          TO TRUE.
008860     MOVE GL-ORIGEM              TO MAP-ORIGEM.
008870     READ ORIGIN-MAP
008880         INVALID KEY
008890             SET CONTA-IS-INVALID TO TRUE
008900             GO TO 2160-FIND-ACCOUNTS-EXIT
008910     END-READ.
008920     IF WRK-VALOR-NACIONAL < ZERO
008930         MOVE MAP-CONTA-CREDITO  TO WRK-CONTA-DEBITO
008940         MOVE MAP-CONTA-DEBITO   TO WRK-CONTA-CREDITO
008950         COMPUTE WRK-VALOR-LANCAMENTO = ZERO - WRK-VALOR-NACIONAL
008960     ELSE
008970         MOVE MAP-CONTA-DEBITO   TO WRK-CONTA-DEBITO
008980         MOVE MAP-CONTA-CREDITO  TO WRK-CONTA-CREDITO
008990         MOVE WRK-VALOR-NACIONAL TO WRK-VALOR-LANCAMENTO
009000     END-IF.
009010     MOVE WRK-CONTA-DEBITO       TO DTL-CONTA-DEBITO.
009020     MOVE WRK-CONTA-CREDITO      TO DTL-CONTA-CREDITO.
009030 2160-FIND-ACCOUNTS-EXIT.
009040     EXIT.
009050*----------------------------------------------------------------
009060* 2120-CHECK-CLOSED - REFUSE A RECORD WHOSE GL-DATA FALLS IN A
009070*    MONTH PROG046 HAS ALREADY CLOSED.
009080*----------------------------------------------------------------
009090 2120-CHECK-CLOSED.
009100     SET MONTH-IS-OPEN           TO TRUE.
009110     MOVE GL-DATA (1:6)          TO CLS-MES.
009120     READ LEDGER-CLOSE
009130         INVALID KEY
009140             CONTINUE
009150         NOT INVALID KEY
009160             SET MONTH-IS-CLOSED TO TRUE
009170     END-READ.
009180 2120-CHECK-CLOSED-EXIT.
009190     EXIT.
009200*----------------------------------------------------------------
009210* 2260-CARRY-CLOSED - THE RECORD'S MONTH IS CLOSED - CARRY IT
009220*    FORWARD FOR MANUAL REVIEW INSTEAD OF POSTING INTO A CLOSED
009230*    PERIOD.
009240*----------------------------------------------------------------
009250 2260-CARRY-CLOSED.
009260     MOVE 'MES FECHADO'          TO DTL-SITUACAO.
009270     PERFORM 2270-STAMP-AGING    THRU 2270-STAMP-AGING-EXIT.
009280     MOVE GL-INTERFACE-RECORD    TO GL-CARRY-RECORD.
009290     WRITE GL-CARRY-RECORD.
009300     ADD 1                       TO WRK-CARRY-COUNT.
009310 2260-CARRY-CLOSED-EXIT.
009320     EXIT.
009330*----------------------------------------------------------------
009340* 2250-CARRY-FORWARD - WRITE THE RECORD WITH NO RATE TO THE
009350*    CARRY-FORWARD FILE SO IT IS PRESENTED AGAIN ONCE THE RATE
009360*    HAS BEEN LOADED BY PROG026.
009370*----------------------------------------------------------------
009380 2250-CARRY-FORWARD.
009390     MOVE 'SEM TAXA - REJEITADO' TO DTL-SITUACAO.
009400     PERFORM 2270-STAMP-AGING    THRU 2270-STAMP-AGING-EXIT.
009410     MOVE GL-INTERFACE-RECORD    TO GL-CARRY-RECORD.
009420     WRITE GL-CARRY-RECORD.
009430     ADD 1                       TO WRK-CARRY-COUNT.
009440 2250-CARRY-FORWARD-EXIT.
009450     EXIT.
009460*----------------------------------------------------------------
009470* 2255-CARRY-NO-ACCOUNT - THE RECORD'S ORIGIN HAS NO DEBIT/
009480*    CREDIT MAPPING - CARRY IT FORWARD SO IT IS PRESENTED AGAIN
009490*    ONCE PROG053 HAS MAPPED THE ORIGIN.
009500*----------------------------------------------------------------
009510 2255-CARRY-NO-ACCOUNT.
009520     MOVE 'SEM CONTA - REJEITADO' TO DTL-SITUACAO.
009530     PERFORM 2270-STAMP-AGING    THRU 2270-STAMP-AGING-EXIT.
009540     MOVE GL-INTERFACE-RECORD    TO GL-CARRY-RECORD.
009550     WRITE GL-CARRY-RECORD.
009560     ADD 1                       TO WRK-CARRY-COUNT.
009570     ADD 1                       TO WRK-NOMAP-COUNT.
009580 2255-CARRY-NO-ACCOUNT-EXIT.
009590     EXIT.
009600*----------------------------------------------------------------
009610* 2270-STAMP-AGING - STAMP THE FIRST DATE THE RECORD WAS
009620*    CARRIED AND STEP ITS TRIP COUNT, SO THE AGING STEP CAN SEE
009630*    HOW LONG IT HAS BEEN CIRCULATING.
009640*----------------------------------------------------------------
009650 2270-STAMP-AGING.
009660     IF GL-DATA-PRIMEIRA = SPACES
009670         MOVE WRK-DATA-POSTAGEM  TO GL-DATA-PRIMEIRA
009680     END-IF.
009690     IF GL-CICLOS NOT NUMERIC
009700         MOVE ZERO               TO GL-CICLOS
009710     END-IF.
009720     ADD 1                       TO GL-CICLOS.
009730 2270-STAMP-AGING-EXIT.
009740     EXIT.
009750*----------------------------------------------------------------
009760* 2200-APPLY-TO-LEDGER - POST THE DEBIT LEG AND THEN THE CREDIT
009770*    LEG OF THE PAIR TO THE LEDGER RECORDS FOR THE DATE, ACCOUNT
009780*    AND ORIGIN, THEN ARCHIVE THE EXTRACT IMAGE AS POSTED. A
009790*    WRITE OR REWRITE THAT COMES BACK WITH A BAD FILE STATUS IS
009800*    CARRIED FORWARD INSTEAD - A CREDIT LEG THAT FAILS BACKS THE
009810*    DEBIT LEG OUT FIRST - SO THE POSTED TOTAL ONLY COUNTS WHAT
009820*    ACTUALLY REACHED THE LEDGER AND THE BALANCE CHECK CAN CATCH
009830*    IT.
009840*----------------------------------------------------------------
009850 2200-APPLY-TO-LEDGER.
009860     MOVE 'N'                    TO WRK-NOVA-SWITCH.
009870     MOVE WRK-CONTA-DEBITO       TO WRK-CONTA-LANCAMENTO.
009880     SET LADO-IS-DEBITO          TO TRUE.
009890     PERFORM 2210-POST-ENTRY     THRU 2210-POST-ENTRY-EXIT.
009900     IF NOT LED-STATUS-OK
009910         PERFORM 2240-POST-FAILED
009920                                THRU 2240-POST-FAILED-EXIT
009930         GO TO 2200-APPLY-TO-LEDGER-EXIT
009940     END-IF.
009950     MOVE WRK-CONTA-CREDITO      TO WRK-CONTA-LANCAMENTO.
009960     SET LADO-IS-CREDITO         TO TRUE.
009970     PERFORM 2210-POST-ENTRY     THRU 2210-POST-ENTRY-EXIT.
009980     IF NOT LED-STATUS-OK
009990         PERFORM 2230-BACK-OUT-DEBIT
010000                                THRU 2230-BACK-OUT-DEBIT-EXIT
010010         PERFORM 2240-POST-FAILED
010020                                THRU 2240-POST-FAILED-EXIT
010030         GO TO 2200-APPLY-TO-LEDGER-EXIT
010040     END-IF.
010050     IF LEDGER-WAS-NEW
010060         MOVE 'POSTADO - CONTA NOVA' TO DTL-SITUACAO
010070     ELSE
010080         MOVE 'POSTADO'          TO DTL-SITUACAO
010090     END-IF.
010100     ADD WRK-VALOR-LANCAMENTO    TO WRK-DEBIT-TOTAL.
010110     ADD WRK-VALOR-LANCAMENTO    TO WRK-CREDIT-TOTAL.
010120     ADD WRK-VALOR-NACIONAL      TO WRK-POSTED-TOTAL.
010130     ADD 1                       TO WRK-POST-COUNT.
010140     MOVE WRK-DATA-POSTAGEM      TO PST-DATA-POSTAGEM.
010150     MOVE GL-INTERFACE-RECORD    TO PST-IMAGEM.
010160     WRITE GL-POSTED-RECORD.
010170 2200-APPLY-TO-LEDGER-EXIT.
010180     EXIT.
010190*----------------------------------------------------------------
010200* 2210-POST-ENTRY - READ OR CREATE THE LEDGER RECORD FOR THE
010210*    DATE, THE ACCOUNT OF THIS LEG AND THE ORIGIN, AND ADD THE
010220*    AMOUNT INTO ITS DEBIT OR CREDIT SIDE.
010230*----------------------------------------------------------------
010240 2210-POST-ENTRY.
010250     MOVE GL-DATA                TO LED-DATA.
010260     MOVE WRK-CONTA-LANCAMENTO   TO LED-CONTA.
010270     MOVE GL-ORIGEM              TO LED-ORIGEM.
010280     READ LEDGER-MASTER
010290         INVALID KEY
010300             MOVE GL-DATA        TO LED-DATA
010310             MOVE WRK-CONTA-LANCAMENTO
010320                                 TO LED-CONTA
010330             MOVE GL-ORIGEM      TO LED-ORIGEM
010340             MOVE ZERO           TO LED-DEBITO
010350             MOVE ZERO           TO LED-CREDITO
010360             IF LADO-IS-DEBITO
010370                 MOVE WRK-VALOR-LANCAMENTO
010380                                 TO LED-DEBITO
010390             ELSE
010400                 MOVE WRK-VALOR-LANCAMENTO
010410                                 TO LED-CREDITO
010420             END-IF
010430             MOVE 1              TO LED-CONTADOR
010440             WRITE LEDGER-MASTER-RECORD
010450             SET LEDGER-WAS-NEW  TO TRUE
010460         NOT INVALID KEY
010470             IF LADO-IS-DEBITO
010480                 ADD WRK-VALOR-LANCAMENTO
010490                                 TO LED-DEBITO
010500             ELSE
010510                 ADD WRK-VALOR-LANCAMENTO
010520                                 TO LED-CREDITO
010530             END-IF
010540             ADD 1               TO LED-CONTADOR
010550             REWRITE LEDGER-MASTER-RECORD
010560     END-READ.
010570 2210-POST-ENTRY-EXIT.
010580     EXIT.
010590*----------------------------------------------------------------
010600* 2230-BACK-OUT-DEBIT - THE CREDIT LEG FAILED - TAKE THE DEBIT
010610*    LEG JUST POSTED BACK OFF ITS LEDGER RECORD, SO THE LEDGER
010620*    NEVER HOLDS HALF A PAIR.
010630*----------------------------------------------------------------
010640 2230-BACK-OUT-DEBIT.
010650     MOVE GL-DATA                TO LED-DATA.
010660     MOVE WRK-CONTA-DEBITO       TO LED-CONTA.
010670     MOVE GL-ORIGEM              TO LED-ORIGEM.
010680     READ LEDGER-MASTER
010690         INVALID KEY
010700             GO TO 2230-BACK-OUT-DEBIT-EXIT
010710     END-READ.
010720     SUBTRACT WRK-VALOR-LANCAMENTO FROM LED-DEBITO.
010730     SUBTRACT 1                  FROM LED-CONTADOR.
010740     IF LED-CONTADOR = ZERO
010750         DELETE LEDGER-MASTER RECORD
010760     ELSE
010770         REWRITE LEDGER-MASTER-RECORD
010780     END-IF.
010790 2230-BACK-OUT-DEBIT-EXIT.
010800     EXIT.
010810*----------------------------------------------------------------
010820* 2240-POST-FAILED - A LEG OF THE PAIR DID NOT REACH THE
010830*    LEDGER - CARRY THE RECORD FORWARD INSTEAD OF ARCHIVING IT.
010840*----------------------------------------------------------------
010850 2240-POST-FAILED.
010860     MOVE 'ERRO NA POSTAGEM'     TO DTL-SITUACAO.
010870     MOVE GL-INTERFACE-RECORD    TO GL-CARRY-RECORD.
010880     WRITE GL-CARRY-RECORD.
010890     ADD 1                       TO WRK-CARRY-COUNT.
010900 2240-POST-FAILED-EXIT.
010910     EXIT.
010920*----------------------------------------------------------------
010930* 2280-REJECT-RECORD - THE RECORD BELONGS TO A REJECTED BATCH
010940*    OR TO NO BATCH AT ALL - IT IS NEITHER POSTED NOR CARRIED,
010950*    ONLY PRINTED. THE PRODUCING RUN MUST BE PUT RIGHT AND ITS
010951*    BATCH SENT AGAIN. A DETAIL OF A LOTE REPETIDO BATCH IS ALSO
010956*    WRITTEN, BARE, TO THE HELD FILE; RELEASED AHEAD OF THE
010961*    EXTRACT IT POSTS AS A CARRIED RECORD.
010970*----------------------------------------------------------------
010980 2280-REJECT-RECORD.
010990     IF ACAO-FORA
011000         MOVE 'FORA DE LOTE'     TO DTL-SITUACAO
011010     ELSE
011020         MOVE 'LOTE REJEITADO'   TO DTL-SITUACAO
011030     END-IF.
011040     ADD 1                       TO WRK-REJ-REG-COUNT.
011041     IF NOT ACAO-DETALHE OR WRK-BTB-IX > 500
011042         GO TO 2280-REJECT-RECORD-EXIT
011043     END-IF.
011044     IF BTB-IS-REPETIDO (WRK-BTB-IX)
011045         MOVE 'LOTE RETIDO'      TO DTL-SITUACAO
011046         MOVE GL-INTERFACE-RECORD TO GL-HELD-RECORD
011047         WRITE GL-HELD-RECORD
011048         ADD 1                   TO WRK-HELD-COUNT
011049     END-IF.
011050 2280-REJECT-RECORD-EXIT.
011060     EXIT.
011070*----------------------------------------------------------------
011080* 8000-BATCH-TOTALS - PRINT THE BATCH TOTALS AND THE
011090*    OUT-OF-BALANCE CHECK BETWEEN WHAT WAS READ AND WHAT WENT
011100*    INTO THE LEDGER.
011110*----------------------------------------------------------------
011120 8000-BATCH-TOTALS.
011130     MOVE WRK-READ-COUNT         TO BTL-READ-COUNT.
011140     MOVE WRK-POST-COUNT         TO BTL-POST-COUNT.
011150     MOVE WRK-POSTED-TOTAL       TO BTL-POST-TOTAL.
011160     WRITE RPT-LINE FROM BATCH-TOTALS-LINE-1
011170                                 AFTER ADVANCING 2 LINES.
011180     WRITE RPT-LINE FROM BATCH-TOTALS-LINE-2
011190                                 AFTER ADVANCING 1 LINE.
011200     WRITE RPT-LINE FROM BATCH-TOTALS-LINE-3
011210                                 AFTER ADVANCING 1 LINE.
011220     MOVE WRK-DEBIT-TOTAL        TO BTL-DEBIT-TOTAL.
011230     MOVE WRK-CREDIT-TOTAL       TO BTL-CREDIT-TOTAL.
011240     WRITE RPT-LINE FROM BATCH-TOTALS-LINE-4
011250                                 AFTER ADVANCING 1 LINE.
011260     WRITE RPT-LINE FROM BATCH-TOTALS-LINE-5
011270                                 AFTER ADVANCING 1 LINE.
011280     IF WRK-POSTED-TOTAL = WRK-INPUT-TOTAL
011290         AND WRK-DEBIT-TOTAL = WRK-CREDIT-TOTAL
011300         MOVE 'EM BALANCO'       TO BAL-SITUACAO
011310     ELSE
011320         MOVE 'FORA DE BALANCO'  TO BAL-SITUACAO
011330     END-IF.
011340     WRITE RPT-LINE FROM BALANCE-LINE AFTER ADVANCING 1 LINE.
011350     WRITE RPT-LINE FROM REJECT-HEADING-LINE-1
011360                                 AFTER ADVANCING 2 LINES.
011370     WRITE RPT-LINE FROM REJECT-HEADING-LINE-2
011380                                 AFTER ADVANCING 1 LINE.
011390     MOVE 1                      TO WRK-BTB-JX.
011400     PERFORM 8100-LIST-REJECTED  THRU 8100-LIST-REJECTED-EXIT
011410         UNTIL WRK-BTB-JX > WRK-BTB-COUNT.
011420     IF WRK-LOTE-REJ-COUNT = ZERO
011430         WRITE RPT-LINE FROM NO-REJECT-LINE
011440                                 AFTER ADVANCING 1 LINE
011450     END-IF.
011460     COMPUTE BTL-LOTE-COUNT = WRK-BTB-COUNT + WRK-EXCESSO-COUNT.
011470     MOVE WRK-LOTE-REJ-COUNT     TO BTL-LOTE-REJ-COUNT.
011480     MOVE WRK-REJ-REG-COUNT      TO BTL-REJ-REG-COUNT.
011490     WRITE RPT-LINE FROM BATCH-TOTALS-LINE-6
011500                                 AFTER ADVANCING 2 LINES.
011510     WRITE RPT-LINE FROM BATCH-TOTALS-LINE-7
011520                                 AFTER ADVANCING 1 LINE.
011530     WRITE RPT-LINE FROM BATCH-TOTALS-LINE-8
011540                                 AFTER ADVANCING 1 LINE.
011550     DISPLAY '------------ PROG025 - TOTAIS ------------'.
011560     DISPLAY 'LIDOS........ ' WRK-READ-COUNT.
011570     DISPLAY 'POSTADOS..... ' WRK-POST-COUNT.
011580     DISPLAY 'SEM TAXA..... ' WRK-CARRY-COUNT.
011590     DISPLAY 'SEM CONTA.... ' WRK-NOMAP-COUNT.
011600     DISPLAY 'BALANCO...... ' BAL-SITUACAO.
011610     DISPLAY 'LOTES........ ' BTL-LOTE-COUNT.
011620     DISPLAY 'LOTES REJ.... ' WRK-LOTE-REJ-COUNT.
011630     DISPLAY 'REGS REJ..... ' WRK-REJ-REG-COUNT.
011635     DISPLAY 'REGS RETIDOS. ' WRK-HELD-COUNT.
011640     IF WRK-EXCESSO-COUNT > ZERO
011650         DISPLAY 'LOTES ALEM DA TABELA - ' WRK-EXCESSO-COUNT
011660     END-IF.
011670 8000-BATCH-TOTALS-EXIT.
011680     EXIT.
011690*----------------------------------------------------------------
011700* 8100-LIST-REJECTED - PRINT ONE TABLED BATCH THAT WAS NOT
011710*    ACCEPTED, WITH WHAT WAS READ, WHAT ITS TRAILER CLAIMED
011720*    AND WHY IT WAS REFUSED.
011730*----------------------------------------------------------------
011740 8100-LIST-REJECTED.
011750     IF BTB-IS-ACEITO (WRK-BTB-JX)
011760         GO TO 8100-LIST-REJECTED-NEXT
011770     END-IF.
011780     ADD 1                       TO WRK-LOTE-REJ-COUNT.
011790     MOVE BTB-ORIGEM (WRK-BTB-JX) TO RDL-ORIGEM.
011800     MOVE BTB-DATA (WRK-BTB-JX)  TO RDL-DATA.
011810     MOVE BTB-HORA (WRK-BTB-JX)  TO RDL-HORA.
011820     MOVE BTB-QTDE (WRK-BTB-JX)  TO RDL-QTDE.
011830     MOVE BTB-QTDE-TRL (WRK-BTB-JX) TO RDL-QTDE-TRL.
011840     MOVE BTB-HASH (WRK-BTB-JX)  TO RDL-HASH.
011850     MOVE BTB-HASH-TRL (WRK-BTB-JX) TO RDL-HASH-TRL.
011860     MOVE BTB-SITUACAO (WRK-BTB-JX) TO RDL-MOTIVO.
011870     WRITE RPT-LINE FROM REJECT-DETAIL-LINE
011880                                 AFTER ADVANCING 1 LINE.
011890 8100-LIST-REJECTED-NEXT.
011900     ADD 1                       TO WRK-BTB-JX.
011910 8100-LIST-REJECTED-EXIT.
011920     EXIT.
011930*----------------------------------------------------------------
011940* 9999-FINALIZE - CLOSE THE FILES AND END THE RUN.
011950*----------------------------------------------------------------
011960 9999-FINALIZE.
011970     CLOSE GL-INTERFACE.
011980     CLOSE CURRENCY-MASTER.
011990     CLOSE ORIGIN-MAP.
012000     CLOSE LEDGER-CLOSE.
012010     CLOSE LEDGER-MASTER.
012020     CLOSE GL-POSTED.
012030     CLOSE GL-CARRY.
012035     CLOSE GL-HELD.
012040     CLOSE POSTING-RPT.
012050     CLOSE GL-BATCH-REGISTER.
012060 9999-FINALIZE-EXIT.
012070     EXIT.
