000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG054.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - MANUAL CORRECTIONS TO LEDGER-MASTER. READS
000090*    A TRANSACTION FILE OF ADJUSTING ENTRIES AND REVERSALS KEYED
000100*    BY A MAINTENANCE-LEVEL OPERATOR:
000110*      A - AN ADJUSTING ENTRY: DEBIT ACCOUNT, CREDIT ACCOUNT,
000120*          AMOUNT AND REASON, POSTED AS A BALANCED PAIR ON THE
000130*          LEDGER DATE GIVEN UNDER ORIGIN AJUSTE (OR THE ORIGIN
000140*          KEYED).
000150*      R - THE REVERSAL OF WHAT PROG025 POSTED FOR A LEDGER
000160*          DATE AND ORIGIN. THE GL-POSTED ARCHIVE IS READ FOR
000170*          THAT DATE/ORIGIN, EACH IMAGE IS CONVERTED AT THE
000180*          RATE IT WAS POSTED AT, AND THE NET IS POSTED BACK
000190*          WITH THE ORIGIN-MAP ACCOUNTS SWAPPED, SO THE DATE/
000200*          ORIGIN NETS TO ZERO ON THE LEDGER. A DATE/ORIGIN
000210*          ALREADY ON THE ADJUSTMENT JOURNAL AS REVERSED IS
000220*          REFUSED, AS IS ONE WHOSE ORIGIN-MAP ACCOUNTS WERE
000222*          SET ON OR AFTER THE DAY ANY OF ITS IMAGES WAS POSTED,
000224*          SINCE THE SWAPPED PAIR MIGHT NOT UNDO THE ACCOUNTS
000226*          ACTUALLY POSTED - THAT CORRECTION IS KEYED AS A.
000230*    BOTH KINDS NEED A REASON AND ARE REFUSED WHEN THE LEDGER
000240*    DATE FALLS IN A MONTH LEDGER-CLOSE SHOWS AS CLOSED. EVERY
000250*    CORRECTION APPLIED IS WRITTEN TO THE ADJUSTMENT JOURNAL
000260*    WITH THE OPERATOR, AND EVERY TRANSACTION, APPLIED OR
000270*    REJECTED, IS PRINTED ON THE ADJUSTMENT REGISTER.
000280*----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300*----------------------------------------------------------------
000310* 2026-10-15  RM  ORIGINAL PROGRAM.
000315* 2026-10-15  RM  DO NOT START WHILE PROG058 IS POSTING THE
000317*                 MONTH-END EXCHANGE REVALUATION.
000318* 2026-10-15  RM  RANGE-CHECK THE MONTH AND DAY OF THE LEDGER
000319*                 DATE, AND REFUSE A REVERSAL WHEN THE ORIGIN'S
000320*                 ACCOUNT PAIR WAS SET ON OR AFTER THE DAY IT WAS
000321*                 POSTED.
000322*----------------------------------------------------------------
000330 ENVIRONMENT                     DIVISION.
000340 CONFIGURATION                   SECTION.
000350 SOURCE-COMPUTER.                IBM-370.
000360 OBJECT-COMPUTER.                IBM-370.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000390 INPUT-OUTPUT                    SECTION.
000400 FILE-CONTROL.
000410     SELECT ADJ-TRANS-IN         ASSIGN TO ADJTRIN
000420                                 ORGANIZATION IS SEQUENTIAL
000430                                 FILE STATUS IS WS-TRANS-STATUS.
000440     SELECT LEDGER-MASTER        ASSIGN TO LEDGMAST
000450                                 ORGANIZATION IS INDEXED
000460                                 ACCESS MODE IS DYNAMIC
000470                                 RECORD KEY IS LED-CHAVE
000480                                 FILE STATUS IS WS-LED-STATUS.
000490     SELECT LEDGER-CLOSE         ASSIGN TO LEDCLOSE
000500                                 ORGANIZATION IS INDEXED
000510                                 ACCESS MODE IS DYNAMIC
000520                                 RECORD KEY IS CLS-MES
000530                                 FILE STATUS IS WS-CLS-STATUS.
000540     SELECT ACCOUNT-MASTER       ASSIGN TO ACCTMAST
000550                                 ORGANIZATION IS INDEXED
000560                                 ACCESS MODE IS DYNAMIC
000570                                 RECORD KEY IS ACT-CONTA
000580                                 FILE STATUS IS WS-ACT-STATUS.
000590     SELECT ORIGIN-MAP           ASSIGN TO ORIGMAP
000600                                 ORGANIZATION IS INDEXED
000610                                 ACCESS MODE IS DYNAMIC
000620                                 RECORD KEY IS MAP-ORIGEM
000630                                 FILE STATUS IS WS-MAP-STATUS.
000640     SELECT CURRENCY-MASTER      ASSIGN TO CURRMAST
000650                                 ORGANIZATION IS INDEXED
000660                                 ACCESS MODE IS DYNAMIC
000670                                 RECORD KEY IS CUR-CHAVE
000680                                 FILE STATUS IS WS-CUR-STATUS.
000690     SELECT GL-POSTED            ASSIGN TO GLPOSTD
000700                                 ORGANIZATION IS SEQUENTIAL
000710                                 FILE STATUS IS WS-PST-STATUS.
000720     SELECT ADJ-JOURNAL          ASSIGN TO GLAJUST
000730                                 ORGANIZATION IS SEQUENTIAL
000740                                 FILE STATUS IS WS-AJJ-STATUS.
000750     SELECT ADJUST-RPT           ASSIGN TO AJUSRPT
000760                                 ORGANIZATION IS SEQUENTIAL
000770                                 FILE STATUS IS WS-RPT-STATUS.
000780 DATA                            DIVISION.
000790 FILE                            SECTION.
000800 FD  ADJ-TRANS-IN
000810     LABEL RECORDS ARE STANDARD.
000820 01  ADJ-TRANS-RECORD.
000830     05  AJ-TRANS-CODE           PIC X(01).
000840         88  AJ-IS-AJUSTE                    VALUE 'A'.
000850         88  AJ-IS-ESTORNO                   VALUE 'R'.
000860     05  AJ-DATA                 PIC X(08).
000870     05  AJ-ORIGEM               PIC X(08).
000880     05  AJ-CONTA-DEBITO         PIC X(08).
000890     05  AJ-CONTA-CREDITO        PIC X(08).
000900     05  AJ-VALOR                PIC 9(11)V99.
000910     05  AJ-MOTIVO               PIC X(30).
000920 FD  LEDGER-MASTER
000930     LABEL RECORDS ARE STANDARD.
000940     COPY LEDGMAST.
000950 FD  LEDGER-CLOSE
000960     LABEL RECORDS ARE STANDARD.
000970 01  LEDGER-CLOSE-RECORD.
000980     05  CLS-MES                 PIC X(06).
000990     05  CLS-DATA-FECHO          PIC X(08).
001000 FD  ACCOUNT-MASTER
001010     LABEL RECORDS ARE STANDARD.
001020     COPY ACCTMAST.
001030 FD  ORIGIN-MAP
001040     LABEL RECORDS ARE STANDARD.
001050     COPY ORIGMAP.
001060 FD  CURRENCY-MASTER
001070     LABEL RECORDS ARE STANDARD.
001080 01  CURRENCY-MASTER-RECORD.
001090     05  CUR-CHAVE.
001100         10  CUR-DATA            PIC X(08).
001110         10  CUR-MOEDA           PIC X(03).
001120     05  CUR-TAXA                PIC 9(03)V9(06).
001130 FD  GL-POSTED
001140     LABEL RECORDS ARE STANDARD.
001150 01  GL-POSTED-RECORD.
001160     05  PST-DATA-POSTAGEM       PIC X(08).
001170     05  PST-IMAGEM              PIC X(59).
001180 FD  ADJ-JOURNAL
001190     LABEL RECORDS ARE STANDARD.
001200     COPY ADJJRNL.
001210 FD  ADJUST-RPT
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 132 CHARACTERS.
001240 01  RPT-LINE                    PIC X(132).
001250 WORKING-STORAGE                 SECTION.
001260     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
001270     COPY RUNLINK                REPLACING ==:PFX:== BY ==WRK==.
001280     COPY GLINTF.
001290 01  HEADING-LINE-1.
001300     05  FILLER                  PIC X(48)
001310             VALUE 'REGISTRO DE AJUSTES DO LEDGER - PROG054'.
001320     05  FILLER                  PIC X(84) VALUE SPACES.
001330 01  HEADING-LINE-2.
001340     05  FILLER                  PIC X(04) VALUE 'TRN '.
001350     05  FILLER                  PIC X(10) VALUE 'DATA'.
001360     05  FILLER                  PIC X(10) VALUE 'ORIGEM'.
001370     05  FILLER                  PIC X(10) VALUE 'DEBITO'.
001380     05  FILLER                  PIC X(10) VALUE 'CREDITO'.
001390     05  FILLER                  PIC X(20) VALUE '        VALOR'.
001400     05  FILLER                  PIC X(32) VALUE 'MOTIVO'.
001410     05  FILLER                  PIC X(20) VALUE 'SITUACAO'.
001420     05  FILLER                  PIC X(16) VALUE SPACES.
001430 01  DETAIL-LINE.
001440     05  DTL-TRANS-CODE          PIC X(02).
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  DTL-DATA                PIC X(08).
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  DTL-ORIGEM              PIC X(08).
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  DTL-CONTA-DEBITO        PIC X(08).
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  DTL-CONTA-CREDITO       PIC X(08).
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  DTL-VALOR               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  DTL-MOTIVO              PIC X(30).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  DTL-SITUACAO            PIC X(22).
001590     05  FILLER                  PIC X(14) VALUE SPACES.
001600 01  TOTAL-LINE.
001610     05  TOT-TITULO              PIC X(30).
001620     05  TOT-CONTADOR            PIC ZZZZZ9.
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  TOT-VALOR               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001650     05  FILLER                  PIC X(76) VALUE SPACES.
001660 01  REVERSAL-TABLE.
001670     05  RVT-ENTRY               OCCURS 500 TIMES.
001680         10  RVT-DATA            PIC X(08).
001690         10  RVT-ORIGEM          PIC X(08).
001691 01  DATE-EDIT-AREA.
001692     05  EDT-DATA                PIC X(08).
001693     05  EDT-DATA-R              REDEFINES EDT-DATA.
001694         10  EDT-ANO             PIC 9(04).
001695         10  EDT-MES             PIC 9(02).
001696         10  EDT-DIA             PIC 9(02).
001700 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
001710     88  TRANS-STATUS-OK                    VALUE '00'.
001720     88  TRANS-STATUS-EOF                   VALUE '10'.
001730 77  WS-LED-STATUS               PIC X(02)  VALUE SPACES.
001740     88  LED-STATUS-OK                      VALUE '00'.
001750     88  LED-STATUS-NEW-FILE                VALUE '35'.
001760 77  WS-CLS-STATUS               PIC X(02)  VALUE SPACES.
001770     88  CLS-STATUS-OK                      VALUE '00'.
001780     88  CLS-STATUS-NEW-FILE                VALUE '35'.
001790 77  WS-ACT-STATUS               PIC X(02)  VALUE SPACES.
001800     88  ACT-STATUS-OK                      VALUE '00'.
001810 77  WS-MAP-STATUS               PIC X(02)  VALUE SPACES.
001820     88  MAP-STATUS-OK                      VALUE '00'.
001830 77  WS-CUR-STATUS               PIC X(02)  VALUE SPACES.
001840     88  CUR-STATUS-OK                      VALUE '00'.
001850 77  WS-PST-STATUS               PIC X(02)  VALUE SPACES.
001860     88  PST-STATUS-OK                      VALUE '00'.
001870     88  PST-STATUS-NEW-FILE                VALUE '35'.
001880 77  WS-AJJ-STATUS               PIC X(02)  VALUE SPACES.
001890     88  AJJ-STATUS-OK                      VALUE '00'.
001900     88  AJJ-STATUS-NEW-FILE                VALUE '05' '35'.
001910 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001920     88  RPT-STATUS-OK                      VALUE '00'.
001930 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
001940 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
001950     88  OPERADOR-IS-VALID                  VALUE 'Y'.
001960     88  OPERADOR-IS-INVALID                VALUE 'N'.
001970 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001980     88  END-OF-TRANS-FILE                  VALUE 'Y'.
001990 77  WRK-AJJ-EOF-SWITCH          PIC X(01)  VALUE 'N'.
002000     88  END-OF-JOURNAL                     VALUE 'Y'.
002010 77  WRK-PST-EOF-SWITCH          PIC X(01)  VALUE 'N'.
002020     88  END-OF-POSTED                      VALUE 'Y'.
002030 77  WRK-EDIT-SWITCH             PIC X(01)  VALUE 'Y'.
002040     88  EDIT-IS-VALID                      VALUE 'Y'.
002050     88  EDIT-IS-INVALID                    VALUE 'N'.
002060 77  WRK-RVT-FULL-SWITCH         PIC X(01)  VALUE 'N'.
002070     88  REVERSAL-TABLE-FULL                VALUE 'Y'.
002080 77  WRK-LADO                    PIC X(01)  VALUE SPACES.
002090     88  LADO-IS-DEBITO                     VALUE 'D'.
002100     88  LADO-IS-CREDITO                    VALUE 'C'.
002110 77  WRK-DATA-LANCAMENTO         PIC X(08)  VALUE SPACES.
002120 77  WRK-ORIGEM-LANCAMENTO       PIC X(08)  VALUE SPACES.
002130 77  WRK-CONTA-DEBITO            PIC X(08)  VALUE SPACES.
002140 77  WRK-CONTA-CREDITO           PIC X(08)  VALUE SPACES.
002150 77  WRK-CONTA-LANCAMENTO        PIC X(08)  VALUE SPACES.
002160 77  WRK-VALOR-LANCAMENTO        PIC S9(11)V99 VALUE ZERO.
002170 77  WRK-VALOR-NACIONAL          PIC S9(11)V99 VALUE ZERO.
002180 77  WRK-VALOR-ESTORNO           PIC S9(11)V99 VALUE ZERO.
002190 77  WRK-RVT-COUNT               PIC 9(04)  COMP VALUE ZERO.
002200 77  WRK-RVT-IX                  PIC 9(04)  COMP VALUE ZERO.
002210 77  WRK-MATCH-COUNT             PIC 9(06)  COMP VALUE ZERO.
002220 77  WRK-AJUSTE-COUNT            PIC 9(06)  COMP VALUE ZERO.
002230 77  WRK-ESTORNO-COUNT           PIC 9(06)  COMP VALUE ZERO.
002240 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
002250 77  WRK-AJUSTE-TOTAL            PIC S9(11)V99 COMP VALUE ZERO.
002260 77  WRK-ESTORNO-TOTAL           PIC S9(11)V99 COMP VALUE ZERO.
002265
002270 PROCEDURE                       DIVISION.
002280*----------------------------------------------------------------
002290* 0000-MAINLINE
002300*----------------------------------------------------------------
002310 0000-MAINLINE.
002320     PERFORM 0100-REGISTER-START
002330                                THRU 0100-REGISTER-START-EXIT.
002340     IF WRK-RUN-IMPEDIDO
002350         MOVE 12 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
002390     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
002400         UNTIL OPERADOR-IS-VALID.
002410     PERFORM 2000-PROCESS-TRANS  THRU 2000-PROCESS-TRANS-EXIT
002420         UNTIL END-OF-TRANS-FILE.
002430     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
002440     IF WRK-REJECT-COUNT > ZERO
002450         MOVE 4 TO RETURN-CODE
002460     END-IF.
002470     PERFORM 0200-REGISTER-END   THRU 0200-REGISTER-END-EXIT.
002480     STOP RUN.
002490*----------------------------------------------------------------
002500* 0100-REGISTER-START - REGISTER THE RUN ON THE RUN-CONTROL
002510*    FILE THROUGH PROG052, WHICH REFUSES THE START WHILE THE
002520*    GL POSTING IS UPDATING THE SAME LEDGER.
002530*----------------------------------------------------------------
002540 0100-REGISTER-START.
002550     MOVE 'PROG054 '             TO WRK-RUN-PROGRAMA.
002560     MOVE 'I'                    TO WRK-RUN-FUNCAO.
002570     MOVE 'PROG025 PROG058 '     TO WRK-RUN-CONFLITOS.
002580     MOVE SPACES                 TO WRK-RUN-PREDECESSORES.
002590     MOVE ZERO                   TO WRK-RUN-RETORNO-PROG.
002600     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
002610                                 WRK-RUN-CONFLITOS,
002620                                 WRK-RUN-PREDECESSORES,
002630                                 WRK-RUN-RETORNO-PROG,
002640                                 WRK-RUN-RETORNO.
002650 0100-REGISTER-START-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------
002680* 0200-REGISTER-END - RECORD THE END OF THE RUN AND ITS FINAL
002690*    CONDITION CODE ON THE RUN-CONTROL FILE.
002700*----------------------------------------------------------------
002710 0200-REGISTER-END.
002720     MOVE 'T'                    TO WRK-RUN-FUNCAO.
002730     MOVE RETURN-CODE            TO WRK-RUN-RETORNO-PROG.
002740     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
002750                                 WRK-RUN-CONFLITOS,
002760                                 WRK-RUN-PREDECESSORES,
002770                                 WRK-RUN-RETORNO-PROG,
002780                                 WRK-RUN-RETORNO.
002790 0200-REGISTER-END-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820* 1000-INITIALIZE - OPEN THE FILES, CREATING THE LEDGER, THE
002830*    CLOSE CONTROL FILE AND THE ADJUSTMENT JOURNAL ON THEIR
002840*    FIRST RUN, LOAD THE REVERSALS ALREADY JOURNALED, PRINT THE
002850*    REGISTER HEADINGS AND READ THE FIRST TRANSACTION.
002860*----------------------------------------------------------------
002870 1000-INITIALIZE.
002880     OPEN INPUT  ADJ-TRANS-IN.
002890     OPEN INPUT  ACCOUNT-MASTER.
002900     OPEN INPUT  ORIGIN-MAP.
002910     OPEN INPUT  CURRENCY-MASTER.
002920     OPEN INPUT  LEDGER-CLOSE.
002930     IF CLS-STATUS-NEW-FILE
002940         OPEN OUTPUT LEDGER-CLOSE
002950         CLOSE LEDGER-CLOSE
002960         OPEN INPUT LEDGER-CLOSE
002970     END-IF.
002980     OPEN I-O    LEDGER-MASTER.
002990     IF LED-STATUS-NEW-FILE
003000         OPEN OUTPUT LEDGER-MASTER
003010         CLOSE LEDGER-MASTER
003020         OPEN I-O LEDGER-MASTER
003030     END-IF.
003040     PERFORM 1100-LOAD-REVERSALS THRU 1100-LOAD-REVERSALS-EXIT.
003050     OPEN EXTEND ADJ-JOURNAL.
003060     IF AJJ-STATUS-NEW-FILE
003070         OPEN OUTPUT ADJ-JOURNAL
003080         CLOSE ADJ-JOURNAL
003090         OPEN EXTEND ADJ-JOURNAL
003100     END-IF.
003110     OPEN OUTPUT ADJUST-RPT.
003120     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
003130     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
003140     PERFORM 2900-READ-TRANS     THRU 2900-READ-TRANS-EXIT.
003150 1000-INITIALIZE-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180* 1100-LOAD-REVERSALS - READ THE ADJUSTMENT JOURNAL AND TABLE
003190*    EVERY DATE/ORIGIN ALREADY REVERSED IN A MONTH THAT IS
003200*    STILL OPEN. A CLOSED MONTH CANNOT BE REVERSED AGAIN ANYWAY,
003210*    SO ONLY THE OPEN PERIODS NEED TO BE HELD.
003220*----------------------------------------------------------------
003230 1100-LOAD-REVERSALS.
003240     MOVE ZERO                   TO WRK-RVT-COUNT.
003250     OPEN INPUT ADJ-JOURNAL.
003260     IF AJJ-STATUS-NEW-FILE
003270         GO TO 1100-LOAD-REVERSALS-EXIT
003280     END-IF.
003290     PERFORM 1150-LOAD-ONE-REVERSAL
003300                                THRU 1150-LOAD-ONE-REVERSAL-EXIT
003310         UNTIL END-OF-JOURNAL.
003320     CLOSE ADJ-JOURNAL.
003330 1100-LOAD-REVERSALS-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* 1150-LOAD-ONE-REVERSAL - TABLE ONE JOURNALED REVERSAL WHOSE
003370*    MONTH IS STILL OPEN.
003380*----------------------------------------------------------------
003390 1150-LOAD-ONE-REVERSAL.
003400     READ ADJ-JOURNAL
003410         AT END
003420             SET END-OF-JOURNAL TO TRUE
003430             GO TO 1150-LOAD-ONE-REVERSAL-EXIT
003440     END-READ.
003450     IF NOT AJJ-IS-ESTORNO
003460         GO TO 1150-LOAD-ONE-REVERSAL-EXIT
003470     END-IF.
003480     MOVE AJJ-DATA-LANCAMENTO (1:6) TO CLS-MES.
003490     READ LEDGER-CLOSE
003500         INVALID KEY
003510             CONTINUE
003520         NOT INVALID KEY
003530             GO TO 1150-LOAD-ONE-REVERSAL-EXIT
003540     END-READ.
003550     MOVE AJJ-DATA-LANCAMENTO    TO WRK-DATA-LANCAMENTO.
003560     MOVE AJJ-ORIGEM             TO WRK-ORIGEM-LANCAMENTO.
003570     PERFORM 2450-TABLE-REVERSAL THRU 2450-TABLE-REVERSAL-EXIT.
003580 1150-LOAD-ONE-REVERSAL-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------
003610* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
003620*    PROG050 ROUTINE AT MAINTENANCE LEVEL, WHICH PROMPTS FOR
003630*    THE ID AND PASSWORD, ENFORCES THE LOCKOUT AND AUDITS
003640*    EVERY ATTEMPT.
003650*----------------------------------------------------------------
003660 1500-SIGNON.
003670     MOVE 'PROG054 '             TO WRK-SGN-PROGRAMA.
003680     MOVE 3                      TO WRK-SGN-NIVEL.
003690     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
003700                                 WRK-SGN-OPERADOR,
003710                                 WRK-SGN-RETORNO.
003720     IF WRK-SGN-OK
003730         SET OPERADOR-IS-VALID TO TRUE
003740         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
003750     ELSE
003760         SET OPERADOR-IS-INVALID TO TRUE
003770     END-IF.
003780 1500-SIGNON-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------
003810* 2000-PROCESS-TRANS - EDIT THE CURRENT TRANSACTION, APPLY IT
003820*    AS AN ADJUSTING ENTRY OR A REVERSAL, PRINT ITS REGISTER
003830*    LINE AND READ THE NEXT TRANSACTION.
003840*----------------------------------------------------------------
003850 2000-PROCESS-TRANS.
003860     MOVE SPACES                 TO DETAIL-LINE.
003870     MOVE AJ-TRANS-CODE          TO DTL-TRANS-CODE.
003880     MOVE AJ-DATA                TO DTL-DATA.
003890     MOVE AJ-ORIGEM              TO DTL-ORIGEM.
003900     MOVE AJ-MOTIVO              TO DTL-MOTIVO.
003910     PERFORM 2050-EDIT-COMMON    THRU 2050-EDIT-COMMON-EXIT.
003920     IF EDIT-IS-INVALID
003930         ADD 1 TO WRK-REJECT-COUNT
003940         GO TO 2000-PROCESS-WRITE
003950     END-IF.
003960     EVALUATE TRUE
003970         WHEN AJ-IS-AJUSTE
003980             PERFORM 2100-APPLY-ADJUSTMENT
003990                                THRU 2100-APPLY-ADJUSTMENT-EXIT
004000         WHEN AJ-IS-ESTORNO
004010             PERFORM 2200-APPLY-REVERSAL
004020                                THRU 2200-APPLY-REVERSAL-EXIT
004030     END-EVALUATE.
004040 2000-PROCESS-WRITE.
004050     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
004060     PERFORM 2900-READ-TRANS     THRU 2900-READ-TRANS-EXIT.
004070 2000-PROCESS-TRANS-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100* 2050-EDIT-COMMON - THE EDITS BOTH KINDS OF TRANSACTION SHARE:
004110*    A KNOWN CODE, A PLAUSIBLE YYYYMMDD LEDGER DATE, A REASON,
004120*    AND A LEDGER MONTH THAT IS NOT CLOSED.
004130*----------------------------------------------------------------
004140 2050-EDIT-COMMON.
004150     SET EDIT-IS-VALID           TO TRUE.
004160     IF NOT AJ-IS-AJUSTE AND NOT AJ-IS-ESTORNO
004170         MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
004180         SET EDIT-IS-INVALID TO TRUE
004190         GO TO 2050-EDIT-COMMON-EXIT
004200     END-IF.
004205     MOVE AJ-DATA                TO EDT-DATA.
004210     IF EDT-DATA NOT NUMERIC
004212         OR EDT-MES < 1 OR EDT-MES > 12
004214         OR EDT-DIA < 1 OR EDT-DIA > 31
004220         MOVE 'DATA INVALIDA'    TO DTL-SITUACAO
004230         SET EDIT-IS-INVALID TO TRUE
004240         GO TO 2050-EDIT-COMMON-EXIT
004250     END-IF.
004260     IF AJ-MOTIVO = SPACES
004270         MOVE 'MOTIVO OBRIGATORIO' TO DTL-SITUACAO
004280         SET EDIT-IS-INVALID TO TRUE
004290         GO TO 2050-EDIT-COMMON-EXIT
004300     END-IF.
004310     MOVE AJ-DATA (1:6)          TO CLS-MES.
004320     READ LEDGER-CLOSE
004330         INVALID KEY
004340             CONTINUE
004350         NOT INVALID KEY
004360             MOVE 'PERIODO FECHADO' TO DTL-SITUACAO
004370             SET EDIT-IS-INVALID TO TRUE
004380     END-READ.
004390 2050-EDIT-COMMON-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420* 2100-APPLY-ADJUSTMENT - EDIT THE ADJUSTING ENTRY'S ACCOUNTS
004430*    AND AMOUNT AND POST IT AS A BALANCED PAIR UNDER ORIGIN
004440*    AJUSTE, OR THE ORIGIN KEYED WHEN ONE WAS GIVEN.
004450*----------------------------------------------------------------
004460 2100-APPLY-ADJUSTMENT.
004470     MOVE AJ-CONTA-DEBITO        TO DTL-CONTA-DEBITO.
004480     MOVE AJ-CONTA-CREDITO       TO DTL-CONTA-CREDITO.
004490     IF AJ-VALOR NOT NUMERIC
004500         MOVE 'VALOR INVALIDO'   TO DTL-SITUACAO
004510         ADD 1 TO WRK-REJECT-COUNT
004520         GO TO 2100-APPLY-ADJUSTMENT-EXIT
004530     END-IF.
004540     MOVE AJ-VALOR               TO DTL-VALOR.
004550     IF AJ-VALOR = ZERO
004560         MOVE 'VALOR INVALIDO'   TO DTL-SITUACAO
004570         ADD 1 TO WRK-REJECT-COUNT
004580         GO TO 2100-APPLY-ADJUSTMENT-EXIT
004590     END-IF.
004600     IF AJ-CONTA-DEBITO = AJ-CONTA-CREDITO
004610         MOVE 'CONTAS IGUAIS'    TO DTL-SITUACAO
004620         ADD 1 TO WRK-REJECT-COUNT
004630         GO TO 2100-APPLY-ADJUSTMENT-EXIT
004640     END-IF.
004650     MOVE AJ-CONTA-DEBITO        TO ACT-CONTA.
004660     READ ACCOUNT-MASTER
004670         INVALID KEY
004680             MOVE 'CONTA DEBITO INEXIST.' TO DTL-SITUACAO
004690             ADD 1 TO WRK-REJECT-COUNT
004700             GO TO 2100-APPLY-ADJUSTMENT-EXIT
004710     END-READ.
004720     MOVE AJ-CONTA-CREDITO       TO ACT-CONTA.
004730     READ ACCOUNT-MASTER
004740         INVALID KEY
004750             MOVE 'CONTA CREDITO INEXIST.' TO DTL-SITUACAO
004760             ADD 1 TO WRK-REJECT-COUNT
004770             GO TO 2100-APPLY-ADJUSTMENT-EXIT
004780     END-READ.
004790     MOVE AJ-DATA                TO WRK-DATA-LANCAMENTO.
004800     IF AJ-ORIGEM = SPACES
004810         MOVE 'AJUSTE  '         TO WRK-ORIGEM-LANCAMENTO
004820     ELSE
004830         MOVE AJ-ORIGEM          TO WRK-ORIGEM-LANCAMENTO
004840     END-IF.
004850     MOVE WRK-ORIGEM-LANCAMENTO  TO DTL-ORIGEM.
004860     MOVE AJ-CONTA-DEBITO        TO WRK-CONTA-DEBITO.
004870     MOVE AJ-CONTA-CREDITO       TO WRK-CONTA-CREDITO.
004880     MOVE AJ-VALOR               TO WRK-VALOR-LANCAMENTO.
004890     PERFORM 2500-POST-PAIR      THRU 2500-POST-PAIR-EXIT.
004900     IF NOT LED-STATUS-OK
004910         MOVE 'ERRO NA POSTAGEM' TO DTL-SITUACAO
004920         ADD 1 TO WRK-REJECT-COUNT
004930         GO TO 2100-APPLY-ADJUSTMENT-EXIT
004940     END-IF.
004950     MOVE 'AJUSTE POSTADO'       TO DTL-SITUACAO.
004960     ADD 1                       TO WRK-AJUSTE-COUNT.
004970     ADD WRK-VALOR-LANCAMENTO    TO WRK-AJUSTE-TOTAL.
004980     PERFORM 2800-WRITE-JOURNAL  THRU 2800-WRITE-JOURNAL-EXIT.
004990 2100-APPLY-ADJUSTMENT-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------
005020* 2200-APPLY-REVERSAL - REVERSE WHAT PROG025 POSTED FOR THE
005030*    DATE AND ORIGIN: REFUSE ONE ALREADY REVERSED, TOTAL THE
005040*    ARCHIVED IMAGES AT THEIR POSTING RATE, AND POST THE NET
005050*    BACK WITH THE ORIGIN'S ACCOUNTS SWAPPED UNDER THE SAME
005070*    DATE AND ORIGIN. THE ARCHIVE DOES NOT HOLD THE ACCOUNTS AN
005071*    IMAGE WENT TO, SO THE SWAP IS TRUSTED ONLY WHEN THE PAIR
005072*    WAS SET BEFORE THE DAY EVERY IMAGE WAS POSTED.
005073*----------------------------------------------------------------
005080 2200-APPLY-REVERSAL.
005090     MOVE AJ-DATA                TO WRK-DATA-LANCAMENTO.
005100     MOVE AJ-ORIGEM              TO WRK-ORIGEM-LANCAMENTO.
005110     PERFORM 2400-CHECK-REVERSED THRU 2400-CHECK-REVERSED-EXIT.
005120     IF EDIT-IS-INVALID
005130         ADD 1 TO WRK-REJECT-COUNT
005140         GO TO 2200-APPLY-REVERSAL-EXIT
005150     END-IF.
005160     MOVE AJ-ORIGEM              TO MAP-ORIGEM.
005170     READ ORIGIN-MAP
005180         INVALID KEY
005190             MOVE 'ORIGEM SEM CONTA'  TO DTL-SITUACAO
005200             ADD 1 TO WRK-REJECT-COUNT
005210             GO TO 2200-APPLY-REVERSAL-EXIT
005220     END-READ.
005230     PERFORM 2300-TOTAL-POSTED   THRU 2300-TOTAL-POSTED-EXIT.
005240     IF EDIT-IS-INVALID
005250         ADD 1 TO WRK-REJECT-COUNT
005260         GO TO 2200-APPLY-REVERSAL-EXIT
005270     END-IF.
005280     IF WRK-MATCH-COUNT = ZERO
005290         MOVE 'NADA POSTADO'     TO DTL-SITUACAO
005300         ADD 1 TO WRK-REJECT-COUNT
005310         GO TO 2200-APPLY-REVERSAL-EXIT
005320     END-IF.
005330     IF WRK-VALOR-ESTORNO = ZERO
005340         MOVE 'VALOR LIQUIDO ZERO' TO DTL-SITUACAO
005350         ADD 1 TO WRK-REJECT-COUNT
005360         GO TO 2200-APPLY-REVERSAL-EXIT
005370     END-IF.
005380     IF WRK-VALOR-ESTORNO < ZERO
005390         MOVE MAP-CONTA-DEBITO   TO WRK-CONTA-DEBITO
005400         MOVE MAP-CONTA-CREDITO  TO WRK-CONTA-CREDITO
005410         COMPUTE WRK-VALOR-LANCAMENTO = ZERO - WRK-VALOR-ESTORNO
005420     ELSE
005430         MOVE MAP-CONTA-CREDITO  TO WRK-CONTA-DEBITO
005440         MOVE MAP-CONTA-DEBITO   TO WRK-CONTA-CREDITO
005450         MOVE WRK-VALOR-ESTORNO  TO WRK-VALOR-LANCAMENTO
005460     END-IF.
005470     MOVE WRK-CONTA-DEBITO       TO DTL-CONTA-DEBITO.
005480     MOVE WRK-CONTA-CREDITO      TO DTL-CONTA-CREDITO.
005490     MOVE WRK-VALOR-LANCAMENTO   TO DTL-VALOR.
005500     PERFORM 2500-POST-PAIR      THRU 2500-POST-PAIR-EXIT.
005510     IF NOT LED-STATUS-OK
005520         MOVE 'ERRO NA POSTAGEM' TO DTL-SITUACAO
005530         ADD 1 TO WRK-REJECT-COUNT
005540         GO TO 2200-APPLY-REVERSAL-EXIT
005550     END-IF.
005560     MOVE 'ESTORNO POSTADO'      TO DTL-SITUACAO.
005570     ADD 1                       TO WRK-ESTORNO-COUNT.
005580     ADD WRK-VALOR-LANCAMENTO    TO WRK-ESTORNO-TOTAL.
005590     PERFORM 2450-TABLE-REVERSAL THRU 2450-TABLE-REVERSAL-EXIT.
005600     PERFORM 2800-WRITE-JOURNAL  THRU 2800-WRITE-JOURNAL-EXIT.
005610 2200-APPLY-REVERSAL-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------
005640* 2300-TOTAL-POSTED - READ THE GL-POSTED ARCHIVE FROM THE TOP
005650*    AND TOTAL THE DOMESTIC VALUE OF EVERY IMAGE POSTED FOR THE
005660*    DATE AND ORIGIN, CONVERTED AS PROG025 CONVERTED IT. AN
005670*    IMAGE WHOSE RATE HAS SINCE BEEN REMOVED CANNOT BE VALUED,
005680*    SO THE WHOLE REVERSAL IS REFUSED.
005690*----------------------------------------------------------------
005700 2300-TOTAL-POSTED.
005710     MOVE ZERO                   TO WRK-MATCH-COUNT.
005720     MOVE ZERO                   TO WRK-VALOR-ESTORNO.
005730     MOVE 'N'                    TO WRK-PST-EOF-SWITCH.
005740     OPEN INPUT GL-POSTED.
005750     IF PST-STATUS-NEW-FILE
005760         GO TO 2300-TOTAL-POSTED-EXIT
005770     END-IF.
005780     PERFORM 2350-MATCH-POSTED   THRU 2350-MATCH-POSTED-EXIT
005790         UNTIL END-OF-POSTED OR EDIT-IS-INVALID.
005800     CLOSE GL-POSTED.
005810 2300-TOTAL-POSTED-EXIT.
005820     EXIT.
005830*----------------------------------------------------------------
005840* 2350-MATCH-POSTED - READ ONE ARCHIVED IMAGE AND, WHEN IT IS
005850*    FOR THE DATE AND ORIGIN BEING REVERSED, ADD ITS DOMESTIC
005860*    VALUE TO THE REVERSAL TOTAL. AN IMAGE POSTED ON OR BEFORE
005862*    THE DAY THE ORIGIN'S ACCOUNT PAIR WAS LAST SET MAY HAVE GONE
005864*    TO OTHER ACCOUNTS, SO THE WHOLE REVERSAL IS REFUSED.
005870*----------------------------------------------------------------
005880 2350-MATCH-POSTED.
005890     READ GL-POSTED
005900         AT END
005910             SET END-OF-POSTED TO TRUE
005920             GO TO 2350-MATCH-POSTED-EXIT
005930     END-READ.
005940     MOVE PST-IMAGEM             TO GL-INTERFACE-RECORD.
005950     IF GL-DATA NOT = WRK-DATA-LANCAMENTO
005960         OR GL-ORIGEM NOT = WRK-ORIGEM-LANCAMENTO
005970         GO TO 2350-MATCH-POSTED-EXIT
005980     END-IF.
005981     IF MAP-DATA-ALTERACAO NOT = SPACES
005982         AND MAP-DATA-ALTERACAO NOT < PST-DATA-POSTAGEM
005983         MOVE 'CONTAS ALTERADAS'  TO DTL-SITUACAO
005984         SET EDIT-IS-INVALID TO TRUE
005985         GO TO 2350-MATCH-POSTED-EXIT
005986     END-IF.
005990     IF GL-MOEDA = 'BRL'
006000         MOVE GL-RESULTADO       TO WRK-VALOR-NACIONAL
006010     ELSE
006020         MOVE GL-DATA            TO CUR-DATA
006030         MOVE GL-MOEDA           TO CUR-MOEDA
006040         READ CURRENCY-MASTER
006050             INVALID KEY
006060                 MOVE 'SEM TAXA - REJEITADO' TO DTL-SITUACAO
006070                 SET EDIT-IS-INVALID TO TRUE
006080                 GO TO 2350-MATCH-POSTED-EXIT
006090             NOT INVALID KEY
006100                 COMPUTE WRK-VALOR-NACIONAL ROUNDED
006110                     = GL-RESULTADO * CUR-TAXA
006120         END-READ
006130     END-IF.
006140     ADD WRK-VALOR-NACIONAL      TO WRK-VALOR-ESTORNO.
006150     ADD 1                       TO WRK-MATCH-COUNT.
006160 2350-MATCH-POSTED-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190* 2400-CHECK-REVERSED - REFUSE A DATE/ORIGIN THE ADJUSTMENT
006200*    JOURNAL ALREADY SHOWS AS REVERSED, AND ANY REVERSAL AT ALL
006210*    WHEN THE TABLE OVERFLOWED AND THE CHECK CANNOT BE TRUSTED.
006220*----------------------------------------------------------------
006230 2400-CHECK-REVERSED.
006240     SET EDIT-IS-VALID           TO TRUE.
006250     IF REVERSAL-TABLE-FULL
006260         MOVE 'CONTROLE ESTORNO CHEIO' TO DTL-SITUACAO
006270         SET EDIT-IS-INVALID TO TRUE
006280         GO TO 2400-CHECK-REVERSED-EXIT
006290     END-IF.
006300     MOVE 1                      TO WRK-RVT-IX.
006310     PERFORM 2410-MATCH-REVERSAL THRU 2410-MATCH-REVERSAL-EXIT
006320         UNTIL WRK-RVT-IX > WRK-RVT-COUNT OR EDIT-IS-INVALID.
006330 2400-CHECK-REVERSED-EXIT.
006340     EXIT.
006350*----------------------------------------------------------------
006360* 2410-MATCH-REVERSAL - COMPARE ONE TABLED REVERSAL.
006370*----------------------------------------------------------------
006380 2410-MATCH-REVERSAL.
006390     IF RVT-DATA (WRK-RVT-IX) = WRK-DATA-LANCAMENTO
006400         AND RVT-ORIGEM (WRK-RVT-IX) = WRK-ORIGEM-LANCAMENTO
006410         MOVE 'JA ESTORNADO'     TO DTL-SITUACAO
006420         SET EDIT-IS-INVALID TO TRUE
006430     ELSE
006440         ADD 1 TO WRK-RVT-IX
006450     END-IF.
006460 2410-MATCH-REVERSAL-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490* 2450-TABLE-REVERSAL - HOLD A REVERSED DATE/ORIGIN SO A LATER
006500*    TRANSACTION CANNOT REVERSE IT AGAIN.
006510*----------------------------------------------------------------
006520 2450-TABLE-REVERSAL.
006530     IF WRK-RVT-COUNT NOT < 500
006540         IF NOT REVERSAL-TABLE-FULL
006550             DISPLAY 'TABELA DE ESTORNOS CHEIA - ESTORNOS '
006560                     'RECUSADOS NESTA EXECUCAO'
006570         END-IF
006580         SET REVERSAL-TABLE-FULL TO TRUE
006590         GO TO 2450-TABLE-REVERSAL-EXIT
006600     END-IF.
006610     ADD 1                       TO WRK-RVT-COUNT.
006620     MOVE WRK-DATA-LANCAMENTO    TO RVT-DATA (WRK-RVT-COUNT).
006630     MOVE WRK-ORIGEM-LANCAMENTO  TO RVT-ORIGEM (WRK-RVT-COUNT).
006640 2450-TABLE-REVERSAL-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------
006670* 2500-POST-PAIR - POST THE DEBIT LEG AND THEN THE CREDIT LEG
006680*    TO THE LEDGER RECORDS FOR THE DATE, ACCOUNT AND ORIGIN, AS
006690*    PROG025 DOES. A CREDIT LEG THAT FAILS BACKS THE DEBIT LEG
006700*    OUT FIRST, SO THE LEDGER NEVER HOLDS HALF A PAIR.
006710*----------------------------------------------------------------
006720 2500-POST-PAIR.
006730     MOVE WRK-CONTA-DEBITO       TO WRK-CONTA-LANCAMENTO.
006740     SET LADO-IS-DEBITO          TO TRUE.
006750     PERFORM 2510-POST-ENTRY     THRU 2510-POST-ENTRY-EXIT.
006760     IF NOT LED-STATUS-OK
006770         GO TO 2500-POST-PAIR-EXIT
006780     END-IF.
006790     MOVE WRK-CONTA-CREDITO      TO WRK-CONTA-LANCAMENTO.
006800     SET LADO-IS-CREDITO         TO TRUE.
006810     PERFORM 2510-POST-ENTRY     THRU 2510-POST-ENTRY-EXIT.
006820     IF NOT LED-STATUS-OK
006830         PERFORM 2530-BACK-OUT-DEBIT
006840                                THRU 2530-BACK-OUT-DEBIT-EXIT
006850         MOVE '99'               TO WS-LED-STATUS
006860     END-IF.
006870 2500-POST-PAIR-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------
006900* 2510-POST-ENTRY - READ OR CREATE THE LEDGER RECORD FOR THE
006910*    DATE, THE ACCOUNT OF THIS LEG AND THE ORIGIN, AND ADD THE
006920*    AMOUNT INTO ITS DEBIT OR CREDIT SIDE.
006930*----------------------------------------------------------------
006940 2510-POST-ENTRY.
006950     MOVE WRK-DATA-LANCAMENTO    TO LED-DATA.
006960     MOVE WRK-CONTA-LANCAMENTO   TO LED-CONTA.
006970     MOVE WRK-ORIGEM-LANCAMENTO  TO LED-ORIGEM.
006980     READ LEDGER-MASTER
006990         INVALID KEY
007000             MOVE WRK-DATA-LANCAMENTO
007010                                 TO LED-DATA
007020             MOVE WRK-CONTA-LANCAMENTO
007030                                 TO LED-CONTA
007040             MOVE WRK-ORIGEM-LANCAMENTO
007050                                 TO LED-ORIGEM
007060             MOVE ZERO           TO LED-DEBITO
007070             MOVE ZERO           TO LED-CREDITO
007080             IF LADO-IS-DEBITO
007090                 MOVE WRK-VALOR-LANCAMENTO
007100                                 TO LED-DEBITO
007110             ELSE
007120                 MOVE WRK-VALOR-LANCAMENTO
007130                                 TO LED-CREDITO
007140             END-IF
007150             MOVE 1              TO LED-CONTADOR
007160             WRITE LEDGER-MASTER-RECORD
007170         NOT INVALID KEY
007180             IF LADO-IS-DEBITO
007190                 ADD WRK-VALOR-LANCAMENTO
007200                                 TO LED-DEBITO
007210             ELSE
007220                 ADD WRK-VALOR-LANCAMENTO
007230                                 TO LED-CREDITO
007240             END-IF
007250             ADD 1               TO LED-CONTADOR
007260             REWRITE LEDGER-MASTER-RECORD
007270     END-READ.
007280 2510-POST-ENTRY-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------
007310* 2530-BACK-OUT-DEBIT - THE CREDIT LEG FAILED - TAKE THE DEBIT
007320*    LEG JUST POSTED BACK OFF ITS LEDGER RECORD.
007330*----------------------------------------------------------------
007340 2530-BACK-OUT-DEBIT.
007350     MOVE WRK-DATA-LANCAMENTO    TO LED-DATA.
007360     MOVE WRK-CONTA-DEBITO       TO LED-CONTA.
007370     MOVE WRK-ORIGEM-LANCAMENTO  TO LED-ORIGEM.
007380     READ LEDGER-MASTER
007390         INVALID KEY
007400             GO TO 2530-BACK-OUT-DEBIT-EXIT
007410     END-READ.
007420     SUBTRACT WRK-VALOR-LANCAMENTO FROM LED-DEBITO.
007430     SUBTRACT 1                  FROM LED-CONTADOR.
007440     IF LED-CONTADOR = ZERO
007450         DELETE LEDGER-MASTER RECORD
007460     ELSE
007470         REWRITE LEDGER-MASTER-RECORD
007480     END-IF.
007490 2530-BACK-OUT-DEBIT-EXIT.
007500     EXIT.
007510*----------------------------------------------------------------
007520* 2800-WRITE-JOURNAL - APPEND ONE ADJUSTMENT JOURNAL RECORD FOR
007530*    THE CORRECTION JUST POSTED, WITH THE OPERATOR AND REASON.
007540*----------------------------------------------------------------
007550 2800-WRITE-JOURNAL.
007560     MOVE SPACES                 TO AJJ-LOG-RECORD.
007570     ACCEPT AJJ-DATA             FROM DATE YYYYMMDD.
007580     ACCEPT AJJ-HORA             FROM TIME.
007590     MOVE WRK-OPERADOR           TO AJJ-OPERADOR.
007600     MOVE AJ-TRANS-CODE          TO AJJ-TIPO.
007610     MOVE WRK-DATA-LANCAMENTO    TO AJJ-DATA-LANCAMENTO.
007620     MOVE WRK-ORIGEM-LANCAMENTO  TO AJJ-ORIGEM.
007630     MOVE WRK-CONTA-DEBITO       TO AJJ-CONTA-DEBITO.
007640     MOVE WRK-CONTA-CREDITO      TO AJJ-CONTA-CREDITO.
007650     MOVE WRK-VALOR-LANCAMENTO   TO AJJ-VALOR.
007660     MOVE AJ-MOTIVO              TO AJJ-MOTIVO.
007670     WRITE AJJ-LOG-RECORD.
007680 2800-WRITE-JOURNAL-EXIT.
007690     EXIT.
007700*----------------------------------------------------------------
007710* 2900-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
007720*----------------------------------------------------------------
007730 2900-READ-TRANS.
007740     READ ADJ-TRANS-IN
007750         AT END
007760             SET END-OF-TRANS-FILE TO TRUE
007770     END-READ.
007780 2900-READ-TRANS-EXIT.
007790     EXIT.
007800*----------------------------------------------------------------
007810* 9999-FINALIZE - PRINT THE REGISTER TOTALS AND END-OF-JOB
007820*    TOTALS AND CLOSE THE FILES.
007830*----------------------------------------------------------------
007840 9999-FINALIZE.
007850     MOVE SPACES                 TO TOTAL-LINE.
007860     MOVE 'AJUSTES POSTADOS............ ' TO TOT-TITULO.
007870     MOVE WRK-AJUSTE-COUNT       TO TOT-CONTADOR.
007880     MOVE WRK-AJUSTE-TOTAL       TO TOT-VALOR.
007890     WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
007900     MOVE 'ESTORNOS POSTADOS........... ' TO TOT-TITULO.
007910     MOVE WRK-ESTORNO-COUNT      TO TOT-CONTADOR.
007920     MOVE WRK-ESTORNO-TOTAL      TO TOT-VALOR.
007930     WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
007940     MOVE SPACES                 TO TOTAL-LINE.
007950     MOVE 'REJEITADOS.................. ' TO TOT-TITULO.
007960     MOVE WRK-REJECT-COUNT       TO TOT-CONTADOR.
007970     WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
007980     DISPLAY '------------ PROG054 - TOTAIS ------------'.
007990     DISPLAY 'AJUSTES...... ' WRK-AJUSTE-COUNT.
008000     DISPLAY 'ESTORNOS..... ' WRK-ESTORNO-COUNT.
008010     DISPLAY 'REJEITADOS... ' WRK-REJECT-COUNT.
008020     CLOSE ADJ-TRANS-IN.
008030     CLOSE ACCOUNT-MASTER.
008040     CLOSE ORIGIN-MAP.
008050     CLOSE CURRENCY-MASTER.
008060     CLOSE LEDGER-CLOSE.
008070     CLOSE LEDGER-MASTER.
008080     CLOSE ADJ-JOURNAL.
008090     CLOSE ADJUST-RPT.
008100 9999-FINALIZE-EXIT.
008110     EXIT.
