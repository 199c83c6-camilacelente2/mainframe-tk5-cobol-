000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG055.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - LOADS AND MAINTAINS BUDGET-MASTER, THE
000090*    MONTHLY BUDGET PER ORIGIN, PER ACCOUNT OR PER ACCOUNT
000100*    WITHIN AN ORIGIN, FROM A TRANSACTION FILE OF ADD/CHANGE/
000110*    DELETE REQUESTS. THE YEAR'S BUDGET IS LOADED BY ADDS. AN
000120*    ACCOUNT MUST BE ON ACCOUNT-MASTER, AND AN ORIGIN-ONLY LINE
000130*    MUST BE ON THE ORIGIN-MAP, SINCE THAT IS WHERE PROG056
000140*    FINDS ITS ACTUALS. A BEFORE/AFTER REPORT LINE IS PRINTED
000150*    FOR EVERY TRANSACTION APPLIED OR REJECTED. MODELED ON
000160*    PROG026'S CURRENCY-MASTER MAINTENANCE.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* 2026-10-15  RM  ORIGINAL PROGRAM.
000210*----------------------------------------------------------------
000220 ENVIRONMENT                     DIVISION.
000230 CONFIGURATION                   SECTION.
000240 SOURCE-COMPUTER.                IBM-370.
000250 OBJECT-COMPUTER.                IBM-370.
000260 SPECIAL-NAMES.
000270     DECIMAL-POINT IS COMMA.
000280 INPUT-OUTPUT                    SECTION.
000290 FILE-CONTROL.
000300     SELECT BUDG-TRANS-IN        ASSIGN TO BUDTRIN
000310                                 ORGANIZATION IS SEQUENTIAL
000320                                 FILE STATUS IS WS-TRANS-STATUS.
000330     SELECT BUDGET-MASTER        ASSIGN TO BUDGMAST
000340                                 ORGANIZATION IS INDEXED
000350                                 ACCESS MODE IS DYNAMIC
000360                                 RECORD KEY IS BUD-CHAVE
000370                                 FILE STATUS IS WS-BUD-STATUS.
000380     SELECT ACCOUNT-MASTER       ASSIGN TO ACCTMAST
000390                                 ORGANIZATION IS INDEXED
000400                                 ACCESS MODE IS DYNAMIC
000410                                 RECORD KEY IS ACT-CONTA
000420                                 FILE STATUS IS WS-ACT-STATUS.
000430     SELECT ORIGIN-MAP           ASSIGN TO ORIGMAP
000440                                 ORGANIZATION IS INDEXED
000450                                 ACCESS MODE IS DYNAMIC
000460                                 RECORD KEY IS MAP-ORIGEM
000470                                 FILE STATUS IS WS-MAP-STATUS.
000480     SELECT BUDGET-RPT           ASSIGN TO BUDGRPT
000490                                 ORGANIZATION IS SEQUENTIAL
000500                                 FILE STATUS IS WS-RPT-STATUS.
000510 DATA                            DIVISION.
000520 FILE                            SECTION.
000530 FD  BUDG-TRANS-IN
000540     LABEL RECORDS ARE STANDARD.
000550 01  BUDG-TRANS-RECORD.
000560     05  BT-TRANS-CODE           PIC X(01).
000570         88  BT-IS-ADD                       VALUE 'A'.
000580         88  BT-IS-CHANGE                    VALUE 'C'.
000590         88  BT-IS-DELETE                    VALUE 'D'.
000600     05  BT-ORIGEM               PIC X(08).
000610     05  BT-CONTA                PIC X(08).
000620     05  BT-MES                  PIC X(06).
000630     05  BT-MES-R                REDEFINES BT-MES.
000640         10  BT-ANO              PIC 9(04).
000650         10  BT-MES-NUM          PIC 9(02).
000660     05  BT-VALOR                PIC S9(09)V99.
000670     05  BT-TOLERANCIA           PIC 9(03)V99.
000680 FD  BUDGET-MASTER
000690     LABEL RECORDS ARE STANDARD.
000700     COPY BUDGMAST.
000710 FD  ACCOUNT-MASTER
000720     LABEL RECORDS ARE STANDARD.
000730     COPY ACCTMAST.
000740 FD  ORIGIN-MAP
000750     LABEL RECORDS ARE STANDARD.
000760     COPY ORIGMAP.
000770 FD  BUDGET-RPT
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 132 CHARACTERS.
000800 01  RPT-LINE                    PIC X(132).
000810 WORKING-STORAGE                 SECTION.
000820     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
000830 01  HEADING-LINE-1.
000840     05  FILLER                  PIC X(48)
000850             VALUE 'MANUTENCAO ORCAMENTO - PROG055'.
000860     05  FILLER                  PIC X(84) VALUE SPACES.
000870 01  HEADING-LINE-2.
000880     05  FILLER                  PIC X(04) VALUE 'TRN '.
000890     05  FILLER                  PIC X(10) VALUE 'ORIGEM'.
000900     05  FILLER                  PIC X(10) VALUE 'CONTA'.
000910     05  FILLER                  PIC X(08) VALUE 'MES'.
000920     05  FILLER                  PIC X(24) VALUE
000930             '   VALOR ANTES   TOL'.
000940     05  FILLER                  PIC X(24) VALUE
000950             '  VALOR DEPOIS   TOL'.
000960     05  FILLER                  PIC X(20) VALUE 'SITUACAO'.
000970     05  FILLER                  PIC X(32) VALUE SPACES.
000980 01  DETAIL-LINE.
000990     05  DTL-TRANS-CODE          PIC X(02).
001000     05  FILLER                  PIC X(02) VALUE SPACES.
001010     05  DTL-ORIGEM              PIC X(08).
001020     05  FILLER                  PIC X(02) VALUE SPACES.
001030     05  DTL-CONTA               PIC X(08).
001040     05  FILLER                  PIC X(02) VALUE SPACES.
001050     05  DTL-MES                 PIC X(06).
001060     05  FILLER                  PIC X(02) VALUE SPACES.
001070     05  DTL-VALOR-ANTES         PIC -ZZZZZZZZ9,99.
001080     05  FILLER                  PIC X(01) VALUE SPACES.
001090     05  DTL-TOL-ANTES           PIC ZZ9,99.
001100     05  FILLER                  PIC X(04) VALUE SPACES.
001110     05  DTL-VALOR-DEPOIS        PIC -ZZZZZZZZ9,99.
001120     05  FILLER                  PIC X(01) VALUE SPACES.
001130     05  DTL-TOL-DEPOIS          PIC ZZ9,99.
001140     05  FILLER                  PIC X(04) VALUE SPACES.
001150     05  DTL-SITUACAO            PIC X(22).
001160     05  FILLER                  PIC X(30) VALUE SPACES.
001170 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
001180     88  TRANS-STATUS-OK                    VALUE '00'.
001190     88  TRANS-STATUS-EOF                   VALUE '10'.
001200 77  WS-BUD-STATUS               PIC X(02)  VALUE SPACES.
001210     88  BUD-STATUS-OK                      VALUE '00'.
001220     88  BUD-STATUS-NEW-FILE                VALUE '35'.
001230     88  BUD-STATUS-NOT-FOUND               VALUE '23'.
001240     88  BUD-STATUS-DUPLICATE               VALUE '22'.
001250 77  WS-ACT-STATUS               PIC X(02)  VALUE SPACES.
001260     88  ACT-STATUS-OK                      VALUE '00'.
001270 77  WS-MAP-STATUS               PIC X(02)  VALUE SPACES.
001280     88  MAP-STATUS-OK                      VALUE '00'.
001290 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001300     88  RPT-STATUS-OK                      VALUE '00'.
001310 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
001320 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
001330     88  OPERADOR-IS-VALID                  VALUE 'Y'.
001340     88  OPERADOR-IS-INVALID                VALUE 'N'.
001350 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001360     88  END-OF-TRANS-FILE                  VALUE 'Y'.
001370 77  WRK-EDIT-SWITCH             PIC X(01)  VALUE 'Y'.
001380     88  EDIT-IS-VALID                      VALUE 'Y'.
001390     88  EDIT-IS-INVALID                    VALUE 'N'.
001400 77  WRK-ADD-COUNT               PIC 9(06)  COMP VALUE ZERO.
001410 77  WRK-CHANGE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001420 77  WRK-DELETE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001430 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001440 PROCEDURE                       DIVISION.
001450*----------------------------------------------------------------
001460* 0000-MAINLINE
001470*----------------------------------------------------------------
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001500     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
001510         UNTIL OPERADOR-IS-VALID.
001520     PERFORM 2000-PROCESS-TRANS  THRU 2000-PROCESS-TRANS-EXIT
001530         UNTIL END-OF-TRANS-FILE.
001540     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001550     IF WRK-REJECT-COUNT > ZERO
001560         MOVE 4 TO RETURN-CODE
001570     END-IF.
001580     STOP RUN.
001590*----------------------------------------------------------------
001600* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, READ THE FIRST
001610*    TRANSACTION RECORD. BUDGET-MASTER IS CREATED EMPTY ON THE
001620*    FIRST RUN SO THE YEAR'S BUDGET CAN BE LOADED BY ADDS.
001630*----------------------------------------------------------------
001640 1000-INITIALIZE.
001650     OPEN INPUT  BUDG-TRANS-IN.
001660     OPEN INPUT  ACCOUNT-MASTER.
001670     OPEN INPUT  ORIGIN-MAP.
001680     OPEN OUTPUT BUDGET-RPT.
001690     OPEN I-O    BUDGET-MASTER.
001700     IF BUD-STATUS-NEW-FILE
001710         OPEN OUTPUT BUDGET-MASTER
001720         CLOSE BUDGET-MASTER
001730         OPEN I-O BUDGET-MASTER
001740     END-IF.
001750     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
001760     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
001770     PERFORM 2900-READ-TRANS     THRU 2900-READ-TRANS-EXIT.
001780 1000-INITIALIZE-EXIT.
001790     EXIT.
001800*----------------------------------------------------------------
001810* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
001820*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
001830*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT.
001840*----------------------------------------------------------------
001850 1500-SIGNON.
001860     MOVE 'PROG055 '             TO WRK-SGN-PROGRAMA.
001870     MOVE 3                      TO WRK-SGN-NIVEL.
001880     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
001890                                 WRK-SGN-OPERADOR,
001900                                 WRK-SGN-RETORNO.
001910     IF WRK-SGN-OK
001920         SET OPERADOR-IS-VALID TO TRUE
001930         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
001940     ELSE
001950         SET OPERADOR-IS-INVALID TO TRUE
001960     END-IF.
001970 1500-SIGNON-EXIT.
001980     EXIT.
001990*----------------------------------------------------------------
002000* 2000-PROCESS-TRANS - APPLY THE CURRENT TRANSACTION TO
002010*    BUDGET-MASTER AND PRINT A BEFORE/AFTER DETAIL LINE, THEN
002020*    READ THE NEXT TRANSACTION RECORD.
002030*----------------------------------------------------------------
002040 2000-PROCESS-TRANS.
002050     MOVE SPACES                 TO DETAIL-LINE.
002060     MOVE BT-TRANS-CODE          TO DTL-TRANS-CODE.
002070     MOVE BT-ORIGEM              TO DTL-ORIGEM.
002080     MOVE BT-CONTA               TO DTL-CONTA.
002090     MOVE BT-MES                 TO DTL-MES.
002100     EVALUATE TRUE
002110         WHEN BT-IS-ADD
002120             PERFORM 2100-APPLY-ADD
002130                                THRU 2100-APPLY-ADD-EXIT
002140         WHEN BT-IS-CHANGE
002150             PERFORM 2200-APPLY-CHANGE
002160                                THRU 2200-APPLY-CHANGE-EXIT
002170         WHEN BT-IS-DELETE
002180             PERFORM 2300-APPLY-DELETE
002190                                THRU 2300-APPLY-DELETE-EXIT
002200         WHEN OTHER
002210             MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
002220             ADD 1 TO WRK-REJECT-COUNT
002230     END-EVALUATE.
002240     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
002250     PERFORM 2900-READ-TRANS     THRU 2900-READ-TRANS-EXIT.
002260 2000-PROCESS-TRANS-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------
002290* 2050-EDIT-BUDGET - A BUDGET LINE NEEDS A VALID MONTH, AN
002300*    AMOUNT AND A TOLERANCE, AND AN ORIGIN, AN ACCOUNT OR BOTH.
002310*    AN ACCOUNT MUST BE ON THE CHART; AN ORIGIN-ONLY LINE MUST
002320*    BE MAPPED, SINCE ITS ACTUAL IS READ FROM THE MAPPED DEBIT
002330*    ACCOUNT.
002340*----------------------------------------------------------------
002350 2050-EDIT-BUDGET.
002360     SET EDIT-IS-VALID           TO TRUE.
002370     IF BT-MES NOT NUMERIC
002380         OR BT-MES-NUM < 1 OR BT-MES-NUM > 12
002390         MOVE 'MES INVALIDO'     TO DTL-SITUACAO
002400         SET EDIT-IS-INVALID     TO TRUE
002410         GO TO 2050-EDIT-BUDGET-EXIT
002420     END-IF.
002430     IF BT-VALOR NOT NUMERIC
002440         OR BT-TOLERANCIA NOT NUMERIC
002450         MOVE 'VALOR INVALIDO'   TO DTL-SITUACAO
002460         SET EDIT-IS-INVALID     TO TRUE
002470         GO TO 2050-EDIT-BUDGET-EXIT
002480     END-IF.
002490     IF BT-ORIGEM = SPACES AND BT-CONTA = SPACES
002500         MOVE 'ORIGEM/CONTA EM BRANCO' TO DTL-SITUACAO
002510         SET EDIT-IS-INVALID     TO TRUE
002520         GO TO 2050-EDIT-BUDGET-EXIT
002530     END-IF.
002540     IF BT-CONTA NOT = SPACES
002550         MOVE BT-CONTA           TO ACT-CONTA
002560         READ ACCOUNT-MASTER
002570             INVALID KEY
002580                 MOVE 'CONTA NAO CADASTRADA' TO DTL-SITUACAO
002590                 SET EDIT-IS-INVALID TO TRUE
002600         END-READ
002610         GO TO 2050-EDIT-BUDGET-EXIT
002620     END-IF.
002630     MOVE BT-ORIGEM              TO MAP-ORIGEM.
002640     READ ORIGIN-MAP
002650         INVALID KEY
002660             MOVE 'ORIGEM SEM CONTA'  TO DTL-SITUACAO
002670             SET EDIT-IS-INVALID TO TRUE
002680     END-READ.
002690 2050-EDIT-BUDGET-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
002720* 2100-APPLY-ADD - ADD A NEW BUDGET LINE FOR THE MONTH,
002730*    REJECTING A DUPLICATE OR ONE THAT FAILS THE EDIT.
002740*----------------------------------------------------------------
002750 2100-APPLY-ADD.
002760     PERFORM 2050-EDIT-BUDGET    THRU 2050-EDIT-BUDGET-EXIT.
002770     IF EDIT-IS-INVALID
002780         ADD 1 TO WRK-REJECT-COUNT
002790         GO TO 2100-APPLY-ADD-EXIT
002800     END-IF.
002810     MOVE SPACES                 TO BUDGET-MASTER-RECORD.
002820     MOVE BT-ORIGEM              TO BUD-ORIGEM.
002830     MOVE BT-CONTA               TO BUD-CONTA.
002840     MOVE BT-MES                 TO BUD-MES.
002850     MOVE BT-VALOR               TO BUD-VALOR.
002860     MOVE BT-TOLERANCIA          TO BUD-TOLERANCIA.
002870     MOVE BT-VALOR               TO DTL-VALOR-DEPOIS.
002880     MOVE BT-TOLERANCIA          TO DTL-TOL-DEPOIS.
002890     WRITE BUDGET-MASTER-RECORD
002900         INVALID KEY
002910             MOVE 'ORCAMENTO JA EXISTE' TO DTL-SITUACAO
002920             ADD 1 TO WRK-REJECT-COUNT
002930         NOT INVALID KEY
002940             MOVE 'INCLUIDO' TO DTL-SITUACAO
002950             ADD 1 TO WRK-ADD-COUNT
002960     END-WRITE.
002970 2100-APPLY-ADD-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000* 2200-APPLY-CHANGE - READ THE EXISTING LINE FOR ITS BEFORE
003010*    IMAGE, THEN REWRITE IT WITH THE NEW AMOUNT AND TOLERANCE.
003020*----------------------------------------------------------------
003030 2200-APPLY-CHANGE.
003040     MOVE BT-ORIGEM              TO BUD-ORIGEM.
003050     MOVE BT-CONTA               TO BUD-CONTA.
003060     MOVE BT-MES                 TO BUD-MES.
003070     READ BUDGET-MASTER
003080         INVALID KEY
003090             MOVE 'ORCAMENTO NAO EXISTE' TO DTL-SITUACAO
003100             ADD 1 TO WRK-REJECT-COUNT
003110             GO TO 2200-APPLY-CHANGE-EXIT
003120     END-READ.
003130     MOVE BUD-VALOR              TO DTL-VALOR-ANTES.
003140     MOVE BUD-TOLERANCIA         TO DTL-TOL-ANTES.
003150     PERFORM 2050-EDIT-BUDGET    THRU 2050-EDIT-BUDGET-EXIT.
003160     IF EDIT-IS-INVALID
003170         ADD 1 TO WRK-REJECT-COUNT
003180         GO TO 2200-APPLY-CHANGE-EXIT
003190     END-IF.
003200     MOVE BT-VALOR               TO BUD-VALOR.
003210     MOVE BT-TOLERANCIA          TO BUD-TOLERANCIA.
003220     MOVE BT-VALOR               TO DTL-VALOR-DEPOIS.
003230     MOVE BT-TOLERANCIA          TO DTL-TOL-DEPOIS.
003240     REWRITE BUDGET-MASTER-RECORD.
003250     MOVE 'ALTERADO'             TO DTL-SITUACAO.
003260     ADD 1                       TO WRK-CHANGE-COUNT.
003270 2200-APPLY-CHANGE-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------
003300* 2300-APPLY-DELETE - READ THE EXISTING LINE FOR ITS BEFORE
003310*    IMAGE, THEN DELETE IT.
003320*----------------------------------------------------------------
003330 2300-APPLY-DELETE.
003340     MOVE BT-ORIGEM              TO BUD-ORIGEM.
003350     MOVE BT-CONTA               TO BUD-CONTA.
003360     MOVE BT-MES                 TO BUD-MES.
003370     READ BUDGET-MASTER
003380         INVALID KEY
003390             MOVE 'ORCAMENTO NAO EXISTE' TO DTL-SITUACAO
003400             ADD 1 TO WRK-REJECT-COUNT
003410         NOT INVALID KEY
003420             MOVE BUD-VALOR      TO DTL-VALOR-ANTES
003430             MOVE BUD-TOLERANCIA TO DTL-TOL-ANTES
003440             DELETE BUDGET-MASTER RECORD
003450             MOVE 'EXCLUIDO' TO DTL-SITUACAO
003460             ADD 1 TO WRK-DELETE-COUNT
003470     END-READ.
003480 2300-APPLY-DELETE-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510* 2900-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
003520*----------------------------------------------------------------
003530 2900-READ-TRANS.
003540     READ BUDG-TRANS-IN
003550         AT END
003560             SET END-OF-TRANS-FILE TO TRUE
003570     END-READ.
003580 2900-READ-TRANS-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------
003610* 9999-FINALIZE - PRINT END-OF-JOB TOTALS AND CLOSE THE FILES.
003620*----------------------------------------------------------------
003630 9999-FINALIZE.
003640     DISPLAY '------------ PROG055 - TOTAIS ------------'.
003650     DISPLAY 'INCLUSOES.... ' WRK-ADD-COUNT.
003660     DISPLAY 'ALTERACOES... ' WRK-CHANGE-COUNT.
003670     DISPLAY 'EXCLUSOES.... ' WRK-DELETE-COUNT.
003680     DISPLAY 'REJEITADAS... ' WRK-REJECT-COUNT.
003690     CLOSE BUDG-TRANS-IN.
003700     CLOSE ACCOUNT-MASTER.
003710     CLOSE ORIGIN-MAP.
003720     CLOSE BUDGET-MASTER.
003730     CLOSE BUDGET-RPT.
003740 9999-FINALIZE-EXIT.
003750     EXIT.
