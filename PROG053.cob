000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG053.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - MAINTAINS THE CHART OF ACCOUNTS
000090*    (ACCOUNT-MASTER) AND THE ORIGIN-MAP THAT NAMES THE DEBIT
000100*    AND CREDIT ACCOUNT FOR EACH GL-ORIGEM PROG025 POSTS, FROM
000110*    A TRANSACTION FILE OF ADD/CHANGE/DELETE REQUESTS. EACH
000120*    TRANSACTION CARRIES A RECORD TYPE - C FOR AN ACCOUNT, M
000130*    FOR AN ORIGIN MAPPING. A MAPPING MUST NAME TWO DIFFERENT
000140*    ACCOUNTS ALREADY ON FILE, AND AN ACCOUNT STILL NAMED BY A
000150*    MAPPING CANNOT BE DELETED. A BEFORE/AFTER REPORT LINE IS
000160*    PRINTED FOR EVERY TRANSACTION APPLIED OR REJECTED.
000170*    MODELED ON PROG026'S CURRENCY-MASTER MAINTENANCE.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*----------------------------------------------------------------
000210* 2026-10-15  RM  ORIGINAL PROGRAM.
000212* 2026-10-15  RM  STAMP THE DATE AN ORIGIN'S ACCOUNT PAIR WAS SET
000214*                 ON ADD AND CHANGE, FOR THE PROG054 REVERSAL.
000220*----------------------------------------------------------------
000230 ENVIRONMENT                     DIVISION.
000240 CONFIGURATION                   SECTION.
000250 SOURCE-COMPUTER.                IBM-370.
000260 OBJECT-COMPUTER.                IBM-370.
000270 SPECIAL-NAMES.
000280     DECIMAL-POINT IS COMMA.
000290 INPUT-OUTPUT                    SECTION.
000300 FILE-CONTROL.
000310     SELECT ACCT-TRANS-IN        ASSIGN TO ACCTRIN
000320                                 ORGANIZATION IS SEQUENTIAL
000330                                 FILE STATUS IS WS-TRANS-STATUS.
000340     SELECT ACCOUNT-MASTER       ASSIGN TO ACCTMAST
000350                                 ORGANIZATION IS INDEXED
000360                                 ACCESS MODE IS DYNAMIC
000370                                 RECORD KEY IS ACT-CONTA
000380                                 FILE STATUS IS WS-ACT-STATUS.
000390     SELECT ORIGIN-MAP           ASSIGN TO ORIGMAP
000400                                 ORGANIZATION IS INDEXED
000410                                 ACCESS MODE IS DYNAMIC
000420                                 RECORD KEY IS MAP-ORIGEM
000430                                 FILE STATUS IS WS-MAP-STATUS.
000440     SELECT ACCOUNT-RPT          ASSIGN TO ACCTRPT
000450                                 ORGANIZATION IS SEQUENTIAL
000460                                 FILE STATUS IS WS-RPT-STATUS.
000470 DATA                            DIVISION.
000480 FILE                            SECTION.
000490 FD  ACCT-TRANS-IN
000500     LABEL RECORDS ARE STANDARD.
000510 01  ACCT-TRANS-RECORD.
000520     05  AT-TRANS-CODE           PIC X(01).
000530         88  AT-IS-ADD                       VALUE 'A'.
000540         88  AT-IS-CHANGE                    VALUE 'C'.
000550         88  AT-IS-DELETE                    VALUE 'D'.
000560     05  AT-REGISTRO             PIC X(01).
000570         88  AT-IS-CONTA                     VALUE 'C'.
000580         88  AT-IS-MAPA                      VALUE 'M'.
000590     05  AT-CHAVE                PIC X(08).
000600     05  AT-DADOS-CONTA.
000610         10  AT-DESCRICAO        PIC X(30).
000620         10  AT-TIPO             PIC X(01).
000630         10  AT-NATUREZA         PIC X(01).
000640     05  AT-DADOS-MAPA           REDEFINES AT-DADOS-CONTA.
000650         10  AT-CONTA-DEBITO     PIC X(08).
000660         10  AT-CONTA-CREDITO    PIC X(08).
000670         10  FILLER              PIC X(16).
000680 FD  ACCOUNT-MASTER
000690     LABEL RECORDS ARE STANDARD.
000700     COPY ACCTMAST.
000710 FD  ORIGIN-MAP
000720     LABEL RECORDS ARE STANDARD.
000730     COPY ORIGMAP.
000740 FD  ACCOUNT-RPT
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 132 CHARACTERS.
000770 01  RPT-LINE                    PIC X(132).
000780 WORKING-STORAGE                 SECTION.
000790     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
000800 01  HEADING-LINE-1.
000810     05  FILLER                  PIC X(48)
000820             VALUE 'MANUTENCAO PLANO DE CONTAS - PROG053'.
000830     05  FILLER                  PIC X(84) VALUE SPACES.
000840 01  HEADING-LINE-2.
000850     05  FILLER                  PIC X(04) VALUE 'TRN '.
000860     05  FILLER                  PIC X(03) VALUE 'RG '.
000870     05  FILLER                  PIC X(10) VALUE 'CHAVE'.
000880     05  FILLER                  PIC X(36) VALUE 'ANTES'.
000890     05  FILLER                  PIC X(36) VALUE 'DEPOIS'.
000900     05  FILLER                  PIC X(20) VALUE 'SITUACAO'.
000910     05  FILLER                  PIC X(23) VALUE SPACES.
000920 01  DETAIL-LINE.
000930     05  DTL-TRANS-CODE          PIC X(02).
000940     05  FILLER                  PIC X(02) VALUE SPACES.
000950     05  DTL-REGISTRO            PIC X(01).
000960     05  FILLER                  PIC X(02) VALUE SPACES.
000970     05  DTL-CHAVE               PIC X(08).
000980     05  FILLER                  PIC X(02) VALUE SPACES.
000990     05  DTL-ANTES               PIC X(34).
001000     05  FILLER                  PIC X(02) VALUE SPACES.
001010     05  DTL-DEPOIS              PIC X(34).
001020     05  FILLER                  PIC X(02) VALUE SPACES.
001030     05  DTL-SITUACAO            PIC X(22).
001040     05  FILLER                  PIC X(21) VALUE SPACES.
001050 01  ACCOUNT-IMAGE.
001060     05  AIM-DESCRICAO           PIC X(30).
001070     05  FILLER                  PIC X(01) VALUE SPACES.
001080     05  AIM-TIPO                PIC X(01).
001090     05  FILLER                  PIC X(01) VALUE SPACES.
001100     05  AIM-NATUREZA            PIC X(01).
001110 01  MAP-IMAGE.
001120     05  MIM-CONTA-DEBITO        PIC X(08).
001130     05  FILLER                  PIC X(03) VALUE ' / '.
001140     05  MIM-CONTA-CREDITO       PIC X(08).
001150     05  FILLER                  PIC X(15) VALUE SPACES.
001160 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
001170     88  TRANS-STATUS-OK                    VALUE '00'.
001180     88  TRANS-STATUS-EOF                   VALUE '10'.
001190 77  WS-ACT-STATUS               PIC X(02)  VALUE SPACES.
001200     88  ACT-STATUS-OK                      VALUE '00'.
001210     88  ACT-STATUS-NEW-FILE                VALUE '35'.
001220     88  ACT-STATUS-NOT-FOUND               VALUE '23'.
001230 77  WS-MAP-STATUS               PIC X(02)  VALUE SPACES.
001240     88  MAP-STATUS-OK                      VALUE '00'.
001250     88  MAP-STATUS-NEW-FILE                VALUE '35'.
001260     88  MAP-STATUS-NOT-FOUND               VALUE '23'.
001270 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001280     88  RPT-STATUS-OK                      VALUE '00'.
001290 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
001295 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
001300 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
001310     88  OPERADOR-IS-VALID                  VALUE 'Y'.
001320     88  OPERADOR-IS-INVALID                VALUE 'N'.
001330 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001340     88  END-OF-TRANS-FILE                  VALUE 'Y'.
001350 77  WRK-MAP-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001360     88  END-OF-MAP                         VALUE 'Y'.
001370 77  WRK-EDIT-SWITCH             PIC X(01)  VALUE 'Y'.
001380     88  EDIT-IS-VALID                      VALUE 'Y'.
001390     88  EDIT-IS-INVALID                    VALUE 'N'.
001400 77  WRK-EM-USO-SWITCH           PIC X(01)  VALUE 'N'.
001410     88  CONTA-EM-USO                       VALUE 'Y'.
001420 77  WRK-ADD-COUNT               PIC 9(06)  COMP VALUE ZERO.
001430 77  WRK-CHANGE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001440 77  WRK-DELETE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001450 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001460 PROCEDURE                       DIVISION.
001470*----------------------------------------------------------------
001480* 0000-MAINLINE
001490*----------------------------------------------------------------
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001520     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
001530         UNTIL OPERADOR-IS-VALID.
001540     PERFORM 2000-PROCESS-TRANS  THRU 2000-PROCESS-TRANS-EXIT
001550         UNTIL END-OF-TRANS-FILE.
001560     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001570     IF WRK-REJECT-COUNT > ZERO
001580         MOVE 4 TO RETURN-CODE
001590     END-IF.
001600     STOP RUN.
001610*----------------------------------------------------------------
001620* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, READ THE FIRST
001630*    TRANSACTION RECORD. ACCOUNT-MASTER AND ORIGIN-MAP ARE
001640*    CREATED EMPTY ON THE FIRST RUN SO THE CHART CAN BE LOADED
001650*    BY ADDS.
001660*----------------------------------------------------------------
001670 1000-INITIALIZE.
001675     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
001680     OPEN INPUT  ACCT-TRANS-IN.
001690     OPEN OUTPUT ACCOUNT-RPT.
001700     OPEN I-O    ACCOUNT-MASTER.
001710     IF ACT-STATUS-NEW-FILE
001720         OPEN OUTPUT ACCOUNT-MASTER
001730         CLOSE ACCOUNT-MASTER
001740         OPEN I-O ACCOUNT-MASTER
001750     END-IF.
001760     OPEN I-O    ORIGIN-MAP.
001770     IF MAP-STATUS-NEW-FILE
001780         OPEN OUTPUT ORIGIN-MAP
001790         CLOSE ORIGIN-MAP
001800         OPEN I-O ORIGIN-MAP
001810     END-IF.
001820     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
001830     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
001840     PERFORM 2900-READ-TRANS     THRU 2900-READ-TRANS-EXIT.
001850 1000-INITIALIZE-EXIT.
001860     EXIT.
001870*----------------------------------------------------------------
001880* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
001890*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
001900*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT.
001910*----------------------------------------------------------------
001920 1500-SIGNON.
001930     MOVE 'PROG053 '             TO WRK-SGN-PROGRAMA.
001940     MOVE 3                      TO WRK-SGN-NIVEL.
001950     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
001960                                 WRK-SGN-OPERADOR,
001970                                 WRK-SGN-RETORNO.
001980     IF WRK-SGN-OK
001990         SET OPERADOR-IS-VALID TO TRUE
002000         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
002010     ELSE
002020         SET OPERADOR-IS-INVALID TO TRUE
002030     END-IF.
002040 1500-SIGNON-EXIT.
002050     EXIT.
002060*----------------------------------------------------------------
002070* 2000-PROCESS-TRANS - APPLY THE CURRENT TRANSACTION TO THE
002080*    CHART OF ACCOUNTS OR THE ORIGIN-MAP AND PRINT A BEFORE/
002090*    AFTER DETAIL LINE, THEN READ THE NEXT TRANSACTION RECORD.
002100*----------------------------------------------------------------
002110 2000-PROCESS-TRANS.
002120     MOVE SPACES                 TO DETAIL-LINE.
002130     MOVE AT-TRANS-CODE          TO DTL-TRANS-CODE.
002140     MOVE AT-REGISTRO            TO DTL-REGISTRO.
002150     MOVE AT-CHAVE               TO DTL-CHAVE.
002160     EVALUATE TRUE
002170         WHEN AT-IS-CONTA AND AT-IS-ADD
002180             PERFORM 2100-ADD-ACCOUNT
002190                                THRU 2100-ADD-ACCOUNT-EXIT
002200         WHEN AT-IS-CONTA AND AT-IS-CHANGE
002210             PERFORM 2200-CHANGE-ACCOUNT
002220                                THRU 2200-CHANGE-ACCOUNT-EXIT
002230         WHEN AT-IS-CONTA AND AT-IS-DELETE
002240             PERFORM 2300-DELETE-ACCOUNT
002250                                THRU 2300-DELETE-ACCOUNT-EXIT
002260         WHEN AT-IS-MAPA AND AT-IS-ADD
002270             PERFORM 2500-ADD-MAP
002280                                THRU 2500-ADD-MAP-EXIT
002290         WHEN AT-IS-MAPA AND AT-IS-CHANGE
002300             PERFORM 2600-CHANGE-MAP
002310                                THRU 2600-CHANGE-MAP-EXIT
002320         WHEN AT-IS-MAPA AND AT-IS-DELETE
002330             PERFORM 2700-DELETE-MAP
002340                                THRU 2700-DELETE-MAP-EXIT
002350         WHEN OTHER
002360             MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
002370             ADD 1 TO WRK-REJECT-COUNT
002380     END-EVALUATE.
002390     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
002400     PERFORM 2900-READ-TRANS     THRU 2900-READ-TRANS-EXIT.
002410 2000-PROCESS-TRANS-EXIT.
002420     EXIT.
002430*----------------------------------------------------------------
002440* 2050-EDIT-ACCOUNT - AN ACCOUNT NEEDS A DESCRIPTION, A VALID
002450*    TYPE (A/P/L/R/D) AND A VALID NORMAL BALANCE (D/C).
002460*----------------------------------------------------------------
002470 2050-EDIT-ACCOUNT.
002480     SET EDIT-IS-VALID           TO TRUE.
002490     MOVE AT-TIPO                TO ACT-TIPO.
002500     MOVE AT-NATUREZA            TO ACT-NATUREZA.
002510     IF AT-DESCRICAO = SPACES
002520         MOVE 'DESCRICAO EM BRANCO' TO DTL-SITUACAO
002530         SET EDIT-IS-INVALID     TO TRUE
002540         GO TO 2050-EDIT-ACCOUNT-EXIT
002550     END-IF.
002560     IF NOT ACT-TIPO-IS-VALIDO
002570         MOVE 'TIPO DE CONTA INVALIDO' TO DTL-SITUACAO
002580         SET EDIT-IS-INVALID     TO TRUE
002590         GO TO 2050-EDIT-ACCOUNT-EXIT
002600     END-IF.
002610     IF NOT ACT-NATUREZA-IS-VALIDA
002620         MOVE 'NATUREZA INVALIDA' TO DTL-SITUACAO
002630         SET EDIT-IS-INVALID     TO TRUE
002640     END-IF.
002650 2050-EDIT-ACCOUNT-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------
002680* 2100-ADD-ACCOUNT - ADD A NEW ACCOUNT TO THE CHART,
002690*    REJECTING A DUPLICATE OR ONE THAT FAILS THE EDIT.
002700*----------------------------------------------------------------
002710 2100-ADD-ACCOUNT.
002720     PERFORM 2050-EDIT-ACCOUNT   THRU 2050-EDIT-ACCOUNT-EXIT.
002730     IF EDIT-IS-INVALID
002740         ADD 1 TO WRK-REJECT-COUNT
002750         GO TO 2100-ADD-ACCOUNT-EXIT
002760     END-IF.
002770     MOVE SPACES                 TO ACCOUNT-MASTER-RECORD.
002780     MOVE AT-CHAVE               TO ACT-CONTA.
002790     MOVE AT-DESCRICAO           TO ACT-DESCRICAO.
002800     MOVE AT-TIPO                TO ACT-TIPO.
002810     MOVE AT-NATUREZA            TO ACT-NATUREZA.
002820     PERFORM 2810-ACCOUNT-AFTER  THRU 2810-ACCOUNT-AFTER-EXIT.
002830     WRITE ACCOUNT-MASTER-RECORD
002840         INVALID KEY
002850             MOVE 'CONTA JA CADASTRADA' TO DTL-SITUACAO
002860             ADD 1 TO WRK-REJECT-COUNT
002870         NOT INVALID KEY
002880             MOVE 'INCLUIDA' TO DTL-SITUACAO
002890             ADD 1 TO WRK-ADD-COUNT
002900     END-WRITE.
002910 2100-ADD-ACCOUNT-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940* 2200-CHANGE-ACCOUNT - READ THE EXISTING ACCOUNT FOR ITS
002950*    BEFORE IMAGE, THEN REWRITE IT WITH THE NEW DESCRIPTION,
002960*    TYPE AND NORMAL BALANCE.
002970*----------------------------------------------------------------
002980 2200-CHANGE-ACCOUNT.
002990     MOVE AT-CHAVE               TO ACT-CONTA.
003000     READ ACCOUNT-MASTER
003010         INVALID KEY
003020             MOVE 'CONTA NAO CADASTRADA' TO DTL-SITUACAO
003030             ADD 1 TO WRK-REJECT-COUNT
003040             GO TO 2200-CHANGE-ACCOUNT-EXIT
003050     END-READ.
003060     PERFORM 2800-ACCOUNT-BEFORE THRU 2800-ACCOUNT-BEFORE-EXIT.
003070     PERFORM 2050-EDIT-ACCOUNT   THRU 2050-EDIT-ACCOUNT-EXIT.
003080     IF EDIT-IS-INVALID
003090         ADD 1 TO WRK-REJECT-COUNT
003100         GO TO 2200-CHANGE-ACCOUNT-EXIT
003110     END-IF.
003120     MOVE AT-DESCRICAO           TO ACT-DESCRICAO.
003130     MOVE AT-TIPO                TO ACT-TIPO.
003140     MOVE AT-NATUREZA            TO ACT-NATUREZA.
003150     PERFORM 2810-ACCOUNT-AFTER  THRU 2810-ACCOUNT-AFTER-EXIT.
003160     REWRITE ACCOUNT-MASTER-RECORD.
003170     MOVE 'ALTERADA'             TO DTL-SITUACAO.
003180     ADD 1                       TO WRK-CHANGE-COUNT.
003190 2200-CHANGE-ACCOUNT-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220* 2300-DELETE-ACCOUNT - READ THE EXISTING ACCOUNT FOR ITS
003230*    BEFORE IMAGE AND DELETE IT, UNLESS AN ORIGIN MAPPING
003240*    STILL POSTS TO IT.
003250*----------------------------------------------------------------
003260 2300-DELETE-ACCOUNT.
003270     MOVE AT-CHAVE               TO ACT-CONTA.
003280     READ ACCOUNT-MASTER
003290         INVALID KEY
003300             MOVE 'CONTA NAO CADASTRADA' TO DTL-SITUACAO
003310             ADD 1 TO WRK-REJECT-COUNT
003320             GO TO 2300-DELETE-ACCOUNT-EXIT
003330     END-READ.
003340     PERFORM 2800-ACCOUNT-BEFORE THRU 2800-ACCOUNT-BEFORE-EXIT.
003350     PERFORM 2350-CHECK-IN-USE   THRU 2350-CHECK-IN-USE-EXIT.
003360     IF CONTA-EM-USO
003370         MOVE 'CONTA EM USO - ORIGEM' TO DTL-SITUACAO
003380         ADD 1 TO WRK-REJECT-COUNT
003390         GO TO 2300-DELETE-ACCOUNT-EXIT
003400     END-IF.
003410     DELETE ACCOUNT-MASTER RECORD.
003420     MOVE 'EXCLUIDA'             TO DTL-SITUACAO.
003430     ADD 1                       TO WRK-DELETE-COUNT.
003440 2300-DELETE-ACCOUNT-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470* 2350-CHECK-IN-USE - SCAN THE ORIGIN-MAP FOR A MAPPING THAT
003480*    STILL DEBITS OR CREDITS THE ACCOUNT BEING DELETED.
003490*----------------------------------------------------------------
003500 2350-CHECK-IN-USE.
003510     MOVE 'N'                    TO WRK-EM-USO-SWITCH.
003520     MOVE 'N'                    TO WRK-MAP-EOF-SWITCH.
003530     MOVE LOW-VALUES             TO MAP-ORIGEM.
003540     START ORIGIN-MAP KEY IS NOT LESS THAN MAP-ORIGEM
003550         INVALID KEY
003560             SET END-OF-MAP TO TRUE
003570     END-START.
003580     PERFORM 2360-SCAN-MAP       THRU 2360-SCAN-MAP-EXIT
003590         UNTIL END-OF-MAP OR CONTA-EM-USO.
003600 2350-CHECK-IN-USE-EXIT.
003610     EXIT.
003620*----------------------------------------------------------------
003630* 2360-SCAN-MAP - TEST ONE ORIGIN MAPPING AGAINST THE ACCOUNT.
003640*----------------------------------------------------------------
003650 2360-SCAN-MAP.
003660     READ ORIGIN-MAP NEXT RECORD
003670         AT END
003680             SET END-OF-MAP TO TRUE
003690         NOT AT END
003700             IF MAP-CONTA-DEBITO = ACT-CONTA
003710                 OR MAP-CONTA-CREDITO = ACT-CONTA
003720                 SET CONTA-EM-USO TO TRUE
003730             END-IF
003740     END-READ.
003750 2360-SCAN-MAP-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780* 2450-EDIT-MAP - A MAPPING MUST NAME TWO DIFFERENT ACCOUNTS,
003790*    BOTH ALREADY ON THE CHART OF ACCOUNTS.
003800*----------------------------------------------------------------
003810 2450-EDIT-MAP.
003820     SET EDIT-IS-VALID           TO TRUE.
003830     IF AT-CONTA-DEBITO = AT-CONTA-CREDITO
003840         MOVE 'DEBITO IGUAL CREDITO' TO DTL-SITUACAO
003850         SET EDIT-IS-INVALID     TO TRUE
003860         GO TO 2450-EDIT-MAP-EXIT
003870     END-IF.
003880     MOVE AT-CONTA-DEBITO        TO ACT-CONTA.
003890     READ ACCOUNT-MASTER
003900         INVALID KEY
003910             MOVE 'CONTA DEBITO INEXIST.' TO DTL-SITUACAO
003920             SET EDIT-IS-INVALID TO TRUE
003930             GO TO 2450-EDIT-MAP-EXIT
003940     END-READ.
003950     MOVE AT-CONTA-CREDITO       TO ACT-CONTA.
003960     READ ACCOUNT-MASTER
003970         INVALID KEY
003980             MOVE 'CONTA CREDITO INEXIST' TO DTL-SITUACAO
003990             SET EDIT-IS-INVALID TO TRUE
004000     END-READ.
004010 2450-EDIT-MAP-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040* 2500-ADD-MAP - ADD THE DEBIT/CREDIT ACCOUNT PAIR FOR A NEW
004050*    ORIGIN, REJECTING A DUPLICATE OR ONE THAT FAILS THE EDIT.
004055*    THE PAIR IS STAMPED WITH TODAY'S DATE.
004060*----------------------------------------------------------------
004070 2500-ADD-MAP.
004080     PERFORM 2450-EDIT-MAP       THRU 2450-EDIT-MAP-EXIT.
004090     IF EDIT-IS-INVALID
004100         ADD 1 TO WRK-REJECT-COUNT
004110         GO TO 2500-ADD-MAP-EXIT
004120     END-IF.
004130     MOVE SPACES                 TO ORIGIN-MAP-RECORD.
004140     MOVE AT-CHAVE               TO MAP-ORIGEM.
004150     MOVE AT-CONTA-DEBITO        TO MAP-CONTA-DEBITO.
004160     MOVE AT-CONTA-CREDITO       TO MAP-CONTA-CREDITO.
004165     MOVE WRK-DATA-HOJE          TO MAP-DATA-ALTERACAO.
004170     PERFORM 2830-MAP-AFTER      THRU 2830-MAP-AFTER-EXIT.
004180     WRITE ORIGIN-MAP-RECORD
004190         INVALID KEY
004200             MOVE 'ORIGEM JA MAPEADA' TO DTL-SITUACAO
004210             ADD 1 TO WRK-REJECT-COUNT
004220         NOT INVALID KEY
004230             MOVE 'INCLUIDA' TO DTL-SITUACAO
004240             ADD 1 TO WRK-ADD-COUNT
004250     END-WRITE.
004260 2500-ADD-MAP-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
004290* 2600-CHANGE-MAP - READ THE EXISTING MAPPING FOR ITS BEFORE
004300*    IMAGE, THEN REWRITE IT WITH THE NEW ACCOUNT PAIR AND
004305*    TODAY'S DATE.
004310*----------------------------------------------------------------
004320 2600-CHANGE-MAP.
004330     MOVE AT-CHAVE               TO MAP-ORIGEM.
004340     READ ORIGIN-MAP
004350         INVALID KEY
004360             MOVE 'ORIGEM NAO MAPEADA' TO DTL-SITUACAO
004370             ADD 1 TO WRK-REJECT-COUNT
004380             GO TO 2600-CHANGE-MAP-EXIT
004390     END-READ.
004400     PERFORM 2820-MAP-BEFORE     THRU 2820-MAP-BEFORE-EXIT.
004410     PERFORM 2450-EDIT-MAP       THRU 2450-EDIT-MAP-EXIT.
004420     IF EDIT-IS-INVALID
004430         ADD 1 TO WRK-REJECT-COUNT
004440         GO TO 2600-CHANGE-MAP-EXIT
004450     END-IF.
004460     MOVE AT-CONTA-DEBITO        TO MAP-CONTA-DEBITO.
004470     MOVE AT-CONTA-CREDITO       TO MAP-CONTA-CREDITO.
004475     MOVE WRK-DATA-HOJE          TO MAP-DATA-ALTERACAO.
004480     PERFORM 2830-MAP-AFTER      THRU 2830-MAP-AFTER-EXIT.
004490     REWRITE ORIGIN-MAP-RECORD.
004500     MOVE 'ALTERADA'             TO DTL-SITUACAO.
004510     ADD 1                       TO WRK-CHANGE-COUNT.
004520 2600-CHANGE-MAP-EXIT.
004530     EXIT.
004540*----------------------------------------------------------------
004550* 2700-DELETE-MAP - READ THE EXISTING MAPPING FOR ITS BEFORE
004560*    IMAGE, THEN DELETE IT. PROG025 CARRIES FORWARD ANY
004570*    RECORD OF AN ORIGIN THAT IS NO LONGER MAPPED.
004580*----------------------------------------------------------------
004590 2700-DELETE-MAP.
004600     MOVE AT-CHAVE               TO MAP-ORIGEM.
004610     READ ORIGIN-MAP
004620         INVALID KEY
004630             MOVE 'ORIGEM NAO MAPEADA' TO DTL-SITUACAO
004640             ADD 1 TO WRK-REJECT-COUNT
004650             GO TO 2700-DELETE-MAP-EXIT
004660     END-READ.
004670     PERFORM 2820-MAP-BEFORE     THRU 2820-MAP-BEFORE-EXIT.
004680     DELETE ORIGIN-MAP RECORD.
004690     MOVE 'EXCLUIDA'             TO DTL-SITUACAO.
004700     ADD 1                       TO WRK-DELETE-COUNT.
004710 2700-DELETE-MAP-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* 2800-ACCOUNT-BEFORE - FORMAT THE ACCOUNT'S BEFORE IMAGE.
004750*----------------------------------------------------------------
004760 2800-ACCOUNT-BEFORE.
004770     MOVE ACT-DESCRICAO          TO AIM-DESCRICAO.
004780     MOVE ACT-TIPO               TO AIM-TIPO.
004790     MOVE ACT-NATUREZA           TO AIM-NATUREZA.
004800     MOVE ACCOUNT-IMAGE          TO DTL-ANTES.
004810 2800-ACCOUNT-BEFORE-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840* 2810-ACCOUNT-AFTER - FORMAT THE ACCOUNT'S AFTER IMAGE.
004850*----------------------------------------------------------------
004860 2810-ACCOUNT-AFTER.
004870     MOVE ACT-DESCRICAO          TO AIM-DESCRICAO.
004880     MOVE ACT-TIPO               TO AIM-TIPO.
004890     MOVE ACT-NATUREZA           TO AIM-NATUREZA.
004900     MOVE ACCOUNT-IMAGE          TO DTL-DEPOIS.
004910 2810-ACCOUNT-AFTER-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940* 2820-MAP-BEFORE - FORMAT THE MAPPING'S BEFORE IMAGE.
004950*----------------------------------------------------------------
004960 2820-MAP-BEFORE.
004970     MOVE MAP-CONTA-DEBITO       TO MIM-CONTA-DEBITO.
004980     MOVE MAP-CONTA-CREDITO      TO MIM-CONTA-CREDITO.
004990     MOVE MAP-IMAGE              TO DTL-ANTES.
005000 2820-MAP-BEFORE-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030* 2830-MAP-AFTER - FORMAT THE MAPPING'S AFTER IMAGE.
005040*----------------------------------------------------------------
005050 2830-MAP-AFTER.
005060     MOVE MAP-CONTA-DEBITO       TO MIM-CONTA-DEBITO.
005070     MOVE MAP-CONTA-CREDITO      TO MIM-CONTA-CREDITO.
005080     MOVE MAP-IMAGE              TO DTL-DEPOIS.
005090 2830-MAP-AFTER-EXIT.
005100     EXIT.
005110*----------------------------------------------------------------
005120* 2900-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
005130*----------------------------------------------------------------
005140 2900-READ-TRANS.
005150     READ ACCT-TRANS-IN
005160         AT END
005170             SET END-OF-TRANS-FILE TO TRUE
005180     END-READ.
005190 2900-READ-TRANS-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* 9999-FINALIZE - PRINT END-OF-JOB TOTALS AND CLOSE THE FILES.
005230*----------------------------------------------------------------
005240 9999-FINALIZE.
005250     DISPLAY '------------ PROG053 - TOTAIS ------------'.
005260     DISPLAY 'INCLUSOES.... ' WRK-ADD-COUNT.
005270     DISPLAY 'ALTERACOES... ' WRK-CHANGE-COUNT.
005280     DISPLAY 'EXCLUSOES.... ' WRK-DELETE-COUNT.
005290     DISPLAY 'REJEITADAS... ' WRK-REJECT-COUNT.
005300     CLOSE ACCT-TRANS-IN.
005310     CLOSE ACCOUNT-MASTER.
005320     CLOSE ORIGIN-MAP.
005330     CLOSE ACCOUNT-RPT.
005340 9999-FINALIZE-EXIT.
005350     EXIT.
