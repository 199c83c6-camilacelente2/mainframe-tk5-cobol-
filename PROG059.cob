000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG059.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - MAINTAINS THE DIRECT-DEPOSIT BANK DETAILS
000090*    ON BANK-MASTER FROM A TRANSACTION FILE OF SET/ALTER (A)
000100*    AND EXCLUDE (E) REQUESTS KEYED ON THE MATRICULA AND ITS
000110*    PROG034 CHECK DIGIT. THE AGENCY AND ACCOUNT CHECK DIGITS
000120*    ARE VERIFIED THROUGH PROG060 AS THEY ARE ENTERED. NOTHING
000130*    IS APPLIED HERE - EVERY VALID REQUEST IS HELD ON THE
000140*    PENDING-APPROVAL FILE FOR A SECOND OPERATOR TO RELEASE OR
000150*    REFUSE THROUGH PROG043, SO NO ONE OPERATOR CAN REDIRECT
000160*    AN EMPLOYEE'S PAY. PRINTS A BEFORE/AFTER REPORT LINE FOR
000170*    EVERY TRANSACTION, WITH END-OF-JOB TOTALS.
000180*    MODELED ON PROG012'S EMPLOYEE-MASTER MAINTENANCE.
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------
000220* 2026-10-15  RM  ORIGINAL PROGRAM.
000222* 2026-10-15  RM  ACCEPT BANK DETAILS FOR AN EMPLOYEE ON LEAVE
000224*                 (AFASTADO) - ONLY TERMINATED AND MERGED
000226*                 EMPLOYEES ARE REFUSED.
000230*----------------------------------------------------------------
000240 ENVIRONMENT                     DIVISION.
000250 CONFIGURATION                   SECTION.
000260 SOURCE-COMPUTER.                IBM-370.
000270 OBJECT-COMPUTER.                IBM-370.
000280 INPUT-OUTPUT                    SECTION.
000290 FILE-CONTROL.
000300     SELECT BANK-TRANS-IN        ASSIGN TO BANKTRIN
000310                                 ORGANIZATION IS SEQUENTIAL
000320                                 FILE STATUS IS WS-TRANS-STATUS.
000330     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000340                                 ORGANIZATION IS INDEXED
000350                                 ACCESS MODE IS DYNAMIC
000360                                 RECORD KEY IS EMP-MATRICULA
000370                                 ALTERNATE RECORD KEY IS EMP-NOME
000380                                     WITH DUPLICATES
000390                                 FILE STATUS IS WS-EMP-STATUS.
000400     SELECT BANK-MASTER          ASSIGN TO BANKMAST
000410                                 ORGANIZATION IS INDEXED
000420                                 ACCESS MODE IS DYNAMIC
000430                                 RECORD KEY IS BNK-MATRICULA
000440                                 FILE STATUS IS WS-BNK-STATUS.
000450     SELECT APPROVAL-PENDING     ASSIGN TO APRPEND
000460                                 ORGANIZATION IS SEQUENTIAL
000470                                 FILE STATUS IS WS-APR-STATUS.
000480     SELECT BANK-RPT             ASSIGN TO BANKRPT
000490                                 ORGANIZATION IS SEQUENTIAL
000500                                 FILE STATUS IS WS-RPT-STATUS.
000510 DATA                            DIVISION.
000520 FILE                            SECTION.
000530 FD  BANK-TRANS-IN
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 40 CHARACTERS.
000560 01  BANK-TRANS-RECORD.
000570     05  BT-TRANS-CODE           PIC X(01).
000580         88  BT-IS-ALTERA                    VALUE 'A'.
000590         88  BT-IS-EXCLUI                    VALUE 'E'.
000600     05  BT-MATRICULA            PIC 9(06).
000610     05  BT-DIGITO               PIC 9(01).
000620     05  BT-CONTA-AREA.
000630         10  BT-BANCO            PIC 9(03).
000640         10  BT-AGENCIA          PIC 9(04).
000650         10  BT-AGENCIA-DV       PIC X(01).
000660         10  BT-CONTA            PIC 9(10).
000670         10  BT-CONTA-DV         PIC X(01).
000680         10  BT-TIPO-CONTA       PIC X(01).
000690             88  BT-TIPO-VALIDO              VALUE 'C' 'P'.
000700     05  FILLER                  PIC X(12).
000710 FD  EMPLOYEE-MASTER
000720     LABEL RECORDS ARE STANDARD.
000730     COPY EMPMAST.
000740 FD  BANK-MASTER
000750     LABEL RECORDS ARE STANDARD.
000760     COPY BANKMAST.
000770 FD  APPROVAL-PENDING
000780     LABEL RECORDS ARE STANDARD.
000790     COPY APPRPEND.
000800 FD  BANK-RPT
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 132 CHARACTERS.
000830 01  RPT-LINE                    PIC X(132).
000840 WORKING-STORAGE                 SECTION.
000850     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
000860     COPY MATRLINK               REPLACING ==:PFX:== BY ==WRK==.
000870     COPY BANKLINK               REPLACING ==:PFX:== BY ==WRK==.
000880 01  HEADING-LINE-1.
000890     05  FILLER                  PIC X(40)
000900             VALUE 'MANUTENCAO DADOS BANCARIOS - PROG059'.
000910     05  FILLER                  PIC X(92) VALUE SPACES.
000920 01  HEADING-LINE-2.
000930     05  FILLER                  PIC X(4)  VALUE 'TRN '.
000940     05  FILLER                  PIC X(10) VALUE 'MATRICULA '.
000950     05  FILLER                  PIC X(32)
000960             VALUE 'NOME                          '.
000970     05  FILLER                  PIC X(27)
000980             VALUE 'CONTA ANTES                '.
000990     05  FILLER                  PIC X(27)
001000             VALUE 'CONTA DEPOIS               '.
001010     05  FILLER                  PIC X(22)
001020             VALUE 'SITUACAO              '.
001030     05  FILLER                  PIC X(10) VALUE SPACES.
001040 01  DETAIL-LINE.
001050     05  DTL-TRANS-CODE          PIC X(02).
001060     05  FILLER                  PIC X(02) VALUE SPACES.
001070     05  DTL-MATRICULA           PIC X(06).
001080     05  FILLER                  PIC X(04) VALUE SPACES.
001090     05  DTL-NOME                PIC X(30).
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  DTL-CONTA-ANTES         PIC X(25).
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  DTL-CONTA-DEPOIS        PIC X(25).
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  DTL-SITUACAO            PIC X(22).
001160     05  FILLER                  PIC X(10) VALUE SPACES.
001170 01  CONTA-DISPLAY.
001180     05  CTD-BANCO               PIC 9(03).
001190     05  FILLER                  PIC X(01) VALUE SPACE.
001200     05  CTD-AGENCIA             PIC 9(04).
001210     05  FILLER                  PIC X(01) VALUE '-'.
001220     05  CTD-AGENCIA-DV          PIC X(01).
001230     05  FILLER                  PIC X(01) VALUE SPACE.
001240     05  CTD-CONTA               PIC 9(10).
001250     05  FILLER                  PIC X(01) VALUE '-'.
001260     05  CTD-CONTA-DV            PIC X(01).
001270     05  FILLER                  PIC X(01) VALUE SPACE.
001280     05  CTD-TIPO-CONTA          PIC X(01).
001290 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
001300     88  TRANS-STATUS-OK                    VALUE '00'.
001310     88  TRANS-STATUS-EOF                   VALUE '10'.
001320 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
001330     88  EMP-STATUS-OK                      VALUE '00'.
001340     88  EMP-STATUS-NOT-FOUND               VALUE '23'.
001350 77  WS-BNK-STATUS               PIC X(02)  VALUE SPACES.
001360     88  BNK-STATUS-OK                      VALUE '00'.
001370     88  BNK-STATUS-NOT-FOUND               VALUE '23'.
001380     88  BNK-STATUS-NEW-FILE                VALUE '35'.
001390 77  WS-APR-STATUS               PIC X(02)  VALUE SPACES.
001400     88  APR-STATUS-OK                      VALUE '00'.
001410     88  APR-STATUS-NEW-FILE                VALUE '05' '35'.
001420 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001430     88  RPT-STATUS-OK                      VALUE '00'.
001440 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
001450 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
001460     88  OPERADOR-IS-VALID                  VALUE 'Y'.
001470     88  OPERADOR-IS-INVALID                VALUE 'N'.
001480 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001490     88  END-OF-TRANS-FILE                  VALUE 'Y'.
001500 77  WRK-BANK-FILE-SWITCH        PIC X(01)  VALUE 'Y'.
001510     88  BANK-FILE-IS-OPEN                  VALUE 'Y'.
001520     88  BANK-FILE-IS-MISSING               VALUE 'N'.
001530 77  WRK-BANK-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
001540     88  BANK-WAS-FOUND                     VALUE 'Y'.
001550     88  BANK-NOT-FOUND                     VALUE 'N'.
001560 77  WRK-HOLD-COUNT              PIC 9(06)  COMP VALUE ZERO.
001570 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001580 PROCEDURE                       DIVISION.
001590*----------------------------------------------------------------
001600* 0000-MAINLINE
001610*----------------------------------------------------------------
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001640     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
001650         UNTIL OPERADOR-IS-VALID.
001660     PERFORM 2000-PROCESS-TRANS  THRU 2000-PROCESS-TRANS-EXIT
001670         UNTIL END-OF-TRANS-FILE.
001680     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001690     IF WRK-REJECT-COUNT > ZERO
001700         MOVE 4 TO RETURN-CODE
001710     END-IF.
001720     STOP RUN.
001730*----------------------------------------------------------------
001740* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, READ THE FIRST
001750*    TRANSACTION RECORD. BANK-MASTER IS ONLY READ HERE; UNTIL
001760*    PROG043 RELEASES THE FIRST CHANGE IT MAY NOT EXIST YET,
001770*    AND EVERY EMPLOYEE THEN SIMPLY HAS NO BANK DETAILS.
001780*----------------------------------------------------------------
001790 1000-INITIALIZE.
001800     OPEN INPUT  BANK-TRANS-IN.
001810     OPEN OUTPUT BANK-RPT.
001820     OPEN INPUT  EMPLOYEE-MASTER.
001830     OPEN INPUT  BANK-MASTER.
001840     IF BNK-STATUS-NEW-FILE
001850         SET BANK-FILE-IS-MISSING TO TRUE
001860     END-IF.
001870     OPEN EXTEND APPROVAL-PENDING.
001880     IF APR-STATUS-NEW-FILE
001890         OPEN OUTPUT APPROVAL-PENDING
001900         CLOSE APPROVAL-PENDING
001910         OPEN EXTEND APPROVAL-PENDING
001920     END-IF.
001930     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
001940     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
001950     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
001960 1000-INITIALIZE-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
002000*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
002010*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT.
002020*----------------------------------------------------------------
002030 1500-SIGNON.
002040     MOVE 'PROG059 '             TO WRK-SGN-PROGRAMA.
002050     MOVE 3                      TO WRK-SGN-NIVEL.
002060     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
002070                                 WRK-SGN-OPERADOR,
002080                                 WRK-SGN-RETORNO.
002090     IF WRK-SGN-OK
002100         SET OPERADOR-IS-VALID TO TRUE
002110         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
002120     ELSE
002130         SET OPERADOR-IS-INVALID TO TRUE
002140     END-IF.
002150 1500-SIGNON-EXIT.
002160     EXIT.
002170*----------------------------------------------------------------
002180* 2000-PROCESS-TRANS - VERIFY THE MATRICULA, LOCATE THE ACTIVE
002190*    EMPLOYEE AND THE BANK DETAILS ON FILE, VALIDATE THE
002200*    REQUEST AND HOLD IT FOR APPROVAL, PRINTING A BEFORE/AFTER
002210*    DETAIL LINE, THEN READ THE NEXT TRANSACTION RECORD.
002220*----------------------------------------------------------------
002230 2000-PROCESS-TRANS.
002240     MOVE SPACES                 TO DETAIL-LINE.
002250     MOVE BT-TRANS-CODE          TO DTL-TRANS-CODE.
002260     MOVE BT-MATRICULA           TO DTL-MATRICULA.
002270     IF NOT BT-IS-ALTERA AND NOT BT-IS-EXCLUI
002280         MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
002290         ADD 1 TO WRK-REJECT-COUNT
002300         GO TO 2000-WRITE-DETAIL
002310     END-IF.
002320     IF BT-MATRICULA NOT NUMERIC
002330         OR BT-MATRICULA = ZERO
002340         MOVE 'MATRICULA INVALIDA' TO DTL-SITUACAO
002350         ADD 1 TO WRK-REJECT-COUNT
002360         GO TO 2000-WRITE-DETAIL
002370     END-IF.
002380     MOVE BT-MATRICULA           TO WRK-MATRICULA-DV.
002390     MOVE BT-DIGITO              TO WRK-DIGITO.
002400     PERFORM 2040-VERIFY-DIGITO  THRU 2040-VERIFY-DIGITO-EXIT.
002410     IF WRK-DV-INVALIDO
002420         MOVE 'DIGITO INVALIDO'  TO DTL-SITUACAO
002430         ADD 1 TO WRK-REJECT-COUNT
002440         GO TO 2000-WRITE-DETAIL
002450     END-IF.
002460     MOVE BT-MATRICULA           TO EMP-MATRICULA.
002470     READ EMPLOYEE-MASTER
002480         INVALID KEY
002490             MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-SITUACAO
002500             ADD 1 TO WRK-REJECT-COUNT
002510             GO TO 2000-WRITE-DETAIL
002520     END-READ.
002530     MOVE EMP-NOME               TO DTL-NOME.
002540     IF NOT EMP-IS-VINCULADO
002550         MOVE 'FUNCIONARIO NAO ATIVO' TO DTL-SITUACAO
002560         ADD 1 TO WRK-REJECT-COUNT
002570         GO TO 2000-WRITE-DETAIL
002580     END-IF.
002590     PERFORM 2050-LOCATE-BANK    THRU 2050-LOCATE-BANK-EXIT.
002600     IF BANK-WAS-FOUND
002610         MOVE BNK-BANCO          TO CTD-BANCO
002620         MOVE BNK-AGENCIA        TO CTD-AGENCIA
002630         MOVE BNK-AGENCIA-DV     TO CTD-AGENCIA-DV
002640         MOVE BNK-CONTA          TO CTD-CONTA
002650         MOVE BNK-CONTA-DV       TO CTD-CONTA-DV
002660         MOVE BNK-TIPO-CONTA     TO CTD-TIPO-CONTA
002670         MOVE CONTA-DISPLAY      TO DTL-CONTA-ANTES
002680     END-IF.
002690     IF BT-IS-ALTERA
002700         PERFORM 2100-APPLY-ALTERA
002710                                THRU 2100-APPLY-ALTERA-EXIT
002720     ELSE
002730         PERFORM 2300-APPLY-EXCLUI
002740                                THRU 2300-APPLY-EXCLUI-EXIT
002750     END-IF.
002760 2000-WRITE-DETAIL.
002770     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
002780     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
002790 2000-PROCESS-TRANS-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820* 2040-VERIFY-DIGITO - CHECK THE KEYED MATRICULA AND DIGIT PAIR
002830*    THROUGH PROG034. THE CALLER PLACES THE PAIR IN
002840*    WRK-MATRICULA-DV AND WRK-DIGITO AND TESTS WRK-DV-RETORNO.
002850*----------------------------------------------------------------
002860 2040-VERIFY-DIGITO.
002870     MOVE 'V'                    TO WRK-DV-FUNCAO.
002880     CALL 'PROG034' USING WRK-MATRICULA-DV, WRK-DIGITO,
002890                                 WRK-DV-FUNCAO, WRK-DV-RETORNO.
002900 2040-VERIFY-DIGITO-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------
002930* 2050-LOCATE-BANK - READ THE BANK DETAILS ON FILE FOR THE
002940*    MATRICULA, IF ANY.
002950*----------------------------------------------------------------
002960 2050-LOCATE-BANK.
002970     SET BANK-NOT-FOUND          TO TRUE.
002980     IF BANK-FILE-IS-MISSING
002990         GO TO 2050-LOCATE-BANK-EXIT
003000     END-IF.
003010     MOVE BT-MATRICULA           TO BNK-MATRICULA.
003020     READ BANK-MASTER
003030         INVALID KEY
003040             GO TO 2050-LOCATE-BANK-EXIT
003050     END-READ.
003060     SET BANK-WAS-FOUND          TO TRUE.
003070 2050-LOCATE-BANK-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------
003100* 2060-VERIFY-BANCO-DV - CHECK ONE AGENCY OR ACCOUNT NUMBER AND
003110*    ITS KEYED DIGIT THROUGH PROG060. THE CALLER PLACES THE
003120*    PAIR IN WRK-BCO-NUMERO AND WRK-BCO-DIGITO AND TESTS
003130*    WRK-BCO-RETORNO.
003140*----------------------------------------------------------------
003150 2060-VERIFY-BANCO-DV.
003160     MOVE 'V'                    TO WRK-BCO-FUNCAO.
003170     CALL 'PROG060' USING WRK-BCO-NUMERO, WRK-BCO-DIGITO,
003180                                 WRK-BCO-FUNCAO, WRK-BCO-RETORNO.
003190 2060-VERIFY-BANCO-DV-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220* 2100-APPLY-ALTERA - VALIDATE THE NEW BANK, AGENCY, ACCOUNT
003230*    AND ACCOUNT TYPE, VERIFY BOTH CHECK DIGITS (A LOWER-CASE X
003240*    IS STORED AS X), AND HOLD THE NEW DETAILS FOR APPROVAL. A
003250*    REQUEST THAT MATCHES THE DETAILS ALREADY ON FILE IS
003260*    REJECTED RATHER THAN SENT FOR A REVIEW THAT WOULD CHANGE
003270*    NOTHING.
003280*----------------------------------------------------------------
003290 2100-APPLY-ALTERA.
003300     IF BT-AGENCIA-DV = 'x'
003310         MOVE 'X'                TO BT-AGENCIA-DV
003320     END-IF.
003330     IF BT-CONTA-DV = 'x'
003340         MOVE 'X'                TO BT-CONTA-DV
003350     END-IF.
003360     MOVE BT-BANCO               TO CTD-BANCO.
003370     MOVE BT-AGENCIA             TO CTD-AGENCIA.
003380     MOVE BT-AGENCIA-DV          TO CTD-AGENCIA-DV.
003390     MOVE BT-CONTA               TO CTD-CONTA.
003400     MOVE BT-CONTA-DV            TO CTD-CONTA-DV.
003410     MOVE BT-TIPO-CONTA          TO CTD-TIPO-CONTA.
003420     MOVE CONTA-DISPLAY          TO DTL-CONTA-DEPOIS.
003430     IF BT-BANCO NOT NUMERIC
003440         OR BT-BANCO = ZERO
003450         MOVE 'BANCO INVALIDO'   TO DTL-SITUACAO
003460         ADD 1 TO WRK-REJECT-COUNT
003470         GO TO 2100-APPLY-ALTERA-EXIT
003480     END-IF.
003490     IF BT-AGENCIA NOT NUMERIC
003500         OR BT-AGENCIA = ZERO
003510         MOVE 'AGENCIA INVALIDA' TO DTL-SITUACAO
003520         ADD 1 TO WRK-REJECT-COUNT
003530         GO TO 2100-APPLY-ALTERA-EXIT
003540     END-IF.
003550     IF BT-CONTA NOT NUMERIC
003560         OR BT-CONTA = ZERO
003570         MOVE 'CONTA INVALIDA'   TO DTL-SITUACAO
003580         ADD 1 TO WRK-REJECT-COUNT
003590         GO TO 2100-APPLY-ALTERA-EXIT
003600     END-IF.
003610     IF NOT BT-TIPO-VALIDO
003620         MOVE 'TIPO CONTA INVALIDO' TO DTL-SITUACAO
003630         ADD 1 TO WRK-REJECT-COUNT
003640         GO TO 2100-APPLY-ALTERA-EXIT
003650     END-IF.
003660     MOVE BT-AGENCIA             TO WRK-BCO-NUMERO.
003670     MOVE BT-AGENCIA-DV          TO WRK-BCO-DIGITO.
003680     PERFORM 2060-VERIFY-BANCO-DV
003690                                THRU 2060-VERIFY-BANCO-DV-EXIT.
003700     IF WRK-BCO-INVALIDO
003710         MOVE 'DIGITO AGENCIA INVALIDO' TO DTL-SITUACAO
003720         ADD 1 TO WRK-REJECT-COUNT
003730         GO TO 2100-APPLY-ALTERA-EXIT
003740     END-IF.
003750     MOVE BT-CONTA               TO WRK-BCO-NUMERO.
003760     MOVE BT-CONTA-DV            TO WRK-BCO-DIGITO.
003770     PERFORM 2060-VERIFY-BANCO-DV
003780                                THRU 2060-VERIFY-BANCO-DV-EXIT.
003790     IF WRK-BCO-INVALIDO
003800         MOVE 'DIGITO CONTA INVALIDO' TO DTL-SITUACAO
003810         ADD 1 TO WRK-REJECT-COUNT
003820         GO TO 2100-APPLY-ALTERA-EXIT
003830     END-IF.
003840     IF BANK-WAS-FOUND
003850         AND BT-CONTA-AREA = BNK-CONTA-AREA
003860         MOVE 'SEM ALTERACAO'    TO DTL-SITUACAO
003870         ADD 1 TO WRK-REJECT-COUNT
003880         GO TO 2100-APPLY-ALTERA-EXIT
003890     END-IF.
003900     PERFORM 2200-HOLD-APPROVAL  THRU 2200-HOLD-APPROVAL-EXIT.
003910 2100-APPLY-ALTERA-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------
003940* 2200-HOLD-APPROVAL - WRITE THE REQUEST TO THE PENDING-APPROVAL
003950*    FILE WITH THE NEW DETAILS IN THE KEY AREA, STAMPED WITH THE
003960*    REQUESTING OPERATOR SO PROG043 CAN INSIST ON A DIFFERENT
003970*    REVIEWER.
003980*----------------------------------------------------------------
003990 2200-HOLD-APPROVAL.
004000     MOVE SPACES                 TO APR-RECORD.
004010     SET APR-IS-BANCO            TO TRUE.
004020     MOVE BT-TRANS-CODE          TO APR-BCO-ACAO.
004030     IF BT-IS-ALTERA
004040         MOVE BT-BANCO           TO APR-BCO-BANCO
004050         MOVE BT-AGENCIA         TO APR-BCO-AGENCIA
004060         MOVE BT-AGENCIA-DV      TO APR-BCO-AGENCIA-DV
004070         MOVE BT-CONTA           TO APR-BCO-CONTA
004080         MOVE BT-CONTA-DV        TO APR-BCO-CONTA-DV
004090         MOVE BT-TIPO-CONTA      TO APR-BCO-TIPO-CONTA
004100     END-IF.
004110     MOVE BT-MATRICULA           TO APR-MATRICULA.
004120     ACCEPT APR-DATA             FROM DATE YYYYMMDD.
004130     ACCEPT APR-HORA             FROM TIME.
004140     MOVE WRK-OPERADOR           TO APR-OPERADOR.
004150     WRITE APR-RECORD.
004160     MOVE 'AGUARDA APROVACAO'    TO DTL-SITUACAO.
004170     ADD 1 TO WRK-HOLD-COUNT.
004180 2200-HOLD-APPROVAL-EXIT.
004190     EXIT.
004200*----------------------------------------------------------------
004210* 2300-APPLY-EXCLUI - HOLD THE REMOVAL OF THE BANK DETAILS FOR
004220*    APPROVAL. THERE MUST BE DETAILS ON FILE TO REMOVE.
004230*----------------------------------------------------------------
004240 2300-APPLY-EXCLUI.
004250     IF BANK-NOT-FOUND
004260         MOVE 'SEM DADOS BANCARIOS' TO DTL-SITUACAO
004270         ADD 1 TO WRK-REJECT-COUNT
004280         GO TO 2300-APPLY-EXCLUI-EXIT
004290     END-IF.
004300     PERFORM 2200-HOLD-APPROVAL  THRU 2200-HOLD-APPROVAL-EXIT.
004310 2300-APPLY-EXCLUI-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340* 2400-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
004350*----------------------------------------------------------------
004360 2400-READ-TRANS.
004370     READ BANK-TRANS-IN
004380         AT END
004390             SET END-OF-TRANS-FILE TO TRUE
004400     END-READ.
004410 2400-READ-TRANS-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440* 9999-FINALIZE - PRINT END-OF-JOB TOTALS AND CLOSE THE FILES.
004450*----------------------------------------------------------------
004460 9999-FINALIZE.
004470     DISPLAY '------------ PROG059 - TOTAIS ------------'.
004480     DISPLAY 'AGUARDANDO APROVACAO ' WRK-HOLD-COUNT.
004490     DISPLAY 'REJEITADAS.... ' WRK-REJECT-COUNT.
004500     CLOSE BANK-TRANS-IN.
004510     CLOSE EMPLOYEE-MASTER.
004520     IF BANK-FILE-IS-OPEN
004530         CLOSE BANK-MASTER
004540     END-IF.
004550     CLOSE APPROVAL-PENDING.
004560     CLOSE BANK-RPT.
004570 9999-FINALIZE-EXIT.
004580     EXIT.
