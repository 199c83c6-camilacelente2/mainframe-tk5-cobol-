000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - SECOND-OPERATOR APPROVAL STEP FOR THE
000090*    DESTRUCTIVE TRANSACTIONS PROG012, PROG013, PROG015,
000100*    PROG035 AND PROG059 HOLD ON THE PENDING-APPROVAL FILE. EACH
000110*    REQUEST IS SHOWN AT THE CONSOLE; THE REVIEWING OPERATOR -
000120*    WHO MUST NOT BE THE REQUESTING ONE - RELEASES IT (THE
000130*    TERMINATION, EMPLOYEE DELETE, COMPANY DELETE, DEPARTMENT
000140*    DELETE, SALARY RAISE, BANK-DETAILS CHANGE OR MASS TRANSFER
000145*    IS THEN APPLIED WITH THE SAME LOGIC THE HOLDING PROGRAM
000150*    USED TO APPLY DIRECTLY), REFUSES IT, OR LEAVES IT PENDING
000160*    FOR ANOTHER DAY - A MASS TRANSFER STAYS PENDING UNTIL ITS
000170*    EFFECTIVE DATE. EVERY DECISION IS PRINTED, AND WHAT IS
000180*    STILL AWAITING APPROVAL IS REWRITTEN TO THE OUTPUT PENDING
000190*    FILE AND LISTED ON THE SAME REPORT.
000200*----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*----------------------------------------------------------------
000230* 2026-09-01  RM  ORIGINAL PROGRAM.
000240* 2026-09-01  RM  SIGN THE OPERATOR ON THROUGH THE SHARED
000250*                 PROG050 ROUTINE, WHICH NOW CHECKS THE
000260*                 PASSWORD, ENFORCES THE LOCKOUT AND AUDITS
000270*                 EVERY ATTEMPT - SECURITY-MASTER IS NO LONGER
000280*                 READ HERE DIRECTLY.
000290* 2026-10-15  RM  RELEASE A HELD SALARY RAISE (TYPE S) FROM
000300*                 PROG012 OR PROG035 - THE NEW PAY, GRADE AND
000310*                 EFFECTIVE DATE ARE APPLIED TO THE EMPLOYEE
000320*                 AND WRITTEN TO THE EMPLOYMENT HISTORY AND THE
000330*                 SALHIST SALARY HISTORY WITH THE REVIEWER AS
000340*                 APPROVER. THE RAISE IS SHOWN IN PLACE OF THE
000350*                 KEY ON THE CONSOLE AND THE REPORT.
000360* 2026-10-15  RM  RELEASE A HELD BANK-DETAILS CHANGE (TYPE B)
000370*                 FROM PROG059 - THE NEW ACCOUNT IS WRITTEN TO
000380*                 BANK-MASTER, OR THE ACCOUNT REMOVED, STAMPED
000390*                 WITH THE REQUESTING OPERATOR AND THE REVIEWER,
000400*                 AND THE BEFORE/AFTER BANK RECORDS ARE WRITTEN
000410*                 TO THE EMPLOYMENT HISTORY. THE ACCOUNT IS
000420*                 SHOWN IN PLACE OF THE KEY.
000430* 2026-10-15  RM  AN APPROVED SALARY OR BANK CHANGE IS NOW
000440*                 APPLIED FOR AN EMPLOYEE ON LEAVE (AFASTADO) -
000450*                 ONLY TERMINATED AND MERGED EMPLOYEES ARE
000460*                 REFUSED.
000461* 2026-10-15  RM  RELEASE A HELD MASS TRANSFER (TYPE X) FROM
000462*                 PROG012 - ON OR AFTER ITS EFFECTIVE DATE THE
000463*                 HEADCOUNT IS CHECKED AGAIN AND EVERY EMPLOYEE
000464*                 OF THE ORIGIN IS MOVED, WITH ONE ALTERACAO
000465*                 RECORD EACH ON THE EMPLOYMENT HISTORY.
000466* 2026-10-15  RM  RECORD THE REQUESTING OPERATOR ON EVERY
000467*                 HISTORY RECORD WRITTEN FOR A RELEASED REQUEST,
000468*                 ALONGSIDE THE REVIEWER.
000470*----------------------------------------------------------------
000480 ENVIRONMENT                     DIVISION.
000490 CONFIGURATION                   SECTION.
000500 SOURCE-COMPUTER.                IBM-370.
000510 OBJECT-COMPUTER.                IBM-370.
000520 INPUT-OUTPUT                    SECTION.
000530 FILE-CONTROL.
000540     SELECT APR-IN               ASSIGN TO APRPEND
000550                                 ORGANIZATION IS SEQUENTIAL
000560                                 FILE STATUS IS WS-APRI-STATUS.
000570     SELECT APR-OUT              ASSIGN TO APRPENDO
000580                                 ORGANIZATION IS SEQUENTIAL
000590                                 FILE STATUS IS WS-APRO-STATUS.
000600     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000610                                 ORGANIZATION IS INDEXED
000620                                 ACCESS MODE IS DYNAMIC
000630                                 RECORD KEY IS EMP-MATRICULA
000640                                 ALTERNATE RECORD KEY IS EMP-NOME
000650                                     WITH DUPLICATES
000660                                 FILE STATUS IS WS-EMP-STATUS.
000670     SELECT COMPANY-MASTER       ASSIGN TO COMPMAST
000680                                 ORGANIZATION IS INDEXED
000690                                 ACCESS MODE IS DYNAMIC
000700                                 RECORD KEY IS CO-CODIGO
000710                                 FILE STATUS IS WS-CO-STATUS.
000720     SELECT DEPT-MASTER          ASSIGN TO DEPTMAST
000730                                 ORGANIZATION IS INDEXED
000740                                 ACCESS MODE IS DYNAMIC
000750                                 RECORD KEY IS DP-NOME
000760                                 FILE STATUS IS WS-DEPT-STATUS.
000770     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
000780                                 ORGANIZATION IS SEQUENTIAL
000790                                 FILE STATUS IS WS-HST-STATUS.
000800     SELECT APPROVAL-RPT         ASSIGN TO APRVRPT
000810                                 ORGANIZATION IS SEQUENTIAL
000820                                 FILE STATUS IS WS-RPT-STATUS.
000830     SELECT SAL-HISTORY          ASSIGN TO SALHIST
000840                                 ORGANIZATION IS SEQUENTIAL
000850                                 FILE STATUS IS WS-SAL-STATUS.
000860     SELECT BANK-MASTER          ASSIGN TO BANKMAST
000870                                 ORGANIZATION IS INDEXED
000880                                 ACCESS MODE IS DYNAMIC
000890                                 RECORD KEY IS BNK-MATRICULA
000900                                 FILE STATUS IS WS-BNK-STATUS.
000910 DATA                            DIVISION.
000920 FILE                            SECTION.
000930 FD  APR-IN
000940     LABEL RECORDS ARE STANDARD.
000950     COPY APPRPEND.
000960 FD  APR-OUT
000970     LABEL RECORDS ARE STANDARD.
000980 01  APR-OUT-RECORD              PIC X(100).
000990 FD  EMPLOYEE-MASTER
001000     LABEL RECORDS ARE STANDARD.
001010     COPY EMPMAST.
001020 FD  COMPANY-MASTER
001030     LABEL RECORDS ARE STANDARD.
001040     COPY COMPMAST.
001050 FD  DEPT-MASTER
001060     LABEL RECORDS ARE STANDARD.
001070     COPY DEPTMAST.
001080 FD  EMP-HISTORY
001090     LABEL RECORDS ARE STANDARD.
001100     COPY EMPHIST.
001110 FD  APPROVAL-RPT
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 132 CHARACTERS.
001140 01  RPT-LINE                    PIC X(132).
001150 FD  SAL-HISTORY
001160     LABEL RECORDS ARE STANDARD.
001170     COPY SALHIST.
001180 FD  BANK-MASTER
001190     LABEL RECORDS ARE STANDARD.
001200     COPY BANKMAST.
001210 WORKING-STORAGE                 SECTION.
001220     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
001230 01  HEADING-LINE-1.
001240     05  FILLER                  PIC X(44)
001250             VALUE 'APROVACAO DE TRANSACOES - PROG043'.
001260     05  FILLER                  PIC X(88) VALUE SPACES.
001270 01  HEADING-LINE-2.
001280     05  FILLER                  PIC X(05) VALUE 'TIPO '.
001290     05  FILLER                  PIC X(32) VALUE 'CHAVE'.
001300     05  FILLER                  PIC X(10) VALUE 'SOLICITOU '.
001310     05  FILLER                  PIC X(10) VALUE 'DATA'.
001320     05  FILLER                  PIC X(22) VALUE 'DECISAO'.
001330     05  FILLER                  PIC X(53) VALUE SPACES.
001340 01  DETAIL-LINE.
001350     05  DTL-TIPO                PIC X(02).
001360     05  FILLER                  PIC X(03) VALUE SPACES.
001370     05  DTL-CHAVE               PIC X(30).
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  DTL-SOLICITANTE         PIC X(08).
001400     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  DTL-DATA                PIC X(08).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  DTL-DECISAO             PIC X(24).
001440     05  FILLER                  PIC X(51) VALUE SPACES.
001450 01  SALARY-KEY.
001460     05  FILLER                  PIC X(08) VALUE 'SALARIO '.
001470     05  SKY-SALARIO             PIC ZZ,ZZZ,ZZ9.99.
001480     05  FILLER                  PIC X(01) VALUE SPACES.
001490     05  SKY-AUMENTO             PIC ZZZZ9.99.
001500 01  BANK-KEY.
001510     05  BKY-ACAO                PIC X(01).
001520     05  FILLER                  PIC X(01) VALUE SPACE.
001530     05  BKY-BANCO               PIC 9(03).
001540     05  FILLER                  PIC X(01) VALUE SPACE.
001550     05  BKY-AGENCIA             PIC 9(04).
001560     05  FILLER                  PIC X(01) VALUE '-'.
001570     05  BKY-AGENCIA-DV          PIC X(01).
001580     05  FILLER                  PIC X(01) VALUE SPACE.
001590     05  BKY-CONTA               PIC 9(10).
001600     05  FILLER                  PIC X(01) VALUE '-'.
001610     05  BKY-CONTA-DV            PIC X(01).
001620     05  FILLER                  PIC X(01) VALUE SPACE.
001630     05  BKY-TIPO-CONTA          PIC X(01).
001640 01  TRANSFER-KEY.
001650     05  FILLER                  PIC X(04) VALUE 'TRF '.
001660     05  TKY-EMPRESA-DE          PIC X(05).
001670     05  FILLER                  PIC X(01) VALUE '>'.
001680     05  TKY-EMPRESA-PARA        PIC X(05).
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  TKY-DATA-EFETIVA        PIC X(08).
001710 01  TRANSFER-DECISAO.
001720     05  FILLER                  PIC X(11) VALUE 'APROVADO - '.
001730     05  TDC-QTDE                PIC ZZZZZ9.
001740     05  FILLER                  PIC X(05) VALUE ' FUNC'.
001750 77  WS-APRI-STATUS              PIC X(02)  VALUE SPACES.
001760     88  APRI-STATUS-OK                     VALUE '00'.
001770     88  APRI-STATUS-EOF                    VALUE '10'.
001780 77  WS-APRO-STATUS              PIC X(02)  VALUE SPACES.
001790     88  APRO-STATUS-OK                     VALUE '00'.
001800 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
001810     88  EMP-STATUS-OK                      VALUE '00'.
001820     88  EMP-STATUS-NOT-FOUND               VALUE '23'.
001830 77  WS-CO-STATUS                PIC X(02)  VALUE SPACES.
001840     88  CO-STATUS-OK                       VALUE '00'.
001850     88  CO-STATUS-NOT-FOUND                VALUE '23'.
001860 77  WS-DEPT-STATUS              PIC X(02)  VALUE SPACES.
001870     88  DEPT-STATUS-OK                     VALUE '00'.
001880     88  DEPT-STATUS-NOT-FOUND              VALUE '23'.
001890 77  WS-HST-STATUS               PIC X(02)  VALUE SPACES.
001900     88  HST-STATUS-OK                      VALUE '00'.
001910     88  HST-STATUS-NEW-FILE                VALUE '05' '35'.
001920 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001930     88  RPT-STATUS-OK                      VALUE '00'.
001940 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
001950 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
001960     88  OPERADOR-IS-VALID                  VALUE 'Y'.
001970     88  OPERADOR-IS-INVALID                VALUE 'N'.
001980 77  WRK-DECISAO                 PIC X(01)  VALUE SPACES.
001990     88  DECISAO-IS-APROVA                  VALUE 'A'.
002000     88  DECISAO-IS-RECUSA                  VALUE 'R'.
002010 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
002020     88  END-OF-APR-FILE                    VALUE 'Y'.
002030 77  WRK-IMAGEM-ANTES            PIC X(200) VALUE SPACES.
002040 77  WRK-HST-ACAO                PIC X(01)  VALUE SPACES.
002050 77  WRK-APPROVE-COUNT           PIC 9(06)  COMP VALUE ZERO.
002060 77  WRK-REFUSE-COUNT            PIC 9(06)  COMP VALUE ZERO.
002070 77  WRK-KEEP-COUNT              PIC 9(06)  COMP VALUE ZERO.
002080 77  WS-SAL-STATUS               PIC X(02)  VALUE SPACES.
002090     88  SAL-STATUS-OK                      VALUE '00'.
002100     88  SAL-STATUS-NEW-FILE                VALUE '05' '35'.
002110 77  WRK-SALARIO-ANTES           PIC 9(08)V99 VALUE ZERO.
002120 77  WRK-FAIXA-ANTES             PIC X(03)  VALUE SPACES.
002130 77  WRK-PERCENTUAL              PIC S9(05)V99 VALUE ZERO.
002140 77  WS-BNK-STATUS               PIC X(02)  VALUE SPACES.
002150     88  BNK-STATUS-OK                      VALUE '00'.
002160     88  BNK-STATUS-NOT-FOUND               VALUE '23'.
002170     88  BNK-STATUS-NEW-FILE                VALUE '35'.
002180 77  WRK-BANK-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
002190     88  BANK-WAS-FOUND                     VALUE 'Y'.
002200     88  BANK-NOT-FOUND                     VALUE 'N'.
002210 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
002220 77  WRK-SCAN-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002230     88  END-OF-SCAN                        VALUE 'Y'.
002240 77  WRK-TRF-ENTRADA-COUNT       PIC 9(06)  COMP VALUE ZERO.
002250 77  WRK-LOTACAO-COUNT           PIC 9(06)  COMP VALUE ZERO.
002260 77  WRK-TRF-FUNC-COUNT          PIC 9(06)  COMP VALUE ZERO.
002270 77  WRK-TRANSFERIDOS-COUNT      PIC 9(06)  COMP VALUE ZERO.
002280 77  WRK-ORIGIN-SWITCH           PIC X(01)  VALUE 'N'.
002290     88  ORIGIN-MATCHED                     VALUE 'Y'.
002300     88  ORIGIN-NOT-MATCHED                 VALUE 'N'.
002310 PROCEDURE                       DIVISION.
002320*----------------------------------------------------------------
002330* 0000-MAINLINE
002340*----------------------------------------------------------------
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
002370     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
002380         UNTIL OPERADOR-IS-VALID.
002390     PERFORM 2000-PROCESS-ITEM   THRU 2000-PROCESS-ITEM-EXIT
002400         UNTIL END-OF-APR-FILE.
002410     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
002420     STOP RUN.
002430*----------------------------------------------------------------
002440* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, READ THE FIRST
002450*    PENDING-APPROVAL RECORD.
002460*----------------------------------------------------------------
002470 1000-INITIALIZE.
002480     OPEN INPUT  APR-IN.
002490     OPEN OUTPUT APR-OUT.
002500     OPEN OUTPUT APPROVAL-RPT.
002510     OPEN I-O    EMPLOYEE-MASTER.
002520     OPEN I-O    COMPANY-MASTER.
002530     OPEN I-O    DEPT-MASTER.
002540     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
002550     OPEN EXTEND EMP-HISTORY.
002560     IF HST-STATUS-NEW-FILE
002570         OPEN OUTPUT EMP-HISTORY
002580         CLOSE EMP-HISTORY
002590         OPEN EXTEND EMP-HISTORY
002600     END-IF.
002610     OPEN EXTEND SAL-HISTORY.
002620     IF SAL-STATUS-NEW-FILE
002630         OPEN OUTPUT SAL-HISTORY
002640         CLOSE SAL-HISTORY
002650         OPEN EXTEND SAL-HISTORY
002660     END-IF.
002670     OPEN I-O    BANK-MASTER.
002680     IF BNK-STATUS-NEW-FILE
002690         OPEN OUTPUT BANK-MASTER
002700         CLOSE BANK-MASTER
002710         OPEN I-O BANK-MASTER
002720     END-IF.
002730     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
002740     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
002750     PERFORM 2400-READ-APR       THRU 2400-READ-APR-EXIT.
002760 1000-INITIALIZE-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
002800*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
002810*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT.
002820*----------------------------------------------------------------
002830 1500-SIGNON.
002840     MOVE 'PROG043 '             TO WRK-SGN-PROGRAMA.
002850     MOVE 3                      TO WRK-SGN-NIVEL.
002860     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
002870                                 WRK-SGN-OPERADOR,
002880                                 WRK-SGN-RETORNO.
002890     IF WRK-SGN-OK
002900         SET OPERADOR-IS-VALID TO TRUE
002910         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
002920     ELSE
002930         SET OPERADOR-IS-INVALID TO TRUE
002940     END-IF.
002950 1500-SIGNON-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980* 2000-PROCESS-ITEM - SHOW ONE PENDING REQUEST AND TAKE THE
002990*    REVIEWER'S DECISION. THE REQUESTING OPERATOR CANNOT
003000*    APPROVE THEIR OWN REQUEST - IT STAYS PENDING FOR ANOTHER
003010*    REVIEWER.
003020*----------------------------------------------------------------
003030 2000-PROCESS-ITEM.
003040     MOVE SPACES                 TO DETAIL-LINE.
003050     MOVE APR-TIPO               TO DTL-TIPO.
003060     MOVE APR-CHAVE              TO DTL-CHAVE.
003070     MOVE APR-OPERADOR           TO DTL-SOLICITANTE.
003080     MOVE APR-DATA               TO DTL-DATA.
003090     DISPLAY 'PENDENTE DE APROVACAO - TIPO ' APR-TIPO.
003100     EVALUATE TRUE
003110         WHEN APR-IS-SALARIO
003120             MOVE APR-SAL-BASE       TO SKY-SALARIO
003130             MOVE APR-SAL-PERCENTUAL TO SKY-AUMENTO
003140             MOVE SALARY-KEY         TO DTL-CHAVE
003150             DISPLAY 'NOVO SALARIO ' SKY-SALARIO
003160                     ' FAIXA ' APR-SAL-FAIXA
003170                     ' VIGENCIA ' APR-SAL-DATA-EFETIVA
003180             DISPLAY 'AUMENTO (%) ' SKY-AUMENTO
003190         WHEN APR-IS-BANCO
003200             MOVE APR-BCO-ACAO       TO BKY-ACAO
003210             MOVE APR-BCO-BANCO      TO BKY-BANCO
003220             MOVE APR-BCO-AGENCIA    TO BKY-AGENCIA
003230             MOVE APR-BCO-AGENCIA-DV TO BKY-AGENCIA-DV
003240             MOVE APR-BCO-CONTA      TO BKY-CONTA
003250             MOVE APR-BCO-CONTA-DV   TO BKY-CONTA-DV
003260             MOVE APR-BCO-TIPO-CONTA TO BKY-TIPO-CONTA
003270             MOVE BANK-KEY           TO DTL-CHAVE
003280             IF APR-BCO-EXCLUI
003290                 DISPLAY 'EXCLUSAO DOS DADOS BANCARIOS'
003300             ELSE
003310                 DISPLAY 'NOVA CONTA. BANCO ' APR-BCO-BANCO
003320                         ' AGENCIA ' APR-BCO-AGENCIA '-'
003330                         APR-BCO-AGENCIA-DV
003340                 DISPLAY '            CONTA ' APR-BCO-CONTA '-'
003350                         APR-BCO-CONTA-DV
003360                         ' TIPO ' APR-BCO-TIPO-CONTA
003370             END-IF
003380         WHEN APR-IS-TRANSFERENCIA
003390             MOVE APR-TRF-EMPRESA-DE   TO TKY-EMPRESA-DE
003400             MOVE APR-TRF-EMPRESA-PARA TO TKY-EMPRESA-PARA
003410             MOVE APR-TRF-DATA-EFETIVA TO TKY-DATA-EFETIVA
003420             MOVE TRANSFER-KEY         TO DTL-CHAVE
003430             DISPLAY 'TRANSFERENCIA EM MASSA - VIGENCIA '
003440                     APR-TRF-DATA-EFETIVA
003450             DISPLAY 'DE   EMPRESA ' APR-TRF-EMPRESA-DE
003460                     ' DEPTO ' APR-TRF-DEPTO-DE
003470             DISPLAY 'PARA EMPRESA ' APR-TRF-EMPRESA-PARA
003480                     ' DEPTO ' APR-TRF-DEPTO-PARA
003490         WHEN OTHER
003500             DISPLAY 'CHAVE...... ' APR-CHAVE
003510     END-EVALUATE.
003520     DISPLAY 'MATRICULA.. ' APR-MATRICULA.
003530     DISPLAY 'SOLICITOU.. ' APR-OPERADOR ' EM ' APR-DATA.
003540     IF APR-OPERADOR = WRK-OPERADOR
003550         DISPLAY 'MESMO OPERADOR - OUTRO REVISOR E EXIGIDO'
003560         PERFORM 2600-KEEP-PENDING
003570                                THRU 2600-KEEP-PENDING-EXIT
003580         GO TO 2000-PROCESS-ITEM-WRITE
003590     END-IF.
003600     IF APR-IS-TRANSFERENCIA
003610         AND APR-TRF-DATA-EFETIVA > WRK-DATA-HOJE
003620         DISPLAY 'VIGENCIA FUTURA - MANTIDO PENDENTE'
003630         PERFORM 2600-KEEP-PENDING
003640                                THRU 2600-KEEP-PENDING-EXIT
003650         MOVE 'AGUARDA VIGENCIA'  TO DTL-DECISAO
003660         GO TO 2000-PROCESS-ITEM-WRITE
003670     END-IF.
003680     DISPLAY 'DECISAO (A=APROVA / R=RECUSA / OUTRA=MANTEM)... '.
003690     ACCEPT WRK-DECISAO.
003700     EVALUATE TRUE
003710         WHEN DECISAO-IS-APROVA
003720             PERFORM 3000-APPLY-REQUEST
003730                                THRU 3000-APPLY-REQUEST-EXIT
003740         WHEN DECISAO-IS-RECUSA
003750             MOVE 'RECUSADO'     TO DTL-DECISAO
003760             ADD 1 TO WRK-REFUSE-COUNT
003770         WHEN OTHER
003780             PERFORM 2600-KEEP-PENDING
003790                                THRU 2600-KEEP-PENDING-EXIT
003800     END-EVALUATE.
003810 2000-PROCESS-ITEM-WRITE.
003820     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
003830     PERFORM 2400-READ-APR       THRU 2400-READ-APR-EXIT.
003840 2000-PROCESS-ITEM-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870* 2400-READ-APR - READ THE NEXT PENDING-APPROVAL RECORD.
003880*----------------------------------------------------------------
003890 2400-READ-APR.
003900     READ APR-IN
003910         AT END
003920             SET END-OF-APR-FILE TO TRUE
003930     END-READ.
003940 2400-READ-APR-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970* 2600-KEEP-PENDING - REWRITE THE REQUEST TO THE OUTPUT PENDING
003980*    FILE, STILL AWAITING APPROVAL.
003990*----------------------------------------------------------------
004000 2600-KEEP-PENDING.
004010     MOVE APR-RECORD             TO APR-OUT-RECORD.
004020     WRITE APR-OUT-RECORD.
004030     MOVE 'AGUARDA APROVACAO'    TO DTL-DECISAO.
004040     ADD 1 TO WRK-KEEP-COUNT.
004050 2600-KEEP-PENDING-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------
004080* 3000-APPLY-REQUEST - APPLY THE RELEASED REQUEST WITH THE SAME
004090*    LOGIC THE HOLDING PROGRAM USED TO APPLY DIRECTLY.
004100*----------------------------------------------------------------
004110 3000-APPLY-REQUEST.
004120     EVALUATE TRUE
004130         WHEN APR-IS-EMP-TERMINATE
004140             PERFORM 3100-TERMINATE-EMPLOYEE
004150                                THRU 3100-TERMINATE-EMPLOYEE-EXIT
004160         WHEN APR-IS-EMP-DELETE
004170             PERFORM 3200-DELETE-EMPLOYEE
004180                                THRU 3200-DELETE-EMPLOYEE-EXIT
004190         WHEN APR-IS-EMPRESA-DELETE
004200             PERFORM 3300-DELETE-EMPRESA
004210                                THRU 3300-DELETE-EMPRESA-EXIT
004220         WHEN APR-IS-DEPTO-DELETE
004230             PERFORM 3400-DELETE-DEPTO
004240                                THRU 3400-DELETE-DEPTO-EXIT
004250         WHEN APR-IS-SALARIO
004260             PERFORM 3500-APPLY-SALARIO
004270                                THRU 3500-APPLY-SALARIO-EXIT
004280         WHEN APR-IS-BANCO
004290             PERFORM 3600-APPLY-BANCO
004300                                THRU 3600-APPLY-BANCO-EXIT
004310         WHEN APR-IS-TRANSFERENCIA
004320             PERFORM 3700-APPLY-TRANSFERENCIA
004330                                THRU 3700-APPLY-TRANSFERENCIA-EXIT
004340         WHEN OTHER
004350             MOVE 'TIPO INVALIDO' TO DTL-DECISAO
004360     END-EVALUATE.
004370 3000-APPLY-REQUEST-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400* 3100-TERMINATE-EMPLOYEE - MARK THE RECORD DESLIGADO WITH
004410*    TODAY AS THE TERMINATION DATE AND RECORD THE EVENT ON THE
004420*    EMPLOYMENT HISTORY, THE WAY PROG012 APPLIED IT BEFORE THE
004430*    APPROVAL STEP EXISTED.
004440*----------------------------------------------------------------
004450 3100-TERMINATE-EMPLOYEE.
004460     MOVE APR-MATRICULA          TO EMP-MATRICULA.
004470     READ EMPLOYEE-MASTER
004480         INVALID KEY
004490             MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-DECISAO
004500             GO TO 3100-TERMINATE-EMPLOYEE-EXIT
004510     END-READ.
004520     IF EMP-IS-DESLIGADO
004530         MOVE 'JA DESLIGADO'     TO DTL-DECISAO
004540         GO TO 3100-TERMINATE-EMPLOYEE-EXIT
004550     END-IF.
004560     MOVE EMP-MASTER-RECORD      TO WRK-IMAGEM-ANTES.
004570     SET EMP-IS-DESLIGADO        TO TRUE.
004580     ACCEPT EMP-DATA-DESLIGAMENTO FROM DATE YYYYMMDD.
004590     REWRITE EMP-MASTER-RECORD.
004600     MOVE 'APROVADO - DESLIGADO' TO DTL-DECISAO.
004610     ADD 1 TO WRK-APPROVE-COUNT.
004620     MOVE 'T'                    TO WRK-HST-ACAO.
004630     PERFORM 5000-WRITE-HISTORY  THRU 5000-WRITE-HISTORY-EXIT.
004640 3100-TERMINATE-EMPLOYEE-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670* 3200-DELETE-EMPLOYEE - REMOVE THE RECORD THAT WAS IN ERROR,
004680*    RECORDING THE EVENT ON THE EMPLOYMENT HISTORY.
004690*----------------------------------------------------------------
004700 3200-DELETE-EMPLOYEE.
004710     MOVE APR-MATRICULA          TO EMP-MATRICULA.
004720     READ EMPLOYEE-MASTER
004730         INVALID KEY
004740             MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-DECISAO
004750             GO TO 3200-DELETE-EMPLOYEE-EXIT
004760     END-READ.
004770     MOVE EMP-MASTER-RECORD      TO WRK-IMAGEM-ANTES.
004780     DELETE EMPLOYEE-MASTER RECORD.
004790     MOVE 'APROVADO - EXCLUIDO'  TO DTL-DECISAO.
004800     ADD 1 TO WRK-APPROVE-COUNT.
004810     MOVE 'D'                    TO WRK-HST-ACAO.
004820     PERFORM 5000-WRITE-HISTORY  THRU 5000-WRITE-HISTORY-EXIT.
004830 3200-DELETE-EMPLOYEE-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860* 3300-DELETE-EMPRESA - DROP THE COMPANY FROM COMPANY-MASTER.
004870*----------------------------------------------------------------
004880 3300-DELETE-EMPRESA.
004890     MOVE APR-CHAVE (1:5)        TO CO-CODIGO.
004900     READ COMPANY-MASTER
004910         INVALID KEY
004920             MOVE 'EMPRESA NAO ACHADA' TO DTL-DECISAO
004930             GO TO 3300-DELETE-EMPRESA-EXIT
004940     END-READ.
004950     DELETE COMPANY-MASTER RECORD.
004960     MOVE 'APROVADO - EXCLUIDA'  TO DTL-DECISAO.
004970     ADD 1 TO WRK-APPROVE-COUNT.
004980 3300-DELETE-EMPRESA-EXIT.
004990     EXIT.
005000*----------------------------------------------------------------
005010* 3400-DELETE-DEPTO - DROP THE DEPARTMENT FROM DEPT-MASTER.
005020*----------------------------------------------------------------
005030 3400-DELETE-DEPTO.
005040     MOVE APR-CHAVE (1:15)       TO DP-NOME.
005050     READ DEPT-MASTER
005060         INVALID KEY
005070             MOVE 'DEPTO NAO ACHADO' TO DTL-DECISAO
005080             GO TO 3400-DELETE-DEPTO-EXIT
005090     END-READ.
005100     DELETE DEPT-MASTER RECORD.
005110     MOVE 'APROVADO - EXCLUIDO'  TO DTL-DECISAO.
005120     ADD 1 TO WRK-APPROVE-COUNT.
005130 3400-DELETE-DEPTO-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------
005160* 3500-APPLY-SALARIO - APPLY THE HELD RAISE WITH THE RULES
005170*    PROG012 USES: THE EMPLOYEE MUST STILL BE ACTIVE AND THE
005180*    EFFECTIVE DATE NOT BEFORE THE PAY NOW IN FORCE (ANOTHER
005190*    CHANGE MAY HAVE BEEN APPLIED WHILE THIS ONE WAITED). THE
005200*    RAISE IS MEASURED AGAIN AGAINST THE PAY ON FILE TODAY.
005210*----------------------------------------------------------------
005220 3500-APPLY-SALARIO.
005230     MOVE APR-MATRICULA          TO EMP-MATRICULA.
005240     READ EMPLOYEE-MASTER
005250         INVALID KEY
005260             MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-DECISAO
005270             GO TO 3500-APPLY-SALARIO-EXIT
005280     END-READ.
005290     IF NOT EMP-IS-VINCULADO
005300         MOVE 'FUNCIONARIO NAO ATIVO' TO DTL-DECISAO
005310         GO TO 3500-APPLY-SALARIO-EXIT
005320     END-IF.
005330     IF EMP-DATA-SALARIO NOT = SPACES
005340         AND APR-SAL-DATA-EFETIVA < EMP-DATA-SALARIO
005350         MOVE 'ANTERIOR AO VIGENTE' TO DTL-DECISAO
005360         GO TO 3500-APPLY-SALARIO-EXIT
005370     END-IF.
005380     IF EMP-SALARIO-BASE NUMERIC
005390         MOVE EMP-SALARIO-BASE   TO WRK-SALARIO-ANTES
005400     ELSE
005410         MOVE ZERO               TO WRK-SALARIO-ANTES
005420     END-IF.
005430     MOVE ZERO                   TO WRK-PERCENTUAL.
005440     IF WRK-SALARIO-ANTES > ZERO
005450         COMPUTE WRK-PERCENTUAL ROUNDED =
005460             (APR-SAL-BASE - WRK-SALARIO-ANTES) * 100
005470             / WRK-SALARIO-ANTES
005480             ON SIZE ERROR
005490                 MOVE 99999.99   TO WRK-PERCENTUAL
005500         END-COMPUTE
005510     END-IF.
005520     MOVE EMP-MASTER-RECORD      TO WRK-IMAGEM-ANTES.
005530     MOVE EMP-FAIXA-SALARIAL     TO WRK-FAIXA-ANTES.
005540     MOVE APR-SAL-BASE           TO EMP-SALARIO-BASE.
005550     IF APR-SAL-FAIXA NOT = SPACES
005560         MOVE APR-SAL-FAIXA      TO EMP-FAIXA-SALARIAL
005570     END-IF.
005580     MOVE APR-SAL-DATA-EFETIVA   TO EMP-DATA-SALARIO.
005590     REWRITE EMP-MASTER-RECORD.
005600     MOVE 'APROVADO - SALARIO'   TO DTL-DECISAO.
005610     ADD 1 TO WRK-APPROVE-COUNT.
005620     MOVE 'S'                    TO WRK-HST-ACAO.
005630     PERFORM 5000-WRITE-HISTORY  THRU 5000-WRITE-HISTORY-EXIT.
005640     MOVE SPACES                 TO SAL-HIST-RECORD.
005650     MOVE EMP-MATRICULA          TO SAL-MATRICULA.
005660     MOVE APR-SAL-DATA-EFETIVA   TO SAL-DATA-EFETIVA.
005670     MOVE WRK-SALARIO-ANTES      TO SAL-BASE-ANTES.
005680     MOVE EMP-SALARIO-BASE       TO SAL-BASE-DEPOIS.
005690     MOVE WRK-FAIXA-ANTES        TO SAL-FAIXA-ANTES.
005700     MOVE EMP-FAIXA-SALARIAL     TO SAL-FAIXA-DEPOIS.
005710     MOVE WRK-PERCENTUAL         TO SAL-PERCENTUAL.
005720     ACCEPT SAL-DATA             FROM DATE YYYYMMDD.
005730     ACCEPT SAL-HORA             FROM TIME.
005740     MOVE 'PROG043 '             TO SAL-PROGRAMA.
005750     MOVE APR-OPERADOR           TO SAL-OPERADOR.
005760     MOVE WRK-OPERADOR           TO SAL-APROVADOR.
005770     WRITE SAL-HIST-RECORD.
005780 3500-APPLY-SALARIO-EXIT.
005790     EXIT.
005800*----------------------------------------------------------------
005810* 3600-APPLY-BANCO - APPLY THE HELD BANK-DETAILS CHANGE. A NEW
005820*    ACCOUNT NEEDS THE EMPLOYEE STILL ACTIVE AND REPLACES THE
005830*    ONE ON FILE, OR BECOMES THE FIRST; A REMOVAL NEEDS AN
005840*    ACCOUNT STILL ON FILE. THE RECORD IS STAMPED WITH THE
005850*    REQUESTING OPERATOR AND THE REVIEWER.
005860*----------------------------------------------------------------
005870 3600-APPLY-BANCO.
005880     IF APR-BCO-ALTERA
005890         MOVE APR-MATRICULA      TO EMP-MATRICULA
005900         READ EMPLOYEE-MASTER
005910             INVALID KEY
005920                 MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-DECISAO
005930                 GO TO 3600-APPLY-BANCO-EXIT
005940         END-READ
005950         IF NOT EMP-IS-VINCULADO
005960             MOVE 'FUNCIONARIO NAO ATIVO' TO DTL-DECISAO
005970             GO TO 3600-APPLY-BANCO-EXIT
005980         END-IF
005990     END-IF.
006000     MOVE SPACES                 TO WRK-IMAGEM-ANTES.
006010     SET BANK-WAS-FOUND          TO TRUE.
006020     MOVE APR-MATRICULA          TO BNK-MATRICULA.
006030     READ BANK-MASTER
006040         INVALID KEY
006050             SET BANK-NOT-FOUND  TO TRUE
006060     END-READ.
006070     IF BANK-WAS-FOUND
006080         MOVE BANK-MASTER-RECORD TO WRK-IMAGEM-ANTES
006090     END-IF.
006100     IF APR-BCO-EXCLUI
006110         IF BANK-NOT-FOUND
006120             MOVE 'SEM DADOS BANCARIOS' TO DTL-DECISAO
006130             GO TO 3600-APPLY-BANCO-EXIT
006140         END-IF
006150         DELETE BANK-MASTER RECORD
006160         MOVE 'APROVADO - EXCLUIDA' TO DTL-DECISAO
006170     ELSE
006180         IF BANK-NOT-FOUND
006190             MOVE SPACES         TO BANK-MASTER-RECORD
006200             MOVE APR-MATRICULA  TO BNK-MATRICULA
006210         END-IF
006220         MOVE APR-BCO-BANCO      TO BNK-BANCO
006230         MOVE APR-BCO-AGENCIA    TO BNK-AGENCIA
006240         MOVE APR-BCO-AGENCIA-DV TO BNK-AGENCIA-DV
006250         MOVE APR-BCO-CONTA      TO BNK-CONTA
006260         MOVE APR-BCO-CONTA-DV   TO BNK-CONTA-DV
006270         MOVE APR-BCO-TIPO-CONTA TO BNK-TIPO-CONTA
006280         ACCEPT BNK-DATA-ALTERACAO FROM DATE YYYYMMDD
006290         MOVE APR-OPERADOR       TO BNK-OPERADOR
006300         MOVE WRK-OPERADOR       TO BNK-APROVADOR
006310         IF BANK-WAS-FOUND
006320             REWRITE BANK-MASTER-RECORD
006330         ELSE
006340             WRITE BANK-MASTER-RECORD
006350         END-IF
006360         MOVE 'APROVADO - CONTA'  TO DTL-DECISAO
006370     END-IF.
006380     ADD 1 TO WRK-APPROVE-COUNT.
006390     PERFORM 5100-WRITE-BANK-HISTORY
006400                                THRU 5100-WRITE-BANK-HISTORY-EXIT.
006410 3600-APPLY-BANCO-EXIT.
006420     EXIT.
006430*----------------------------------------------------------------
006440* 3700-APPLY-TRANSFERENCIA - APPLY THE HELD MASS TRANSFER. THE
006450*    DESTINATION COMPANY AND DEPARTMENT ARE VALIDATED AND THE
006460*    RECEIVING DEPARTMENT'S AUTHORIZED HEADCOUNT CHECKED AGAIN
006470*    (THE FILE MAY HAVE MOVED WHILE THE REQUEST WAITED), THEN
006480*    EVERY EMPLOYEE STILL ON THE BOOKS OF THE ORIGIN IS MOVED,
006490*    WITH ONE ALTERACAO RECORD EACH ON THE EMPLOYMENT HISTORY.
006500*----------------------------------------------------------------
006510 3700-APPLY-TRANSFERENCIA.
006520     IF APR-TRF-EMPRESA-PARA NOT = SPACES
006530         MOVE APR-TRF-EMPRESA-PARA TO CO-CODIGO
006540         READ COMPANY-MASTER
006550             INVALID KEY
006560                 MOVE 'EMPRESA NAO ACHADA' TO DTL-DECISAO
006570                 GO TO 3700-APPLY-TRANSFERENCIA-EXIT
006580         END-READ
006590         IF CO-IS-INATIVA
006600             MOVE 'EMPRESA INATIVA' TO DTL-DECISAO
006610             GO TO 3700-APPLY-TRANSFERENCIA-EXIT
006620         END-IF
006630     END-IF.
006640     IF APR-TRF-DEPTO-PARA NOT = SPACES
006650         MOVE APR-TRF-DEPTO-PARA TO DP-NOME
006660         READ DEPT-MASTER
006670             INVALID KEY
006680                 MOVE 'DEPTO NAO ACHADO' TO DTL-DECISAO
006690                 GO TO 3700-APPLY-TRANSFERENCIA-EXIT
006700         END-READ
006710     END-IF.
006720     MOVE ZERO                   TO WRK-TRF-FUNC-COUNT.
006730     MOVE ZERO                   TO WRK-TRF-ENTRADA-COUNT.
006740     MOVE ZERO                   TO WRK-LOTACAO-COUNT.
006750     MOVE 'N'                    TO WRK-SCAN-EOF-SWITCH.
006760     MOVE ZERO                   TO EMP-MATRICULA.
006770     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-MATRICULA
006780         INVALID KEY
006790             SET END-OF-SCAN TO TRUE
006800     END-START.
006810     PERFORM 3750-COUNT-TRANSFER THRU 3750-COUNT-TRANSFER-EXIT
006820         UNTIL END-OF-SCAN.
006830     IF WRK-TRF-FUNC-COUNT = ZERO
006840         MOVE 'NENHUM FUNCIONARIO' TO DTL-DECISAO
006850         GO TO 3700-APPLY-TRANSFERENCIA-EXIT
006860     END-IF.
006870     IF APR-TRF-DEPTO-PARA NOT = SPACES
006880         AND DP-LOTACAO-AUTORIZADA NUMERIC
006890         AND DP-LOTACAO-AUTORIZADA > ZERO
006900         AND WRK-LOTACAO-COUNT + WRK-TRF-ENTRADA-COUNT
006910             > DP-LOTACAO-AUTORIZADA
006920         MOVE 'LOTACAO EXCEDIDA'  TO DTL-DECISAO
006930         GO TO 3700-APPLY-TRANSFERENCIA-EXIT
006940     END-IF.
006950     MOVE ZERO                   TO WRK-TRF-FUNC-COUNT.
006960     MOVE 'N'                    TO WRK-SCAN-EOF-SWITCH.
006970     MOVE ZERO                   TO EMP-MATRICULA.
006980     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-MATRICULA
006990         INVALID KEY
007000             SET END-OF-SCAN TO TRUE
007010     END-START.
007020     PERFORM 3760-MOVE-EMPLOYEE  THRU 3760-MOVE-EMPLOYEE-EXIT
007030         UNTIL END-OF-SCAN.
007040     MOVE WRK-TRF-FUNC-COUNT     TO TDC-QTDE.
007050     MOVE TRANSFER-DECISAO       TO DTL-DECISAO.
007060     DISPLAY 'TRANSFERIDOS ' WRK-TRF-FUNC-COUNT.
007070     ADD 1 TO WRK-APPROVE-COUNT.
007080     ADD WRK-TRF-FUNC-COUNT      TO WRK-TRANSFERIDOS-COUNT.
007090 3700-APPLY-TRANSFERENCIA-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------
007120* 3720-MATCH-ORIGIN - TELL WHETHER THE EMPLOYEE IN THE BUFFER IS
007130*    ON THE BOOKS OF THE TRANSFER'S ORIGIN. A BLANK ORIGIN
007140*    COMPANY OR DEPARTMENT MATCHES ANY.
007150*----------------------------------------------------------------
007160 3720-MATCH-ORIGIN.
007170     SET ORIGIN-NOT-MATCHED      TO TRUE.
007180     IF EMP-IS-VINCULADO
007190         AND (APR-TRF-EMPRESA-DE = SPACES
007200             OR EMP-EMPRESA = APR-TRF-EMPRESA-DE)
007210         AND (APR-TRF-DEPTO-DE = SPACES
007220             OR EMP-DEPTO = APR-TRF-DEPTO-DE)
007230         SET ORIGIN-MATCHED      TO TRUE
007240     END-IF.
007250 3720-MATCH-ORIGIN-EXIT.
007260     EXIT.
007270*----------------------------------------------------------------
007280* 3750-COUNT-TRANSFER - READ THE NEXT EMPLOYEE AND COUNT IT AS
007290*    ONE TO BE MOVED (AND AS ONE ENTERING THE RECEIVING
007300*    DEPARTMENT WHEN IT IS NOT THERE ALREADY), OR AS ONE ALREADY
007310*    FILLING A SLOT IN THE RECEIVING DEPARTMENT.
007320*----------------------------------------------------------------
007330 3750-COUNT-TRANSFER.
007340     READ EMPLOYEE-MASTER NEXT RECORD
007350         AT END
007360             SET END-OF-SCAN TO TRUE
007370             GO TO 3750-COUNT-TRANSFER-EXIT
007380     END-READ.
007390     PERFORM 3720-MATCH-ORIGIN   THRU 3720-MATCH-ORIGIN-EXIT.
007400     IF ORIGIN-MATCHED
007410         ADD 1 TO WRK-TRF-FUNC-COUNT
007420         IF APR-TRF-DEPTO-PARA NOT = SPACES
007430             AND EMP-DEPTO NOT = APR-TRF-DEPTO-PARA
007440             ADD 1 TO WRK-TRF-ENTRADA-COUNT
007450         END-IF
007460         GO TO 3750-COUNT-TRANSFER-EXIT
007470     END-IF.
007480     IF APR-TRF-DEPTO-PARA NOT = SPACES
007490         AND EMP-IS-VINCULADO
007500         AND EMP-DEPTO = APR-TRF-DEPTO-PARA
007510         ADD 1 TO WRK-LOTACAO-COUNT
007520     END-IF.
007530 3750-COUNT-TRANSFER-EXIT.
007540     EXIT.
007550*----------------------------------------------------------------
007560* 3760-MOVE-EMPLOYEE - READ THE NEXT EMPLOYEE AND, WHEN IT IS ON
007570*    THE ORIGIN'S BOOKS, REWRITE IT UNDER THE DESTINATION COMPANY
007580*    AND/OR DEPARTMENT AND RECORD THE CHANGE ON THE EMPLOYMENT
007590*    HISTORY. THE REWRITE KEEPS THE KEY, SO THE BROWSE GOES ON.
007600*----------------------------------------------------------------
007610 3760-MOVE-EMPLOYEE.
007620     READ EMPLOYEE-MASTER NEXT RECORD
007630         AT END
007640             SET END-OF-SCAN TO TRUE
007650             GO TO 3760-MOVE-EMPLOYEE-EXIT
007660     END-READ.
007670     PERFORM 3720-MATCH-ORIGIN   THRU 3720-MATCH-ORIGIN-EXIT.
007680     IF ORIGIN-NOT-MATCHED
007690         GO TO 3760-MOVE-EMPLOYEE-EXIT
007700     END-IF.
007710     MOVE EMP-MASTER-RECORD      TO WRK-IMAGEM-ANTES.
007720     IF APR-TRF-EMPRESA-PARA NOT = SPACES
007730         MOVE APR-TRF-EMPRESA-PARA TO EMP-EMPRESA
007740     END-IF.
007750     IF APR-TRF-DEPTO-PARA NOT = SPACES
007760         MOVE APR-TRF-DEPTO-PARA TO EMP-DEPTO
007770     END-IF.
007780     REWRITE EMP-MASTER-RECORD.
007790     ADD 1 TO WRK-TRF-FUNC-COUNT.
007800     MOVE 'A'                    TO WRK-HST-ACAO.
007810     PERFORM 5000-WRITE-HISTORY  THRU 5000-WRITE-HISTORY-EXIT.
007820 3760-MOVE-EMPLOYEE-EXIT.
007830     EXIT.
007840*----------------------------------------------------------------
007850* 5000-WRITE-HISTORY - APPEND ONE EMPLOYMENT HISTORY RECORD FOR
007860*    THE ACTION JUST RELEASED. A TERMINATION, SALARY CHANGE OR
007870*    TRANSFER LEAVES THE REWRITTEN RECORD AS THE AFTER IMAGE; A
007880*    DELETION LEAVES NONE.
007890*----------------------------------------------------------------
007900 5000-WRITE-HISTORY.
007910     MOVE SPACES                 TO HST-LOG-RECORD.
007920     ACCEPT HST-DATA             FROM DATE YYYYMMDD.
007930     ACCEPT HST-HORA             FROM TIME.
007940     MOVE 'PROG043 '             TO HST-PROGRAMA.
007950     MOVE WRK-OPERADOR           TO HST-OPERADOR.
007951     MOVE APR-OPERADOR           TO HST-SOLICITANTE.
007960     MOVE WRK-HST-ACAO           TO HST-ACAO.
007970     MOVE WRK-IMAGEM-ANTES (1:6) TO HST-MATRICULA.
007980     MOVE WRK-IMAGEM-ANTES       TO HST-ANTES.
007990     IF HST-ACAO-DESLIGAMENTO OR HST-ACAO-SALARIO
008000         OR HST-ACAO-ALTERACAO
008010         MOVE EMP-MASTER-RECORD  TO HST-DEPOIS
008020     END-IF.
008030     WRITE HST-LOG-RECORD.
008040 5000-WRITE-HISTORY-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070* 5100-WRITE-BANK-HISTORY - APPEND ONE EMPLOYMENT HISTORY RECORD
008080*    FOR A RELEASED BANK-DETAILS CHANGE, WITH THE BANK-MASTER
008090*    RECORDS AS ITS IMAGES - NO BEFORE IMAGE FOR A FIRST
008100*    ACCOUNT, NO AFTER IMAGE FOR A REMOVAL.
008110*----------------------------------------------------------------
008120 5100-WRITE-BANK-HISTORY.
008130     MOVE SPACES                 TO HST-LOG-RECORD.
008140     ACCEPT HST-DATA             FROM DATE YYYYMMDD.
008150     ACCEPT HST-HORA             FROM TIME.
008160     MOVE 'PROG043 '             TO HST-PROGRAMA.
008170     MOVE WRK-OPERADOR           TO HST-OPERADOR.
008171     MOVE APR-OPERADOR           TO HST-SOLICITANTE.
008180     SET HST-ACAO-BANCO          TO TRUE.
008190     MOVE APR-MATRICULA          TO HST-MATRICULA.
008200     MOVE WRK-IMAGEM-ANTES       TO HST-ANTES.
008210     IF APR-BCO-ALTERA
008220         MOVE BANK-MASTER-RECORD TO HST-DEPOIS
008230     END-IF.
008240     WRITE HST-LOG-RECORD.
008250 5100-WRITE-BANK-HISTORY-EXIT.
008260     EXIT.
008270*----------------------------------------------------------------
008280* 9999-FINALIZE - PRINT THE DECISION TOTALS AND CLOSE THE FILES.
008290*----------------------------------------------------------------
008300 9999-FINALIZE.
008310     DISPLAY '------------ PROG043 - TOTAIS ------------'.
008320     DISPLAY 'APROVADOS........ ' WRK-APPROVE-COUNT.
008330     DISPLAY 'RECUSADOS........ ' WRK-REFUSE-COUNT.
008340     DISPLAY 'AINDA PENDENTES.. ' WRK-KEEP-COUNT.
008350     DISPLAY 'TRANSFERIDOS..... ' WRK-TRANSFERIDOS-COUNT.
008360     CLOSE APR-IN.
008370     CLOSE APR-OUT.
008380     CLOSE EMPLOYEE-MASTER.
008390     CLOSE COMPANY-MASTER.
008400     CLOSE DEPT-MASTER.
008410     CLOSE EMP-HISTORY.
008420     CLOSE SAL-HISTORY.
008430     CLOSE BANK-MASTER.
008440     CLOSE APPROVAL-RPT.
008450 9999-FINALIZE-EXIT.
008460     EXIT.
