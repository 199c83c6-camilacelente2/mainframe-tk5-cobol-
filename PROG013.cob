000320*                 PASSWORD, ENFORCES THE LOCKOUT AND AUDITS
000330*                 EVERY ATTEMPT - SECURITY-MASTER IS NO LONGER
000340*                 READ HERE DIRECTLY.
000341* 2026-10-15  RM  CARRY THE PARENT DEPARTMENT, MANAGER
000342*                 MATRICULA AND COST CENTER ON DEPT-MASTER AND
000343*                 ON THE ADD/CHANGE TRANSACTIONS. THE PARENT
000344*                 MUST EXIST AND MAY NOT CLOSE A LOOP; THE
000345*                 MANAGER MUST PASS THE PROG034 DIGIT AND BE ON
000346*                 THE BOOKS. A DEPARTMENT WITH SUBORDINATES
000347*                 CANNOT BE DELETED.
000350*----------------------------------------------------------------
000360 ENVIRONMENT                     DIVISION.
000370 CONFIGURATION                   SECTION.
000530     SELECT APPROVAL-PENDING     ASSIGN TO APRPEND
000540                                 ORGANIZATION IS SEQUENTIAL
000550                                 FILE STATUS IS WS-APR-STATUS.
000560     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000570                                 ORGANIZATION IS INDEXED
000580                                 ACCESS MODE IS DYNAMIC
000590                                 RECORD KEY IS EMP-MATRICULA
000600                                 ALTERNATE RECORD KEY IS EMP-NOME
000610                                     WITH DUPLICATES
000620                                 FILE STATUS IS WS-EMP-STATUS.
000630 DATA                            DIVISION.
000640 FILE                            SECTION.
000650 FD  DEPT-TRANS-IN
000660     LABEL RECORDS ARE STANDARD.
000670 01  DEPT-TRANS-RECORD.
000680     05  DT-TRANS-CODE           PIC X(01).
000690         88  DT-IS-ADD                       VALUE 'A'.
000700         88  DT-IS-CHANGE                    VALUE 'C'.
000710         88  DT-IS-DELETE                    VALUE 'D'.
000720     05  DT-NOME                 PIC X(15).
000730     05  DT-DESCRICAO            PIC X(30).
000740     05  DT-LOTACAO              PIC 9(05).
000750     05  DT-DEPTO-PAI            PIC X(15).
000760     05  DT-GERENTE              PIC 9(06).
000770     05  DT-GERENTE-DV           PIC 9(01).
000780     05  DT-CENTRO-CUSTO         PIC X(10).
000790 FD  DEPT-MASTER
000800     LABEL RECORDS ARE STANDARD.
000810     COPY DEPTMAST.
000820 FD  DEPT-RPT
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 132 CHARACTERS.
000850 01  RPT-LINE                    PIC X(132).
000860 FD  APPROVAL-PENDING
000870     LABEL RECORDS ARE STANDARD.
000880     COPY APPRPEND.
000890 FD  EMPLOYEE-MASTER
000900     LABEL RECORDS ARE STANDARD.
000910     COPY EMPMAST.
000920 WORKING-STORAGE                 SECTION.
000930     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
000940     COPY MATRLINK               REPLACING ==:PFX:== BY ==WRK==.
000950 01  HEADING-LINE-1.
000960     05  FILLER                  PIC X(40)
000970             VALUE 'MANUTENCAO DEPT-MASTER - PROG013'.
000980     05  FILLER                  PIC X(92) VALUE SPACES.
000990 01  HEADING-LINE-2.
001000     05  FILLER                  PIC X(4)  VALUE 'TRN '.
001010     05  FILLER                  PIC X(17)
001020             VALUE 'DEPARTAMENTO     '.
001030     05  FILLER                  PIC X(32)
001040             VALUE 'DESCRICAO ANTES               '.
001050     05  FILLER                  PIC X(32)
001060             VALUE 'DESCRICAO DEPOIS              '.
001070     05  FILLER                  PIC X(20)
001080             VALUE 'SITUACAO            '.
001090     05  FILLER                  PIC X(27) VALUE SPACES.
001100 01  DETAIL-LINE.
001110     05  DTL-TRANS-CODE          PIC X(02).
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  DTL-NOME                PIC X(15).
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  DTL-DESC-ANTES          PIC X(30).
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  DTL-DESC-DEPOIS         PIC X(30).
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  DTL-SITUACAO            PIC X(20).
001200     05  FILLER                  PIC X(09) VALUE ' LOTACAO '.
001210     05  DTL-LOTACAO             PIC ZZZZ9.
001220     05  FILLER                  PIC X(13) VALUE SPACES.
001230 01  DETAIL-LINE-2.
001240     05  FILLER                  PIC X(21) VALUE SPACES.
001250     05  FILLER                  PIC X(04) VALUE 'PAI '.
001260     05  DT2-DEPTO-PAI           PIC X(15).
001270     05  FILLER                  PIC X(10) VALUE '  GERENTE '.
001280     05  DT2-GERENTE             PIC X(06).
001290     05  FILLER                  PIC X(10) VALUE '  C.CUSTO '.
001300     05  DT2-CENTRO-CUSTO        PIC X(10).
001310     05  FILLER                  PIC X(56) VALUE SPACES.
001320 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
001330     88  TRANS-STATUS-OK                    VALUE '00'.
001340     88  TRANS-STATUS-EOF                   VALUE '10'.
001350 77  WS-DEPT-STATUS              PIC X(02)  VALUE SPACES.
001360     88  DEPT-STATUS-OK                     VALUE '00'.
001370     88  DEPT-STATUS-NEW-FILE               VALUE '35'.
001380     88  DEPT-STATUS-NOT-FOUND              VALUE '23'.
001390     88  DEPT-STATUS-DUPLICATE              VALUE '22'.
001400 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001410     88  RPT-STATUS-OK                      VALUE '00'.
001420 77  WS-APR-STATUS               PIC X(02)  VALUE SPACES.
001430     88  APR-STATUS-OK                      VALUE '00'.
001440     88  APR-STATUS-NEW-FILE                VALUE '05' '35'.
001450 77  WRK-HOLD-COUNT              PIC 9(06)  COMP VALUE ZERO.
001460 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
001470 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
001480     88  OPERADOR-IS-VALID                  VALUE 'Y'.
001490     88  OPERADOR-IS-INVALID                VALUE 'N'.
001500 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001510     88  END-OF-TRANS-FILE                  VALUE 'Y'.
001520 77  WRK-ADD-COUNT               PIC 9(06)  COMP VALUE ZERO.
001530 77  WRK-CHANGE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001540 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001550 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
001560     88  EMP-STATUS-OK                      VALUE '00'.
001570     88  EMP-STATUS-NOT-FOUND               VALUE '23'.
001580 77  WRK-VALID-SWITCH            PIC X(01)  VALUE 'N'.
001590     88  HIERARQUIA-IS-VALID                VALUE 'Y'.
001600     88  HIERARQUIA-IS-INVALID              VALUE 'N'.
001610 77  WRK-PAI-ATUAL               PIC X(15)  VALUE SPACES.
001620 77  WRK-NIVEL                   PIC 9(03)  COMP VALUE ZERO.
001630 77  WRK-SCAN-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001640     88  END-OF-SCAN                        VALUE 'Y'.
001650 77  WRK-CHILD-SWITCH            PIC X(01)  VALUE 'N'.
001660     88  DEPTO-HAS-CHILD                    VALUE 'Y'.
001670     88  DEPTO-HAS-NO-CHILD                 VALUE 'N'.
001680 PROCEDURE                       DIVISION.
001690*----------------------------------------------------------------
001700* 0000-MAINLINE
001710*----------------------------------------------------------------
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001740     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
001750         UNTIL OPERADOR-IS-VALID.
001760     PERFORM 2000-PROCESS-TRANS  THRU 2000-PROCESS-TRANS-EXIT
001770         UNTIL END-OF-TRANS-FILE.
001780     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001790     IF WRK-REJECT-COUNT > ZERO
001800         MOVE 4 TO RETURN-CODE
001810     END-IF.
001820     STOP RUN.
001830*----------------------------------------------------------------
001840* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, READ THE FIRST
001850*    TRANSACTION RECORD. DEPT-MASTER IS CREATED EMPTY ON THE
001860*    FIRST RUN SO THE INITIAL TABLE CAN BE LOADED BY ADDS.
001870*----------------------------------------------------------------
001880 1000-INITIALIZE.
001890     OPEN INPUT  DEPT-TRANS-IN.
001900     OPEN OUTPUT DEPT-RPT.
001910     OPEN EXTEND APPROVAL-PENDING.
001920     IF APR-STATUS-NEW-FILE
001930         OPEN OUTPUT APPROVAL-PENDING
001940         CLOSE APPROVAL-PENDING
001950         OPEN EXTEND APPROVAL-PENDING
001960     END-IF.
001970     OPEN I-O    DEPT-MASTER.
001980     IF DEPT-STATUS-NEW-FILE
001990         OPEN OUTPUT DEPT-MASTER
002000         CLOSE DEPT-MASTER
002010         OPEN I-O DEPT-MASTER
002020     END-IF.
002030     OPEN INPUT  EMPLOYEE-MASTER.
002040     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
002050     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
002060     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
002070 1000-INITIALIZE-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------
002100* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
002110*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
002120*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT.
002130*----------------------------------------------------------------
002140 1500-SIGNON.
002150     MOVE 'PROG013 '             TO WRK-SGN-PROGRAMA.
002160     MOVE 3                      TO WRK-SGN-NIVEL.
002170     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
002180                                 WRK-SGN-OPERADOR,
002190                                 WRK-SGN-RETORNO.
002200     IF WRK-SGN-OK
002210         SET OPERADOR-IS-VALID TO TRUE
002220         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
002230     ELSE
002240         SET OPERADOR-IS-INVALID TO TRUE
002250     END-IF.
002260 1500-SIGNON-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------
002290* 2000-PROCESS-TRANS - APPLY THE CURRENT TRANSACTION TO
002300*    DEPT-MASTER AND PRINT A BEFORE/AFTER DETAIL LINE, THEN
002310*    READ THE NEXT TRANSACTION RECORD.
002320*----------------------------------------------------------------
002330 2000-PROCESS-TRANS.
002340     MOVE SPACES                 TO DETAIL-LINE.
002350     MOVE DT-TRANS-CODE          TO DTL-TRANS-CODE.
002360     MOVE DT-NOME                TO DTL-NOME.
002370     EVALUATE TRUE
002380         WHEN DT-IS-ADD
002390             PERFORM 2100-APPLY-ADD
002400                                THRU 2100-APPLY-ADD-EXIT
002410         WHEN DT-IS-CHANGE
002420             PERFORM 2200-APPLY-CHANGE
002430                                THRU 2200-APPLY-CHANGE-EXIT
002440         WHEN DT-IS-DELETE
002450             PERFORM 2300-APPLY-DELETE
002460                                THRU 2300-APPLY-DELETE-EXIT
002470         WHEN OTHER
002480             MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
002490             ADD 1 TO WRK-REJECT-COUNT
002500     END-EVALUATE.
002510     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
002520     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
002530 2000-PROCESS-TRANS-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------
002560* 2100-APPLY-ADD - ADD A NEW DEPT-MASTER RECORD, REJECTING A
002570*    DUPLICATE DEPARTMENT AND A PARENT OR MANAGER THAT FAILS
002580*    2500-CHECK-HIERARQUIA.
002590*----------------------------------------------------------------
002600 2100-APPLY-ADD.
002610     MOVE DT-LOTACAO             TO DTL-LOTACAO.
002620     MOVE DT-DESCRICAO           TO DTL-DESC-DEPOIS.
002630     PERFORM 2500-CHECK-HIERARQUIA
002640                                THRU 2500-CHECK-HIERARQUIA-EXIT.
002650     IF HIERARQUIA-IS-INVALID
002660         ADD 1 TO WRK-REJECT-COUNT
002670         GO TO 2100-APPLY-ADD-EXIT
002680     END-IF.
002690     MOVE DT-NOME                TO DP-NOME.
002700     MOVE DT-DESCRICAO           TO DP-DESCRICAO.
002710     MOVE DT-LOTACAO             TO DP-LOTACAO-AUTORIZADA.
002720     PERFORM 2150-MOVE-HIERARQUIA
002730                                THRU 2150-MOVE-HIERARQUIA-EXIT.
002740     WRITE DEPT-MASTER-RECORD
002750         INVALID KEY
002760             MOVE 'DEPTO JA CADASTRADO' TO DTL-SITUACAO
002770             ADD 1 TO WRK-REJECT-COUNT
002780         NOT INVALID KEY
002790             MOVE 'INCLUIDO' TO DTL-SITUACAO
002800             ADD 1 TO WRK-ADD-COUNT
002810             WRITE RPT-LINE FROM DETAIL-LINE
002815                 AFTER ADVANCING 1 LINE
002820             MOVE SPACES         TO DETAIL-LINE
002830             MOVE DETAIL-LINE-2  TO DETAIL-LINE
002840     END-WRITE.
002850 2100-APPLY-ADD-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880* 2150-MOVE-HIERARQUIA - MOVE THE PARENT, MANAGER AND COST CENTER
002890*    FROM THE TRANSACTION ONTO THE RECORD AND THE SECOND DETAIL
002900*    LINE.
002910*----------------------------------------------------------------
002920 2150-MOVE-HIERARQUIA.
002930     MOVE DT-DEPTO-PAI           TO DP-DEPTO-PAI.
002940     IF DT-GERENTE NUMERIC
002950         MOVE DT-GERENTE         TO DP-GERENTE
002960     ELSE
002970         MOVE ZERO               TO DP-GERENTE
002980     END-IF.
002990     MOVE DT-CENTRO-CUSTO        TO DP-CENTRO-CUSTO.
003000     MOVE DP-DEPTO-PAI           TO DT2-DEPTO-PAI.
003010     MOVE DP-GERENTE             TO DT2-GERENTE.
003020     MOVE DP-CENTRO-CUSTO        TO DT2-CENTRO-CUSTO.
003030 2150-MOVE-HIERARQUIA-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003060* 2200-APPLY-CHANGE - VALIDATE THE NEW PARENT AND MANAGER, THEN
003070*    READ THE EXISTING RECORD FOR ITS BEFORE IMAGE AND REWRITE
003080*    IT WITH THE NEW DESCRIPTION, HEADCOUNT AND HIERARCHY. THE
003090*    TRANSACTION CARRIES THE WHOLE RECORD - A BLANK PARENT MAKES
003100*    THE DEPARTMENT TOP-LEVEL.
003110*----------------------------------------------------------------
003120 2200-APPLY-CHANGE.
003130     PERFORM 2500-CHECK-HIERARQUIA
003140                                THRU 2500-CHECK-HIERARQUIA-EXIT.
003150     IF HIERARQUIA-IS-INVALID
003160         ADD 1 TO WRK-REJECT-COUNT
003170         GO TO 2200-APPLY-CHANGE-EXIT
003180     END-IF.
003190     MOVE DT-NOME                TO DP-NOME.
003200     READ DEPT-MASTER
003210         INVALID KEY
003220             MOVE 'DEPTO NAO CADASTRADO' TO DTL-SITUACAO
003230             ADD 1 TO WRK-REJECT-COUNT
003240         NOT INVALID KEY
003250             MOVE DP-DESCRICAO   TO DTL-DESC-ANTES
003260             MOVE DT-DESCRICAO   TO DP-DESCRICAO
003270             MOVE DT-LOTACAO     TO DP-LOTACAO-AUTORIZADA
003280             MOVE DT-LOTACAO     TO DTL-LOTACAO
003290             MOVE DT-DESCRICAO   TO DTL-DESC-DEPOIS
003300             PERFORM 2150-MOVE-HIERARQUIA
003310                                THRU 2150-MOVE-HIERARQUIA-EXIT
003320             REWRITE DEPT-MASTER-RECORD
003330             MOVE 'ALTERADO' TO DTL-SITUACAO
003340             ADD 1 TO WRK-CHANGE-COUNT
003350             WRITE RPT-LINE FROM DETAIL-LINE
003355                 AFTER ADVANCING 1 LINE
003360             MOVE DETAIL-LINE-2  TO DETAIL-LINE
003370     END-READ.
003380 2200-APPLY-CHANGE-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410* 2300-APPLY-DELETE - READ THE EXISTING RECORD FOR ITS BEFORE
003420*    IMAGE, THEN HOLD THE DELETE FOR APPROVAL. A DEPARTMENT THAT
003430*    IS STILL THE PARENT OF ANOTHER CANNOT BE DELETED - THE
003440*    SUBORDINATE DEPARTMENTS MUST BE MOVED FIRST.
003450*----------------------------------------------------------------
003460 2300-APPLY-DELETE.
003470     SET DEPTO-HAS-NO-CHILD      TO TRUE.
003480     MOVE 'N'                    TO WRK-SCAN-EOF-SWITCH.
003490     MOVE LOW-VALUES             TO DP-NOME.
003500     START DEPT-MASTER KEY IS NOT LESS THAN DP-NOME
003510         INVALID KEY
003520             SET END-OF-SCAN     TO TRUE
003530     END-START.
003540     PERFORM 2320-FIND-CHILD     THRU 2320-FIND-CHILD-EXIT
003550         UNTIL END-OF-SCAN.
003560     IF DEPTO-HAS-CHILD
003570         MOVE 'POSSUI SUBORDINADOS' TO DTL-SITUACAO
003580         ADD 1 TO WRK-REJECT-COUNT
003590         GO TO 2300-APPLY-DELETE-EXIT
003600     END-IF.
003610     MOVE DT-NOME                TO DP-NOME.
003620     READ DEPT-MASTER
003630         INVALID KEY
003640             MOVE 'DEPTO NAO CADASTRADO' TO DTL-SITUACAO
003650             ADD 1 TO WRK-REJECT-COUNT
003660         NOT INVALID KEY
003670             MOVE DP-DESCRICAO   TO DTL-DESC-ANTES
003680             PERFORM 2350-HOLD-APPROVAL
003690                                THRU 2350-HOLD-APPROVAL-EXIT
003700     END-READ.
003710 2300-APPLY-DELETE-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740* 2320-FIND-CHILD - READ THE NEXT DEPARTMENT AND STOP ON ONE
003750*    WHOSE PARENT IS THE DEPARTMENT BEING DELETED.
003760*----------------------------------------------------------------
003770 2320-FIND-CHILD.
003780     READ DEPT-MASTER NEXT RECORD
003790         AT END
003800             SET END-OF-SCAN     TO TRUE
003810             GO TO 2320-FIND-CHILD-EXIT
003820     END-READ.
003830     IF DP-DEPTO-PAI = DT-NOME
003840         SET DEPTO-HAS-CHILD     TO TRUE
003850         SET END-OF-SCAN         TO TRUE
003860     END-IF.
003870 2320-FIND-CHILD-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900* 2350-HOLD-APPROVAL - WRITE THE DELETE REQUEST TO THE PENDING-
003910*    APPROVAL FILE FOR A SECOND OPERATOR TO RELEASE THROUGH
003920*    PROG043.
003930*----------------------------------------------------------------
003940 2350-HOLD-APPROVAL.
003950     MOVE SPACES                 TO APR-RECORD.
003960     SET APR-IS-DEPTO-DELETE     TO TRUE.
003970     MOVE DP-NOME                TO APR-CHAVE.
003980     MOVE ZERO                   TO APR-MATRICULA.
003990     ACCEPT APR-DATA             FROM DATE YYYYMMDD.
004000     ACCEPT APR-HORA             FROM TIME.
004010     MOVE WRK-OPERADOR           TO APR-OPERADOR.
004020     WRITE APR-RECORD.
004030     MOVE 'AGUARDA APROVACAO'    TO DTL-SITUACAO.
004040     ADD 1 TO WRK-HOLD-COUNT.
004050 2350-HOLD-APPROVAL-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------
004080* 2400-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
004090*----------------------------------------------------------------
004100 2400-READ-TRANS.
004110     READ DEPT-TRANS-IN
004120         AT END
004130             SET END-OF-TRANS-FILE TO TRUE
004140     END-READ.
004150 2400-READ-TRANS-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180* 2500-CHECK-HIERARQUIA - CHECK THE TRANSACTION'S PARENT AND
004190*    MANAGER. THE PARENT MUST BE ON FILE AND MUST NOT HAVE THE
004200*    DEPARTMENT ITSELF ANYWHERE ABOVE IT, SO THE TREE CAN NEVER
004210*    LOOP. THE MANAGER (ZERO = NONE) MUST PASS THE PROG034
004220*    CHECK DIGIT AND BE ON THE BOOKS OF EMPLOYEE-MASTER.
004230*----------------------------------------------------------------
004240 2500-CHECK-HIERARQUIA.
004250     SET HIERARQUIA-IS-INVALID   TO TRUE.
004260     IF DT-DEPTO-PAI NOT = SPACES
004270         IF DT-DEPTO-PAI = DT-NOME
004280             MOVE 'HIERARQUIA CIRCULAR' TO DTL-SITUACAO
004290             GO TO 2500-CHECK-HIERARQUIA-EXIT
004300         END-IF
004310         MOVE DT-DEPTO-PAI       TO DP-NOME
004320         READ DEPT-MASTER
004330             INVALID KEY
004340                 MOVE 'PAI NAO CADASTRADO' TO DTL-SITUACAO
004350                 GO TO 2500-CHECK-HIERARQUIA-EXIT
004360         END-READ
004370         MOVE ZERO               TO WRK-NIVEL
004380         MOVE DP-DEPTO-PAI       TO WRK-PAI-ATUAL
004390         PERFORM 2550-WALK-UP    THRU 2550-WALK-UP-EXIT
004400             UNTIL WRK-PAI-ATUAL = SPACES
004410         IF DTL-SITUACAO NOT = SPACES
004420             GO TO 2500-CHECK-HIERARQUIA-EXIT
004430         END-IF
004440     END-IF.
004450     IF DT-GERENTE NOT NUMERIC
004460         MOVE 'GERENTE INVALIDO' TO DTL-SITUACAO
004470         GO TO 2500-CHECK-HIERARQUIA-EXIT
004480     END-IF.
004490     IF DT-GERENTE > ZERO
004500         MOVE DT-GERENTE         TO WRK-MATRICULA-DV
004510         MOVE DT-GERENTE-DV      TO WRK-DIGITO
004520         MOVE 'V'                TO WRK-DV-FUNCAO
004530         CALL 'PROG034' USING WRK-MATRICULA-DV, WRK-DIGITO,
004540                                 WRK-DV-FUNCAO, WRK-DV-RETORNO
004550         IF WRK-DV-INVALIDO
004560             MOVE 'DV GERENTE INVALIDO' TO DTL-SITUACAO
004570             GO TO 2500-CHECK-HIERARQUIA-EXIT
004580         END-IF
004590         MOVE DT-GERENTE         TO EMP-MATRICULA
004600         READ EMPLOYEE-MASTER
004610             INVALID KEY
004620                 MOVE 'GERENTE NAO ACHADO' TO DTL-SITUACAO
004630                 GO TO 2500-CHECK-HIERARQUIA-EXIT
004640         END-READ
004650         IF NOT EMP-IS-VINCULADO
004660             MOVE 'GERENTE NAO ATIVO' TO DTL-SITUACAO
004670             GO TO 2500-CHECK-HIERARQUIA-EXIT
004680         END-IF
004690     END-IF.
004700     SET HIERARQUIA-IS-VALID     TO TRUE.
004710 2500-CHECK-HIERARQUIA-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* 2550-WALK-UP - CLIMB ONE LEVEL ABOVE THE NEW PARENT. REACHING
004750*    THE DEPARTMENT ITSELF (OR CLIMBING PAST ANY SENSIBLE DEPTH)
004760*    MEANS THE CHANGE WOULD CLOSE A LOOP; A BROKEN LINK ABOVE
004770*    ENDS THE CLIMB.
004780*----------------------------------------------------------------
004790 2550-WALK-UP.
004800     ADD 1 TO WRK-NIVEL.
004810     IF WRK-PAI-ATUAL = DT-NOME
004820         OR WRK-NIVEL > 50
004830         MOVE 'HIERARQUIA CIRCULAR' TO DTL-SITUACAO
004840         MOVE SPACES             TO WRK-PAI-ATUAL
004850         GO TO 2550-WALK-UP-EXIT
004860     END-IF.
004870     MOVE WRK-PAI-ATUAL          TO DP-NOME.
004880     READ DEPT-MASTER
004890         INVALID KEY
004900             MOVE SPACES         TO WRK-PAI-ATUAL
004910             GO TO 2550-WALK-UP-EXIT
004920     END-READ.
004930     MOVE DP-DEPTO-PAI           TO WRK-PAI-ATUAL.
004940 2550-WALK-UP-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------
004970* 9999-FINALIZE - PRINT END-OF-JOB TOTALS AND CLOSE THE FILES.
004980*----------------------------------------------------------------
004990 9999-FINALIZE.
005000     DISPLAY '------------ PROG013 - TOTAIS ------------'.
005010     DISPLAY 'INCLUSOES.... ' WRK-ADD-COUNT.
005020     DISPLAY 'ALTERACOES... ' WRK-CHANGE-COUNT.
005030     DISPLAY 'AGUARDANDO APROVACAO ' WRK-HOLD-COUNT.
005040     DISPLAY 'REJEITADAS... ' WRK-REJECT-COUNT.
005050     CLOSE DEPT-TRANS-IN.
005060     CLOSE DEPT-MASTER.
005070     CLOSE APPROVAL-PENDING.
005080     CLOSE EMPLOYEE-MASTER.
005090     CLOSE DEPT-RPT.
005100 9999-FINALIZE-EXIT.
005110     EXIT.
