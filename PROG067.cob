000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG067.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - MAINTAINS REQUISITION-MASTER, THE POSITION
000090*    REQUISITIONS THAT MUST BE OPEN BEFORE A HIRE IS REGISTERED,
000100*    FROM A TRANSACTION FILE OF OPEN (I), CHANGE OF THE NUMBER
000110*    OF POSITIONS (A) AND CANCEL (C) REQUESTS. ONLY A
000120*    MANAGER-LEVEL OPERATOR (SEC-NIVEL 4) MAY SIGN ON, AND THE
000130*    OPERATOR WHO OPENS A REQUISITION IS RECORDED AS ITS
000140*    APPROVER. A NEW REQUISITION IS NUMBERED FROM THE
000150*    NUMBER-CONTROL FILE, MUST NAME AN ACTIVE COMPANY AND A
000160*    DEPARTMENT ON FILE, AND MAY NOT PROMISE MORE POSITIONS THAN
000170*    THE DEPARTMENT'S AUTHORIZED HEADCOUNT LEAVES ROOM FOR ONCE
000180*    THE ACTIVE EMPLOYEES AND THE POSITIONS STILL OPEN ON OTHER
000190*    REQUISITIONS ARE COUNTED. ONLY AN ABERTA REQUISITION MAY
000200*    BE CHANGED OR CANCELLED. EVERY TRANSACTION IS PRINTED ON
000210*    THE REPORT WITH END-OF-JOB TOTALS.
000220*    MODELED ON PROG062'S LEAVE MAINTENANCE.
000230*----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*----------------------------------------------------------------
000260* 2026-10-15  RM  ORIGINAL PROGRAM.
000270*----------------------------------------------------------------
000280 ENVIRONMENT                     DIVISION.
000290 CONFIGURATION                   SECTION.
000300 SOURCE-COMPUTER.                IBM-370.
000310 OBJECT-COMPUTER.                IBM-370.
000320 INPUT-OUTPUT                    SECTION.
000330 FILE-CONTROL.
000340     SELECT REQS-TRANS-IN        ASSIGN TO REQSTRIN
000350                                 ORGANIZATION IS SEQUENTIAL
000360                                 FILE STATUS IS WS-TRANS-STATUS.
000370     SELECT REQUISITION-MASTER   ASSIGN TO REQSMAST
000380                                 ORGANIZATION IS INDEXED
000390                                 ACCESS MODE IS DYNAMIC
000400                                 RECORD KEY IS REQ-NUMERO
000410                                 FILE STATUS IS WS-REQ-STATUS.
000420     SELECT NUMBER-CONTROL       ASSIGN TO EMPCTL
000430                                 ORGANIZATION IS INDEXED
000440                                 ACCESS MODE IS DYNAMIC
000450                                 RECORD KEY IS CTL-KEY
000460                                 FILE STATUS IS WS-CTL-STATUS.
000470     SELECT COMPANY-MASTER       ASSIGN TO COMPMAST
000480                                 ORGANIZATION IS INDEXED
000490                                 ACCESS MODE IS DYNAMIC
000500                                 RECORD KEY IS CO-CODIGO
000510                                 FILE STATUS IS WS-CO-STATUS.
000520     SELECT DEPT-MASTER          ASSIGN TO DEPTMAST
000530                                 ORGANIZATION IS INDEXED
000540                                 ACCESS MODE IS DYNAMIC
000550                                 RECORD KEY IS DP-NOME
000560                                 FILE STATUS IS WS-DEPT-STATUS.
000570     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000580                                 ORGANIZATION IS INDEXED
000590                                 ACCESS MODE IS DYNAMIC
000600                                 RECORD KEY IS EMP-MATRICULA
000610                                 ALTERNATE RECORD KEY IS EMP-NOME
000620                                     WITH DUPLICATES
000630                                 FILE STATUS IS WS-EMP-STATUS.
000640     SELECT REQS-RPT             ASSIGN TO REQSRPT
000650                                 ORGANIZATION IS SEQUENTIAL
000660                                 FILE STATUS IS WS-RPT-STATUS.
000670 DATA                            DIVISION.
000680 FILE                            SECTION.
000690 FD  REQS-TRANS-IN
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 40 CHARACTERS.
000720 01  REQS-TRANS-RECORD.
000730     05  RT-TRANS-CODE           PIC X(01).
000740         88  RT-IS-ABERTURA                  VALUE 'I'.
000750         88  RT-IS-ALTERACAO                 VALUE 'A'.
000760         88  RT-IS-CANCELAMENTO              VALUE 'C'.
000770     05  RT-NUMERO               PIC 9(06).
000780     05  RT-EMPRESA              PIC X(05).
000790     05  RT-DEPTO                PIC X(15).
000800     05  RT-VAGAS                PIC 9(03).
000810     05  FILLER                  PIC X(10).
000820 FD  REQUISITION-MASTER
000830     LABEL RECORDS ARE STANDARD.
000840     COPY REQSMAST.
000850 FD  NUMBER-CONTROL
000860     LABEL RECORDS ARE STANDARD.
000870 01  CTL-RECORD.
000880     05  CTL-KEY                 PIC X(08).
000890     05  CTL-PROX-NUMERO         PIC 9(06).
000900 FD  COMPANY-MASTER
000910     LABEL RECORDS ARE STANDARD.
000920     COPY COMPMAST.
000930 FD  DEPT-MASTER
000940     LABEL RECORDS ARE STANDARD.
000950     COPY DEPTMAST.
000960 FD  EMPLOYEE-MASTER
000970     LABEL RECORDS ARE STANDARD.
000980     COPY EMPMAST.
000990 FD  REQS-RPT
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 132 CHARACTERS.
001020 01  RPT-LINE                    PIC X(132).
001030 WORKING-STORAGE                 SECTION.
001040     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
001050 01  HEADING-LINE-1.
001060     05  FILLER                  PIC X(44)
001070             VALUE 'MANUTENCAO REQUISICOES DE VAGA - PROG067'.
001080     05  FILLER                  PIC X(88) VALUE SPACES.
001090 01  HEADING-LINE-2.
001100     05  FILLER                  PIC X(04) VALUE 'TRN '.
001110     05  FILLER                  PIC X(08) VALUE 'NUMERO  '.
001120     05  FILLER                  PIC X(09) VALUE 'EMPRESA  '.
001130     05  FILLER                  PIC X(17)
001140             VALUE 'DEPARTAMENTO     '.
001150     05  FILLER                  PIC X(07) VALUE 'VAGAS  '.
001160     05  FILLER                  PIC X(09) VALUE 'PREENCH  '.
001170     05  FILLER                  PIC X(10) VALUE 'APROVADOR '.
001180     05  FILLER                  PIC X(04) VALUE 'SIT '.
001190     05  FILLER                  PIC X(24)
001200             VALUE 'SITUACAO                '.
001210     05  FILLER                  PIC X(40) VALUE SPACES.
001220 01  DETAIL-LINE.
001230     05  DTL-TRANS-CODE          PIC X(02).
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  DTL-NUMERO              PIC X(06).
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  DTL-EMPRESA             PIC X(05).
001280     05  FILLER                  PIC X(04) VALUE SPACES.
001290     05  DTL-DEPTO               PIC X(15).
001300     05  FILLER                  PIC X(02) VALUE SPACES.
001310     05  DTL-VAGAS               PIC ZZ9.
001320     05  FILLER                  PIC X(04) VALUE SPACES.
001330     05  DTL-PREENCHIDAS         PIC ZZ9.
001340     05  FILLER                  PIC X(06) VALUE SPACES.
001350     05  DTL-APROVADOR           PIC X(08).
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  DTL-REQ-SITUACAO        PIC X(01).
001380     05  FILLER                  PIC X(03) VALUE SPACES.
001390     05  DTL-SITUACAO            PIC X(24).
001400     05  FILLER                  PIC X(40) VALUE SPACES.
001410 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
001420     88  TRANS-STATUS-OK                    VALUE '00'.
001430     88  TRANS-STATUS-EOF                   VALUE '10'.
001440 77  WS-REQ-STATUS               PIC X(02)  VALUE SPACES.
001450     88  REQ-STATUS-OK                      VALUE '00'.
001460     88  REQ-STATUS-NOT-FOUND               VALUE '23'.
001470     88  REQ-STATUS-NEW-FILE                VALUE '35'.
001480 77  WS-CTL-STATUS               PIC X(02)  VALUE SPACES.
001490     88  CTL-STATUS-OK                      VALUE '00'.
001500     88  CTL-STATUS-NEW-FILE                VALUE '35'.
001510 77  WS-CO-STATUS                PIC X(02)  VALUE SPACES.
001520     88  CO-STATUS-OK                       VALUE '00'.
001530     88  CO-STATUS-NOT-FOUND                VALUE '23'.
001540 77  WS-DEPT-STATUS              PIC X(02)  VALUE SPACES.
001550     88  DEPT-STATUS-OK                     VALUE '00'.
001560     88  DEPT-STATUS-NOT-FOUND              VALUE '23'.
001570 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
001580     88  EMP-STATUS-OK                      VALUE '00'.
001590 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001600     88  RPT-STATUS-OK                      VALUE '00'.
001610 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
001620 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
001630     88  OPERADOR-IS-VALID                  VALUE 'Y'.
001640     88  OPERADOR-IS-INVALID                VALUE 'N'.
001650 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001660     88  END-OF-TRANS-FILE                  VALUE 'Y'.
001670 77  WRK-SCAN-SWITCH             PIC X(01)  VALUE 'N'.
001680     88  END-OF-SCAN                        VALUE 'Y'.
001690 77  WRK-CTL-KEY                 PIC X(08)  VALUE 'REQSCTL '.
001700 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
001710 77  WRK-LOTACAO-COUNT           PIC 9(05)  COMP VALUE ZERO.
001720 77  WRK-VAGAS-ABERTAS           PIC 9(05)  COMP VALUE ZERO.
001730 77  WRK-VAGAS-PEDIDAS           PIC 9(05)  COMP VALUE ZERO.
001740 77  WRK-REQ-EXCLUIDA            PIC 9(06)  VALUE ZERO.
001750 77  WRK-ABERTURA-COUNT          PIC 9(06)  COMP VALUE ZERO.
001760 77  WRK-ALTERACAO-COUNT         PIC 9(06)  COMP VALUE ZERO.
001770 77  WRK-CANCELAMENTO-COUNT      PIC 9(06)  COMP VALUE ZERO.
001780 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001790 PROCEDURE                       DIVISION.
001800*----------------------------------------------------------------
001810* 0000-MAINLINE
001820*----------------------------------------------------------------
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001850     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
001860         UNTIL OPERADOR-IS-VALID.
001870     PERFORM 2000-PROCESS-TRANS  THRU 2000-PROCESS-TRANS-EXIT
001880         UNTIL END-OF-TRANS-FILE.
001890     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001900     IF WRK-REJECT-COUNT > ZERO
001910         MOVE 4 TO RETURN-CODE
001920     END-IF.
001930     STOP RUN.
001940*----------------------------------------------------------------
001950* 1000-INITIALIZE - OPEN FILES, CREATING REQUISITION-MASTER ON
001960*    THE FIRST RUN, PRINT HEADINGS, READ THE FIRST TRANSACTION.
001970*----------------------------------------------------------------
001980 1000-INITIALIZE.
001990     OPEN INPUT  REQS-TRANS-IN.
002000     OPEN OUTPUT REQS-RPT.
002010     OPEN I-O    REQUISITION-MASTER.
002020     IF REQ-STATUS-NEW-FILE
002030         OPEN OUTPUT REQUISITION-MASTER
002040         CLOSE REQUISITION-MASTER
002050         OPEN I-O REQUISITION-MASTER
002060     END-IF.
002070     OPEN INPUT  COMPANY-MASTER.
002080     OPEN INPUT  DEPT-MASTER.
002090     OPEN INPUT  EMPLOYEE-MASTER.
002100     PERFORM 1100-OPEN-CONTROL  THRU 1100-OPEN-CONTROL-EXIT.
002110     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
002120     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
002130     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
002140     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
002150 1000-INITIALIZE-EXIT.
002160     EXIT.
002170*----------------------------------------------------------------
002180* 1100-OPEN-CONTROL - OPEN THE NUMBER-CONTROL FILE, ADDING THE
002190*    REQUISITION NUMBER RECORD WITH A FIRST NUMBER OF 1 ON THE
002200*    FIRST RUN, BESIDE THE MATRICULA RECORD THE REGISTRATION
002210*    PROGRAMS KEEP THERE.
002220*----------------------------------------------------------------
002230 1100-OPEN-CONTROL.
002240     OPEN I-O NUMBER-CONTROL.
002250     IF CTL-STATUS-NEW-FILE
002260         OPEN OUTPUT NUMBER-CONTROL
002270         CLOSE NUMBER-CONTROL
002280         OPEN I-O NUMBER-CONTROL
002290     END-IF.
002300     MOVE WRK-CTL-KEY            TO CTL-KEY.
002310     READ NUMBER-CONTROL
002320         INVALID KEY
002330             MOVE 1 TO CTL-PROX-NUMERO
002340             WRITE CTL-RECORD
002350     END-READ.
002360 1100-OPEN-CONTROL-EXIT.
002370     EXIT.
002380*----------------------------------------------------------------
002390* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
002400*    PROG050 ROUTINE AT MANAGER LEVEL - A REQUISITION IS THE
002410*    APPROVAL TO HIRE, SO NO CLERK MAY OPEN ONE.
002420*----------------------------------------------------------------
002430 1500-SIGNON.
002440     MOVE 'PROG067 '             TO WRK-SGN-PROGRAMA.
002450     MOVE 4                      TO WRK-SGN-NIVEL.
002460     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
002470                                 WRK-SGN-OPERADOR,
002480                                 WRK-SGN-RETORNO.
002490     IF WRK-SGN-OK
002500         SET OPERADOR-IS-VALID TO TRUE
002510         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
002520     ELSE
002530         SET OPERADOR-IS-INVALID TO TRUE
002540     END-IF.
002550 1500-SIGNON-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580* 2000-PROCESS-TRANS - APPLY THE CURRENT TRANSACTION TO
002590*    REQUISITION-MASTER AND PRINT A DETAIL LINE, THEN READ THE
002600*    NEXT TRANSACTION.
002610*----------------------------------------------------------------
002620 2000-PROCESS-TRANS.
002630     MOVE SPACES                 TO DETAIL-LINE.
002640     MOVE RT-TRANS-CODE          TO DTL-TRANS-CODE.
002650     MOVE RT-NUMERO              TO DTL-NUMERO.
002660     MOVE RT-EMPRESA             TO DTL-EMPRESA.
002670     MOVE RT-DEPTO               TO DTL-DEPTO.
002680     IF RT-VAGAS NUMERIC
002690         MOVE RT-VAGAS           TO DTL-VAGAS
002700     END-IF.
002710     EVALUATE TRUE
002720         WHEN RT-IS-ABERTURA
002730             PERFORM 2100-APPLY-ABERTURA
002740                                THRU 2100-APPLY-ABERTURA-EXIT
002750         WHEN RT-IS-ALTERACAO
002760             PERFORM 2200-APPLY-ALTERACAO
002770                                THRU 2200-APPLY-ALTERACAO-EXIT
002780         WHEN RT-IS-CANCELAMENTO
002790             PERFORM 2300-APPLY-CANCELAMENTO
002800                                THRU 2300-APPLY-CANCELAMENTO-EXIT
002810         WHEN OTHER
002820             MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
002830             ADD 1 TO WRK-REJECT-COUNT
002840     END-EVALUATE.
002850     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
002860     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
002870 2000-PROCESS-TRANS-EXIT.
002880     EXIT.
002890*----------------------------------------------------------------
002900* 2100-APPLY-ABERTURA - OPEN A NEW REQUISITION. THE COMPANY MUST
002910*    BE ON FILE AND ACTIVE, THE DEPARTMENT ON FILE AND THE
002920*    NUMBER OF POSITIONS GREATER THAN ZERO AND WITHIN WHAT THE
002930*    AUTHORIZED HEADCOUNT LEAVES. THE NEXT NUMBER IS TAKEN FROM
002940*    THE NUMBER-CONTROL FILE AND THE OPERATOR IS THE APPROVER.
002950*----------------------------------------------------------------
002960 2100-APPLY-ABERTURA.
002970     MOVE RT-EMPRESA             TO CO-CODIGO.
002980     READ COMPANY-MASTER
002990         INVALID KEY
003000             MOVE 'EMPRESA NAO CADASTRADA' TO DTL-SITUACAO
003010             ADD 1 TO WRK-REJECT-COUNT
003020             GO TO 2100-APPLY-ABERTURA-EXIT
003030     END-READ.
003040     IF CO-IS-INATIVA
003050         MOVE 'EMPRESA INATIVA'  TO DTL-SITUACAO
003060         ADD 1 TO WRK-REJECT-COUNT
003070         GO TO 2100-APPLY-ABERTURA-EXIT
003080     END-IF.
003090     MOVE RT-DEPTO               TO DP-NOME.
003100     READ DEPT-MASTER
003110         INVALID KEY
003120             MOVE 'DEPTO NAO CADASTRADO' TO DTL-SITUACAO
003130             ADD 1 TO WRK-REJECT-COUNT
003140             GO TO 2100-APPLY-ABERTURA-EXIT
003150     END-READ.
003160     IF RT-VAGAS NOT NUMERIC
003170         OR RT-VAGAS = ZERO
003180         MOVE 'VAGAS INVALIDAS'  TO DTL-SITUACAO
003190         ADD 1 TO WRK-REJECT-COUNT
003200         GO TO 2100-APPLY-ABERTURA-EXIT
003210     END-IF.
003220     MOVE ZERO                   TO REQ-NUMERO.
003230     MOVE RT-VAGAS               TO WRK-VAGAS-PEDIDAS.
003240     PERFORM 2500-CHECK-LOTACAO  THRU 2500-CHECK-LOTACAO-EXIT.
003250     IF DTL-SITUACAO NOT = SPACES
003260         ADD 1 TO WRK-REJECT-COUNT
003270         GO TO 2100-APPLY-ABERTURA-EXIT
003280     END-IF.
003290     MOVE WRK-CTL-KEY            TO CTL-KEY.
003300     READ NUMBER-CONTROL.
003310     MOVE SPACES                 TO REQUISITION-MASTER-RECORD.
003320     MOVE CTL-PROX-NUMERO        TO REQ-NUMERO.
003330     ADD 1                       TO CTL-PROX-NUMERO.
003340     REWRITE CTL-RECORD.
003350     MOVE RT-EMPRESA             TO REQ-EMPRESA.
003360     MOVE RT-DEPTO               TO REQ-DEPTO.
003370     MOVE RT-VAGAS               TO REQ-VAGAS.
003380     MOVE ZERO                   TO REQ-PREENCHIDAS.
003390     MOVE WRK-OPERADOR           TO REQ-APROVADOR.
003400     MOVE WRK-DATA-HOJE          TO REQ-DATA-ABERTURA.
003410     SET REQ-IS-ABERTA           TO TRUE.
003420     MOVE WRK-DATA-HOJE          TO REQ-DATA-SITUACAO.
003430     MOVE WRK-OPERADOR           TO REQ-OPERADOR.
003440     WRITE REQUISITION-MASTER-RECORD
003450         INVALID KEY
003460             MOVE 'REQUISICAO JA EXISTE' TO DTL-SITUACAO
003470             ADD 1 TO WRK-REJECT-COUNT
003480             GO TO 2100-APPLY-ABERTURA-EXIT
003490     END-WRITE.
003500     PERFORM 2600-SHOW-REQUISICAO
003510                                THRU 2600-SHOW-REQUISICAO-EXIT.
003520     MOVE 'ABERTA'               TO DTL-SITUACAO.
003530     ADD 1 TO WRK-ABERTURA-COUNT.
003540 2100-APPLY-ABERTURA-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570* 2200-APPLY-ALTERACAO - CHANGE THE NUMBER OF POSITIONS OF AN
003580*    ABERTA REQUISITION. IT MAY NOT FALL BELOW THE POSITIONS
003590*    ALREADY FILLED, AND AN INCREASE MUST FIT THE AUTHORIZED
003600*    HEADCOUNT. WHEN IT EQUALS THE FILLED COUNT THE REQUISITION
003610*    IS PREENCHIDA.
003620*----------------------------------------------------------------
003630 2200-APPLY-ALTERACAO.
003640     MOVE RT-NUMERO              TO REQ-NUMERO.
003650     PERFORM 2250-LOCATE-ABERTA  THRU 2250-LOCATE-ABERTA-EXIT.
003660     IF DTL-SITUACAO NOT = SPACES
003670         GO TO 2200-APPLY-ALTERACAO-EXIT
003680     END-IF.
003690     IF RT-VAGAS NOT NUMERIC
003700         OR RT-VAGAS = ZERO
003710         OR RT-VAGAS < REQ-PREENCHIDAS
003720         MOVE 'VAGAS INVALIDAS'  TO DTL-SITUACAO
003730         ADD 1 TO WRK-REJECT-COUNT
003740         GO TO 2200-APPLY-ALTERACAO-EXIT
003750     END-IF.
003760     IF RT-VAGAS > REQ-VAGAS
003770         MOVE REQ-DEPTO          TO DP-NOME
003780         READ DEPT-MASTER
003790             INVALID KEY
003800                 MOVE ZERO       TO DP-LOTACAO-AUTORIZADA
003810         END-READ
003820         COMPUTE WRK-VAGAS-PEDIDAS = RT-VAGAS - REQ-PREENCHIDAS
003830         PERFORM 2500-CHECK-LOTACAO
003840                                THRU 2500-CHECK-LOTACAO-EXIT
003850         MOVE RT-NUMERO          TO REQ-NUMERO
003860         READ REQUISITION-MASTER
003870         IF DTL-SITUACAO NOT = SPACES
003880             ADD 1 TO WRK-REJECT-COUNT
003890             GO TO 2200-APPLY-ALTERACAO-EXIT
003900         END-IF
003910     END-IF.
003920     MOVE RT-VAGAS               TO REQ-VAGAS.
003930     IF REQ-VAGAS = REQ-PREENCHIDAS
003940         SET REQ-IS-PREENCHIDA   TO TRUE
003950         MOVE WRK-DATA-HOJE      TO REQ-DATA-SITUACAO
003960     END-IF.
003970     MOVE WRK-OPERADOR           TO REQ-OPERADOR.
003980     REWRITE REQUISITION-MASTER-RECORD.
003990     PERFORM 2600-SHOW-REQUISICAO
004000                                THRU 2600-SHOW-REQUISICAO-EXIT.
004010     MOVE 'ALTERADA'             TO DTL-SITUACAO.
004020     ADD 1 TO WRK-ALTERACAO-COUNT.
004030 2200-APPLY-ALTERACAO-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060* 2250-LOCATE-ABERTA - READ THE REQUISITION NAMED IN REQ-NUMERO
004070*    AND REFUSE THE TRANSACTION UNLESS IT IS ON FILE AND ABERTA.
004080*    THE CALLER TESTS DTL-SITUACAO.
004090*----------------------------------------------------------------
004100 2250-LOCATE-ABERTA.
004110     IF RT-NUMERO NOT NUMERIC
004120         OR RT-NUMERO = ZERO
004130         MOVE 'NUMERO INVALIDO'  TO DTL-SITUACAO
004140         ADD 1 TO WRK-REJECT-COUNT
004150         GO TO 2250-LOCATE-ABERTA-EXIT
004160     END-IF.
004170     READ REQUISITION-MASTER
004180         INVALID KEY
004190             MOVE 'REQUISICAO NAO ACHADA' TO DTL-SITUACAO
004200             ADD 1 TO WRK-REJECT-COUNT
004210             GO TO 2250-LOCATE-ABERTA-EXIT
004220     END-READ.
004230     MOVE REQ-EMPRESA            TO DTL-EMPRESA.
004240     MOVE REQ-DEPTO              TO DTL-DEPTO.
004250     IF NOT REQ-IS-ABERTA
004260         PERFORM 2600-SHOW-REQUISICAO
004270                                THRU 2600-SHOW-REQUISICAO-EXIT
004280         MOVE 'REQUISICAO NAO ABERTA' TO DTL-SITUACAO
004290         ADD 1 TO WRK-REJECT-COUNT
004300     END-IF.
004310 2250-LOCATE-ABERTA-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340* 2300-APPLY-CANCELAMENTO - CANCEL AN ABERTA REQUISITION. THE
004350*    POSITIONS ALREADY FILLED STAND; NO FURTHER HIRE MAY BE
004360*    REGISTERED AGAINST IT.
004370*----------------------------------------------------------------
004380 2300-APPLY-CANCELAMENTO.
004390     MOVE RT-NUMERO              TO REQ-NUMERO.
004400     PERFORM 2250-LOCATE-ABERTA  THRU 2250-LOCATE-ABERTA-EXIT.
004410     IF DTL-SITUACAO NOT = SPACES
004420         GO TO 2300-APPLY-CANCELAMENTO-EXIT
004430     END-IF.
004440     SET REQ-IS-CANCELADA        TO TRUE.
004450     MOVE WRK-DATA-HOJE          TO REQ-DATA-SITUACAO.
004460     MOVE WRK-OPERADOR           TO REQ-OPERADOR.
004470     REWRITE REQUISITION-MASTER-RECORD.
004480     PERFORM 2600-SHOW-REQUISICAO
004490                                THRU 2600-SHOW-REQUISICAO-EXIT.
004500     MOVE 'CANCELADA'            TO DTL-SITUACAO.
004510     ADD 1 TO WRK-CANCELAMENTO-COUNT.
004520 2300-APPLY-CANCELAMENTO-EXIT.
004530     EXIT.
004540*----------------------------------------------------------------
004550* 2400-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
004560*----------------------------------------------------------------
004570 2400-READ-TRANS.
004580     READ REQS-TRANS-IN
004590         AT END
004600             SET END-OF-TRANS-FILE TO TRUE
004610     END-READ.
004620 2400-READ-TRANS-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650* 2500-CHECK-LOTACAO - WITH DEPT-MASTER HOLDING THE DEPARTMENT,
004660*    COUNT ITS ACTIVE EMPLOYEES AND THE POSITIONS STILL OPEN ON
004670*    ITS OTHER ABERTA REQUISITIONS (ALL BUT REQ-NUMERO), AND
004680*    REFUSE THE WRK-VAGAS-PEDIDAS POSITIONS ASKED FOR WHEN THE
004690*    TOTAL WOULD PASS THE AUTHORIZED HEADCOUNT. A ZERO (OR
004700*    PRE-FIELD) LOTACAO MEANS NO LIMIT. THE CALLER TESTS
004710*    DTL-SITUACAO AND RE-READS ANY REQUISITION IT HOLDS, SINCE
004720*    THE SCAN MOVES THE BUFFER.
004730*----------------------------------------------------------------
004740 2500-CHECK-LOTACAO.
004750     IF DP-LOTACAO-AUTORIZADA NOT NUMERIC
004760         OR DP-LOTACAO-AUTORIZADA = ZERO
004770         GO TO 2500-CHECK-LOTACAO-EXIT
004780     END-IF.
004790     MOVE ZERO                   TO WRK-LOTACAO-COUNT.
004800     MOVE 'N'                    TO WRK-SCAN-SWITCH.
004810     MOVE ZERO                   TO EMP-MATRICULA.
004820     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-MATRICULA
004830         INVALID KEY
004840             SET END-OF-SCAN TO TRUE
004850     END-START.
004860     PERFORM 2510-COUNT-DEPTO    THRU 2510-COUNT-DEPTO-EXIT
004870         UNTIL END-OF-SCAN.
004880     MOVE ZERO                   TO WRK-VAGAS-ABERTAS.
004890     MOVE 'N'                    TO WRK-SCAN-SWITCH.
004900     MOVE REQ-NUMERO             TO WRK-REQ-EXCLUIDA.
004910     MOVE ZERO                   TO REQ-NUMERO.
004920     START REQUISITION-MASTER KEY IS NOT LESS THAN REQ-NUMERO
004930         INVALID KEY
004940             SET END-OF-SCAN TO TRUE
004950     END-START.
004960     PERFORM 2520-COUNT-ABERTAS  THRU 2520-COUNT-ABERTAS-EXIT
004970         UNTIL END-OF-SCAN.
004980     IF WRK-LOTACAO-COUNT + WRK-VAGAS-ABERTAS + WRK-VAGAS-PEDIDAS
004990         > DP-LOTACAO-AUTORIZADA
005000         MOVE 'LOTACAO EXCEDIDA' TO DTL-SITUACAO
005010     END-IF.
005020 2500-CHECK-LOTACAO-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050* 2510-COUNT-DEPTO - COUNT ONE ACTIVE EMPLOYEE OF THE
005060*    DEPARTMENT BEING CHECKED.
005070*----------------------------------------------------------------
005080 2510-COUNT-DEPTO.
005090     READ EMPLOYEE-MASTER NEXT RECORD
005100         AT END
005110             SET END-OF-SCAN TO TRUE
005120         NOT AT END
005130             IF EMP-DEPTO = DP-NOME
005140                 AND NOT EMP-IS-DESLIGADO
005150                 AND NOT EMP-IS-FUNDIDO
005160                 ADD 1 TO WRK-LOTACAO-COUNT
005170             END-IF
005180     END-READ.
005190 2510-COUNT-DEPTO-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* 2520-COUNT-ABERTAS - ADD THE UNFILLED POSITIONS OF ONE ABERTA
005230*    REQUISITION OF THE DEPARTMENT, SKIPPING THE ONE BEING
005240*    CHANGED.
005250*----------------------------------------------------------------
005260 2520-COUNT-ABERTAS.
005270     READ REQUISITION-MASTER NEXT RECORD
005280         AT END
005290             SET END-OF-SCAN TO TRUE
005300             GO TO 2520-COUNT-ABERTAS-EXIT
005310     END-READ.
005320     IF REQ-DEPTO = DP-NOME
005330         AND REQ-IS-ABERTA
005340         AND REQ-NUMERO NOT = WRK-REQ-EXCLUIDA
005350         ADD REQ-VAGAS           TO WRK-VAGAS-ABERTAS
005360         SUBTRACT REQ-PREENCHIDAS FROM WRK-VAGAS-ABERTAS
005370     END-IF.
005380 2520-COUNT-ABERTAS-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410* 2600-SHOW-REQUISICAO - MOVE THE REQUISITION AS IT NOW STANDS
005420*    TO THE DETAIL LINE.
005430*----------------------------------------------------------------
005440 2600-SHOW-REQUISICAO.
005450     MOVE REQ-NUMERO             TO DTL-NUMERO.
005460     MOVE REQ-EMPRESA            TO DTL-EMPRESA.
005470     MOVE REQ-DEPTO              TO DTL-DEPTO.
005480     MOVE REQ-VAGAS              TO DTL-VAGAS.
005490     MOVE REQ-PREENCHIDAS        TO DTL-PREENCHIDAS.
005500     MOVE REQ-APROVADOR          TO DTL-APROVADOR.
005510     MOVE REQ-SITUACAO           TO DTL-REQ-SITUACAO.
005520 2600-SHOW-REQUISICAO-EXIT.
005530     EXIT.
005540*----------------------------------------------------------------
005550* 9999-FINALIZE - PRINT END-OF-JOB TOTALS AND CLOSE THE FILES.
005560*----------------------------------------------------------------
005570 9999-FINALIZE.
005580     DISPLAY '------------ PROG067 - TOTAIS ------------'.
005590     DISPLAY 'ABERTAS....... ' WRK-ABERTURA-COUNT.
005600     DISPLAY 'ALTERADAS..... ' WRK-ALTERACAO-COUNT.
005610     DISPLAY 'CANCELADAS.... ' WRK-CANCELAMENTO-COUNT.
005620     DISPLAY 'REJEITADAS.... ' WRK-REJECT-COUNT.
005630     CLOSE REQS-TRANS-IN.
005640     CLOSE REQUISITION-MASTER.
005650     CLOSE NUMBER-CONTROL.
005660     CLOSE COMPANY-MASTER.
005670     CLOSE DEPT-MASTER.
005680     CLOSE EMPLOYEE-MASTER.
005690     CLOSE REQS-RPT.
005700 9999-FINALIZE-EXIT.
005710     EXIT.
