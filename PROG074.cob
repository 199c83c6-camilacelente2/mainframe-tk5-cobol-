000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG074.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - CALLED BY THE REGION MAINTENANCE PROGRAMS
000090*    (PROG010 AND PROG029) BEFORE A REGION IS DELETED OR RECODED.
000100*    FUNCTION V COUNTS EVERYTHING STILL POINTING AT THE REGION -
000110*    EMPLOYEE-MASTER RECORDS (ANY SITUATION), CITY-MASTER
000120*    ENTRIES, REGISTRATIONS HELD ON THE EMPLOYEE PENDING FILE AND
000130*    REGISTRATIONS ON SUSPENSE - AND LISTS EACH ONE, SO THE
000140*    CALLER CAN REFUSE A CHANGE THAT WOULD LEAVE THEM ORPHANED.
000150*    FUNCTION M MOVES THEM ALL TO THE NEW CODE, WRITING AN
000160*    EMP-HISTORY ALTERATION RECORD FOR EVERY EMPLOYEE MOVED, AND
000170*    LISTS ANYTHING IT COULD NOT MOVE. THE LISTING GOES TO ITS
000180*    OWN REPORT, OPENED ON THE FIRST CALL OF THE RUN AND KEPT
000190*    OPEN ACROSS CALLS THE WAY PROG020 KEEPS ITS AUDIT LOG; THE
000200*    HISTORY FILE IS HANDLED THE SAME WAY ONCE A MOVE IS MADE.
000210*    THE REGISTRATION JOURNAL IS A RECORD OF WHAT WAS DONE AND IS
000220*    LEFT AS IT WAS WRITTEN.
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
000340     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000350                                 ORGANIZATION IS INDEXED
000360                                 ACCESS MODE IS DYNAMIC
000370                                 RECORD KEY IS EMP-MATRICULA
000380                                 ALTERNATE RECORD KEY IS EMP-NOME
000390                                     WITH DUPLICATES
000400                                 FILE STATUS IS WS-EMP-STATUS.
000410     SELECT CITY-MASTER          ASSIGN TO CITYMAST
000420                                 ORGANIZATION IS INDEXED
000430                                 ACCESS MODE IS DYNAMIC
000440                                 RECORD KEY IS CID-NOME
000450                                 FILE STATUS IS WS-CID-STATUS.
000460     SELECT EMP-PENDING          ASSIGN TO EMPPEND
000470                                 ORGANIZATION IS SEQUENTIAL
000480                                 FILE STATUS IS WS-PND-STATUS.
000490     SELECT REG-SUSPENSE         ASSIGN TO REGSUSP
000500                                 ORGANIZATION IS SEQUENTIAL
000510                                 FILE STATUS IS WS-SUSP-STATUS.
000520     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
000530                                 ORGANIZATION IS SEQUENTIAL
000540                                 FILE STATUS IS WS-HST-STATUS.
000550     SELECT DEPENDENT-RPT        ASSIGN TO REGCRPT
000560                                 ORGANIZATION IS SEQUENTIAL
000570                                 FILE STATUS IS WS-RPT-STATUS.
000580 DATA                            DIVISION.
000590 FILE                            SECTION.
000600 FD  EMPLOYEE-MASTER
000610     LABEL RECORDS ARE STANDARD.
000620     COPY EMPMAST.
000630 FD  CITY-MASTER
000640     LABEL RECORDS ARE STANDARD.
000650 01  CITY-MASTER-RECORD.
000660     05  CID-NOME                PIC X(20).
000670     05  CID-REGIAO              PIC 99.
000680 FD  EMP-PENDING
000690     LABEL RECORDS ARE STANDARD.
000700     COPY EMPPEND.
000710 FD  REG-SUSPENSE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY REGSUSP.
000740 FD  EMP-HISTORY
000750     LABEL RECORDS ARE STANDARD.
000760     COPY EMPHIST.
000770 FD  DEPENDENT-RPT
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 132 CHARACTERS.
000800 01  RPT-LINE                    PIC X(132).
000810 WORKING-STORAGE                 SECTION.
000820*----------------------------------------------------------------
000830* A HELD REGISTRATION, AS PROG007 WRITES IT TO PND-IMAGEM.
000840*----------------------------------------------------------------
000850 01  PEND-REG-AREA.
000860     05  PRG-NOME                PIC X(30).
000870     05  PRG-EMPRESA             PIC X(15).
000880     05  PRG-DEPTO               PIC X(15).
000890     05  PRG-REGIAO              PIC 99.
000900     05  PRG-DATA-EFETIVA        PIC X(08).
000910 01  HEADING-LINE-1.
000920     05  FILLER                  PIC X(48)
000930             VALUE 'DEPENDENTES DE REGIAO - PROG074'.
000940     05  FILLER                  PIC X(84) VALUE SPACES.
000950 01  HEADING-LINE-2.
000960     05  FILLER                  PIC X(12) VALUE 'TIPO'.
000970     05  FILLER                  PIC X(22) VALUE 'CHAVE'.
000980     05  FILLER                  PIC X(31) VALUE 'NOME'.
000990     05  FILLER                  PIC X(07) VALUE 'ANTES'.
001000     05  FILLER                  PIC X(06) VALUE 'DEPOIS'.
001010     05  FILLER                  PIC X(54) VALUE 'SITUACAO'.
001020 01  CALL-LINE.
001030     05  FILLER                  PIC X(04) VALUE '*** '.
001040     05  CLL-PROGRAMA            PIC X(08).
001050     05  FILLER                  PIC X(08) VALUE ' REGIAO '.
001060     05  CLL-REGIAO              PIC Z9.
001070     05  FILLER                  PIC X(01) VALUE SPACES.
001080     05  CLL-ACAO                PIC X(30).
001090     05  FILLER                  PIC X(79) VALUE SPACES.
001100 01  DEPENDENT-LINE.
001110     05  DRL-TIPO                PIC X(10).
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  DRL-CHAVE               PIC X(20).
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  DRL-NOME                PIC X(30).
001160     05  FILLER                  PIC X(03) VALUE SPACES.
001170     05  DRL-ANTES               PIC Z9.
001180     05  FILLER                  PIC X(05) VALUE SPACES.
001190     05  DRL-DEPOIS              PIC Z9.
001200     05  FILLER                  PIC X(02) VALUE SPACES.
001210     05  DRL-SITUACAO            PIC X(30).
001220     05  FILLER                  PIC X(24) VALUE SPACES.
001230 01  SUMMARY-LINE.
001240     05  FILLER                  PIC X(15)
001250             VALUE '    EMPREGADOS '.
001260     05  SML-EMPREGADOS          PIC ZZZZZ9.
001270     05  FILLER                  PIC X(13) VALUE '  MUNICIPIOS '.
001280     05  SML-CIDADES             PIC ZZZZZ9.
001290     05  FILLER                  PIC X(24)
001300             VALUE '  PENDENTES/SUSPENSOS '.
001310     05  SML-OUTROS              PIC ZZZZZ9.
001320     05  FILLER                  PIC X(15) VALUE '  NAO MOVIDOS '.
001330     05  SML-NAO-MOVIDOS         PIC ZZZZZ9.
001340     05  FILLER                  PIC X(41) VALUE SPACES.
001350 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
001360     88  EMP-STATUS-OK                      VALUE '00'.
001370     88  EMP-STATUS-NEW-FILE                VALUE '35'.
001380 77  WS-CID-STATUS               PIC X(02)  VALUE SPACES.
001390     88  CID-STATUS-OK                      VALUE '00'.
001400     88  CID-STATUS-NEW-FILE                VALUE '35'.
001410 77  WS-PND-STATUS               PIC X(02)  VALUE SPACES.
001420     88  PND-STATUS-OK                      VALUE '00'.
001430     88  PND-STATUS-NEW-FILE                VALUE '35'.
001440 77  WS-SUSP-STATUS              PIC X(02)  VALUE SPACES.
001450     88  SUSP-STATUS-OK                     VALUE '00'.
001460     88  SUSP-STATUS-NEW-FILE               VALUE '35'.
001470 77  WS-HST-STATUS               PIC X(02)  VALUE SPACES.
001480     88  HST-STATUS-OK                      VALUE '00'.
001490     88  HST-STATUS-NEW-FILE                VALUE '05' '35'.
001500 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001510     88  RPT-STATUS-OK                      VALUE '00'.
001520 77  WRK-IMAGEM-ANTES            PIC X(200) VALUE SPACES.
001530 77  WRK-TOTAL                   PIC 9(07)  COMP VALUE ZERO.
001540 77  WRK-FIRST-TIME-SWITCH       PIC X(01)  VALUE 'Y'.
001550     88  FIRST-TIME-THROUGH                 VALUE 'Y'.
001560 77  WRK-HIST-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001570     88  HIST-FILE-IS-OPEN                  VALUE 'Y'.
001580 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001590     88  END-OF-INPUT                       VALUE 'Y'.
001600 LINKAGE                         SECTION.
001610     COPY REGDLINK               REPLACING ==:PFX:== BY ==LS==.
001620 PROCEDURE DIVISION              USING LS-DEP-FUNCAO,
001630                                 LS-DEP-REGIAO,
001640                                 LS-DEP-REGIAO-NOVA,
001650                                 LS-DEP-PROGRAMA, LS-DEP-OPERADOR,
001660                                 LS-DEP-EMPREGADOS,
001670                                 LS-DEP-CIDADES, LS-DEP-OUTROS,
001680                                 LS-DEP-NAO-MOVIDOS,
001690                                 LS-DEP-RETORNO.
001700*----------------------------------------------------------------
001710* 0000-MAINLINE - COUNT OR MOVE THE REGION'S DEPENDENTS FILE BY
001720*    FILE, THEN SET THE RETURN: EM USO WHEN A COUNT FOUND
001730*    SOMETHING OR A MOVE LEFT SOMETHING BEHIND.
001740*----------------------------------------------------------------
001750 0000-MAINLINE.
001760     IF FIRST-TIME-THROUGH
001770         PERFORM 1000-OPEN-REPORT THRU 1000-OPEN-REPORT-EXIT
001780         MOVE 'N'                TO WRK-FIRST-TIME-SWITCH
001790     END-IF.
001800     MOVE ZERO                   TO LS-DEP-EMPREGADOS.
001810     MOVE ZERO                   TO LS-DEP-CIDADES.
001820     MOVE ZERO                   TO LS-DEP-OUTROS.
001830     MOVE ZERO                   TO LS-DEP-NAO-MOVIDOS.
001840     SET LS-DEP-LIVRE            TO TRUE.
001850     MOVE LS-DEP-PROGRAMA        TO CLL-PROGRAMA.
001860     MOVE LS-DEP-REGIAO          TO CLL-REGIAO.
001870     IF LS-DEP-MOVE
001880         MOVE 'CASCATA PARA REGIAO' TO CLL-ACAO
001890         MOVE LS-DEP-REGIAO-NOVA TO CLL-ACAO (21:2)
001900         PERFORM 1100-OPEN-HISTORY
001910                                THRU 1100-OPEN-HISTORY-EXIT
001920     ELSE
001930         MOVE 'VERIFICACAO DE DEPENDENTES' TO CLL-ACAO
001940     END-IF.
001950     WRITE RPT-LINE FROM CALL-LINE AFTER ADVANCING 2 LINES.
001960     PERFORM 2000-EMPLOYEES      THRU 2000-EMPLOYEES-EXIT.
001970     PERFORM 3000-CITIES         THRU 3000-CITIES-EXIT.
001980     PERFORM 4000-PENDING        THRU 4000-PENDING-EXIT.
001990     PERFORM 5000-SUSPENSE       THRU 5000-SUSPENSE-EXIT.
002000     COMPUTE WRK-TOTAL = LS-DEP-EMPREGADOS + LS-DEP-CIDADES
002010                       + LS-DEP-OUTROS.
002020     IF LS-DEP-MOVE
002030         IF LS-DEP-NAO-MOVIDOS > ZERO
002040             SET LS-DEP-EM-USO   TO TRUE
002050         END-IF
002060     ELSE
002070         IF WRK-TOTAL > ZERO
002080             SET LS-DEP-EM-USO   TO TRUE
002090         END-IF
002100     END-IF.
002110     MOVE LS-DEP-EMPREGADOS      TO SML-EMPREGADOS.
002120     MOVE LS-DEP-CIDADES         TO SML-CIDADES.
002130     MOVE LS-DEP-OUTROS          TO SML-OUTROS.
002140     MOVE LS-DEP-NAO-MOVIDOS     TO SML-NAO-MOVIDOS.
002150     WRITE RPT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
002160     GOBACK.
002170*----------------------------------------------------------------
002180* 1000-OPEN-REPORT - OPEN THE LISTING ONCE FOR THE RUN. IT STAYS
002190*    OPEN ACROSS CALLS AND IS CLOSED BY THE END OF THE RUN UNIT.
002200*----------------------------------------------------------------
002210 1000-OPEN-REPORT.
002220     OPEN OUTPUT DEPENDENT-RPT.
002230     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
002240     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
002250 1000-OPEN-REPORT-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------
002280* 1100-OPEN-HISTORY - OPEN EMP-HISTORY FOR THE FIRST MOVE OF THE
002290*    RUN, CREATING IT ON ITS FIRST USE; IT STAYS OPEN LIKE THE
002300*    LISTING.
002310*----------------------------------------------------------------
002320 1100-OPEN-HISTORY.
002330     IF HIST-FILE-IS-OPEN
002340         GO TO 1100-OPEN-HISTORY-EXIT
002350     END-IF.
002360     OPEN EXTEND EMP-HISTORY.
002370     IF HST-STATUS-NEW-FILE
002380         OPEN OUTPUT EMP-HISTORY
002390         CLOSE EMP-HISTORY
002400         OPEN EXTEND EMP-HISTORY
002410     END-IF.
002420     SET HIST-FILE-IS-OPEN       TO TRUE.
002430 1100-OPEN-HISTORY-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------
002460* 2000-EMPLOYEES - PASS EMPLOYEE-MASTER FOR RECORDS IN THE
002470*    REGION.
002480*----------------------------------------------------------------
002490 2000-EMPLOYEES.
002500     IF LS-DEP-MOVE
002510         OPEN I-O EMPLOYEE-MASTER
002520     ELSE
002530         OPEN INPUT EMPLOYEE-MASTER
002540     END-IF.
002550     IF EMP-STATUS-NEW-FILE
002560         GO TO 2000-EMPLOYEES-EXIT
002570     END-IF.
002580     MOVE 'N'                    TO WRK-EOF-SWITCH.
002590     PERFORM 2100-EMPLOYEE       THRU 2100-EMPLOYEE-EXIT
002600         UNTIL END-OF-INPUT.
002610     CLOSE EMPLOYEE-MASTER.
002620 2000-EMPLOYEES-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650* 2100-EMPLOYEE - LIST AN EMPLOYEE IN THE REGION, OR MOVE IT TO
002660*    THE NEW CODE AND RECORD THE MOVE ON EMP-HISTORY.
002670*----------------------------------------------------------------
002680 2100-EMPLOYEE.
002690     READ EMPLOYEE-MASTER NEXT RECORD
002700         AT END
002710             SET END-OF-INPUT TO TRUE
002720             GO TO 2100-EMPLOYEE-EXIT
002730     END-READ.
002740     IF EMP-REGIAO NOT = LS-DEP-REGIAO
002750         GO TO 2100-EMPLOYEE-EXIT
002760     END-IF.
002770     ADD 1 TO LS-DEP-EMPREGADOS.
002780     MOVE SPACES                 TO DEPENDENT-LINE.
002790     MOVE 'EMPREGADO'            TO DRL-TIPO.
002800     MOVE EMP-MATRICULA          TO DRL-CHAVE.
002810     MOVE EMP-NOME               TO DRL-NOME.
002820     MOVE EMP-REGIAO             TO DRL-ANTES.
002830     IF LS-DEP-VERIFICA
002840         MOVE 'DEPENDENTE'       TO DRL-SITUACAO
002850         GO TO 2100-EMPLOYEE-LISTA
002860     END-IF.
002870     MOVE EMP-MASTER-RECORD      TO WRK-IMAGEM-ANTES.
002880     MOVE LS-DEP-REGIAO-NOVA     TO EMP-REGIAO.
002890     REWRITE EMP-MASTER-RECORD
002900         INVALID KEY
002910             MOVE 'NAO MOVIDO - REGRAVACAO FALHOU'
002920                                 TO DRL-SITUACAO
002930             ADD 1 TO LS-DEP-NAO-MOVIDOS
002940             GO TO 2100-EMPLOYEE-LISTA
002950     END-REWRITE.
002960     MOVE EMP-REGIAO             TO DRL-DEPOIS.
002970     MOVE 'MOVIDO'               TO DRL-SITUACAO.
002980     MOVE SPACES                 TO HST-LOG-RECORD.
002990     ACCEPT HST-DATA             FROM DATE YYYYMMDD.
003000     ACCEPT HST-HORA             FROM TIME.
003010     MOVE LS-DEP-PROGRAMA        TO HST-PROGRAMA.
003020     MOVE LS-DEP-OPERADOR        TO HST-OPERADOR.
003030     SET HST-ACAO-ALTERACAO      TO TRUE.
003040     MOVE EMP-MATRICULA          TO HST-MATRICULA.
003050     MOVE WRK-IMAGEM-ANTES       TO HST-ANTES.
003060     MOVE EMP-MASTER-RECORD      TO HST-DEPOIS.
003070     WRITE HST-LOG-RECORD.
003080 2100-EMPLOYEE-LISTA.
003090     WRITE RPT-LINE FROM DEPENDENT-LINE AFTER ADVANCING 1 LINE.
003100 2100-EMPLOYEE-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130* 3000-CITIES - PASS CITY-MASTER FOR MUNICIPALITIES IN THE
003140*    REGION.
003150*----------------------------------------------------------------
003160 3000-CITIES.
003170     IF LS-DEP-MOVE
003180         OPEN I-O CITY-MASTER
003190     ELSE
003200         OPEN INPUT CITY-MASTER
003210     END-IF.
003220     IF CID-STATUS-NEW-FILE
003230         GO TO 3000-CITIES-EXIT
003240     END-IF.
003250     MOVE 'N'                    TO WRK-EOF-SWITCH.
003260     PERFORM 3100-CITY           THRU 3100-CITY-EXIT
003270         UNTIL END-OF-INPUT.
003280     CLOSE CITY-MASTER.
003290 3000-CITIES-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------
003320* 3100-CITY - LIST A MUNICIPALITY IN THE REGION, OR MOVE IT TO
003330*    THE NEW CODE.
003340*----------------------------------------------------------------
003350 3100-CITY.
003360     READ CITY-MASTER NEXT RECORD
003370         AT END
003380             SET END-OF-INPUT TO TRUE
003390             GO TO 3100-CITY-EXIT
003400     END-READ.
003410     IF CID-REGIAO NOT = LS-DEP-REGIAO
003420         GO TO 3100-CITY-EXIT
003430     END-IF.
003440     ADD 1 TO LS-DEP-CIDADES.
003450     MOVE SPACES                 TO DEPENDENT-LINE.
003460     MOVE 'MUNICIPIO'            TO DRL-TIPO.
003470     MOVE CID-NOME               TO DRL-CHAVE.
003480     MOVE CID-REGIAO             TO DRL-ANTES.
003490     IF LS-DEP-VERIFICA
003500         MOVE 'DEPENDENTE'       TO DRL-SITUACAO
003510         GO TO 3100-CITY-LISTA
003520     END-IF.
003530     MOVE LS-DEP-REGIAO-NOVA     TO CID-REGIAO.
003540     REWRITE CITY-MASTER-RECORD
003550         INVALID KEY
003560             MOVE 'NAO MOVIDO - REGRAVACAO FALHOU'
003570                                 TO DRL-SITUACAO
003580             ADD 1 TO LS-DEP-NAO-MOVIDOS
003590             GO TO 3100-CITY-LISTA
003600     END-REWRITE.
003610     MOVE CID-REGIAO             TO DRL-DEPOIS.
003620     MOVE 'MOVIDO'               TO DRL-SITUACAO.
003630 3100-CITY-LISTA.
003640     WRITE RPT-LINE FROM DEPENDENT-LINE AFTER ADVANCING 1 LINE.
003650 3100-CITY-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680* 4000-PENDING - PASS THE EMPLOYEE PENDING FILE FOR HELD
003690*    REGISTRATIONS IN THE REGION. MAINTENANCE TRANSACTIONS HELD
003700*    THERE CARRY NO REGION.
003710*----------------------------------------------------------------
003720 4000-PENDING.
003730     IF LS-DEP-MOVE
003740         OPEN I-O EMP-PENDING
003750     ELSE
003760         OPEN INPUT EMP-PENDING
003770     END-IF.
003780     IF PND-STATUS-NEW-FILE
003790         GO TO 4000-PENDING-EXIT
003800     END-IF.
003810     MOVE 'N'                    TO WRK-EOF-SWITCH.
003820     PERFORM 4100-PENDING-REC    THRU 4100-PENDING-REC-EXIT
003830         UNTIL END-OF-INPUT.
003840     CLOSE EMP-PENDING.
003850 4000-PENDING-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880* 4100-PENDING-REC - LIST A HELD REGISTRATION IN THE REGION, OR
003890*    REWRITE IT WITH THE NEW CODE SO PROG035 APPLIES IT THERE.
003900*----------------------------------------------------------------
003910 4100-PENDING-REC.
003920     READ EMP-PENDING
003930         AT END
003940             SET END-OF-INPUT TO TRUE
003950             GO TO 4100-PENDING-REC-EXIT
003960     END-READ.
003970     IF NOT PND-IS-REGISTRO
003980         GO TO 4100-PENDING-REC-EXIT
003990     END-IF.
004000     MOVE PND-IMAGEM             TO PEND-REG-AREA.
004010     IF PRG-REGIAO NOT = LS-DEP-REGIAO
004020         GO TO 4100-PENDING-REC-EXIT
004030     END-IF.
004040     ADD 1 TO LS-DEP-OUTROS.
004050     MOVE SPACES                 TO DEPENDENT-LINE.
004060     MOVE 'PENDENTE'             TO DRL-TIPO.
004070     MOVE PRG-DATA-EFETIVA       TO DRL-CHAVE.
004080     MOVE PRG-NOME               TO DRL-NOME.
004090     MOVE PRG-REGIAO             TO DRL-ANTES.
004100     IF LS-DEP-VERIFICA
004110         MOVE 'DEPENDENTE'       TO DRL-SITUACAO
004120         GO TO 4100-PENDING-REC-LISTA
004130     END-IF.
004140     MOVE LS-DEP-REGIAO-NOVA     TO PRG-REGIAO.
004150     MOVE PEND-REG-AREA          TO PND-IMAGEM.
004160     REWRITE PND-RECORD.
004170     IF PND-STATUS-OK
004180         MOVE PRG-REGIAO         TO DRL-DEPOIS
004190         MOVE 'MOVIDO'           TO DRL-SITUACAO
004200     ELSE
004210         MOVE 'NAO MOVIDO - REGRAVACAO FALHOU'
004220                                 TO DRL-SITUACAO
004230         ADD 1 TO LS-DEP-NAO-MOVIDOS
004240     END-IF.
004250 4100-PENDING-REC-LISTA.
004260     WRITE RPT-LINE FROM DEPENDENT-LINE AFTER ADVANCING 1 LINE.
004270 4100-PENDING-REC-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300* 5000-SUSPENSE - PASS THE REGISTRATION SUSPENSE FILE FOR
004310*    REJECTED REGISTRATIONS IN THE REGION.
004320*----------------------------------------------------------------
004330 5000-SUSPENSE.
004340     IF LS-DEP-MOVE
004350         OPEN I-O REG-SUSPENSE
004360     ELSE
004370         OPEN INPUT REG-SUSPENSE
004380     END-IF.
004390     IF SUSP-STATUS-NEW-FILE
004400         GO TO 5000-SUSPENSE-EXIT
004410     END-IF.
004420     MOVE 'N'                    TO WRK-EOF-SWITCH.
004430     PERFORM 5100-SUSPENSE-REC   THRU 5100-SUSPENSE-REC-EXIT
004440         UNTIL END-OF-INPUT.
004450     CLOSE REG-SUSPENSE.
004460 5000-SUSPENSE-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 5100-SUSPENSE-REC - LIST A SUSPENDED REGISTRATION IN THE
004500*    REGION, OR REWRITE IT WITH THE NEW CODE SO PROG018
004510*    RESUBMITS IT THERE.
004520*----------------------------------------------------------------
004530 5100-SUSPENSE-REC.
004540     READ REG-SUSPENSE
004550         AT END
004560             SET END-OF-INPUT TO TRUE
004570             GO TO 5100-SUSPENSE-REC-EXIT
004580     END-READ.
004590     IF SUSP-REGIAO NOT = LS-DEP-REGIAO
004600         GO TO 5100-SUSPENSE-REC-EXIT
004610     END-IF.
004620     ADD 1 TO LS-DEP-OUTROS.
004630     MOVE SPACES                 TO DEPENDENT-LINE.
004640     MOVE 'SUSPENSO'             TO DRL-TIPO.
004650     MOVE SUSP-MOTIVO            TO DRL-CHAVE.
004660     MOVE SUSP-NOME              TO DRL-NOME.
004670     MOVE SUSP-REGIAO            TO DRL-ANTES.
004680     IF LS-DEP-VERIFICA
004690         MOVE 'DEPENDENTE'       TO DRL-SITUACAO
004700         GO TO 5100-SUSPENSE-REC-LISTA
004710     END-IF.
004720     MOVE LS-DEP-REGIAO-NOVA     TO SUSP-REGIAO.
004730     REWRITE SUSP-RECORD.
004740     IF SUSP-STATUS-OK
004750         MOVE SUSP-REGIAO        TO DRL-DEPOIS
004760         MOVE 'MOVIDO'           TO DRL-SITUACAO
004770     ELSE
004780         MOVE 'NAO MOVIDO - REGRAVACAO FALHOU'
004790                                 TO DRL-SITUACAO
004800         ADD 1 TO LS-DEP-NAO-MOVIDOS
004810     END-IF.
004820 5100-SUSPENSE-REC-LISTA.
004830     WRITE RPT-LINE FROM DEPENDENT-LINE AFTER ADVANCING 1 LINE.
004840 5100-SUSPENSE-REC-EXIT.
004850     EXIT.
