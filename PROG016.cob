000430* 2026-09-01  RM  RECORD THE RUN'S START TIME, END TIME AND
000440*                 FINAL CONDITION CODE ON THE OPERATIONS LOG
000450*                 SUMMARY, FOR PROG031'S BATCH-WINDOW REPORT.
000460* 2026-10-15  RM  CARRY THE EMPLOYEE'S CURRENT BASE PAY ON THE
000470*                 DETAIL RECORD, IN THE LAST TEN BYTES THAT
000480*                 WERE FILLER, SO THE BUREAU NO LONGER KEYS IT
000490*                 FROM A SPREADSHEET. A PAY CHANGE ALONE NOW
000500*                 SENDS THE EMPLOYEE AS CHANGED IN DELTA MODE;
000510*                 A MASTER RECORD WITH NO PAY ON FILE SENDS
000520*                 ZERO.
000530* 2026-10-15  RM  CARRY THE EMPLOYEE'S DIRECT-DEPOSIT BANK,
000540*                 AGENCY, ACCOUNT (WITH THEIR CHECK DIGITS) AND
000550*                 ACCOUNT TYPE FROM BANK-MASTER ON THE DETAIL,
000560*                 WIDENING THE EXTRACT, THE SENT COPY AND THE
000570*                 HEADER AND TRAILER TO 100 BYTES. AN EMPLOYEE
000580*                 WITH NO BANK DETAILS SENDS ZEROS. A CHANGE OF
000590*                 ACCOUNT ALONE SENDS THE EMPLOYEE AS CHANGED
000600*                 IN DELTA MODE.
000610* 2026-10-15  RM  WRITE A DEPENDENT RECORD (TYPE F) FROM
000620*                 DEPENDENT-MASTER UNDER EACH EMPLOYEE DETAIL,
000630*                 COUNTED IN THE TRAILER AND HASHED ON ITS
000640*                 MATRICULA LIKE A DETAIL, AND KEEP THEM ON THE
000650*                 SENT COPY. IN DELTA MODE AN EMPLOYEE WHOSE
000660*                 DEPENDENTS CHANGED IS SENT AS CHANGED, AND THE
000670*                 DEPENDENTS FOLLOWING AN I OR A DETAIL ARE THE
000680*                 EMPLOYEE'S WHOLE CURRENT LIST, REPLACING THE
000690*                 ONE SENT BEFORE; THOSE FOLLOWING AN E DETAIL
000700*                 ARE THE ONES LAST SENT.
000701* 2026-10-15  RM  CARRY THE EMPLOYEE'S SITUATION (A ACTIVE, L
000702*                 ON LEAVE) AND, FOR A LEAVE, ITS TYPE, START
000703*                 DATE AND EXPECTED RETURN FROM LEAVE-MASTER ON
000704*                 THE DETAIL, WIDENING THE EXTRACT, THE SENT COPY
000705*                 AND THE HEADER AND TRAILER TO 120 BYTES. A
000706*                 CHANGE OF SITUATION OR LEAVE ALONE SENDS THE
000707*                 EMPLOYEE AS CHANGED IN DELTA MODE.
000708* 2026-10-15  RM  DO NOT START WHILE THE PROG070 ANONYMIZATION IS
000709*                 LIVE.
000710*----------------------------------------------------------------
000720 ENVIRONMENT                     DIVISION.
000730 CONFIGURATION                   SECTION.
000740 SOURCE-COMPUTER.                IBM-370.
000750 OBJECT-COMPUTER.                IBM-370.
000760 INPUT-OUTPUT                    SECTION.
000770 FILE-CONTROL.
000780     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000790                                 ORGANIZATION IS INDEXED
000800                                 ACCESS MODE IS DYNAMIC
000810                                 RECORD KEY IS EMP-MATRICULA
000820                                 ALTERNATE RECORD KEY IS EMP-NOME
000830                                     WITH DUPLICATES
000840                                 FILE STATUS IS WS-EMP-STATUS.
000850     SELECT PAYROLL-EXTRACT      ASSIGN TO PAYEXTR
000860                                 ORGANIZATION IS SEQUENTIAL
000870                                 FILE STATUS IS WS-PAY-STATUS.
000880     SELECT PAY-SENT             ASSIGN TO PAYSENT
000890                                 ORGANIZATION IS SEQUENTIAL
000900                                 FILE STATUS IS WS-SNT-STATUS.
000910     SELECT PAY-SEQ-CONTROL      ASSIGN TO PAYCTL
000920                                 ORGANIZATION IS INDEXED
000930                                 ACCESS MODE IS DYNAMIC
000940                                 RECORD KEY IS PCT-KEY
000950                                 FILE STATUS IS WS-PCT-STATUS.
000960     SELECT PAY-PRIOR            ASSIGN TO PAYPRIOR
000970                                 ORGANIZATION IS SEQUENTIAL
000980                                 FILE STATUS IS WS-PRI-STATUS.
000990     SELECT PARM-FILE            ASSIGN TO PAYPARM
001000                                 ORGANIZATION IS SEQUENTIAL
001010                                 FILE STATUS IS WS-PRM-STATUS.
001020     SELECT OPS-LOG              ASSIGN TO OPSLOG
001030                                 ORGANIZATION IS SEQUENTIAL
001040                                 FILE STATUS IS WS-OPS-STATUS.
001050     SELECT BANK-MASTER          ASSIGN TO BANKMAST
001060                                 ORGANIZATION IS INDEXED
001070                                 ACCESS MODE IS DYNAMIC
001080                                 RECORD KEY IS BNK-MATRICULA
001090                                 FILE STATUS IS WS-BNK-STATUS.
001100     SELECT DEPENDENT-MASTER     ASSIGN TO DPNDMAST
001110                                 ORGANIZATION IS INDEXED
001120                                 ACCESS MODE IS DYNAMIC
001130                                 RECORD KEY IS DPN-CHAVE
001140                                 FILE STATUS IS WS-DPN-STATUS.
001150     SELECT LEAVE-MASTER         ASSIGN TO LEAVMAST
001160                                 ORGANIZATION IS INDEXED
001170                                 ACCESS MODE IS DYNAMIC
001180                                 RECORD KEY IS LVE-CHAVE
001190                                 FILE STATUS IS WS-LVE-STATUS.
001200 DATA                            DIVISION.
001210 FILE                            SECTION.
001220 FD  EMPLOYEE-MASTER
001230     LABEL RECORDS ARE STANDARD.
001240     COPY EMPMAST.
001250 FD  PAYROLL-EXTRACT
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 120 CHARACTERS.
001280 01  PAY-EXTRACT-RECORD          PIC X(120).
001290 FD  PAY-SENT
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 120 CHARACTERS.
001320 01  PAY-SENT-RECORD             PIC X(120).
001330 FD  PAY-SEQ-CONTROL
001340     LABEL RECORDS ARE STANDARD.
001350 01  PCT-RECORD.
001360     05  PCT-KEY                 PIC X(08).
001370     05  PCT-PROX-SEQUENCIA      PIC 9(06).
001380 FD  PAY-PRIOR
001390     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 120 CHARACTERS.
001410 01  PAY-PRIOR-BUFFER.
001420     05  PRB-TIPO                PIC X(01).
001430     05  FILLER                  PIC X(119).
001440 FD  PARM-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 80 CHARACTERS.
001470 01  PARM-RECORD.
001480     05  PRM-MODO                PIC X(01).
001490     05  FILLER                  PIC X(79).
001500 FD  OPS-LOG
001510     LABEL RECORDS ARE STANDARD.
001520     COPY OPSLOG.
001530 FD  BANK-MASTER
001540     LABEL RECORDS ARE STANDARD.
001550     COPY BANKMAST.
001560 FD  DEPENDENT-MASTER
001570     LABEL RECORDS ARE STANDARD.
001580     COPY DPNDMAST.
001590 FD  LEAVE-MASTER
001600     LABEL RECORDS ARE STANDARD.
001610     COPY LEAVMAST.
001620 WORKING-STORAGE                 SECTION.
001630     COPY RUNLINK                REPLACING ==:PFX:== BY ==WRK==.
001640 01  PAY-PRIOR-RECORD.
001650     05  PRI-TIPO                PIC X(01).
001660     05  PRI-MATRICULA           PIC 9(06).
001670     05  PRI-NOME                PIC X(30).
001680     05  PRI-EMPRESA             PIC X(15).
001690     05  PRI-DEPTO               PIC X(15).
001700     05  PRI-REGIAO              PIC 99.
001710     05  PRI-ACAO                PIC X(01).
001720     05  PRI-SALARIO             PIC 9(08)V99.
001730     05  PRI-SALARIO-X           REDEFINES PRI-SALARIO
001740                                 PIC X(10).
001750     05  PRI-CONTA-AREA          PIC X(20).
001760     05  PRI-AFASTAMENTO         PIC X(18).
001770     05  FILLER                  PIC X(02).
001780 01  PAY-HEADER-RECORD.
001790     05  PAY-HDR-TIPO            PIC X(01)  VALUE 'H'.
001800     05  PAY-HDR-DATA            PIC X(08).
001810     05  PAY-HDR-SEQUENCIA       PIC 9(06).
001820     05  FILLER                  PIC X(105) VALUE SPACES.
001830 01  PAY-DETAIL-RECORD.
001840     05  PAY-DTL-TIPO            PIC X(01)  VALUE 'D'.
001850     05  PAY-DTL-MATRICULA       PIC 9(06).
001860     05  PAY-DTL-NOME            PIC X(30).
001870     05  PAY-DTL-EMPRESA         PIC X(15).
001880     05  PAY-DTL-DEPTO           PIC X(15).
001890     05  PAY-DTL-REGIAO          PIC 99.
001900     05  PAY-DTL-ACAO            PIC X(01)  VALUE SPACE.
001910     05  PAY-DTL-SALARIO         PIC 9(08)V99 VALUE ZERO.
001920     05  PAY-DTL-SALARIO-X       REDEFINES PAY-DTL-SALARIO
001930                                 PIC X(10).
001940     05  PAY-DTL-CONTA-AREA.
001950         10  PAY-DTL-BANCO       PIC 9(03)  VALUE ZERO.
001960         10  PAY-DTL-AGENCIA     PIC 9(04)  VALUE ZERO.
001970         10  PAY-DTL-AGENCIA-DV  PIC X(01)  VALUE SPACE.
001980         10  PAY-DTL-CONTA       PIC 9(10)  VALUE ZERO.
001990         10  PAY-DTL-CONTA-DV    PIC X(01)  VALUE SPACE.
002000         10  PAY-DTL-TIPO-CONTA  PIC X(01)  VALUE SPACE.
002010     05  PAY-DTL-AFASTAMENTO.
002020         10  PAY-DTL-SITUACAO    PIC X(01)  VALUE 'A'.
002030         10  PAY-DTL-TIPO-AFAST  PIC X(01)  VALUE SPACE.
002040         10  PAY-DTL-DATA-AFAST  PIC X(08)  VALUE SPACES.
002050         10  PAY-DTL-DATA-PREVISTA
002060                                 PIC X(08)  VALUE SPACES.
002070     05  FILLER                  PIC X(02)  VALUE SPACES.
002080 01  PAY-DEPENDENT-RECORD.
002090     05  PAY-DEP-TIPO            PIC X(01)  VALUE 'F'.
002100     05  PAY-DEP-DADOS.
002110         10  PAY-DEP-MATRICULA   PIC 9(06).
002120         10  PAY-DEP-SEQUENCIA   PIC 9(02).
002130         10  PAY-DEP-NOME        PIC X(30).
002140         10  PAY-DEP-PARENTESCO  PIC X(01).
002150         10  PAY-DEP-DATA-NASCIMENTO
002160                                 PIC X(08).
002170     05  PAY-DEP-ACAO            PIC X(01)  VALUE SPACE.
002180     05  FILLER                  PIC X(71)  VALUE SPACES.
002190 01  CURRENT-DEPENDENTS.
002200     05  CUR-ENTRY               OCCURS 99 TIMES.
002210         10  CUR-DEP-DADOS       PIC X(47).
002220 01  PRIOR-DEPENDENTS.
002230     05  PRD-ENTRY               OCCURS 99 TIMES.
002240         10  PRD-DEP-DADOS       PIC X(47).
002250 01  PAY-TRAILER-RECORD.
002260     05  PAY-TRL-TIPO            PIC X(01)  VALUE 'T'.
002270     05  PAY-TRL-COUNT           PIC 9(06).
002280     05  PAY-TRL-HASH            PIC 9(12).
002290     05  FILLER                  PIC X(101) VALUE SPACES.
002300 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
002310     88  EMP-STATUS-OK                      VALUE '00'.
002320     88  EMP-STATUS-EOF                     VALUE '10'.
002330 77  WS-PAY-STATUS               PIC X(02)  VALUE SPACES.
002340     88  PAY-STATUS-OK                      VALUE '00'.
002350 77  WS-OPS-STATUS               PIC X(02)  VALUE SPACES.
002360     88  OPS-STATUS-OK                      VALUE '00'.
002370     88  OPS-STATUS-NEW-FILE                VALUE '05' '35'.
002380 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
002390     88  END-OF-MASTER-FILE                 VALUE 'Y'.
002400 77  WS-SNT-STATUS               PIC X(02)  VALUE SPACES.
002410     88  SNT-STATUS-OK                      VALUE '00'.
002420 77  WS-PCT-STATUS               PIC X(02)  VALUE SPACES.
002430     88  PCT-STATUS-OK                      VALUE '00'.
002440     88  PCT-STATUS-NEW-FILE                VALUE '35'.
002450 77  WRK-PCT-KEY                 PIC X(08)  VALUE 'PAYSEQ  '.
002460 77  WS-PRI-STATUS               PIC X(02)  VALUE SPACES.
002470     88  PRI-STATUS-OK                      VALUE '00'.
002480     88  PRI-STATUS-EOF                     VALUE '10'.
002490     88  PRI-STATUS-NEW-FILE                VALUE '35'.
002500 77  WS-PRM-STATUS               PIC X(02)  VALUE SPACES.
002510     88  PRM-STATUS-OK                      VALUE '00'.
002520     88  PRM-STATUS-EOF                     VALUE '10'.
002530     88  PRM-STATUS-NEW-FILE                VALUE '35'.
002540 77  WRK-MODO                    PIC X(01)  VALUE 'C'.
002550     88  MODO-IS-COMPLETA                   VALUE 'C' ' '.
002560     88  MODO-IS-DELTA                      VALUE 'D'.
002570 77  WRK-PRI-EOF-SWITCH          PIC X(01)  VALUE 'N'.
002580     88  END-OF-PRIOR-FILE                  VALUE 'Y'.
002590 77  WRK-SEQUENCIA               PIC 9(06)  COMP VALUE ZERO.
002600 77  WRK-DETAIL-COUNT            PIC 9(06)  COMP VALUE ZERO.
002610 77  WRK-HASH-TOTAL              PIC 9(12)  COMP VALUE ZERO.
002620 77  WRK-HORA-INICIO             PIC X(08)  VALUE SPACES.
002630 77  WS-BNK-STATUS               PIC X(02)  VALUE SPACES.
002640     88  BNK-STATUS-OK                      VALUE '00'.
002650     88  BNK-STATUS-NOT-FOUND               VALUE '23'.
002660     88  BNK-STATUS-NEW-FILE                VALUE '35'.
002670 77  WS-DPN-STATUS               PIC X(02)  VALUE SPACES.
002680     88  DPN-STATUS-OK                      VALUE '00'.
002690     88  DPN-STATUS-NEW-FILE                VALUE '35'.
002700 77  WRK-DPN-FILE-SWITCH         PIC X(01)  VALUE 'Y'.
002710     88  DPN-FILE-IS-OPEN                   VALUE 'Y'.
002720     88  DPN-FILE-IS-MISSING                VALUE 'N'.
002730 77  WS-LVE-STATUS               PIC X(02)  VALUE SPACES.
002740     88  LVE-STATUS-OK                      VALUE '00'.
002750     88  LVE-STATUS-NEW-FILE                VALUE '35'.
002760 77  WRK-LVE-FILE-SWITCH         PIC X(01)  VALUE 'Y'.
002770     88  LVE-FILE-IS-OPEN                   VALUE 'Y'.
002780     88  LVE-FILE-IS-MISSING                VALUE 'N'.
002790 77  WRK-LVE-SWITCH              PIC X(01)  VALUE 'N'.
002800     88  END-OF-LEAVES                      VALUE 'Y'.
002810 77  WRK-DPN-SWITCH              PIC X(01)  VALUE 'N'.
002820     88  END-OF-DEPENDENTS                  VALUE 'Y'.
002830 77  WRK-PRB-EOF-SWITCH          PIC X(01)  VALUE 'N'.
002840     88  END-OF-PRIOR-BUFFER                VALUE 'Y'.
002850 77  WRK-DEP-CHANGE-SWITCH       PIC X(01)  VALUE 'N'.
002860     88  DEPENDENTS-CHANGED                 VALUE 'Y'.
002870     88  DEPENDENTS-UNCHANGED               VALUE 'N'.
002880 77  WRK-CUR-COUNT               PIC 9(03)  COMP VALUE ZERO.
002890 77  WRK-PRD-COUNT               PIC 9(03)  COMP VALUE ZERO.
002900 77  WRK-DEP-IX                  PIC 9(03)  COMP VALUE ZERO.
002910 77  WRK-DEP-ACAO                PIC X(01)  VALUE SPACE.
002920 77  WRK-DEPENDENT-COUNT         PIC 9(06)  COMP VALUE ZERO.
002930 77  WRK-BANK-FILE-SWITCH        PIC X(01)  VALUE 'Y'.
002940     88  BANK-FILE-IS-OPEN                  VALUE 'Y'.
002950     88  BANK-FILE-IS-MISSING               VALUE 'N'.
002960 PROCEDURE                       DIVISION.
002970*----------------------------------------------------------------
002980* 0000-MAINLINE
002990*----------------------------------------------------------------
003000 0000-MAINLINE.
003010     ACCEPT WRK-HORA-INICIO      FROM TIME.
003020     PERFORM 0100-REGISTER-START
003030                                THRU 0100-REGISTER-START-EXIT.
003040     IF WRK-RUN-IMPEDIDO
003050         MOVE 12 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
003090     IF MODO-IS-DELTA
003100         PERFORM 2500-DELTA-RECORD
003110                                THRU 2500-DELTA-RECORD-EXIT
003120             UNTIL END-OF-MASTER-FILE AND END-OF-PRIOR-FILE
003130     ELSE
003140         PERFORM 2000-EXTRACT-RECORD
003150                                THRU 2000-EXTRACT-RECORD-EXIT
003160             UNTIL END-OF-MASTER-FILE
003170     END-IF.
003180     PERFORM 3000-WRITE-TRAILER  THRU 3000-WRITE-TRAILER-EXIT.
003190     PERFORM 8000-WRITE-OPSLOG   THRU 8000-WRITE-OPSLOG-EXIT.
003200     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
003210     PERFORM 0200-REGISTER-END   THRU 0200-REGISTER-END-EXIT.
003220     STOP RUN.
003230*----------------------------------------------------------------
003240* 0100-REGISTER-START - REGISTER THE RUN ON THE RUN-CONTROL
003250*    FILE THROUGH PROG052, WHICH REFUSES THE START WHILE A
003260*    CONFLICTING PROGRAM IS LIVE OR A REQUIRED PREDECESSOR
003270*    HAS NOT FINISHED TODAY.
003280*----------------------------------------------------------------
003290 0100-REGISTER-START.
003300     MOVE 'PROG016 '             TO WRK-RUN-PROGRAMA.
003310     MOVE 'I'                    TO WRK-RUN-FUNCAO.
003320     MOVE 'PROG007 PROG035 PROG070'
003330                                 TO WRK-RUN-CONFLITOS.
003340     MOVE 'PROG032 '             TO WRK-RUN-PREDECESSORES.
003350     MOVE ZERO                   TO WRK-RUN-RETORNO-PROG.
003360     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
003370                                 WRK-RUN-CONFLITOS,
003380                                 WRK-RUN-PREDECESSORES,
003390                                 WRK-RUN-RETORNO-PROG,
003400                                 WRK-RUN-RETORNO.
003410 0100-REGISTER-START-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440* 0200-REGISTER-END - RECORD THE END OF THE RUN AND ITS FINAL
003450*    CONDITION CODE ON THE RUN-CONTROL FILE.
003460*----------------------------------------------------------------
003470 0200-REGISTER-END.
003480     MOVE 'T'                    TO WRK-RUN-FUNCAO.
003490     MOVE RETURN-CODE            TO WRK-RUN-RETORNO-PROG.
003500     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
003510                                 WRK-RUN-CONFLITOS,
003520                                 WRK-RUN-PREDECESSORES,
003530                                 WRK-RUN-RETORNO-PROG,
003540                                 WRK-RUN-RETORNO.
003550 0200-REGISTER-END-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580* 1000-INITIALIZE - OPEN THE FILES, WRITE THE HEADER RECORD
003590*    WITH THE RUN DATE AND READ THE FIRST MASTER RECORD.
003600*----------------------------------------------------------------
003610 1000-INITIALIZE.
003620     OPEN INPUT  EMPLOYEE-MASTER.
003630     OPEN OUTPUT PAYROLL-EXTRACT.
003640     OPEN EXTEND OPS-LOG.
003650     IF OPS-STATUS-NEW-FILE
003660         OPEN OUTPUT OPS-LOG
003670         CLOSE OPS-LOG
003680         OPEN EXTEND OPS-LOG
003690     END-IF.
003700     OPEN OUTPUT PAY-SENT.
003710     OPEN INPUT  BANK-MASTER.
003720     IF BNK-STATUS-NEW-FILE
003730         SET BANK-FILE-IS-MISSING TO TRUE
003740     END-IF.
003750     OPEN INPUT  DEPENDENT-MASTER.
003760     IF DPN-STATUS-NEW-FILE
003770         SET DPN-FILE-IS-MISSING TO TRUE
003780     END-IF.
003790     OPEN INPUT  LEAVE-MASTER.
003800     IF LVE-STATUS-NEW-FILE
003810         SET LVE-FILE-IS-MISSING TO TRUE
003820     END-IF.
003830     PERFORM 1200-READ-PARM      THRU 1200-READ-PARM-EXIT.
003840     PERFORM 1100-ASSIGN-SEQUENCIA
003850                                THRU 1100-ASSIGN-SEQUENCIA-EXIT.
003860     ACCEPT PAY-HDR-DATA         FROM DATE YYYYMMDD.
003870     MOVE WRK-SEQUENCIA          TO PAY-HDR-SEQUENCIA.
003880     WRITE PAY-EXTRACT-RECORD FROM PAY-HEADER-RECORD.
003890     IF MODO-IS-DELTA
003900         OPEN INPUT PAY-PRIOR
003910         IF PRI-STATUS-NEW-FILE
003920             DISPLAY 'ENVIO ANTERIOR NAO ENCONTRADO - '
003930                     'DELTA SERA O ARQUIVO COMPLETO'
003940             SET END-OF-PRIOR-FILE TO TRUE
003950         ELSE
003960             PERFORM 2650-READ-BUFFER
003970                                THRU 2650-READ-BUFFER-EXIT
003980             PERFORM 2600-READ-PRIOR
003990                                THRU 2600-READ-PRIOR-EXIT
004000         END-IF
004010     END-IF.
004020     PERFORM 2150-READ-ACTIVE    THRU 2150-READ-ACTIVE-EXIT.
004030 1000-INITIALIZE-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060* 1200-READ-PARM - READ THE MODE PARAMETER CARD. A MISSING FILE
004070*    OR BLANK CARD KEEPS THE FULL-FILE DEFAULT; A BAD CODE IS
004080*    REPORTED AND THE DEFAULT USED.
004090*----------------------------------------------------------------
004100 1200-READ-PARM.
004110     OPEN INPUT PARM-FILE.
004120     IF PRM-STATUS-NEW-FILE
004130         GO TO 1200-READ-PARM-FECHA
004140     END-IF.
004150     READ PARM-FILE
004160         AT END
004170             GO TO 1200-READ-PARM-FECHA
004180     END-READ.
004190     IF PRM-MODO = 'C' OR PRM-MODO = 'D' OR PRM-MODO = SPACE
004200         MOVE PRM-MODO           TO WRK-MODO
004210     ELSE
004220         DISPLAY 'MODO INVALIDO NO CARTAO - ' PRM-MODO
004230                 ' - ASSUMIDO ARQUIVO COMPLETO'
004240     END-IF.
004250 1200-READ-PARM-FECHA.
004260     CLOSE PARM-FILE.
004270 1200-READ-PARM-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300* 1100-ASSIGN-SEQUENCIA - HAND OUT THE NEXT TRANSMISSION
004310*    SEQUENCE FROM THE PAYROLL SEQUENCE CONTROL AND STEP IT,
004320*    THE WAY THE MATRICULA CONTROL WORKS, CREATING THE CONTROL
004330*    WITH SEQUENCE 1 ON THE FIRST RUN.
004340*----------------------------------------------------------------
004350 1100-ASSIGN-SEQUENCIA.
004360     OPEN I-O PAY-SEQ-CONTROL.
004370     IF PCT-STATUS-NEW-FILE
004380         OPEN OUTPUT PAY-SEQ-CONTROL
004390         CLOSE PAY-SEQ-CONTROL
004400         OPEN I-O PAY-SEQ-CONTROL
004410     END-IF.
004420     MOVE WRK-PCT-KEY            TO PCT-KEY.
004430     READ PAY-SEQ-CONTROL
004440         INVALID KEY
004450             MOVE 1 TO PCT-PROX-SEQUENCIA
004460             WRITE PCT-RECORD
004470     END-READ.
004480     MOVE PCT-PROX-SEQUENCIA     TO WRK-SEQUENCIA.
004490     ADD 1                       TO PCT-PROX-SEQUENCIA.
004500     REWRITE PCT-RECORD.
004510 1100-ASSIGN-SEQUENCIA-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------
004540* 2000-EXTRACT-RECORD - WRITE ONE DETAIL RECORD FOR THE CURRENT
004550*    EMPLOYEE AND ITS DEPENDENT RECORDS, ACCUMULATE THE
004560*    CONTROLS, AND READ THE NEXT MASTER RECORD.
004570*----------------------------------------------------------------
004580 2000-EXTRACT-RECORD.
004590     PERFORM 2050-BUILD-DETAIL   THRU 2050-BUILD-DETAIL-EXIT.
004600     MOVE SPACE                  TO PAY-DTL-ACAO.
004610     WRITE PAY-EXTRACT-RECORD FROM PAY-DETAIL-RECORD.
004620     WRITE PAY-SENT-RECORD FROM PAY-DETAIL-RECORD.
004630     ADD 1                       TO WRK-DETAIL-COUNT.
004640     ADD EMP-MATRICULA           TO WRK-HASH-TOTAL.
004650     MOVE SPACE                  TO WRK-DEP-ACAO.
004660     PERFORM 2080-SEND-DEPENDENTS
004670                                THRU 2080-SEND-DEPENDENTS-EXIT.
004680     PERFORM 2090-SAVE-DEPENDENTS
004690                                THRU 2090-SAVE-DEPENDENTS-EXIT.
004700     PERFORM 2150-READ-ACTIVE    THRU 2150-READ-ACTIVE-EXIT.
004710 2000-EXTRACT-RECORD-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* 2050-BUILD-DETAIL - BUILD THE DETAIL RECORD FROM THE CURRENT
004750*    MASTER RECORD AND THE EMPLOYEE'S BANK DETAILS, AND LOAD THE
004760*    EMPLOYEE'S CURRENT DEPENDENTS.
004770*----------------------------------------------------------------
004780 2050-BUILD-DETAIL.
004790     MOVE EMP-MATRICULA          TO PAY-DTL-MATRICULA.
004800     MOVE EMP-NOME               TO PAY-DTL-NOME.
004810     MOVE EMP-EMPRESA            TO PAY-DTL-EMPRESA.
004820     MOVE EMP-DEPTO              TO PAY-DTL-DEPTO.
004830     MOVE EMP-REGIAO             TO PAY-DTL-REGIAO.
004840     IF EMP-SALARIO-BASE NUMERIC
004850         MOVE EMP-SALARIO-BASE   TO PAY-DTL-SALARIO
004860     ELSE
004870         MOVE ZERO               TO PAY-DTL-SALARIO
004880     END-IF.
004890     PERFORM 2060-READ-BANK      THRU 2060-READ-BANK-EXIT.
004900     PERFORM 2065-READ-LEAVE     THRU 2065-READ-LEAVE-EXIT.
004910     PERFORM 2070-LOAD-DEPENDENTS
004920                                THRU 2070-LOAD-DEPENDENTS-EXIT.
004930 2050-BUILD-DETAIL-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960* 2060-READ-BANK - MOVE THE EMPLOYEE'S BANK DETAILS TO THE
004970*    DETAIL RECORD - ZEROS AND SPACES WHEN THERE ARE NONE ON
004980*    FILE, OR NO BANK-MASTER YET.
004990*----------------------------------------------------------------
005000 2060-READ-BANK.
005010     INITIALIZE PAY-DTL-CONTA-AREA.
005020     IF BANK-FILE-IS-MISSING
005030         GO TO 2060-READ-BANK-EXIT
005040     END-IF.
005050     MOVE EMP-MATRICULA          TO BNK-MATRICULA.
005060     READ BANK-MASTER
005070         INVALID KEY
005080             GO TO 2060-READ-BANK-EXIT
005090     END-READ.
005100     MOVE BNK-CONTA-AREA         TO PAY-DTL-CONTA-AREA.
005110 2060-READ-BANK-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140* 2065-READ-LEAVE - SET THE EMPLOYEE'S SITUATION ON THE DETAIL -
005150*    A WHEN ACTIVE, L WHEN ON LEAVE, WITH THE TYPE, START DATE
005160*    AND EXPECTED RETURN OF THE OPEN LEAVE FROM LEAVE-MASTER.
005170*----------------------------------------------------------------
005180 2065-READ-LEAVE.
005190     MOVE 'A'                    TO PAY-DTL-SITUACAO.
005200     MOVE SPACE                  TO PAY-DTL-TIPO-AFAST.
005210     MOVE SPACES                 TO PAY-DTL-DATA-AFAST.
005220     MOVE SPACES                 TO PAY-DTL-DATA-PREVISTA.
005230     IF NOT EMP-IS-AFASTADO
005240         GO TO 2065-READ-LEAVE-EXIT
005250     END-IF.
005260     MOVE 'L'                    TO PAY-DTL-SITUACAO.
005270     IF LVE-FILE-IS-MISSING
005280         GO TO 2065-READ-LEAVE-EXIT
005290     END-IF.
005300     MOVE 'N'                    TO WRK-LVE-SWITCH.
005310     MOVE EMP-MATRICULA          TO LVE-MATRICULA.
005320     MOVE LOW-VALUES             TO LVE-DATA-INICIO.
005330     START LEAVE-MASTER KEY IS NOT LESS THAN LVE-CHAVE
005340         INVALID KEY
005350             SET END-OF-LEAVES TO TRUE
005360     END-START.
005370     PERFORM 2067-FIND-OPEN-LEAVE
005380                                THRU 2067-FIND-OPEN-LEAVE-EXIT
005390         UNTIL END-OF-LEAVES.
005400 2065-READ-LEAVE-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430* 2067-FIND-OPEN-LEAVE - READ THE EMPLOYEE'S NEXT LEAVE AND
005440*    TAKE IT WHEN IT IS STILL OPEN.
005450*----------------------------------------------------------------
005460 2067-FIND-OPEN-LEAVE.
005470     READ LEAVE-MASTER NEXT RECORD
005480         AT END
005490             SET END-OF-LEAVES TO TRUE
005500             GO TO 2067-FIND-OPEN-LEAVE-EXIT
005510     END-READ.
005520     IF LVE-MATRICULA NOT = EMP-MATRICULA
005530         SET END-OF-LEAVES TO TRUE
005540         GO TO 2067-FIND-OPEN-LEAVE-EXIT
005550     END-IF.
005560     IF LVE-IS-ABERTO
005570         MOVE LVE-TIPO           TO PAY-DTL-TIPO-AFAST
005580         MOVE LVE-DATA-INICIO    TO PAY-DTL-DATA-AFAST
005590         MOVE LVE-DATA-PREVISTA  TO PAY-DTL-DATA-PREVISTA
005600     END-IF.
005610 2067-FIND-OPEN-LEAVE-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------
005640* 2070-LOAD-DEPENDENTS - LOAD THE EMPLOYEE'S DEPENDENTS FROM
005650*    DEPENDENT-MASTER INTO THE CURRENT TABLE, IN SEQUENCE ORDER.
005660*    NONE WHEN THERE IS NO DEPENDENT-MASTER YET.
005670*----------------------------------------------------------------
005680 2070-LOAD-DEPENDENTS.
005690     MOVE ZERO                   TO WRK-CUR-COUNT.
005700     IF DPN-FILE-IS-MISSING
005710         GO TO 2070-LOAD-DEPENDENTS-EXIT
005720     END-IF.
005730     MOVE 'N'                    TO WRK-DPN-SWITCH.
005740     MOVE EMP-MATRICULA          TO DPN-MATRICULA.
005750     MOVE ZERO                   TO DPN-SEQUENCIA.
005760     START DEPENDENT-MASTER KEY IS NOT LESS THAN DPN-CHAVE
005770         INVALID KEY
005780             SET END-OF-DEPENDENTS TO TRUE
005790     END-START.
005800     PERFORM 2075-LOAD-DEPENDENT THRU 2075-LOAD-DEPENDENT-EXIT
005810         UNTIL END-OF-DEPENDENTS.
005820 2070-LOAD-DEPENDENTS-EXIT.
005830     EXIT.
005840*----------------------------------------------------------------
005850* 2075-LOAD-DEPENDENT - READ THE NEXT DEPENDENT AND TABLE IT
005860*    WHILE IT STILL BELONGS TO THE EMPLOYEE.
005870*----------------------------------------------------------------
005880 2075-LOAD-DEPENDENT.
005890     READ DEPENDENT-MASTER NEXT RECORD
005900         AT END
005910             SET END-OF-DEPENDENTS TO TRUE
005920             GO TO 2075-LOAD-DEPENDENT-EXIT
005930     END-READ.
005940     IF DPN-MATRICULA NOT = EMP-MATRICULA
005950         OR WRK-CUR-COUNT NOT < 99
005960         SET END-OF-DEPENDENTS TO TRUE
005970         GO TO 2075-LOAD-DEPENDENT-EXIT
005980     END-IF.
005990     ADD 1                       TO WRK-CUR-COUNT.
006000     MOVE DEPENDENT-MASTER-RECORD (1:47)
006010                                 TO CUR-DEP-DADOS (WRK-CUR-COUNT).
006020 2075-LOAD-DEPENDENT-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050* 2080-SEND-DEPENDENTS - WRITE THE CURRENT DEPENDENTS TO THE
006060*    EXTRACT FLAGGED WITH WRK-DEP-ACAO, EACH COUNTED AND HASHED
006070*    ON ITS MATRICULA LIKE A DETAIL.
006080*----------------------------------------------------------------
006090 2080-SEND-DEPENDENTS.
006100     MOVE 1                      TO WRK-DEP-IX.
006110     PERFORM 2082-SEND-DEPENDENT THRU 2082-SEND-DEPENDENT-EXIT
006120         UNTIL WRK-DEP-IX > WRK-CUR-COUNT.
006130 2080-SEND-DEPENDENTS-EXIT.
006140     EXIT.
006150*----------------------------------------------------------------
006160* 2082-SEND-DEPENDENT - WRITE ONE TABLED DEPENDENT TO THE
006170*    EXTRACT.
006180*----------------------------------------------------------------
006190 2082-SEND-DEPENDENT.
006200     MOVE CUR-DEP-DADOS (WRK-DEP-IX) TO PAY-DEP-DADOS.
006210     MOVE WRK-DEP-ACAO           TO PAY-DEP-ACAO.
006220     WRITE PAY-EXTRACT-RECORD FROM PAY-DEPENDENT-RECORD.
006230     ADD 1                       TO WRK-DETAIL-COUNT.
006240     ADD 1                       TO WRK-DEPENDENT-COUNT.
006250     ADD PAY-DEP-MATRICULA       TO WRK-HASH-TOTAL.
006260     ADD 1                       TO WRK-DEP-IX.
006270 2082-SEND-DEPENDENT-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------
006300* 2085-SEND-PRIOR-DPNS - WRITE THE DEPENDENTS LAST SENT
006310*    FOR A REMOVED EMPLOYEE TO THE EXTRACT, FLAGGED E.
006320*----------------------------------------------------------------
006330 2085-SEND-PRIOR-DPNS.
006340     MOVE 1                      TO WRK-DEP-IX.
006350     PERFORM 2087-SEND-PRIOR-DPN
006360                                THRU 2087-SEND-PRIOR-DPN-EXIT
006370         UNTIL WRK-DEP-IX > WRK-PRD-COUNT.
006380 2085-SEND-PRIOR-DPNS-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------
006410* 2087-SEND-PRIOR-DPN - WRITE ONE PRIOR DEPENDENT TO THE
006420*    EXTRACT.
006430*----------------------------------------------------------------
006440 2087-SEND-PRIOR-DPN.
006450     MOVE PRD-DEP-DADOS (WRK-DEP-IX) TO PAY-DEP-DADOS.
006460     MOVE 'E'                    TO PAY-DEP-ACAO.
006470     WRITE PAY-EXTRACT-RECORD FROM PAY-DEPENDENT-RECORD.
006480     ADD 1                       TO WRK-DETAIL-COUNT.
006490     ADD 1                       TO WRK-DEPENDENT-COUNT.
006500     ADD PAY-DEP-MATRICULA       TO WRK-HASH-TOTAL.
006510     ADD 1                       TO WRK-DEP-IX.
006520 2087-SEND-PRIOR-DPN-EXIT.
006530     EXIT.
006540*----------------------------------------------------------------
006550* 2090-SAVE-DEPENDENTS - KEEP THE CURRENT DEPENDENTS ON THE SENT
006560*    COPY, UNDER THE DETAIL JUST SAVED THERE.
006570*----------------------------------------------------------------
006580 2090-SAVE-DEPENDENTS.
006590     MOVE 1                      TO WRK-DEP-IX.
006600     PERFORM 2092-SAVE-DEPENDENT THRU 2092-SAVE-DEPENDENT-EXIT
006610         UNTIL WRK-DEP-IX > WRK-CUR-COUNT.
006620 2090-SAVE-DEPENDENTS-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------
006650* 2092-SAVE-DEPENDENT - WRITE ONE TABLED DEPENDENT TO THE SENT
006660*    COPY.
006670*----------------------------------------------------------------
006680 2092-SAVE-DEPENDENT.
006690     MOVE CUR-DEP-DADOS (WRK-DEP-IX) TO PAY-DEP-DADOS.
006700     MOVE SPACE                  TO PAY-DEP-ACAO.
006710     WRITE PAY-SENT-RECORD FROM PAY-DEPENDENT-RECORD.
006720     ADD 1                       TO WRK-DEP-IX.
006730 2092-SAVE-DEPENDENT-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------
006760* 2100-READ-MASTER - READ THE NEXT EMPLOYEE-MASTER RECORD IN
006770*    MATRICULA SEQUENCE.
006780*----------------------------------------------------------------
006790 2100-READ-MASTER.
006800     READ EMPLOYEE-MASTER NEXT RECORD
006810         AT END
006820             SET END-OF-MASTER-FILE TO TRUE
006830     END-READ.
006840 2100-READ-MASTER-EXIT.
006850     EXIT.
006860*----------------------------------------------------------------
006870* 2150-READ-ACTIVE - READ FORWARD TO THE NEXT ACTIVE MASTER
006880*    RECORD, STEPPING PAST TERMINATED AND MERGED ONES.
006890*----------------------------------------------------------------
006900 2150-READ-ACTIVE.
006910     PERFORM 2100-READ-MASTER    THRU 2100-READ-MASTER-EXIT.
006920     IF NOT END-OF-MASTER-FILE
006930         AND (EMP-IS-DESLIGADO OR EMP-IS-FUNDIDO)
006940         GO TO 2150-READ-ACTIVE
006950     END-IF.
006960 2150-READ-ACTIVE-EXIT.
006970     EXIT.
006980*----------------------------------------------------------------
006990* 2500-DELTA-RECORD - ONE STEP OF THE BALANCE LINE BETWEEN THE
007000*    ACTIVE MASTER AND THE PRIOR RUN'S SENT COPY, BOTH IN
007010*    MATRICULA ORDER. AN EMPLOYEE ONLY ON THE MASTER IS SENT AS
007020*    AN INCLUSION, ONLY ON THE PRIOR COPY AS A REMOVAL, AND ON
007030*    BOTH ONLY WHEN A FIELD CHANGED.
007040*----------------------------------------------------------------
007050 2500-DELTA-RECORD.
007060     EVALUATE TRUE
007070         WHEN END-OF-PRIOR-FILE AND NOT END-OF-MASTER-FILE
007080             PERFORM 2700-SEND-INCLUIDO
007090                                THRU 2700-SEND-INCLUIDO-EXIT
007100         WHEN END-OF-MASTER-FILE AND NOT END-OF-PRIOR-FILE
007110             PERFORM 2750-SEND-EXCLUIDO
007120                                THRU 2750-SEND-EXCLUIDO-EXIT
007130         WHEN END-OF-MASTER-FILE AND END-OF-PRIOR-FILE
007140             CONTINUE
007150         WHEN EMP-MATRICULA < PRI-MATRICULA
007160             PERFORM 2700-SEND-INCLUIDO
007170                                THRU 2700-SEND-INCLUIDO-EXIT
007180         WHEN EMP-MATRICULA > PRI-MATRICULA
007190             PERFORM 2750-SEND-EXCLUIDO
007200                                THRU 2750-SEND-EXCLUIDO-EXIT
007210         WHEN OTHER
007220             PERFORM 2800-COMPARE-PAIR
007230                                THRU 2800-COMPARE-PAIR-EXIT
007240     END-EVALUATE.
007250 2500-DELTA-RECORD-EXIT.
007260     EXIT.
007270*----------------------------------------------------------------
007280* 2600-READ-PRIOR - TAKE THE NEXT DETAIL OF THE PRIOR SENT COPY
007290*    FROM THE READ-AHEAD BUFFER, AND TABLE THE DEPENDENT RECORDS
007300*    THAT FOLLOW IT. A COPY WRITTEN BEFORE DEPENDENTS WERE SENT
007310*    SIMPLY HAS NONE.
007320*----------------------------------------------------------------
007330 2600-READ-PRIOR.
007340     MOVE ZERO                   TO WRK-PRD-COUNT.
007350     IF END-OF-PRIOR-BUFFER
007360         SET END-OF-PRIOR-FILE TO TRUE
007370         GO TO 2600-READ-PRIOR-EXIT
007380     END-IF.
007390     IF PRB-TIPO NOT = 'D'
007400         PERFORM 2650-READ-BUFFER
007410                                THRU 2650-READ-BUFFER-EXIT
007420         GO TO 2600-READ-PRIOR
007430     END-IF.
007440     MOVE PAY-PRIOR-BUFFER       TO PAY-PRIOR-RECORD.
007450     PERFORM 2650-READ-BUFFER    THRU 2650-READ-BUFFER-EXIT.
007460     PERFORM 2660-LOAD-PRIOR-DPN
007470                                THRU 2660-LOAD-PRIOR-DPN-EXIT
007480         UNTIL END-OF-PRIOR-BUFFER
007490            OR PRB-TIPO NOT = 'F'.
007500 2600-READ-PRIOR-EXIT.
007510     EXIT.
007520*----------------------------------------------------------------
007530* 2650-READ-BUFFER - READ THE NEXT RECORD OF THE PRIOR SENT COPY
007540*    INTO THE READ-AHEAD BUFFER.
007550*----------------------------------------------------------------
007560 2650-READ-BUFFER.
007570     READ PAY-PRIOR
007580         AT END
007590             SET END-OF-PRIOR-BUFFER TO TRUE
007600     END-READ.
007610 2650-READ-BUFFER-EXIT.
007620     EXIT.
007630*----------------------------------------------------------------
007640* 2660-LOAD-PRIOR-DPN - TABLE THE DEPENDENT RECORD IN THE
007650*    BUFFER UNDER THE PRIOR DETAIL AND READ AHEAD.
007660*----------------------------------------------------------------
007670 2660-LOAD-PRIOR-DPN.
007680     IF WRK-PRD-COUNT < 99
007690         ADD 1                   TO WRK-PRD-COUNT
007700         MOVE PAY-PRIOR-BUFFER (2:47)
007710                                 TO PRD-DEP-DADOS (WRK-PRD-COUNT)
007720     END-IF.
007730     PERFORM 2650-READ-BUFFER    THRU 2650-READ-BUFFER-EXIT.
007740 2660-LOAD-PRIOR-DPN-EXIT.
007750     EXIT.
007760*----------------------------------------------------------------
007770* 2700-SEND-INCLUIDO - THE EMPLOYEE IS NEW SINCE THE LAST
007780*    EXTRACT - SEND THE DETAIL AND ITS DEPENDENTS FLAGGED I AND
007790*    KEEP THEM ON THE SENT COPY.
007800*----------------------------------------------------------------
007810 2700-SEND-INCLUIDO.
007820     PERFORM 2050-BUILD-DETAIL   THRU 2050-BUILD-DETAIL-EXIT.
007830     MOVE 'I'                    TO PAY-DTL-ACAO.
007840     WRITE PAY-EXTRACT-RECORD FROM PAY-DETAIL-RECORD.
007850     MOVE SPACE                  TO PAY-DTL-ACAO.
007860     WRITE PAY-SENT-RECORD FROM PAY-DETAIL-RECORD.
007870     ADD 1                       TO WRK-DETAIL-COUNT.
007880     ADD EMP-MATRICULA           TO WRK-HASH-TOTAL.
007890     MOVE 'I'                    TO WRK-DEP-ACAO.
007900     PERFORM 2080-SEND-DEPENDENTS
007910                                THRU 2080-SEND-DEPENDENTS-EXIT.
007920     PERFORM 2090-SAVE-DEPENDENTS
007930                                THRU 2090-SAVE-DEPENDENTS-EXIT.
007940     PERFORM 2150-READ-ACTIVE    THRU 2150-READ-ACTIVE-EXIT.
007950 2700-SEND-INCLUIDO-EXIT.
007960     EXIT.
007970*----------------------------------------------------------------
007980* 2750-SEND-EXCLUIDO - THE EMPLOYEE LEFT SINCE THE LAST
007990*    EXTRACT - SEND THE PRIOR IMAGE AND THE DEPENDENTS LAST SENT
008000*    FLAGGED E SO THE BUREAU STOPS PAYING, AND DROP THEM FROM
008010*    THE SENT COPY.
008020*----------------------------------------------------------------
008030 2750-SEND-EXCLUIDO.
008040     MOVE PRI-MATRICULA          TO PAY-DTL-MATRICULA.
008050     MOVE PRI-NOME               TO PAY-DTL-NOME.
008060     MOVE PRI-EMPRESA            TO PAY-DTL-EMPRESA.
008070     MOVE PRI-DEPTO              TO PAY-DTL-DEPTO.
008080     MOVE PRI-REGIAO             TO PAY-DTL-REGIAO.
008090     IF PRI-SALARIO NUMERIC
008100         MOVE PRI-SALARIO        TO PAY-DTL-SALARIO
008110     ELSE
008120         MOVE ZERO               TO PAY-DTL-SALARIO
008130     END-IF.
008140     MOVE PRI-CONTA-AREA         TO PAY-DTL-CONTA-AREA.
008150     MOVE PRI-AFASTAMENTO        TO PAY-DTL-AFASTAMENTO.
008160     MOVE 'E'                    TO PAY-DTL-ACAO.
008170     WRITE PAY-EXTRACT-RECORD FROM PAY-DETAIL-RECORD.
008180     ADD 1                       TO WRK-DETAIL-COUNT.
008190     ADD PRI-MATRICULA           TO WRK-HASH-TOTAL.
008200     PERFORM 2085-SEND-PRIOR-DPNS
008210                                THRU 2085-SEND-PRIOR-DPNS-EXIT.
008220     PERFORM 2600-READ-PRIOR     THRU 2600-READ-PRIOR-EXIT.
008230 2750-SEND-EXCLUIDO-EXIT.
008240     EXIT.
008250*----------------------------------------------------------------
008260* 2800-COMPARE-PAIR - THE EMPLOYEE IS ON BOTH SIDES - SEND THE
008270*    DETAIL FLAGGED A, WITH THE WHOLE CURRENT DEPENDENT LIST
008280*    FLAGGED A, ONLY WHEN A FIELD OR A DEPENDENT CHANGED, AND
008290*    KEEP THE CURRENT PICTURE ON THE SENT COPY EITHER WAY.
008300*----------------------------------------------------------------
008310 2800-COMPARE-PAIR.
008320     PERFORM 2050-BUILD-DETAIL   THRU 2050-BUILD-DETAIL-EXIT.
008330     PERFORM 2850-COMPARE-DEPENDENTS
008340                                THRU 2850-COMPARE-DEPENDENTS-EXIT.
008350     IF EMP-NOME NOT = PRI-NOME
008360         OR EMP-EMPRESA NOT = PRI-EMPRESA
008370         OR EMP-DEPTO NOT = PRI-DEPTO
008380         OR EMP-REGIAO NOT = PRI-REGIAO
008390         OR PAY-DTL-SALARIO-X NOT = PRI-SALARIO-X
008400         OR PAY-DTL-CONTA-AREA NOT = PRI-CONTA-AREA
008410         OR PAY-DTL-AFASTAMENTO NOT = PRI-AFASTAMENTO
008420         OR DEPENDENTS-CHANGED
008430         MOVE 'A'                TO PAY-DTL-ACAO
008440         WRITE PAY-EXTRACT-RECORD FROM PAY-DETAIL-RECORD
008450         ADD 1 TO WRK-DETAIL-COUNT
008460         ADD EMP-MATRICULA TO WRK-HASH-TOTAL
008470         MOVE 'A'                TO WRK-DEP-ACAO
008480         PERFORM 2080-SEND-DEPENDENTS
008490                                THRU 2080-SEND-DEPENDENTS-EXIT
008500     END-IF.
008510     MOVE SPACE                  TO PAY-DTL-ACAO.
008520     WRITE PAY-SENT-RECORD FROM PAY-DETAIL-RECORD.
008530     PERFORM 2090-SAVE-DEPENDENTS
008540                                THRU 2090-SAVE-DEPENDENTS-EXIT.
008550     PERFORM 2150-READ-ACTIVE    THRU 2150-READ-ACTIVE-EXIT.
008560     PERFORM 2600-READ-PRIOR     THRU 2600-READ-PRIOR-EXIT.
008570 2800-COMPARE-PAIR-EXIT.
008580     EXIT.
008590*----------------------------------------------------------------
008600* 2850-COMPARE-DEPENDENTS - COMPARE THE EMPLOYEE'S CURRENT
008610*    DEPENDENTS WITH THE ONES LAST SENT, ENTRY BY ENTRY.
008620*----------------------------------------------------------------
008630 2850-COMPARE-DEPENDENTS.
008640     SET DEPENDENTS-UNCHANGED    TO TRUE.
008650     IF WRK-CUR-COUNT NOT = WRK-PRD-COUNT
008660         SET DEPENDENTS-CHANGED  TO TRUE
008670         GO TO 2850-COMPARE-DEPENDENTS-EXIT
008680     END-IF.
008690     MOVE 1                      TO WRK-DEP-IX.
008700     PERFORM 2855-COMPARE-DEPENDENT
008710                                THRU 2855-COMPARE-DEPENDENT-EXIT
008720         UNTIL WRK-DEP-IX > WRK-CUR-COUNT
008730            OR DEPENDENTS-CHANGED.
008740 2850-COMPARE-DEPENDENTS-EXIT.
008750     EXIT.
008760*----------------------------------------------------------------
008770* 2855-COMPARE-DEPENDENT - COMPARE ONE TABLE ENTRY.
008780*----------------------------------------------------------------
008790 2855-COMPARE-DEPENDENT.
008800     IF CUR-DEP-DADOS (WRK-DEP-IX)
008810                          NOT = PRD-DEP-DADOS (WRK-DEP-IX)
008820         SET DEPENDENTS-CHANGED  TO TRUE
008830     END-IF.
008840     ADD 1                       TO WRK-DEP-IX.
008850 2855-COMPARE-DEPENDENT-EXIT.
008860     EXIT.
008870*----------------------------------------------------------------
008880* 3000-WRITE-TRAILER - WRITE THE TRAILER RECORD WITH THE DETAIL
008890*    COUNT AND THE MATRICULA HASH TOTAL SO THE BUREAU CAN
008900*    DETECT A TRUNCATED TRANSMISSION.
008910*----------------------------------------------------------------
008920 3000-WRITE-TRAILER.
008930     MOVE WRK-DETAIL-COUNT       TO PAY-TRL-COUNT.
008940     MOVE WRK-HASH-TOTAL         TO PAY-TRL-HASH.
008950     WRITE PAY-EXTRACT-RECORD FROM PAY-TRAILER-RECORD.
008960 3000-WRITE-TRAILER-EXIT.
008970     EXIT.
008980*----------------------------------------------------------------
008990* 8000-WRITE-OPSLOG - APPEND A RUN SUMMARY TO THE SHARED DAILY
009000*    OPERATIONS LOG.
009010*----------------------------------------------------------------
009020 8000-WRITE-OPSLOG.
009030     MOVE SPACES                 TO OPS-LOG-RECORD.
009040     MOVE 'PROG016 '             TO OPS-PROGRAMA.
009050     ACCEPT OPS-DATA             FROM DATE YYYYMMDD.
009060     MOVE WRK-HORA-INICIO        TO OPS-HORA.
009070     ACCEPT OPS-HORA-FIM         FROM TIME.
009080     MOVE ZERO                   TO OPS-RETORNO.
009090     MOVE WRK-DETAIL-COUNT       TO OPS-CONTADOR.
009100     MOVE 'EXTRACAO GRAVADA'     TO OPS-RESULTADO.
009110     WRITE OPS-LOG-RECORD.
009120 8000-WRITE-OPSLOG-EXIT.
009130     EXIT.
009140*----------------------------------------------------------------
009150* 9999-FINALIZE - PRINT THE RUN TOTALS AND CLOSE THE FILES.
009160*----------------------------------------------------------------
009170 9999-FINALIZE.
009180     DISPLAY '------------ PROG016 - TOTAIS ------------'.
009190     DISPLAY 'DETALHES GRAVADOS.... ' WRK-DETAIL-COUNT.
009200     DISPLAY 'DEPENDENTES GRAVADOS. ' WRK-DEPENDENT-COUNT.
009210     DISPLAY 'HASH MATRICULAS...... ' WRK-HASH-TOTAL.
009220     CLOSE EMPLOYEE-MASTER.
009230     CLOSE PAYROLL-EXTRACT.
009240     CLOSE PAY-SENT.
009250     IF MODO-IS-DELTA
009260         CLOSE PAY-PRIOR
009270     END-IF.
009280     CLOSE PAY-SEQ-CONTROL.
009290     CLOSE OPS-LOG.
009300     IF BANK-FILE-IS-OPEN
009310         CLOSE BANK-MASTER
009320     END-IF.
009330     IF DPN-FILE-IS-OPEN
009340         CLOSE DEPENDENT-MASTER
009350     END-IF.
009360     IF LVE-FILE-IS-OPEN
009370         CLOSE LEAVE-MASTER
009380     END-IF.
009390 9999-FINALIZE-EXIT.
009400     EXIT.
