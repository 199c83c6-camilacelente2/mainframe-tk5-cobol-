000120*    RELEASED THROUGH THE SAME COMPANY/DEPARTMENT/REGION
000130*    VALIDATION AND EMPLOYEE-MASTER WRITE LOGIC AS PROG007, AND
000140*    A DUE MAINTENANCE TRANSACTION THROUGH THE SAME CHANGE/
000150*    TERMINATE/DELETE/SALARY LOGIC AS PROG012. WHAT IS STILL
000160*    FUTURE IS REWRITTEN TO THE OUTPUT PENDING FILE. THE
000170*    REPORT SHOWS WHAT WAS APPLIED AND WHAT STILL WAITS; EVERY
000180*    APPLIED ACTION IS JOURNALED AND WRITTEN TO THE EMPLOYMENT
000190*    HISTORY.
000200*----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*----------------------------------------------------------------
000230* 2026-09-01  RM  ORIGINAL PROGRAM.
000240* 2026-09-01  RM  CARRY THE ISSUED MATRICULA, DEPARTMENT AND
000250*                 REGION ON EACH JOURNAL RECORD, IN STEP WITH
000260*                 PROG007.
000270* 2026-09-01  RM  STANDARDIZE A DUE REGISTRATION'S NAME THROUGH
000280*                 PROG040, IN STEP WITH PROG007'S EDIT.
000290* 2026-09-01  RM  ENFORCE THE DEPARTMENT'S AUTHORIZED HEADCOUNT
000300*                 FROM DEPT-MASTER ON A DUE REGISTRATION, IN
000310*                 STEP WITH PROG007.
000320* 2026-09-01  RM  COMPANY-MASTER IS NOW KEYED ON THE
000330*                 STABLE COMPANY CODE (SHARED COPYBOOK
000340*                 COMPMAST) AND EMP-EMPRESA CARRIES THE
000350*                 CODE - AN INATIVA COMPANY IS REFUSED
000360*                 ON NEW WORK.
000370* 2026-09-01  RM  A DUE TERMINATE OR DELETE NO LONGER APPLIES
000380*                 HERE - IT LANDS ON THE PENDING-APPROVAL FILE
000390*                 FOR A SECOND OPERATOR TO RELEASE THROUGH
000400*                 PROG043, THE SAME SEGREGATION PROG012 NOW
000410*                 FOLLOWS.
000420* 2026-09-01  RM  SIGN THE OPERATOR ON THROUGH THE SHARED
000430*                 PROG050 ROUTINE, WHICH NOW CHECKS THE
000440*                 PASSWORD, ENFORCES THE LOCKOUT AND AUDITS
000450*                 EVERY ATTEMPT - SECURITY-MASTER IS NO LONGER
000460*                 READ HERE DIRECTLY.
000470* 2026-09-01  RM  CARRY PROG012'S FULL TRANSACTION LAYOUT IN
000480*                 THE MAINTENANCE AREA - MATRICULA, CHECK
000490*                 DIGITS AND THE MERGE CODE INCLUDED - VERIFY
000500*                 THE DIGIT AT APPLY TIME AND LOCATE BY
000510*                 MATRICULA WHEN ONE WAS KEYED. A MERGE ON
000520*                 THE PENDING FILE IS REJECTED - PROG012 NO
000530*                 LONGER HOLDS ONE.
000540* 2026-09-01  RM  REGISTER THE RUN ON THE RUN-CONTROL FILE
000550*                 THROUGH PROG052 - THE START IS REFUSED WHILE
000560*                 A CONFLICTING PROGRAM IS LIVE, AND THE END
000570*                 IS RECORDED WITH THE CONDITION CODE.
000580* 2026-09-01  RM  REFUSE A DUE CHANGE AGAINST A RECORD THAT IS
000590*                 NO LONGER ATIVO, IN STEP WITH PROG012 - A
000600*                 TERMINATED OR MERGED RECORD IS FROZEN.
000610* 2026-10-15  RM  APPLY A DUE SALARY CHANGE (CODE S) WITH THE
000620*                 SAME RULES AS PROG012 - A RAISE OVER THE
000630*                 SALPARM LIMIT IS HELD FOR PROG043, ANYTHING
000640*                 ELSE IS APPLIED AND WRITTEN TO THE SALHIST
000650*                 SALARY HISTORY. A DUE REGISTRATION IS NOW
000660*                 STAMPED WITH ITS EFFECTIVE DATE AS THE
000670*                 ADMISSION DATE.
000672* 2026-10-15  RM  A SALARY CHANGE IS NOW APPLIED FOR AN EMPLOYEE
000674*                 ON LEAVE (AFASTADO) - ONLY TERMINATED AND MERGED
000676*                 EMPLOYEES ARE REFUSED.
000677* 2026-10-15  RM  GO BY THE BUSINESS-DAY CALENDAR THROUGH PROG076
000678*                 - NOTHING IS APPLIED ON A WEEKEND OR HOLIDAY,
000679*                 AND AN EFFECTIVE DATE THAT FALLS ON ONE COMES
000680*                 DUE ON THE NEXT BUSINESS DAY (FOR A
000681*                 REGISTRATION, OF ITS REGION'S STATE), WHICH
000682*                 IS ALSO THE ADMISSION DATE STAMPED.
000683* 2026-10-15  RM  GIVE THE POSITION PROG007 TOOK FOR A HELD
000684*                 REGISTRATION BACK TO ITS REQUISITION WHEN THE
000685*                 HIRE IS REJECTED AT APPLY TIME. DO NOT START
000686*                 WHILE PROG070 IS LIVE.
000687*----------------------------------------------------------------
000690 ENVIRONMENT                     DIVISION.
000700 CONFIGURATION                   SECTION.
000710 SOURCE-COMPUTER.                IBM-370.
000720 OBJECT-COMPUTER.                IBM-370.
000730 INPUT-OUTPUT                    SECTION.
000740 FILE-CONTROL.
000750     SELECT PEND-IN              ASSIGN TO EMPPEND
000760                                 ORGANIZATION IS SEQUENTIAL
000770                                 FILE STATUS IS WS-PENDI-STATUS.
000780     SELECT PEND-OUT             ASSIGN TO EMPPENDO
000790                                 ORGANIZATION IS SEQUENTIAL
000800                                 FILE STATUS IS WS-PENDO-STATUS.
000810     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000820                                 ORGANIZATION IS INDEXED
000830                                 ACCESS MODE IS DYNAMIC
000840                                 RECORD KEY IS EMP-MATRICULA
000850                                 ALTERNATE RECORD KEY IS EMP-NOME
000860                                     WITH DUPLICATES
000870                                 FILE STATUS IS WS-EMP-STATUS.
000880     SELECT NUMBER-CONTROL       ASSIGN TO EMPCTL
000890                                 ORGANIZATION IS INDEXED
000900                                 ACCESS MODE IS DYNAMIC
000910                                 RECORD KEY IS CTL-KEY
000920                                 FILE STATUS IS WS-CTL-STATUS.
000930     SELECT COMPANY-MASTER       ASSIGN TO COMPMAST
000940                                 ORGANIZATION IS INDEXED
000950                                 ACCESS MODE IS DYNAMIC
000960                                 RECORD KEY IS CO-CODIGO
000970                                 FILE STATUS IS WS-CO-STATUS.
000980     SELECT DEPT-MASTER          ASSIGN TO DEPTMAST
000990                                 ORGANIZATION IS INDEXED
001000                                 ACCESS MODE IS DYNAMIC
001010                                 RECORD KEY IS DP-NOME
001020                                 FILE STATUS IS WS-DEPT-STATUS.
001030     SELECT REG-JOURNAL          ASSIGN TO REGJRNL
001040                                 ORGANIZATION IS SEQUENTIAL
001050                                 FILE STATUS IS WS-JRN-STATUS.
001060     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
001070                                 ORGANIZATION IS SEQUENTIAL
001080                                 FILE STATUS IS WS-HST-STATUS.
001090     SELECT APPROVAL-PENDING     ASSIGN TO APRPEND
001100                                 ORGANIZATION IS SEQUENTIAL
001110                                 FILE STATUS IS WS-APR-STATUS.
001120     SELECT APPLY-RPT            ASSIGN TO APLYRPT
001130                                 ORGANIZATION IS SEQUENTIAL
001140                                 FILE STATUS IS WS-RPT-STATUS.
001150     SELECT SAL-HISTORY          ASSIGN TO SALHIST
001160                                 ORGANIZATION IS SEQUENTIAL
001170                                 FILE STATUS IS WS-SAL-STATUS.
001180     SELECT PARM-FILE            ASSIGN TO SALPARM
001190                                 ORGANIZATION IS SEQUENTIAL
001200                                 FILE STATUS IS WS-PRM-STATUS.
001201     SELECT REQUISITION-MASTER   ASSIGN TO REQSMAST
001202                                 ORGANIZATION IS INDEXED
001203                                 ACCESS MODE IS DYNAMIC
001204                                 RECORD KEY IS REQ-NUMERO
001205                                 FILE STATUS IS WS-REQ-STATUS.
001210 DATA                            DIVISION.
001220 FILE                            SECTION.
001230 FD  PEND-IN
001240     LABEL RECORDS ARE STANDARD.
001250     COPY EMPPEND.
001260 FD  PEND-OUT
001270     LABEL RECORDS ARE STANDARD.
001280 01  PEND-OUT-RECORD             PIC X(80).
001290 FD  EMPLOYEE-MASTER
001300     LABEL RECORDS ARE STANDARD.
001310     COPY EMPMAST.
001320 FD  NUMBER-CONTROL
001330     LABEL RECORDS ARE STANDARD.
001340 01  CTL-RECORD.
001350     05  CTL-KEY                 PIC X(08).
001360     05  CTL-PROX-MATRICULA      PIC 9(06).
001370 FD  COMPANY-MASTER
001380     LABEL RECORDS ARE STANDARD.
001390     COPY COMPMAST.
001400 FD  DEPT-MASTER
001410     LABEL RECORDS ARE STANDARD.
001420     COPY DEPTMAST.
001430 FD  REG-JOURNAL
001440     LABEL RECORDS ARE STANDARD.
001450     COPY REGJRNL.
001460 FD  EMP-HISTORY
001470     LABEL RECORDS ARE STANDARD.
001480     COPY EMPHIST.
001490 FD  APPROVAL-PENDING
001500     LABEL RECORDS ARE STANDARD.
001510     COPY APPRPEND.
001520 FD  APPLY-RPT
001530     LABEL RECORDS ARE STANDARD
001540     RECORD CONTAINS 132 CHARACTERS.
001550 01  RPT-LINE                    PIC X(132).
001560 FD  SAL-HISTORY
001570     LABEL RECORDS ARE STANDARD.
001580     COPY SALHIST.
001590 FD  PARM-FILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 80 CHARACTERS.
001620 01  PARM-RECORD.
001630     05  PRM-LIMITE-AUMENTO      PIC 9(03)V99.
001640     05  FILLER                  PIC X(75).
001642 FD  REQUISITION-MASTER
001644     LABEL RECORDS ARE STANDARD.
001646     COPY REQSMAST.
001650 WORKING-STORAGE                 SECTION.
001660     COPY RUNLINK                REPLACING ==:PFX:== BY ==WRK==.
001670     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
001680     COPY REGNLINK               REPLACING ==:PFX:== BY ==WRK==.
001690     COPY NOMELINK               REPLACING ==:PFX:== BY ==WRK==.
001700     COPY MATRLINK               REPLACING ==:PFX:== BY ==WRK==.
001705     COPY CALNLINK               REPLACING ==:PFX:== BY ==WRK==.
001710 01  REG-TRANS-AREA.
001720     05  TRANS-NOME              PIC X(30).
001730     05  TRANS-EMPRESA           PIC X(15).
001740     05  TRANS-DEPTO             PIC X(15).
001750     05  TRANS-REGIAO            PIC 99.
001760     05  TRANS-DATA-EFETIVA      PIC X(08).
001770 01  EMP-TRANS-AREA.
001780     05  ET-TRANS-CODE           PIC X(01).
001790         88  ET-IS-CHANGE                    VALUE 'C'.
001800         88  ET-IS-TERMINATE                 VALUE 'T'.
001810         88  ET-IS-DELETE                    VALUE 'D'.
001820         88  ET-IS-MERGE                     VALUE 'M'.
001830         88  ET-IS-SALARY                    VALUE 'S'.
001840     05  ET-NOME                 PIC X(30).
001850     05  ET-EMPRESA              PIC X(15).
001860     05  ET-SALARIO-AREA         REDEFINES ET-EMPRESA.
001870         10  ET-SALARIO-BASE     PIC 9(08)V99.
001880         10  ET-FAIXA-SALARIAL   PIC X(03).
001890         10  FILLER              PIC X(02).
001900     05  ET-DATA-EFETIVA         PIC X(08).
001910     05  ET-MATRICULA            PIC 9(06).
001920     05  ET-DIGITO               PIC 9(01).
001930     05  ET-MATRICULA-DEST       PIC 9(06).
001940     05  ET-DIGITO-DEST          PIC 9(01).
001950 01  HEADING-LINE-1.
001960     05  FILLER                  PIC X(44)
001970             VALUE 'APLICACAO DE PENDENTES EMPREGO - PROG035'.
001980     05  FILLER                  PIC X(88) VALUE SPACES.
001990 01  HEADING-LINE-2.
002000     05  FILLER                  PIC X(5)  VALUE 'TIPO '.
002010     05  FILLER                  PIC X(32)
002020             VALUE 'NOME                          '.
002030     05  FILLER                  PIC X(10) VALUE 'DATA EFET '.
002040     05  FILLER                  PIC X(22)
002050             VALUE 'SITUACAO              '.
002060     05  FILLER                  PIC X(63) VALUE SPACES.
002070 01  DETAIL-LINE.
002080     05  DTL-TIPO                PIC X(02).
002090     05  FILLER                  PIC X(03) VALUE SPACES.
002100     05  DTL-NOME                PIC X(30).
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  DTL-DATA-EFETIVA        PIC X(08).
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  DTL-SITUACAO            PIC X(22).
002150     05  FILLER                  PIC X(63) VALUE SPACES.
002160 77  WS-PENDI-STATUS             PIC X(02)  VALUE SPACES.
002170     88  PENDI-STATUS-OK                    VALUE '00'.
002180     88  PENDI-STATUS-EOF                   VALUE '10'.
002190 77  WS-PENDO-STATUS             PIC X(02)  VALUE SPACES.
002200     88  PENDO-STATUS-OK                    VALUE '00'.
002210 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
002220     88  EMP-STATUS-OK                      VALUE '00'.
002230     88  EMP-STATUS-NEW-FILE                VALUE '35'.
002240 77  WS-CTL-STATUS               PIC X(02)  VALUE SPACES.
002250     88  CTL-STATUS-OK                      VALUE '00'.
002260     88  CTL-STATUS-NEW-FILE                VALUE '35'.
002270 77  WS-CO-STATUS                PIC X(02)  VALUE SPACES.
002280     88  CO-STATUS-OK                       VALUE '00'.
002290 77  WS-DEPT-STATUS              PIC X(02)  VALUE SPACES.
002300     88  DEPT-STATUS-OK                     VALUE '00'.
002310 77  WS-JRN-STATUS               PIC X(02)  VALUE SPACES.
002320     88  JRN-STATUS-OK                      VALUE '00'.
002330     88  JRN-STATUS-NEW-FILE                VALUE '05' '35'.
002340 77  WS-HST-STATUS               PIC X(02)  VALUE SPACES.
002350     88  HST-STATUS-OK                      VALUE '00'.
002360     88  HST-STATUS-NEW-FILE                VALUE '05' '35'.
002370 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
002380     88  RPT-STATUS-OK                      VALUE '00'.
002390 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
002400 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
002410     88  OPERADOR-IS-VALID                  VALUE 'Y'.
002420     88  OPERADOR-IS-INVALID                VALUE 'N'.
002430 77  WRK-CTL-KEY                 PIC X(08)  VALUE 'MATRCTL '.
002440 77  WRK-MATRICULA               PIC 9(06)  VALUE ZERO.
002450 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
002452 77  WRK-DATA-DEVIDA             PIC X(08)  VALUE SPACES.
002454 77  WRK-HOJE-SWITCH             PIC X(01)  VALUE 'Y'.
002456     88  HOJE-IS-UTIL                       VALUE 'Y'.
002458     88  HOJE-NOT-UTIL                      VALUE 'N'.
002460 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
002470     88  END-OF-PEND-FILE                   VALUE 'Y'.
002480 77  WRK-VALID-SWITCH            PIC X(01)  VALUE 'Y'.
002490     88  TRANS-IS-VALID                     VALUE 'Y'.
002500     88  TRANS-IS-INVALID                   VALUE 'N'.
002510 77  WRK-IMAGEM-ANTES            PIC X(200) VALUE SPACES.
002520 77  WS-APR-STATUS               PIC X(02)  VALUE SPACES.
002530     88  APR-STATUS-OK                      VALUE '00'.
002540     88  APR-STATUS-NEW-FILE                VALUE '05' '35'.
002550 77  WRK-HOLD-COUNT              PIC 9(06)  COMP VALUE ZERO.
002560 77  WRK-APR-TIPO                PIC X(01)  VALUE SPACES.
002570 77  WRK-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
002580     88  EMPLOYEE-WAS-FOUND                 VALUE 'Y'.
002590     88  EMPLOYEE-NOT-FOUND                 VALUE 'N'.
002600 77  WRK-LOTACAO-COUNT           PIC 9(05)  COMP VALUE ZERO.
002610 77  WRK-SCAN-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002620     88  END-OF-SCAN                        VALUE 'Y'.
002630 77  WRK-HST-ACAO                PIC X(01)  VALUE SPACES.
002640 77  WRK-JRN-NOME                PIC X(30)  VALUE SPACES.
002650 77  WRK-JRN-EMPRESA             PIC X(15)  VALUE SPACES.
002660 77  WRK-JRN-RESULTADO           PIC X(10)  VALUE SPACES.
002670 77  WRK-APPLY-COUNT             PIC 9(06)  COMP VALUE ZERO.
002680 77  WRK-STILL-PEND-COUNT        PIC 9(06)  COMP VALUE ZERO.
002690 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
002700 77  WS-SAL-STATUS               PIC X(02)  VALUE SPACES.
002710     88  SAL-STATUS-OK                      VALUE '00'.
002720     88  SAL-STATUS-NEW-FILE                VALUE '05' '35'.
002730 77  WS-PRM-STATUS               PIC X(02)  VALUE SPACES.
002740     88  PRM-STATUS-OK                      VALUE '00'.
002750     88  PRM-STATUS-NEW-FILE                VALUE '35'.
002760 77  WRK-LIMITE-AUMENTO          PIC 9(03)V99 VALUE 10.00.
002770 77  WRK-SALARIO-ANTES           PIC 9(08)V99 VALUE ZERO.
002780 77  WRK-FAIXA-ANTES             PIC X(03)  VALUE SPACES.
002790 77  WRK-PERCENTUAL              PIC S9(05)V99 VALUE ZERO.
002791 77  WS-REQ-STATUS               PIC X(02)  VALUE SPACES.
002792     88  REQ-STATUS-OK                      VALUE '00'.
002793     88  REQ-STATUS-NEW-FILE                VALUE '35'.
002794 77  WRK-REQ-FILE-SWITCH         PIC X(01)  VALUE 'Y'.
002795     88  REQS-FILE-IS-OPEN                  VALUE 'Y'.
002796     88  REQS-FILE-IS-MISSING               VALUE 'N'.
002797 77  WRK-DEVOLVIDA-COUNT         PIC 9(06)  COMP VALUE ZERO.
002800 PROCEDURE                       DIVISION.
002810*----------------------------------------------------------------
002820* 0000-MAINLINE
002830*----------------------------------------------------------------
002840 0000-MAINLINE.
002850     PERFORM 0100-REGISTER-START
002860                                THRU 0100-REGISTER-START-EXIT.
002870     IF WRK-RUN-IMPEDIDO
002880         MOVE 12 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
002920     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
002930         UNTIL OPERADOR-IS-VALID.
002940     PERFORM 2000-PROCESS-PEND   THRU 2000-PROCESS-PEND-EXIT
002950         UNTIL END-OF-PEND-FILE.
002960     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
002970     IF WRK-REJECT-COUNT > ZERO
002980         MOVE 4 TO RETURN-CODE
002990     END-IF.
003000     PERFORM 0200-REGISTER-END   THRU 0200-REGISTER-END-EXIT.
003010     STOP RUN.
003020*----------------------------------------------------------------
003030* 0100-REGISTER-START - REGISTER THE RUN ON THE RUN-CONTROL
003040*    FILE THROUGH PROG052, WHICH REFUSES THE START WHILE A
003050*    CONFLICTING PROGRAM IS LIVE OR A REQUIRED PREDECESSOR
003060*    HAS NOT FINISHED TODAY.
003070*----------------------------------------------------------------
003080 0100-REGISTER-START.
003090     MOVE 'PROG035 '             TO WRK-RUN-PROGRAMA.
003100     MOVE 'I'                    TO WRK-RUN-FUNCAO.
003110     MOVE 'PROG007 PROG021 PROG022 PROG070'
003120                                 TO WRK-RUN-CONFLITOS.
003130     MOVE SPACES                 TO WRK-RUN-PREDECESSORES.
003140     MOVE ZERO                   TO WRK-RUN-RETORNO-PROG.
003150     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
003160                                 WRK-RUN-CONFLITOS,
003170                                 WRK-RUN-PREDECESSORES,
003180                                 WRK-RUN-RETORNO-PROG,
003190                                 WRK-RUN-RETORNO.
003200 0100-REGISTER-START-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230* 0200-REGISTER-END - RECORD THE END OF THE RUN AND ITS FINAL
003240*    CONDITION CODE ON THE RUN-CONTROL FILE.
003250*----------------------------------------------------------------
003260 0200-REGISTER-END.
003270     MOVE 'T'                    TO WRK-RUN-FUNCAO.
003280     MOVE RETURN-CODE            TO WRK-RUN-RETORNO-PROG.
003290     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
003300                                 WRK-RUN-CONFLITOS,
003310                                 WRK-RUN-PREDECESSORES,
003320                                 WRK-RUN-RETORNO-PROG,
003330                                 WRK-RUN-RETORNO.
003340 0200-REGISTER-END-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------
003370* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, READ THE FIRST
003380*    PENDING TRANSACTION.
003390*----------------------------------------------------------------
003400 1000-INITIALIZE.
003410     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
003411     MOVE 'V'                    TO WRK-CAL-FUNCAO.
003412     MOVE WRK-DATA-HOJE          TO WRK-CAL-DATA.
003413     MOVE ZERO                   TO WRK-CAL-REGIAO.
003414     MOVE SPACES                 TO WRK-CAL-UF.
003415     PERFORM 2700-CALL-CALENDAR  THRU 2700-CALL-CALENDAR-EXIT.
003416     IF WRK-CAL-NAO-UTIL
003417         SET HOJE-NOT-UTIL       TO TRUE
003418         DISPLAY 'DIA NAO UTIL (' WRK-CAL-NOME
003419                 ') - NADA E APLICADO HOJE'
003420     END-IF.
003421     OPEN INPUT  PEND-IN.
003430     OPEN OUTPUT PEND-OUT.
003440     OPEN OUTPUT APPLY-RPT.
003450     OPEN INPUT  COMPANY-MASTER.
003460     OPEN INPUT  DEPT-MASTER.
003470     OPEN I-O    EMPLOYEE-MASTER.
003480     IF EMP-STATUS-NEW-FILE
003490         OPEN OUTPUT EMPLOYEE-MASTER
003500         CLOSE EMPLOYEE-MASTER
003510         OPEN I-O EMPLOYEE-MASTER
003520     END-IF.
003530     OPEN I-O NUMBER-CONTROL.
003540     IF CTL-STATUS-NEW-FILE
003550         OPEN OUTPUT NUMBER-CONTROL
003560         CLOSE NUMBER-CONTROL
003570         OPEN I-O NUMBER-CONTROL
003580     END-IF.
003590     MOVE WRK-CTL-KEY            TO CTL-KEY.
003600     READ NUMBER-CONTROL
003610         INVALID KEY
003620             MOVE 1 TO CTL-PROX-MATRICULA
003630             WRITE CTL-RECORD
003640     END-READ.
003650     OPEN EXTEND REG-JOURNAL.
003660     IF JRN-STATUS-NEW-FILE
003670         OPEN OUTPUT REG-JOURNAL
003680         CLOSE REG-JOURNAL
003690         OPEN EXTEND REG-JOURNAL
003700     END-IF.
003710     OPEN EXTEND EMP-HISTORY.
003720     IF HST-STATUS-NEW-FILE
003730         OPEN OUTPUT EMP-HISTORY
003740         CLOSE EMP-HISTORY
003750         OPEN EXTEND EMP-HISTORY
003760     END-IF.
003770     OPEN EXTEND APPROVAL-PENDING.
003780     IF APR-STATUS-NEW-FILE
003790         OPEN OUTPUT APPROVAL-PENDING
003800         CLOSE APPROVAL-PENDING
003810         OPEN EXTEND APPROVAL-PENDING
003820     END-IF.
003830     OPEN EXTEND SAL-HISTORY.
003840     IF SAL-STATUS-NEW-FILE
003850         OPEN OUTPUT SAL-HISTORY
003860         CLOSE SAL-HISTORY
003870         OPEN EXTEND SAL-HISTORY
003880     END-IF.
003882     OPEN I-O    REQUISITION-MASTER.
003884     IF REQ-STATUS-NEW-FILE
003886         SET REQS-FILE-IS-MISSING TO TRUE
003888     END-IF.
003890     PERFORM 1200-READ-PARM      THRU 1200-READ-PARM-EXIT.
003900     MOVE 'PROG035'              TO WRK-PROGRAMA.
003910     MOVE 'C'                    TO WRK-FUNCAO.
003920     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
003930     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
003940     PERFORM 2400-READ-PEND      THRU 2400-READ-PEND-EXIT.
003950 1000-INITIALIZE-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------
003980* 1200-READ-PARM - READ THE SALARY PARAMETER CARD FOR THE RAISE
003990*    LIMIT, THE WAY PROG012 DOES. A MISSING FILE OR BLANK CARD
004000*    KEEPS THE 10% DEFAULT.
004010*----------------------------------------------------------------
004020 1200-READ-PARM.
004030     OPEN INPUT PARM-FILE.
004040     IF PRM-STATUS-NEW-FILE
004050         GO TO 1200-READ-PARM-FECHA
004060     END-IF.
004070     READ PARM-FILE
004080         AT END
004090             GO TO 1200-READ-PARM-FECHA
004100     END-READ.
004110     IF PARM-RECORD = SPACES
004120         GO TO 1200-READ-PARM-FECHA
004130     END-IF.
004140     IF PRM-LIMITE-AUMENTO NUMERIC
004150         AND PRM-LIMITE-AUMENTO > ZERO
004160         MOVE PRM-LIMITE-AUMENTO TO WRK-LIMITE-AUMENTO
004170     ELSE
004180         DISPLAY 'LIMITE INVALIDO NO CARTAO - '
004190                 PRM-LIMITE-AUMENTO ' - ASSUMIDO 10%'
004200     END-IF.
004210 1200-READ-PARM-FECHA.
004220     CLOSE PARM-FILE.
004230 1200-READ-PARM-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------
004260* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
004270*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
004280*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT.
004290*----------------------------------------------------------------
004300 1500-SIGNON.
004310     MOVE 'PROG035 '             TO WRK-SGN-PROGRAMA.
004320     MOVE 3                      TO WRK-SGN-NIVEL.
004330     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
004340                                 WRK-SGN-OPERADOR,
004350                                 WRK-SGN-RETORNO.
004360     IF WRK-SGN-OK
004370         SET OPERADOR-IS-VALID TO TRUE
004380         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
004390     ELSE
004400         SET OPERADOR-IS-INVALID TO TRUE
004410     END-IF.
004420 1500-SIGNON-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450* 2000-PROCESS-PEND - APPLY THE CURRENT PENDING TRANSACTION WHEN
004460*    ITS EFFECTIVE DATE, ROLLED TO A BUSINESS DAY, HAS COME DUE,
004470*    OR CARRY IT FORWARD WHEN IT IS STILL FUTURE OR TODAY IS NOT
004475*    A BUSINESS DAY, THEN READ THE NEXT ONE.
004480*----------------------------------------------------------------
004490 2000-PROCESS-PEND.
004500     MOVE SPACES                 TO DETAIL-LINE.
004510     MOVE PND-TIPO               TO DTL-TIPO.
004520     IF PND-IS-REGISTRO
004530         MOVE PND-IMAGEM         TO REG-TRANS-AREA
004540         MOVE TRANS-NOME         TO DTL-NOME
004550         MOVE TRANS-DATA-EFETIVA TO DTL-DATA-EFETIVA
004552         MOVE TRANS-DATA-EFETIVA TO WRK-CAL-DATA
004554         MOVE TRANS-REGIAO       TO WRK-CAL-REGIAO
004556         PERFORM 2600-ROLL-DATE  THRU 2600-ROLL-DATE-EXIT
004560         IF WRK-DATA-DEVIDA > WRK-DATA-HOJE
004565             OR HOJE-NOT-UTIL
004570             PERFORM 2500-CARRY-PENDING
004580                                THRU 2500-CARRY-PENDING-EXIT
004590         ELSE
004600             PERFORM 3000-APPLY-REGISTRO
004610                                THRU 3000-APPLY-REGISTRO-EXIT
004620         END-IF
004630     ELSE
004640         MOVE PND-IMAGEM         TO EMP-TRANS-AREA
004650         MOVE ET-NOME            TO DTL-NOME
004660         MOVE ET-DATA-EFETIVA    TO DTL-DATA-EFETIVA
004662         MOVE ET-DATA-EFETIVA    TO WRK-CAL-DATA
004664         MOVE ZERO               TO WRK-CAL-REGIAO
004666         PERFORM 2600-ROLL-DATE  THRU 2600-ROLL-DATE-EXIT
004670         IF WRK-DATA-DEVIDA > WRK-DATA-HOJE
004675             OR HOJE-NOT-UTIL
004680             PERFORM 2500-CARRY-PENDING
004690                                THRU 2500-CARRY-PENDING-EXIT
004700         ELSE
004710             PERFORM 4000-APPLY-MANUTENCAO
004720                                THRU 4000-APPLY-MANUTENCAO-EXIT
004730         END-IF
004740     END-IF.
004750     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
004760     PERFORM 2400-READ-PEND      THRU 2400-READ-PEND-EXIT.
004770 2000-PROCESS-PEND-EXIT.
004780     EXIT.
004790*----------------------------------------------------------------
004800* 2400-READ-PEND - READ THE NEXT PENDING TRANSACTION.
004810*----------------------------------------------------------------
004820 2400-READ-PEND.
004830     READ PEND-IN
004840         AT END
004850             SET END-OF-PEND-FILE TO TRUE
004860     END-READ.
004870 2400-READ-PEND-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------
004900* 2500-CARRY-PENDING - THE EFFECTIVE DATE IS STILL FUTURE -
004910*    REWRITE THE RECORD TO THE OUTPUT PENDING FILE FOR THE NEXT
004920*    DAILY RUN.
004930*----------------------------------------------------------------
004940 2500-CARRY-PENDING.
004950     MOVE PND-RECORD             TO PEND-OUT-RECORD.
004960     WRITE PEND-OUT-RECORD.
004970     MOVE 'AINDA PENDENTE'       TO DTL-SITUACAO.
004980     ADD 1 TO WRK-STILL-PEND-COUNT.
004990 2500-CARRY-PENDING-EXIT.
005000     EXIT.
005001*----------------------------------------------------------------
005002* 2600-ROLL-DATE - THE DATE THE TRANSACTION COMES DUE: ITS
005003*    EFFECTIVE DATE IN WRK-CAL-DATA ROLLED TO THE NEXT BUSINESS
005004*    DAY FOR THE REGION IN WRK-CAL-REGIAO (ZERO FOR THE
005005*    NATIONAL CALENDAR). A BLANK OR INVALID DATE IS LEFT AS IT
005006*    IS AND COMES DUE AT ONCE, AS BEFORE.
005007*----------------------------------------------------------------
005008 2600-ROLL-DATE.
005009     MOVE WRK-CAL-DATA           TO WRK-DATA-DEVIDA.
005010     MOVE 'P'                    TO WRK-CAL-FUNCAO.
005011     MOVE SPACES                 TO WRK-CAL-UF.
005012     PERFORM 2700-CALL-CALENDAR  THRU 2700-CALL-CALENDAR-EXIT.
005013     IF NOT WRK-CAL-DATA-INVALIDA
005014         MOVE WRK-CAL-DATA-FIM   TO WRK-DATA-DEVIDA
005015     END-IF.
005016 2600-ROLL-DATE-EXIT.
005017     EXIT.
005018*----------------------------------------------------------------
005019* 2700-CALL-CALENDAR - CALL THE PROG076 CALENDAR ROUTINE WITH
005020*    THE PARAMETERS ALREADY SET IN THE WRK-CAL FIELDS.
005021*----------------------------------------------------------------
005022 2700-CALL-CALENDAR.
005023     CALL 'PROG076' USING WRK-CAL-FUNCAO, WRK-CAL-DATA,
005024                                 WRK-CAL-REGIAO, WRK-CAL-UF,
005025                                 WRK-CAL-DIAS, WRK-CAL-DATA-FIM,
005026                                 WRK-CAL-NOME, WRK-CAL-RETORNO.
005027 2700-CALL-CALENDAR-EXIT.
005028     EXIT.
005029*----------------------------------------------------------------
005030* 3000-APPLY-REGISTRO - RELEASE A DUE REGISTRATION THROUGH THE
005031*    SAME VALIDATION AND MASTER WRITE AS PROG007'S LOAD. A
005036*    REJECTED HIRE GIVES BACK THE POSITION IT WAS HELD AGAINST.
005040*----------------------------------------------------------------
005050 3000-APPLY-REGISTRO.
005060     SET TRANS-IS-VALID          TO TRUE.
005070     MOVE TRANS-NOME             TO WRK-NOME-BRUTO.
005080     CALL 'PROG040' USING WRK-NOME-BRUTO, WRK-NOME-PADRAO,
005090                                 WRK-NOME-RETORNO.
005100     IF WRK-NOME-INVALIDO
005110         SET TRANS-IS-INVALID TO TRUE
005120         MOVE 'NOME INVALIDO'    TO DTL-SITUACAO
005130     ELSE
005140         MOVE WRK-NOME-PADRAO    TO TRANS-NOME
005150     END-IF.
005160     MOVE TRANS-EMPRESA          TO CO-CODIGO.
005170     READ COMPANY-MASTER
005180         INVALID KEY
005190             SET TRANS-IS-INVALID TO TRUE
005200             MOVE 'EMPRESA NAO CADASTRADA' TO DTL-SITUACAO
005210         NOT INVALID KEY
005220             IF CO-IS-INATIVA
005230                 SET TRANS-IS-INVALID TO TRUE
005240                 MOVE 'EMPRESA INATIVA' TO DTL-SITUACAO
005250             END-IF
005260     END-READ.
005270     MOVE TRANS-DEPTO            TO DP-NOME.
005280     READ DEPT-MASTER
005290         INVALID KEY
005300             SET TRANS-IS-INVALID TO TRUE
005310             MOVE 'DEPTO NAO CADASTRADO' TO DTL-SITUACAO
005320         NOT INVALID KEY
005330             PERFORM 3050-CHECK-LOTACAO
005340                                THRU 3050-CHECK-LOTACAO-EXIT
005350     END-READ.
005360     MOVE TRANS-REGIAO           TO WRK-NUMERO.
005370     MOVE SPACES                 TO WRK-MENSAGEM.
005380     CALL 'PROG020' USING WRK-NUMERO, WRK-MENSAGEM,
005390                                 WRK-RETURN-CODE, WRK-PROGRAMA,
005400                                 WRK-FUNCAO, WRK-MACRO.
005410     IF WRK-LOOKUP-NOT-FOUND
005420         SET TRANS-IS-INVALID TO TRUE
005430         MOVE 'REGIAO NAO CADASTRADA' TO DTL-SITUACAO
005440     END-IF.
005450     MOVE TRANS-NOME             TO WRK-JRN-NOME.
005460     MOVE TRANS-EMPRESA          TO WRK-JRN-EMPRESA.
005470     IF TRANS-IS-INVALID
005480         MOVE 'REJEITADO'        TO WRK-JRN-RESULTADO
005490         ADD 1 TO WRK-REJECT-COUNT
005500     ELSE
005510         PERFORM 3100-ASSIGN-MATRICULA
005520                                THRU 3100-ASSIGN-MATRICULA-EXIT
005530         MOVE WRK-MATRICULA      TO EMP-MATRICULA
005540         MOVE TRANS-NOME         TO EMP-NOME
005550         MOVE TRANS-EMPRESA      TO EMP-EMPRESA
005560         MOVE TRANS-DEPTO        TO EMP-DEPTO
005570         MOVE TRANS-REGIAO       TO EMP-REGIAO
005580         MOVE WRK-OPERADOR       TO EMP-OPERADOR
005590         SET EMP-IS-ATIVO        TO TRUE
005600         MOVE SPACES             TO EMP-DATA-DESLIGAMENTO
005610         MOVE ZERO               TO EMP-MATRICULA-DESTINO
005620         MOVE WRK-DATA-DEVIDA    TO EMP-DATA-ADMISSAO
005630         IF TRANS-DATA-EFETIVA = SPACES
005640             MOVE WRK-DATA-HOJE  TO EMP-DATA-ADMISSAO
005650         END-IF
005660         MOVE ZERO               TO EMP-SALARIO-BASE
005670         MOVE SPACES             TO EMP-FAIXA-SALARIAL
005680         MOVE SPACES             TO EMP-DATA-SALARIO
005690         WRITE EMP-MASTER-RECORD
005700             INVALID KEY
005710                 MOVE 'MATRICULA JA CADASTRADA'
005720                                 TO DTL-SITUACAO
005730                 MOVE 'REJEITADO' TO WRK-JRN-RESULTADO
005740                 ADD 1 TO WRK-REJECT-COUNT
005750             NOT INVALID KEY
005760                 MOVE 'APLICADO - GRAVADO' TO DTL-SITUACAO
005770                 MOVE 'GRAVADO'  TO WRK-JRN-RESULTADO
005780                 ADD 1 TO WRK-APPLY-COUNT
005790                 MOVE SPACES     TO WRK-IMAGEM-ANTES
005800                 MOVE 'I'        TO WRK-HST-ACAO
005810                 PERFORM 5000-WRITE-HISTORY
005820                                THRU 5000-WRITE-HISTORY-EXIT
005830         END-WRITE
005840     END-IF.
005842     IF WRK-JRN-RESULTADO = 'REJEITADO'
005844         PERFORM 3200-RETURN-REQUISICAO
005846                                THRU 3200-RETURN-REQUISICAO-EXIT
005848     END-IF.
005850     PERFORM 5100-WRITE-JOURNAL  THRU 5100-WRITE-JOURNAL-EXIT.
005860 3000-APPLY-REGISTRO-EXIT.
005870     EXIT.
005871*----------------------------------------------------------------
005872* 3200-RETURN-REQUISICAO - TAKE THE REJECTED HIRE BACK OFF THE
005873*    REQUISITION PROG007 COUNTED IT AGAINST WHEN IT WAS HELD,
005874*    REOPENING A REQUISITION THE HIRE HAD FILLED. A RECORD HELD
005875*    BEFORE THE NUMBER WAS CARRIED HAS NONE TO GIVE BACK.
005876*----------------------------------------------------------------
005877 3200-RETURN-REQUISICAO.
005878     IF REQS-FILE-IS-MISSING
005879         OR PND-REQUISICAO NOT NUMERIC
005880         OR PND-REQUISICAO = ZERO
005881         GO TO 3200-RETURN-REQUISICAO-EXIT
005882     END-IF.
005883     MOVE PND-REQUISICAO         TO REQ-NUMERO.
005884     READ REQUISITION-MASTER
005885         INVALID KEY
005886             GO TO 3200-RETURN-REQUISICAO-EXIT
005887     END-READ.
005888     IF REQ-PREENCHIDAS > ZERO
005889         SUBTRACT 1              FROM REQ-PREENCHIDAS
005890     END-IF.
005891     IF REQ-IS-PREENCHIDA
005892         SET REQ-IS-ABERTA       TO TRUE
005893         MOVE WRK-DATA-HOJE      TO REQ-DATA-SITUACAO
005894     END-IF.
005895     MOVE WRK-OPERADOR           TO REQ-OPERADOR.
005896     REWRITE REQUISITION-MASTER-RECORD.
005897     DISPLAY 'VAGA DEVOLVIDA A REQUISICAO ' REQ-NUMERO
005898             ' - ' TRANS-NOME.
005899     ADD 1 TO WRK-DEVOLVIDA-COUNT.
005900 3200-RETURN-REQUISICAO-EXIT.
005901     EXIT.
005902*----------------------------------------------------------------
005903* 3100-ASSIGN-MATRICULA - HAND OUT THE NEXT EMPLOYEE NUMBER FROM
005904*    THE NUMBER-CONTROL RECORD AND STEP IT, THE WAY PROG007
005910*    DOES.
005920*----------------------------------------------------------------
005930 3100-ASSIGN-MATRICULA.
005940     MOVE WRK-CTL-KEY            TO CTL-KEY.
005950     READ NUMBER-CONTROL.
005960     MOVE CTL-PROX-MATRICULA     TO WRK-MATRICULA.
005970     ADD 1                       TO CTL-PROX-MATRICULA.
005980     REWRITE CTL-RECORD.
005990 3100-ASSIGN-MATRICULA-EXIT.
006000     EXIT.
006010*----------------------------------------------------------------
006020* 3050-CHECK-LOTACAO - COUNT THE ACTIVE EMPLOYEES ALREADY IN
006030*    THE DEPARTMENT AND REJECT THE DUE REGISTRATION WHEN THE
006040*    AUTHORIZED HEADCOUNT WOULD BE EXCEEDED. A ZERO (OR
006050*    PRE-FIELD) LOTACAO MEANS NO LIMIT.
006060*----------------------------------------------------------------
006070 3050-CHECK-LOTACAO.
006080     IF DP-LOTACAO-AUTORIZADA NOT NUMERIC
006090         OR DP-LOTACAO-AUTORIZADA = ZERO
006100         GO TO 3050-CHECK-LOTACAO-EXIT
006110     END-IF.
006120     MOVE ZERO                   TO WRK-LOTACAO-COUNT.
006130     MOVE 'N'                    TO WRK-SCAN-EOF-SWITCH.
006140     MOVE ZERO                   TO EMP-MATRICULA.
006150     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-MATRICULA
006160         INVALID KEY
006170             SET END-OF-SCAN TO TRUE
006180     END-START.
006190     PERFORM 3060-COUNT-DEPTO   THRU 3060-COUNT-DEPTO-EXIT
006200         UNTIL END-OF-SCAN.
006210     IF WRK-LOTACAO-COUNT NOT < DP-LOTACAO-AUTORIZADA
006220         SET TRANS-IS-INVALID TO TRUE
006230         MOVE 'LOTACAO EXCEDIDA' TO DTL-SITUACAO
006240     END-IF.
006250 3050-CHECK-LOTACAO-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------
006280* 3060-COUNT-DEPTO - COUNT ONE ACTIVE EMPLOYEE OF THE
006290*    DEPARTMENT BEING VALIDATED.
006300*----------------------------------------------------------------
006310 3060-COUNT-DEPTO.
006320     READ EMPLOYEE-MASTER NEXT RECORD
006330         AT END
006340             SET END-OF-SCAN TO TRUE
006350         NOT AT END
006360             IF EMP-DEPTO = TRANS-DEPTO
006370                 AND NOT EMP-IS-DESLIGADO
006380                 AND NOT EMP-IS-FUNDIDO
006390                 ADD 1 TO WRK-LOTACAO-COUNT
006400             END-IF
006410     END-READ.
006420 3060-COUNT-DEPTO-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------
006450* 4000-APPLY-MANUTENCAO - DISPATCH A DUE MAINTENANCE TRANSACTION
006460*    WITH THE SAME CHANGE/TERMINATE/DELETE LOGIC AS PROG012,
006470*    INCLUDING THE CHECK-DIGIT VERIFICATION ON A KEYED
006480*    MATRICULA - PROG012 HELD THE TRANSACTION BEFORE ITS OWN
006490*    CHECK COULD RUN, SO IT MUST HAPPEN HERE. A MERGE IS NEVER
006500*    HELD (PROG012 REFUSES ONE WITH A FUTURE DATE), SO CODE M
006510*    ON THE PENDING FILE IS REJECTED OUTRIGHT.
006520*----------------------------------------------------------------
006530 4000-APPLY-MANUTENCAO.
006540     IF ET-MATRICULA > ZERO AND NOT ET-IS-MERGE
006550         MOVE ET-MATRICULA       TO WRK-MATRICULA-DV
006560         MOVE ET-DIGITO          TO WRK-DIGITO
006570         MOVE 'V'                TO WRK-DV-FUNCAO
006580         CALL 'PROG034' USING WRK-MATRICULA-DV, WRK-DIGITO,
006590                                 WRK-DV-FUNCAO, WRK-DV-RETORNO
006600         IF WRK-DV-INVALIDO
006610             MOVE 'DIGITO INVALIDO' TO DTL-SITUACAO
006620             ADD 1 TO WRK-REJECT-COUNT
006630             GO TO 4000-APPLY-MANUTENCAO-EXIT
006640         END-IF
006650     END-IF.
006660     EVALUATE TRUE
006670         WHEN ET-IS-CHANGE
006680             PERFORM 4100-APPLY-CHANGE
006690                                THRU 4100-APPLY-CHANGE-EXIT
006700         WHEN ET-IS-TERMINATE
006710             PERFORM 4200-APPLY-TERMINATE
006720                                THRU 4200-APPLY-TERMINATE-EXIT
006730         WHEN ET-IS-DELETE
006740             PERFORM 4300-APPLY-DELETE
006750                                THRU 4300-APPLY-DELETE-EXIT
006760         WHEN ET-IS-SALARY
006770             PERFORM 4500-APPLY-SALARY
006780                                THRU 4500-APPLY-SALARY-EXIT
006790         WHEN ET-IS-MERGE
006800             MOVE 'FUSAO NAO ADIAVEL' TO DTL-SITUACAO
006810             ADD 1 TO WRK-REJECT-COUNT
006820         WHEN OTHER
006830             MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
006840             ADD 1 TO WRK-REJECT-COUNT
006850     END-EVALUATE.
006860 4000-APPLY-MANUTENCAO-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------
006890* 4050-LOCATE-EMPLOYEE - READ THE RECORD THE TRANSACTION NAMES,
006900*    BY MATRICULA WHEN ONE WAS KEYED (ALREADY DIGIT-CHECKED),
006910*    OTHERWISE THROUGH THE EMP-NOME ALTERNATE KEY, THE WAY
006920*    PROG012 DOES.
006930*----------------------------------------------------------------
006940 4050-LOCATE-EMPLOYEE.
006950     SET EMPLOYEE-WAS-FOUND      TO TRUE.
006960     IF ET-MATRICULA > ZERO
006970         MOVE ET-MATRICULA       TO EMP-MATRICULA
006980         READ EMPLOYEE-MASTER
006990             INVALID KEY
007000                 SET EMPLOYEE-NOT-FOUND TO TRUE
007010         END-READ
007020     ELSE
007030         MOVE ET-NOME            TO EMP-NOME
007040         READ EMPLOYEE-MASTER KEY IS EMP-NOME
007050             INVALID KEY
007060                 SET EMPLOYEE-NOT-FOUND TO TRUE
007070         END-READ
007080     END-IF.
007090 4050-LOCATE-EMPLOYEE-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------
007120* 4100-APPLY-CHANGE - VALIDATE THE NEW COMPANY AND REWRITE THE
007130*    RECORD WITH IT, RECORDING THE EVENT ON THE HISTORY.
007140*----------------------------------------------------------------
007150 4100-APPLY-CHANGE.
007160     MOVE ET-EMPRESA             TO CO-CODIGO.
007170     READ COMPANY-MASTER
007180         INVALID KEY
007190             MOVE 'EMPRESA NAO CADASTRADA' TO DTL-SITUACAO
007200             ADD 1 TO WRK-REJECT-COUNT
007210             GO TO 4100-APPLY-CHANGE-EXIT
007220     END-READ.
007230     IF CO-IS-INATIVA
007240         MOVE 'EMPRESA INATIVA'   TO DTL-SITUACAO
007250         ADD 1 TO WRK-REJECT-COUNT
007260         GO TO 4100-APPLY-CHANGE-EXIT
007270     END-IF.
007280     PERFORM 4050-LOCATE-EMPLOYEE
007290                                THRU 4050-LOCATE-EMPLOYEE-EXIT.
007300     IF EMPLOYEE-NOT-FOUND
007310         MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-SITUACAO
007320         ADD 1 TO WRK-REJECT-COUNT
007330         GO TO 4100-APPLY-CHANGE-EXIT
007340     END-IF.
007350     IF EMP-IS-DESLIGADO OR EMP-IS-FUNDIDO
007360         MOVE 'FUNCIONARIO NAO ATIVO' TO DTL-SITUACAO
007370         ADD 1 TO WRK-REJECT-COUNT
007380         GO TO 4100-APPLY-CHANGE-EXIT
007390     END-IF.
007400     MOVE EMP-MASTER-RECORD      TO WRK-IMAGEM-ANTES.
007410     MOVE ET-EMPRESA             TO EMP-EMPRESA.
007420     REWRITE EMP-MASTER-RECORD.
007430     MOVE 'APLICADO - ALTERADO'  TO DTL-SITUACAO.
007440     ADD 1 TO WRK-APPLY-COUNT.
007450     MOVE 'A'                    TO WRK-HST-ACAO.
007460     MOVE EMP-MATRICULA          TO HST-MATRICULA.
007470     PERFORM 5000-WRITE-HISTORY  THRU 5000-WRITE-HISTORY-EXIT.
007480 4100-APPLY-CHANGE-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------
007510* 4200-APPLY-TERMINATE - A DUE TERMINATION IS NOT APPLIED HERE -
007520*    IT IS HELD ON THE PENDING-APPROVAL FILE FOR A SECOND
007530*    OPERATOR TO RELEASE THROUGH PROG043, THE WAY PROG012 NOW
007540*    HOLDS ITS OWN.
007550*----------------------------------------------------------------
007560 4200-APPLY-TERMINATE.
007570     PERFORM 4050-LOCATE-EMPLOYEE
007580                                THRU 4050-LOCATE-EMPLOYEE-EXIT.
007590     IF EMPLOYEE-NOT-FOUND
007600         MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-SITUACAO
007610         ADD 1 TO WRK-REJECT-COUNT
007620         GO TO 4200-APPLY-TERMINATE-EXIT
007630     END-IF.
007640     IF EMP-IS-DESLIGADO
007650         MOVE 'JA DESLIGADO'     TO DTL-SITUACAO
007660         ADD 1 TO WRK-REJECT-COUNT
007670         GO TO 4200-APPLY-TERMINATE-EXIT
007680     END-IF.
007690     MOVE 'T'                    TO WRK-APR-TIPO.
007700     PERFORM 4400-HOLD-APPROVAL  THRU 4400-HOLD-APPROVAL-EXIT.
007710 4200-APPLY-TERMINATE-EXIT.
007720     EXIT.
007730*----------------------------------------------------------------
007740* 4300-APPLY-DELETE - A DUE DELETION IS NOT APPLIED HERE - IT
007750*    IS HELD ON THE PENDING-APPROVAL FILE FOR PROG043.
007760*----------------------------------------------------------------
007770 4300-APPLY-DELETE.
007780     PERFORM 4050-LOCATE-EMPLOYEE
007790                                THRU 4050-LOCATE-EMPLOYEE-EXIT.
007800     IF EMPLOYEE-NOT-FOUND
007810         MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-SITUACAO
007820         ADD 1 TO WRK-REJECT-COUNT
007830     ELSE
007840         MOVE 'D'                TO WRK-APR-TIPO
007850         PERFORM 4400-HOLD-APPROVAL
007860                                THRU 4400-HOLD-APPROVAL-EXIT
007870     END-IF.
007880 4300-APPLY-DELETE-EXIT.
007890     EXIT.
007900*----------------------------------------------------------------
007910* 4400-HOLD-APPROVAL - WRITE THE DESTRUCTIVE REQUEST TO THE
007920*    PENDING-APPROVAL FILE, STAMPED WITH THE REQUESTING
007930*    OPERATOR, THE WAY PROG012 DOES.
007940*----------------------------------------------------------------
007950 4400-HOLD-APPROVAL.
007960     MOVE SPACES                 TO APR-RECORD.
007970     MOVE WRK-APR-TIPO           TO APR-TIPO.
007980     IF APR-IS-SALARIO
007990         MOVE ET-SALARIO-BASE    TO APR-SAL-BASE
008000         MOVE ET-FAIXA-SALARIAL  TO APR-SAL-FAIXA
008010         MOVE ET-DATA-EFETIVA    TO APR-SAL-DATA-EFETIVA
008020         MOVE WRK-PERCENTUAL     TO APR-SAL-PERCENTUAL
008030     ELSE
008040         MOVE EMP-NOME           TO APR-CHAVE
008050     END-IF.
008060     MOVE EMP-MATRICULA          TO APR-MATRICULA.
008070     ACCEPT APR-DATA             FROM DATE YYYYMMDD.
008080     ACCEPT APR-HORA             FROM TIME.
008090     MOVE WRK-OPERADOR           TO APR-OPERADOR.
008100     WRITE APR-RECORD.
008110     MOVE 'AGUARDA APROVACAO'    TO DTL-SITUACAO.
008120     ADD 1 TO WRK-HOLD-COUNT.
008130 4400-HOLD-APPROVAL-EXIT.
008140     EXIT.
008150*----------------------------------------------------------------
008160* 4500-APPLY-SALARY - A DUE SALARY CHANGE, WITH THE SAME RULES
008170*    AS PROG012: THE NEW PAY MUST BE NUMERIC AND NOT ZERO, THE
008180*    EMPLOYEE ACTIVE AND THE DATE NOT BEFORE THE PAY IN FORCE.
008190*    A RAISE OVER THE LIMIT IS HELD FOR PROG043 WITH ITS NEW
008200*    PAY IN THE SALARY VIEW OF THE APPROVAL RECORD; ANYTHING
008210*    ELSE IS APPLIED AND WRITTEN TO BOTH HISTORIES.
008220*----------------------------------------------------------------
008230 4500-APPLY-SALARY.
008240     IF ET-SALARIO-BASE NOT NUMERIC
008250         OR ET-SALARIO-BASE = ZERO
008260         MOVE 'SALARIO INVALIDO'  TO DTL-SITUACAO
008270         ADD 1 TO WRK-REJECT-COUNT
008280         GO TO 4500-APPLY-SALARY-EXIT
008290     END-IF.
008300     PERFORM 4050-LOCATE-EMPLOYEE
008310                                THRU 4050-LOCATE-EMPLOYEE-EXIT.
008320     IF EMPLOYEE-NOT-FOUND
008330         MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-SITUACAO
008340         ADD 1 TO WRK-REJECT-COUNT
008350         GO TO 4500-APPLY-SALARY-EXIT
008360     END-IF.
008370     IF NOT EMP-IS-VINCULADO
008380         MOVE 'FUNCIONARIO NAO ATIVO' TO DTL-SITUACAO
008390         ADD 1 TO WRK-REJECT-COUNT
008400         GO TO 4500-APPLY-SALARY-EXIT
008410     END-IF.
008420     IF ET-DATA-EFETIVA = SPACES
008430         MOVE WRK-DATA-HOJE      TO ET-DATA-EFETIVA
008440     END-IF.
008450     IF EMP-DATA-SALARIO NOT = SPACES
008460         AND ET-DATA-EFETIVA < EMP-DATA-SALARIO
008470         MOVE 'ANTERIOR AO VIGENTE' TO DTL-SITUACAO
008480         ADD 1 TO WRK-REJECT-COUNT
008490         GO TO 4500-APPLY-SALARY-EXIT
008500     END-IF.
008510     IF EMP-SALARIO-BASE NUMERIC
008520         MOVE EMP-SALARIO-BASE   TO WRK-SALARIO-ANTES
008530     ELSE
008540         MOVE ZERO               TO WRK-SALARIO-ANTES
008550     END-IF.
008560     MOVE ZERO                   TO WRK-PERCENTUAL.
008570     IF WRK-SALARIO-ANTES > ZERO
008580         COMPUTE WRK-PERCENTUAL ROUNDED =
008590             (ET-SALARIO-BASE - WRK-SALARIO-ANTES) * 100
008600             / WRK-SALARIO-ANTES
008610             ON SIZE ERROR
008620                 MOVE 99999.99   TO WRK-PERCENTUAL
008630         END-COMPUTE
008640     END-IF.
008650     IF WRK-PERCENTUAL > WRK-LIMITE-AUMENTO
008660         MOVE 'S'                TO WRK-APR-TIPO
008670         PERFORM 4400-HOLD-APPROVAL
008680                                THRU 4400-HOLD-APPROVAL-EXIT
008690         GO TO 4500-APPLY-SALARY-EXIT
008700     END-IF.
008710     MOVE EMP-MASTER-RECORD      TO WRK-IMAGEM-ANTES.
008720     MOVE EMP-FAIXA-SALARIAL     TO WRK-FAIXA-ANTES.
008730     MOVE ET-SALARIO-BASE        TO EMP-SALARIO-BASE.
008740     IF ET-FAIXA-SALARIAL NOT = SPACES
008750         MOVE ET-FAIXA-SALARIAL  TO EMP-FAIXA-SALARIAL
008760     END-IF.
008770     MOVE ET-DATA-EFETIVA        TO EMP-DATA-SALARIO.
008780     REWRITE EMP-MASTER-RECORD.
008790     MOVE 'APLICADO - SALARIO'   TO DTL-SITUACAO.
008800     ADD 1 TO WRK-APPLY-COUNT.
008810     MOVE 'S'                    TO WRK-HST-ACAO.
008820     PERFORM 5000-WRITE-HISTORY  THRU 5000-WRITE-HISTORY-EXIT.
008830     MOVE SPACES                 TO SAL-HIST-RECORD.
008840     MOVE EMP-MATRICULA          TO SAL-MATRICULA.
008850     MOVE ET-DATA-EFETIVA        TO SAL-DATA-EFETIVA.
008860     MOVE WRK-SALARIO-ANTES      TO SAL-BASE-ANTES.
008870     MOVE EMP-SALARIO-BASE       TO SAL-BASE-DEPOIS.
008880     MOVE WRK-FAIXA-ANTES        TO SAL-FAIXA-ANTES.
008890     MOVE EMP-FAIXA-SALARIAL     TO SAL-FAIXA-DEPOIS.
008900     MOVE WRK-PERCENTUAL         TO SAL-PERCENTUAL.
008910     ACCEPT SAL-DATA             FROM DATE YYYYMMDD.
008920     ACCEPT SAL-HORA             FROM TIME.
008930     MOVE 'PROG035 '             TO SAL-PROGRAMA.
008940     MOVE WRK-OPERADOR           TO SAL-OPERADOR.
008950     WRITE SAL-HIST-RECORD.
008960 4500-APPLY-SALARY-EXIT.
008970     EXIT.
008980*----------------------------------------------------------------
008990* 5000-WRITE-HISTORY - APPEND ONE EMPLOYMENT HISTORY RECORD FOR
009000*    THE ACTION JUST APPLIED, THE WAY PROG012 DOES. AN
009010*    INCLUSION HAS NO BEFORE IMAGE; A DELETION HAS NO AFTER
009020*    IMAGE.
009030*----------------------------------------------------------------
009040 5000-WRITE-HISTORY.
009050     MOVE SPACES                 TO HST-LOG-RECORD.
009060     ACCEPT HST-DATA             FROM DATE YYYYMMDD.
009070     ACCEPT HST-HORA             FROM TIME.
009080     MOVE 'PROG035 '             TO HST-PROGRAMA.
009090     MOVE WRK-OPERADOR           TO HST-OPERADOR.
009100     MOVE WRK-HST-ACAO           TO HST-ACAO.
009110     IF HST-ACAO-INCLUSAO
009120         MOVE EMP-MATRICULA      TO HST-MATRICULA
009130         MOVE EMP-MASTER-RECORD  TO HST-DEPOIS
009140     ELSE
009150         MOVE WRK-IMAGEM-ANTES (1:6) TO HST-MATRICULA
009160         MOVE WRK-IMAGEM-ANTES   TO HST-ANTES
009170         IF HST-ACAO-ALTERACAO OR HST-ACAO-DESLIGAMENTO
009180             OR HST-ACAO-SALARIO
009190             MOVE EMP-MASTER-RECORD
009200                                 TO HST-DEPOIS
009210         END-IF
009220     END-IF.
009230     WRITE HST-LOG-RECORD.
009240 5000-WRITE-HISTORY-EXIT.
009250     EXIT.
009260*----------------------------------------------------------------
009270* 5100-WRITE-JOURNAL - APPEND ONE JOURNAL RECORD FOR THE
009280*    REGISTRATION DECISION, THE WAY PROG007 DOES.
009290*----------------------------------------------------------------
009300 5100-WRITE-JOURNAL.
009310     MOVE SPACES                 TO JRN-LOG-RECORD.
009320     ACCEPT JRN-DATA             FROM DATE YYYYMMDD.
009330     ACCEPT JRN-HORA             FROM TIME.
009340     MOVE WRK-OPERADOR           TO JRN-OPERADOR.
009350     MOVE WRK-JRN-NOME           TO JRN-NOME.
009360     MOVE WRK-JRN-EMPRESA        TO JRN-EMPRESA.
009370     MOVE WRK-JRN-RESULTADO      TO JRN-RESULTADO.
009380     MOVE TRANS-DEPTO            TO JRN-DEPTO.
009390     MOVE TRANS-REGIAO           TO JRN-REGIAO.
009400     IF WRK-JRN-RESULTADO = 'GRAVADO'
009410         MOVE WRK-MATRICULA      TO JRN-MATRICULA
009420     ELSE
009430         MOVE ZERO               TO JRN-MATRICULA
009440     END-IF.
009450     WRITE JRN-LOG-RECORD.
009460 5100-WRITE-JOURNAL-EXIT.
009470     EXIT.
009480*----------------------------------------------------------------
009490* 9999-FINALIZE - PRINT END-OF-JOB TOTALS AND CLOSE THE FILES.
009500*----------------------------------------------------------------
009510 9999-FINALIZE.
009520     DISPLAY '------------ PROG035 - TOTAIS ------------'.
009530     DISPLAY 'APLICADAS........ ' WRK-APPLY-COUNT.
009540     DISPLAY 'AINDA PENDENTES.. ' WRK-STILL-PEND-COUNT.
009550     DISPLAY 'AGUARDANDO APROV. ' WRK-HOLD-COUNT.
009560     DISPLAY 'REJEITADAS....... ' WRK-REJECT-COUNT.
009565     DISPLAY 'VAGAS DEVOLVIDAS. ' WRK-DEVOLVIDA-COUNT.
009570     CLOSE PEND-IN.
009580     CLOSE PEND-OUT.
009590     CLOSE EMPLOYEE-MASTER.
009600     CLOSE NUMBER-CONTROL.
009610     CLOSE COMPANY-MASTER.
009620     CLOSE DEPT-MASTER.
009630     CLOSE REG-JOURNAL.
009640     CLOSE EMP-HISTORY.
009650     CLOSE APPROVAL-PENDING.
009660     CLOSE SAL-HISTORY.
009662     IF REQS-FILE-IS-OPEN
009664         CLOSE REQUISITION-MASTER
009666     END-IF.
009670     CLOSE APPLY-RPT.
009680 9999-FINALIZE-EXIT.
009690     EXIT.
