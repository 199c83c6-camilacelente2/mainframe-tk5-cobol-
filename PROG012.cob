000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - MAINTAINS EMPLOYEE-MASTER FROM A
000090*    TRANSACTION FILE OF CHANGE/TERMINATE/DELETE REQUESTS KEYED
000100*    ON EMP-NOME, AND OF SALARY CHANGES AND MASS TRANSFERS,
000110*    PRINTING A BEFORE/AFTER REPORT LINE FOR EVERY TRANSACTION
000120*    APPLIED, HELD OR REJECTED, WITH END-OF-JOB TOTALS.
000130*    MODELED ON PROG010'S REGION-MASTER MAINTENANCE.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*----------------------------------------------------------------
000170* 2026-08-22  RM  ORIGINAL PROGRAM.
000180* 2026-08-22  RM  LOCATE EACH TRANSACTION'S RECORD THROUGH THE
000190*                 EMP-NOME ALTERNATE KEY NOW THAT THE FILE IS
000200*                 KEYED ON THE MATRICULA, TAKING THE LAYOUT FROM
000210*                 SHARED COPYBOOK EMPMAST, AND SHOW THE
000220*                 MATRICULA ON THE BEFORE/AFTER REPORT.
000230* 2026-08-22  RM  VALIDATE A CHANGE TRANSACTION'S NEW COMPANY
000240*                 AGAINST COMPANY-MASTER BEFORE IT IS WRITTEN,
000250*                 THE WAY EVERY OTHER WRITER OF EMP-EMPRESA
000260*                 DOES, SO A MISSPELLED EMPLOYER CANNOT PLANT
000270*                 AN ORPHAN FOR THE RECONCILIATION TO CATCH.
000280* 2026-08-22  RM  REQUIRE AN OPERATOR SIGN-ON WITH MAINTENANCE
000290*                 AUTHORITY ON SECURITY-MASTER BEFORE ANY
000300*                 TRANSACTION IS APPLIED.
000310* 2026-09-01  RM  WRITE A BEFORE/AFTER IMAGE OF EVERY APPLIED
000320*                 TRANSACTION TO THE SHARED EMPLOYMENT HISTORY
000330*                 FILE, SO THE BEFORE IMAGE OUTLIVES THE PRINTED
000340*                 REPORT AND PROG033 CAN SHOW THE TIMELINE.
000350* 2026-09-01  RM  ACCEPT AN EFFECTIVE DATE ON EACH TRANSACTION.
000360*                 A FUTURE-DATED TRANSACTION IS HELD ON THE
000370*                 EMPLOYEE PENDING FILE FOR PROG035'S DAILY
000380*                 APPLY STEP, THE WAY PROG010 STAGES REGION
000390*                 CHANGES FOR PROG029.
000400* 2026-09-01  RM  TERMINATE NO LONGER DELETES THE RECORD - IT
000410*                 SETS EMP-SITUACAO TO DESLIGADO AND STAMPS THE
000420*                 TERMINATION DATE, SO PROG023 CAN STILL ANSWER
000430*                 WHETHER SOMEONE EVER WORKED HERE. ONLY THE
000440*                 EXPLICIT DELETE STILL REMOVES A RECORD.
000450* 2026-09-01  RM  ACCEPT A KEYED MATRICULA AND ITS PROG034 CHECK
000460*                 DIGIT ON EACH TRANSACTION. A TRANSACTION WITH
000470*                 A MATRICULA IS VERIFIED AND APPLIED BY KEY -
000480*                 A BAD DIGIT IS REJECTED INSTEAD OF ACTED ON -
000490*                 AND THE NAME LOOKUP REMAINS THE FALLBACK FOR
000500*                 TRANSACTIONS KEYED WITHOUT ONE.
000510* 2026-09-01  RM  ADD THE MERGE TRANSACTION (CODE M) THAT FOLDS
000520*                 A DOUBLE-REGISTERED MATRICULA INTO ITS
000530*                 SURVIVOR - THE DUPLICATE IS MARKED FUNDIDO
000540*                 WITH THE SURVIVING MATRICULA RECORDED ON THE
000550*                 RECORD AND THE EMPLOYMENT HISTORY, FOR THE
000560*                 DUPLICATES PROG036 REPORTS.
000570* 2026-09-01  RM  COMPANY-MASTER IS NOW KEYED ON THE
000580*                 STABLE COMPANY CODE (SHARED COPYBOOK
000590*                 COMPMAST) AND EMP-EMPRESA CARRIES THE
000600*                 CODE - AN INATIVA COMPANY IS REFUSED
000610*                 ON NEW WORK.
000620* 2026-09-01  RM  TERMINATE AND DELETE NO LONGER APPLY AT
000630*                 ONCE - THEY LAND ON THE PENDING-APPROVAL
000640*                 FILE FOR A SECOND OPERATOR TO RELEASE OR
000650*                 REFUSE THROUGH PROG043, THE SEGREGATION THE
000660*                 AUDITORS ASKED FOR. THE MERGE STILL APPLIES
000670*                 DIRECTLY - IT DESTROYS NOTHING.
000680* 2026-09-01  RM  SIGN THE OPERATOR ON THROUGH THE SHARED
000690*                 PROG050 ROUTINE, WHICH NOW CHECKS THE
000700*                 PASSWORD, ENFORCES THE LOCKOUT AND AUDITS
000710*                 EVERY ATTEMPT - SECURITY-MASTER IS NO LONGER
000720*                 READ HERE DIRECTLY.
000730* 2026-09-01  RM  REFUSE TO HOLD A FUTURE-DATED MERGE - THE
000740*                 FUSION RESOLVES A DUPLICATE ON FILE TODAY
000750*                 AND HAS NO MEANINGFUL EFFECTIVE DATE, AND
000760*                 PROG035 ONLY CARRIES THE C/T/D DISPATCH.
000770* 2026-09-01  RM  REFUSE A CHANGE AGAINST A RECORD THAT IS NO
000780*                 LONGER ATIVO - A TERMINATED OR MERGED RECORD
000790*                 IS FROZEN HISTORY EVERYWHERE ELSE AND MUST
000800*                 NOT BE EDITED HERE EITHER.
000810* 2026-10-15  RM  ADD THE SALARY TRANSACTION (CODE S) CARRYING
000820*                 THE NEW BASE PAY AND PAY GRADE IN PLACE OF
000830*                 THE COMPANY, EFFECTIVE ON THE TRANSACTION
000840*                 DATE (BLANK = TODAY; A FUTURE DATE IS HELD
000850*                 FOR PROG035 LIKE ANY OTHER). EVERY CHANGE
000860*                 APPLIED IS WRITTEN TO THE SALHIST SALARY
000870*                 HISTORY AND THE EMPLOYMENT HISTORY. A RAISE
000880*                 OVER THE LIMIT ON THE SALPARM CARD (DEFAULT
000890*                 10%) IS HELD ON THE PENDING-APPROVAL FILE
000900*                 FOR PROG043 INSTEAD OF APPLIED.
000910* 2026-10-15  RM  A SALARY CHANGE IS NOW ACCEPTED FOR AN EMPLOYEE
000920*                 ON LEAVE (AFASTADO) - ONLY TERMINATED AND MERGED
000930*                 EMPLOYEES ARE REFUSED.
000931* 2026-10-15  RM  ADD THE MASS-TRANSFER TRANSACTION (CODE X)
000932*                 THAT MOVES EVERY EMPLOYEE ON THE BOOKS OF A
000933*                 COMPANY AND/OR DEPARTMENT TO ANOTHER. THE
000934*                 DESTINATION AND THE RECEIVING DEPARTMENT'S
000935*                 AUTHORIZED HEADCOUNT ARE CHECKED AND THE
000936*                 TRANSFER IS HELD FOR PROG043 APPROVAL.
000940*----------------------------------------------------------------
000950 ENVIRONMENT                     DIVISION.
000960 CONFIGURATION                   SECTION.
000970 SOURCE-COMPUTER.                IBM-370.
000980 OBJECT-COMPUTER.                IBM-370.
000990 INPUT-OUTPUT                    SECTION.
001000 FILE-CONTROL.
001010     SELECT EMP-TRANS-IN         ASSIGN TO EMPTRIN
001020                                 ORGANIZATION IS SEQUENTIAL
001030                                 FILE STATUS IS WS-TRANS-STATUS.
001040     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
001050                                 ORGANIZATION IS INDEXED
001060                                 ACCESS MODE IS DYNAMIC
001070                                 RECORD KEY IS EMP-MATRICULA
001080                                 ALTERNATE RECORD KEY IS EMP-NOME
001090                                     WITH DUPLICATES
001100                                 FILE STATUS IS WS-EMP-STATUS.
001110     SELECT EMPLOYEE-RPT         ASSIGN TO EMPRPT
001120                                 ORGANIZATION IS SEQUENTIAL
001130                                 FILE STATUS IS WS-RPT-STATUS.
001140     SELECT COMPANY-MASTER       ASSIGN TO COMPMAST
001150                                 ORGANIZATION IS INDEXED
001160                                 ACCESS MODE IS DYNAMIC
001170                                 RECORD KEY IS CO-CODIGO
001180                                 FILE STATUS IS WS-CO-STATUS.
001190     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
001200                                 ORGANIZATION IS SEQUENTIAL
001210                                 FILE STATUS IS WS-HST-STATUS.
001220     SELECT EMP-PENDING          ASSIGN TO EMPPEND
001230                                 ORGANIZATION IS SEQUENTIAL
001240                                 FILE STATUS IS WS-PND-STATUS.
001250     SELECT APPROVAL-PENDING     ASSIGN TO APRPEND
001260                                 ORGANIZATION IS SEQUENTIAL
001270                                 FILE STATUS IS WS-APR-STATUS.
001280     SELECT SAL-HISTORY          ASSIGN TO SALHIST
001290                                 ORGANIZATION IS SEQUENTIAL
001300                                 FILE STATUS IS WS-SAL-STATUS.
001310     SELECT PARM-FILE            ASSIGN TO SALPARM
001320                                 ORGANIZATION IS SEQUENTIAL
001330                                 FILE STATUS IS WS-PRM-STATUS.
001340     SELECT DEPT-MASTER          ASSIGN TO DEPTMAST
001350                                 ORGANIZATION IS INDEXED
001360                                 ACCESS MODE IS DYNAMIC
001370                                 RECORD KEY IS DP-NOME
001380                                 FILE STATUS IS WS-DEPT-STATUS.
001390 DATA                            DIVISION.
001400 FILE                            SECTION.
001410 FD  EMP-TRANS-IN
001420     LABEL RECORDS ARE STANDARD.
001430 01  EMP-TRANS-RECORD.
001440     05  ET-TRANS-CODE           PIC X(01).
001450         88  ET-IS-CHANGE                    VALUE 'C'.
001460         88  ET-IS-TERMINATE                 VALUE 'T'.
001470         88  ET-IS-DELETE                    VALUE 'D'.
001480         88  ET-IS-MERGE                     VALUE 'M'.
001490         88  ET-IS-SALARY                    VALUE 'S'.
001500         88  ET-IS-MASS-TRANSFER             VALUE 'X'.
001510     05  ET-NOME                 PIC X(30).
001520     05  ET-TRANSF-AREA          REDEFINES ET-NOME.
001530         10  ET-TRF-EMPRESA-DE   PIC X(05).
001540         10  ET-TRF-DEPTO-DE     PIC X(15).
001550         10  ET-TRF-EMPRESA-PARA PIC X(05).
001560         10  FILLER              PIC X(05).
001570     05  ET-EMPRESA              PIC X(15).
001580     05  ET-SALARIO-AREA         REDEFINES ET-EMPRESA.
001590         10  ET-SALARIO-BASE     PIC 9(08)V99.
001600         10  ET-FAIXA-SALARIAL   PIC X(03).
001610         10  FILLER              PIC X(02).
001620     05  ET-TRANSF-DESTINO       REDEFINES ET-EMPRESA.
001630         10  ET-TRF-DEPTO-PARA   PIC X(15).
001640     05  ET-DATA-EFETIVA         PIC X(08).
001650     05  ET-MATRICULA            PIC 9(06).
001660     05  ET-DIGITO               PIC 9(01).
001670     05  ET-MATRICULA-DEST       PIC 9(06).
001680     05  ET-DIGITO-DEST          PIC 9(01).
001690 FD  EMPLOYEE-MASTER
001700     LABEL RECORDS ARE STANDARD.
001710     COPY EMPMAST.
001720 FD  COMPANY-MASTER
001730     LABEL RECORDS ARE STANDARD.
001740     COPY COMPMAST.
001750 FD  EMPLOYEE-RPT
001760     LABEL RECORDS ARE STANDARD
001770     RECORD CONTAINS 132 CHARACTERS.
001780 01  RPT-LINE                    PIC X(132).
001790 FD  EMP-HISTORY
001800     LABEL RECORDS ARE STANDARD.
001810     COPY EMPHIST.
001820 FD  EMP-PENDING
001830     LABEL RECORDS ARE STANDARD.
001840     COPY EMPPEND.
001850 FD  APPROVAL-PENDING
001860     LABEL RECORDS ARE STANDARD.
001870     COPY APPRPEND.
001880 FD  SAL-HISTORY
001890     LABEL RECORDS ARE STANDARD.
001900     COPY SALHIST.
001910 FD  PARM-FILE
001920     LABEL RECORDS ARE STANDARD
001930     RECORD CONTAINS 80 CHARACTERS.
001940 01  PARM-RECORD.
001950     05  PRM-LIMITE-AUMENTO      PIC 9(03)V99.
001960     05  FILLER                  PIC X(75).
001970 FD  DEPT-MASTER
001980     LABEL RECORDS ARE STANDARD.
001990     COPY DEPTMAST.
002000 WORKING-STORAGE                 SECTION.
002010     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
002020     COPY MATRLINK               REPLACING ==:PFX:== BY ==WRK==.
002030 01  HEADING-LINE-1.
002040     05  FILLER                  PIC X(40)
002050             VALUE 'MANUTENCAO EMPLOYEE-MASTER - PROG012'.
002060     05  FILLER                  PIC X(92) VALUE SPACES.
002070 01  HEADING-LINE-2.
002080     05  FILLER                  PIC X(4)  VALUE 'TRN '.
002090     05  FILLER                  PIC X(10) VALUE 'MATRICULA '.
002100     05  FILLER                  PIC X(32)
002110             VALUE 'NOME                          '.
002120     05  FILLER                  PIC X(17)
002130             VALUE 'EMPRESA ANTES    '.
002140     05  FILLER                  PIC X(17)
002150             VALUE 'EMPRESA DEPOIS   '.
002160     05  FILLER                  PIC X(22)
002170             VALUE 'SITUACAO              '.
002180     05  FILLER                  PIC X(30) VALUE SPACES.
002190 01  DETAIL-LINE.
002200     05  DTL-TRANS-CODE          PIC X(02).
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  DTL-MATRICULA           PIC X(06).
002230     05  FILLER                  PIC X(04) VALUE SPACES.
002240     05  DTL-NOME                PIC X(30).
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  DTL-EMPRESA-ANTES       PIC X(15).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  DTL-EMPRESA-DEPOIS      PIC X(15).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  DTL-SITUACAO            PIC X(22).
002310     05  FILLER                  PIC X(30) VALUE SPACES.
002320 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
002330     88  TRANS-STATUS-OK                    VALUE '00'.
002340     88  TRANS-STATUS-EOF                   VALUE '10'.
002350 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
002360     88  EMP-STATUS-OK                      VALUE '00'.
002370     88  EMP-STATUS-NOT-FOUND               VALUE '23'.
002380 77  WS-CO-STATUS                PIC X(02)  VALUE SPACES.
002390     88  CO-STATUS-OK                       VALUE '00'.
002400     88  CO-STATUS-NOT-FOUND                VALUE '23'.
002410 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
002420     88  RPT-STATUS-OK                      VALUE '00'.
002430 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
002440 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
002450     88  OPERADOR-IS-VALID                  VALUE 'Y'.
002460     88  OPERADOR-IS-INVALID                VALUE 'N'.
002470 77  WS-HST-STATUS               PIC X(02)  VALUE SPACES.
002480     88  HST-STATUS-OK                      VALUE '00'.
002490     88  HST-STATUS-NEW-FILE                VALUE '05' '35'.
002500 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
002510     88  END-OF-TRANS-FILE                  VALUE 'Y'.
002520 77  WRK-IMAGEM-ANTES            PIC X(200) VALUE SPACES.
002530 77  WRK-HST-ACAO                PIC X(01)  VALUE SPACES.
002540 77  WS-PND-STATUS               PIC X(02)  VALUE SPACES.
002550     88  PND-STATUS-OK                      VALUE '00'.
002560     88  PND-STATUS-NEW-FILE                VALUE '05' '35'.
002570 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
002580 77  WRK-PEND-COUNT              PIC 9(06)  COMP VALUE ZERO.
002590 77  WS-APR-STATUS               PIC X(02)  VALUE SPACES.
002600     88  APR-STATUS-OK                      VALUE '00'.
002610     88  APR-STATUS-NEW-FILE                VALUE '05' '35'.
002620 77  WRK-APR-TIPO                PIC X(01)  VALUE SPACES.
002630 77  WRK-HOLD-COUNT              PIC 9(06)  COMP VALUE ZERO.
002640 77  WRK-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
002650     88  EMPLOYEE-WAS-FOUND                 VALUE 'Y'.
002660     88  EMPLOYEE-NOT-FOUND                 VALUE 'N'.
002670 77  WRK-CHANGE-COUNT            PIC 9(06)  COMP VALUE ZERO.
002680 77  WRK-MERGE-COUNT             PIC 9(06)  COMP VALUE ZERO.
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
002800 77  WRK-DATA-EFETIVA            PIC X(08)  VALUE SPACES.
002810 77  WRK-SALARIO-EDIT            PIC ZZ,ZZZ,ZZ9.99.
002820 77  WRK-SALARY-COUNT            PIC 9(06)  COMP VALUE ZERO.
002830 77  WS-DEPT-STATUS              PIC X(02)  VALUE SPACES.
002840     88  DEPT-STATUS-OK                     VALUE '00'.
002850     88  DEPT-STATUS-NOT-FOUND              VALUE '23'.
002860 77  WRK-SCAN-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002870     88  END-OF-SCAN                        VALUE 'Y'.
002880 77  WRK-TRF-FUNC-COUNT          PIC 9(06)  COMP VALUE ZERO.
002890 77  WRK-TRF-ENTRADA-COUNT       PIC 9(06)  COMP VALUE ZERO.
002900 77  WRK-LOTACAO-COUNT           PIC 9(06)  COMP VALUE ZERO.
002910 77  WRK-TRF-HOLD-COUNT          PIC 9(06)  COMP VALUE ZERO.
002920 77  WRK-QTDE-EDIT               PIC ZZZZZ9.
002930 PROCEDURE                       DIVISION.
002940*----------------------------------------------------------------
002950* 0000-MAINLINE
002960*----------------------------------------------------------------
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
002990     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
003000         UNTIL OPERADOR-IS-VALID.
003010     PERFORM 2000-PROCESS-TRANS  THRU 2000-PROCESS-TRANS-EXIT
003020         UNTIL END-OF-TRANS-FILE.
003030     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
003040     IF WRK-REJECT-COUNT > ZERO
003050         MOVE 4 TO RETURN-CODE
003060     END-IF.
003070     STOP RUN.
003080*----------------------------------------------------------------
003090* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, READ THE FIRST
003100*    TRANSACTION RECORD.
003110*----------------------------------------------------------------
003120 1000-INITIALIZE.
003130     OPEN INPUT  EMP-TRANS-IN.
003140     OPEN OUTPUT EMPLOYEE-RPT.
003150     OPEN INPUT  COMPANY-MASTER.
003160     OPEN INPUT  DEPT-MASTER.
003170     OPEN I-O    EMPLOYEE-MASTER.
003180     OPEN EXTEND EMP-HISTORY.
003190     IF HST-STATUS-NEW-FILE
003200         OPEN OUTPUT EMP-HISTORY
003210         CLOSE EMP-HISTORY
003220         OPEN EXTEND EMP-HISTORY
003230     END-IF.
003240     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
003250     OPEN EXTEND APPROVAL-PENDING.
003260     IF APR-STATUS-NEW-FILE
003270         OPEN OUTPUT APPROVAL-PENDING
003280         CLOSE APPROVAL-PENDING
003290         OPEN EXTEND APPROVAL-PENDING
003300     END-IF.
003310     OPEN EXTEND EMP-PENDING.
003320     IF PND-STATUS-NEW-FILE
003330         OPEN OUTPUT EMP-PENDING
003340         CLOSE EMP-PENDING
003350         OPEN EXTEND EMP-PENDING
003360     END-IF.
003370     OPEN EXTEND SAL-HISTORY.
003380     IF SAL-STATUS-NEW-FILE
003390         OPEN OUTPUT SAL-HISTORY
003400         CLOSE SAL-HISTORY
003410         OPEN EXTEND SAL-HISTORY
003420     END-IF.
003430     PERFORM 1200-READ-PARM      THRU 1200-READ-PARM-EXIT.
003440     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
003450     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
003460     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
003470 1000-INITIALIZE-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500* 1200-READ-PARM - READ THE SALARY PARAMETER CARD - THE RAISE
003510*    PERCENTAGE ABOVE WHICH A SALARY CHANGE NEEDS A SECOND
003520*    OPERATOR'S APPROVAL. A MISSING FILE OR BLANK CARD KEEPS
003530*    THE 10% DEFAULT; A BAD VALUE IS REPORTED AND THE DEFAULT
003540*    USED.
003550*----------------------------------------------------------------
003560 1200-READ-PARM.
003570     OPEN INPUT PARM-FILE.
003580     IF PRM-STATUS-NEW-FILE
003590         GO TO 1200-READ-PARM-FECHA
003600     END-IF.
003610     READ PARM-FILE
003620         AT END
003630             GO TO 1200-READ-PARM-FECHA
003640     END-READ.
003650     IF PARM-RECORD = SPACES
003660         GO TO 1200-READ-PARM-FECHA
003670     END-IF.
003680     IF PRM-LIMITE-AUMENTO NUMERIC
003690         AND PRM-LIMITE-AUMENTO > ZERO
003700         MOVE PRM-LIMITE-AUMENTO TO WRK-LIMITE-AUMENTO
003710     ELSE
003720         DISPLAY 'LIMITE INVALIDO NO CARTAO - '
003730                 PRM-LIMITE-AUMENTO ' - ASSUMIDO 10%'
003740     END-IF.
003750 1200-READ-PARM-FECHA.
003760     CLOSE PARM-FILE.
003770 1200-READ-PARM-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
003810*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
003820*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT.
003830*----------------------------------------------------------------
003840 1500-SIGNON.
003850     MOVE 'PROG012 '             TO WRK-SGN-PROGRAMA.
003860     MOVE 3                      TO WRK-SGN-NIVEL.
003870     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
003880                                 WRK-SGN-OPERADOR,
003890                                 WRK-SGN-RETORNO.
003900     IF WRK-SGN-OK
003910         SET OPERADOR-IS-VALID TO TRUE
003920         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
003930     ELSE
003940         SET OPERADOR-IS-INVALID TO TRUE
003950     END-IF.
003960 1500-SIGNON-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------
003990* 2000-PROCESS-TRANS - APPLY THE CURRENT TRANSACTION TO
004000*    EMPLOYEE-MASTER AND PRINT A BEFORE/AFTER DETAIL LINE, THEN
004010*    READ THE NEXT TRANSACTION RECORD.
004020*----------------------------------------------------------------
004030 2000-PROCESS-TRANS.
004040     MOVE SPACES                 TO DETAIL-LINE.
004050     MOVE ET-TRANS-CODE          TO DTL-TRANS-CODE.
004060     MOVE ET-NOME                TO DTL-NOME.
004070     IF ET-DATA-EFETIVA NOT = SPACES
004080         AND ET-DATA-EFETIVA > WRK-DATA-HOJE
004090         AND NOT ET-IS-MASS-TRANSFER
004100         IF ET-IS-MERGE
004110             MOVE 'FUSAO NAO ADIAVEL' TO DTL-SITUACAO
004120             ADD 1 TO WRK-REJECT-COUNT
004130         ELSE
004140             PERFORM 2700-HOLD-PENDING
004150                                THRU 2700-HOLD-PENDING-EXIT
004160         END-IF
004170         GO TO 2000-WRITE-DETAIL
004180     END-IF.
004190     IF ET-MATRICULA > ZERO AND NOT ET-IS-MERGE
004200         MOVE ET-MATRICULA       TO WRK-MATRICULA-DV
004210         MOVE ET-DIGITO          TO WRK-DIGITO
004220         PERFORM 2040-VERIFY-DIGITO
004230                                THRU 2040-VERIFY-DIGITO-EXIT
004240         IF WRK-DV-INVALIDO
004250             MOVE ET-MATRICULA   TO DTL-MATRICULA
004260             MOVE 'DIGITO INVALIDO' TO DTL-SITUACAO
004270             ADD 1 TO WRK-REJECT-COUNT
004280             GO TO 2000-WRITE-DETAIL
004290         END-IF
004300     END-IF.
004310     EVALUATE TRUE
004320         WHEN ET-IS-CHANGE
004330             PERFORM 2100-APPLY-CHANGE
004340                                THRU 2100-APPLY-CHANGE-EXIT
004350         WHEN ET-IS-TERMINATE
004360             PERFORM 2200-APPLY-TERMINATE
004370                                THRU 2200-APPLY-TERMINATE-EXIT
004380         WHEN ET-IS-DELETE
004390             PERFORM 2300-APPLY-DELETE
004400                                THRU 2300-APPLY-DELETE-EXIT
004410         WHEN ET-IS-MERGE
004420             PERFORM 2500-APPLY-MERGE
004430                                THRU 2500-APPLY-MERGE-EXIT
004440         WHEN ET-IS-SALARY
004450             PERFORM 2800-APPLY-SALARY
004460                                THRU 2800-APPLY-SALARY-EXIT
004470         WHEN ET-IS-MASS-TRANSFER
004480             PERFORM 2900-MASS-TRANSFER
004490                                THRU 2900-MASS-TRANSFER-EXIT
004500         WHEN OTHER
004510             MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
004520             ADD 1 TO WRK-REJECT-COUNT
004530     END-EVALUATE.
004540 2000-WRITE-DETAIL.
004550     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
004560     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
004570 2000-PROCESS-TRANS-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600* 2100-APPLY-CHANGE - VALIDATE THE NEW COMPANY ON COMPANY-MASTER,
004610*    THEN READ THE EXISTING RECORD FOR ITS BEFORE IMAGE AND
004620*    REWRITE IT WITH THE NEW COMPANY.
004630*----------------------------------------------------------------
004640 2100-APPLY-CHANGE.
004650     MOVE ET-EMPRESA             TO CO-CODIGO.
004660     READ COMPANY-MASTER
004670         INVALID KEY
004680             MOVE 'EMPRESA NAO CADASTRADA' TO DTL-SITUACAO
004690             ADD 1 TO WRK-REJECT-COUNT
004700             GO TO 2100-APPLY-CHANGE-EXIT
004710     END-READ.
004720     IF CO-IS-INATIVA
004730         MOVE 'EMPRESA INATIVA'   TO DTL-SITUACAO
004740         ADD 1 TO WRK-REJECT-COUNT
004750         GO TO 2100-APPLY-CHANGE-EXIT
004760     END-IF.
004770     PERFORM 2050-LOCATE-EMPLOYEE
004780                                THRU 2050-LOCATE-EMPLOYEE-EXIT.
004790     IF EMPLOYEE-NOT-FOUND
004800         MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-SITUACAO
004810         ADD 1 TO WRK-REJECT-COUNT
004820         GO TO 2100-APPLY-CHANGE-EXIT
004830     END-IF.
004840     MOVE EMP-MATRICULA          TO DTL-MATRICULA.
004850     MOVE EMP-NOME               TO DTL-NOME.
004860     MOVE EMP-EMPRESA            TO DTL-EMPRESA-ANTES.
004870     IF EMP-IS-DESLIGADO OR EMP-IS-FUNDIDO
004880         MOVE 'FUNCIONARIO NAO ATIVO' TO DTL-SITUACAO
004890         ADD 1 TO WRK-REJECT-COUNT
004900         GO TO 2100-APPLY-CHANGE-EXIT
004910     END-IF.
004920     MOVE EMP-MASTER-RECORD      TO WRK-IMAGEM-ANTES.
004930     MOVE ET-EMPRESA             TO EMP-EMPRESA.
004940     MOVE ET-EMPRESA             TO DTL-EMPRESA-DEPOIS.
004950     REWRITE EMP-MASTER-RECORD.
004960     MOVE 'ALTERADO'             TO DTL-SITUACAO.
004970     ADD 1 TO WRK-CHANGE-COUNT.
004980     MOVE 'A'                    TO WRK-HST-ACAO.
004990     PERFORM 2600-WRITE-HISTORY  THRU 2600-WRITE-HISTORY-EXIT.
005000 2100-APPLY-CHANGE-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030* 2040-VERIFY-DIGITO - CHECK THE KEYED MATRICULA AND DIGIT PAIR
005040*    THROUGH PROG034. THE CALLER PLACES THE PAIR IN
005050*    WRK-MATRICULA-DV AND WRK-DIGITO AND TESTS WRK-DV-RETORNO.
005060*----------------------------------------------------------------
005070 2040-VERIFY-DIGITO.
005080     MOVE 'V'                    TO WRK-DV-FUNCAO.
005090     CALL 'PROG034' USING WRK-MATRICULA-DV, WRK-DIGITO,
005100                                 WRK-DV-FUNCAO, WRK-DV-RETORNO.
005110 2040-VERIFY-DIGITO-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140* 2050-LOCATE-EMPLOYEE - READ THE RECORD THE TRANSACTION NAMES,
005150*    BY MATRICULA WHEN ONE WAS KEYED (ALREADY DIGIT-CHECKED),
005160*    OTHERWISE THROUGH THE EMP-NOME ALTERNATE KEY AS BEFORE.
005170*----------------------------------------------------------------
005180 2050-LOCATE-EMPLOYEE.
005190     SET EMPLOYEE-WAS-FOUND      TO TRUE.
005200     IF ET-MATRICULA > ZERO
005210         MOVE ET-MATRICULA       TO EMP-MATRICULA
005220         READ EMPLOYEE-MASTER
005230             INVALID KEY
005240                 SET EMPLOYEE-NOT-FOUND TO TRUE
005250         END-READ
005260     ELSE
005270         MOVE ET-NOME            TO EMP-NOME
005280         READ EMPLOYEE-MASTER KEY IS EMP-NOME
005290             INVALID KEY
005300                 SET EMPLOYEE-NOT-FOUND TO TRUE
005310         END-READ
005320     END-IF.
005330 2050-LOCATE-EMPLOYEE-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------
005360* 2200-APPLY-TERMINATE - LOCATE THE RECORD AND HOLD THE
005370*    TERMINATION ON THE PENDING-APPROVAL FILE FOR A SECOND
005380*    OPERATOR TO RELEASE THROUGH PROG043. AN ALREADY-TERMINATED
005390*    EMPLOYEE IS REJECTED HERE, BEFORE IT WASTES A REVIEW.
005400*----------------------------------------------------------------
005410 2200-APPLY-TERMINATE.
005420     PERFORM 2050-LOCATE-EMPLOYEE
005430                                THRU 2050-LOCATE-EMPLOYEE-EXIT.
005440     IF EMPLOYEE-NOT-FOUND
005450         MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-SITUACAO
005460         ADD 1 TO WRK-REJECT-COUNT
005470         GO TO 2200-APPLY-TERMINATE-EXIT
005480     END-IF.
005490     MOVE EMP-MATRICULA          TO DTL-MATRICULA.
005500     MOVE EMP-NOME               TO DTL-NOME.
005510     MOVE EMP-EMPRESA            TO DTL-EMPRESA-ANTES.
005520     IF EMP-IS-DESLIGADO
005530         MOVE 'JA DESLIGADO'     TO DTL-SITUACAO
005540         ADD 1 TO WRK-REJECT-COUNT
005550         GO TO 2200-APPLY-TERMINATE-EXIT
005560     END-IF.
005570     MOVE 'T'                    TO WRK-APR-TIPO.
005580     PERFORM 2220-HOLD-APPROVAL  THRU 2220-HOLD-APPROVAL-EXIT.
005590 2200-APPLY-TERMINATE-EXIT.
005600     EXIT.
005610*----------------------------------------------------------------
005620* 2220-HOLD-APPROVAL - WRITE THE DESTRUCTIVE REQUEST TO THE
005630*    PENDING-APPROVAL FILE, STAMPED WITH THE REQUESTING
005640*    OPERATOR SO PROG043 CAN INSIST ON A DIFFERENT REVIEWER.
005650*----------------------------------------------------------------
005660 2220-HOLD-APPROVAL.
005670     MOVE SPACES                 TO APR-RECORD.
005680     MOVE WRK-APR-TIPO           TO APR-TIPO.
005690     MOVE EMP-NOME               TO APR-CHAVE.
005700     MOVE EMP-MATRICULA          TO APR-MATRICULA.
005710     ACCEPT APR-DATA             FROM DATE YYYYMMDD.
005720     ACCEPT APR-HORA             FROM TIME.
005730     MOVE WRK-OPERADOR           TO APR-OPERADOR.
005740     WRITE APR-RECORD.
005750     MOVE 'AGUARDA APROVACAO'    TO DTL-SITUACAO.
005760     ADD 1 TO WRK-HOLD-COUNT.
005770 2220-HOLD-APPROVAL-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------
005800* 2300-APPLY-DELETE - LOCATE THE RECORD AND HOLD THE DELETION
005810*    ON THE PENDING-APPROVAL FILE FOR A SECOND OPERATOR TO
005820*    RELEASE THROUGH PROG043.
005830*----------------------------------------------------------------
005840 2300-APPLY-DELETE.
005850     PERFORM 2050-LOCATE-EMPLOYEE
005860                                THRU 2050-LOCATE-EMPLOYEE-EXIT.
005870     IF EMPLOYEE-NOT-FOUND
005880         MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-SITUACAO
005890         ADD 1 TO WRK-REJECT-COUNT
005900         GO TO 2300-APPLY-DELETE-EXIT
005910     END-IF.
005920     MOVE EMP-MATRICULA          TO DTL-MATRICULA.
005930     MOVE EMP-NOME               TO DTL-NOME.
005940     MOVE EMP-EMPRESA            TO DTL-EMPRESA-ANTES.
005950     MOVE 'D'                    TO WRK-APR-TIPO.
005960     PERFORM 2220-HOLD-APPROVAL  THRU 2220-HOLD-APPROVAL-EXIT.
005970 2300-APPLY-DELETE-EXIT.
005980     EXIT.
005990*----------------------------------------------------------------
006000* 2400-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
006010*----------------------------------------------------------------
006020 2400-READ-TRANS.
006030     READ EMP-TRANS-IN
006040         AT END
006050             SET END-OF-TRANS-FILE TO TRUE
006060     END-READ.
006070 2400-READ-TRANS-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* 2500-APPLY-MERGE - FOLD THE DUPLICATE MATRICULA INTO THE
006110*    SURVIVING ONE. THE SURVIVOR IS READ FIRST SO A MISKEYED
006120*    DESTINATION CANNOT ORPHAN THE MERGE MARKER; THE DUPLICATE
006130*    IS THEN MARKED FUNDIDO POINTING AT THE SURVIVOR, AND THE
006140*    MERGE IS RECORDED ON THE EMPLOYMENT HISTORY.
006150*----------------------------------------------------------------
006160 2500-APPLY-MERGE.
006170     MOVE ET-MATRICULA           TO DTL-MATRICULA.
006180     MOVE ET-MATRICULA           TO WRK-MATRICULA-DV.
006190     MOVE ET-DIGITO              TO WRK-DIGITO.
006200     PERFORM 2040-VERIFY-DIGITO  THRU 2040-VERIFY-DIGITO-EXIT.
006210     IF WRK-DV-INVALIDO
006220         MOVE 'DIGITO INVALIDO'  TO DTL-SITUACAO
006230         ADD 1 TO WRK-REJECT-COUNT
006240         GO TO 2500-APPLY-MERGE-EXIT
006250     END-IF.
006260     MOVE ET-MATRICULA-DEST      TO WRK-MATRICULA-DV.
006270     MOVE ET-DIGITO-DEST         TO WRK-DIGITO.
006280     PERFORM 2040-VERIFY-DIGITO  THRU 2040-VERIFY-DIGITO-EXIT.
006290     IF WRK-DV-INVALIDO
006300         MOVE 'DIGITO DEST INVALIDO' TO DTL-SITUACAO
006310         ADD 1 TO WRK-REJECT-COUNT
006320         GO TO 2500-APPLY-MERGE-EXIT
006330     END-IF.
006340     MOVE ET-MATRICULA-DEST      TO EMP-MATRICULA.
006350     READ EMPLOYEE-MASTER
006360         INVALID KEY
006370             MOVE 'DESTINO NAO ACHADO' TO DTL-SITUACAO
006380             ADD 1 TO WRK-REJECT-COUNT
006390             GO TO 2500-APPLY-MERGE-EXIT
006400     END-READ.
006410     IF EMP-IS-DESLIGADO OR EMP-IS-FUNDIDO
006420         MOVE 'DESTINO NAO ATIVO'  TO DTL-SITUACAO
006430         ADD 1 TO WRK-REJECT-COUNT
006440         GO TO 2500-APPLY-MERGE-EXIT
006450     END-IF.
006460     MOVE ET-MATRICULA           TO EMP-MATRICULA.
006470     READ EMPLOYEE-MASTER
006480         INVALID KEY
006490             MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-SITUACAO
006500             ADD 1 TO WRK-REJECT-COUNT
006510             GO TO 2500-APPLY-MERGE-EXIT
006520     END-READ.
006530     IF EMP-IS-FUNDIDO
006540         MOVE 'JA FUNDIDO'       TO DTL-SITUACAO
006550         ADD 1 TO WRK-REJECT-COUNT
006560         GO TO 2500-APPLY-MERGE-EXIT
006570     END-IF.
006580     MOVE EMP-NOME               TO DTL-NOME.
006590     MOVE EMP-EMPRESA            TO DTL-EMPRESA-ANTES.
006600     MOVE EMP-MASTER-RECORD      TO WRK-IMAGEM-ANTES.
006610     SET EMP-IS-FUNDIDO          TO TRUE.
006620     MOVE ET-MATRICULA-DEST      TO EMP-MATRICULA-DESTINO.
006630     REWRITE EMP-MASTER-RECORD.
006640     MOVE 'FUNDIDO'              TO DTL-SITUACAO.
006650     ADD 1 TO WRK-MERGE-COUNT.
006660     MOVE 'M'                    TO WRK-HST-ACAO.
006670     PERFORM 2600-WRITE-HISTORY  THRU 2600-WRITE-HISTORY-EXIT.
006680 2500-APPLY-MERGE-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710* 2700-HOLD-PENDING - HOLD A FUTURE-DATED TRANSACTION ON THE
006720*    EMPLOYEE PENDING FILE FOR PROG035'S DAILY APPLY STEP.
006730*----------------------------------------------------------------
006740 2700-HOLD-PENDING.
006750     MOVE SPACES                 TO PND-RECORD.
006760     SET PND-IS-MANUTENCAO       TO TRUE.
006770     MOVE EMP-TRANS-RECORD       TO PND-IMAGEM.
006780     WRITE PND-RECORD.
006790     MOVE 'PENDENTE'             TO DTL-SITUACAO.
006800     ADD 1 TO WRK-PEND-COUNT.
006810 2700-HOLD-PENDING-EXIT.
006820     EXIT.
006830*----------------------------------------------------------------
006840* 2600-WRITE-HISTORY - APPEND ONE EMPLOYMENT HISTORY RECORD FOR
006850*    THE TRANSACTION JUST APPLIED. THE BEFORE IMAGE WAS CAPTURED
006860*    AHEAD OF THE REWRITE OR DELETE; A CHANGE OR TERMINATION
006870*    LEAVES THE REWRITTEN RECORD AS THE AFTER IMAGE.
006880*----------------------------------------------------------------
006890 2600-WRITE-HISTORY.
006900     MOVE SPACES                 TO HST-LOG-RECORD.
006910     ACCEPT HST-DATA             FROM DATE YYYYMMDD.
006920     ACCEPT HST-HORA             FROM TIME.
006930     MOVE 'PROG012 '             TO HST-PROGRAMA.
006940     MOVE WRK-OPERADOR           TO HST-OPERADOR.
006950     MOVE WRK-HST-ACAO           TO HST-ACAO.
006960     MOVE WRK-IMAGEM-ANTES (1:6) TO HST-MATRICULA.
006970     MOVE WRK-IMAGEM-ANTES       TO HST-ANTES.
006980     IF HST-ACAO-ALTERACAO OR HST-ACAO-DESLIGAMENTO
006990         OR HST-ACAO-FUSAO OR HST-ACAO-SALARIO
007000         MOVE EMP-MASTER-RECORD  TO HST-DEPOIS
007010     END-IF.
007020     WRITE HST-LOG-RECORD.
007030 2600-WRITE-HISTORY-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------
007060* 2800-APPLY-SALARY - VALIDATE THE NEW PAY, LOCATE THE ACTIVE
007070*    EMPLOYEE AND WORK OUT THE RAISE OVER THE PAY ON FILE. A
007080*    RAISE OVER THE LIMIT IS HELD FOR PROG043; ANYTHING ELSE
007090*    (A FIRST SALARY, A RAISE WITHIN THE LIMIT, A GRADE-ONLY
007100*    OR DOWNWARD CORRECTION) IS APPLIED AT ONCE. A CHANGE
007110*    DATED BEFORE THE PAY NOW IN FORCE IS REJECTED, SO THE
007120*    SALARY HISTORY STAYS IN EFFECTIVE-DATE ORDER.
007130*----------------------------------------------------------------
007140 2800-APPLY-SALARY.
007150     IF ET-SALARIO-BASE NOT NUMERIC
007160         OR ET-SALARIO-BASE = ZERO
007170         MOVE 'SALARIO INVALIDO'  TO DTL-SITUACAO
007180         ADD 1 TO WRK-REJECT-COUNT
007190         GO TO 2800-APPLY-SALARY-EXIT
007200     END-IF.
007210     PERFORM 2050-LOCATE-EMPLOYEE
007220                                THRU 2050-LOCATE-EMPLOYEE-EXIT.
007230     IF EMPLOYEE-NOT-FOUND
007240         MOVE 'FUNCIONARIO NAO ACHADO' TO DTL-SITUACAO
007250         ADD 1 TO WRK-REJECT-COUNT
007260         GO TO 2800-APPLY-SALARY-EXIT
007270     END-IF.
007280     MOVE EMP-MATRICULA          TO DTL-MATRICULA.
007290     MOVE EMP-NOME               TO DTL-NOME.
007300     IF NOT EMP-IS-VINCULADO
007310         MOVE 'FUNCIONARIO NAO ATIVO' TO DTL-SITUACAO
007320         ADD 1 TO WRK-REJECT-COUNT
007330         GO TO 2800-APPLY-SALARY-EXIT
007340     END-IF.
007350     IF ET-DATA-EFETIVA = SPACES
007360         MOVE WRK-DATA-HOJE      TO WRK-DATA-EFETIVA
007370     ELSE
007380         MOVE ET-DATA-EFETIVA    TO WRK-DATA-EFETIVA
007390     END-IF.
007400     IF EMP-SALARIO-BASE NUMERIC
007410         MOVE EMP-SALARIO-BASE   TO WRK-SALARIO-ANTES
007420     ELSE
007430         MOVE ZERO               TO WRK-SALARIO-ANTES
007440     END-IF.
007450     MOVE WRK-SALARIO-ANTES      TO WRK-SALARIO-EDIT.
007460     MOVE WRK-SALARIO-EDIT       TO DTL-EMPRESA-ANTES.
007470     MOVE ET-SALARIO-BASE        TO WRK-SALARIO-EDIT.
007480     MOVE WRK-SALARIO-EDIT       TO DTL-EMPRESA-DEPOIS.
007490     IF EMP-DATA-SALARIO NOT = SPACES
007500         AND WRK-DATA-EFETIVA < EMP-DATA-SALARIO
007510         MOVE 'ANTERIOR AO VIGENTE' TO DTL-SITUACAO
007520         ADD 1 TO WRK-REJECT-COUNT
007530         GO TO 2800-APPLY-SALARY-EXIT
007540     END-IF.
007550     MOVE ZERO                   TO WRK-PERCENTUAL.
007560     IF WRK-SALARIO-ANTES > ZERO
007570         COMPUTE WRK-PERCENTUAL ROUNDED =
007580             (ET-SALARIO-BASE - WRK-SALARIO-ANTES) * 100
007590             / WRK-SALARIO-ANTES
007600             ON SIZE ERROR
007610                 MOVE 99999.99   TO WRK-PERCENTUAL
007620         END-COMPUTE
007630     END-IF.
007640     IF WRK-PERCENTUAL > WRK-LIMITE-AUMENTO
007650         PERFORM 2820-HOLD-RAISE THRU 2820-HOLD-RAISE-EXIT
007660         GO TO 2800-APPLY-SALARY-EXIT
007670     END-IF.
007680     PERFORM 2850-POST-SALARY    THRU 2850-POST-SALARY-EXIT.
007690     MOVE 'SALARIO ALTERADO'     TO DTL-SITUACAO.
007700     ADD 1 TO WRK-SALARY-COUNT.
007710 2800-APPLY-SALARY-EXIT.
007720     EXIT.
007730*----------------------------------------------------------------
007740* 2820-HOLD-RAISE - WRITE THE RAISE TO THE PENDING-APPROVAL
007750*    FILE WITH ITS NEW PAY, GRADE, EFFECTIVE DATE AND
007760*    PERCENTAGE, STAMPED WITH THE REQUESTING OPERATOR.
007770*----------------------------------------------------------------
007780 2820-HOLD-RAISE.
007790     MOVE SPACES                 TO APR-RECORD.
007800     SET APR-IS-SALARIO          TO TRUE.
007810     MOVE ET-SALARIO-BASE        TO APR-SAL-BASE.
007820     MOVE ET-FAIXA-SALARIAL      TO APR-SAL-FAIXA.
007830     MOVE WRK-DATA-EFETIVA       TO APR-SAL-DATA-EFETIVA.
007840     MOVE WRK-PERCENTUAL         TO APR-SAL-PERCENTUAL.
007850     MOVE EMP-MATRICULA          TO APR-MATRICULA.
007860     ACCEPT APR-DATA             FROM DATE YYYYMMDD.
007870     ACCEPT APR-HORA             FROM TIME.
007880     MOVE WRK-OPERADOR           TO APR-OPERADOR.
007890     WRITE APR-RECORD.
007900     MOVE 'AGUARDA APROVACAO'    TO DTL-SITUACAO.
007910     ADD 1 TO WRK-HOLD-COUNT.
007920 2820-HOLD-RAISE-EXIT.
007930     EXIT.
007940*----------------------------------------------------------------
007950* 2850-POST-SALARY - REWRITE THE EMPLOYEE WITH THE NEW PAY,
007960*    GRADE (A BLANK GRADE KEEPS THE ONE ON FILE) AND EFFECTIVE
007970*    DATE, AND RECORD THE CHANGE ON THE EMPLOYMENT HISTORY AND
007980*    THE SALARY HISTORY.
007990*----------------------------------------------------------------
008000 2850-POST-SALARY.
008010     MOVE EMP-MASTER-RECORD      TO WRK-IMAGEM-ANTES.
008020     MOVE EMP-FAIXA-SALARIAL     TO WRK-FAIXA-ANTES.
008030     MOVE ET-SALARIO-BASE        TO EMP-SALARIO-BASE.
008040     IF ET-FAIXA-SALARIAL NOT = SPACES
008050         MOVE ET-FAIXA-SALARIAL  TO EMP-FAIXA-SALARIAL
008060     END-IF.
008070     MOVE WRK-DATA-EFETIVA       TO EMP-DATA-SALARIO.
008080     REWRITE EMP-MASTER-RECORD.
008090     MOVE 'S'                    TO WRK-HST-ACAO.
008100     PERFORM 2600-WRITE-HISTORY  THRU 2600-WRITE-HISTORY-EXIT.
008110     MOVE SPACES                 TO SAL-HIST-RECORD.
008120     MOVE EMP-MATRICULA          TO SAL-MATRICULA.
008130     MOVE WRK-DATA-EFETIVA       TO SAL-DATA-EFETIVA.
008140     MOVE WRK-SALARIO-ANTES      TO SAL-BASE-ANTES.
008150     MOVE EMP-SALARIO-BASE       TO SAL-BASE-DEPOIS.
008160     MOVE WRK-FAIXA-ANTES        TO SAL-FAIXA-ANTES.
008170     MOVE EMP-FAIXA-SALARIAL     TO SAL-FAIXA-DEPOIS.
008180     MOVE WRK-PERCENTUAL         TO SAL-PERCENTUAL.
008190     ACCEPT SAL-DATA             FROM DATE YYYYMMDD.
008200     ACCEPT SAL-HORA             FROM TIME.
008210     MOVE 'PROG012 '             TO SAL-PROGRAMA.
008220     MOVE WRK-OPERADOR           TO SAL-OPERADOR.
008230     WRITE SAL-HIST-RECORD.
008240 2850-POST-SALARY-EXIT.
008250     EXIT.
008260*----------------------------------------------------------------
008270* 2900-MASS-TRANSFER - MOVE EVERY EMPLOYEE STILL ON THE BOOKS OF
008280*    ONE COMPANY AND/OR DEPARTMENT TO ANOTHER, FOR A COMPANY
008290*    ABSORBED OR A DEPARTMENT CLOSED. A BLANK ORIGIN COMPANY OR
008300*    DEPARTMENT MATCHES ANY; A BLANK DESTINATION KEEPS WHAT THE
008310*    EMPLOYEE HAS. THE DESTINATION IS VALIDATED, THE EMPLOYEES
008320*    ARE COUNTED AND THE RECEIVING DEPARTMENT'S AUTHORIZED
008330*    HEADCOUNT CHECKED, THEN THE WHOLE TRANSFER IS HELD ON THE
008340*    PENDING-APPROVAL FILE - PROG043 APPLIES IT ON RELEASE, NOT
008350*    BEFORE ITS EFFECTIVE DATE (BLANK = TODAY).
008360*----------------------------------------------------------------
008370 2900-MASS-TRANSFER.
008380     MOVE SPACES                 TO DTL-NOME.
008390     MOVE ET-TRF-DEPTO-DE        TO DTL-NOME.
008400     MOVE ET-TRF-EMPRESA-DE      TO DTL-EMPRESA-ANTES.
008410     MOVE ET-TRF-EMPRESA-PARA    TO DTL-EMPRESA-DEPOIS.
008420     IF ET-TRF-EMPRESA-DE = SPACES
008430         AND ET-TRF-DEPTO-DE = SPACES
008440         MOVE 'ORIGEM NAO INFORMADA' TO DTL-SITUACAO
008450         ADD 1 TO WRK-REJECT-COUNT
008460         GO TO 2900-MASS-TRANSFER-EXIT
008470     END-IF.
008480     IF ET-TRF-EMPRESA-PARA = SPACES
008490         AND ET-TRF-DEPTO-PARA = SPACES
008500         MOVE 'DESTINO NAO INFORMADO' TO DTL-SITUACAO
008510         ADD 1 TO WRK-REJECT-COUNT
008520         GO TO 2900-MASS-TRANSFER-EXIT
008530     END-IF.
008540     IF ET-TRF-EMPRESA-PARA NOT = SPACES
008550         MOVE ET-TRF-EMPRESA-PARA TO CO-CODIGO
008560         READ COMPANY-MASTER
008570             INVALID KEY
008580                 MOVE 'EMPRESA NAO CADASTRADA' TO DTL-SITUACAO
008590                 ADD 1 TO WRK-REJECT-COUNT
008600                 GO TO 2900-MASS-TRANSFER-EXIT
008610         END-READ
008620         IF CO-IS-INATIVA
008630             MOVE 'EMPRESA INATIVA' TO DTL-SITUACAO
008640             ADD 1 TO WRK-REJECT-COUNT
008650             GO TO 2900-MASS-TRANSFER-EXIT
008660         END-IF
008670     END-IF.
008680     IF ET-TRF-DEPTO-PARA NOT = SPACES
008690         MOVE ET-TRF-DEPTO-PARA  TO DP-NOME
008700         READ DEPT-MASTER
008710             INVALID KEY
008720                 MOVE 'DEPTO NAO CADASTRADO' TO DTL-SITUACAO
008730                 ADD 1 TO WRK-REJECT-COUNT
008740                 GO TO 2900-MASS-TRANSFER-EXIT
008750         END-READ
008760     END-IF.
008770     IF ET-DATA-EFETIVA = SPACES
008780         MOVE WRK-DATA-HOJE      TO WRK-DATA-EFETIVA
008790     ELSE
008800         MOVE ET-DATA-EFETIVA    TO WRK-DATA-EFETIVA
008810     END-IF.
008820     MOVE ZERO                   TO WRK-TRF-FUNC-COUNT.
008830     MOVE ZERO                   TO WRK-TRF-ENTRADA-COUNT.
008840     MOVE ZERO                   TO WRK-LOTACAO-COUNT.
008850     MOVE 'N'                    TO WRK-SCAN-EOF-SWITCH.
008860     MOVE ZERO                   TO EMP-MATRICULA.
008870     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-MATRICULA
008880         INVALID KEY
008890             SET END-OF-SCAN TO TRUE
008900     END-START.
008910     PERFORM 2950-COUNT-TRANSFER THRU 2950-COUNT-TRANSFER-EXIT
008920         UNTIL END-OF-SCAN.
008930     MOVE WRK-TRF-FUNC-COUNT     TO WRK-QTDE-EDIT.
008940     MOVE WRK-QTDE-EDIT          TO DTL-MATRICULA.
008950     IF WRK-TRF-FUNC-COUNT = ZERO
008960         MOVE 'NENHUM FUNCIONARIO' TO DTL-SITUACAO
008970         ADD 1 TO WRK-REJECT-COUNT
008980         GO TO 2900-MASS-TRANSFER-EXIT
008990     END-IF.
009000     IF ET-TRF-DEPTO-PARA NOT = SPACES
009010         AND DP-LOTACAO-AUTORIZADA NUMERIC
009020         AND DP-LOTACAO-AUTORIZADA > ZERO
009030         AND WRK-LOTACAO-COUNT + WRK-TRF-ENTRADA-COUNT
009040             > DP-LOTACAO-AUTORIZADA
009050         MOVE 'LOTACAO EXCEDIDA'  TO DTL-SITUACAO
009060         ADD 1 TO WRK-REJECT-COUNT
009070         GO TO 2900-MASS-TRANSFER-EXIT
009080     END-IF.
009090     MOVE SPACES                 TO APR-RECORD.
009100     SET APR-IS-TRANSFERENCIA    TO TRUE.
009110     MOVE ET-TRF-EMPRESA-DE      TO APR-TRF-EMPRESA-DE.
009120     MOVE ET-TRF-DEPTO-DE        TO APR-TRF-DEPTO-DE.
009130     MOVE WRK-DATA-EFETIVA       TO APR-TRF-DATA-EFETIVA.
009140     MOVE ET-TRF-EMPRESA-PARA    TO APR-TRF-EMPRESA-PARA.
009150     MOVE ET-TRF-DEPTO-PARA      TO APR-TRF-DEPTO-PARA.
009160     MOVE ZERO                   TO APR-MATRICULA.
009170     ACCEPT APR-DATA             FROM DATE YYYYMMDD.
009180     ACCEPT APR-HORA             FROM TIME.
009190     MOVE WRK-OPERADOR           TO APR-OPERADOR.
009200     WRITE APR-RECORD.
009210     MOVE 'AGUARDA APROVACAO'    TO DTL-SITUACAO.
009220     ADD 1 TO WRK-TRF-HOLD-COUNT.
009230 2900-MASS-TRANSFER-EXIT.
009240     EXIT.
009250*----------------------------------------------------------------
009260* 2950-COUNT-TRANSFER - READ THE NEXT EMPLOYEE AND COUNT IT AS
009270*    ONE TO BE MOVED (AND AS ONE ENTERING THE RECEIVING
009280*    DEPARTMENT WHEN IT IS NOT THERE ALREADY), OR AS ONE ALREADY
009290*    FILLING A SLOT IN THE RECEIVING DEPARTMENT.
009300*----------------------------------------------------------------
009310 2950-COUNT-TRANSFER.
009320     READ EMPLOYEE-MASTER NEXT RECORD
009330         AT END
009340             SET END-OF-SCAN TO TRUE
009350             GO TO 2950-COUNT-TRANSFER-EXIT
009360     END-READ.
009370     IF NOT EMP-IS-VINCULADO
009380         GO TO 2950-COUNT-TRANSFER-EXIT
009390     END-IF.
009400     IF (ET-TRF-EMPRESA-DE = SPACES
009410             OR EMP-EMPRESA = ET-TRF-EMPRESA-DE)
009420         AND (ET-TRF-DEPTO-DE = SPACES
009430             OR EMP-DEPTO = ET-TRF-DEPTO-DE)
009440         ADD 1 TO WRK-TRF-FUNC-COUNT
009450         IF ET-TRF-DEPTO-PARA NOT = SPACES
009460             AND EMP-DEPTO NOT = ET-TRF-DEPTO-PARA
009470             ADD 1 TO WRK-TRF-ENTRADA-COUNT
009480         END-IF
009490         GO TO 2950-COUNT-TRANSFER-EXIT
009500     END-IF.
009510     IF ET-TRF-DEPTO-PARA NOT = SPACES
009520         AND EMP-DEPTO = ET-TRF-DEPTO-PARA
009530         ADD 1 TO WRK-LOTACAO-COUNT
009540     END-IF.
009550 2950-COUNT-TRANSFER-EXIT.
009560     EXIT.
009570*----------------------------------------------------------------
009580* 9999-FINALIZE - PRINT END-OF-JOB TOTALS AND CLOSE THE FILES.
009590*----------------------------------------------------------------
009600 9999-FINALIZE.
009610     DISPLAY '------------ PROG012 - TOTAIS ------------'.
009620     DISPLAY 'ALTERACOES.... ' WRK-CHANGE-COUNT.
009630     DISPLAY 'AGUARDANDO APROVACAO ' WRK-HOLD-COUNT.
009640     DISPLAY 'FUSOES........ ' WRK-MERGE-COUNT.
009650     DISPLAY 'SALARIOS...... ' WRK-SALARY-COUNT.
009660     DISPLAY 'TRANSF. MASSA. ' WRK-TRF-HOLD-COUNT.
009670     DISPLAY 'REJEITADAS.... ' WRK-REJECT-COUNT.
009680     DISPLAY 'PENDENTES..... ' WRK-PEND-COUNT.
009690     CLOSE EMP-TRANS-IN.
009700     CLOSE EMPLOYEE-MASTER.
009710     CLOSE COMPANY-MASTER.
009720     CLOSE DEPT-MASTER.
009730     CLOSE EMP-HISTORY.
009740     CLOSE EMP-PENDING.
009750     CLOSE APPROVAL-PENDING.
009760     CLOSE SAL-HISTORY.
009770     CLOSE EMPLOYEE-RPT.
009780 9999-FINALIZE-EXIT.
009790     EXIT.
