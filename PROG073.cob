000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG073.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - SCHEDULED ACCESS REVIEW OF SECURITY-MASTER.
000090*    TAKES EACH OPERATOR'S LAST ACCEPTED SIGN-ON FROM THE SIGN-ON
000100*    AUDIT FILE AND KEEPS IT ON THE RECORD, THEN, FOR EVERY
000110*    OPERATOR NOT ALREADY LOCKED -
000120*      - LOCKS THE RECORD WHEN IT HAS BEEN IDLE LONGER THAN THE
000130*        INACTIVITY LIMIT (MOTIVO I);
000140*      - LOCKS THE RECORD WHEN A RECERTIFICATION FELL DUE AND NO
000150*        MANAGER SIGNED IT OFF THROUGH PROG051 (MOTIVO R);
000160*      - EXPIRES A PASSWORD OLDER THAN THE PASSWORD AGE, SO
000170*        PROG050 MAKES THE OPERATOR REPLACE IT AT NEXT SIGN-ON;
000180*      - OPENS A RECERTIFICATION, DUE THE NUMBER OF DAYS ON THE
000190*        CARD AFTER THE RUN, FOR AN OPERATOR NOT RECERTIFIED
000195*        WITHIN THE CYCLE.
000200*    THE ACTIONS TAKEN ARE PRINTED FIRST, THEN THE LIST OF EVERY
000210*    RECERTIFICATION OUTSTANDING, GROUPED BY LEVEL (HIGHEST FIRST)
000220*    WITH A SIGN-OFF BLOCK FOR THE MANAGER AFTER EACH LEVEL.
000230*    THE LIMITS COME FROM THE PARAMETER CARD - BLANK OR MISSING
000240*    TAKES 60 DAYS IDLE, 90 DAYS PASSWORD AGE AND A 180-DAY CYCLE;
000250*    WITHOUT THE DAYS TO SIGN OFF NO NEW RECERTIFICATION IS
000255*    OPENED. RECORDS WITHOUT A DATE START THAT CLOCK TODAY. WHEN
000260*    THE AUDIT FILE IS MISSING OR TOO LARGE FOR THE TABLE NO ONE
000270*    IS LOCKED FOR INACTIVITY. RUNS UNATTENDED FROM THE SCHEDULER
000280*    AND ONLY TAKES AUTHORITY AWAY, SO IT DOES NOT SIGN ON; IT
000290*    REGISTERS WITH PROG052 AGAINST PROG051. RETURN CODE 4 WHEN
000300*    ANY RECORD WAS LOCKED OR EXPIRED.
000320*----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340*----------------------------------------------------------------
000350* 2026-10-15  RM  ORIGINAL PROGRAM.
000352* 2026-10-15  RM  CARD CARRIES THE DAYS TO SIGN OFF INSTEAD OF A
000354*                 FIXED DUE DATE; THE DUE DATE IS THE RUN DATE
000356*                 PLUS THAT MANY DAYS.
000360*----------------------------------------------------------------
000370 ENVIRONMENT                     DIVISION.
000380 CONFIGURATION                   SECTION.
000390 SOURCE-COMPUTER.                IBM-370.
000400 OBJECT-COMPUTER.                IBM-370.
000410 INPUT-OUTPUT                    SECTION.
000420 FILE-CONTROL.
000430     SELECT SECURITY-MASTER      ASSIGN TO SECMAST
000440                                 ORGANIZATION IS INDEXED
000450                                 ACCESS MODE IS DYNAMIC
000460                                 RECORD KEY IS SEC-OPERADOR
000470                                 FILE STATUS IS WS-SEC-STATUS.
000480     SELECT SIGNON-AUDIT         ASSIGN TO SIGNAUD
000490                                 ORGANIZATION IS SEQUENTIAL
000500                                 FILE STATUS IS WS-AUD-STATUS.
000510     SELECT PARM-FILE            ASSIGN TO PARMCARD
000520                                 ORGANIZATION IS SEQUENTIAL
000530                                 FILE STATUS IS WS-PRM-STATUS.
000540     SELECT SORT-WORK            ASSIGN TO SORTWK01.
000550     SELECT REVIEW-RPT           ASSIGN TO RECRPT
000560                                 ORGANIZATION IS SEQUENTIAL
000570                                 FILE STATUS IS WS-RPT-STATUS.
000580 DATA                            DIVISION.
000590 FILE                            SECTION.
000600 FD  SECURITY-MASTER
000610     LABEL RECORDS ARE STANDARD.
000620     COPY SECMAST.
000630 FD  SIGNON-AUDIT
000640     LABEL RECORDS ARE STANDARD.
000650 01  SIGNON-AUDIT-RECORD.
000660     05  SGA-OPERADOR            PIC X(08).
000670     05  SGA-PROGRAMA            PIC X(08).
000680     05  SGA-DATA                PIC X(08).
000690     05  SGA-HORA                PIC X(08).
000700     05  SGA-RESULTADO           PIC X(20).
000710         88  SGA-IS-ACEITO                  VALUE 'ACEITO'
000720                                            'ACEITO SEM SENHA'.
000730     05  FILLER                  PIC X(08).
000740 FD  PARM-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  PARM-RECORD.
000780     05  PRM-DIAS-INATIVO        PIC X(03).
000790     05  FILLER                  PIC X(01).
000800     05  PRM-DIAS-SENHA          PIC X(03).
000810     05  FILLER                  PIC X(01).
000820     05  PRM-DIAS-RECERT         PIC X(03).
000830     05  FILLER                  PIC X(01).
000835*    DAYS TO SIGN OFF A RECERTIFICATION OPENED BY THE RUN.
000840     05  PRM-DIAS-PRAZO          PIC X(03).
000845     05  FILLER                  PIC X(65).
000860 SD  SORT-WORK.
000870 01  SORT-RECORD.
000880     05  SRT-NIVEL               PIC 9(01).
000890     05  SRT-OPERADOR            PIC X(08).
000900     05  SRT-MATRICULA           PIC 9(06).
000910     05  SRT-SENHA-SITUACAO      PIC X(01).
000920     05  SRT-SEM-SENHA           PIC X(01).
000930     05  SRT-DATA-ACESSO         PIC X(08).
000940     05  SRT-DATA-RECERT         PIC X(08).
000950     05  SRT-RECERT-POR          PIC X(08).
000960     05  SRT-PRAZO-RECERT        PIC X(08).
000970 FD  REVIEW-RPT
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 132 CHARACTERS.
001000 01  RPT-LINE                    PIC X(132).
001010 WORKING-STORAGE                 SECTION.
001020     COPY RUNLINK                REPLACING ==:PFX:== BY ==WRK==.
001030*----------------------------------------------------------------
001040* LAST ACCEPTED SIGN-ON OF EACH OPERATOR ON THE AUDIT FILE.
001050*----------------------------------------------------------------
001060 01  ACCESS-TABLE.
001070     05  ACS-ENTRY               OCCURS 1000 TIMES
001080                                 INDEXED BY ACS-IX.
001090         10  ACS-OPERADOR        PIC X(08).
001100         10  ACS-DATA            PIC X(08).
001110 01  HEADING-LINE-1.
001120     05  FILLER                  PIC X(48)
001130             VALUE 'REVISAO DE ACESSOS - PROG073'.
001140     05  FILLER                  PIC X(08) VALUE 'POSICAO '.
001150     05  HDR-DATA                PIC X(08).
001160     05  FILLER                  PIC X(11) VALUE '   INATIVO '.
001170     05  HDR-DIAS-INATIVO        PIC ZZ9.
001180     05  FILLER                  PIC X(08) VALUE '  SENHA '.
001190     05  HDR-DIAS-SENHA          PIC ZZ9.
001200     05  FILLER                  PIC X(08) VALUE '  CICLO '.
001210     05  HDR-DIAS-RECERT         PIC ZZ9.
001220     05  FILLER                  PIC X(08) VALUE '  PRAZO '.
001230     05  HDR-PRAZO               PIC X(08).
001240     05  FILLER                  PIC X(16) VALUE SPACES.
001250 01  SECTION-LINE.
001260     05  FILLER                  PIC X(04) VALUE '*** '.
001270     05  SCL-TITULO              PIC X(50).
001280     05  FILLER                  PIC X(78) VALUE SPACES.
001290 01  ACTION-HEADING.
001300     05  FILLER                  PIC X(40)
001310             VALUE 'OPERADOR  NIVEL  MATRIC  ULT.ACESSO DIAS'.
001320     05  FILLER                  PIC X(40)
001330             VALUE '   ACAO'.
001340     05  FILLER                  PIC X(52) VALUE SPACES.
001350 01  ACTION-LINE.
001360     05  ACL-OPERADOR            PIC X(08).
001370     05  FILLER                  PIC X(04) VALUE SPACES.
001380     05  ACL-NIVEL               PIC 9(01).
001390     05  FILLER                  PIC X(04) VALUE SPACES.
001400     05  ACL-MATRICULA           PIC X(06).
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  ACL-DATA-ACESSO         PIC X(08).
001430     05  FILLER                  PIC X(03) VALUE SPACES.
001440     05  ACL-DIAS                PIC ZZZZ9.
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  ACL-ACAO                PIC X(44).
001470     05  FILLER                  PIC X(45) VALUE SPACES.
001480 01  LEVEL-LINE.
001490     05  FILLER                  PIC X(10) VALUE '*** NIVEL '.
001500     05  LVL-NIVEL               PIC 9(01).
001510     05  FILLER                  PIC X(03) VALUE ' - '.
001520     05  LVL-NOME                PIC X(15).
001530     05  FILLER                  PIC X(103) VALUE SPACES.
001540 01  RECERT-HEADING.
001550     05  FILLER                  PIC X(40)
001560             VALUE 'OPERADOR  MATRIC  ULT.ACESSO  SENHA     '.
001570     05  FILLER                  PIC X(40)
001580             VALUE 'ULT.RECERT  POR       PRAZO     DECISAO'.
001590     05  FILLER                  PIC X(52) VALUE SPACES.
001600 01  RECERT-LINE.
001610     05  RCL-OPERADOR            PIC X(08).
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  RCL-MATRICULA           PIC X(06).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  RCL-DATA-ACESSO         PIC X(08).
001660     05  FILLER                  PIC X(04) VALUE SPACES.
001670     05  RCL-SENHA               PIC X(09).
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  RCL-DATA-RECERT         PIC X(08).
001700     05  FILLER                  PIC X(04) VALUE SPACES.
001710     05  RCL-RECERT-POR          PIC X(08).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  RCL-PRAZO               PIC X(08).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  FILLER                  PIC X(24)
001760             VALUE 'MANTER ( )  REVOGAR ( )'.
001770     05  FILLER                  PIC X(36) VALUE SPACES.
001780 01  SIGNOFF-LINE.
001790     05  FILLER                  PIC X(40)
001800             VALUE 'GERENTE ______________________________  '.
001810     05  FILLER                  PIC X(40)
001820             VALUE 'ASSINATURA ____________________________'.
001830     05  FILLER                  PIC X(20)
001840             VALUE '  DATA ___/___/_____'.
001850     05  FILLER                  PIC X(32) VALUE SPACES.
001860 01  NOTE-LINE.
001870     05  FILLER                  PIC X(04) VALUE SPACES.
001880     05  NTL-TEXTO               PIC X(50).
001890     05  NTL-ARQUIVO             PIC X(08).
001900     05  FILLER                  PIC X(70) VALUE SPACES.
001910 01  DATE-EDIT-AREA.
001920     05  EDT-DATA                PIC X(08).
001930     05  EDT-DATA-R              REDEFINES EDT-DATA.
001940         10  EDT-ANO             PIC 9(04).
001950         10  EDT-MES             PIC 9(02).
001960         10  EDT-DIA             PIC 9(02).
001970 01  DAYS-BEFORE-MONTH-VALUES.
001980     05  FILLER                  PIC X(36)
001990             VALUE '000031059090120151181212243273304334'.
002000 01  DAYS-BEFORE-MONTH-TABLE REDEFINES DAYS-BEFORE-MONTH-VALUES.
002010     05  DBM-DIAS                PIC 9(03) OCCURS 12 TIMES.
002011 01  DAYS-IN-MONTH-VALUES.
002012     05  FILLER                  PIC X(24)
002013             VALUE '312831303130313130313031'.
002014 01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
002015     05  DIM-DIAS                PIC 9(02) OCCURS 12 TIMES.
002020 77  WS-SEC-STATUS               PIC X(02)  VALUE SPACES.
002030     88  SEC-STATUS-OK                      VALUE '00'.
002040     88  SEC-STATUS-NEW-FILE                VALUE '35'.
002050 77  WS-AUD-STATUS               PIC X(02)  VALUE SPACES.
002060     88  AUD-STATUS-OK                      VALUE '00'.
002070     88  AUD-STATUS-NEW-FILE                VALUE '35'.
002080 77  WS-PRM-STATUS               PIC X(02)  VALUE SPACES.
002090     88  PRM-STATUS-OK                      VALUE '00'.
002100     88  PRM-STATUS-NEW-FILE                VALUE '35'.
002110 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
002120     88  RPT-STATUS-OK                      VALUE '00'.
002130 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
002140 77  WRK-PRAZO-RECERT            PIC X(08)  VALUE SPACES.
002150 77  WRK-DIAS-INATIVO            PIC 9(03)  VALUE 60.
002160 77  WRK-DIAS-SENHA              PIC 9(03)  VALUE 90.
002170 77  WRK-DIAS-RECERT             PIC 9(03)  VALUE 180.
002172 77  WRK-DIAS-PRAZO              PIC 9(03)  VALUE ZERO.
002174 77  WRK-DIAS-MES                PIC 9(02)  VALUE ZERO.
002180 77  WRK-DIA-HOJE                PIC 9(07)  COMP VALUE ZERO.
002190 77  WRK-DIA-ABSOLUTO            PIC 9(07)  COMP VALUE ZERO.
002200 77  WRK-DIAS                    PIC 9(05)  COMP VALUE ZERO.
002210 77  WRK-ANOS                    PIC 9(04)  COMP VALUE ZERO.
002220 77  WRK-QUOCIENTE               PIC 9(04)  COMP VALUE ZERO.
002230 77  WRK-RESTO                   PIC 9(04)  COMP VALUE ZERO.
002240 77  WRK-NIVEL-ANTERIOR          PIC 9(01)  VALUE ZERO.
002250 77  WRK-ACS-COUNT               PIC 9(05)  COMP VALUE ZERO.
002260 77  WRK-SEC-COUNT               PIC 9(05)  COMP VALUE ZERO.
002270 77  WRK-JA-BLOQ-COUNT           PIC 9(05)  COMP VALUE ZERO.
002280 77  WRK-INATIVO-COUNT           PIC 9(05)  COMP VALUE ZERO.
002290 77  WRK-NAO-RECERT-COUNT        PIC 9(05)  COMP VALUE ZERO.
002300 77  WRK-EXPIRA-COUNT            PIC 9(05)  COMP VALUE ZERO.
002310 77  WRK-ABERTA-COUNT            PIC 9(05)  COMP VALUE ZERO.
002320 77  WRK-LISTA-COUNT             PIC 9(05)  COMP VALUE ZERO.
002330 77  WRK-ACAO-COUNT              PIC 9(05)  COMP VALUE ZERO.
002340 77  WRK-BISSEXTO-SWITCH         PIC X(01)  VALUE 'N'.
002350     88  ANO-IS-BISSEXTO                    VALUE 'Y'.
002360     88  ANO-NOT-BISSEXTO                   VALUE 'N'.
002370 77  WRK-INATIVIDADE-SWITCH      PIC X(01)  VALUE 'Y'.
002380     88  CHECA-INATIVIDADE                  VALUE 'Y'.
002390     88  SEM-CHECAR-INATIVIDADE             VALUE 'N'.
002400 77  WRK-PRAZO-SWITCH            PIC X(01)  VALUE 'N'.
002410     88  PRAZO-IS-VALID                     VALUE 'Y'.
002420     88  PRAZO-IS-INVALID                   VALUE 'N'.
002430 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
002440     88  END-OF-INPUT                       VALUE 'Y'.
002450 77  WRK-SORT-EOF-SWITCH         PIC X(01)  VALUE 'N'.
002460     88  END-OF-SORT-WORK                   VALUE 'Y'.
002470 PROCEDURE                       DIVISION.
002480*----------------------------------------------------------------
002490* 0000-MAINLINE - THE REVIEW OF SECURITY-MASTER IS THE SORT'S
002500*    INPUT PROCEDURE AND THE RECERTIFICATION LIST ITS OUTPUT
002510*    PROCEDURE.
002520*----------------------------------------------------------------
002530 0000-MAINLINE.
002540     PERFORM 0100-REGISTER-START
002550                                THRU 0100-REGISTER-START-EXIT.
002560     IF WRK-RUN-IMPEDIDO
002570         MOVE 12                 TO RETURN-CODE
002580         STOP RUN
002590     END-IF.
002600     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
002610     PERFORM 2000-LOAD-SIGNONS   THRU 2000-LOAD-SIGNONS-EXIT.
002620     SORT SORT-WORK
002630         ON DESCENDING KEY SRT-NIVEL
002640         ON ASCENDING KEY SRT-OPERADOR
002650         INPUT PROCEDURE IS 3000-REVIEW-ACCOUNTS
002660                        THRU 3000-REVIEW-ACCOUNTS-EXIT
002670         OUTPUT PROCEDURE IS 4000-PRINT-RECERT
002680                        THRU 4000-PRINT-RECERT-EXIT.
002690     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
002700     IF WRK-ACAO-COUNT > ZERO
002710         MOVE 4                  TO RETURN-CODE
002720     END-IF.
002730     PERFORM 0200-REGISTER-END   THRU 0200-REGISTER-END-EXIT.
002740     STOP RUN.
002750*----------------------------------------------------------------
002760* 0100-REGISTER-START - REGISTER THE RUN ON THE RUN-CONTROL
002770*    FILE THROUGH PROG052, WHICH REFUSES THE START WHILE A
002780*    CONFLICTING PROGRAM IS LIVE OR A REQUIRED PREDECESSOR
002790*    HAS NOT FINISHED TODAY.
002800*----------------------------------------------------------------
002810 0100-REGISTER-START.
002820     MOVE 'PROG073 '             TO WRK-RUN-PROGRAMA.
002830     MOVE 'I'                    TO WRK-RUN-FUNCAO.
002840     MOVE 'PROG051'              TO WRK-RUN-CONFLITOS.
002850     MOVE SPACES                 TO WRK-RUN-PREDECESSORES.
002860     MOVE ZERO                   TO WRK-RUN-RETORNO-PROG.
002870     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
002880                                 WRK-RUN-CONFLITOS,
002890                                 WRK-RUN-PREDECESSORES,
002900                                 WRK-RUN-RETORNO-PROG,
002910                                 WRK-RUN-RETORNO.
002920 0100-REGISTER-START-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950* 0200-REGISTER-END - RECORD THE END OF THE RUN AND ITS FINAL
002960*    CONDITION CODE ON THE RUN-CONTROL FILE.
002970*----------------------------------------------------------------
002980 0200-REGISTER-END.
002990     MOVE 'T'                    TO WRK-RUN-FUNCAO.
003000     MOVE RETURN-CODE            TO WRK-RUN-RETORNO-PROG.
003010     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
003020                                 WRK-RUN-CONFLITOS,
003030                                 WRK-RUN-PREDECESSORES,
003040                                 WRK-RUN-RETORNO-PROG,
003050                                 WRK-RUN-RETORNO.
003060 0200-REGISTER-END-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090* 1000-INITIALIZE - TAKE THE LIMITS, WORK OUT TODAY'S DAY NUMBER,
003100*    CLEAR THE SIGN-ON TABLE AND PRINT THE HEADINGS.
003110*----------------------------------------------------------------
003120 1000-INITIALIZE.
003130     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
003140     MOVE WRK-DATA-HOJE          TO EDT-DATA.
003150     PERFORM 7500-DIA-ABSOLUTO   THRU 7500-DIA-ABSOLUTO-EXIT.
003160     MOVE WRK-DIA-ABSOLUTO       TO WRK-DIA-HOJE.
003170     PERFORM 1050-GET-PARM       THRU 1050-GET-PARM-EXIT.
003180     SET ACS-IX                  TO 1.
003190     PERFORM 1100-CLEAR-ACCESS   THRU 1100-CLEAR-ACCESS-EXIT
003200         1000 TIMES.
003210     OPEN OUTPUT REVIEW-RPT.
003220     MOVE WRK-DATA-HOJE          TO HDR-DATA.
003230     MOVE WRK-DIAS-INATIVO       TO HDR-DIAS-INATIVO.
003240     MOVE WRK-DIAS-SENHA         TO HDR-DIAS-SENHA.
003250     MOVE WRK-DIAS-RECERT        TO HDR-DIAS-RECERT.
003260     MOVE WRK-PRAZO-RECERT       TO HDR-PRAZO.
003270     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
003280     MOVE 'ACOES TOMADAS'        TO SCL-TITULO.
003290     WRITE RPT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.
003300     WRITE RPT-LINE FROM ACTION-HEADING AFTER ADVANCING 1 LINE.
003310     IF PRAZO-IS-INVALID
003320         MOVE 'SEM PRAZO NO CARTAO - NENHUMA RECERTIF. ABERTA'
003330                                 TO NTL-TEXTO
003340         MOVE SPACES             TO NTL-ARQUIVO
003350         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE
003360     END-IF.
003370 1000-INITIALIZE-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------
003400* 1050-GET-PARM - TAKE THE INACTIVITY LIMIT, PASSWORD AGE AND
003410*    RECERTIFICATION CYCLE IN DAYS AND THE DAYS GIVEN TO SIGN
003420*    OFF THE RECERTIFICATIONS OPENED BY THIS RUN, WHICH FALL DUE
003425*    THAT MANY DAYS AFTER TODAY. A LIMIT BLANK, NOT NUMERIC OR
003430*    ZERO KEEPS ITS DEFAULT; DAYS TO SIGN OFF BLANK, NOT NUMERIC
003435*    OR ZERO OPEN NO RECERTIFICATION. THE RUN IS UNATTENDED, SO A
003440*    MISSING CARD TAKES THE DEFAULTS RATHER THAN PROMPTING.
003460*----------------------------------------------------------------
003470 1050-GET-PARM.
003480     OPEN INPUT PARM-FILE.
003490     IF PRM-STATUS-NEW-FILE
003500         GO TO 1050-GET-PARM-EXIT
003510     END-IF.
003520     READ PARM-FILE
003530         AT END
003540             GO TO 1050-GET-PARM-FECHA
003550     END-READ.
003560     IF PRM-DIAS-INATIVO NUMERIC
003570         AND PRM-DIAS-INATIVO NOT = '000'
003580         MOVE PRM-DIAS-INATIVO   TO WRK-DIAS-INATIVO
003590     END-IF.
003600     IF PRM-DIAS-SENHA NUMERIC
003610         AND PRM-DIAS-SENHA NOT = '000'
003620         MOVE PRM-DIAS-SENHA     TO WRK-DIAS-SENHA
003630     END-IF.
003640     IF PRM-DIAS-RECERT NUMERIC
003650         AND PRM-DIAS-RECERT NOT = '000'
003660         MOVE PRM-DIAS-RECERT    TO WRK-DIAS-RECERT
003670     END-IF.
003675     IF PRM-DIAS-PRAZO NOT NUMERIC
003680         OR PRM-DIAS-PRAZO = '000'
003685         GO TO 1050-GET-PARM-FECHA
003690     END-IF.
003695     MOVE PRM-DIAS-PRAZO         TO WRK-DIAS-PRAZO.
003700     MOVE WRK-DATA-HOJE          TO EDT-DATA.
003705     PERFORM 7600-PROXIMO-DIA    THRU 7600-PROXIMO-DIA-EXIT
003710         WRK-DIAS-PRAZO TIMES.
003715     MOVE EDT-DATA               TO WRK-PRAZO-RECERT.
003720     SET PRAZO-IS-VALID          TO TRUE.
003760 1050-GET-PARM-FECHA.
003770     CLOSE PARM-FILE.
003780 1050-GET-PARM-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------
003810* 1100-CLEAR-ACCESS - FREE ONE SIGN-ON TABLE SLOT.
003820*----------------------------------------------------------------
003830 1100-CLEAR-ACCESS.
003840     MOVE SPACES                 TO ACS-OPERADOR (ACS-IX).
003850     MOVE SPACES                 TO ACS-DATA (ACS-IX).
003860     SET ACS-IX                  UP BY 1.
003870 1100-CLEAR-ACCESS-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900* 2000-LOAD-SIGNONS - TABLE THE LAST ACCEPTED SIGN-ON OF EACH
003910*    OPERATOR. WITHOUT THE AUDIT FILE THE INACTIVITY CHECK IS
003920*    SUSPENDED FOR THE RUN.
003930*----------------------------------------------------------------
003940 2000-LOAD-SIGNONS.
003950     OPEN INPUT SIGNON-AUDIT.
003960     IF AUD-STATUS-NEW-FILE
003970         SET SEM-CHECAR-INATIVIDADE TO TRUE
003980         MOVE 'ARQUIVO NAO DISPONIVEL - ' TO NTL-TEXTO
003990         MOVE 'SIGNAUD '         TO NTL-ARQUIVO
004000         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE
004010         MOVE 'SEM BLOQUEIO POR INATIVIDADE NESTA EXECUCAO'
004020                                 TO NTL-TEXTO
004030         MOVE SPACES             TO NTL-ARQUIVO
004040         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE
004050         GO TO 2000-LOAD-SIGNONS-EXIT
004060     END-IF.
004070     MOVE 'N'                    TO WRK-EOF-SWITCH.
004080     PERFORM 2100-LOAD-SIGNON    THRU 2100-LOAD-SIGNON-EXIT
004090         UNTIL END-OF-INPUT.
004100     CLOSE SIGNON-AUDIT.
004110     IF SEM-CHECAR-INATIVIDADE
004120         MOVE 'TABELA DE ACESSOS CHEIA - SEM BLOQ. INATIVIDADE'
004130                                 TO NTL-TEXTO
004140         MOVE SPACES             TO NTL-ARQUIVO
004150         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE
004160     END-IF.
004170 2000-LOAD-SIGNONS-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* 2100-LOAD-SIGNON - KEEP THE LATEST DATE OF AN ACCEPTED SIGN-ON,
004210*    CLAIMING A FREE SLOT THE FIRST TIME THE OPERATOR IS SEEN.
004220*----------------------------------------------------------------
004230 2100-LOAD-SIGNON.
004240     READ SIGNON-AUDIT
004250         AT END
004260             SET END-OF-INPUT TO TRUE
004270             GO TO 2100-LOAD-SIGNON-EXIT
004280     END-READ.
004290     IF NOT SGA-IS-ACEITO
004300         OR SGA-OPERADOR = SPACES
004310         GO TO 2100-LOAD-SIGNON-EXIT
004320     END-IF.
004330     SET ACS-IX                  TO 1.
004340     SEARCH ACS-ENTRY
004350         AT END
004360             SET SEM-CHECAR-INATIVIDADE TO TRUE
004370         WHEN ACS-OPERADOR (ACS-IX) = SGA-OPERADOR
004380             IF SGA-DATA > ACS-DATA (ACS-IX)
004390                 MOVE SGA-DATA   TO ACS-DATA (ACS-IX)
004400             END-IF
004410         WHEN ACS-OPERADOR (ACS-IX) = SPACES
004420             MOVE SGA-OPERADOR   TO ACS-OPERADOR (ACS-IX)
004430             MOVE SGA-DATA       TO ACS-DATA (ACS-IX)
004440             ADD 1 TO WRK-ACS-COUNT
004450     END-SEARCH.
004460 2100-LOAD-SIGNON-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 3000-REVIEW-ACCOUNTS - INPUT PROCEDURE FOR THE SORT. REVIEWS
004500*    AND REWRITES EVERY SECURITY-MASTER RECORD, RELEASING EACH ONE
004510*    WITH A RECERTIFICATION OUTSTANDING.
004520*----------------------------------------------------------------
004530 3000-REVIEW-ACCOUNTS.
004540     OPEN I-O SECURITY-MASTER.
004550     IF SEC-STATUS-NEW-FILE
004560         MOVE 'ARQUIVO NAO DISPONIVEL - ' TO NTL-TEXTO
004570         MOVE 'SECMAST '         TO NTL-ARQUIVO
004580         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE
004590         GO TO 3000-REVIEW-ACCOUNTS-EXIT
004600     END-IF.
004610     MOVE 'N'                    TO WRK-EOF-SWITCH.
004620     PERFORM 3100-REVIEW-ACCOUNT THRU 3100-REVIEW-ACCOUNT-EXIT
004630         UNTIL END-OF-INPUT.
004640     CLOSE SECURITY-MASTER.
004650 3000-REVIEW-ACCOUNTS-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------
004680* 3100-REVIEW-ACCOUNT - BRING THE LAST ACCESS UP TO DATE, THEN
004690*    APPLY THE CHECKS IN ORDER. A RECORD LOCKED HERE IS NOT
004700*    ALSO EXPIRED OR LISTED; ONE ALREADY LOCKED IS LEFT AS IT IS.
004710*----------------------------------------------------------------
004720 3100-REVIEW-ACCOUNT.
004730     READ SECURITY-MASTER NEXT RECORD
004740         AT END
004750             SET END-OF-INPUT TO TRUE
004760             GO TO 3100-REVIEW-ACCOUNT-EXIT
004770     END-READ.
004780     ADD 1 TO WRK-SEC-COUNT.
004790     SET ACS-IX                  TO 1.
004800     SEARCH ACS-ENTRY
004810         AT END
004820             CONTINUE
004830         WHEN ACS-OPERADOR (ACS-IX) = SEC-OPERADOR
004840             IF SEC-DATA-ACESSO = SPACES
004850                 OR ACS-DATA (ACS-IX) > SEC-DATA-ACESSO
004860                 MOVE ACS-DATA (ACS-IX) TO SEC-DATA-ACESSO
004870             END-IF
004880         WHEN ACS-OPERADOR (ACS-IX) = SPACES
004890             CONTINUE
004900     END-SEARCH.
004910     IF SEC-DATA-ACESSO = SPACES
004920         MOVE WRK-DATA-HOJE      TO SEC-DATA-ACESSO
004930     END-IF.
004940     IF SEC-DATA-SENHA = SPACES
004950         AND SEC-SENHA NOT = SPACES
004960         MOVE WRK-DATA-HOJE      TO SEC-DATA-SENHA
004970     END-IF.
004980     IF SEC-IS-BLOQUEADO
004990         ADD 1 TO WRK-JA-BLOQ-COUNT
005000         GO TO 3100-REVIEW-ACCOUNT-GRAVA
005010     END-IF.
005020     MOVE SEC-DATA-ACESSO        TO EDT-DATA.
005030     PERFORM 7400-DIAS-DESDE     THRU 7400-DIAS-DESDE-EXIT.
005040     IF CHECA-INATIVIDADE
005050         AND WRK-DIAS > WRK-DIAS-INATIVO
005060         SET SEC-IS-BLOQUEADO    TO TRUE
005070         SET SEC-BLOQUEIO-INATIVO TO TRUE
005080         MOVE 'BLOQUEADO POR INATIVIDADE' TO ACL-ACAO
005090         PERFORM 3500-PRINT-ACTION
005100                                THRU 3500-PRINT-ACTION-EXIT
005110         ADD 1 TO WRK-INATIVO-COUNT
005120         GO TO 3100-REVIEW-ACCOUNT-GRAVA
005130     END-IF.
005140     IF SEC-PRAZO-RECERT NOT = SPACES
005150         AND SEC-PRAZO-RECERT < WRK-DATA-HOJE
005160         SET SEC-IS-BLOQUEADO    TO TRUE
005170         SET SEC-BLOQUEIO-RECERT TO TRUE
005180         MOVE 'BLOQUEADO - NAO RECERTIFICADO ATE '
005190                                 TO ACL-ACAO
005200         MOVE SEC-PRAZO-RECERT   TO ACL-ACAO (35:8)
005210         PERFORM 3500-PRINT-ACTION
005220                                THRU 3500-PRINT-ACTION-EXIT
005230         ADD 1 TO WRK-NAO-RECERT-COUNT
005240         GO TO 3100-REVIEW-ACCOUNT-GRAVA
005250     END-IF.
005260     PERFORM 3200-CHECK-PASSWORD THRU 3200-CHECK-PASSWORD-EXIT.
005270     PERFORM 3300-CHECK-RECERT   THRU 3300-CHECK-RECERT-EXIT.
005280 3100-REVIEW-ACCOUNT-GRAVA.
005290     REWRITE SEC-MASTER-RECORD.
005300 3100-REVIEW-ACCOUNT-EXIT.
005310     EXIT.
005320*----------------------------------------------------------------
005330* 3200-CHECK-PASSWORD - EXPIRE A PASSWORD OLDER THAN THE
005340*    PASSWORD AGE. AN OPERATOR WITHOUT ONE IS ALREADY FLAGGED BY
005350*    PROG050 AT EVERY SIGN-ON.
005360*----------------------------------------------------------------
005370 3200-CHECK-PASSWORD.
005380     IF SEC-SENHA = SPACES
005390         OR SEC-SENHA-EXPIRADA
005400         GO TO 3200-CHECK-PASSWORD-EXIT
005410     END-IF.
005420     MOVE SEC-DATA-SENHA         TO EDT-DATA.
005430     PERFORM 7400-DIAS-DESDE     THRU 7400-DIAS-DESDE-EXIT.
005440     IF WRK-DIAS > WRK-DIAS-SENHA
005450         SET SEC-SENHA-EXPIRADA  TO TRUE
005460         MOVE 'SENHA EXPIRADA - DEFINIDA EM '
005470                                 TO ACL-ACAO
005480         MOVE SEC-DATA-SENHA     TO ACL-ACAO (30:8)
005490         PERFORM 3500-PRINT-ACTION
005500                                THRU 3500-PRINT-ACTION-EXIT
005510         ADD 1 TO WRK-EXPIRA-COUNT
005520     END-IF.
005530 3200-CHECK-PASSWORD-EXIT.
005540     EXIT.
005550*----------------------------------------------------------------
005560* 3300-CHECK-RECERT - OPEN A RECERTIFICATION FOR AN OPERATOR
005570*    NEVER RECERTIFIED OR LAST RECERTIFIED LONGER AGO THAN THE
005580*    CYCLE, AND RELEASE EVERY ONE OUTSTANDING TO THE LIST.
005590*----------------------------------------------------------------
005600 3300-CHECK-RECERT.
005610     IF SEC-PRAZO-RECERT = SPACES
005620         AND PRAZO-IS-VALID
005630         IF SEC-DATA-RECERT = SPACES
005640             MOVE ZERO           TO WRK-DIAS
005650             ADD WRK-DIAS-RECERT 1 GIVING WRK-DIAS
005660         ELSE
005670             MOVE SEC-DATA-RECERT TO EDT-DATA
005680             PERFORM 7400-DIAS-DESDE
005690                                THRU 7400-DIAS-DESDE-EXIT
005700         END-IF
005710         IF WRK-DIAS > WRK-DIAS-RECERT
005720             MOVE WRK-PRAZO-RECERT TO SEC-PRAZO-RECERT
005730             ADD 1 TO WRK-ABERTA-COUNT
005740         END-IF
005750     END-IF.
005760     IF SEC-PRAZO-RECERT = SPACES
005770         GO TO 3300-CHECK-RECERT-EXIT
005780     END-IF.
005790     MOVE SEC-NIVEL              TO SRT-NIVEL.
005800     MOVE SEC-OPERADOR           TO SRT-OPERADOR.
005810     MOVE ZERO                   TO SRT-MATRICULA.
005820     IF SEC-MATRICULA NUMERIC
005830         MOVE SEC-MATRICULA      TO SRT-MATRICULA
005840     END-IF.
005850     MOVE SEC-SENHA-SITUACAO     TO SRT-SENHA-SITUACAO.
005860     MOVE SPACE                  TO SRT-SEM-SENHA.
005870     IF SEC-SENHA = SPACES
005880         MOVE 'S'                TO SRT-SEM-SENHA
005890     END-IF.
005900     MOVE SEC-DATA-ACESSO        TO SRT-DATA-ACESSO.
005910     MOVE SEC-DATA-RECERT        TO SRT-DATA-RECERT.
005920     MOVE SEC-RECERT-POR         TO SRT-RECERT-POR.
005930     MOVE SEC-PRAZO-RECERT       TO SRT-PRAZO-RECERT.
005940     RELEASE SORT-RECORD.
005950 3300-CHECK-RECERT-EXIT.
005960     EXIT.
005970*----------------------------------------------------------------
005980* 3500-PRINT-ACTION - PRINT ONE ACTION TAKEN ON THE CURRENT
005990*    RECORD; ACL-ACAO IS SET BY THE CALLER.
006000*----------------------------------------------------------------
006010 3500-PRINT-ACTION.
006020     MOVE SEC-OPERADOR           TO ACL-OPERADOR.
006030     MOVE SEC-NIVEL              TO ACL-NIVEL.
006040     MOVE SPACES                 TO ACL-MATRICULA.
006050     IF SEC-MATRICULA NUMERIC
006060         AND SEC-MATRICULA NOT = ZERO
006070         MOVE SEC-MATRICULA      TO ACL-MATRICULA
006080     END-IF.
006090     MOVE SEC-DATA-ACESSO        TO ACL-DATA-ACESSO.
006100     MOVE SEC-DATA-ACESSO        TO EDT-DATA.
006110     PERFORM 7400-DIAS-DESDE     THRU 7400-DIAS-DESDE-EXIT.
006120     MOVE WRK-DIAS               TO ACL-DIAS.
006130     WRITE RPT-LINE FROM ACTION-LINE AFTER ADVANCING 1 LINE.
006140     MOVE SPACES                 TO ACL-ACAO.
006150     ADD 1 TO WRK-ACAO-COUNT.
006160 3500-PRINT-ACTION-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190* 4000-PRINT-RECERT - OUTPUT PROCEDURE FOR THE SORT. PRINTS THE
006200*    OUTSTANDING RECERTIFICATIONS BY LEVEL, EACH LEVEL CLOSED BY
006210*    THE MANAGER'S SIGN-OFF BLOCK.
006220*----------------------------------------------------------------
006230 4000-PRINT-RECERT.
006240     IF WRK-ACAO-COUNT = ZERO
006250         MOVE 'NENHUMA ACAO NECESSARIA' TO NTL-TEXTO
006260         MOVE SPACES             TO NTL-ARQUIVO
006270         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE
006280     END-IF.
006290     MOVE 'RECERTIFICACAO DE ACESSOS PENDENTE' TO SCL-TITULO.
006300     WRITE RPT-LINE FROM SECTION-LINE AFTER ADVANCING PAGE.
006310     PERFORM 4100-RETURN-SORT    THRU 4100-RETURN-SORT-EXIT.
006320     IF END-OF-SORT-WORK
006330         MOVE 'NENHUMA RECERTIFICACAO PENDENTE' TO NTL-TEXTO
006340         MOVE SPACES             TO NTL-ARQUIVO
006350         WRITE RPT-LINE FROM NOTE-LINE AFTER ADVANCING 2 LINES
006360         GO TO 4000-PRINT-RECERT-EXIT
006370     END-IF.
006380     PERFORM 4200-PRINT-LEVEL    THRU 4200-PRINT-LEVEL-EXIT
006390         UNTIL END-OF-SORT-WORK.
006400 4000-PRINT-RECERT-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------
006430* 4100-RETURN-SORT - RETURN THE NEXT OUTSTANDING RECERTIFICATION.
006440*----------------------------------------------------------------
006450 4100-RETURN-SORT.
006460     RETURN SORT-WORK
006470         AT END
006480             SET END-OF-SORT-WORK TO TRUE
006490     END-RETURN.
006500 4100-RETURN-SORT-EXIT.
006510     EXIT.
006520*----------------------------------------------------------------
006530* 4200-PRINT-LEVEL - PRINT THE LEVEL HEADING, EVERY OPERATOR OF
006540*    THE LEVEL AND THE SIGN-OFF BLOCK.
006550*----------------------------------------------------------------
006560 4200-PRINT-LEVEL.
006570     MOVE SRT-NIVEL              TO WRK-NIVEL-ANTERIOR.
006580     MOVE SRT-NIVEL              TO LVL-NIVEL.
006590     EVALUATE SRT-NIVEL
006600         WHEN 1
006610             MOVE 'REGISTRO'     TO LVL-NOME
006620         WHEN 2
006630             MOVE 'CARGA'        TO LVL-NOME
006640         WHEN 3
006650             MOVE 'MANUTENCAO'   TO LVL-NOME
006660         WHEN 4
006670             MOVE 'GERENCIA'     TO LVL-NOME
006680         WHEN OTHER
006690             MOVE 'NAO PREVISTO' TO LVL-NOME
006700     END-EVALUATE.
006710     WRITE RPT-LINE FROM LEVEL-LINE AFTER ADVANCING 2 LINES.
006720     WRITE RPT-LINE FROM RECERT-HEADING AFTER ADVANCING 1 LINE.
006730     PERFORM 4300-PRINT-OPERATOR THRU 4300-PRINT-OPERATOR-EXIT
006740         UNTIL END-OF-SORT-WORK
006750            OR SRT-NIVEL NOT = WRK-NIVEL-ANTERIOR.
006760     WRITE RPT-LINE FROM SIGNOFF-LINE AFTER ADVANCING 3 LINES.
006770 4200-PRINT-LEVEL-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------
006800* 4300-PRINT-OPERATOR - PRINT ONE OPERATOR AWAITING
006810*    RECERTIFICATION AND RETURN THE NEXT.
006820*----------------------------------------------------------------
006830 4300-PRINT-OPERATOR.
006840     MOVE SRT-OPERADOR           TO RCL-OPERADOR.
006850     MOVE SPACES                 TO RCL-MATRICULA.
006860     IF SRT-MATRICULA NOT = ZERO
006870         MOVE SRT-MATRICULA      TO RCL-MATRICULA
006880     END-IF.
006890     MOVE SRT-DATA-ACESSO        TO RCL-DATA-ACESSO.
006900     EVALUATE TRUE
006910         WHEN SRT-SEM-SENHA = 'S'
006920             MOVE 'SEM SENHA'    TO RCL-SENHA
006930         WHEN SRT-SENHA-SITUACAO = 'E'
006940             MOVE 'EXPIRADA'     TO RCL-SENHA
006950         WHEN OTHER
006960             MOVE 'EM DIA'       TO RCL-SENHA
006970     END-EVALUATE.
006980     MOVE SRT-DATA-RECERT        TO RCL-DATA-RECERT.
006990     MOVE SRT-RECERT-POR         TO RCL-RECERT-POR.
007000     MOVE SRT-PRAZO-RECERT       TO RCL-PRAZO.
007010     WRITE RPT-LINE FROM RECERT-LINE AFTER ADVANCING 1 LINE.
007020     ADD 1 TO WRK-LISTA-COUNT.
007030     PERFORM 4100-RETURN-SORT    THRU 4100-RETURN-SORT-EXIT.
007040 4300-PRINT-OPERATOR-EXIT.
007050     EXIT.
007060*----------------------------------------------------------------
007070* 7400-DIAS-DESDE - DAYS FROM THE DATE IN EDT-DATA TO TODAY IN
007080*    WRK-DIAS; ZERO FOR A DATE NOT VALID OR NOT YET REACHED.
007090*----------------------------------------------------------------
007100 7400-DIAS-DESDE.
007110     MOVE ZERO                   TO WRK-DIAS.
007120     IF EDT-DATA NOT NUMERIC
007130         OR EDT-MES < 1 OR EDT-MES > 12
007140         GO TO 7400-DIAS-DESDE-EXIT
007150     END-IF.
007160     PERFORM 7500-DIA-ABSOLUTO   THRU 7500-DIA-ABSOLUTO-EXIT.
007170     IF WRK-DIA-ABSOLUTO < WRK-DIA-HOJE
007180         COMPUTE WRK-DIAS = WRK-DIA-HOJE - WRK-DIA-ABSOLUTO
007190     END-IF.
007200 7400-DIAS-DESDE-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------
007230* 7500-DIA-ABSOLUTO - TURN THE YYYYMMDD DATE IN EDT-DATA INTO A
007240*    RUNNING DAY NUMBER IN WRK-DIA-ABSOLUTO, THE WAY PROG068
007250*    AGES ITS REQUISITIONS.
007260*----------------------------------------------------------------
007270 7500-DIA-ABSOLUTO.
007280     COMPUTE WRK-ANOS = EDT-ANO - 1.
007290     COMPUTE WRK-DIA-ABSOLUTO = WRK-ANOS * 365
007300                              + DBM-DIAS (EDT-MES) + EDT-DIA.
007310     DIVIDE WRK-ANOS BY 4 GIVING WRK-QUOCIENTE.
007320     ADD WRK-QUOCIENTE           TO WRK-DIA-ABSOLUTO.
007330     DIVIDE WRK-ANOS BY 100 GIVING WRK-QUOCIENTE.
007340     SUBTRACT WRK-QUOCIENTE      FROM WRK-DIA-ABSOLUTO.
007350     DIVIDE WRK-ANOS BY 400 GIVING WRK-QUOCIENTE.
007360     ADD WRK-QUOCIENTE           TO WRK-DIA-ABSOLUTO.
007370     SET ANO-NOT-BISSEXTO        TO TRUE.
007380     DIVIDE EDT-ANO BY 4 GIVING WRK-QUOCIENTE
007390                                 REMAINDER WRK-RESTO.
007400     IF WRK-RESTO = ZERO
007410         SET ANO-IS-BISSEXTO     TO TRUE
007420         DIVIDE EDT-ANO BY 100 GIVING WRK-QUOCIENTE
007430                                 REMAINDER WRK-RESTO
007440         IF WRK-RESTO = ZERO
007450             SET ANO-NOT-BISSEXTO TO TRUE
007460             DIVIDE EDT-ANO BY 400 GIVING WRK-QUOCIENTE
007470                                 REMAINDER WRK-RESTO
007480             IF WRK-RESTO = ZERO
007490                 SET ANO-IS-BISSEXTO TO TRUE
007500             END-IF
007510         END-IF
007520     END-IF.
007530     IF ANO-IS-BISSEXTO AND EDT-MES > 2
007540         ADD 1                   TO WRK-DIA-ABSOLUTO
007550     END-IF.
007560 7500-DIA-ABSOLUTO-EXIT.
007570     EXIT.
007571*----------------------------------------------------------------
007572* 7600-PROXIMO-DIA - STEP THE YYYYMMDD DATE IN EDT-DATA ON BY ONE
007573*    CALENDAR DAY, THE WAY PROG076 WALKS ITS CALENDAR.
007574*----------------------------------------------------------------
007575 7600-PROXIMO-DIA.
007576     MOVE DIM-DIAS (EDT-MES)     TO WRK-DIAS-MES.
007577     IF EDT-MES = 2
007578         DIVIDE EDT-ANO BY 4 GIVING WRK-QUOCIENTE
007579                                 REMAINDER WRK-RESTO
007580         IF WRK-RESTO = ZERO
007581             MOVE 29             TO WRK-DIAS-MES
007582             DIVIDE EDT-ANO BY 100 GIVING WRK-QUOCIENTE
007583                                 REMAINDER WRK-RESTO
007584             IF WRK-RESTO = ZERO
007585                 MOVE 28         TO WRK-DIAS-MES
007586                 DIVIDE EDT-ANO BY 400 GIVING WRK-QUOCIENTE
007587                                 REMAINDER WRK-RESTO
007588                 IF WRK-RESTO = ZERO
007589                     MOVE 29     TO WRK-DIAS-MES
007590                 END-IF
007591             END-IF
007592         END-IF
007593     END-IF.
007594     IF EDT-DIA < WRK-DIAS-MES
007595         ADD 1                   TO EDT-DIA
007596         GO TO 7600-PROXIMO-DIA-EXIT
007597     END-IF.
007598     MOVE 1                      TO EDT-DIA.
007599     IF EDT-MES < 12
007600         ADD 1                   TO EDT-MES
007601     ELSE
007602         MOVE 1                  TO EDT-MES
007603         ADD 1                   TO EDT-ANO
007604     END-IF.
007605 7600-PROXIMO-DIA-EXIT.
007606     EXIT.
007607*----------------------------------------------------------------
007608* 9999-FINALIZE - CLOSE THE REPORT AND DISPLAY THE TOTALS.
007609*----------------------------------------------------------------
007610 9999-FINALIZE.
007620     CLOSE REVIEW-RPT.
007630     DISPLAY '------------ PROG073 - TOTAIS ------------'.
007640     DISPLAY 'OPERADORES LIDOS..... ' WRK-SEC-COUNT.
007650     DISPLAY 'JA BLOQUEADOS........ ' WRK-JA-BLOQ-COUNT.
007660     DISPLAY 'BLOQ. INATIVIDADE.... ' WRK-INATIVO-COUNT.
007670     DISPLAY 'BLOQ. SEM RECERTIF... ' WRK-NAO-RECERT-COUNT.
007680     DISPLAY 'SENHAS EXPIRADAS..... ' WRK-EXPIRA-COUNT.
007690     DISPLAY 'RECERTIF. ABERTAS.... ' WRK-ABERTA-COUNT.
007700     DISPLAY 'RECERTIF. LISTADAS... ' WRK-LISTA-COUNT.
007710 9999-FINALIZE-EXIT.
007720     EXIT.
