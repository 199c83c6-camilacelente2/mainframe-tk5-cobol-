000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG077.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - MAINTAINS DISTRIBUTION-MASTER, THE FILE
000090*    THAT TELLS PROG078 WHICH RECIPIENT RECEIVES EACH COMPANY'S
000100*    PART OF THE ROSTER (PROG008), RECONCILIATION (PROG014),
000110*    UTILIZATION (PROG042) AND STATISTICS (PROG044) REPORTS,
000120*    FROM A TRANSACTION FILE OF ADD/CHANGE/DELETE REQUESTS KEYED
000130*    ON THE COMPANY CODE. A BEFORE/AFTER REPORT LINE IS PRINTED
000140*    FOR EVERY TRANSACTION APPLIED OR REJECTED. AN INATIVA
000150*    COMPANY CANNOT BE ADDED. A CODE NOT ON COMPANY-MASTER IS
000152*    STILL APPLIED, WITH A WARNING ON THE LINE, SINCE THE
000154*    RECONCILIATION (PROG014) REPORTS EXACTLY THOSE CODES AND
000156*    ITS SECTIONS MUST HAVE A RECIPIENT TOO.
000160*    MODELED ON PROG075'S CALENDAR-MASTER MAINTENANCE.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* 2026-10-15  RM  ORIGINAL PROGRAM.
000202* 2026-10-15  RM  ACCEPT A COMPANY NOT ON COMPANY-MASTER WITH A
000204*                 WARNING INSTEAD OF REJECTING IT.
000210*----------------------------------------------------------------
000220 ENVIRONMENT                     DIVISION.
000230 CONFIGURATION                   SECTION.
000240 SOURCE-COMPUTER.                IBM-370.
000250 OBJECT-COMPUTER.                IBM-370.
000260 INPUT-OUTPUT                    SECTION.
000270 FILE-CONTROL.
000280     SELECT DIST-TRANS-IN        ASSIGN TO DISTRIN
000290                                 ORGANIZATION IS SEQUENTIAL
000300                                 FILE STATUS IS WS-TRANS-STATUS.
000310     SELECT DIST-MASTER          ASSIGN TO DISTMAST
000320                                 ORGANIZATION IS INDEXED
000330                                 ACCESS MODE IS DYNAMIC
000340                                 RECORD KEY IS DS-EMPRESA
000350                                 FILE STATUS IS WS-DIST-STATUS.
000360     SELECT COMPANY-MASTER       ASSIGN TO COMPMAST
000370                                 ORGANIZATION IS INDEXED
000380                                 ACCESS MODE IS DYNAMIC
000390                                 RECORD KEY IS CO-CODIGO
000400                                 FILE STATUS IS WS-CO-STATUS.
000410     SELECT DIST-RPT             ASSIGN TO DISTMRPT
000420                                 ORGANIZATION IS SEQUENTIAL
000430                                 FILE STATUS IS WS-RPT-STATUS.
000440 DATA                            DIVISION.
000450 FILE                            SECTION.
000460 FD  DIST-TRANS-IN
000470     LABEL RECORDS ARE STANDARD.
000480 01  DIST-TRANS-RECORD.
000490     05  DT-TRANS-CODE           PIC X(01).
000500         88  DT-IS-ADD                       VALUE 'A'.
000510         88  DT-IS-CHANGE                    VALUE 'C'.
000520         88  DT-IS-DELETE                    VALUE 'D'.
000530     05  DT-EMPRESA              PIC X(05).
000540     05  DT-DESTINO              PIC X(08).
000550     05  DT-DESTINATARIO         PIC X(30).
000560     05  DT-ENDERECO             PIC X(40).
000570     05  DT-RELATORIOS.
000580         10  DT-RELATORIO        PIC X(08) OCCURS 4 TIMES.
000590             88  DT-RELATORIO-VALIDO         VALUE SPACES
000600                                     'PROG008' 'PROG014'
000610                                     'PROG042' 'PROG044'.
000620 FD  DIST-MASTER
000630     LABEL RECORDS ARE STANDARD.
000640     COPY DISTMAST.
000650 FD  COMPANY-MASTER
000660     LABEL RECORDS ARE STANDARD.
000670     COPY COMPMAST.
000680 FD  DIST-RPT
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 132 CHARACTERS.
000710 01  RPT-LINE                    PIC X(132).
000720 WORKING-STORAGE                 SECTION.
000730     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
000740 01  HEADING-LINE-1.
000750     05  FILLER                  PIC X(40)
000760             VALUE 'MANUTENCAO DIST-MASTER - PROG077'.
000770     05  FILLER                  PIC X(92) VALUE SPACES.
000780 01  HEADING-LINE-2.
000790     05  FILLER                  PIC X(04) VALUE 'TRN '.
000800     05  FILLER                  PIC X(07) VALUE 'EMPRESA'.
000810     05  FILLER                  PIC X(10) VALUE 'ANTES'.
000820     05  FILLER                  PIC X(10) VALUE 'DEPOIS'.
000830     05  FILLER                  PIC X(32) VALUE 'DESTINATARIO'.
000840     05  FILLER                  PIC X(34) VALUE 'RELATORIOS'.
000850     05  FILLER                  PIC X(24) VALUE 'SITUACAO'.
000860     05  FILLER                  PIC X(11) VALUE SPACES.
000870 01  DETAIL-LINE.
000880     05  DTL-TRANS-CODE          PIC X(02).
000890     05  FILLER                  PIC X(02) VALUE SPACES.
000900     05  DTL-EMPRESA             PIC X(05).
000910     05  FILLER                  PIC X(02) VALUE SPACES.
000920     05  DTL-DESTINO-ANTES       PIC X(08).
000930     05  FILLER                  PIC X(02) VALUE SPACES.
000940     05  DTL-DESTINO-DEPOIS      PIC X(08).
000950     05  FILLER                  PIC X(02) VALUE SPACES.
000960     05  DTL-DESTINATARIO        PIC X(30).
000970     05  FILLER                  PIC X(02) VALUE SPACES.
000980     05  DTL-RELATORIOS          PIC X(32).
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  DTL-SITUACAO            PIC X(24).
001010     05  FILLER                  PIC X(11) VALUE SPACES.
001020 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
001030     88  TRANS-STATUS-OK                    VALUE '00'.
001040     88  TRANS-STATUS-EOF                   VALUE '10'.
001050 77  WS-DIST-STATUS              PIC X(02)  VALUE SPACES.
001060     88  DIST-STATUS-OK                     VALUE '00'.
001070     88  DIST-STATUS-NEW-FILE               VALUE '35'.
001080 77  WS-CO-STATUS                PIC X(02)  VALUE SPACES.
001090     88  CO-STATUS-OK                       VALUE '00'.
001100 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001110     88  RPT-STATUS-OK                      VALUE '00'.
001120 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
001130 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
001140     88  OPERADOR-IS-VALID                  VALUE 'Y'.
001150     88  OPERADOR-IS-INVALID                VALUE 'N'.
001160 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001170     88  END-OF-TRANS-FILE                  VALUE 'Y'.
001180 77  WRK-VALID-SWITCH            PIC X(01)  VALUE 'Y'.
001190     88  TRANS-IS-VALID                     VALUE 'Y'.
001200     88  TRANS-IS-INVALID                   VALUE 'N'.
001202 77  WRK-EMPRESA-SWITCH          PIC X(01)  VALUE 'Y'.
001204     88  EMPRESA-NO-CADASTRO                VALUE 'Y'.
001206     88  EMPRESA-FORA-CADASTRO              VALUE 'N'.
001210 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
001220 77  WRK-IX                      PIC 9(01)  COMP VALUE ZERO.
001230 77  WRK-ADD-COUNT               PIC 9(06)  COMP VALUE ZERO.
001240 77  WRK-CHANGE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001250 77  WRK-DELETE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001260 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001265 77  WRK-AVISO-COUNT             PIC 9(06)  COMP VALUE ZERO.
001270 PROCEDURE                       DIVISION.
001280*----------------------------------------------------------------
001290* 0000-MAINLINE
001300*----------------------------------------------------------------
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001330     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
001340         UNTIL OPERADOR-IS-VALID.
001350     PERFORM 2000-PROCESS-TRANS  THRU 2000-PROCESS-TRANS-EXIT
001360         UNTIL END-OF-TRANS-FILE.
001370     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001380     IF WRK-REJECT-COUNT > ZERO
001390         MOVE 4 TO RETURN-CODE
001400     END-IF.
001410     STOP RUN.
001420*----------------------------------------------------------------
001430* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, READ THE FIRST
001440*    TRANSACTION RECORD. DISTRIBUTION-MASTER IS CREATED EMPTY ON
001450*    THE FIRST RUN SO THE INITIAL MAP CAN BE LOADED BY ADDS.
001460*----------------------------------------------------------------
001470 1000-INITIALIZE.
001480     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
001490     OPEN INPUT  DIST-TRANS-IN.
001500     OPEN INPUT  COMPANY-MASTER.
001510     OPEN OUTPUT DIST-RPT.
001520     OPEN I-O    DIST-MASTER.
001530     IF DIST-STATUS-NEW-FILE
001540         OPEN OUTPUT DIST-MASTER
001550         CLOSE DIST-MASTER
001560         OPEN I-O DIST-MASTER
001570     END-IF.
001580     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
001590     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
001600     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
001610 1000-INITIALIZE-EXIT.
001620     EXIT.
001630*----------------------------------------------------------------
001640* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
001650*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
001660*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT.
001670*----------------------------------------------------------------
001680 1500-SIGNON.
001690     MOVE 'PROG077 '             TO WRK-SGN-PROGRAMA.
001700     MOVE 3                      TO WRK-SGN-NIVEL.
001710     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
001720                                 WRK-SGN-OPERADOR,
001730                                 WRK-SGN-RETORNO.
001740     IF WRK-SGN-OK
001750         SET OPERADOR-IS-VALID TO TRUE
001760         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
001770     ELSE
001780         SET OPERADOR-IS-INVALID TO TRUE
001790     END-IF.
001800 1500-SIGNON-EXIT.
001810     EXIT.
001820*----------------------------------------------------------------
001830* 2000-PROCESS-TRANS - VALIDATE THE CURRENT TRANSACTION, APPLY
001840*    IT TO DISTRIBUTION-MASTER AND PRINT A BEFORE/AFTER DETAIL
001850*    LINE, THEN READ THE NEXT TRANSACTION RECORD.
001860*----------------------------------------------------------------
001870 2000-PROCESS-TRANS.
001880     MOVE SPACES                 TO DETAIL-LINE.
001890     MOVE DT-TRANS-CODE          TO DTL-TRANS-CODE.
001900     MOVE DT-EMPRESA             TO DTL-EMPRESA.
001910     MOVE DT-DESTINATARIO        TO DTL-DESTINATARIO.
001920     MOVE DT-RELATORIOS          TO DTL-RELATORIOS.
001930     PERFORM 2050-VALIDATE-TRANS THRU 2050-VALIDATE-TRANS-EXIT.
001940     IF TRANS-IS-INVALID
001950         ADD 1 TO WRK-REJECT-COUNT
001960         GO TO 2000-PROCESS-TRANS-WRITE
001970     END-IF.
001980     MOVE DT-EMPRESA             TO DS-EMPRESA.
001990     EVALUATE TRUE
002000         WHEN DT-IS-ADD
002010             PERFORM 2100-APPLY-ADD
002020                                THRU 2100-APPLY-ADD-EXIT
002030         WHEN DT-IS-CHANGE
002040             PERFORM 2200-APPLY-CHANGE
002050                                THRU 2200-APPLY-CHANGE-EXIT
002060         WHEN DT-IS-DELETE
002070             PERFORM 2300-APPLY-DELETE
002080                                THRU 2300-APPLY-DELETE-EXIT
002090     END-EVALUATE.
002100 2000-PROCESS-TRANS-WRITE.
002110     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
002120     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
002130 2000-PROCESS-TRANS-EXIT.
002140     EXIT.
002150*----------------------------------------------------------------
002160* 2050-VALIDATE-TRANS - THE TRANSACTION CODE AND, ON AN ADD OR
002170*    CHANGE, THE COMPANY'S SITUATION ON COMPANY-MASTER, THE
002180*    RECIPIENT CODE AND NAME AND THE REPORT LIST. A COMPANY NOT
002185*    ON COMPANY-MASTER IS ONLY NOTED, FOR THE WARNING.
002190*----------------------------------------------------------------
002200 2050-VALIDATE-TRANS.
002210     SET TRANS-IS-INVALID        TO TRUE.
002220     IF NOT DT-IS-ADD AND NOT DT-IS-CHANGE AND NOT DT-IS-DELETE
002230         MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
002240         GO TO 2050-VALIDATE-TRANS-EXIT
002250     END-IF.
002260     IF DT-IS-DELETE
002270         SET TRANS-IS-VALID      TO TRUE
002280         GO TO 2050-VALIDATE-TRANS-EXIT
002290     END-IF.
002300     MOVE DT-EMPRESA             TO CO-CODIGO.
002305     SET EMPRESA-NO-CADASTRO     TO TRUE.
002310     READ COMPANY-MASTER
002320         INVALID KEY
002330             SET EMPRESA-FORA-CADASTRO TO TRUE
002350     END-READ.
002360     IF DT-IS-ADD AND EMPRESA-NO-CADASTRO AND CO-IS-INATIVA
002370         MOVE 'EMPRESA INATIVA'  TO DTL-SITUACAO
002380         GO TO 2050-VALIDATE-TRANS-EXIT
002390     END-IF.
002400     IF DT-DESTINO = SPACES
002410         MOVE 'DESTINO EM BRANCO' TO DTL-SITUACAO
002420         GO TO 2050-VALIDATE-TRANS-EXIT
002430     END-IF.
002440     IF DT-DESTINATARIO = SPACES
002450         MOVE 'DESTINATARIO EM BRANCO' TO DTL-SITUACAO
002460         GO TO 2050-VALIDATE-TRANS-EXIT
002470     END-IF.
002480     MOVE 1                      TO WRK-IX.
002490     PERFORM 2060-CHECK-RELATORIO
002500                                THRU 2060-CHECK-RELATORIO-EXIT
002510         UNTIL WRK-IX > 4 OR DTL-SITUACAO NOT = SPACES.
002520     IF DTL-SITUACAO NOT = SPACES
002530         GO TO 2050-VALIDATE-TRANS-EXIT
002540     END-IF.
002550     SET TRANS-IS-VALID          TO TRUE.
002560 2050-VALIDATE-TRANS-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------
002590* 2060-CHECK-RELATORIO - ONE ENTRY OF THE REPORT LIST MUST BE
002600*    BLANK OR ONE OF THE DISTRIBUTED REPORTS.
002610*----------------------------------------------------------------
002620 2060-CHECK-RELATORIO.
002630     IF NOT DT-RELATORIO-VALIDO (WRK-IX)
002640         MOVE 'RELATORIO INVALIDO' TO DTL-SITUACAO
002650     END-IF.
002660     ADD 1 TO WRK-IX.
002670 2060-CHECK-RELATORIO-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------
002700* 2100-APPLY-ADD - ADD A NEW DISTRIBUTION ENTRY, REJECTING ONE
002710*    ALREADY ON FILE FOR THE COMPANY.
002720*----------------------------------------------------------------
002730 2100-APPLY-ADD.
002740     MOVE DT-DESTINO             TO DS-DESTINO.
002750     MOVE DT-DESTINATARIO        TO DS-DESTINATARIO.
002760     MOVE DT-ENDERECO            TO DS-ENDERECO.
002770     MOVE DT-RELATORIOS          TO DS-RELATORIOS.
002780     MOVE WRK-OPERADOR           TO DS-OPERADOR.
002790     MOVE WRK-DATA-HOJE          TO DS-DATA-ALTERACAO.
002800     MOVE DT-DESTINO             TO DTL-DESTINO-DEPOIS.
002810     WRITE DIST-MASTER-RECORD
002820         INVALID KEY
002830             MOVE 'EMPRESA JA CADASTRADA' TO DTL-SITUACAO
002840             ADD 1 TO WRK-REJECT-COUNT
002850         NOT INVALID KEY
002860             MOVE 'INCLUIDO'     TO DTL-SITUACAO
002870             ADD 1 TO WRK-ADD-COUNT
002871             IF EMPRESA-FORA-CADASTRO
002872                 MOVE 'INCLUIDO - FORA COMPMAST'
002873                                 TO DTL-SITUACAO
002874                 ADD 1 TO WRK-AVISO-COUNT
002875             END-IF
002880     END-WRITE.
002890 2100-APPLY-ADD-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* 2200-APPLY-CHANGE - READ THE EXISTING ENTRY FOR ITS BEFORE
002930*    IMAGE, THEN REWRITE IT WITH THE NEW RECIPIENT AND REPORTS.
002940*----------------------------------------------------------------
002950 2200-APPLY-CHANGE.
002960     READ DIST-MASTER
002970         INVALID KEY
002980             MOVE 'EMPRESA SEM DISTRIBUICAO' TO DTL-SITUACAO
002990             ADD 1 TO WRK-REJECT-COUNT
003000             GO TO 2200-APPLY-CHANGE-EXIT
003010     END-READ.
003020     MOVE DS-DESTINO             TO DTL-DESTINO-ANTES.
003030     MOVE DT-DESTINO             TO DS-DESTINO.
003040     MOVE DT-DESTINATARIO        TO DS-DESTINATARIO.
003050     MOVE DT-ENDERECO            TO DS-ENDERECO.
003060     MOVE DT-RELATORIOS          TO DS-RELATORIOS.
003070     MOVE WRK-OPERADOR           TO DS-OPERADOR.
003080     MOVE WRK-DATA-HOJE          TO DS-DATA-ALTERACAO.
003090     MOVE DT-DESTINO             TO DTL-DESTINO-DEPOIS.
003100     REWRITE DIST-MASTER-RECORD.
003110     MOVE 'ALTERADO'             TO DTL-SITUACAO.
003120     ADD 1 TO WRK-CHANGE-COUNT.
003122     IF EMPRESA-FORA-CADASTRO
003124         MOVE 'ALTERADO - FORA COMPMAST' TO DTL-SITUACAO
003126         ADD 1 TO WRK-AVISO-COUNT
003128     END-IF.
003130 2200-APPLY-CHANGE-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------
003160* 2300-APPLY-DELETE - READ THE EXISTING ENTRY FOR ITS BEFORE
003170*    IMAGE, THEN DELETE IT. THE COMPANY'S LINES THEN FALL TO THE
003180*    UNDISTRIBUTED BUNDLE IN PROG078.
003190*----------------------------------------------------------------
003200 2300-APPLY-DELETE.
003210     READ DIST-MASTER
003220         INVALID KEY
003230             MOVE 'EMPRESA SEM DISTRIBUICAO' TO DTL-SITUACAO
003240             ADD 1 TO WRK-REJECT-COUNT
003250             GO TO 2300-APPLY-DELETE-EXIT
003260     END-READ.
003270     MOVE DS-DESTINO             TO DTL-DESTINO-ANTES.
003280     MOVE DS-DESTINATARIO        TO DTL-DESTINATARIO.
003290     MOVE DS-RELATORIOS          TO DTL-RELATORIOS.
003300     DELETE DIST-MASTER RECORD.
003310     MOVE 'EXCLUIDO'             TO DTL-SITUACAO.
003320     ADD 1 TO WRK-DELETE-COUNT.
003330 2300-APPLY-DELETE-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* 2400-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
003370*----------------------------------------------------------------
003380 2400-READ-TRANS.
003390     READ DIST-TRANS-IN
003400         AT END
003410             SET END-OF-TRANS-FILE TO TRUE
003420     END-READ.
003430 2400-READ-TRANS-EXIT.
003440     EXIT.
003450*----------------------------------------------------------------
003460* 9999-FINALIZE - PRINT END-OF-JOB TOTALS AND CLOSE THE FILES.
003470*----------------------------------------------------------------
003480 9999-FINALIZE.
003490     DISPLAY '------------ PROG077 - TOTAIS ------------'.
003500     DISPLAY 'INCLUSOES.... ' WRK-ADD-COUNT.
003510     DISPLAY 'ALTERACOES... ' WRK-CHANGE-COUNT.
003520     DISPLAY 'EXCLUSOES.... ' WRK-DELETE-COUNT.
003530     DISPLAY 'REJEITADAS... ' WRK-REJECT-COUNT.
003535     DISPLAY 'FORA COMPMAST ' WRK-AVISO-COUNT.
003540     CLOSE DIST-TRANS-IN.
003550     CLOSE COMPANY-MASTER.
003560     CLOSE DIST-MASTER.
003570     CLOSE DIST-RPT.
003580 9999-FINALIZE-EXIT.
003590     EXIT.
