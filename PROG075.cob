000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG075.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - MAINTAINS CALENDAR-MASTER, THE HOLIDAY AND
000090*    BUSINESS-DAY FILE BEHIND PROG076'S CALENDAR ROUTINE, FROM A
000100*    TRANSACTION FILE OF ADD/CHANGE/DELETE REQUESTS KEYED ON
000110*    THE DATE AND STATE, PRINTING A BEFORE/AFTER REPORT LINE FOR
000120*    EVERY TRANSACTION APPLIED OR REJECTED. A BLANK STATE IS A
000130*    NATIONAL ENTRY; A STATE ENTRY'S SIGLA IS VALIDATED THROUGH
000140*    PROG020 SO IT CANNOT NAME A STATE THAT IS NOT ON
000150*    REGION-MASTER. YEAR 0000 KEYS A FIXED HOLIDAY THAT FALLS ON
000160*    THE SAME DAY EVERY YEAR. TYPE F IS A HOLIDAY, TYPE U A
000170*    WEEKEND DAY DECLARED A WORKING DAY. MODELED ON PROG049'S
000180*    CITY-MASTER MAINTENANCE.
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------
000220* 2026-10-15  RM  ORIGINAL PROGRAM.
000230*----------------------------------------------------------------
000240 ENVIRONMENT                     DIVISION.
000250 CONFIGURATION                   SECTION.
000260 SOURCE-COMPUTER.                IBM-370.
000270 OBJECT-COMPUTER.                IBM-370.
000280 INPUT-OUTPUT                    SECTION.
000290 FILE-CONTROL.
000300     SELECT CALENDAR-TRANS-IN    ASSIGN TO CALTRIN
000310                                 ORGANIZATION IS SEQUENTIAL
000320                                 FILE STATUS IS WS-TRANS-STATUS.
000330     SELECT CALENDAR-MASTER      ASSIGN TO CALNMAST
000340                                 ORGANIZATION IS INDEXED
000350                                 ACCESS MODE IS DYNAMIC
000360                                 RECORD KEY IS CAL-CHAVE
000370                                 FILE STATUS IS WS-CAL-STATUS.
000380     SELECT CALENDAR-RPT         ASSIGN TO CALRPT
000390                                 ORGANIZATION IS SEQUENTIAL
000400                                 FILE STATUS IS WS-RPT-STATUS.
000410 DATA                            DIVISION.
000420 FILE                            SECTION.
000430 FD  CALENDAR-TRANS-IN
000440     LABEL RECORDS ARE STANDARD.
000450 01  CALENDAR-TRANS-RECORD.
000460     05  CT-TRANS-CODE           PIC X(01).
000470         88  CT-IS-ADD                       VALUE 'A'.
000480         88  CT-IS-CHANGE                    VALUE 'C'.
000490         88  CT-IS-DELETE                    VALUE 'D'.
000500     05  CT-DATA                 PIC X(08).
000510     05  CT-DATA-R               REDEFINES CT-DATA.
000520         10  CT-ANO              PIC 9(04).
000530         10  CT-MES              PIC 9(02).
000540         10  CT-DIA              PIC 9(02).
000550     05  CT-UF                   PIC X(02).
000560     05  CT-TIPO                 PIC X(01).
000570         88  CT-TIPO-VALIDO                  VALUE 'F' 'U'.
000580     05  CT-NOME                 PIC X(30).
000590 FD  CALENDAR-MASTER
000600     LABEL RECORDS ARE STANDARD.
000610     COPY CALNMAST.
000620 FD  CALENDAR-RPT
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 132 CHARACTERS.
000650 01  RPT-LINE                    PIC X(132).
000660 WORKING-STORAGE                 SECTION.
000670     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
000680     COPY REGNLINK               REPLACING ==:PFX:== BY ==WRK==.
000690 01  DAYS-IN-MONTH-VALUES.
000700     05  FILLER                  PIC X(24)
000710             VALUE '312931303130313130313031'.
000720 01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
000730     05  DIM-DIAS                PIC 9(02) OCCURS 12 TIMES.
000740 01  HEADING-LINE-1.
000750     05  FILLER                  PIC X(40)
000760             VALUE 'MANUTENCAO CALENDAR-MASTER - PROG075'.
000770     05  FILLER                  PIC X(92) VALUE SPACES.
000780 01  HEADING-LINE-2.
000790     05  FILLER                  PIC X(04) VALUE 'TRN '.
000800     05  FILLER                  PIC X(10) VALUE 'DATA'.
000810     05  FILLER                  PIC X(04) VALUE 'UF'.
000820     05  FILLER                  PIC X(06) VALUE 'ANTES'.
000830     05  FILLER                  PIC X(07) VALUE 'DEPOIS'.
000840     05  FILLER                  PIC X(32) VALUE 'DESCRICAO'.
000850     05  FILLER                  PIC X(24) VALUE 'SITUACAO'.
000860     05  FILLER                  PIC X(45) VALUE SPACES.
000870 01  DETAIL-LINE.
000880     05  DTL-TRANS-CODE          PIC X(02).
000890     05  FILLER                  PIC X(02) VALUE SPACES.
000900     05  DTL-DATA                PIC X(08).
000910     05  FILLER                  PIC X(02) VALUE SPACES.
000920     05  DTL-UF                  PIC X(02).
000930     05  FILLER                  PIC X(02) VALUE SPACES.
000940     05  DTL-TIPO-ANTES          PIC X(01).
000950     05  FILLER                  PIC X(05) VALUE SPACES.
000960     05  DTL-TIPO-DEPOIS         PIC X(01).
000970     05  FILLER                  PIC X(06) VALUE SPACES.
000980     05  DTL-NOME                PIC X(30).
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  DTL-SITUACAO            PIC X(24).
001010     05  FILLER                  PIC X(45) VALUE SPACES.
001020 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
001030     88  TRANS-STATUS-OK                    VALUE '00'.
001040     88  TRANS-STATUS-EOF                   VALUE '10'.
001050 77  WS-CAL-STATUS               PIC X(02)  VALUE SPACES.
001060     88  CAL-STATUS-OK                      VALUE '00'.
001070     88  CAL-STATUS-NEW-FILE                VALUE '35'.
001080 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001090     88  RPT-STATUS-OK                      VALUE '00'.
001100 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
001110 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
001120     88  OPERADOR-IS-VALID                  VALUE 'Y'.
001130     88  OPERADOR-IS-INVALID                VALUE 'N'.
001140 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001150     88  END-OF-TRANS-FILE                  VALUE 'Y'.
001160 77  WRK-VALID-SWITCH            PIC X(01)  VALUE 'Y'.
001170     88  TRANS-IS-VALID                     VALUE 'Y'.
001180     88  TRANS-IS-INVALID                   VALUE 'N'.
001190 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
001200 77  WRK-DIAS-MES                PIC 9(02)  VALUE ZERO.
001210 77  WRK-QUOCIENTE               PIC 9(04)  COMP VALUE ZERO.
001220 77  WRK-RESTO                   PIC 9(04)  COMP VALUE ZERO.
001230 77  WRK-ADD-COUNT               PIC 9(06)  COMP VALUE ZERO.
001240 77  WRK-CHANGE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001250 77  WRK-DELETE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001260 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
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
001440*    TRANSACTION RECORD. CALENDAR-MASTER IS CREATED EMPTY ON THE
001450*    FIRST RUN SO THE INITIAL CALENDAR CAN BE LOADED BY ADDS.
001460*----------------------------------------------------------------
001470 1000-INITIALIZE.
001480     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
001490     OPEN INPUT  CALENDAR-TRANS-IN.
001500     OPEN OUTPUT CALENDAR-RPT.
001510     OPEN I-O    CALENDAR-MASTER.
001520     IF CAL-STATUS-NEW-FILE
001530         OPEN OUTPUT CALENDAR-MASTER
001540         CLOSE CALENDAR-MASTER
001550         OPEN I-O CALENDAR-MASTER
001560     END-IF.
001570     MOVE 'PROG075'              TO WRK-PROGRAMA.
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
001690     MOVE 'PROG075 '             TO WRK-SGN-PROGRAMA.
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
001840*    IT TO CALENDAR-MASTER AND PRINT A BEFORE/AFTER DETAIL LINE,
001850*    THEN READ THE NEXT TRANSACTION RECORD.
001860*----------------------------------------------------------------
001870 2000-PROCESS-TRANS.
001880     MOVE SPACES                 TO DETAIL-LINE.
001890     MOVE CT-TRANS-CODE          TO DTL-TRANS-CODE.
001900     MOVE CT-DATA                TO DTL-DATA.
001910     MOVE CT-UF                  TO DTL-UF.
001920     MOVE CT-NOME                TO DTL-NOME.
001930     PERFORM 2050-VALIDATE-TRANS THRU 2050-VALIDATE-TRANS-EXIT.
001940     IF TRANS-IS-INVALID
001950         ADD 1 TO WRK-REJECT-COUNT
001960         GO TO 2000-PROCESS-TRANS-WRITE
001970     END-IF.
001980     MOVE CT-DATA                TO CAL-DATA.
001990     MOVE CT-UF                  TO CAL-UF.
002000     EVALUATE TRUE
002010         WHEN CT-IS-ADD
002020             PERFORM 2100-APPLY-ADD
002030                                THRU 2100-APPLY-ADD-EXIT
002040         WHEN CT-IS-CHANGE
002050             PERFORM 2200-APPLY-CHANGE
002060                                THRU 2200-APPLY-CHANGE-EXIT
002070         WHEN CT-IS-DELETE
002080             PERFORM 2300-APPLY-DELETE
002090                                THRU 2300-APPLY-DELETE-EXIT
002100     END-EVALUATE.
002110 2000-PROCESS-TRANS-WRITE.
002120     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
002130     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
002140 2000-PROCESS-TRANS-EXIT.
002150     EXIT.
002160*----------------------------------------------------------------
002170* 2050-VALIDATE-TRANS - THE TRANSACTION CODE, THE DATE (YEAR
002180*    0000 FOR A FIXED HOLIDAY), THE STATE THROUGH PROG020 AND,
002190*    ON AN ADD OR CHANGE, THE TYPE AND DESCRIPTION.
002200*----------------------------------------------------------------
002210 2050-VALIDATE-TRANS.
002220     SET TRANS-IS-INVALID        TO TRUE.
002230     IF NOT CT-IS-ADD AND NOT CT-IS-CHANGE AND NOT CT-IS-DELETE
002240         MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
002250         GO TO 2050-VALIDATE-TRANS-EXIT
002260     END-IF.
002270     IF CT-DATA NOT NUMERIC
002280         OR CT-MES < 1 OR CT-MES > 12
002290         OR CT-DIA < 1
002300         MOVE 'DATA INVALIDA'    TO DTL-SITUACAO
002310         GO TO 2050-VALIDATE-TRANS-EXIT
002320     END-IF.
002330     MOVE DIM-DIAS (CT-MES)      TO WRK-DIAS-MES.
002340     IF CT-MES = 2 AND CT-ANO NOT = ZERO
002350         MOVE 28                 TO WRK-DIAS-MES
002360         DIVIDE CT-ANO BY 4 GIVING WRK-QUOCIENTE
002370                                 REMAINDER WRK-RESTO
002380         IF WRK-RESTO = ZERO
002390             MOVE 29             TO WRK-DIAS-MES
002400             DIVIDE CT-ANO BY 100 GIVING WRK-QUOCIENTE
002410                                 REMAINDER WRK-RESTO
002420             IF WRK-RESTO = ZERO
002430                 MOVE 28         TO WRK-DIAS-MES
002440                 DIVIDE CT-ANO BY 400 GIVING WRK-QUOCIENTE
002450                                 REMAINDER WRK-RESTO
002460                 IF WRK-RESTO = ZERO
002470                     MOVE 29     TO WRK-DIAS-MES
002480                 END-IF
002490             END-IF
002500         END-IF
002510     END-IF.
002520     IF CT-DIA > WRK-DIAS-MES
002530         MOVE 'DATA INVALIDA'    TO DTL-SITUACAO
002540         GO TO 2050-VALIDATE-TRANS-EXIT
002550     END-IF.
002560     IF CT-UF NOT = SPACES
002570         MOVE CT-UF              TO WRK-MENSAGEM
002580         MOVE 'N'                TO WRK-FUNCAO
002590         CALL 'PROG020' USING WRK-NUMERO, WRK-MENSAGEM,
002600                                 WRK-RETURN-CODE, WRK-PROGRAMA,
002610                                 WRK-FUNCAO, WRK-MACRO
002620         IF WRK-LOOKUP-NOT-FOUND
002630             MOVE 'UF NAO CADASTRADA' TO DTL-SITUACAO
002640             GO TO 2050-VALIDATE-TRANS-EXIT
002650         END-IF
002660     END-IF.
002670     IF CT-IS-DELETE
002680         SET TRANS-IS-VALID      TO TRUE
002690         GO TO 2050-VALIDATE-TRANS-EXIT
002700     END-IF.
002710     IF NOT CT-TIPO-VALIDO
002720         MOVE 'TIPO INVALIDO'    TO DTL-SITUACAO
002730         GO TO 2050-VALIDATE-TRANS-EXIT
002740     END-IF.
002750     IF CT-NOME = SPACES
002760         MOVE 'DESCRICAO EM BRANCO' TO DTL-SITUACAO
002770         GO TO 2050-VALIDATE-TRANS-EXIT
002780     END-IF.
002790     SET TRANS-IS-VALID          TO TRUE.
002800 2050-VALIDATE-TRANS-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------
002830* 2100-APPLY-ADD - ADD A NEW CALENDAR ENTRY, REJECTING ONE
002840*    ALREADY ON FILE FOR THE DATE AND STATE.
002850*----------------------------------------------------------------
002860 2100-APPLY-ADD.
002870     MOVE CT-TIPO                TO CAL-TIPO.
002880     MOVE CT-NOME                TO CAL-NOME.
002890     MOVE WRK-OPERADOR           TO CAL-OPERADOR.
002900     MOVE WRK-DATA-HOJE          TO CAL-DATA-ALTERACAO.
002910     MOVE CT-TIPO                TO DTL-TIPO-DEPOIS.
002920     WRITE CAL-RECORD
002930         INVALID KEY
002940             MOVE 'DATA JA CADASTRADA' TO DTL-SITUACAO
002950             ADD 1 TO WRK-REJECT-COUNT
002960         NOT INVALID KEY
002970             MOVE 'INCLUIDO'     TO DTL-SITUACAO
002980             ADD 1 TO WRK-ADD-COUNT
002990     END-WRITE.
003000 2100-APPLY-ADD-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------
003030* 2200-APPLY-CHANGE - READ THE EXISTING ENTRY FOR ITS BEFORE
003040*    IMAGE, THEN REWRITE IT WITH THE NEW TYPE AND DESCRIPTION.
003050*----------------------------------------------------------------
003060 2200-APPLY-CHANGE.
003070     READ CALENDAR-MASTER
003080         INVALID KEY
003090             MOVE 'DATA NAO CADASTRADA' TO DTL-SITUACAO
003100             ADD 1 TO WRK-REJECT-COUNT
003110             GO TO 2200-APPLY-CHANGE-EXIT
003120     END-READ.
003130     MOVE CAL-TIPO               TO DTL-TIPO-ANTES.
003140     MOVE CT-TIPO                TO CAL-TIPO.
003150     MOVE CT-NOME                TO CAL-NOME.
003160     MOVE WRK-OPERADOR           TO CAL-OPERADOR.
003170     MOVE WRK-DATA-HOJE          TO CAL-DATA-ALTERACAO.
003180     MOVE CT-TIPO                TO DTL-TIPO-DEPOIS.
003190     REWRITE CAL-RECORD.
003200     MOVE 'ALTERADO'             TO DTL-SITUACAO.
003210     ADD 1 TO WRK-CHANGE-COUNT.
003220 2200-APPLY-CHANGE-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003250* 2300-APPLY-DELETE - READ THE EXISTING ENTRY FOR ITS BEFORE
003260*    IMAGE, THEN DELETE IT.
003270*----------------------------------------------------------------
003280 2300-APPLY-DELETE.
003290     READ CALENDAR-MASTER
003300         INVALID KEY
003310             MOVE 'DATA NAO CADASTRADA' TO DTL-SITUACAO
003320             ADD 1 TO WRK-REJECT-COUNT
003330             GO TO 2300-APPLY-DELETE-EXIT
003340     END-READ.
003350     MOVE CAL-TIPO               TO DTL-TIPO-ANTES.
003360     MOVE CAL-NOME               TO DTL-NOME.
003370     DELETE CALENDAR-MASTER RECORD.
003380     MOVE 'EXCLUIDO'             TO DTL-SITUACAO.
003390     ADD 1 TO WRK-DELETE-COUNT.
003400 2300-APPLY-DELETE-EXIT.
003410     EXIT.
003420*----------------------------------------------------------------
003430* 2400-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
003440*----------------------------------------------------------------
003450 2400-READ-TRANS.
003460     READ CALENDAR-TRANS-IN
003470         AT END
003480             SET END-OF-TRANS-FILE TO TRUE
003490     END-READ.
003500 2400-READ-TRANS-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------
003530* 9999-FINALIZE - PRINT END-OF-JOB TOTALS AND CLOSE THE FILES.
003540*----------------------------------------------------------------
003550 9999-FINALIZE.
003560     DISPLAY '------------ PROG075 - TOTAIS ------------'.
003570     DISPLAY 'INCLUSOES.... ' WRK-ADD-COUNT.
003580     DISPLAY 'ALTERACOES... ' WRK-CHANGE-COUNT.
003590     DISPLAY 'EXCLUSOES.... ' WRK-DELETE-COUNT.
003600     DISPLAY 'REJEITADAS... ' WRK-REJECT-COUNT.
003610     CLOSE CALENDAR-TRANS-IN.
003620     CLOSE CALENDAR-MASTER.
003630     CLOSE CALENDAR-RPT.
003640 9999-FINALIZE-EXIT.
003650     EXIT.
