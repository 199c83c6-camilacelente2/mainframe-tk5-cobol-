000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG068.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - POSITION REQUISITION AGING REPORT. READS
000090*    REQUISITION-MASTER IN KEY ORDER AND LISTS EVERY ABERTA
000100*    REQUISITION OPENED MORE THAN THE LIMIT NUMBER OF DAYS AGO
000110*    (ACCEPTED AT THE START OF THE RUN, BLANK = 30), WITH ITS
000120*    POSITIONS STILL UNFILLED, ITS APPROVER AND ITS AGE IN
000130*    CALENDAR DAYS, SO THE MANAGERS CAN CHASE THE HIRE OR
000140*    CANCEL THE REQUISITION THROUGH PROG067. THE RUN ENDS WITH
000150*    A NON-ZERO RETURN CODE WHEN ANY REQUISITION IS LISTED.
000160*    MODELED ON PROG063'S OVERDUE-RETURN MONITOR.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* 2026-10-15  RM  ORIGINAL PROGRAM.
000210*----------------------------------------------------------------
000220 ENVIRONMENT                     DIVISION.
000230 CONFIGURATION                   SECTION.
000240 SOURCE-COMPUTER.                IBM-370.
000250 OBJECT-COMPUTER.                IBM-370.
000260 INPUT-OUTPUT                    SECTION.
000270 FILE-CONTROL.
000280     SELECT REQUISITION-MASTER   ASSIGN TO REQSMAST
000290                                 ORGANIZATION IS INDEXED
000300                                 ACCESS MODE IS DYNAMIC
000310                                 RECORD KEY IS REQ-NUMERO
000320                                 FILE STATUS IS WS-REQ-STATUS.
000330     SELECT AGING-RPT            ASSIGN TO REQSAGE
000340                                 ORGANIZATION IS SEQUENTIAL
000350                                 FILE STATUS IS WS-RPT-STATUS.
000360 DATA                            DIVISION.
000370 FILE                            SECTION.
000380 FD  REQUISITION-MASTER
000390     LABEL RECORDS ARE STANDARD.
000400     COPY REQSMAST.
000410 FD  AGING-RPT
000420     LABEL RECORDS ARE STANDARD
000430     RECORD CONTAINS 132 CHARACTERS.
000440 01  RPT-LINE                    PIC X(132).
000450 WORKING-STORAGE                 SECTION.
000460 01  HEADING-LINE-1.
000470     05  FILLER                  PIC X(44)
000480             VALUE 'REQUISICOES DE VAGA EM ABERTO - PROG068'.
000490     05  FILLER                  PIC X(10) VALUE 'POSICAO '.
000500     05  HDR-DATA                PIC X(08).
000510     05  FILLER                  PIC X(04) VALUE SPACES.
000520     05  FILLER                  PIC X(13) VALUE 'LIMITE DIAS '.
000530     05  HDR-LIMITE              PIC ZZ9.
000540     05  FILLER                  PIC X(50) VALUE SPACES.
000550 01  HEADING-LINE-2.
000560     05  FILLER                  PIC X(08) VALUE 'NUMERO'.
000570     05  FILLER                  PIC X(09) VALUE 'EMPRESA'.
000580     05  FILLER                  PIC X(17) VALUE 'DEPARTAMENTO'.
000590     05  FILLER                  PIC X(07) VALUE 'VAGAS'.
000600     05  FILLER                  PIC X(09) VALUE 'PREENCH'.
000610     05  FILLER                  PIC X(08) VALUE 'ABERTAS'.
000620     05  FILLER                  PIC X(10) VALUE 'APROVADOR'.
000630     05  FILLER                  PIC X(10) VALUE 'ABERTURA'.
000640     05  FILLER                  PIC X(06) VALUE 'DIAS'.
000650     05  FILLER                  PIC X(48) VALUE SPACES.
000660 01  DETAIL-LINE.
000670     05  DTL-NUMERO              PIC 9(06).
000680     05  FILLER                  PIC X(02) VALUE SPACES.
000690     05  DTL-EMPRESA             PIC X(05).
000700     05  FILLER                  PIC X(04) VALUE SPACES.
000710     05  DTL-DEPTO               PIC X(15).
000720     05  FILLER                  PIC X(02) VALUE SPACES.
000730     05  DTL-VAGAS               PIC ZZ9.
000740     05  FILLER                  PIC X(04) VALUE SPACES.
000750     05  DTL-PREENCHIDAS         PIC ZZ9.
000760     05  FILLER                  PIC X(06) VALUE SPACES.
000770     05  DTL-ABERTAS             PIC ZZ9.
000780     05  FILLER                  PIC X(05) VALUE SPACES.
000790     05  DTL-APROVADOR           PIC X(08).
000800     05  FILLER                  PIC X(02) VALUE SPACES.
000810     05  DTL-DATA-ABERTURA       PIC X(08).
000820     05  FILLER                  PIC X(02) VALUE SPACES.
000830     05  DTL-DIAS                PIC ZZZZ9.
000840     05  FILLER                  PIC X(49) VALUE SPACES.
000850 01  NONE-LINE.
000860     05  FILLER                  PIC X(44)
000870             VALUE 'NENHUMA REQUISICAO ACIMA DO LIMITE'.
000880     05  FILLER                  PIC X(88) VALUE SPACES.
000890 01  DATE-EDIT-AREA.
000900     05  EDT-DATA                PIC X(08).
000910     05  EDT-DATA-R              REDEFINES EDT-DATA.
000920         10  EDT-ANO             PIC 9(04).
000930         10  EDT-MES             PIC 9(02).
000940         10  EDT-DIA             PIC 9(02).
000950 01  DAYS-BEFORE-MONTH-VALUES.
000960     05  FILLER                  PIC X(36)
000970             VALUE '000031059090120151181212243273304334'.
000980 01  DAYS-BEFORE-MONTH-TABLE REDEFINES DAYS-BEFORE-MONTH-VALUES.
000990     05  DBM-DIAS                PIC 9(03) OCCURS 12 TIMES.
001000 77  WS-REQ-STATUS               PIC X(02)  VALUE SPACES.
001010     88  REQ-STATUS-OK                      VALUE '00'.
001020     88  REQ-STATUS-EOF                     VALUE '10'.
001030     88  REQ-STATUS-NEW-FILE                VALUE '35'.
001040 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001050     88  RPT-STATUS-OK                      VALUE '00'.
001060 77  WRK-REQ-FILE-SWITCH         PIC X(01)  VALUE 'Y'.
001070     88  REQS-FILE-IS-OPEN                  VALUE 'Y'.
001080     88  REQS-FILE-IS-MISSING               VALUE 'N'.
001090 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001100     88  END-OF-REQS-FILE                   VALUE 'Y'.
001110 77  WRK-LIMITE-IN               PIC X(03)  VALUE SPACES.
001120 77  WRK-LIMITE                  PIC 9(03)  VALUE 30.
001130 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
001140 77  WRK-DIA-HOJE                PIC 9(07)  COMP VALUE ZERO.
001150 77  WRK-DIA-ABSOLUTO            PIC 9(07)  COMP VALUE ZERO.
001160 77  WRK-DIAS                    PIC 9(05)  COMP VALUE ZERO.
001170 77  WRK-ANOS                    PIC 9(04)  COMP VALUE ZERO.
001180 77  WRK-QUOCIENTE               PIC 9(04)  COMP VALUE ZERO.
001190 77  WRK-RESTO                   PIC 9(04)  COMP VALUE ZERO.
001200 77  WRK-BISSEXTO-SWITCH         PIC X(01)  VALUE 'N'.
001210     88  ANO-IS-BISSEXTO                    VALUE 'Y'.
001220     88  ANO-NOT-BISSEXTO                   VALUE 'N'.
001230 77  WRK-ABERTA-COUNT            PIC 9(06)  COMP VALUE ZERO.
001240 77  WRK-VAGAS-COUNT             PIC 9(06)  COMP VALUE ZERO.
001250 77  WRK-ATRASO-COUNT            PIC 9(06)  COMP VALUE ZERO.
001260 PROCEDURE                       DIVISION.
001270*----------------------------------------------------------------
001280* 0000-MAINLINE
001290*----------------------------------------------------------------
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001320     PERFORM 2000-CHECK-REQS     THRU 2000-CHECK-REQS-EXIT
001330         UNTIL END-OF-REQS-FILE.
001340     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001350     IF WRK-ATRASO-COUNT > ZERO
001360         MOVE 4 TO RETURN-CODE
001370     END-IF.
001380     STOP RUN.
001390*----------------------------------------------------------------
001400* 1000-INITIALIZE - ACCEPT THE LIMIT IN DAYS (BLANK KEEPS THE
001410*    DEFAULT), OPEN THE FILES, PRINT THE HEADINGS AND READ THE
001420*    FIRST REQUISITION. NO REQUISITION-MASTER YET MEANS NO
001430*    REQUISITIONS.
001440*----------------------------------------------------------------
001450 1000-INITIALIZE.
001460     ACCEPT WRK-LIMITE-IN.
001470     IF WRK-LIMITE-IN NOT = SPACES
001480         AND WRK-LIMITE-IN NUMERIC
001490         MOVE WRK-LIMITE-IN      TO WRK-LIMITE
001500     END-IF.
001510     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
001520     MOVE WRK-DATA-HOJE          TO EDT-DATA.
001530     PERFORM 2500-DIA-ABSOLUTO   THRU 2500-DIA-ABSOLUTO-EXIT.
001540     MOVE WRK-DIA-ABSOLUTO       TO WRK-DIA-HOJE.
001550     MOVE WRK-DATA-HOJE          TO HDR-DATA.
001560     MOVE WRK-LIMITE             TO HDR-LIMITE.
001570     OPEN OUTPUT AGING-RPT.
001580     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
001590     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
001600     OPEN INPUT  REQUISITION-MASTER.
001610     IF REQ-STATUS-NEW-FILE
001620         SET REQS-FILE-IS-MISSING TO TRUE
001630         SET END-OF-REQS-FILE    TO TRUE
001640         GO TO 1000-INITIALIZE-EXIT
001650     END-IF.
001660     PERFORM 2100-READ-REQS      THRU 2100-READ-REQS-EXIT.
001670 1000-INITIALIZE-EXIT.
001680     EXIT.
001690*----------------------------------------------------------------
001700* 2000-CHECK-REQS - LIST THE CURRENT REQUISITION WHEN IT IS
001710*    ABERTA AND OLDER THAN THE LIMIT, THEN READ THE NEXT ONE.
001720*----------------------------------------------------------------
001730 2000-CHECK-REQS.
001740     IF NOT REQ-IS-ABERTA
001750         GO TO 2000-CHECK-REQS-READ
001760     END-IF.
001770     ADD 1 TO WRK-ABERTA-COUNT.
001780     ADD REQ-VAGAS               TO WRK-VAGAS-COUNT.
001790     SUBTRACT REQ-PREENCHIDAS    FROM WRK-VAGAS-COUNT.
001800     MOVE REQ-DATA-ABERTURA      TO EDT-DATA.
001810     IF EDT-DATA NOT NUMERIC
001820         OR EDT-MES < 1 OR EDT-MES > 12
001830         MOVE ZERO               TO WRK-DIAS
001840     ELSE
001850         PERFORM 2500-DIA-ABSOLUTO
001860                                THRU 2500-DIA-ABSOLUTO-EXIT
001870         IF WRK-DIA-ABSOLUTO > WRK-DIA-HOJE
001880             MOVE ZERO           TO WRK-DIAS
001890         ELSE
001900             COMPUTE WRK-DIAS = WRK-DIA-HOJE - WRK-DIA-ABSOLUTO
001910         END-IF
001920     END-IF.
001930     IF WRK-DIAS NOT > WRK-LIMITE
001940         GO TO 2000-CHECK-REQS-READ
001950     END-IF.
001960     MOVE SPACES                 TO DETAIL-LINE.
001970     MOVE REQ-NUMERO             TO DTL-NUMERO.
001980     MOVE REQ-EMPRESA            TO DTL-EMPRESA.
001990     MOVE REQ-DEPTO              TO DTL-DEPTO.
002000     MOVE REQ-VAGAS              TO DTL-VAGAS.
002010     MOVE REQ-PREENCHIDAS        TO DTL-PREENCHIDAS.
002020     COMPUTE DTL-ABERTAS = REQ-VAGAS - REQ-PREENCHIDAS.
002030     MOVE REQ-APROVADOR          TO DTL-APROVADOR.
002040     MOVE REQ-DATA-ABERTURA      TO DTL-DATA-ABERTURA.
002050     MOVE WRK-DIAS               TO DTL-DIAS.
002060     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
002070     ADD 1 TO WRK-ATRASO-COUNT.
002080 2000-CHECK-REQS-READ.
002090     PERFORM 2100-READ-REQS      THRU 2100-READ-REQS-EXIT.
002100 2000-CHECK-REQS-EXIT.
002110     EXIT.
002120*----------------------------------------------------------------
002130* 2100-READ-REQS - READ THE NEXT REQUISITION-MASTER RECORD IN
002140*    KEY ORDER.
002150*----------------------------------------------------------------
002160 2100-READ-REQS.
002170     READ REQUISITION-MASTER NEXT RECORD
002180         AT END
002190             SET END-OF-REQS-FILE TO TRUE
002200     END-READ.
002210 2100-READ-REQS-EXIT.
002220     EXIT.
002230*----------------------------------------------------------------
002240* 2500-DIA-ABSOLUTO - TURN THE YYYYMMDD DATE IN EDT-DATA INTO A
002250*    RUNNING DAY NUMBER IN WRK-DIA-ABSOLUTO (DAYS SINCE THE
002260*    START OF THE GREGORIAN COUNT), SO THE AGE OF A REQUISITION
002270*    IS THE DIFFERENCE OF TWO DAY NUMBERS.
002280*----------------------------------------------------------------
002290 2500-DIA-ABSOLUTO.
002300     COMPUTE WRK-ANOS = EDT-ANO - 1.
002310     COMPUTE WRK-DIA-ABSOLUTO = WRK-ANOS * 365
002320                              + DBM-DIAS (EDT-MES) + EDT-DIA.
002330     DIVIDE WRK-ANOS BY 4 GIVING WRK-QUOCIENTE.
002340     ADD WRK-QUOCIENTE           TO WRK-DIA-ABSOLUTO.
002350     DIVIDE WRK-ANOS BY 100 GIVING WRK-QUOCIENTE.
002360     SUBTRACT WRK-QUOCIENTE      FROM WRK-DIA-ABSOLUTO.
002370     DIVIDE WRK-ANOS BY 400 GIVING WRK-QUOCIENTE.
002380     ADD WRK-QUOCIENTE           TO WRK-DIA-ABSOLUTO.
002390     SET ANO-NOT-BISSEXTO        TO TRUE.
002400     DIVIDE EDT-ANO BY 4 GIVING WRK-QUOCIENTE
002410                                 REMAINDER WRK-RESTO.
002420     IF WRK-RESTO = ZERO
002430         SET ANO-IS-BISSEXTO     TO TRUE
002440         DIVIDE EDT-ANO BY 100 GIVING WRK-QUOCIENTE
002450                                 REMAINDER WRK-RESTO
002460         IF WRK-RESTO = ZERO
002470             SET ANO-NOT-BISSEXTO TO TRUE
002480             DIVIDE EDT-ANO BY 400 GIVING WRK-QUOCIENTE
002490                                 REMAINDER WRK-RESTO
002500             IF WRK-RESTO = ZERO
002510                 SET ANO-IS-BISSEXTO TO TRUE
002520             END-IF
002530         END-IF
002540     END-IF.
002550     IF ANO-IS-BISSEXTO AND EDT-MES > 2
002560         ADD 1                   TO WRK-DIA-ABSOLUTO
002570     END-IF.
002580 2500-DIA-ABSOLUTO-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610* 9999-FINALIZE - PRINT THE RUN TOTALS AND CLOSE THE FILES.
002620*----------------------------------------------------------------
002630 9999-FINALIZE.
002640     IF WRK-ATRASO-COUNT = ZERO
002650         WRITE RPT-LINE FROM NONE-LINE AFTER ADVANCING 1 LINE
002660     END-IF.
002670     DISPLAY '------------ PROG068 - TOTAIS ------------'.
002680     DISPLAY 'REQUISICOES ABERTAS.. ' WRK-ABERTA-COUNT.
002690     DISPLAY 'VAGAS EM ABERTO...... ' WRK-VAGAS-COUNT.
002700     DISPLAY 'ACIMA DO LIMITE...... ' WRK-ATRASO-COUNT.
002710     CLOSE AGING-RPT.
002720     IF REQS-FILE-IS-OPEN
002730         CLOSE REQUISITION-MASTER
002740     END-IF.
002750 9999-FINALIZE-EXIT.
002760     EXIT.
