000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG063.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - DAILY RETURN-TO-WORK MONITOR. READS
000090*    LEAVE-MASTER IN KEY ORDER AND LISTS EVERY OPEN LEAVE WHOSE
000100*    EXPECTED RETURN DATE HAS PASSED WITHOUT A RETURN BEING
000110*    RECORDED THROUGH PROG062, WITH THE EMPLOYEE'S COMPANY AND
000120*    DEPARTMENT FROM EMPLOYEE-MASTER, SO THE DEPARTMENT CAN
000130*    CHASE THE RETURN OR THE EXTENSION. AN OPEN LEAVE OF AN
000140*    EMPLOYEE NO LONGER AFASTADO (TERMINATED OR MERGED WHILE
000150*    AWAY) IS NOT LISTED. THE RUN ENDS WITH A NON-ZERO RETURN
000160*    CODE WHEN ANY RETURN IS OVERDUE.
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
000280     SELECT LEAVE-MASTER         ASSIGN TO LEAVMAST
000290                                 ORGANIZATION IS INDEXED
000300                                 ACCESS MODE IS DYNAMIC
000310                                 RECORD KEY IS LVE-CHAVE
000320                                 FILE STATUS IS WS-LVE-STATUS.
000330     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000340                                 ORGANIZATION IS INDEXED
000350                                 ACCESS MODE IS DYNAMIC
000360                                 RECORD KEY IS EMP-MATRICULA
000370                                 ALTERNATE RECORD KEY IS EMP-NOME
000380                                     WITH DUPLICATES
000390                                 FILE STATUS IS WS-EMP-STATUS.
000400     SELECT OVERDUE-RPT          ASSIGN TO LEAVATRS
000410                                 ORGANIZATION IS SEQUENTIAL
000420                                 FILE STATUS IS WS-RPT-STATUS.
000430 DATA                            DIVISION.
000440 FILE                            SECTION.
000450 FD  LEAVE-MASTER
000460     LABEL RECORDS ARE STANDARD.
000470     COPY LEAVMAST.
000480 FD  EMPLOYEE-MASTER
000490     LABEL RECORDS ARE STANDARD.
000500     COPY EMPMAST.
000510 FD  OVERDUE-RPT
000520     LABEL RECORDS ARE STANDARD
000530     RECORD CONTAINS 132 CHARACTERS.
000540 01  RPT-LINE                    PIC X(132).
000550 WORKING-STORAGE                 SECTION.
000560 01  HEADING-LINE-1.
000570     05  FILLER                  PIC X(44)
000580             VALUE 'RETORNOS DE AFASTAMENTO VENCIDOS - PROG063'.
000590     05  FILLER                  PIC X(10) VALUE 'POSICAO '.
000600     05  HDR-DATA                PIC X(08).
000610     05  FILLER                  PIC X(70) VALUE SPACES.
000620 01  HEADING-LINE-2.
000630     05  FILLER                  PIC X(10) VALUE 'MATRICULA '.
000640     05  FILLER                  PIC X(32) VALUE 'NOME'.
000650     05  FILLER                  PIC X(17) VALUE 'EMPRESA'.
000660     05  FILLER                  PIC X(17) VALUE 'DEPARTAMENTO'.
000670     05  FILLER                  PIC X(06) VALUE 'TIPO'.
000680     05  FILLER                  PIC X(10) VALUE 'INICIO'.
000690     05  FILLER                  PIC X(10) VALUE 'PREVISTA'.
000700     05  FILLER                  PIC X(30) VALUE SPACES.
000710 01  DETAIL-LINE.
000720     05  DTL-MATRICULA           PIC 9(06).
000730     05  FILLER                  PIC X(04) VALUE SPACES.
000740     05  DTL-NOME                PIC X(30).
000750     05  FILLER                  PIC X(02) VALUE SPACES.
000760     05  DTL-EMPRESA             PIC X(15).
000770     05  FILLER                  PIC X(02) VALUE SPACES.
000780     05  DTL-DEPTO               PIC X(15).
000790     05  FILLER                  PIC X(02) VALUE SPACES.
000800     05  DTL-TIPO                PIC X(01).
000810     05  FILLER                  PIC X(05) VALUE SPACES.
000820     05  DTL-DATA-INICIO         PIC X(08).
000830     05  FILLER                  PIC X(02) VALUE SPACES.
000840     05  DTL-DATA-PREVISTA       PIC X(08).
000850     05  FILLER                  PIC X(32) VALUE SPACES.
000860 01  NONE-LINE.
000870     05  FILLER                  PIC X(44)
000880             VALUE 'NENHUM RETORNO VENCIDO'.
000890     05  FILLER                  PIC X(88) VALUE SPACES.
000900 77  WS-LVE-STATUS               PIC X(02)  VALUE SPACES.
000910     88  LVE-STATUS-OK                      VALUE '00'.
000920     88  LVE-STATUS-EOF                     VALUE '10'.
000930     88  LVE-STATUS-NEW-FILE                VALUE '35'.
000940 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
000950     88  EMP-STATUS-OK                      VALUE '00'.
000960     88  EMP-STATUS-NOT-FOUND               VALUE '23'.
000970 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
000980     88  RPT-STATUS-OK                      VALUE '00'.
000990 77  WRK-LVE-FILE-SWITCH         PIC X(01)  VALUE 'Y'.
001000     88  LEAVE-FILE-IS-OPEN                 VALUE 'Y'.
001010     88  LEAVE-FILE-IS-MISSING              VALUE 'N'.
001020 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001030     88  END-OF-LEAVE-FILE                  VALUE 'Y'.
001040 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
001050 77  WRK-ABERTO-COUNT            PIC 9(06)  COMP VALUE ZERO.
001060 77  WRK-VENCIDO-COUNT           PIC 9(06)  COMP VALUE ZERO.
001070 PROCEDURE                       DIVISION.
001080*----------------------------------------------------------------
001090* 0000-MAINLINE
001100*----------------------------------------------------------------
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001130     PERFORM 2000-CHECK-LEAVE    THRU 2000-CHECK-LEAVE-EXIT
001140         UNTIL END-OF-LEAVE-FILE.
001150     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001160     IF WRK-VENCIDO-COUNT > ZERO
001170         MOVE 4 TO RETURN-CODE
001180     END-IF.
001190     STOP RUN.
001200*----------------------------------------------------------------
001210* 1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADINGS AND READ
001220*    THE FIRST LEAVE. NO LEAVE-MASTER YET MEANS NO LEAVES.
001230*----------------------------------------------------------------
001240 1000-INITIALIZE.
001250     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
001260     MOVE WRK-DATA-HOJE          TO HDR-DATA.
001270     OPEN OUTPUT OVERDUE-RPT.
001280     OPEN INPUT  EMPLOYEE-MASTER.
001290     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
001300     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
001310     OPEN INPUT  LEAVE-MASTER.
001320     IF LVE-STATUS-NEW-FILE
001330         SET LEAVE-FILE-IS-MISSING TO TRUE
001340         SET END-OF-LEAVE-FILE   TO TRUE
001350         GO TO 1000-INITIALIZE-EXIT
001360     END-IF.
001370     PERFORM 2100-READ-LEAVE     THRU 2100-READ-LEAVE-EXIT.
001380 1000-INITIALIZE-EXIT.
001390     EXIT.
001400*----------------------------------------------------------------
001410* 2000-CHECK-LEAVE - LIST THE CURRENT LEAVE WHEN IT IS OPEN,
001420*    PAST ITS EXPECTED RETURN AND THE EMPLOYEE IS STILL
001430*    AFASTADO, THEN READ THE NEXT ONE.
001440*----------------------------------------------------------------
001450 2000-CHECK-LEAVE.
001460     IF NOT LVE-IS-ABERTO
001470         GO TO 2000-CHECK-LEAVE-READ
001480     END-IF.
001490     MOVE LVE-MATRICULA          TO EMP-MATRICULA.
001500     READ EMPLOYEE-MASTER
001510         INVALID KEY
001520             GO TO 2000-CHECK-LEAVE-READ
001530     END-READ.
001540     IF NOT EMP-IS-AFASTADO
001550         GO TO 2000-CHECK-LEAVE-READ
001560     END-IF.
001570     ADD 1 TO WRK-ABERTO-COUNT.
001580     IF LVE-DATA-PREVISTA NOT < WRK-DATA-HOJE
001590         GO TO 2000-CHECK-LEAVE-READ
001600     END-IF.
001610     MOVE SPACES                 TO DETAIL-LINE.
001620     MOVE LVE-MATRICULA          TO DTL-MATRICULA.
001630     MOVE EMP-NOME               TO DTL-NOME.
001640     MOVE EMP-EMPRESA            TO DTL-EMPRESA.
001650     MOVE EMP-DEPTO              TO DTL-DEPTO.
001660     MOVE LVE-TIPO               TO DTL-TIPO.
001670     MOVE LVE-DATA-INICIO        TO DTL-DATA-INICIO.
001680     MOVE LVE-DATA-PREVISTA      TO DTL-DATA-PREVISTA.
001690     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
001700     ADD 1 TO WRK-VENCIDO-COUNT.
001710 2000-CHECK-LEAVE-READ.
001720     PERFORM 2100-READ-LEAVE     THRU 2100-READ-LEAVE-EXIT.
001730 2000-CHECK-LEAVE-EXIT.
001740     EXIT.
001750*----------------------------------------------------------------
001760* 2100-READ-LEAVE - READ THE NEXT LEAVE-MASTER RECORD IN KEY
001770*    ORDER.
001780*----------------------------------------------------------------
001790 2100-READ-LEAVE.
001800     READ LEAVE-MASTER NEXT RECORD
001810         AT END
001820             SET END-OF-LEAVE-FILE TO TRUE
001830     END-READ.
001840 2100-READ-LEAVE-EXIT.
001850     EXIT.
001860*----------------------------------------------------------------
001870* 9999-FINALIZE - PRINT THE RUN TOTALS AND CLOSE THE FILES.
001880*----------------------------------------------------------------
001890 9999-FINALIZE.
001900     IF WRK-VENCIDO-COUNT = ZERO
001910         WRITE RPT-LINE FROM NONE-LINE AFTER ADVANCING 1 LINE
001920     END-IF.
001930     DISPLAY '------------ PROG063 - TOTAIS ------------'.
001940     DISPLAY 'AFASTADOS..... ' WRK-ABERTO-COUNT.
001950     DISPLAY 'VENCIDOS...... ' WRK-VENCIDO-COUNT.
001960     CLOSE EMPLOYEE-MASTER.
001970     CLOSE OVERDUE-RPT.
001980     IF LEAVE-FILE-IS-OPEN
001990         CLOSE LEAVE-MASTER
002000     END-IF.
002010 9999-FINALIZE-EXIT.
002020     EXIT.
