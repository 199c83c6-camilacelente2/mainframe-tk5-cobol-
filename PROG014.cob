000110*    WITH A COUNT PER MISSING COMPANY, AND THE RUN ENDS WITH A
000120*    NON-ZERO RETURN-CODE WHEN ANY ORPHAN WAS FOUND SO THE
000130*    NIGHTLY JOB STREAM CAN FLAG IT, LIKE PROG007 AND PROG010
000140*    DO ON REJECTS. EACH COMPANY'S ORPHANS ARE ALSO WRITTEN TO
000142*    THE DISTRIBUTION EXTRACT FOR PROG078 WHEN DISTEXT IS
000144*    ALLOCATED.
000150*----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*----------------------------------------------------------------
000250*                 COMPMAST) AND EMP-EMPRESA CARRIES THE
000260*                 CODE - AN INATIVA COMPANY IS REFUSED
000270*                 ON NEW WORK.
000272* 2026-10-15  RM  CARRY THE ADMISSION DATE AND COMPENSATION
000274*                 FIELDS THROUGH THE SORT RECORD, WHICH MUST
000276*                 MIRROR THE MASTER BYTE FOR BYTE.
000277* 2026-10-15  RM  WRITE EACH COMPANY'S ORPHAN LINES, UNDER THE
000278*                 REPORT HEADINGS, TO THE DISTRIBUTION EXTRACT
000279*                 (DISTEXT) FOR PROG078. WITHOUT DISTEXT THE RUN
000280*                 IS AS BEFORE.
000281*----------------------------------------------------------------
000290 ENVIRONMENT                     DIVISION.
000300 CONFIGURATION                   SECTION.
000310 SOURCE-COMPUTER.                IBM-370.
000480     SELECT RECON-RPT            ASSIGN TO RECONRPT
000490                                 ORGANIZATION IS SEQUENTIAL
000500                                 FILE STATUS IS WS-RPT-STATUS.
000502     SELECT DIST-EXTRACT         ASSIGN TO DISTEXT
000504                                 ORGANIZATION IS SEQUENTIAL
000506                                 FILE STATUS IS WS-DSX-STATUS.
000510 DATA                            DIVISION.
000520 FILE                            SECTION.
000530 FD  EMPLOYEE-MASTER
000690         88  SRT-IS-FUNDIDO                  VALUE 'M'.
000700     05  SRT-DATA-DESLIGAMENTO   PIC X(08).
000710     05  SRT-MATRICULA-DESTINO   PIC 9(06).
000712     05  SRT-DATA-ADMISSAO       PIC X(08).
000714     05  SRT-SALARIO-BASE        PIC 9(08)V99.
000716     05  SRT-FAIXA-SALARIAL      PIC X(03).
000718     05  SRT-DATA-SALARIO        PIC X(08).
000720 FD  RECON-RPT
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 132 CHARACTERS.
000750 01  RPT-LINE                    PIC X(132).
000752 FD  DIST-EXTRACT
000754     LABEL RECORDS ARE STANDARD.
000756     COPY DISTEXTR.
000760 WORKING-STORAGE                 SECTION.
000770 01  HEADING-LINE-1.
000780     05  FILLER                  PIC X(50)
000840     05  FILLER                  PIC X(17)
000850             VALUE 'EMPRESA AUSENTE'.
000860     05  FILLER                  PIC X(73) VALUE SPACES.
000865 01  WRK-DX-LINHA                PIC X(132) VALUE SPACES.
000870 01  DETAIL-LINE.
000880     05  FILLER                  PIC X(02) VALUE SPACES.
000890     05  DTL-MATRICULA           PIC 9(06).
001130     88  CO-STATUS-NOT-FOUND                VALUE '23'.
001140 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001150     88  RPT-STATUS-OK                      VALUE '00'.
001151 77  WS-DSX-STATUS               PIC X(02)  VALUE SPACES.
001152     88  DSX-STATUS-OK                      VALUE '00'.
001153 77  WRK-DIST-SWITCH             PIC X(01)  VALUE 'N'.
001154     88  DIST-IS-ON                         VALUE 'Y'.
001155 77  WRK-DIST-SEQ                PIC 9(07)  COMP VALUE ZERO.
001156 77  WRK-DX-EMPRESA              PIC X(15)  VALUE SPACES.
001157 77  WRK-DX-CONTROLE             PIC X(01)  VALUE SPACES.
001158 77  WRK-DX-HEADED-SWITCH        PIC X(01)  VALUE 'N'.
001159     88  DX-COMPANY-IS-HEADED               VALUE 'Y'.
001160 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
001161 77  WRK-SORT-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001170     88  END-OF-SORT-WORK                   VALUE 'Y'.
001180 77  WRK-EMPRESA-SWITCH          PIC X(01)  VALUE 'N'.
001190     88  EMPRESA-IS-VALID                   VALUE 'Y'.
001260*----------------------------------------------------------------
001270* 0000-MAINLINE - SORT EMPLOYEE-MASTER BY COMPANY SO EACH
001280*    COMPANY IS LOOKED UP ON COMPANY-MASTER ONLY ONCE, AND
001290*    DRIVE THE EXCEPTION REPORT FROM THE SORTED OUTPUT. THE
001292*    DISTRIBUTION EXTRACT IS OPTIONAL - IF DISTEXT WILL NOT
001294*    OPEN NOTHING IS EXTRACTED.
001300*----------------------------------------------------------------
001310 0000-MAINLINE.
001320     OPEN INPUT  COMPANY-MASTER.
001330     OPEN OUTPUT RECON-RPT.
001331     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
001332     OPEN OUTPUT DIST-EXTRACT.
001333     IF DSX-STATUS-OK
001334         SET DIST-IS-ON          TO TRUE
001335     END-IF.
001340     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
001350     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
001360     SORT SORT-WORK
001400                          THRU 3000-CHECK-EMPLOYEES-EXIT.
001410     CLOSE COMPANY-MASTER.
001420     CLOSE RECON-RPT.
001422     IF DIST-IS-ON
001424         CLOSE DIST-EXTRACT
001426     END-IF.
001430     DISPLAY '------------ PROG014 - TOTAIS ------------'.
001440     DISPLAY 'FUNCIONARIOS LIDOS.... ' WRK-EMP-COUNT.
001450     DISPLAY 'ORFAOS ENCONTRADOS.... ' WRK-TOTAL-ORPHANS.
001730*----------------------------------------------------------------
001740* 3200-PROCESS-RECORD - ON A COMPANY CHANGE, TOTAL THE PRIOR
001750*    COMPANY'S ORPHANS AND LOOK THE NEW COMPANY UP ONCE. PRINT
001760*    A DETAIL LINE FOR EACH EMPLOYEE OF A MISSING COMPANY. THE
001762*    COMPANY'S FIRST ORPHAN ALSO PUTS THE REPORT HEADINGS ON
001764*    THE EXTRACT, SO ITS SECTION STANDS ON ITS OWN.
001770*----------------------------------------------------------------
001780 3200-PROCESS-RECORD.
001790     IF SRT-IS-DESLIGADO OR SRT-IS-FUNDIDO
001910         MOVE SRT-NOME           TO DTL-NOME
001920         MOVE SRT-EMPRESA        TO DTL-EMPRESA
001930         WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE
001931         IF NOT DX-COMPANY-IS-HEADED
001932             PERFORM 8400-EXTRACT-HEADINGS
001933                                THRU 8400-EXTRACT-HEADINGS-EXIT
001934         END-IF
001935         MOVE DETAIL-LINE        TO WRK-DX-LINHA
001936         MOVE '1'                TO WRK-DX-CONTROLE
001937         PERFORM 8500-EXTRACT-LINE
001938                                THRU 8500-EXTRACT-LINE-EXIT
001940         ADD 1 TO WRK-COMPANY-ORPHANS
001950         ADD 1 TO WRK-TOTAL-ORPHANS
001960     END-IF.
002080                                THRU 3500-COMPANY-COUNT-EXIT
002090     END-IF.
002100     MOVE SRT-EMPRESA            TO WRK-PRIOR-EMPRESA.
002102     MOVE SRT-EMPRESA            TO WRK-DX-EMPRESA.
002104     MOVE 'N'                    TO WRK-DX-HEADED-SWITCH.
002110     MOVE ZERO TO WRK-COMPANY-ORPHANS.
002120     MOVE SRT-EMPRESA            TO CO-CODIGO.
002130     READ COMPANY-MASTER
002270     MOVE WRK-COMPANY-ORPHANS    TO CNT-ORPHANS.
002280     WRITE RPT-LINE FROM COMPANY-COUNT-LINE
002290                                 AFTER ADVANCING 2 LINES.
002292     MOVE COMPANY-COUNT-LINE     TO WRK-DX-LINHA.
002294     MOVE '2'                    TO WRK-DX-CONTROLE.
002296     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
002300 3500-COMPANY-COUNT-EXIT.
002310     EXIT.
002320*----------------------------------------------------------------
002430     WRITE RPT-LINE FROM GRAND-TOTAL-LINE AFTER ADVANCING 2 LINES.
002440 3900-FINAL-TOTAL-EXIT.
002450     EXIT.
002460*----------------------------------------------------------------
002470* 8400-EXTRACT-HEADINGS - START THE COMPANY'S SECTION OF THE
002480*    EXTRACT ON A NEW PAGE UNDER THE REPORT HEADINGS.
002490*----------------------------------------------------------------
002500 8400-EXTRACT-HEADINGS.
002510     MOVE HEADING-LINE-1         TO WRK-DX-LINHA.
002520     MOVE 'P'                    TO WRK-DX-CONTROLE.
002530     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
002540     MOVE HEADING-LINE-2         TO WRK-DX-LINHA.
002550     MOVE '2'                    TO WRK-DX-CONTROLE.
002560     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
002570     SET DX-COMPANY-IS-HEADED    TO TRUE.
002580 8400-EXTRACT-HEADINGS-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610* 8500-EXTRACT-LINE - COPY THE LINE JUST PRINTED TO THE
002620*    DISTRIBUTION EXTRACT, TAGGED WITH ITS COMPANY, THE RUN
002630*    DATE, ITS PRINT SEQUENCE AND ITS SPACING.
002640*----------------------------------------------------------------
002650 8500-EXTRACT-LINE.
002660     IF NOT DIST-IS-ON
002670         GO TO 8500-EXTRACT-LINE-EXIT
002680     END-IF.
002690     ADD 1 TO WRK-DIST-SEQ.
002700     MOVE WRK-DX-EMPRESA         TO DX-EMPRESA.
002710     MOVE 'PROG014'              TO DX-RELATORIO.
002720     MOVE WRK-DATA-HOJE          TO DX-DATA-EXECUCAO.
002730     MOVE WRK-DIST-SEQ           TO DX-SEQUENCIA.
002740     MOVE WRK-DX-CONTROLE        TO DX-CONTROLE.
002750     MOVE WRK-DX-LINHA           TO DX-LINHA.
002760     WRITE DIST-EXTRACT-RECORD.
002770 8500-EXTRACT-LINE-EXIT.
002780     EXIT.
