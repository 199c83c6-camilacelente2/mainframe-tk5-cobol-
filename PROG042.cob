000120*    HEADCOUNT, FLAGGING THE ONES OVER BUDGET. ACTIVE EMPLOYEES
000130*    IN A DEPARTMENT NO LONGER ON DEPT-MASTER ARE COUNTED AS AN
000140*    EXCEPTION. THE RUN ENDS WITH A NON-ZERO RETURN CODE WHEN
000150*    ANY DEPARTMENT IS OVER ITS LOTACAO OR A COMPANY DID NOT FIT
000151*    THE COMPANY TABLE. WHEN DISTEXT IS ALLOCATED THE ACTIVE
000152*    EMPLOYEES ARE ALSO COUNTED BY COMPANY WITHIN DEPARTMENT AND
000154*    EACH COMPANY'S LINES ARE WRITTEN TO THE DISTRIBUTION EXTRACT
000156*    FOR PROG078.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-09-01  RM  ORIGINAL PROGRAM.
000191* 2026-10-15  RM  COUNT THE ACTIVE EMPLOYEES OF EACH COMPANY BY
000192*                 DEPARTMENT AND WRITE ONE SECTION PER COMPANY -
000193*                 ITS OWN HEADCOUNT NEXT TO THE DEPARTMENT'S
000194*                 AUTHORIZED AND TOTAL - TO THE DISTRIBUTION
000195*                 EXTRACT (DISTEXT) FOR PROG078. WITHOUT DISTEXT
000196*                 THE RUN IS AS BEFORE.
000197* 2026-10-15  RM  COMPANY TABLE RAISED TO 200 ENTRIES; A COMPANY
000198*                 LEFT OUT WHEN IT IS FULL ENDS THE RUN WITH
000199*                 RETURN CODE 4.
000200*----------------------------------------------------------------
000210 ENVIRONMENT                     DIVISION.
000220 CONFIGURATION                   SECTION.
000390     SELECT UTIL-RPT             ASSIGN TO UTILRPT
000400                                 ORGANIZATION IS SEQUENTIAL
000410                                 FILE STATUS IS WS-RPT-STATUS.
000412     SELECT DIST-EXTRACT         ASSIGN TO DISTEXT
000414                                 ORGANIZATION IS SEQUENTIAL
000416                                 FILE STATUS IS WS-DSX-STATUS.
000420 DATA                            DIVISION.
000430 FILE                            SECTION.
000440 FD  DEPT-MASTER
000510     LABEL RECORDS ARE STANDARD
000520     RECORD CONTAINS 132 CHARACTERS.
000530 01  RPT-LINE                    PIC X(132).
000532 FD  DIST-EXTRACT
000534     LABEL RECORDS ARE STANDARD.
000536     COPY DISTEXTR.
000540 WORKING-STORAGE                 SECTION.
000550 01  HEADING-LINE-1.
000560     05  FILLER                  PIC X(44)
000710     05  FILLER                  PIC X(02) VALUE SPACES.
000720     05  DTL-SITUACAO            PIC X(18).
000730     05  FILLER                  PIC X(72) VALUE SPACES.
000731 01  COMPANY-HEADING-LINE.
000732     05  FILLER                  PIC X(10) VALUE 'EMPRESA: '.
000733     05  CHL-EMPRESA             PIC X(15).
000734     05  FILLER                  PIC X(107) VALUE SPACES.
000735 01  COMPANY-HEADING-LINE-2.
000736     05  FILLER                  PIC X(17) VALUE 'DEPARTAMENTO'.
000737     05  FILLER                  PIC X(12) VALUE ' AUTORIZADA'.
000738     05  FILLER                  PIC X(12) VALUE ' ATIVOS DEP'.
000739     05  FILLER                  PIC X(12) VALUE '  DA EMPRESA'.
000740     05  FILLER                  PIC X(20)
000741             VALUE '  SITUACAO DEPTO'.
000742     05  FILLER                  PIC X(59) VALUE SPACES.
000743 01  COMPANY-DETAIL-LINE.
000744     05  CDL-DEPTO               PIC X(15).
000745     05  FILLER                  PIC X(02) VALUE SPACES.
000746     05  CDL-AUTORIZADA          PIC ZZZZZZZZZZ9.
000747     05  FILLER                  PIC X(01) VALUE SPACES.
000748     05  CDL-ATIVOS              PIC ZZZZZZZZZZ9.
000749     05  FILLER                  PIC X(01) VALUE SPACES.
000750     05  CDL-DA-EMPRESA          PIC ZZZZZZZZZZ9.
000751     05  FILLER                  PIC X(02) VALUE SPACES.
000752     05  CDL-SITUACAO            PIC X(18).
000753     05  FILLER                  PIC X(60) VALUE SPACES.
000754 01  WRK-DX-LINHA                PIC X(132) VALUE SPACES.
000755 01  DEPT-TABLE.
000756     05  DTB-ENTRY               OCCURS 100 TIMES.
000760         10  DTB-NOME            PIC X(15).
000770         10  DTB-AUTORIZADA      PIC 9(05).
000780         10  DTB-ATIVOS          PIC 9(05) COMP.
000781         10  DTB-SITUACAO        PIC X(18).
000782*    ONE ENTRY PER COMPANY, COUNTING ITS ACTIVE EMPLOYEES IN
000783*    EACH DEPT-TABLE SLOT AND IN NO DEPARTMENT ON FILE.
000784 01  COMPANY-TABLE.
000785     05  CTB-ENTRY               OCCURS 200 TIMES.
000786         10  CTB-EMPRESA         PIC X(15).
000787         10  CTB-SEM-DEPTO       PIC 9(05) COMP.
000788         10  CTB-ATIVOS          PIC 9(05) COMP OCCURS 100 TIMES.
000790 77  WS-DEPT-STATUS              PIC X(02)  VALUE SPACES.
000800     88  DEPT-STATUS-OK                     VALUE '00'.
000810     88  DEPT-STATUS-EOF                    VALUE '10'.
000940     88  DEPT-WAS-FOUND                     VALUE 'Y'.
000950 77  WRK-ORPHAN-COUNT            PIC 9(05)  COMP VALUE ZERO.
000960 77  WRK-EXCEED-COUNT            PIC 9(03)  COMP VALUE ZERO.
000961 77  WS-DSX-STATUS               PIC X(02)  VALUE SPACES.
000962     88  DSX-STATUS-OK                      VALUE '00'.
000963 77  WRK-DIST-SWITCH             PIC X(01)  VALUE 'N'.
000964     88  DIST-IS-ON                         VALUE 'Y'.
000965 77  WRK-DIST-SEQ                PIC 9(07)  COMP VALUE ZERO.
000966 77  WRK-DX-EMPRESA              PIC X(15)  VALUE SPACES.
000967 77  WRK-DX-CONTROLE             PIC X(01)  VALUE SPACES.
000968 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
000969 77  WRK-COMPANY-COUNT           PIC 9(03)  COMP VALUE ZERO.
000970 77  WRK-CX                      PIC 9(03)  COMP VALUE ZERO.
000971 77  WRK-SX                      PIC 9(03)  COMP VALUE ZERO.
000972 77  WRK-COMPANY-SWITCH          PIC X(01)  VALUE 'N'.
000973     88  COMPANY-WAS-FOUND                  VALUE 'Y'.
000974 77  WRK-OVERFLOW-SWITCH         PIC X(01)  VALUE 'N'.
000975     88  COMPANY-TABLE-OVERFLOWED           VALUE 'Y'.
000976 PROCEDURE                       DIVISION.
000980*----------------------------------------------------------------
000990* 0000-MAINLINE
001000*----------------------------------------------------------------
001040         UNTIL END-OF-MASTER-FILE.
001050     PERFORM 3000-PRINT-REPORT   THRU 3000-PRINT-REPORT-EXIT.
001060     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001070     IF WRK-EXCEED-COUNT > ZERO OR COMPANY-TABLE-OVERFLOWED
001080         MOVE 4 TO RETURN-CODE
001090     END-IF.
001100     STOP RUN.
001110*----------------------------------------------------------------
001120* 1000-INITIALIZE - OPEN THE FILES, LOAD DEPT-MASTER INTO THE
001130*    TABLE AND READ THE FIRST EMPLOYEE RECORD. THE DISTRIBUTION
001132*    EXTRACT IS OPTIONAL - IF DISTEXT WILL NOT OPEN NOTHING IS
001134*    COUNTED BY COMPANY OR EXTRACTED.
001140*----------------------------------------------------------------
001150 1000-INITIALIZE.
001160     OPEN INPUT  DEPT-MASTER.
001170     OPEN INPUT  EMPLOYEE-MASTER.
001180     OPEN OUTPUT UTIL-RPT.
001181     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
001182     OPEN OUTPUT DIST-EXTRACT.
001183     IF DSX-STATUS-OK
001184         SET DIST-IS-ON          TO TRUE
001185     END-IF.
001190     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
001200     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
001210     PERFORM 1100-LOAD-DEPT      THRU 1100-LOAD-DEPT-EXIT
001510     EXIT.
001520*----------------------------------------------------------------
001530* 2000-COUNT-EMPLOYEE - COUNT ONE ACTIVE EMPLOYEE INTO ITS
001540*    DEPARTMENT'S SLOT, AND INTO ITS COMPANY'S WHEN EXTRACTING,
001545*    THEN READ THE NEXT MASTER RECORD.
001550*----------------------------------------------------------------
001560 2000-COUNT-EMPLOYEE.
001570     IF EMP-IS-DESLIGADO OR EMP-IS-FUNDIDO
001640     IF NOT DEPT-WAS-FOUND
001650         ADD 1 TO WRK-ORPHAN-COUNT
001660     END-IF.
001662     IF DIST-IS-ON
001664         PERFORM 2300-COUNT-COMPANY
001666                                THRU 2300-COUNT-COMPANY-EXIT
001668     END-IF.
001670 2000-COUNT-EMPLOYEE-READ.
001680     PERFORM 2100-READ-MASTER    THRU 2100-READ-MASTER-EXIT.
001690 2000-COUNT-EMPLOYEE-EXIT.
001910     END-IF.
001920 2200-MATCH-DEPT-EXIT.
001930     EXIT.
001931*----------------------------------------------------------------
001932* 2300-COUNT-COMPANY - FIND (OR OPEN) THE EMPLOYEE'S COMPANY
001933*    ENTRY AND COUNT THE EMPLOYEE IN THE DEPARTMENT SLOT JUST
001934*    MATCHED, OR AS WITHOUT A DEPARTMENT ON FILE.
001935*----------------------------------------------------------------
001936 2300-COUNT-COMPANY.
001937     MOVE 'N'                    TO WRK-COMPANY-SWITCH.
001938     MOVE 1                      TO WRK-CX.
001939     PERFORM 2310-MATCH-COMPANY  THRU 2310-MATCH-COMPANY-EXIT
001940         UNTIL COMPANY-WAS-FOUND OR WRK-CX > WRK-COMPANY-COUNT.
001941     IF NOT COMPANY-WAS-FOUND
001942         IF WRK-COMPANY-COUNT < 200
001943             ADD 1 TO WRK-COMPANY-COUNT
001944             MOVE WRK-COMPANY-COUNT TO WRK-CX
001945             MOVE EMP-EMPRESA    TO CTB-EMPRESA (WRK-CX)
001946             MOVE ZERO           TO CTB-SEM-DEPTO (WRK-CX)
001947             MOVE 1              TO WRK-SX
001948             PERFORM 2320-CLEAR-COMPANY
001949                                THRU 2320-CLEAR-COMPANY-EXIT
001950                 UNTIL WRK-SX > 100
001951         ELSE
001952             IF NOT COMPANY-TABLE-OVERFLOWED
001953                 DISPLAY 'TABELA DE EMPRESAS CHEIA - ' EMP-EMPRESA
001954                 SET COMPANY-TABLE-OVERFLOWED TO TRUE
001955             END-IF
001956             GO TO 2300-COUNT-COMPANY-EXIT
001957         END-IF
001958     END-IF.
001959     IF DEPT-WAS-FOUND
001960         ADD 1 TO CTB-ATIVOS (WRK-CX, WRK-IX)
001961     ELSE
001962         ADD 1 TO CTB-SEM-DEPTO (WRK-CX)
001963     END-IF.
001964 2300-COUNT-COMPANY-EXIT.
001965     EXIT.
001966*----------------------------------------------------------------
001967* 2310-MATCH-COMPANY - MATCH THE EMPLOYEE'S COMPANY AGAINST ONE
001968*    COMPANY-TABLE ENTRY.
001969*----------------------------------------------------------------
001970 2310-MATCH-COMPANY.
001971     IF CTB-EMPRESA (WRK-CX) = EMP-EMPRESA
001972         SET COMPANY-WAS-FOUND   TO TRUE
001973     ELSE
001974         ADD 1 TO WRK-CX
001975     END-IF.
001976 2310-MATCH-COMPANY-EXIT.
001977     EXIT.
001978*----------------------------------------------------------------
001979* 2320-CLEAR-COMPANY - ZERO ONE DEPARTMENT SLOT OF A NEW
001980*    COMPANY ENTRY.
001981*----------------------------------------------------------------
001982 2320-CLEAR-COMPANY.
001983     MOVE ZERO                   TO CTB-ATIVOS (WRK-CX, WRK-SX).
001984     ADD 1 TO WRK-SX.
001985 2320-CLEAR-COMPANY-EXIT.
001986     EXIT.
001987*----------------------------------------------------------------
001988* 3000-PRINT-REPORT - PRINT ONE LINE PER DEPARTMENT, FLAGGING
001989*    THE ONES OVER THEIR AUTHORIZED HEADCOUNT, AND THE ORPHAN
001990*    EXCEPTION COUNT, THEN EACH COMPANY'S SECTION TO THE
001991*    DISTRIBUTION EXTRACT.
001992*----------------------------------------------------------------
001993 3000-PRINT-REPORT.
002000     MOVE 1                      TO WRK-IX.
002010     PERFORM 3100-PRINT-DEPT     THRU 3100-PRINT-DEPT-EXIT
002020         UNTIL WRK-IX > WRK-DEPT-COUNT.
002080         MOVE 'DEPTO NAO CADASTRADO' TO DTL-SITUACAO
002090         WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 2 LINES
002100     END-IF.
002101     IF DIST-IS-ON
002102         MOVE 1                  TO WRK-CX
002103         PERFORM 3500-EXTRACT-COMPANY
002104                                THRU 3500-EXTRACT-COMPANY-EXIT
002105             UNTIL WRK-CX > WRK-COMPANY-COUNT
002106     END-IF.
002110 3000-PRINT-REPORT-EXIT.
002120     EXIT.
002130*----------------------------------------------------------------
002290         WHEN OTHER
002300             MOVE 'DENTRO DO LIMITE' TO DTL-SITUACAO
002310     END-EVALUATE.
002315     MOVE DTL-SITUACAO           TO DTB-SITUACAO (WRK-IX).
002320     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
002330     ADD 1                       TO WRK-IX.
002340 3100-PRINT-DEPT-EXIT.
002350     EXIT.
002351*----------------------------------------------------------------
002352* 3500-EXTRACT-COMPANY - WRITE ONE COMPANY'S SECTION TO THE
002353*    DISTRIBUTION EXTRACT - THE HEADINGS, A LINE FOR EVERY
002354*    DEPARTMENT IT HAS ACTIVE EMPLOYEES IN AND ITS EMPLOYEES
002355*    IN NO DEPARTMENT ON FILE.
002356*----------------------------------------------------------------
002357 3500-EXTRACT-COMPANY.
002358     MOVE CTB-EMPRESA (WRK-CX)   TO WRK-DX-EMPRESA.
002359     MOVE CTB-EMPRESA (WRK-CX)   TO CHL-EMPRESA.
002360     MOVE HEADING-LINE-1         TO WRK-DX-LINHA.
002361     MOVE 'P'                    TO WRK-DX-CONTROLE.
002362     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
002363     MOVE COMPANY-HEADING-LINE   TO WRK-DX-LINHA.
002364     MOVE '1'                    TO WRK-DX-CONTROLE.
002365     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
002366     MOVE COMPANY-HEADING-LINE-2 TO WRK-DX-LINHA.
002367     MOVE '2'                    TO WRK-DX-CONTROLE.
002368     PERFORM 8500-EXTRACT-LINE   THRU 8500-EXTRACT-LINE-EXIT.
002369     MOVE 1                      TO WRK-IX.
002370     PERFORM 3600-EXTRACT-DEPT   THRU 3600-EXTRACT-DEPT-EXIT
002371         UNTIL WRK-IX > WRK-DEPT-COUNT.
002372     IF CTB-SEM-DEPTO (WRK-CX) > ZERO
002373         MOVE SPACES             TO COMPANY-DETAIL-LINE
002374         MOVE '** SEM DEPTO **'  TO CDL-DEPTO
002375         MOVE ZERO               TO CDL-AUTORIZADA
002376         MOVE WRK-ORPHAN-COUNT   TO CDL-ATIVOS
002377         MOVE CTB-SEM-DEPTO (WRK-CX) TO CDL-DA-EMPRESA
002378         MOVE 'DEPTO NAO CADASTRADO' TO CDL-SITUACAO
002379         MOVE COMPANY-DETAIL-LINE TO WRK-DX-LINHA
002380         MOVE '2'                TO WRK-DX-CONTROLE
002381         PERFORM 8500-EXTRACT-LINE
002382                                THRU 8500-EXTRACT-LINE-EXIT
002383     END-IF.
002384     ADD 1 TO WRK-CX.
002385 3500-EXTRACT-COMPANY-EXIT.
002386     EXIT.
002387*----------------------------------------------------------------
002388* 3600-EXTRACT-DEPT - WRITE THE COMPANY'S LINE FOR ONE
002389*    DEPARTMENT, IF IT HAS ANYONE THERE.
002390*----------------------------------------------------------------
002391 3600-EXTRACT-DEPT.
002392     IF CTB-ATIVOS (WRK-CX, WRK-IX) > ZERO
002393         MOVE SPACES             TO COMPANY-DETAIL-LINE
002394         MOVE DTB-NOME (WRK-IX)  TO CDL-DEPTO
002395         MOVE DTB-AUTORIZADA (WRK-IX) TO CDL-AUTORIZADA
002396         MOVE DTB-ATIVOS (WRK-IX) TO CDL-ATIVOS
002397         MOVE CTB-ATIVOS (WRK-CX, WRK-IX) TO CDL-DA-EMPRESA
002398         MOVE DTB-SITUACAO (WRK-IX) TO CDL-SITUACAO
002399         MOVE COMPANY-DETAIL-LINE TO WRK-DX-LINHA
002400         MOVE '1'                TO WRK-DX-CONTROLE
002401         PERFORM 8500-EXTRACT-LINE
002402                                THRU 8500-EXTRACT-LINE-EXIT
002403     END-IF.
002404     ADD 1 TO WRK-IX.
002405 3600-EXTRACT-DEPT-EXIT.
002406     EXIT.
002407*----------------------------------------------------------------
002408* 8500-EXTRACT-LINE - COPY ONE LINE TO THE DISTRIBUTION
002409*    EXTRACT, TAGGED WITH ITS COMPANY, THE RUN DATE, ITS PRINT
002410*    SEQUENCE AND ITS SPACING.
002411*----------------------------------------------------------------
002412 8500-EXTRACT-LINE.
002413     ADD 1 TO WRK-DIST-SEQ.
002414     MOVE WRK-DX-EMPRESA         TO DX-EMPRESA.
002415     MOVE 'PROG042'              TO DX-RELATORIO.
002416     MOVE WRK-DATA-HOJE          TO DX-DATA-EXECUCAO.
002417     MOVE WRK-DIST-SEQ           TO DX-SEQUENCIA.
002418     MOVE WRK-DX-CONTROLE        TO DX-CONTROLE.
002419     MOVE WRK-DX-LINHA           TO DX-LINHA.
002420     WRITE DIST-EXTRACT-RECORD.
002421 8500-EXTRACT-LINE-EXIT.
002422     EXIT.
002423*----------------------------------------------------------------
002424* 9999-FINALIZE - PRINT THE RUN TOTALS AND CLOSE THE FILES.
002425*----------------------------------------------------------------
002426 9999-FINALIZE.
002427     DISPLAY '------------ PROG042 - TOTAIS ------------'.
002428     DISPLAY 'DEPARTAMENTOS..... ' WRK-DEPT-COUNT.
002429     DISPLAY 'EXCEDIDOS......... ' WRK-EXCEED-COUNT.
002430     DISPLAY 'SEM DEPTO......... ' WRK-ORPHAN-COUNT.
002440     CLOSE EMPLOYEE-MASTER.
002450     CLOSE UTIL-RPT.
002452     IF DIST-IS-ON
002454         CLOSE DIST-EXTRACT
002456     END-IF.
002460 9999-FINALIZE-EXIT.
002470     EXIT.
