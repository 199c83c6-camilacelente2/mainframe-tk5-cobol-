000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG066.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - ORG CHART REPORT. DEPT-MASTER IS LOADED INTO
000090*    A TABLE AND EACH DEPARTMENT LINKED TO ITS PARENT
000100*    (DP-DEPTO-PAI), EMPLOYEE-MASTER IS READ ONCE COUNTING THE
000110*    EMPLOYEES ON THE BOOKS OF EACH DEPARTMENT, AND EVERY COUNT
000120*    AND AUTHORIZED HEADCOUNT IS ROLLED UP INTO EACH AREA AND
000130*    DIRECTORATE ABOVE IT. THE TREE IS PRINTED TOP-DOWN, EACH
000140*    LEVEL INDENTED UNDER ITS PARENT, WITH THE MANAGER, COST
000150*    CENTER AND ACTUAL VERSUS AUTHORIZED HEADCOUNT OF THE
000160*    DEPARTMENT ITSELF AND OF EVERYTHING BELOW IT. A DEPARTMENT
000170*    WHOSE PARENT IS NOT ON FILE IS PRINTED AS A TOP LEVEL AND
000180*    FLAGGED; ONE CAUGHT IN A LOOP IS LISTED APART. THE RUN ENDS
000190*    WITH A NON-ZERO RETURN CODE WHEN ANY DEPARTMENT IS OVER ITS
000200*    LOTACAO OR THE TREE IS BROKEN. MODELED ON PROG042.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*----------------------------------------------------------------
000240* 2026-10-15  RM  ORIGINAL PROGRAM.
000250*----------------------------------------------------------------
000260 ENVIRONMENT                     DIVISION.
000270 CONFIGURATION                   SECTION.
000280 SOURCE-COMPUTER.                IBM-370.
000290 OBJECT-COMPUTER.                IBM-370.
000300 INPUT-OUTPUT                    SECTION.
000310 FILE-CONTROL.
000320     SELECT DEPT-MASTER          ASSIGN TO DEPTMAST
000330                                 ORGANIZATION IS INDEXED
000340                                 ACCESS MODE IS DYNAMIC
000350                                 RECORD KEY IS DP-NOME
000360                                 FILE STATUS IS WS-DEPT-STATUS.
000370     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000380                                 ORGANIZATION IS INDEXED
000390                                 ACCESS MODE IS DYNAMIC
000400                                 RECORD KEY IS EMP-MATRICULA
000410                                 ALTERNATE RECORD KEY IS EMP-NOME
000420                                     WITH DUPLICATES
000430                                 FILE STATUS IS WS-EMP-STATUS.
000440     SELECT ORG-RPT              ASSIGN TO ORGRPT
000450                                 ORGANIZATION IS SEQUENTIAL
000460                                 FILE STATUS IS WS-RPT-STATUS.
000470 DATA                            DIVISION.
000480 FILE                            SECTION.
000490 FD  DEPT-MASTER
000500     LABEL RECORDS ARE STANDARD.
000510     COPY DEPTMAST.
000520 FD  EMPLOYEE-MASTER
000530     LABEL RECORDS ARE STANDARD.
000540     COPY EMPMAST.
000550 FD  ORG-RPT
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 132 CHARACTERS.
000580 01  RPT-LINE                    PIC X(132).
000590 WORKING-STORAGE                 SECTION.
000600 01  HEADING-LINE-1.
000610     05  FILLER                  PIC X(44)
000620             VALUE 'ORGANOGRAMA - PROG066'.
000630     05  FILLER                  PIC X(88) VALUE SPACES.
000640 01  HEADING-LINE-2.
000650     05  FILLER                  PIC X(41) VALUE 'DEPARTAMENTO'.
000660     05  FILLER                  PIC X(21) VALUE 'DESCRICAO'.
000670     05  FILLER                  PIC X(08) VALUE 'GERENTE'.
000680     05  FILLER                  PIC X(12) VALUE 'C.CUSTO'.
000690     05  FILLER                  PIC X(14) VALUE '-- PROPRIO --'.
000700     05  FILLER                  PIC X(18)
000710             VALUE '--- ACUMULADO ---'.
000720     05  FILLER                  PIC X(18) VALUE SPACES.
000730 01  HEADING-LINE-3.
000740     05  FILLER                  PIC X(82) VALUE SPACES.
000750     05  FILLER                  PIC X(14) VALUE 'ATIVOS AUTORZ'.
000760     05  FILLER                  PIC X(18)
000770             VALUE ' ATIVOS   AUTORZ'.
000780     05  FILLER                  PIC X(18) VALUE 'SITUACAO'.
000790 01  DETAIL-LINE.
000800     05  DTL-ARVORE              PIC X(40).
000810     05  FILLER                  PIC X(01) VALUE SPACES.
000820     05  DTL-DESCRICAO           PIC X(20).
000830     05  FILLER                  PIC X(01) VALUE SPACES.
000840     05  DTL-GERENTE             PIC X(06).
000850     05  FILLER                  PIC X(02) VALUE SPACES.
000860     05  DTL-CENTRO-CUSTO        PIC X(10).
000870     05  FILLER                  PIC X(02) VALUE SPACES.
000880     05  DTL-ATIVOS              PIC ZZZZ9.
000890     05  FILLER                  PIC X(01) VALUE SPACES.
000900     05  DTL-AUTORIZADA          PIC ZZZZ9.
000910     05  FILLER                  PIC X(02) VALUE SPACES.
000920     05  DTL-ATIVOS-TOTAL        PIC ZZZZZZ9.
000930     05  FILLER                  PIC X(01) VALUE SPACES.
000940     05  DTL-AUTORIZADA-TOTAL    PIC ZZZZZZ9.
000950     05  FILLER                  PIC X(02) VALUE SPACES.
000960     05  DTL-SITUACAO            PIC X(18).
000970     05  FILLER                  PIC X(02) VALUE SPACES.
000980 01  DEPT-TABLE.
000990     05  OTB-ENTRY               OCCURS 500 TIMES.
001000         10  OTB-NOME            PIC X(15).
001010         10  OTB-DESCRICAO       PIC X(30).
001020         10  OTB-PAI             PIC X(15).
001030         10  OTB-GERENTE         PIC 9(06).
001040         10  OTB-CENTRO-CUSTO    PIC X(10).
001050         10  OTB-AUTORIZADA      PIC 9(05).
001060         10  OTB-ATIVOS          PIC 9(05) COMP.
001070         10  OTB-ATIVOS-TOTAL    PIC 9(07) COMP.
001080         10  OTB-AUTORIZADA-TOTAL
001090                                 PIC 9(07) COMP.
001100         10  OTB-PAI-IX          PIC 9(03) COMP.
001110         10  OTB-PAI-SWITCH      PIC X(01).
001120             88  OTB-PAI-AUSENTE             VALUE 'Y'.
001130         10  OTB-PRINT-SWITCH    PIC X(01).
001140             88  OTB-IMPRESSO                VALUE 'Y'.
001150             88  OTB-NAO-IMPRESSO            VALUE 'N'.
001160 01  STACK-TABLE.
001170     05  STK-ENTRY               OCCURS 50 TIMES.
001180         10  STK-IX              PIC 9(03) COMP.
001190         10  STK-POS             PIC 9(03) COMP.
001200 77  WS-DEPT-STATUS              PIC X(02)  VALUE SPACES.
001210     88  DEPT-STATUS-OK                     VALUE '00'.
001220     88  DEPT-STATUS-EOF                    VALUE '10'.
001230 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
001240     88  EMP-STATUS-OK                      VALUE '00'.
001250     88  EMP-STATUS-EOF                     VALUE '10'.
001260 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001270     88  RPT-STATUS-OK                      VALUE '00'.
001280 77  WRK-DEPT-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001290     88  END-OF-DEPT-FILE                   VALUE 'Y'.
001300 77  WRK-EMP-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001310     88  END-OF-MASTER-FILE                 VALUE 'Y'.
001320 77  WRK-DEPT-COUNT              PIC 9(03)  COMP VALUE ZERO.
001330 77  WRK-IX                      PIC 9(03)  COMP VALUE ZERO.
001340 77  WRK-JX                      PIC 9(03)  COMP VALUE ZERO.
001350 77  WRK-UP-IX                   PIC 9(03)  COMP VALUE ZERO.
001360 77  WRK-SP                      PIC 9(03)  COMP VALUE ZERO.
001370 77  WRK-NIVEL                   PIC 9(03)  COMP VALUE ZERO.
001380 77  WRK-PRINT-IX                PIC 9(03)  COMP VALUE ZERO.
001390 77  WRK-PRINT-NIVEL             PIC 9(03)  COMP VALUE ZERO.
001400 77  WRK-OFFSET                  PIC 9(03)  COMP VALUE ZERO.
001410 77  WRK-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
001420     88  DEPT-WAS-FOUND                     VALUE 'Y'.
001430     88  DEPT-NOT-FOUND                     VALUE 'N'.
001440 77  WRK-ORPHAN-COUNT            PIC 9(05)  COMP VALUE ZERO.
001450 77  WRK-EXCEED-COUNT            PIC 9(03)  COMP VALUE ZERO.
001460 77  WRK-NO-PARENT-COUNT         PIC 9(03)  COMP VALUE ZERO.
001470 77  WRK-LOOP-COUNT              PIC 9(03)  COMP VALUE ZERO.
001480 77  WRK-TABLE-FULL-SWITCH       PIC X(01)  VALUE 'N'.
001490     88  DEPT-TABLE-IS-FULL                 VALUE 'Y'.
001500 77  WRK-MODO-SWITCH             PIC X(01)  VALUE 'T'.
001510     88  PRINTING-TREE                      VALUE 'T'.
001520     88  PRINTING-LOOP                      VALUE 'L'.
001530 PROCEDURE                       DIVISION.
001540*----------------------------------------------------------------
001550* 0000-MAINLINE
001560*----------------------------------------------------------------
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001590     PERFORM 2000-COUNT-EMPLOYEE THRU 2000-COUNT-EMPLOYEE-EXIT
001600         UNTIL END-OF-MASTER-FILE.
001610     PERFORM 2500-ROLL-UP        THRU 2500-ROLL-UP-EXIT.
001620     PERFORM 3000-PRINT-REPORT   THRU 3000-PRINT-REPORT-EXIT.
001630     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001640     IF DEPT-TABLE-IS-FULL
001650         MOVE 8 TO RETURN-CODE
001660     ELSE
001670         IF WRK-EXCEED-COUNT > ZERO
001680             OR WRK-NO-PARENT-COUNT > ZERO
001690             OR WRK-LOOP-COUNT > ZERO
001700             MOVE 4 TO RETURN-CODE
001710         END-IF
001720     END-IF.
001730     STOP RUN.
001740*----------------------------------------------------------------
001750* 1000-INITIALIZE - OPEN THE FILES, LOAD DEPT-MASTER INTO THE
001760*    TABLE, LINK EVERY DEPARTMENT TO ITS PARENT AND READ THE
001770*    FIRST EMPLOYEE RECORD.
001780*----------------------------------------------------------------
001790 1000-INITIALIZE.
001800     OPEN INPUT  DEPT-MASTER.
001810     OPEN INPUT  EMPLOYEE-MASTER.
001820     OPEN OUTPUT ORG-RPT.
001830     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
001840     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
001850     WRITE RPT-LINE FROM HEADING-LINE-3 AFTER ADVANCING 1 LINE.
001860     PERFORM 1100-LOAD-DEPT      THRU 1100-LOAD-DEPT-EXIT
001870         UNTIL END-OF-DEPT-FILE.
001880     CLOSE DEPT-MASTER.
001890     MOVE 1                      TO WRK-IX.
001900     PERFORM 1200-LINK-PARENT    THRU 1200-LINK-PARENT-EXIT
001910         UNTIL WRK-IX > WRK-DEPT-COUNT.
001920     PERFORM 2100-READ-MASTER    THRU 2100-READ-MASTER-EXIT.
001930 1000-INITIALIZE-EXIT.
001940     EXIT.
001950*----------------------------------------------------------------
001960* 1100-LOAD-DEPT - READ ONE DEPT-MASTER RECORD INTO THE TABLE. A
001970*    MANAGER OR HEADCOUNT WRITTEN BEFORE THE FIELD EXISTED COUNTS
001980*    AS NONE.
001990*----------------------------------------------------------------
002000 1100-LOAD-DEPT.
002010     READ DEPT-MASTER NEXT RECORD
002020         AT END
002030             SET END-OF-DEPT-FILE TO TRUE
002040             GO TO 1100-LOAD-DEPT-EXIT
002050     END-READ.
002060     IF WRK-DEPT-COUNT NOT < 500
002070         DISPLAY 'TABELA DE DEPTOS CHEIA - ' DP-NOME
002080         SET DEPT-TABLE-IS-FULL  TO TRUE
002090         GO TO 1100-LOAD-DEPT-EXIT
002100     END-IF.
002110     ADD 1 TO WRK-DEPT-COUNT.
002120     MOVE WRK-DEPT-COUNT         TO WRK-IX.
002130     MOVE DP-NOME                TO OTB-NOME (WRK-IX).
002140     MOVE DP-DESCRICAO           TO OTB-DESCRICAO (WRK-IX).
002150     MOVE DP-DEPTO-PAI           TO OTB-PAI (WRK-IX).
002160     MOVE DP-CENTRO-CUSTO        TO OTB-CENTRO-CUSTO (WRK-IX).
002170     IF DP-GERENTE NUMERIC
002180         MOVE DP-GERENTE         TO OTB-GERENTE (WRK-IX)
002190     ELSE
002200         MOVE ZERO               TO OTB-GERENTE (WRK-IX)
002210     END-IF.
002220     IF DP-LOTACAO-AUTORIZADA NUMERIC
002230         MOVE DP-LOTACAO-AUTORIZADA TO OTB-AUTORIZADA (WRK-IX)
002240     ELSE
002250         MOVE ZERO               TO OTB-AUTORIZADA (WRK-IX)
002260     END-IF.
002270     MOVE ZERO                   TO OTB-ATIVOS (WRK-IX).
002280     MOVE ZERO                   TO OTB-ATIVOS-TOTAL (WRK-IX).
002290     MOVE ZERO                   TO OTB-AUTORIZADA-TOTAL (WRK-IX).
002300     MOVE ZERO                   TO OTB-PAI-IX (WRK-IX).
002310     MOVE 'N'                    TO OTB-PAI-SWITCH (WRK-IX).
002320     SET OTB-NAO-IMPRESSO (WRK-IX) TO TRUE.
002330 1100-LOAD-DEPT-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------
002360* 1200-LINK-PARENT - FIND THE TABLE SLOT OF ONE DEPARTMENT'S
002370*    PARENT. A PARENT NOT ON FILE LEAVES THE DEPARTMENT AT THE
002380*    TOP OF THE TREE, FLAGGED.
002390*----------------------------------------------------------------
002400 1200-LINK-PARENT.
002410     IF OTB-PAI (WRK-IX) = SPACES
002420         GO TO 1200-LINK-PARENT-NEXT
002430     END-IF.
002440     SET DEPT-NOT-FOUND          TO TRUE.
002450     MOVE 1                      TO WRK-JX.
002460     PERFORM 1250-MATCH-PARENT   THRU 1250-MATCH-PARENT-EXIT
002470         UNTIL DEPT-WAS-FOUND OR WRK-JX > WRK-DEPT-COUNT.
002480     IF DEPT-WAS-FOUND
002490         MOVE WRK-JX             TO OTB-PAI-IX (WRK-IX)
002500     ELSE
002510         SET OTB-PAI-AUSENTE (WRK-IX) TO TRUE
002520         ADD 1 TO WRK-NO-PARENT-COUNT
002530     END-IF.
002540 1200-LINK-PARENT-NEXT.
002550     ADD 1                       TO WRK-IX.
002560 1200-LINK-PARENT-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------
002590* 1250-MATCH-PARENT - MATCH THE PARENT NAME AGAINST ONE SLOT.
002600*----------------------------------------------------------------
002610 1250-MATCH-PARENT.
002620     IF OTB-NOME (WRK-JX) = OTB-PAI (WRK-IX)
002630         SET DEPT-WAS-FOUND      TO TRUE
002640     ELSE
002650         ADD 1                   TO WRK-JX
002660     END-IF.
002670 1250-MATCH-PARENT-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------
002700* 2000-COUNT-EMPLOYEE - COUNT ONE EMPLOYEE STILL ON THE BOOKS
002710*    INTO ITS DEPARTMENT'S SLOT, THEN READ THE NEXT MASTER RECORD.
002720*----------------------------------------------------------------
002730 2000-COUNT-EMPLOYEE.
002740     IF EMP-IS-DESLIGADO OR EMP-IS-FUNDIDO
002750         GO TO 2000-COUNT-EMPLOYEE-READ
002760     END-IF.
002770     SET DEPT-NOT-FOUND          TO TRUE.
002780     MOVE 1                      TO WRK-IX.
002790     PERFORM 2200-MATCH-DEPT     THRU 2200-MATCH-DEPT-EXIT
002800         UNTIL DEPT-WAS-FOUND OR WRK-IX > WRK-DEPT-COUNT.
002810     IF DEPT-NOT-FOUND
002820         ADD 1 TO WRK-ORPHAN-COUNT
002830     END-IF.
002840 2000-COUNT-EMPLOYEE-READ.
002850     PERFORM 2100-READ-MASTER    THRU 2100-READ-MASTER-EXIT.
002860 2000-COUNT-EMPLOYEE-EXIT.
002870     EXIT.
002880*----------------------------------------------------------------
002890* 2100-READ-MASTER - READ THE NEXT MASTER RECORD.
002900*----------------------------------------------------------------
002910 2100-READ-MASTER.
002920     READ EMPLOYEE-MASTER NEXT RECORD
002930         AT END
002940             SET END-OF-MASTER-FILE TO TRUE
002950     END-READ.
002960 2100-READ-MASTER-EXIT.
002970     EXIT.
002980*----------------------------------------------------------------
002990* 2200-MATCH-DEPT - MATCH THE EMPLOYEE'S DEPARTMENT AGAINST ONE
003000*    TABLE SLOT.
003010*----------------------------------------------------------------
003020 2200-MATCH-DEPT.
003030     IF OTB-NOME (WRK-IX) = EMP-DEPTO
003040         SET DEPT-WAS-FOUND TO TRUE
003050         ADD 1 TO OTB-ATIVOS (WRK-IX)
003060     ELSE
003070         ADD 1 TO WRK-IX
003080     END-IF.
003090 2200-MATCH-DEPT-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------
003120* 2500-ROLL-UP - ADD EVERY DEPARTMENT'S OWN ACTUAL AND
003130*    AUTHORIZED HEADCOUNT INTO ITS OWN TOTALS AND THOSE OF EVERY
003140*    DEPARTMENT ABOVE IT.
003150*----------------------------------------------------------------
003160 2500-ROLL-UP.
003170     MOVE 1                      TO WRK-IX.
003180     PERFORM 2550-ROLL-DEPT      THRU 2550-ROLL-DEPT-EXIT
003190         UNTIL WRK-IX > WRK-DEPT-COUNT.
003200 2500-ROLL-UP-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230* 2550-ROLL-DEPT - CLIMB FROM ONE DEPARTMENT TO THE TOP OF ITS
003240*    BRANCH, ADDING ITS COUNTS AT EACH LEVEL. THE CLIMB STOPS
003250*    AFTER 50 LEVELS SO A LOOP IN THE FILE CANNOT HANG THE RUN.
003260*----------------------------------------------------------------
003270 2550-ROLL-DEPT.
003280     MOVE WRK-IX                 TO WRK-UP-IX.
003290     MOVE ZERO                   TO WRK-NIVEL.
003300     PERFORM 2560-ADD-LEVEL      THRU 2560-ADD-LEVEL-EXIT
003310         UNTIL WRK-UP-IX = ZERO OR WRK-NIVEL > 50.
003320     ADD 1                       TO WRK-IX.
003330 2550-ROLL-DEPT-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* 2560-ADD-LEVEL - ADD THE DEPARTMENT'S COUNTS AT ONE LEVEL AND
003370*    STEP UP TO THE PARENT.
003380*----------------------------------------------------------------
003390 2560-ADD-LEVEL.
003400     ADD OTB-ATIVOS (WRK-IX)     TO OTB-ATIVOS-TOTAL (WRK-UP-IX).
003410     ADD OTB-AUTORIZADA (WRK-IX)
003420                           TO OTB-AUTORIZADA-TOTAL (WRK-UP-IX).
003430     ADD 1                       TO WRK-NIVEL.
003440     MOVE OTB-PAI-IX (WRK-UP-IX) TO WRK-UP-IX.
003450 2560-ADD-LEVEL-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* 3000-PRINT-REPORT - PRINT THE TREE UNDER EVERY TOP-LEVEL
003490*    DEPARTMENT, THEN WHATEVER WAS NOT REACHED FROM A TOP LEVEL
003500*    (A LOOP IN THE FILE), THEN THE EMPLOYEES WHOSE DEPARTMENT IS
003510*    NOT ON FILE.
003520*----------------------------------------------------------------
003530 3000-PRINT-REPORT.
003540     MOVE 1                      TO WRK-IX.
003550     PERFORM 3100-PRINT-BRANCH   THRU 3100-PRINT-BRANCH-EXIT
003560         UNTIL WRK-IX > WRK-DEPT-COUNT.
003570     MOVE 1                      TO WRK-IX.
003580     PERFORM 3500-PRINT-LOOP     THRU 3500-PRINT-LOOP-EXIT
003590         UNTIL WRK-IX > WRK-DEPT-COUNT.
003600     IF WRK-ORPHAN-COUNT > ZERO
003610         MOVE SPACES             TO DETAIL-LINE
003620         MOVE '** SEM DEPTO **'  TO DTL-ARVORE
003630         MOVE ZERO               TO DTL-AUTORIZADA
003640         MOVE WRK-ORPHAN-COUNT   TO DTL-ATIVOS
003650         MOVE 'DEPTO NAO CADASTR.' TO DTL-SITUACAO
003660         WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 2 LINES
003670     END-IF.
003680 3000-PRINT-REPORT-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710* 3100-PRINT-BRANCH - WHEN THE SLOT IS A TOP-LEVEL DEPARTMENT,
003720*    PRINT IT AND, DEPTH FIRST, EVERYTHING BELOW IT. THE STACK
003730*    HOLDS THE PATH FROM THE TOP DOWN TO THE DEPARTMENT BEING
003740*    EXPANDED AND HOW FAR ITS CHILDREN HAVE BEEN SCANNED.
003750*----------------------------------------------------------------
003760 3100-PRINT-BRANCH.
003770     IF OTB-PAI-IX (WRK-IX) NOT = ZERO
003780         GO TO 3100-PRINT-BRANCH-NEXT
003790     END-IF.
003800     MOVE SPACES                 TO RPT-LINE.
003810     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
003820     MOVE 1                      TO WRK-SP.
003830     MOVE WRK-IX                 TO STK-IX (1).
003840     MOVE ZERO                   TO STK-POS (1).
003850     MOVE WRK-IX                 TO WRK-PRINT-IX.
003860     MOVE 1                      TO WRK-PRINT-NIVEL.
003870     PERFORM 3300-PRINT-DEPT     THRU 3300-PRINT-DEPT-EXIT.
003880     PERFORM 3200-NEXT-CHILD     THRU 3200-NEXT-CHILD-EXIT
003890         UNTIL WRK-SP = ZERO.
003900 3100-PRINT-BRANCH-NEXT.
003910     ADD 1                       TO WRK-IX.
003920 3100-PRINT-BRANCH-EXIT.
003930     EXIT.
003940*----------------------------------------------------------------
003950* 3200-NEXT-CHILD - FIND THE NEXT CHILD OF THE DEPARTMENT ON TOP
003960*    OF THE STACK. A CHILD IS PRINTED ONE LEVEL DEEPER AND
003970*    PUSHED SO ITS OWN CHILDREN FOLLOW IT; WITH NO CHILD LEFT
003980*    THE DEPARTMENT IS POPPED.
003990*----------------------------------------------------------------
004000 3200-NEXT-CHILD.
004010     SET DEPT-NOT-FOUND          TO TRUE.
004020     COMPUTE WRK-JX = STK-POS (WRK-SP) + 1.
004030     PERFORM 3250-MATCH-CHILD    THRU 3250-MATCH-CHILD-EXIT
004040         UNTIL DEPT-WAS-FOUND OR WRK-JX > WRK-DEPT-COUNT.
004050     IF DEPT-NOT-FOUND
004060         SUBTRACT 1              FROM WRK-SP
004070         GO TO 3200-NEXT-CHILD-EXIT
004080     END-IF.
004090     MOVE WRK-JX                 TO STK-POS (WRK-SP).
004100     MOVE WRK-JX                 TO WRK-PRINT-IX.
004110     COMPUTE WRK-PRINT-NIVEL = WRK-SP + 1.
004120     PERFORM 3300-PRINT-DEPT     THRU 3300-PRINT-DEPT-EXIT.
004130     IF WRK-SP < 50
004140         ADD 1                   TO WRK-SP
004150         MOVE WRK-JX             TO STK-IX (WRK-SP)
004160         MOVE ZERO               TO STK-POS (WRK-SP)
004170     END-IF.
004180 3200-NEXT-CHILD-EXIT.
004190     EXIT.
004200*----------------------------------------------------------------
004210* 3250-MATCH-CHILD - TEST ONE SLOT AS A CHILD, NOT YET PRINTED,
004220*    OF THE DEPARTMENT ON TOP OF THE STACK.
004230*----------------------------------------------------------------
004240 3250-MATCH-CHILD.
004250     IF OTB-PAI-IX (WRK-JX) = STK-IX (WRK-SP)
004260         AND OTB-NAO-IMPRESSO (WRK-JX)
004270         SET DEPT-WAS-FOUND      TO TRUE
004280     ELSE
004290         ADD 1                   TO WRK-JX
004300     END-IF.
004310 3250-MATCH-CHILD-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340* 3300-PRINT-DEPT - PRINT ONE DEPARTMENT, ITS NAME INDENTED TWO
004350*    COLUMNS PER LEVEL BELOW THE TOP, WITH ITS OWN AND ROLLED-UP
004360*    HEADCOUNT. THE FLAG COMPARES THE DEPARTMENT'S OWN ACTUAL
004370*    AGAINST ITS OWN LOTACAO, AS PROG042 DOES.
004380*----------------------------------------------------------------
004390 3300-PRINT-DEPT.
004400     MOVE SPACES                 TO DETAIL-LINE.
004410     IF WRK-PRINT-NIVEL > 13
004420         MOVE 25                 TO WRK-OFFSET
004430     ELSE
004440         COMPUTE WRK-OFFSET = (WRK-PRINT-NIVEL - 1) * 2 + 1
004450     END-IF.
004460     MOVE OTB-NOME (WRK-PRINT-IX) TO DTL-ARVORE (WRK-OFFSET:15).
004470     MOVE OTB-DESCRICAO (WRK-PRINT-IX) TO DTL-DESCRICAO.
004480     IF OTB-GERENTE (WRK-PRINT-IX) > ZERO
004490         MOVE OTB-GERENTE (WRK-PRINT-IX) TO DTL-GERENTE
004500     END-IF.
004510     MOVE OTB-CENTRO-CUSTO (WRK-PRINT-IX) TO DTL-CENTRO-CUSTO.
004520     MOVE OTB-ATIVOS (WRK-PRINT-IX) TO DTL-ATIVOS.
004530     MOVE OTB-AUTORIZADA (WRK-PRINT-IX) TO DTL-AUTORIZADA.
004540     MOVE OTB-ATIVOS-TOTAL (WRK-PRINT-IX) TO DTL-ATIVOS-TOTAL.
004550     MOVE OTB-AUTORIZADA-TOTAL (WRK-PRINT-IX)
004560                                 TO DTL-AUTORIZADA-TOTAL.
004570     EVALUATE TRUE
004580         WHEN PRINTING-LOOP
004590             MOVE 'EM CICLO'     TO DTL-SITUACAO
004600         WHEN OTB-AUTORIZADA (WRK-PRINT-IX) > ZERO
004610             AND OTB-ATIVOS (WRK-PRINT-IX)
004620                 > OTB-AUTORIZADA (WRK-PRINT-IX)
004630             MOVE 'EXCEDIDO'     TO DTL-SITUACAO
004640             ADD 1 TO WRK-EXCEED-COUNT
004650         WHEN OTB-PAI-AUSENTE (WRK-PRINT-IX)
004660             MOVE 'PAI NAO CADASTRADO' TO DTL-SITUACAO
004670         WHEN OTB-AUTORIZADA (WRK-PRINT-IX) = ZERO
004680             MOVE 'SEM LIMITE'   TO DTL-SITUACAO
004690         WHEN OTB-ATIVOS (WRK-PRINT-IX)
004700             = OTB-AUTORIZADA (WRK-PRINT-IX)
004710             MOVE 'COMPLETO'     TO DTL-SITUACAO
004720         WHEN OTHER
004730             MOVE 'DENTRO DO LIMITE' TO DTL-SITUACAO
004740     END-EVALUATE.
004750     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
004760     SET OTB-IMPRESSO (WRK-PRINT-IX) TO TRUE.
004770 3300-PRINT-DEPT-EXIT.
004780     EXIT.
004790*----------------------------------------------------------------
004800* 3500-PRINT-LOOP - LIST A DEPARTMENT NEVER REACHED FROM THE TOP
004810*    OF THE TREE - ITS PARENT CHAIN RUNS IN A CIRCLE.
004820*----------------------------------------------------------------
004830 3500-PRINT-LOOP.
004840     IF OTB-IMPRESSO (WRK-IX)
004850         GO TO 3500-PRINT-LOOP-NEXT
004860     END-IF.
004870     IF WRK-LOOP-COUNT = ZERO
004880         MOVE SPACES             TO RPT-LINE
004890         MOVE '** HIERARQUIA CIRCULAR **' TO RPT-LINE
004900         WRITE RPT-LINE AFTER ADVANCING 2 LINES
004910     END-IF.
004920     ADD 1 TO WRK-LOOP-COUNT.
004930     MOVE WRK-IX                 TO WRK-PRINT-IX.
004940     MOVE 1                      TO WRK-PRINT-NIVEL.
004950     SET PRINTING-LOOP           TO TRUE.
004960     PERFORM 3300-PRINT-DEPT     THRU 3300-PRINT-DEPT-EXIT.
004970     SET PRINTING-TREE           TO TRUE.
004980 3500-PRINT-LOOP-NEXT.
004990     ADD 1                       TO WRK-IX.
005000 3500-PRINT-LOOP-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030* 9999-FINALIZE - PRINT THE RUN TOTALS AND CLOSE THE FILES.
005040*----------------------------------------------------------------
005050 9999-FINALIZE.
005060     DISPLAY '------------ PROG066 - TOTAIS ------------'.
005070     DISPLAY 'DEPARTAMENTOS..... ' WRK-DEPT-COUNT.
005080     DISPLAY 'EXCEDIDOS......... ' WRK-EXCEED-COUNT.
005090     DISPLAY 'PAI NAO CADASTRADO ' WRK-NO-PARENT-COUNT.
005100     DISPLAY 'EM CICLO.......... ' WRK-LOOP-COUNT.
005110     DISPLAY 'SEM DEPTO......... ' WRK-ORPHAN-COUNT.
005120     CLOSE EMPLOYEE-MASTER.
005130     CLOSE ORG-RPT.
005140 9999-FINALIZE-EXIT.
005150     EXIT.
