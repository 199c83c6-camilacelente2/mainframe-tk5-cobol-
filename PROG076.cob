000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG076.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - BUSINESS-DAY CALENDAR ROUTINE, CALLED
000090*    THROUGH THE CALNLINK PARAMETER LIST THE WAY PROG034 IS
000100*    CALLED THROUGH MATRLINK, SO EVERY DATE-DRIVEN PROGRAM -
000110*    THE PENDING APPLIES, THE CARRY AGING, THE LEDGER CLOSE -
000120*    TELLS A BUSINESS DAY FROM A WEEKEND OR HOLIDAY THE SAME
000130*    WAY. SATURDAY AND SUNDAY ARE NON-BUSINESS DAYS; THE
000140*    CALENDAR-MASTER PROG075 MAINTAINS ADDS THE NATIONAL AND
000150*    STATE HOLIDAYS AND ANY WEEKEND DAY DECLARED A WORKING DAY.
000160*    THE ROUTINE ANSWERS WHETHER A DATE IS A BUSINESS DAY,
000170*    ROLLS A DATE TO THE NEXT BUSINESS DAY, ADDS BUSINESS DAYS
000180*    TO A DATE, COUNTS THE BUSINESS DAYS BETWEEN TWO DATES AND
000190*    FINDS THE LAST BUSINESS DAY OF A MONTH. CALENDAR-MASTER IS
000200*    OPENED ON THE FIRST CALL OF THE RUN AND KEPT OPEN ACROSS
000210*    CALLS; WHEN IT HAS NEVER BEEN LOADED ONLY THE WEEKEND RULE
000220*    APPLIES. A REGION CODE IS TURNED INTO ITS STATE SIGLA FROM
000230*    A TABLE LOADED FROM REGION-MASTER ON FIRST USE, THE WAY
000240*    PROG020 LOADS IT.
000250*----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*----------------------------------------------------------------
000280* 2026-10-15  RM  ORIGINAL PROGRAM.
000290*----------------------------------------------------------------
000300 ENVIRONMENT                     DIVISION.
000310 CONFIGURATION                   SECTION.
000320 SOURCE-COMPUTER.                IBM-370.
000330 OBJECT-COMPUTER.                IBM-370.
000340 INPUT-OUTPUT                    SECTION.
000350 FILE-CONTROL.
000360     SELECT CALENDAR-MASTER      ASSIGN TO CALNMAST
000370                                 ORGANIZATION IS INDEXED
000380                                 ACCESS MODE IS DYNAMIC
000390                                 RECORD KEY IS CAL-CHAVE
000400                                 FILE STATUS IS WS-CAL-STATUS.
000410     SELECT REGION-MASTER        ASSIGN TO REGNMAST
000420                                 ORGANIZATION IS INDEXED
000430                                 ACCESS MODE IS DYNAMIC
000440                                 RECORD KEY IS REG-CODIGO
000450                                 FILE STATUS IS WS-REG-STATUS.
000460 DATA                            DIVISION.
000470 FILE                            SECTION.
000480 FD  CALENDAR-MASTER
000490     LABEL RECORDS ARE STANDARD.
000500     COPY CALNMAST.
000510 FD  REGION-MASTER
000520     LABEL RECORDS ARE STANDARD.
000530 01  REGION-MASTER-RECORD.
000540     05  REG-CODIGO              PIC 99.
000550     05  REG-NOME                PIC X(20).
000560     05  REG-SIGLA               PIC X(02).
000570     05  REG-MACRO               PIC X(12).
000580 WORKING-STORAGE                 SECTION.
000590 01  SIGLA-TABLE.
000600     05  UTB-SIGLA               PIC X(02) OCCURS 99 TIMES.
000610 01  WRK-DATA-AREA.
000620     05  WRK-DATA                PIC X(08).
000630     05  WRK-DATA-R              REDEFINES WRK-DATA.
000640         10  WRK-ANO             PIC 9(04).
000650         10  WRK-MES             PIC 9(02).
000660         10  WRK-DIA             PIC 9(02).
000670 01  DAYS-BEFORE-MONTH-VALUES.
000680     05  FILLER                  PIC X(36)
000690             VALUE '000031059090120151181212243273304334'.
000700 01  DAYS-BEFORE-MONTH-TABLE REDEFINES DAYS-BEFORE-MONTH-VALUES.
000710     05  DBM-DIAS                PIC 9(03) OCCURS 12 TIMES.
000720 01  DAYS-IN-MONTH-VALUES.
000730     05  FILLER                  PIC X(24)
000740             VALUE '312831303130313130313031'.
000750 01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
000760     05  DIM-DIAS                PIC 9(02) OCCURS 12 TIMES.
000770 77  WS-CAL-STATUS               PIC X(02)  VALUE SPACES.
000780     88  CAL-STATUS-OK                      VALUE '00'.
000790     88  CAL-STATUS-NEW-FILE                VALUE '35'.
000800 77  WS-REG-STATUS               PIC X(02)  VALUE SPACES.
000810     88  REG-STATUS-OK                      VALUE '00'.
000820     88  REG-STATUS-NEW-FILE                VALUE '35'.
000830 77  WRK-UF                      PIC X(02)  VALUE SPACES.
000840 77  WRK-MES-INICIAL             PIC 9(02)  VALUE ZERO.
000850 77  WRK-DATA-LIMITE             PIC X(08)  VALUE SPACES.
000860 77  WRK-DIAS-MES                PIC 9(02)  VALUE ZERO.
000870 77  WRK-RESTANTE                PIC 9(05)  COMP VALUE ZERO.
000880 77  WRK-CONTADOR                PIC 9(05)  COMP VALUE ZERO.
000890 77  WRK-DIA-SEMANA              PIC 9(01)  COMP VALUE ZERO.
000900     88  DIA-IS-DOMINGO                     VALUE 0.
000910     88  DIA-IS-SABADO                      VALUE 6.
000920 77  WRK-DIA-ABSOLUTO            PIC 9(07)  COMP VALUE ZERO.
000930 77  WRK-ANOS                    PIC 9(04)  COMP VALUE ZERO.
000940 77  WRK-QUOCIENTE               PIC 9(07)  COMP VALUE ZERO.
000950 77  WRK-RESTO                   PIC 9(04)  COMP VALUE ZERO.
000960 77  WRK-NOME-DIA                PIC X(30)  VALUE SPACES.
000970 77  WRK-FIRST-TIME-SWITCH       PIC X(01)  VALUE 'Y'.
000980     88  FIRST-TIME-THROUGH                 VALUE 'Y'.
000990 77  WRK-CALENDAR-SWITCH         PIC X(01)  VALUE 'N'.
001000     88  CALENDAR-IS-OPEN                   VALUE 'Y'.
001010 77  WRK-SIGLA-SWITCH            PIC X(01)  VALUE 'N'.
001020     88  SIGLA-TABLE-LOADED                 VALUE 'Y'.
001030 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001040     88  END-OF-REGION-FILE                 VALUE 'Y'.
001050 77  WRK-BISSEXTO-SWITCH         PIC X(01)  VALUE 'N'.
001060     88  ANO-IS-BISSEXTO                    VALUE 'Y'.
001070     88  ANO-NOT-BISSEXTO                   VALUE 'N'.
001080 77  WRK-UTIL-SWITCH             PIC X(01)  VALUE 'Y'.
001090     88  DIA-IS-UTIL                        VALUE 'Y'.
001100     88  DIA-NOT-UTIL                       VALUE 'N'.
001110 77  WRK-ENTRADA-SWITCH          PIC X(01)  VALUE 'N'.
001120     88  ENTRADA-ENCONTRADA                 VALUE 'Y'.
001130     88  ENTRADA-NAO-ENCONTRADA             VALUE 'N'.
001140 77  WRK-VALIDA-SWITCH           PIC X(01)  VALUE 'Y'.
001150     88  DATA-IS-VALIDA                     VALUE 'Y'.
001160     88  DATA-IS-INVALIDA                   VALUE 'N'.
001170 LINKAGE                         SECTION.
001180     COPY CALNLINK               REPLACING ==:PFX:== BY ==LS==.
001190 PROCEDURE DIVISION              USING LS-CAL-FUNCAO, LS-CAL-DATA,
001200                                 LS-CAL-REGIAO, LS-CAL-UF,
001210                                 LS-CAL-DIAS, LS-CAL-DATA-FIM,
001220                                 LS-CAL-NOME, LS-CAL-RETORNO.
001230*----------------------------------------------------------------
001240* 0000-MAINLINE - SETTLE THE STATE, CHECK THE DATE AND RUN THE
001250*    FUNCTION ASKED FOR. THE RETURN ALWAYS DESCRIBES THE DATE
001260*    PASSED IN, SO A CALLER THAT ROLLED A DATE CAN TELL IT MOVED.
001270*----------------------------------------------------------------
001280 0000-MAINLINE.
001290     IF FIRST-TIME-THROUGH
001300         PERFORM 1000-OPEN-CALENDAR
001310                                THRU 1000-OPEN-CALENDAR-EXIT
001320         MOVE 'N'                TO WRK-FIRST-TIME-SWITCH
001330     END-IF.
001340     MOVE SPACES                 TO LS-CAL-NOME.
001350     PERFORM 1200-SET-UF         THRU 1200-SET-UF-EXIT.
001360     IF LS-CAL-CONTA
001370         MOVE LS-CAL-DATA-FIM    TO WRK-DATA
001380         PERFORM 1500-VALIDATE-DATE
001390                                THRU 1500-VALIDATE-DATE-EXIT
001400         IF DATA-IS-INVALIDA
001410             SET LS-CAL-DATA-INVALIDA TO TRUE
001420             GOBACK
001430         END-IF
001440         MOVE WRK-DATA           TO WRK-DATA-LIMITE
001450     ELSE
001460         MOVE SPACES             TO LS-CAL-DATA-FIM
001470     END-IF.
001480     MOVE LS-CAL-DATA            TO WRK-DATA.
001490     PERFORM 1500-VALIDATE-DATE  THRU 1500-VALIDATE-DATE-EXIT.
001500     IF DATA-IS-INVALIDA
001510         SET LS-CAL-DATA-INVALIDA TO TRUE
001520         GOBACK
001530     END-IF.
001540     PERFORM 2000-DAY-OF-WEEK    THRU 2000-DAY-OF-WEEK-EXIT.
001550     PERFORM 3000-CLASSIFY-DAY   THRU 3000-CLASSIFY-DAY-EXIT.
001560     IF DIA-IS-UTIL
001570         SET LS-CAL-DIA-UTIL     TO TRUE
001580     ELSE
001590         SET LS-CAL-NAO-UTIL     TO TRUE
001600         MOVE WRK-NOME-DIA       TO LS-CAL-NOME
001610     END-IF.
001620     EVALUATE TRUE
001630         WHEN LS-CAL-PROXIMO
001640             PERFORM 4000-NEXT-BUSINESS-DAY
001650                                THRU 4000-NEXT-BUSINESS-DAY-EXIT
001660             MOVE WRK-DATA       TO LS-CAL-DATA-FIM
001670         WHEN LS-CAL-SOMA
001680             PERFORM 4000-NEXT-BUSINESS-DAY
001690                                THRU 4000-NEXT-BUSINESS-DAY-EXIT
001700             MOVE LS-CAL-DIAS    TO WRK-RESTANTE
001710             PERFORM 5000-ADD-BUSINESS-DAY
001720                                THRU 5000-ADD-BUSINESS-DAY-EXIT
001730                 UNTIL WRK-RESTANTE = ZERO
001740             MOVE WRK-DATA       TO LS-CAL-DATA-FIM
001750         WHEN LS-CAL-CONTA
001760             MOVE ZERO           TO WRK-CONTADOR
001770             PERFORM 6000-COUNT-BUSINESS-DAY
001780                                THRU 6000-COUNT-BUSINESS-DAY-EXIT
001790                 UNTIL WRK-DATA NOT < WRK-DATA-LIMITE
001800             MOVE WRK-CONTADOR   TO LS-CAL-DIAS
001810         WHEN LS-CAL-ULTIMO
001820             PERFORM 7000-LAST-BUSINESS-DAY
001830                                THRU 7000-LAST-BUSINESS-DAY-EXIT
001840     END-EVALUATE.
001850     GOBACK.
001860*----------------------------------------------------------------
001870* 1000-OPEN-CALENDAR - OPEN CALENDAR-MASTER ONCE FOR THE RUN. IT
001880*    STAYS OPEN ACROSS CALLS AND IS CLOSED BY THE END OF THE RUN
001890*    UNIT. A CALENDAR NEVER LOADED LEAVES ONLY THE WEEKEND RULE.
001900*----------------------------------------------------------------
001910 1000-OPEN-CALENDAR.
001920     OPEN INPUT CALENDAR-MASTER.
001930     IF CAL-STATUS-OK
001940         SET CALENDAR-IS-OPEN    TO TRUE
001950     END-IF.
001960 1000-OPEN-CALENDAR-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990* 1100-LOAD-SIGLAS - READ REGION-MASTER INTO THE SIGLA TABLE,
002000*    ONCE PER RUN, THE FIRST TIME A CALLER PASSES A REGION CODE
002010*    INSTEAD OF A UF.
002020*----------------------------------------------------------------
002030 1100-LOAD-SIGLAS.
002040     MOVE SPACES                 TO SIGLA-TABLE.
002050     SET SIGLA-TABLE-LOADED      TO TRUE.
002060     OPEN INPUT REGION-MASTER.
002070     IF NOT REG-STATUS-OK
002080         GO TO 1100-LOAD-SIGLAS-EXIT
002090     END-IF.
002100     PERFORM 1110-LOAD-ENTRY     THRU 1110-LOAD-ENTRY-EXIT
002110         UNTIL END-OF-REGION-FILE.
002120     CLOSE REGION-MASTER.
002130 1100-LOAD-SIGLAS-EXIT.
002140     EXIT.
002150*----------------------------------------------------------------
002160* 1110-LOAD-ENTRY - READ THE NEXT REGION-MASTER RECORD INTO ITS
002170*    SLOT IN THE TABLE.
002180*----------------------------------------------------------------
002190 1110-LOAD-ENTRY.
002200     READ REGION-MASTER NEXT RECORD
002210         AT END
002220             SET END-OF-REGION-FILE TO TRUE
002230             GO TO 1110-LOAD-ENTRY-EXIT
002240     END-READ.
002250     IF REG-CODIGO > ZERO
002260         MOVE REG-SIGLA          TO UTB-SIGLA (REG-CODIGO)
002270     END-IF.
002280 1110-LOAD-ENTRY-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310* 1200-SET-UF - THE STATE WHOSE HOLIDAYS COUNT: THE UF PASSED,
002320*    ELSE THE SIGLA OF THE REGION PASSED, ELSE NONE.
002330*----------------------------------------------------------------
002340 1200-SET-UF.
002350     MOVE LS-CAL-UF              TO WRK-UF.
002360     IF WRK-UF NOT = SPACES
002370         GO TO 1200-SET-UF-EXIT
002380     END-IF.
002390     IF LS-CAL-REGIAO NOT NUMERIC
002400         OR LS-CAL-REGIAO = ZERO
002410         GO TO 1200-SET-UF-EXIT
002420     END-IF.
002430     IF NOT SIGLA-TABLE-LOADED
002440         PERFORM 1100-LOAD-SIGLAS
002450                                THRU 1100-LOAD-SIGLAS-EXIT
002460     END-IF.
002470     MOVE UTB-SIGLA (LS-CAL-REGIAO) TO WRK-UF.
002480 1200-SET-UF-EXIT.
002490     EXIT.
002500*----------------------------------------------------------------
002510* 1500-VALIDATE-DATE - CHECK THE AAAAMMDD DATE IN WRK-DATA IS A
002520*    REAL CALENDAR DATE.
002530*----------------------------------------------------------------
002540 1500-VALIDATE-DATE.
002550     SET DATA-IS-VALIDA          TO TRUE.
002560     IF WRK-DATA NOT NUMERIC
002570         OR WRK-ANO = ZERO
002580         OR WRK-MES < 1 OR WRK-MES > 12
002590         OR WRK-DIA < 1
002600         SET DATA-IS-INVALIDA    TO TRUE
002610         GO TO 1500-VALIDATE-DATE-EXIT
002620     END-IF.
002630     PERFORM 3600-DAYS-IN-MONTH  THRU 3600-DAYS-IN-MONTH-EXIT.
002640     IF WRK-DIA > WRK-DIAS-MES
002650         SET DATA-IS-INVALIDA    TO TRUE
002660     END-IF.
002670 1500-VALIDATE-DATE-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------
002700* 2000-DAY-OF-WEEK - DAY OF THE WEEK OF WRK-DATA FROM ITS
002710*    RUNNING DAY NUMBER, COUNTED FROM 0001-01-01, A MONDAY:
002720*    0 IS SUNDAY, 1 MONDAY AND SO ON TO 6, SATURDAY. LATER DAYS
002730*    ARE STEPPED ON BY 3500-NEXT-DAY.
002740*----------------------------------------------------------------
002750 2000-DAY-OF-WEEK.
002760     COMPUTE WRK-ANOS = WRK-ANO - 1.
002770     COMPUTE WRK-DIA-ABSOLUTO = WRK-ANOS * 365
002780                              + DBM-DIAS (WRK-MES) + WRK-DIA.
002790     DIVIDE WRK-ANOS BY 4 GIVING WRK-QUOCIENTE.
002800     ADD WRK-QUOCIENTE           TO WRK-DIA-ABSOLUTO.
002810     DIVIDE WRK-ANOS BY 100 GIVING WRK-QUOCIENTE.
002820     SUBTRACT WRK-QUOCIENTE      FROM WRK-DIA-ABSOLUTO.
002830     DIVIDE WRK-ANOS BY 400 GIVING WRK-QUOCIENTE.
002840     ADD WRK-QUOCIENTE           TO WRK-DIA-ABSOLUTO.
002850     PERFORM 3700-LEAP-YEAR      THRU 3700-LEAP-YEAR-EXIT.
002860     IF ANO-IS-BISSEXTO AND WRK-MES > 2
002870         ADD 1                   TO WRK-DIA-ABSOLUTO
002880     END-IF.
002890     DIVIDE WRK-DIA-ABSOLUTO BY 7 GIVING WRK-QUOCIENTE
002900                                 REMAINDER WRK-DIA-SEMANA.
002910 2000-DAY-OF-WEEK-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940* 3000-CLASSIFY-DAY - BUSINESS DAY OR NOT FOR WRK-DATA. THE
002950*    WEEKEND RULE GIVES THE DEFAULT; THE FIRST CALENDAR-MASTER
002960*    ENTRY FOUND OVERRIDES IT, LOOKING FOR THE STATE'S ENTRY FOR
002970*    THE DATE, THE STATE'S FIXED HOLIDAY, THE NATIONAL ENTRY FOR
002980*    THE DATE AND THE NATIONAL FIXED HOLIDAY, IN THAT ORDER.
002990*----------------------------------------------------------------
003000 3000-CLASSIFY-DAY.
003010     SET DIA-IS-UTIL             TO TRUE.
003020     MOVE SPACES                 TO WRK-NOME-DIA.
003030     IF DIA-IS-SABADO
003040         SET DIA-NOT-UTIL        TO TRUE
003050         MOVE 'SABADO'           TO WRK-NOME-DIA
003060     END-IF.
003070     IF DIA-IS-DOMINGO
003080         SET DIA-NOT-UTIL        TO TRUE
003090         MOVE 'DOMINGO'          TO WRK-NOME-DIA
003100     END-IF.
003110     IF NOT CALENDAR-IS-OPEN
003120         GO TO 3000-CLASSIFY-DAY-EXIT
003130     END-IF.
003140     SET ENTRADA-NAO-ENCONTRADA  TO TRUE.
003150     IF WRK-UF NOT = SPACES
003160         MOVE WRK-DATA           TO CAL-DATA
003170         MOVE WRK-UF             TO CAL-UF
003180         PERFORM 3100-READ-CALENDAR
003190                                THRU 3100-READ-CALENDAR-EXIT
003200         MOVE ZERO               TO CAL-ANO
003210         MOVE WRK-DATA (5:4)     TO CAL-MES-DIA
003220         MOVE WRK-UF             TO CAL-UF
003230         PERFORM 3100-READ-CALENDAR
003240                                THRU 3100-READ-CALENDAR-EXIT
003250     END-IF.
003260     MOVE WRK-DATA               TO CAL-DATA.
003270     MOVE SPACES                 TO CAL-UF.
003280     PERFORM 3100-READ-CALENDAR  THRU 3100-READ-CALENDAR-EXIT.
003290     MOVE ZERO                   TO CAL-ANO.
003300     MOVE WRK-DATA (5:4)         TO CAL-MES-DIA.
003310     MOVE SPACES                 TO CAL-UF.
003320     PERFORM 3100-READ-CALENDAR  THRU 3100-READ-CALENDAR-EXIT.
003330 3000-CLASSIFY-DAY-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* 3100-READ-CALENDAR - LOOK UP THE KEY IN CAL-CHAVE, UNLESS AN
003370*    EARLIER LOOKUP FOR THE DAY ALREADY FOUND AN ENTRY, AND LET
003380*    THE ENTRY DECIDE THE DAY.
003390*----------------------------------------------------------------
003400 3100-READ-CALENDAR.
003410     IF ENTRADA-ENCONTRADA
003420         GO TO 3100-READ-CALENDAR-EXIT
003430     END-IF.
003440     READ CALENDAR-MASTER
003450         INVALID KEY
003460             GO TO 3100-READ-CALENDAR-EXIT
003470     END-READ.
003480     SET ENTRADA-ENCONTRADA      TO TRUE.
003490     MOVE CAL-NOME               TO WRK-NOME-DIA.
003500     IF CAL-IS-FERIADO
003510         SET DIA-NOT-UTIL        TO TRUE
003520     ELSE
003530         SET DIA-IS-UTIL         TO TRUE
003540     END-IF.
003550 3100-READ-CALENDAR-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580* 3500-NEXT-DAY - STEP WRK-DATA AND ITS DAY OF THE WEEK ON BY
003590*    ONE CALENDAR DAY.
003600*----------------------------------------------------------------
003610 3500-NEXT-DAY.
003620     ADD 1                       TO WRK-DIA-SEMANA.
003630     IF WRK-DIA-SEMANA > 6
003640         MOVE ZERO               TO WRK-DIA-SEMANA
003650     END-IF.
003660     PERFORM 3600-DAYS-IN-MONTH  THRU 3600-DAYS-IN-MONTH-EXIT.
003670     IF WRK-DIA < WRK-DIAS-MES
003680         ADD 1                   TO WRK-DIA
003690         GO TO 3500-NEXT-DAY-EXIT
003700     END-IF.
003710     MOVE 1                      TO WRK-DIA.
003720     IF WRK-MES < 12
003730         ADD 1                   TO WRK-MES
003740     ELSE
003750         MOVE 1                  TO WRK-MES
003760         ADD 1                   TO WRK-ANO
003770     END-IF.
003780 3500-NEXT-DAY-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------
003810* 3600-DAYS-IN-MONTH - NUMBER OF DAYS IN WRK-MES OF WRK-ANO.
003820*----------------------------------------------------------------
003830 3600-DAYS-IN-MONTH.
003840     MOVE DIM-DIAS (WRK-MES)     TO WRK-DIAS-MES.
003850     IF WRK-MES = 2
003860         PERFORM 3700-LEAP-YEAR  THRU 3700-LEAP-YEAR-EXIT
003870         IF ANO-IS-BISSEXTO
003880             MOVE 29             TO WRK-DIAS-MES
003890         END-IF
003900     END-IF.
003910 3600-DAYS-IN-MONTH-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------
003940* 3700-LEAP-YEAR - GREGORIAN LEAP-YEAR TEST ON WRK-ANO.
003950*----------------------------------------------------------------
003960 3700-LEAP-YEAR.
003970     SET ANO-NOT-BISSEXTO        TO TRUE.
003980     DIVIDE WRK-ANO BY 4 GIVING WRK-QUOCIENTE
003990                                 REMAINDER WRK-RESTO.
004000     IF WRK-RESTO NOT = ZERO
004010         GO TO 3700-LEAP-YEAR-EXIT
004020     END-IF.
004030     SET ANO-IS-BISSEXTO         TO TRUE.
004040     DIVIDE WRK-ANO BY 100 GIVING WRK-QUOCIENTE
004050                                 REMAINDER WRK-RESTO.
004060     IF WRK-RESTO NOT = ZERO
004070         GO TO 3700-LEAP-YEAR-EXIT
004080     END-IF.
004090     SET ANO-NOT-BISSEXTO        TO TRUE.
004100     DIVIDE WRK-ANO BY 400 GIVING WRK-QUOCIENTE
004110                                 REMAINDER WRK-RESTO.
004120     IF WRK-RESTO = ZERO
004130         SET ANO-IS-BISSEXTO     TO TRUE
004140     END-IF.
004150 3700-LEAP-YEAR-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180* 4000-NEXT-BUSINESS-DAY - ROLL WRK-DATA FORWARD UNTIL IT IS A
004190*    BUSINESS DAY; A BUSINESS DAY STAYS WHERE IT IS.
004200*----------------------------------------------------------------
004210 4000-NEXT-BUSINESS-DAY.
004220     IF DIA-IS-UTIL
004230         GO TO 4000-NEXT-BUSINESS-DAY-EXIT
004240     END-IF.
004250     PERFORM 3500-NEXT-DAY       THRU 3500-NEXT-DAY-EXIT.
004260     PERFORM 3000-CLASSIFY-DAY   THRU 3000-CLASSIFY-DAY-EXIT.
004270     GO TO 4000-NEXT-BUSINESS-DAY.
004280 4000-NEXT-BUSINESS-DAY-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310* 5000-ADD-BUSINESS-DAY - STEP TO THE NEXT BUSINESS DAY AND
004320*    COUNT IT OFF THE DAYS STILL TO ADD.
004330*----------------------------------------------------------------
004340 5000-ADD-BUSINESS-DAY.
004350     PERFORM 3500-NEXT-DAY       THRU 3500-NEXT-DAY-EXIT.
004360     PERFORM 3000-CLASSIFY-DAY   THRU 3000-CLASSIFY-DAY-EXIT.
004370     PERFORM 4000-NEXT-BUSINESS-DAY
004380                                THRU 4000-NEXT-BUSINESS-DAY-EXIT.
004390     SUBTRACT 1                  FROM WRK-RESTANTE.
004400 5000-ADD-BUSINESS-DAY-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430* 6000-COUNT-BUSINESS-DAY - STEP ONE CALENDAR DAY TOWARDS THE
004440*    END DATE AND COUNT IT WHEN IT IS A BUSINESS DAY.
004450*----------------------------------------------------------------
004460 6000-COUNT-BUSINESS-DAY.
004470     PERFORM 3500-NEXT-DAY       THRU 3500-NEXT-DAY-EXIT.
004480     PERFORM 3000-CLASSIFY-DAY   THRU 3000-CLASSIFY-DAY-EXIT.
004490     IF DIA-IS-UTIL
004500         ADD 1                   TO WRK-CONTADOR
004510     END-IF.
004520 6000-COUNT-BUSINESS-DAY-EXIT.
004530     EXIT.
004540*----------------------------------------------------------------
004550* 7000-LAST-BUSINESS-DAY - WALK THE MONTH OF THE DATE PASSED
004560*    FROM ITS FIRST DAY, KEEPING THE LAST BUSINESS DAY SEEN.
004570*----------------------------------------------------------------
004580 7000-LAST-BUSINESS-DAY.
004590     MOVE WRK-MES                TO WRK-MES-INICIAL.
004600     MOVE 1                      TO WRK-DIA.
004610     PERFORM 2000-DAY-OF-WEEK    THRU 2000-DAY-OF-WEEK-EXIT.
004620     PERFORM 7100-MONTH-DAY      THRU 7100-MONTH-DAY-EXIT
004630         UNTIL WRK-MES NOT = WRK-MES-INICIAL.
004640 7000-LAST-BUSINESS-DAY-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670* 7100-MONTH-DAY - NOTE ONE DAY OF THE MONTH WHEN IT IS A
004680*    BUSINESS DAY AND STEP TO THE NEXT.
004690*----------------------------------------------------------------
004700 7100-MONTH-DAY.
004710     PERFORM 3000-CLASSIFY-DAY   THRU 3000-CLASSIFY-DAY-EXIT.
004720     IF DIA-IS-UTIL
004730         MOVE WRK-DATA           TO LS-CAL-DATA-FIM
004740     END-IF.
004750     PERFORM 3500-NEXT-DAY       THRU 3500-NEXT-DAY-EXIT.
004760 7100-MONTH-DAY-EXIT.
004770     EXIT.
