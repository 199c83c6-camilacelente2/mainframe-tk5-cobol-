000150*    GO TO THE MANUAL-REVIEW FILE AND THE REST TO THE OUTPUT
000160*    CARRY THE STREAM FEEDS BACK TO PROG025. A NON-ZERO RETURN
000170*    CODE FLAGS THE STREAM WHEN ANYTHING WAS ESCALATED.
000175*    THE AGE IS COUNTED IN BUSINESS DAYS THROUGH PROG076.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*----------------------------------------------------------------
000210* 2026-09-01  RM  ORIGINAL PROGRAM.
000211* 2026-10-15  RM  AGE EACH RECORD IN BUSINESS DAYS SINCE IT WAS
000212*                 FIRST CARRIED, THROUGH THE PROG076 CALENDAR,
000213*                 AND ESCALATE ON THAT AGE - A RUN ON A WEEKEND
000214*                 OR HOLIDAY NO LONGER BRINGS A RECORD NEARER
000215*                 REVIEW. A RECORD WITHOUT A VALID FIRST DATE IS
000216*                 STILL JUDGED ON ITS TRIP COUNT.
000220*----------------------------------------------------------------
000230 ENVIRONMENT                     DIVISION.
000240 CONFIGURATION                   SECTION.
000560     RECORD CONTAINS 132 CHARACTERS.
000570 01  RPT-LINE                    PIC X(132).
000580 WORKING-STORAGE                 SECTION.
000585     COPY CALNLINK               REPLACING ==:PFX:== BY ==WRK==.
000590 01  HEADING-LINE-1.
000600     05  FILLER                  PIC X(44)
000610             VALUE 'ENVELHECIMENTO DO CARRY GL - PROG047'.
000660     05  FILLER                  PIC X(06) VALUE 'MOEDA '.
000670     05  FILLER                  PIC X(12) VALUE 'DESDE'.
000680     05  FILLER                  PIC X(08) VALUE 'CICLOS'.
000685     05  FILLER                  PIC X(09) VALUE 'D.UTEIS'.
000690     05  FILLER                  PIC X(22) VALUE 'SITUACAO'.
000700     05  FILLER                  PIC X(55) VALUE SPACES.
000710 01  DETAIL-LINE.
000720     05  DTL-DATA                PIC X(08).
000730     05  FILLER                  PIC X(02) VALUE SPACES.
000790     05  FILLER                  PIC X(04) VALUE SPACES.
000800     05  DTL-CICLOS              PIC Z9.
000810     05  FILLER                  PIC X(06) VALUE SPACES.
000812     05  DTL-DIAS-UTEIS          PIC ZZZZ9.
000814     05  FILLER                  PIC X(04) VALUE SPACES.
000820     05  DTL-SITUACAO            PIC X(22).
000830     05  FILLER                  PIC X(55) VALUE SPACES.
000840 01  TOTAL-LINE.
000850     05  TOT-TITULO              PIC X(28).
000860     05  TOT-VALOR               PIC ZZZZZ9.
000970     88  RPT-STATUS-OK                      VALUE '00'.
000980 77  WRK-CUTOFF-IN               PIC X(02)  VALUE SPACES.
000990 77  WRK-CUTOFF                  PIC 9(02)  VALUE 5.
000992 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
000994 77  WRK-IDADE                   PIC 9(05)  VALUE ZERO.
001000 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001010     88  END-OF-CARRY-FILE                  VALUE 'Y'.
001020 77  WRK-KEEP-COUNT              PIC 9(06)  COMP VALUE ZERO.
001160     STOP RUN.
001170*----------------------------------------------------------------
001180* 1000-INITIALIZE - ACCEPT THE CUTOFF (BLANK KEEPS THE DEFAULT
001190*    OF 5 BUSINESS DAYS), OPEN THE FILES AND READ THE FIRST
001200*    CARRIED RECORD.
001210*----------------------------------------------------------------
001220 1000-INITIALIZE.
001225     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
001230     DISPLAY 'DIAS UTEIS PARA REVISAO (BRANCO=5)... '.
001240     ACCEPT WRK-CUTOFF-IN.
001250     IF WRK-CUTOFF-IN NOT = SPACES
001260         AND WRK-CUTOFF-IN NUMERIC
001380*----------------------------------------------------------------
001390* 2000-AGE-RECORD - PRINT ONE CARRIED RECORD'S AGE AND SEND IT
001400*    EITHER BACK AROUND OR TO MANUAL REVIEW, THEN READ THE NEXT
001410*    ONE. THE AGE IS THE BUSINESS DAYS SINCE THE FIRST-SEEN
001412*    DATE; WHEN THAT DATE IS MISSING OR INVALID THE TRIP COUNT
001414*    STANDS IN FOR IT.
001420*----------------------------------------------------------------
001430 2000-AGE-RECORD.
001440     MOVE SPACES                 TO DETAIL-LINE.
001510     ELSE
001520         MOVE ZERO               TO DTL-CICLOS
001530     END-IF.
001531     MOVE 'C'                    TO WRK-CAL-FUNCAO.
001532     MOVE GL-DATA-PRIMEIRA       TO WRK-CAL-DATA.
001533     MOVE ZERO                   TO WRK-CAL-REGIAO.
001534     MOVE SPACES                 TO WRK-CAL-UF.
001535     MOVE WRK-DATA-HOJE          TO WRK-CAL-DATA-FIM.
001536     CALL 'PROG076' USING WRK-CAL-FUNCAO, WRK-CAL-DATA,
001537                                 WRK-CAL-REGIAO, WRK-CAL-UF,
001538                                 WRK-CAL-DIAS, WRK-CAL-DATA-FIM,
001539                                 WRK-CAL-NOME, WRK-CAL-RETORNO.
001540     IF WRK-CAL-DATA-INVALIDA
001541         MOVE ZERO               TO WRK-IDADE
001542         IF GL-CICLOS NUMERIC
001543             MOVE GL-CICLOS      TO WRK-IDADE
001544         END-IF
001545     ELSE
001546         MOVE WRK-CAL-DIAS       TO WRK-IDADE
001547         MOVE WRK-CAL-DIAS       TO DTL-DIAS-UTEIS
001548     END-IF.
001549     IF WRK-IDADE NOT < WRK-CUTOFF
001550         WRITE GL-REVIEW-RECORD FROM GL-INTERFACE-RECORD
001560         MOVE 'REVISAO MANUAL'    TO DTL-SITUACAO
001570         ADD 1 TO WRK-REVIEW-COUNT
