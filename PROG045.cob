000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------
000220* 2026-09-01  RM  ORIGINAL PROGRAM.
000230* 2026-10-15  RM  THE SENT COPY IS NOW 100 BYTES - PROG016
000240*                 CARRIES THE BANK DETAILS ON EVERY DETAIL.
000250* 2026-10-15  RM  TABLE ONLY THE DETAIL RECORDS OF THE SENT
000260*                 COPY - PROG016 NOW KEEPS THE EMPLOYEE'S
000270*                 DEPENDENT RECORDS UNDER EACH DETAIL.
000272* 2026-10-15  RM  THE SENT COPY IS NOW 120 BYTES - PROG016
000274*                 CARRIES THE LEAVE SITUATION ON EVERY DETAIL.
000280*----------------------------------------------------------------
000290 ENVIRONMENT                     DIVISION.
000300 CONFIGURATION                   SECTION.
000310 SOURCE-COMPUTER.                IBM-370.
000320 OBJECT-COMPUTER.                IBM-370.
000330 INPUT-OUTPUT                    SECTION.
000340 FILE-CONTROL.
000350     SELECT PAY-RETURN           ASSIGN TO PAYRET
000360                                 ORGANIZATION IS SEQUENTIAL
000370                                 FILE STATUS IS WS-RET-STATUS.
000380     SELECT PAY-SENT             ASSIGN TO PAYSENT
000390                                 ORGANIZATION IS SEQUENTIAL
000400                                 FILE STATUS IS WS-SNT-STATUS.
000410     SELECT PAY-SEQ-CONTROL      ASSIGN TO PAYCTL
000420                                 ORGANIZATION IS INDEXED
000430                                 ACCESS MODE IS DYNAMIC
000440                                 RECORD KEY IS PCT-KEY
000450                                 FILE STATUS IS WS-PCT-STATUS.
000460     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000470                                 ORGANIZATION IS INDEXED
000480                                 ACCESS MODE IS DYNAMIC
000490                                 RECORD KEY IS EMP-MATRICULA
000500                                 ALTERNATE RECORD KEY IS EMP-NOME
000510                                     WITH DUPLICATES
000520                                 FILE STATUS IS WS-EMP-STATUS.
000530     SELECT RETURN-RPT           ASSIGN TO RETRPT
000540                                 ORGANIZATION IS SEQUENTIAL
000550                                 FILE STATUS IS WS-RPT-STATUS.
000560 DATA                            DIVISION.
000570 FILE                            SECTION.
000580 FD  PAY-RETURN
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 80 CHARACTERS.
000610 01  PAY-RETURN-RECORD.
000620     05  RET-TIPO                PIC X(01).
000630         88  RET-IS-HEADER                   VALUE 'H'.
000640         88  RET-IS-DETAIL                   VALUE 'D'.
000650         88  RET-IS-TRAILER                  VALUE 'T'.
000660     05  RET-MATRICULA           PIC 9(06).
000670     05  RET-SITUACAO            PIC X(01).
000680         88  RET-IS-ACEITO                   VALUE 'A'.
000690         88  RET-IS-REJEITADO                VALUE 'R'.
000700     05  RET-MOTIVO              PIC X(20).
000710     05  FILLER                  PIC X(52).
000720 01  PAY-RETURN-HEADER REDEFINES PAY-RETURN-RECORD.
000730     05  FILLER                  PIC X(01).
000740     05  RET-HDR-DATA            PIC X(08).
000750     05  RET-HDR-SEQUENCIA       PIC 9(06).
000760     05  FILLER                  PIC X(65).
000770 FD  PAY-SENT
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 120 CHARACTERS.
000800 01  PAY-SENT-RECORD.
000810     05  SNT-TIPO                PIC X(01).
000820     05  SNT-MATRICULA           PIC 9(06).
000830     05  FILLER                  PIC X(113).
000840 FD  PAY-SEQ-CONTROL
000850     LABEL RECORDS ARE STANDARD.
000860 01  PCT-RECORD.
000870     05  PCT-KEY                 PIC X(08).
000880     05  PCT-PROX-SEQUENCIA      PIC 9(06).
000890 FD  EMPLOYEE-MASTER
000900     LABEL RECORDS ARE STANDARD.
000910     COPY EMPMAST.
000920 FD  RETURN-RPT
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 132 CHARACTERS.
000950 01  RPT-LINE                    PIC X(132).
000960 WORKING-STORAGE                 SECTION.
000970 01  HEADING-LINE-1.
000980     05  FILLER                  PIC X(44)
000990             VALUE 'RETORNO DO BUREAU - PROG045'.
001000     05  FILLER                  PIC X(88) VALUE SPACES.
001010 01  SECTION-LINE.
001020     05  SEC-TITULO              PIC X(40).
001030     05  FILLER                  PIC X(92) VALUE SPACES.
001040 01  DETAIL-LINE.
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  DTL-MATRICULA           PIC 9(06).
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  DTL-NOME                PIC X(30).
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  DTL-MOTIVO              PIC X(20).
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  DTL-SITUACAO            PIC X(24).
001130     05  FILLER                  PIC X(44) VALUE SPACES.
001140 01  TOTAL-LINE.
001150     05  TOT-TITULO              PIC X(28).
001160     05  TOT-VALOR               PIC ZZZZZ9.
001170     05  FILLER                  PIC X(98) VALUE SPACES.
001180 01  SENT-TABLE.
001190     05  SNT-ENTRY               OCCURS 2000 TIMES.
001200         10  SNT-TAB-MATRICULA   PIC 9(06) COMP.
001210 77  WS-RET-STATUS               PIC X(02)  VALUE SPACES.
001220     88  RET-STATUS-OK                      VALUE '00'.
001230     88  RET-STATUS-EOF                     VALUE '10'.
001240 77  WS-SNT-STATUS               PIC X(02)  VALUE SPACES.
001250     88  SNT-STATUS-OK                      VALUE '00'.
001260     88  SNT-STATUS-EOF                     VALUE '10'.
001270     88  SNT-STATUS-NEW-FILE                VALUE '35'.
001280 77  WS-PCT-STATUS               PIC X(02)  VALUE SPACES.
001290     88  PCT-STATUS-OK                      VALUE '00'.
001300 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
001310     88  EMP-STATUS-OK                      VALUE '00'.
001320     88  EMP-STATUS-NOT-FOUND               VALUE '23'.
001330 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001340     88  RPT-STATUS-OK                      VALUE '00'.
001350 77  WRK-PCT-KEY                 PIC X(08)  VALUE 'PAYSEQ  '.
001360 77  WRK-LAST-SEQUENCIA          PIC 9(06)  COMP VALUE ZERO.
001370 77  WRK-RET-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001380     88  END-OF-RETURN-FILE                 VALUE 'Y'.
001390 77  WRK-SNT-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001400     88  END-OF-SENT-FILE                   VALUE 'Y'.
001410 77  WRK-SENT-COUNT              PIC 9(04)  COMP VALUE ZERO.
001420 77  WRK-IX                      PIC 9(04)  COMP VALUE ZERO.
001430 77  WRK-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
001440     88  SENT-WAS-FOUND                     VALUE 'Y'.
001450 77  WRK-EMP-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
001460     88  EMPLOYEE-WAS-FOUND                 VALUE 'Y'.
001470     88  EMPLOYEE-NOT-FOUND                 VALUE 'N'.
001480 77  WRK-ACCEPT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001490 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001500 77  WRK-UNMATCHED-COUNT         PIC 9(06)  COMP VALUE ZERO.
001510 77  WRK-SEQ-SWITCH              PIC X(01)  VALUE 'N'.
001520     88  SEQUENCE-IS-BAD                    VALUE 'Y'.
001530 PROCEDURE                       DIVISION.
001540*----------------------------------------------------------------
001550* 0000-MAINLINE
001560*----------------------------------------------------------------
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001590     PERFORM 2000-PROCESS-RETURN THRU 2000-PROCESS-RETURN-EXIT
001600         UNTIL END-OF-RETURN-FILE.
001610     PERFORM 8000-CONTROL-TOTALS THRU 8000-CONTROL-TOTALS-EXIT.
001620     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001630     IF SEQUENCE-IS-BAD OR WRK-UNMATCHED-COUNT > ZERO
001640         MOVE 8 TO RETURN-CODE
001650     END-IF.
001660     STOP RUN.
001670*----------------------------------------------------------------
001680* 1000-INITIALIZE - OPEN THE FILES, LOAD THE SENT-COPY TABLE,
001690*    FETCH THE LAST TRANSMITTED SEQUENCE AND READ THE FIRST
001700*    RETURN RECORD.
001710*----------------------------------------------------------------
001720 1000-INITIALIZE.
001730     OPEN INPUT PAY-RETURN.
001740     OPEN INPUT EMPLOYEE-MASTER.
001750     OPEN OUTPUT RETURN-RPT.
001760     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
001770     OPEN INPUT PAY-SENT.
001780     IF SNT-STATUS-NEW-FILE
001790         DISPLAY 'COPIA DO ENVIO NAO ENCONTRADA - PAYSENT'
001800         SET END-OF-SENT-FILE TO TRUE
001810     ELSE
001820         PERFORM 1100-LOAD-SENT  THRU 1100-LOAD-SENT-EXIT
001830             UNTIL END-OF-SENT-FILE
001840         CLOSE PAY-SENT
001850     END-IF.
001860     OPEN INPUT PAY-SEQ-CONTROL.
001870     MOVE WRK-PCT-KEY            TO PCT-KEY.
001880     READ PAY-SEQ-CONTROL
001890         INVALID KEY
001900             DISPLAY 'CONTROLE DE SEQUENCIA NAO ENCONTRADO'
001910             MOVE ZERO TO PCT-PROX-SEQUENCIA
001920     END-READ.
001930     IF PCT-PROX-SEQUENCIA > ZERO
001940         COMPUTE WRK-LAST-SEQUENCIA = PCT-PROX-SEQUENCIA - 1
001950     END-IF.
001960     PERFORM 2100-READ-RETURN    THRU 2100-READ-RETURN-EXIT.
001970 1000-INITIALIZE-EXIT.
001980     EXIT.
001990*----------------------------------------------------------------
002000* 1100-LOAD-SENT - READ ONE SENT-COPY RECORD AND TABLE IT WHEN
002010*    IT IS A DETAIL. DEPENDENT RECORDS ARE PASSED OVER.
002020*----------------------------------------------------------------
002030 1100-LOAD-SENT.
002040     READ PAY-SENT
002050         AT END
002060             SET END-OF-SENT-FILE TO TRUE
002070             GO TO 1100-LOAD-SENT-EXIT
002080     END-READ.
002090     IF SNT-TIPO NOT = 'D'
002100         GO TO 1100-LOAD-SENT-EXIT
002110     END-IF.
002120     IF WRK-SENT-COUNT < 2000
002130         ADD 1 TO WRK-SENT-COUNT
002140         MOVE SNT-MATRICULA
002150             TO SNT-TAB-MATRICULA (WRK-SENT-COUNT)
002160     ELSE
002170         DISPLAY 'TABELA DE ENVIO CHEIA'
002180     END-IF.
002190 1100-LOAD-SENT-EXIT.
002200     EXIT.
002210*----------------------------------------------------------------
002220* 2000-PROCESS-RETURN - DISPATCH ONE RETURN RECORD ON ITS TYPE,
002230*    THEN READ THE NEXT ONE.
002240*----------------------------------------------------------------
002250 2000-PROCESS-RETURN.
002260     EVALUATE TRUE
002270         WHEN RET-IS-HEADER
002280             PERFORM 3000-CHECK-SEQUENCE
002290                                THRU 3000-CHECK-SEQUENCE-EXIT
002300         WHEN RET-IS-DETAIL
002310             PERFORM 4000-MATCH-DETAIL
002320                                THRU 4000-MATCH-DETAIL-EXIT
002330         WHEN RET-IS-TRAILER
002340             CONTINUE
002350         WHEN OTHER
002360             DISPLAY 'TIPO DE RETORNO INVALIDO - ' RET-TIPO
002370     END-EVALUATE.
002380     PERFORM 2100-READ-RETURN    THRU 2100-READ-RETURN-EXIT.
002390 2000-PROCESS-RETURN-EXIT.
002400     EXIT.
002410*----------------------------------------------------------------
002420* 2100-READ-RETURN - READ THE NEXT RETURN RECORD.
002430*----------------------------------------------------------------
002440 2100-READ-RETURN.
002450     READ PAY-RETURN
002460         AT END
002470             SET END-OF-RETURN-FILE TO TRUE
002480     END-READ.
002490 2100-READ-RETURN-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------
002520* 3000-CHECK-SEQUENCE - COMPARE THE RETURN HEADER'S SEQUENCE
002530*    WITH THE LAST TRANSMISSION SENT. A MISMATCH MEANS A
002540*    SKIPPED OR DUPLICATED MONTH ON ONE SIDE OR THE OTHER.
002550*----------------------------------------------------------------
002560 3000-CHECK-SEQUENCE.
002570     MOVE SPACES                 TO SECTION-LINE.
002580     IF RET-HDR-SEQUENCIA = WRK-LAST-SEQUENCIA
002590         MOVE 'SEQUENCIA CONFERIDA' TO SEC-TITULO
002600     ELSE
002610         SET SEQUENCE-IS-BAD     TO TRUE
002620         MOVE 'SEQUENCIA NAO CONFERE COM O ENVIO'
002630                                 TO SEC-TITULO
002640         DISPLAY 'SEQUENCIA DO RETORNO ' RET-HDR-SEQUENCIA
002650                 ' ULTIMO ENVIO ' WRK-LAST-SEQUENCIA
002660     END-IF.
002670     WRITE RPT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.
002680 3000-CHECK-SEQUENCE-EXIT.
002690     EXIT.
002700*----------------------------------------------------------------
002710* 4000-MATCH-DETAIL - MATCH ONE RETURNED MATRICULA AGAINST THE
002720*    MASTER AND AGAINST WHAT WAS SENT, AND PRINT IT IN ITS
002730*    SECTION.
002740*----------------------------------------------------------------
002750 4000-MATCH-DETAIL.
002760     MOVE SPACES                 TO DETAIL-LINE.
002770     MOVE RET-MATRICULA          TO DTL-MATRICULA.
002780     MOVE RET-MOTIVO             TO DTL-MOTIVO.
002790     MOVE 'N'                    TO WRK-FOUND-SWITCH.
002800     MOVE 1                      TO WRK-IX.
002810     PERFORM 4100-MATCH-SENT     THRU 4100-MATCH-SENT-EXIT
002820         UNTIL SENT-WAS-FOUND OR WRK-IX > WRK-SENT-COUNT.
002830     MOVE RET-MATRICULA          TO EMP-MATRICULA.
002840     SET EMPLOYEE-WAS-FOUND      TO TRUE.
002850     READ EMPLOYEE-MASTER
002860         INVALID KEY
002870             SET EMPLOYEE-NOT-FOUND TO TRUE
002880     END-READ.
002890     IF EMPLOYEE-WAS-FOUND
002900         MOVE EMP-NOME           TO DTL-NOME
002910     ELSE
002920         MOVE '** NAO CADASTRADO **' TO DTL-NOME
002930     END-IF.
002940     EVALUATE TRUE
002950         WHEN NOT SENT-WAS-FOUND OR EMPLOYEE-NOT-FOUND
002960             MOVE 'NAO CONFERE COM O ENVIO'
002970                                 TO DTL-SITUACAO
002980             ADD 1 TO WRK-UNMATCHED-COUNT
002990         WHEN RET-IS-REJEITADO
003000             MOVE 'REJEITADO PELO BUREAU'
003010                                 TO DTL-SITUACAO
003020             ADD 1 TO WRK-REJECT-COUNT
003030         WHEN OTHER
003040             MOVE 'ACEITO'       TO DTL-SITUACAO
003050             ADD 1 TO WRK-ACCEPT-COUNT
003060     END-EVALUATE.
003070     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
003080 4000-MATCH-DETAIL-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------
003110* 4100-MATCH-SENT - MATCH THE RETURNED MATRICULA AGAINST ONE
003120*    SENT-COPY ENTRY.
003130*----------------------------------------------------------------
003140 4100-MATCH-SENT.
003150     IF SNT-TAB-MATRICULA (WRK-IX) = RET-MATRICULA
003160         SET SENT-WAS-FOUND TO TRUE
003170     ELSE
003180         ADD 1 TO WRK-IX
003190     END-IF.
003200 4100-MATCH-SENT-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230* 8000-CONTROL-TOTALS - PRINT THE SECTION TOTALS.
003240*----------------------------------------------------------------
003250 8000-CONTROL-TOTALS.
003260     MOVE 'ACEITOS................... ' TO TOT-TITULO.
003270     MOVE WRK-ACCEPT-COUNT       TO TOT-VALOR.
003280     WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
003290     MOVE 'REJEITADOS PELO BUREAU.... ' TO TOT-TITULO.
003300     MOVE WRK-REJECT-COUNT       TO TOT-VALOR.
003310     WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
003320     MOVE 'NAO CONFEREM.............. ' TO TOT-TITULO.
003330     MOVE WRK-UNMATCHED-COUNT    TO TOT-VALOR.
003340     WRITE RPT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
003350     DISPLAY '------------ PROG045 - TOTAIS ------------'.
003360     DISPLAY 'ACEITOS.......... ' WRK-ACCEPT-COUNT.
003370     DISPLAY 'REJEITADOS....... ' WRK-REJECT-COUNT.
003380     DISPLAY 'NAO CONFEREM..... ' WRK-UNMATCHED-COUNT.
003390 8000-CONTROL-TOTALS-EXIT.
003400     EXIT.
003410*----------------------------------------------------------------
003420* 9999-FINALIZE - CLOSE THE FILES.
003430*----------------------------------------------------------------
003440 9999-FINALIZE.
003450     CLOSE PAY-RETURN.
003460     CLOSE PAY-SEQ-CONTROL.
003470     CLOSE EMPLOYEE-MASTER.
003480     CLOSE RETURN-RPT.
003490 9999-FINALIZE-EXIT.
003500     EXIT.
