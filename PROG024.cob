000212* 2026-09-01  RM  WIDEN THE ERROR-REPORT IMAGE TO THE FULL
000214*                 18-BYTE RECORD SO THE ACCUMULATOR FLAG BYTE
000216*                 SHOWS ON A REJECTED RECORD'S IMAGE.
000217* 2026-10-15  RM  ACCEPT THE FINANCIAMENTO OPERATION CODE F AND
000218*                 ITS NEW NUMBER-OF-INSTALLMENTS FIELD - THE
000219*                 PRINCIPAL MUST BE POSITIVE, THE MONTHLY RATE
000220*                 NOT NEGATIVE AND THE INSTALLMENTS 001 TO 360.
000221*                 THE RECORD AND ITS ERROR IMAGE GROW TO 21.
000222*----------------------------------------------------------------
000230 ENVIRONMENT                     DIVISION.
000240 CONFIGURATION                   SECTION.
000250 SOURCE-COMPUTER.                IBM-370.
000420 01  EDIT-TRANS-RECORD.
000430     05  ED-OPERACAO             PIC X(01).
000440         88  ED-OP-VALID                     VALUE 'T' ' ' 'A'
000450                     'S' 'M' 'D' 'E' 'P' 'R' 'X' 'L' 'F'.
000455         88  ED-OP-FINANCIAMENTO             VALUE 'F'.
000460     05  ED-V1.
000470         10  ED-V1-SIGN          PIC X(01).
000480         10  ED-V1-DIGITS        PIC X(07).
000510         10  ED-V2-DIGITS        PIC X(07).
000520     05  ED-ACUM                 PIC X(01).
000530         88  ED-ACUM-VALID                   VALUE ' ' 'A'.
000535     05  ED-PARCELAS             PIC X(03).
000540 FD  CALC-TRANS-OUT
000550     LABEL RECORDS ARE STANDARD.
000560 01  CALC-TRANS-RECORD.
000620         10  CT-V2-SIGN          PIC X(01).
000630         10  CT-V2-DIGITS        PIC X(07).
000640     05  CT-ACUMULADOR           PIC X(01).
000645     05  CT-PARCELAS             PIC X(03).
000650 FD  CALC-ERR-RPT
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 132 CHARACTERS.
000720             VALUE 'CRITICA DE TRANSACOES DE CALCULO - PROG024'.
000730     05  FILLER                  PIC X(88) VALUE SPACES.
000740 01  HEADING-LINE-2.
000750     05  FILLER                  PIC X(23) VALUE 'IMAGEM'.
000760     05  FILLER                  PIC X(30) VALUE 'MOTIVO'.
000770     05  FILLER                  PIC X(79) VALUE SPACES.
000780 01  ERROR-LINE.
000790     05  ERR-IMAGEM              PIC X(21).
000800     05  FILLER                  PIC X(02) VALUE SPACES.
000810     05  ERR-MOTIVO              PIC X(30).
000820     05  FILLER                  PIC X(79) VALUE SPACES.
000830 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
000840     88  TRANS-STATUS-OK                    VALUE '00'.
000850     88  TRANS-STATUS-EOF                   VALUE '10'.
001430     IF RECORD-IS-CLEAN
001440         PERFORM 2300-EDIT-V2    THRU 2300-EDIT-V2-EXIT
001450     END-IF.
001452     IF RECORD-IS-CLEAN AND ED-OP-FINANCIAMENTO
001454         PERFORM 2350-EDIT-FINANCIAMENTO
001456                                THRU 2350-EDIT-FINANCIAMENTO-EXIT
001458     END-IF.
001460     IF RECORD-IS-CLEAN
001470         PERFORM 2400-WRITE-CLEAN
001480                                THRU 2400-WRITE-CLEAN-EXIT
001960     END-IF.
001970 2300-EDIT-V2-EXIT.
001980     EXIT.
001981*----------------------------------------------------------------
001982* 2350-EDIT-FINANCIAMENTO - FOR CODE F, V1 IS THE PRINCIPAL AND
001983*    MUST BE POSITIVE, V2 IS THE MONTHLY INTEREST RATE IN PERCENT
001984*    AND MAY NOT BE NEGATIVE, AND THE NUMBER OF INSTALLMENTS
001985*    MUST BE NUMERIC, 001 TO 360.
001986*----------------------------------------------------------------
001987 2350-EDIT-FINANCIAMENTO.
001988     IF ED-V1-SIGN = '-' OR ED-V1-DIGITS = ZEROS
001989         SET RECORD-IS-BAD TO TRUE
001990         MOVE 'PRINCIPAL DEVE SER POSITIVO' TO WRK-MOTIVO
001991         GO TO 2350-EDIT-FINANCIAMENTO-EXIT
001992     END-IF.
001993     IF ED-V2-SIGN = '-'
001994         SET RECORD-IS-BAD TO TRUE
001995         MOVE 'TAXA DE JUROS NEGATIVA' TO WRK-MOTIVO
001996         GO TO 2350-EDIT-FINANCIAMENTO-EXIT
001997     END-IF.
001998     IF ED-PARCELAS NOT NUMERIC
001999         OR ED-PARCELAS = '000' OR ED-PARCELAS > '360'
002000         SET RECORD-IS-BAD TO TRUE
002001         MOVE 'NUMERO DE PARCELAS INVALIDO' TO WRK-MOTIVO
002002     END-IF.
002003 2350-EDIT-FINANCIAMENTO-EXIT.
002004     EXIT.
002005*----------------------------------------------------------------
002006* 2400-WRITE-CLEAN - WRITE THE RECORD TO THE FILE THE CALC
002010*    STEP READS, NORMALIZING A BLANK SIGN TO +.
002020*----------------------------------------------------------------
002030 2400-WRITE-CLEAN.
002070     MOVE ED-V2-SIGN             TO CT-V2-SIGN.
002080     MOVE ED-V2-DIGITS           TO CT-V2-DIGITS.
002090     MOVE ED-ACUM                TO CT-ACUMULADOR.
002095     MOVE ED-PARCELAS            TO CT-PARCELAS.
002100     IF CT-V1-SIGN = SPACE
002110         MOVE '+' TO CT-V1-SIGN
002120     END-IF.
