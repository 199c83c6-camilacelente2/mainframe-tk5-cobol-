000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG060.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - BANK AGENCY AND ACCOUNT CHECK-DIGIT
000090*    ROUTINE, CALLED THROUGH THE BANKLINK PARAMETER LIST THE WAY
000100*    PROG034 IS CALLED THROUGH MATRLINK. THE DIGIT IS A
000110*    MODULE-11 OVER THE NUMBER WITH WEIGHTS 2 TO 9 FROM THE
000120*    RIGHT, REPEATING - ELEVEN MINUS THE REMAINDER, WHERE TEN
000130*    IS WRITTEN AS X AND ELEVEN AS ZERO. THE SAME RULE SERVES
000140*    THE FOUR-DIGIT AGENCY AND THE ACCOUNT, SINCE LEADING ZEROS
000150*    ADD NOTHING TO THE SUM. FUNCTION C RETURNS THE DIGIT;
000160*    FUNCTION V COMPARES THE KEYED DIGIT (A LOWER-CASE X IS
000170*    TAKEN AS X) AGAINST THE COMPUTED ONE.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*----------------------------------------------------------------
000210* 2026-10-15  RM  ORIGINAL PROGRAM.
000220*----------------------------------------------------------------
000230 ENVIRONMENT                     DIVISION.
000240 CONFIGURATION                   SECTION.
000250 SOURCE-COMPUTER.                IBM-370.
000260 OBJECT-COMPUTER.                IBM-370.
000270 DATA                            DIVISION.
000280 WORKING-STORAGE                 SECTION.
000290 01  WRK-NUMERO-DIGITS.
000300     05  WRK-DIG                 PIC 9(01) OCCURS 10 TIMES.
000310 77  WRK-SOMA                    PIC 9(04) COMP VALUE ZERO.
000320 77  WRK-PESO                    PIC 9(02) COMP VALUE ZERO.
000330 77  WRK-IX                      PIC 9(02) COMP VALUE ZERO.
000340 77  WRK-QUOCIENTE               PIC 9(03) COMP VALUE ZERO.
000350 77  WRK-RESTO                   PIC 9(02) COMP VALUE ZERO.
000360 77  WRK-DV-CALCULO              PIC 9(02) VALUE ZERO.
000370 77  WRK-DIGITO                  PIC X(01) VALUE SPACE.
000380 77  WRK-DIGITO-KEYED            PIC X(01) VALUE SPACE.
000390 LINKAGE                         SECTION.
000400     COPY BANKLINK               REPLACING ==:PFX:== BY ==LS==.
000410 PROCEDURE DIVISION              USING LS-BCO-NUMERO,
000420                                 LS-BCO-DIGITO, LS-BCO-FUNCAO,
000430                                 LS-BCO-RETORNO.
000440*----------------------------------------------------------------
000450* 0000-MAINLINE
000460*----------------------------------------------------------------
000470 0000-MAINLINE.
000480     PERFORM 1000-COMPUTE-DIGIT  THRU 1000-COMPUTE-DIGIT-EXIT.
000490     IF LS-BCO-VERIFICA
000500         MOVE LS-BCO-DIGITO      TO WRK-DIGITO-KEYED
000510         IF WRK-DIGITO-KEYED = 'x'
000520             MOVE 'X'            TO WRK-DIGITO-KEYED
000530         END-IF
000540         IF WRK-DIGITO-KEYED = WRK-DIGITO
000550             SET LS-BCO-OK       TO TRUE
000560         ELSE
000570             SET LS-BCO-INVALIDO TO TRUE
000580         END-IF
000590     ELSE
000600         MOVE WRK-DIGITO         TO LS-BCO-DIGITO
000610         SET LS-BCO-OK           TO TRUE
000620     END-IF.
000630     GOBACK.
000640*----------------------------------------------------------------
000650* 1000-COMPUTE-DIGIT - WEIGH THE TEN DIGITS FROM THE RIGHT WITH
000660*    WEIGHTS 2 TO 9 AND TAKE THE MODULE-11 DIGIT OF THE SUM.
000670*----------------------------------------------------------------
000680 1000-COMPUTE-DIGIT.
000690     MOVE LS-BCO-NUMERO          TO WRK-NUMERO-DIGITS.
000700     MOVE ZERO                   TO WRK-SOMA.
000710     MOVE 2                      TO WRK-PESO.
000720     MOVE 10                     TO WRK-IX.
000730     PERFORM 1100-WEIGH-DIGIT    THRU 1100-WEIGH-DIGIT-EXIT
000740         UNTIL WRK-IX = ZERO.
000750     DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
000760         REMAINDER WRK-RESTO.
000770     COMPUTE WRK-DV-CALCULO = 11 - WRK-RESTO.
000780     EVALUATE WRK-DV-CALCULO
000790         WHEN 10
000800             MOVE 'X'            TO WRK-DIGITO
000810         WHEN 11
000820             MOVE '0'            TO WRK-DIGITO
000830         WHEN OTHER
000840             MOVE WRK-DV-CALCULO (2:1)
000850                                 TO WRK-DIGITO
000860     END-EVALUATE.
000870 1000-COMPUTE-DIGIT-EXIT.
000880     EXIT.
000890*----------------------------------------------------------------
000900* 1100-WEIGH-DIGIT - ACCUMULATE ONE DIGIT TIMES ITS WEIGHT,
000910*    STEPPING THE WEIGHT 2 TO 9 AND WRAPPING BACK TO 2.
000920*----------------------------------------------------------------
000930 1100-WEIGH-DIGIT.
000940     COMPUTE WRK-SOMA
000950         = WRK-SOMA + WRK-DIG (WRK-IX) * WRK-PESO.
000960     ADD 1                       TO WRK-PESO.
000970     IF WRK-PESO > 9
000980         MOVE 2                  TO WRK-PESO
000990     END-IF.
001000     SUBTRACT 1                  FROM WRK-IX.
001010 1100-WEIGH-DIGIT-EXIT.
001020     EXIT.
