000010 IDENTIFICATION                  DIVISION.
000020 PROGRAM-ID.                     PROG065.
000030 AUTHOR.                         R. MONTEIRO.
000040 INSTALLATION.                   CPD - CENTRO DE PROCESSAMENTO.
000050 DATE-WRITTEN.                   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* PROGRAM FUNCTION - CNPJ CHECK-DIGIT ROUTINE, CALLED THROUGH
000090*    THE CNPJLINK PARAMETER LIST THE WAY PROG034 IS CALLED
000100*    THROUGH MATRLINK. EACH OF THE TWO CHECK DIGITS IS A
000110*    MODULE-11 OVER THE DIGITS BEFORE IT WITH WEIGHTS 2 TO 9
000120*    FROM THE RIGHT, REPEATING - ELEVEN MINUS THE REMAINDER, OR
000130*    ZERO WHEN THE REMAINDER IS 0 OR 1. THE FIRST DIGIT IS TAKEN
000140*    OVER THE TWELVE-DIGIT BASE, THE SECOND OVER THE BASE AND THE
000150*    FIRST DIGIT. A CNPJ THAT IS NOT FOURTEEN DIGITS, OR IS ALL
000160*    ZEROS, IS INVALIDO.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* 2026-10-15  RM  ORIGINAL PROGRAM.
000210*----------------------------------------------------------------
000220 ENVIRONMENT                     DIVISION.
000230 CONFIGURATION                   SECTION.
000240 SOURCE-COMPUTER.                IBM-370.
000250 OBJECT-COMPUTER.                IBM-370.
000260 DATA                            DIVISION.
000270 WORKING-STORAGE                 SECTION.
000280 01  WRK-CNPJ-DIGITS.
000290     05  WRK-DIG                 PIC 9(01) OCCURS 14 TIMES.
000300 77  WRK-SOMA                    PIC 9(04) COMP VALUE ZERO.
000310 77  WRK-PESO                    PIC 9(02) COMP VALUE ZERO.
000320 77  WRK-IX                      PIC 9(02) COMP VALUE ZERO.
000330 77  WRK-TAMANHO                 PIC 9(02) COMP VALUE ZERO.
000340 77  WRK-QUOCIENTE               PIC 9(03) COMP VALUE ZERO.
000350 77  WRK-RESTO                   PIC 9(02) COMP VALUE ZERO.
000360 77  WRK-DV                      PIC 9(01) VALUE ZERO.
000370 LINKAGE                         SECTION.
000380     COPY CNPJLINK               REPLACING ==:PFX:== BY ==LS==.
000390 PROCEDURE DIVISION              USING LS-CNPJ, LS-CNPJ-RETORNO.
000400*----------------------------------------------------------------
000410* 0000-MAINLINE
000420*----------------------------------------------------------------
000430 0000-MAINLINE.
000440     SET LS-CNPJ-INVALIDO        TO TRUE.
000450     IF LS-CNPJ NUMERIC
000460         AND LS-CNPJ NOT = ZEROS
000470         PERFORM 1000-VERIFY-DIGITS
000480                                THRU 1000-VERIFY-DIGITS-EXIT
000490     END-IF.
000500     GOBACK.
000510*----------------------------------------------------------------
000520* 1000-VERIFY-DIGITS - COMPUTE THE FIRST DIGIT OVER THE BASE AND
000530*    THE SECOND OVER THE BASE AND FIRST DIGIT, AND COMPARE EACH
000540*    WITH THE ONE KEYED.
000550*----------------------------------------------------------------
000560 1000-VERIFY-DIGITS.
000570     MOVE LS-CNPJ                TO WRK-CNPJ-DIGITS.
000580     MOVE 12                     TO WRK-TAMANHO.
000590     PERFORM 1100-COMPUTE-DIGIT  THRU 1100-COMPUTE-DIGIT-EXIT.
000600     IF WRK-DV NOT = WRK-DIG (13)
000610         GO TO 1000-VERIFY-DIGITS-EXIT
000620     END-IF.
000630     MOVE 13                     TO WRK-TAMANHO.
000640     PERFORM 1100-COMPUTE-DIGIT  THRU 1100-COMPUTE-DIGIT-EXIT.
000650     IF WRK-DV NOT = WRK-DIG (14)
000660         GO TO 1000-VERIFY-DIGITS-EXIT
000670     END-IF.
000680     SET LS-CNPJ-OK              TO TRUE.
000690 1000-VERIFY-DIGITS-EXIT.
000700     EXIT.
000710*----------------------------------------------------------------
000720* 1100-COMPUTE-DIGIT - WEIGH THE FIRST WRK-TAMANHO DIGITS FROM
000730*    THE RIGHT WITH WEIGHTS 2 TO 9 AND TAKE THE MODULE-11 DIGIT
000740*    OF THE SUM.
000750*----------------------------------------------------------------
000760 1100-COMPUTE-DIGIT.
000770     MOVE ZERO                   TO WRK-SOMA.
000780     MOVE 2                      TO WRK-PESO.
000790     MOVE WRK-TAMANHO            TO WRK-IX.
000800     PERFORM 1200-WEIGH-DIGIT    THRU 1200-WEIGH-DIGIT-EXIT
000810         UNTIL WRK-IX = ZERO.
000820     DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
000830         REMAINDER WRK-RESTO.
000840     IF WRK-RESTO < 2
000850         MOVE ZERO               TO WRK-DV
000860     ELSE
000870         COMPUTE WRK-DV = 11 - WRK-RESTO
000880     END-IF.
000890 1100-COMPUTE-DIGIT-EXIT.
000900     EXIT.
000910*----------------------------------------------------------------
000920* 1200-WEIGH-DIGIT - ACCUMULATE ONE DIGIT TIMES ITS WEIGHT,
000930*    STEPPING THE WEIGHT 2 TO 9 AND WRAPPING BACK TO 2.
000940*----------------------------------------------------------------
000950 1200-WEIGH-DIGIT.
000960     COMPUTE WRK-SOMA
000970         = WRK-SOMA + WRK-DIG (WRK-IX) * WRK-PESO.
000980     ADD 1                       TO WRK-PESO.
000990     IF WRK-PESO > 9
001000         MOVE 2                  TO WRK-PESO
001010     END-IF.
001020     SUBTRACT 1                  FROM WRK-IX.
001030 1200-WEIGH-DIGIT-EXIT.
001040     EXIT.
