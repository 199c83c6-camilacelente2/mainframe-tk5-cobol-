000010*----------------------------------------------------------------
000020* CNPJLINK - CNPJ CHECK-DIGIT CALL PARAMETER LAYOUT, SHARED BY
000030*    PROG065 AND EVERY PROGRAM THAT CALLS IT, THE WAY MATRLINK
000040*    IS SHARED WITH PROG034. THE CALLER PASSES THE FOURTEEN
000050*    CNPJ DIGITS AS KEYED, WITHOUT PUNCTUATION; THE ROUTINE
000060*    VERIFIES BOTH CHECK DIGITS AND RETURNS OK OR INVALIDO.
000070*----------------------------------------------------------------
000080 01  :PFX:-CNPJ                  PIC X(14).
000090 01  :PFX:-CNPJ-RETORNO          PIC 9(01).
000100     88  :PFX:-CNPJ-OK                       VALUE 0.
000110     88  :PFX:-CNPJ-INVALIDO                 VALUE 1.
