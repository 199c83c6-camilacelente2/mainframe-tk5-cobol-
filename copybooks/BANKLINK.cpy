000010*----------------------------------------------------------------
000020* BANKLINK - BANK AGENCY/ACCOUNT CHECK-DIGIT CALL PARAMETER
000030*    LAYOUT, SHARED BY PROG060 AND EVERY PROGRAM THAT CALLS IT,
000040*    THE WAY MATRLINK IS SHARED WITH PROG034. THE CALLER PASSES
000050*    THE AGENCY OR ACCOUNT NUMBER RIGHT-JUSTIFIED IN
000060*    :PFX:-BCO-NUMERO (LEADING ZEROS DO NOT CHANGE THE DIGIT).
000070*    FUNCTION C RETURNS THE DIGIT; FUNCTION V VERIFIES THE
000080*    KEYED DIGIT.
000090*----------------------------------------------------------------
000100 01  :PFX:-BCO-NUMERO            PIC 9(10).
000110 01  :PFX:-BCO-DIGITO            PIC X(01).
000120 01  :PFX:-BCO-FUNCAO            PIC X(01).
000130     88  :PFX:-BCO-CALCULA                   VALUE 'C' ' '.
000140     88  :PFX:-BCO-VERIFICA                  VALUE 'V'.
000150 01  :PFX:-BCO-RETORNO           PIC 9(01).
000160     88  :PFX:-BCO-OK                        VALUE 0.
000170     88  :PFX:-BCO-INVALIDO                  VALUE 1.
