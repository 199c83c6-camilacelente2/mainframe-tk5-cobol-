000030*    AND EVERY PROGRAM THAT SIGNS AN OPERATOR ON THROUGH IT, SO
000040*    THE PARAMETER LIST CANNOT DRIFT OUT OF STEP ON EITHER SIDE
000050*    OF THE CALL. THE CALLER NAMES ITSELF AND THE MINIMUM
000060*    SEC-NIVEL IT REQUIRES (1 REGISTRO, 2 CARGA, 3 MANUTENCAO,
000065*    4 GERENCIA); PROG050 PROMPTS FOR THE OPERATOR AND
000070*    PASSWORD, ENFORCES THE LOCKOUT AND RETURNS THE ACCEPTED
000080*    OPERATOR ID.
000090*----------------------------------------------------------------
000100 01  :PFX:-SGN-PROGRAMA          PIC X(08).
000110 01  :PFX:-SGN-NIVEL             PIC 9(01).
