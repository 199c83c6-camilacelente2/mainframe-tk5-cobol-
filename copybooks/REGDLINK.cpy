000010*----------------------------------------------------------------
000020* REGDLINK - REGION DEPENDENTS CALL PARAMETER LAYOUT, SHARED BY
000030*    PROG074 AND THE REGION MAINTENANCE PROGRAMS THAT CALL IT
000040*    (PROG010 AND PROG029), SO THE PARAMETER LIST CANNOT DRIFT
000050*    OUT OF STEP ON EITHER SIDE OF THE CALL. FUNCTION V COUNTS
000060*    WHAT STILL POINTS AT THE REGION IN DEP-REGIAO; FUNCTION M
000070*    MOVES IT ALL TO DEP-REGIAO-NOVA. THE COUNTS COME BACK IN
000080*    DEP-EMPREGADOS, DEP-CIDADES AND DEP-OUTROS (PENDING AND
000090*    SUSPENDED REGISTRATIONS); DEP-NAO-MOVIDOS COUNTS WHAT A
000100*    FUNCTION M COULD NOT MOVE.
000110*----------------------------------------------------------------
000120 01  :PFX:-DEP-FUNCAO            PIC X(01).
000130     88  :PFX:-DEP-VERIFICA                  VALUE 'V'.
000140     88  :PFX:-DEP-MOVE                      VALUE 'M'.
000150 01  :PFX:-DEP-REGIAO            PIC 99.
000160 01  :PFX:-DEP-REGIAO-NOVA       PIC 99.
000170 01  :PFX:-DEP-PROGRAMA          PIC X(08).
000180 01  :PFX:-DEP-OPERADOR          PIC X(08).
000190 01  :PFX:-DEP-EMPREGADOS        PIC 9(06).
000200 01  :PFX:-DEP-CIDADES           PIC 9(06).
000210 01  :PFX:-DEP-OUTROS            PIC 9(06).
000220 01  :PFX:-DEP-NAO-MOVIDOS       PIC 9(06).
000230 01  :PFX:-DEP-RETORNO           PIC 9(01).
000240     88  :PFX:-DEP-LIVRE                     VALUE 0.
000250     88  :PFX:-DEP-EM-USO                    VALUE 1.
