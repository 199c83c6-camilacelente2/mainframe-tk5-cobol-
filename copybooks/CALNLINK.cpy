000010*----------------------------------------------------------------
000020* CALNLINK - BUSINESS-DAY CALENDAR CALL PARAMETER LAYOUT, SHARED
000030*    BY PROG076 AND EVERY PROGRAM THAT CALLS IT, THE WAY MATRLINK
000040*    IS SHARED WITH PROG034. DATES ARE AAAAMMDD. THE STATE IS
000050*    TAKEN FROM :PFX:-CAL-UF, OR FROM THE SIGLA OF REGION
000060*    :PFX:-CAL-REGIAO ON REGION-MASTER WHEN THE UF IS BLANK;
000070*    NEITHER GIVES THE NATIONAL CALENDAR ONLY.
000080*       V - IS :PFX:-CAL-DATA A BUSINESS DAY (THE NAME OF THE
000090*           HOLIDAY OR WEEKEND DAY COMES BACK WHEN IT IS NOT)
000100*       P - :PFX:-CAL-DATA ROLLED TO THE NEXT BUSINESS DAY
000110*           (UNCHANGED WHEN IT IS ONE) IN :PFX:-CAL-DATA-FIM
000120*       S - :PFX:-CAL-DATA PLUS :PFX:-CAL-DIAS BUSINESS DAYS
000130*           IN :PFX:-CAL-DATA-FIM
000140*       C - BUSINESS DAYS AFTER :PFX:-CAL-DATA UP TO AND
000150*           INCLUDING :PFX:-CAL-DATA-FIM IN :PFX:-CAL-DIAS
000160*       U - LAST BUSINESS DAY OF :PFX:-CAL-DATA'S MONTH IN
000170*           :PFX:-CAL-DATA-FIM
000180*----------------------------------------------------------------
000190 01  :PFX:-CAL-FUNCAO            PIC X(01).
000200     88  :PFX:-CAL-VERIFICA                  VALUE 'V' ' '.
000210     88  :PFX:-CAL-PROXIMO                   VALUE 'P'.
000220     88  :PFX:-CAL-SOMA                      VALUE 'S'.
000230     88  :PFX:-CAL-CONTA                     VALUE 'C'.
000240     88  :PFX:-CAL-ULTIMO                    VALUE 'U'.
000250 01  :PFX:-CAL-DATA              PIC X(08).
000260 01  :PFX:-CAL-REGIAO            PIC 99.
000270 01  :PFX:-CAL-UF                PIC X(02).
000280 01  :PFX:-CAL-DIAS              PIC 9(05).
000290 01  :PFX:-CAL-DATA-FIM          PIC X(08).
000300 01  :PFX:-CAL-NOME              PIC X(30).
000310 01  :PFX:-CAL-RETORNO           PIC 9(01).
000320     88  :PFX:-CAL-DIA-UTIL                  VALUE 0.
000330     88  :PFX:-CAL-NAO-UTIL                  VALUE 1.
000340     88  :PFX:-CAL-DATA-INVALIDA             VALUE 9.
