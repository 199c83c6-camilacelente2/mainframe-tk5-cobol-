000010*----------------------------------------------------------------
000020* CALNMAST - CALENDAR-MASTER RECORD LAYOUT, SHARED BY PROG075
000030*    (WHICH MAINTAINS IT) AND PROG076 (THE BUSINESS-DAY ROUTINE
000040*    EVERY DATE-DRIVEN PROGRAM CALLS). SATURDAY AND SUNDAY ARE
000050*    NON-BUSINESS DAYS AND EVERY OTHER DAY IS A BUSINESS DAY
000060*    UNLESS A RECORD HERE SAYS OTHERWISE - A FERIADO TURNS A
000070*    WEEKDAY INTO A HOLIDAY, A DIA UTIL TURNS A WEEKEND DAY
000080*    INTO A WORKING DAY. CAL-UF BLANK IS A NATIONAL ENTRY; A
000090*    STATE ENTRY CARRIES THE REGION SIGLA AND WINS OVER THE
000100*    NATIONAL ONE FOR THAT STATE. YEAR 0000 IN CAL-DATA MARKS A
000110*    FIXED HOLIDAY THAT FALLS ON THE SAME DAY EVERY YEAR; AN
000120*    ENTRY FOR THE FULL DATE WINS OVER IT.
000130*----------------------------------------------------------------
000140 01  CAL-RECORD.
000150     05  CAL-CHAVE.
000160         10  CAL-DATA            PIC X(08).
000170         10  CAL-DATA-R          REDEFINES CAL-DATA.
000180             15  CAL-ANO         PIC 9(04).
000190             15  CAL-MES-DIA     PIC X(04).
000200         10  CAL-UF              PIC X(02).
000210     05  CAL-TIPO                PIC X(01).
000220         88  CAL-IS-FERIADO                  VALUE 'F'.
000230         88  CAL-IS-DIA-UTIL                 VALUE 'U'.
000240     05  CAL-NOME                PIC X(30).
000250     05  CAL-OPERADOR            PIC X(08).
000260     05  CAL-DATA-ALTERACAO      PIC X(08).
000270     05  FILLER                  PIC X(03).
