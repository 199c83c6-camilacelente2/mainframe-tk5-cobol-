000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-09-01  RM  ORIGINAL PROGRAM.
000192* 2026-10-15  RM  SKIP THE BATCH HEADER AND TRAILER RECORDS ON
000194*                 THE EXTRACT.
000200*----------------------------------------------------------------
000210 ENVIRONMENT                     DIVISION.
000220 CONFIGURATION                   SECTION.
000420 FD  GL-INTERFACE
000430     LABEL RECORDS ARE STANDARD.
000440     COPY GLINTF.
000445     COPY GLCTRL.
000450 FD  CURRENCY-MASTER
000460     LABEL RECORDS ARE STANDARD.
000470 01  CURRENCY-MASTER-RECORD.
001270* 2000-TAKE-RECORD - TAKE ONE EXTRACT RECORD'S DATE/CURRENCY
001280*    COMBINATION INTO THE TABLE, LOOKING THE RATE UP THE FIRST
001290*    TIME THE COMBINATION APPEARS, THEN READ THE NEXT RECORD.
001300*    BRL IS DOMESTIC AND NEEDS NO RATE, AND A BATCH CONTROL
001305*    RECORD CARRIES NO CURRENCY.
001310*----------------------------------------------------------------
001320 2000-TAKE-RECORD.
001322     IF GL-CTL-IS-CONTROL
001324         GO TO 2000-TAKE-RECORD-READ
001326     END-IF.
001330     IF GL-MOEDA = 'BRL'
001340         GO TO 2000-TAKE-RECORD-READ
001350     END-IF.
