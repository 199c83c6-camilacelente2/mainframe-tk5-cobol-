000010*----------------------------------------------------------------
000020* DISTMAST - DISTRIBUTION-MASTER RECORD LAYOUT, SHARED BY PROG077
000030*    (WHICH MAINTAINS IT) AND PROG078 (WHICH SPLITS THE COMBINED
000040*    REPORTS INTO ONE BUNDLE PER RECIPIENT). ONE RECORD PER
000050*    COMPANY, KEYED ON CO-CODIGO, NAMING THE RECIPIENT WHOSE
000060*    BUNDLE CARRIES THE COMPANY'S PART OF EACH REPORT. COMPANIES
000070*    SHARING A DS-DESTINO SHARE ONE BUNDLE. DS-RELATORIO LISTS
000080*    THE REPORTS (BY PROGRAM) THE RECIPIENT RECEIVES - ALL FOUR
000090*    ENTRIES BLANK MEANS EVERY DISTRIBUTED REPORT.
000100*----------------------------------------------------------------
000110 01  DIST-MASTER-RECORD.
000120     05  DS-EMPRESA              PIC X(05).
000130     05  DS-DESTINO              PIC X(08).
000140     05  DS-DESTINATARIO         PIC X(30).
000150     05  DS-ENDERECO             PIC X(40).
000160     05  DS-RELATORIOS.
000170         10  DS-RELATORIO        PIC X(08) OCCURS 4 TIMES.
000180     05  DS-OPERADOR             PIC X(08).
000190     05  DS-DATA-ALTERACAO       PIC X(08).
000200     05  FILLER                  PIC X(09).
