000010*----------------------------------------------------------------
000020* DISTEXTR - DISTRIBUTION EXTRACT RECORD LAYOUT. PROG008, PROG014,
000030*    PROG042 AND PROG044 WRITE ONE RECORD FOR EVERY REPORT LINE
000040*    THAT BELONGS TO A SINGLE COMPANY, ALONGSIDE THE COMBINED
000050*    LISTING, SO PROG078 CAN REBUILD EACH COMPANY'S PART OF THE
000060*    REPORT FOR ITS RECIPIENT. RUN-WIDE LINES (GRAND TOTALS) ARE
000070*    NOT EXTRACTED. DX-SEQUENCIA KEEPS THE PRINT ORDER WITHIN THE
000080*    RUN AND DX-CONTROLE THE SPACING THE LINE WAS PRINTED WITH.
000090*----------------------------------------------------------------
000100 01  DIST-EXTRACT-RECORD.
000110     05  DX-EMPRESA              PIC X(15).
000120     05  DX-RELATORIO            PIC X(08).
000130     05  DX-DATA-EXECUCAO        PIC X(08).
000140     05  DX-SEQUENCIA            PIC 9(07).
000150     05  DX-CONTROLE             PIC X(01).
000160         88  DX-NOVA-PAGINA                  VALUE 'P'.
000170         88  DX-DUAS-LINHAS                  VALUE '2'.
000180     05  DX-LINHA                PIC X(132).
