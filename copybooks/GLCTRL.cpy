000010*----------------------------------------------------------------
000020* GLCTRL - BATCH HEADER/TRAILER LAYOUT ON THE GL-INTERFACE
000030*    EXTRACT. EVERY RUN OF A PRODUCING PROGRAM (PROG005,
000040*    PROG009) WRAPS THE DETAIL RECORDS IT APPENDS IN ONE
000050*    LOTE-INI HEADER AND ONE LOTE-FIM TRAILER, SO PROG025 CAN
000060*    PROVE THE BATCH ARRIVED WHOLE AND HAS NOT BEEN POSTED
000070*    BEFORE. THE BATCH IS NAMED BY ITS ORIGIN AND THE DATE AND
000080*    TIME ITS RUN STARTED; THE TRAILER CARRIES THE DETAIL COUNT
000090*    AND THE SUM OF GL-RESULTADO AS THE AMOUNT HASH. GL-CTL-TIPO
000100*    SITS WHERE A DETAIL RECORD HOLDS ITS NUMERIC GL-DATA, SO A
000110*    READER TELLS THE TWO APART ON THE FIRST EIGHT BYTES.
000120*    COPIED INTO THE EXTRACT FD AFTER GLINTF, AS A SECOND VIEW
000130*    OF THE SAME 59-BYTE RECORD. RECORDS PROG025 CARRIES
000140*    FORWARD ARE WRITTEN BACK BARE, WITH NO HEADER OR TRAILER.
000150*----------------------------------------------------------------
000160 01  GL-CONTROL-RECORD.
000170     05  GL-CTL-TIPO             PIC X(08).
000180         88  GL-CTL-IS-HEADER               VALUE 'LOTE-INI'.
000190         88  GL-CTL-IS-TRAILER              VALUE 'LOTE-FIM'.
000200         88  GL-CTL-IS-CONTROL              VALUE 'LOTE-INI'
000210                                                  'LOTE-FIM'.
000220     05  GL-CTL-ORIGEM           PIC X(08).
000230     05  GL-CTL-DATA             PIC X(08).
000240     05  GL-CTL-HORA             PIC X(08).
000250     05  GL-CTL-QTDE             PIC 9(07).
000260     05  GL-CTL-HASH             PIC S9(13)V99
000270                                 SIGN LEADING SEPARATE.
000280     05  FILLER                  PIC X(04).
