000010*----------------------------------------------------------------
000020* ORIGMAP - ORIGIN-MAP RECORD LAYOUT, SHARED BY THE PROG053
000030*    MAINTENANCE AND THE PROG025 POSTING. ONE RECORD PER
000040*    GL-ORIGEM (PROG005, PROG009 AND SO ON) NAMING THE
000050*    ACCOUNT DEBITED AND THE ACCOUNT CREDITED WHEN A RECORD
000060*    OF THAT ORIGIN IS POSTED, SO EVERY POSTING REACHES THE
000070*    LEDGER AS A BALANCED PAIR. A NEGATIVE RESULT IS POSTED
000080*    WITH THE TWO SIDES REVERSED. MAP-DATA-ALTERACAO IS THE
000082*    DATE PROG053 LAST SET THE ACCOUNT PAIR, SO PROG054 CAN
000084*    REFUSE TO REVERSE A POSTING MADE UNDER AN EARLIER PAIR;
000086*    RECORDS WRITTEN BEFORE THE FIELD EXISTED CARRY SPACES.
000090*----------------------------------------------------------------
000100 01  ORIGIN-MAP-RECORD.
000110     05  MAP-ORIGEM              PIC X(08).
000120     05  MAP-CONTA-DEBITO        PIC X(08).
000130     05  MAP-CONTA-CREDITO       PIC X(08).
000135     05  MAP-DATA-ALTERACAO      PIC X(08).
000140     05  FILLER                  PIC X(02).
