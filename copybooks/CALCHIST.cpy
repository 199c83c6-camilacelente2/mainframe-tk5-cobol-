000050*    HISTORY COVERS THE BATCH VOLUME AND NOT JUST THE CONSOLE
000060*    TRICKLE. THE VALUE FIELDS ARE SIGNED AND WIDE ENOUGH FOR
000070*    THE BATCH CALCULATOR'S SEVEN-DIGIT OPERANDS.
000072*    HIST-ORIGEM NAMES THE PROGRAM THAT WROTE THE RECORD, AS
000074*    GL-ORIGEM DOES ON THE EXTRACT, SO PROG057 CAN MATCH THE
000076*    HISTORY TO THE LEDGER FEED. RECORDS WRITTEN BEFORE IT WAS
000078*    CARRIED HAVE IT AS SPACES.
000080*----------------------------------------------------------------
000090 01  CALC-HIST-RECORD.
000100     05  HIST-DATA               PIC X(08).
000140                                 SIGN LEADING SEPARATE.
000150     05  HIST-RES-ED             PIC X(20).
000160     05  HIST-MOEDA              PIC X(03).
000170     05  HIST-ORIGEM             PIC X(08).
000180     05  FILLER                  PIC X(02).
