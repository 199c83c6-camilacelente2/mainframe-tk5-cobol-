000040*    TRANSACTIONS ASIDE) AND PROG035 (WHICH APPLIES THEM WHEN
000050*    THEIR EFFECTIVE DATE COMES DUE), THE WAY REGION CHANGES
000060*    ARE STAGED BETWEEN PROG010 AND PROG029. PND-TIPO SAYS
000070*    WHICH TRANSACTION LAYOUT THE IMAGE CARRIES. A HELD
000072*    REGISTRATION ALSO CARRIES THE REQUISITION WHOSE POSITION
000074*    PROG007 TOOK FOR IT, SO PROG035 CAN GIVE THE POSITION BACK
000076*    WHEN THE HIRE IS REJECTED AT APPLY TIME; IT IS SPACES ON
000078*    EVERY OTHER RECORD.
000080*----------------------------------------------------------------
000090 01  PND-RECORD.
000100     05  PND-TIPO                PIC X(01).
000110         88  PND-IS-REGISTRO                 VALUE 'R'.
000120         88  PND-IS-MANUTENCAO               VALUE 'M'.
000130     05  PND-IMAGEM              PIC X(70).
000135     05  PND-REQUISICAO          PIC 9(06).
000140     05  FILLER                  PIC X(03).
