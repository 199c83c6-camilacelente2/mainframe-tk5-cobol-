000010*----------------------------------------------------------------
000020* REQSMAST - REQUISITION-MASTER RECORD LAYOUT, ONE RECORD PER
000030*    POSITION REQUISITION (REQUISICAO DE VAGA), KEYED ON THE
000040*    REQUISITION NUMBER PROG067 ISSUES FROM THE NUMBER-CONTROL
000050*    FILE. A REQUISITION IS OPENED BY A MANAGER-LEVEL OPERATOR
000060*    (REQ-APROVADOR) FOR ONE COMPANY AND DEPARTMENT AND A
000070*    NUMBER OF POSITIONS. EVERY REGISTRATION PATH (PROG002,
000080*    PROG007, PROG018) CONSUMES ONE POSITION OF THE OLDEST
000090*    ABERTA REQUISITION FOR THE EMPLOYEE'S COMPANY AND
000100*    DEPARTMENT AND REFUSES THE HIRE WHEN THERE IS NONE; THE
000110*    REQUISITION BECOMES PREENCHIDA WHEN THE LAST POSITION IS
000120*    FILLED. PROG067 MAY ALSO CANCEL IT. PROG068 LISTS THE
000130*    REQUISITIONS OPEN TOO LONG.
000140*----------------------------------------------------------------
000150 01  REQUISITION-MASTER-RECORD.
000160     05  REQ-NUMERO              PIC 9(06).
000170     05  REQ-EMPRESA             PIC X(05).
000180     05  REQ-DEPTO               PIC X(15).
000190     05  REQ-VAGAS               PIC 9(03).
000200     05  REQ-PREENCHIDAS         PIC 9(03).
000210     05  REQ-APROVADOR           PIC X(08).
000220     05  REQ-DATA-ABERTURA       PIC X(08).
000230     05  REQ-SITUACAO            PIC X(01).
000240         88  REQ-IS-ABERTA                   VALUE 'A'.
000250         88  REQ-IS-PREENCHIDA               VALUE 'P'.
000260         88  REQ-IS-CANCELADA                VALUE 'C'.
000270     05  REQ-DATA-SITUACAO       PIC X(08).
000280     05  REQ-OPERADOR            PIC X(08).
000290     05  FILLER                  PIC X(15).
