000060*    DP-LOTACAO-AUTORIZADA IS THE BUDGETED HEADCOUNT THE
000070*    REGISTRATION PATHS ENFORCE - ZERO (OR A RECORD WRITTEN
000080*    BEFORE THE FIELD EXISTED) MEANS NO LIMIT.
000081*    DP-DEPTO-PAI PLACES THE DEPARTMENT IN THE AREA/DIRECTORATE
000082*    HIERARCHY - SPACES FOR A TOP-LEVEL DEPARTMENT. THE
000083*    RESPONSIBLE MANAGER'S MATRICULA (ZERO = NONE) AND THE
000084*    COST CENTER FOLLOW. PROG013 KEEPS THE TREE FREE OF LOOPS;
000085*    PROG066 PRINTS IT AS THE ORG CHART.
000090*----------------------------------------------------------------
000100 01  DEPT-MASTER-RECORD.
000110     05  DP-NOME                 PIC X(15).
000120     05  DP-DESCRICAO            PIC X(30).
000130     05  DP-LOTACAO-AUTORIZADA   PIC 9(05).
000140     05  DP-DEPTO-PAI            PIC X(15).
000150     05  DP-GERENTE              PIC 9(06).
000160     05  DP-CENTRO-CUSTO         PIC X(10).
