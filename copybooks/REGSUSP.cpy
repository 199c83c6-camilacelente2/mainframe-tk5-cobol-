000130         88  SUSP-MOT-DUPLICATA              VALUE '04'.
000135         88  SUSP-MOT-NOME                   VALUE '05'.
000137         88  SUSP-MOT-LOTACAO                VALUE '06'.
000138         88  SUSP-MOT-REQUISICAO             VALUE '07'.
000140     05  SUSP-NOME               PIC X(30).
000150     05  SUSP-EMPRESA            PIC X(15).
000160     05  SUSP-DEPTO              PIC X(15).
