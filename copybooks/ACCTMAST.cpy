000010*----------------------------------------------------------------
000020* ACCTMAST - ACCOUNT-MASTER (CHART OF ACCOUNTS) RECORD LAYOUT,
000030*    SHARED BY THE PROG053 MAINTENANCE AND THE PROG046 TRIAL
000040*    BALANCE, SO THE LAYOUT CANNOT DRIFT BETWEEN WRITER AND
000050*    READER. THE FILE IS KEYED ON ACT-CONTA. ACT-NATUREZA IS
000060*    THE ACCOUNT'S NORMAL BALANCE - THE SIDE AN INCREASE IS
000070*    POSTED TO AND THE SIDE ITS BALANCE IS SHOWN ON.
000080*----------------------------------------------------------------
000090 01  ACCOUNT-MASTER-RECORD.
000100     05  ACT-CONTA               PIC X(08).
000110     05  ACT-DESCRICAO           PIC X(30).
000120     05  ACT-TIPO                PIC X(01).
000130         88  ACT-IS-ATIVO                    VALUE 'A'.
000140         88  ACT-IS-PASSIVO                  VALUE 'P'.
000150         88  ACT-IS-PATRIMONIO               VALUE 'L'.
000160         88  ACT-IS-RECEITA                  VALUE 'R'.
000170         88  ACT-IS-DESPESA                  VALUE 'D'.
000180         88  ACT-TIPO-IS-VALIDO              VALUE 'A' 'P' 'L'
000190                                                   'R' 'D'.
000200     05  ACT-NATUREZA            PIC X(01).
000210         88  ACT-IS-DEVEDORA                 VALUE 'D'.
000220         88  ACT-IS-CREDORA                  VALUE 'C'.
000230         88  ACT-NATUREZA-IS-VALIDA          VALUE 'D' 'C'.
000240     05  FILLER                  PIC X(10).
