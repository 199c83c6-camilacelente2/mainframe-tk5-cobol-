000240*                 DISPLAYED - TERMINATED EMPLOYEES NOW STAY ON
000250*                 FILE MARKED DESLIGADO WITH THEIR TERMINATION
000260*                 DATE, FOR LABOR-CLAIM LOOKUPS.
000270* 2026-10-15  RM  LIST THE EMPLOYEE'S DEPENDENTS FROM
000280*                 DEPENDENT-MASTER UNDER EVERY RECORD SHOWN.
000285* 2026-10-15  RM  SHOW AN EMPLOYEE ON LEAVE AS AFASTADO.
000290*----------------------------------------------------------------
000300 ENVIRONMENT                     DIVISION.
000310 CONFIGURATION                   SECTION.
000320 SOURCE-COMPUTER.                IBM-370.
000330 OBJECT-COMPUTER.                IBM-370.
000340 INPUT-OUTPUT                    SECTION.
000350 FILE-CONTROL.
000360     SELECT EMPLOYEE-MASTER      ASSIGN TO EMPMAST
000370                                 ORGANIZATION IS INDEXED
000380                                 ACCESS MODE IS DYNAMIC
000390                                 RECORD KEY IS EMP-MATRICULA
000400                                 ALTERNATE RECORD KEY IS EMP-NOME
000410                                     WITH DUPLICATES
000420                                 FILE STATUS IS WS-EMP-STATUS.
000430     SELECT DEPENDENT-MASTER     ASSIGN TO DPNDMAST
000440                                 ORGANIZATION IS INDEXED
000450                                 ACCESS MODE IS DYNAMIC
000460                                 RECORD KEY IS DPN-CHAVE
000470                                 FILE STATUS IS WS-DPN-STATUS.
000480 DATA                            DIVISION.
000490 FILE                            SECTION.
000500 FD  EMPLOYEE-MASTER
000510     LABEL RECORDS ARE STANDARD.
000520     COPY EMPMAST.
000530 FD  DEPENDENT-MASTER
000540     LABEL RECORDS ARE STANDARD.
000550     COPY DPNDMAST.
000560 WORKING-STORAGE                 SECTION.
000570     COPY MATRLINK               REPLACING ==:PFX:== BY ==WRK==.
000580 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
000590     88  EMP-STATUS-OK                      VALUE '00'.
000600     88  EMP-STATUS-EOF                     VALUE '10'.
000610     88  EMP-STATUS-NOT-FOUND               VALUE '23'.
000620 77  WRK-OPCAO                   PIC X(01)  VALUE SPACES.
000630     88  OPCAO-IS-NOME                      VALUE '1'.
000640     88  OPCAO-IS-EMPRESA                   VALUE '2'.
000650     88  OPCAO-IS-MATRICULA                 VALUE '3'.
000660     88  OPCAO-IS-FIM                       VALUE '9'.
000670 77  WRK-NOME                    PIC X(30)  VALUE SPACES.
000680 77  WRK-EMPRESA                 PIC X(15)  VALUE SPACES.
000690 77  WRK-RESPOSTA                PIC X(01)  VALUE SPACES.
000700     88  RESPOSTA-IS-SIM                    VALUE 'S'.
000710 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
000720     88  END-OF-MASTER-FILE                 VALUE 'Y'.
000730 77  WRK-BROWSE-SWITCH           PIC X(01)  VALUE 'N'.
000740     88  END-OF-BROWSE                      VALUE 'Y'.
000750 77  WRK-MATCH-COUNT             PIC 9(05)  COMP VALUE ZERO.
000760 77  WS-DPN-STATUS               PIC X(02)  VALUE SPACES.
000770     88  DPN-STATUS-OK                      VALUE '00'.
000780     88  DPN-STATUS-NEW-FILE                VALUE '35'.
000790 77  WRK-DPN-FILE-SWITCH         PIC X(01)  VALUE 'Y'.
000800     88  DPN-FILE-IS-OPEN                   VALUE 'Y'.
000810     88  DPN-FILE-IS-MISSING                VALUE 'N'.
000820 77  WRK-DPN-SWITCH              PIC X(01)  VALUE 'N'.
000830     88  END-OF-DEPENDENTS                  VALUE 'Y'.
000840 77  WRK-DPN-COUNT               PIC 9(03)  COMP VALUE ZERO.
000850 PROCEDURE                       DIVISION.
000860*----------------------------------------------------------------
000870* 0000-MAINLINE
000880*----------------------------------------------------------------
000890 0000-MAINLINE.
000900     OPEN INPUT EMPLOYEE-MASTER.
000910     OPEN INPUT DEPENDENT-MASTER.
000920     IF DPN-STATUS-NEW-FILE
000930         SET DPN-FILE-IS-MISSING TO TRUE
000940     END-IF.
000950     PERFORM 2000-PROCESS-OPTION THRU 2000-PROCESS-OPTION-EXIT
000960         UNTIL OPCAO-IS-FIM.
000970     CLOSE EMPLOYEE-MASTER.
000980     IF DPN-FILE-IS-OPEN
000990         CLOSE DEPENDENT-MASTER
001000     END-IF.
001010     STOP RUN.
001020*----------------------------------------------------------------
001030* 2000-PROCESS-OPTION - SHOW THE MENU, ACCEPT AN OPTION AND
001040*    DISPATCH IT.
001050*----------------------------------------------------------------
001060 2000-PROCESS-OPTION.
001070     DISPLAY 'CONSULTA FUNCIONARIOS - PROG023'.
001080     DISPLAY '1 - CONSULTA POR NOME'.
001090     DISPLAY '2 - CONSULTA POR EMPRESA'.
001100     DISPLAY '3 - CONSULTA POR MATRICULA'.
001110     DISPLAY '9 - FIM'.
001120     DISPLAY 'OPCAO... '.
001130     ACCEPT WRK-OPCAO.
001140     EVALUATE TRUE
001150         WHEN OPCAO-IS-NOME
001160             PERFORM 3000-INQUIRY-NOME
001170                                THRU 3000-INQUIRY-NOME-EXIT
001180         WHEN OPCAO-IS-EMPRESA
001190             PERFORM 4000-BROWSE-EMPRESA
001200                                THRU 4000-BROWSE-EMPRESA-EXIT
001210         WHEN OPCAO-IS-MATRICULA
001220             PERFORM 5000-INQUIRY-MATRICULA
001230                                THRU 5000-INQUIRY-MATRICULA-EXIT
001240         WHEN OPCAO-IS-FIM
001250             CONTINUE
001260         WHEN OTHER
001270             DISPLAY 'OPCAO INVALIDA - ' WRK-OPCAO
001280     END-EVALUATE.
001290 2000-PROCESS-OPTION-EXIT.
001300     EXIT.
001310*----------------------------------------------------------------
001320* 3000-INQUIRY-NOME - READ THROUGH THE EMP-NOME ALTERNATE KEY
001330*    AND SHOW EVERY RECORD CARRYING THE NAME ASKED FOR.
001340*----------------------------------------------------------------
001350 3000-INQUIRY-NOME.
001360     DISPLAY 'NOME... '.
001370     ACCEPT WRK-NOME.
001380     MOVE ZERO                   TO WRK-MATCH-COUNT.
001390     MOVE WRK-NOME               TO EMP-NOME.
001400     READ EMPLOYEE-MASTER KEY IS EMP-NOME
001410         INVALID KEY
001420             DISPLAY 'FUNCIONARIO NAO ACHADO - ' WRK-NOME
001430         NOT INVALID KEY
001440             PERFORM 3100-SHOW-RECORD
001450                                THRU 3100-SHOW-RECORD-EXIT
001460             PERFORM 3200-SHOW-DUPLICATES
001470                                THRU 3200-SHOW-DUPLICATES-EXIT
001480     END-READ.
001490     IF WRK-MATCH-COUNT > ZERO
001500         DISPLAY 'REGISTROS EXIBIDOS... ' WRK-MATCH-COUNT
001510     END-IF.
001520 3000-INQUIRY-NOME-EXIT.
001530     EXIT.
001540*----------------------------------------------------------------
001550* 3100-SHOW-RECORD - DISPLAY THE RECORD IN THE BUFFER.
001560*----------------------------------------------------------------
001570 3100-SHOW-RECORD.
001580     DISPLAY 'MATRICULA.. ' EMP-MATRICULA.
001590     DISPLAY 'NOME....... ' EMP-NOME.
001600     DISPLAY 'EMPRESA.... ' EMP-EMPRESA.
001610     DISPLAY 'DEPTO...... ' EMP-DEPTO.
001620     DISPLAY 'REGIAO..... ' EMP-REGIAO.
001630     DISPLAY 'OPERADOR... ' EMP-OPERADOR.
001640     EVALUATE TRUE
001650         WHEN EMP-IS-DESLIGADO
001660             DISPLAY 'SITUACAO... DESLIGADO EM '
001670                     EMP-DATA-DESLIGAMENTO
001680         WHEN EMP-IS-FUNDIDO
001690             DISPLAY 'SITUACAO... FUNDIDO NA MATRICULA '
001700                     EMP-MATRICULA-DESTINO
001702         WHEN EMP-IS-AFASTADO
001704             DISPLAY 'SITUACAO... AFASTADO'
001710         WHEN OTHER
001720             DISPLAY 'SITUACAO... ATIVO'
001730     END-EVALUATE.
001740     PERFORM 3150-SHOW-DEPENDENTS
001750                                THRU 3150-SHOW-DEPENDENTS-EXIT.
001760     ADD 1 TO WRK-MATCH-COUNT.
001770 3100-SHOW-RECORD-EXIT.
001780     EXIT.
001790*----------------------------------------------------------------
001800* 3150-SHOW-DEPENDENTS - LIST THE DEPENDENTS OF THE RECORD IN
001810*    THE BUFFER, BROWSING DEPENDENT-MASTER FROM THE MATRICULA.
001820*----------------------------------------------------------------
001830 3150-SHOW-DEPENDENTS.
001840     MOVE ZERO                   TO WRK-DPN-COUNT.
001850     IF DPN-FILE-IS-MISSING
001860         GO TO 3150-SHOW-DEPENDENTS-FIM
001870     END-IF.
001880     MOVE 'N'                    TO WRK-DPN-SWITCH.
001890     MOVE EMP-MATRICULA          TO DPN-MATRICULA.
001900     MOVE ZERO                   TO DPN-SEQUENCIA.
001910     START DEPENDENT-MASTER KEY IS NOT LESS THAN DPN-CHAVE
001920         INVALID KEY
001930             SET END-OF-DEPENDENTS TO TRUE
001940     END-START.
001950     PERFORM 3160-SHOW-DEPENDENT THRU 3160-SHOW-DEPENDENT-EXIT
001960         UNTIL END-OF-DEPENDENTS.
001970 3150-SHOW-DEPENDENTS-FIM.
001980     IF WRK-DPN-COUNT = ZERO
001990         DISPLAY 'DEPENDENTE. NENHUM'
002000     END-IF.
002010 3150-SHOW-DEPENDENTS-EXIT.
002020     EXIT.
002030*----------------------------------------------------------------
002040* 3160-SHOW-DEPENDENT - READ THE NEXT DEPENDENT AND SHOW IT
002050*    WHILE IT STILL BELONGS TO THE MATRICULA.
002060*----------------------------------------------------------------
002070 3160-SHOW-DEPENDENT.
002080     READ DEPENDENT-MASTER NEXT RECORD
002090         AT END
002100             SET END-OF-DEPENDENTS TO TRUE
002110             GO TO 3160-SHOW-DEPENDENT-EXIT
002120     END-READ.
002130     IF DPN-MATRICULA NOT = EMP-MATRICULA
002140         SET END-OF-DEPENDENTS TO TRUE
002150         GO TO 3160-SHOW-DEPENDENT-EXIT
002160     END-IF.
002170     DISPLAY 'DEPENDENTE. ' DPN-SEQUENCIA ' ' DPN-NOME
002180             ' PARENTESCO ' DPN-PARENTESCO
002190             ' NASC ' DPN-DATA-NASCIMENTO.
002200     ADD 1 TO WRK-DPN-COUNT.
002210 3160-SHOW-DEPENDENT-EXIT.
002220     EXIT.
002230*----------------------------------------------------------------
002240* 3200-SHOW-DUPLICATES - READ FORWARD ALONG THE ALTERNATE KEY
002250*    AND SHOW ANY FURTHER RECORDS WITH THE SAME NAME.
002260*----------------------------------------------------------------
002270 3200-SHOW-DUPLICATES.
002280     MOVE 'N'                    TO WRK-BROWSE-SWITCH.
002290     PERFORM 3300-READ-SAME-NAME
002300                                THRU 3300-READ-SAME-NAME-EXIT
002310         UNTIL END-OF-BROWSE.
002320 3200-SHOW-DUPLICATES-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------
002350* 3300-READ-SAME-NAME - READ THE NEXT RECORD IN NAME ORDER AND
002360*    SHOW IT WHILE THE NAME STILL MATCHES.
002370*----------------------------------------------------------------
002380 3300-READ-SAME-NAME.
002390     READ EMPLOYEE-MASTER NEXT RECORD
002400         AT END
002410             SET END-OF-BROWSE TO TRUE
002420         NOT AT END
002430             IF EMP-NOME = WRK-NOME
002440                 PERFORM 3100-SHOW-RECORD
002450                                THRU 3100-SHOW-RECORD-EXIT
002460             ELSE
002470                 SET END-OF-BROWSE TO TRUE
002480             END-IF
002490     END-READ.
002500 3300-READ-SAME-NAME-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------
002530* 4000-BROWSE-EMPRESA - READ THE WHOLE FILE IN MATRICULA ORDER
002540*    AND SHOW THE EMPLOYEES OF THE COMPANY ASKED FOR, ONE AT A
002550*    TIME, WAITING FOR THE OPERATOR BETWEEN RECORDS.
002560*----------------------------------------------------------------
002570 4000-BROWSE-EMPRESA.
002580     DISPLAY 'EMPRESA... '.
002590     ACCEPT WRK-EMPRESA.
002600     MOVE ZERO                   TO WRK-MATCH-COUNT.
002610     MOVE 'N'                    TO WRK-EOF-SWITCH.
002620     MOVE 'N'                    TO WRK-BROWSE-SWITCH.
002630     MOVE ZERO                   TO EMP-MATRICULA.
002640     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-MATRICULA
002650         INVALID KEY
002660             SET END-OF-MASTER-FILE TO TRUE
002670     END-START.
002680     PERFORM 4100-BROWSE-RECORD THRU 4100-BROWSE-RECORD-EXIT
002690         UNTIL END-OF-MASTER-FILE OR END-OF-BROWSE.
002700     DISPLAY 'REGISTROS EXIBIDOS... ' WRK-MATCH-COUNT.
002710 4000-BROWSE-EMPRESA-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------
002740* 4100-BROWSE-RECORD - READ THE NEXT RECORD; WHEN IT BELONGS TO
002750*    THE COMPANY, SHOW IT AND ASK WHETHER TO GO ON.
002760*----------------------------------------------------------------
002770 4100-BROWSE-RECORD.
002780     READ EMPLOYEE-MASTER NEXT RECORD
002790         AT END
002800             SET END-OF-MASTER-FILE TO TRUE
002810     END-READ.
002820     IF END-OF-MASTER-FILE
002830         GO TO 4100-BROWSE-RECORD-EXIT
002840     END-IF.
002850     IF EMP-EMPRESA NOT = WRK-EMPRESA
002860         GO TO 4100-BROWSE-RECORD-EXIT
002870     END-IF.
002880     PERFORM 3100-SHOW-RECORD   THRU 3100-SHOW-RECORD-EXIT.
002890     DISPLAY 'CONTINUA (S/N)... '.
002900     ACCEPT WRK-RESPOSTA.
002910     IF NOT RESPOSTA-IS-SIM
002920         SET END-OF-BROWSE TO TRUE
002930     END-IF.
002940 4100-BROWSE-RECORD-EXIT.
002950     EXIT.
002960*----------------------------------------------------------------
002970* 5000-INQUIRY-MATRICULA - ACCEPT A MATRICULA AND ITS CHECK
002980*    DIGIT, VERIFY THE PAIR THROUGH PROG034 AND SHOW THE RECORD
002990*    ONLY WHEN THE DIGIT CHECKS OUT.
003000*----------------------------------------------------------------
003010 5000-INQUIRY-MATRICULA.
003020     DISPLAY 'MATRICULA... '.
003030     ACCEPT WRK-MATRICULA-DV.
003040     DISPLAY 'DIGITO...... '.
003050     ACCEPT WRK-DIGITO.
003060     MOVE 'V'                    TO WRK-DV-FUNCAO.
003070     CALL 'PROG034' USING WRK-MATRICULA-DV, WRK-DIGITO,
003080                                 WRK-DV-FUNCAO, WRK-DV-RETORNO.
003090     IF WRK-DV-INVALIDO
003100         DISPLAY 'DIGITO INVALIDO - ' WRK-MATRICULA-DV
003110                 '-' WRK-DIGITO
003120         GO TO 5000-INQUIRY-MATRICULA-EXIT
003130     END-IF.
003140     MOVE WRK-MATRICULA-DV       TO EMP-MATRICULA.
003150     READ EMPLOYEE-MASTER
003160         INVALID KEY
003170             DISPLAY 'FUNCIONARIO NAO ACHADO - '
003180                                 WRK-MATRICULA-DV
003190         NOT INVALID KEY
003200             PERFORM 3100-SHOW-RECORD
003210                                THRU 3100-SHOW-RECORD-EXIT
003220     END-READ.
003230 5000-INQUIRY-MATRICULA-EXIT.
003240     EXIT.
