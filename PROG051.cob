000130*    PASSWORD ITSELF NEVER REACHES THE REPORT. RESTRICTED TO
000140*    MAINTENANCE AUTHORITY THROUGH THE SHARED PROG050 SIGN-ON.
000150*    MODELED ON PROG010'S REGION-MASTER MAINTENANCE.
000152*    A MANAGER (GERENCIA LEVEL) SIGNS OFF THE PROG073
000154*    RECERTIFICATION LIST WITH AN R TRANSACTION PER OPERATOR
000156*    KEPT; NO ONE MAY RECERTIFY THEIR OWN ACCESS.
000157*    LEVEL 4 IS GRANTED, AND A LEVEL-4 RECORD CHANGED, ONLY BY A
000158*    GERENCIA OPERATOR, AND NO ONE MAY CHANGE OR DELETE THEIR OWN
000159*    RECORD. THE RUN REGISTERS THROUGH PROG052 SO IT CANNOT
000160*    OVERLAP THE PROG073 ACCESS REVIEW REWRITING THE SAME RECORDS.
000161*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-09-01  RM  ORIGINAL PROGRAM.
000191* 2026-10-15  RM  CARRY THE OPERATOR'S OWN MATRICULA ON ADD AND
000192*                 CHANGE - A BLANK ONE ON A CHANGE KEEPS THE
000193*                 CURRENT ONE - AND PRINT IT ON THE REPORT.
000194* 2026-10-15  RM  ADD THE R (RECERTIFY) TRANSACTION, STAMP THE
000195*                 PASSWORD, ACCESS AND RECERTIFICATION DATES THE
000196*                 PROG073 ACCESS REVIEW WORKS FROM, AND LEAVE
000197*                 LOCKS FOR INACTIVITY OR A MISSED RECERTIFICATION
000198*                 TO THE U AND R TRANSACTIONS.
000199* 2026-10-15  RM  REGISTER THE RUN THROUGH PROG052 AGAINST
000200*                 PROG073. ONLY A GERENCIA OPERATOR MAY GRANT
000201*                 LEVEL 4, CHANGE A LEVEL-4 RECORD, DELETE ONE
000202*                 LOCKED FOR A MISSED RECERTIFICATION OR HAVE AN
000203*                 ADD COUNT AS RECERTIFIED; NO ONE MAY CHANGE
000204*                 OR DELETE THEIR OWN RECORD.
000205*----------------------------------------------------------------
000210 ENVIRONMENT                     DIVISION.
000220 CONFIGURATION                   SECTION.
000230 SOURCE-COMPUTER.                IBM-370.
000450         88  ST-IS-CHANGE                    VALUE 'C'.
000460         88  ST-IS-DELETE                    VALUE 'D'.
000470         88  ST-IS-UNLOCK                    VALUE 'U'.
000475         88  ST-IS-RECERTIFY                 VALUE 'R'.
000480     05  ST-OPERADOR             PIC X(08).
000490     05  ST-NIVEL                PIC 9(01).
000500     05  ST-SENHA                PIC X(08).
000501     05  ST-MATRICULA            PIC X(06).
000510 FD  SECURITY-MASTER
000520     LABEL RECORDS ARE STANDARD.
000530     COPY SECMAST.
000570 01  RPT-LINE                    PIC X(132).
000580 WORKING-STORAGE                 SECTION.
000590     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
000595     COPY RUNLINK                REPLACING ==:PFX:== BY ==WRK==.
000600 01  HEADING-LINE-1.
000610     05  FILLER                  PIC X(40)
000620             VALUE 'MANUTENCAO SECURITY-MASTER - PROG051'.
000650     05  FILLER                  PIC X(4)  VALUE 'TRN '.
000660     05  FILLER                  PIC X(10) VALUE 'OPERADOR'.
000670     05  FILLER                  PIC X(07) VALUE 'NIVEL '.
000671     05  FILLER                  PIC X(08) VALUE 'MATRIC'.
000680     05  FILLER                  PIC X(22)
000690             VALUE 'SITUACAO              '.
000700     05  FILLER                  PIC X(81) VALUE SPACES.
000710 01  DETAIL-LINE.
000720     05  DTL-TRANS-CODE          PIC X(02).
000730     05  FILLER                  PIC X(02) VALUE SPACES.
000750     05  FILLER                  PIC X(02) VALUE SPACES.
000760     05  DTL-NIVEL               PIC 9(01).
000770     05  FILLER                  PIC X(05) VALUE SPACES.
000771     05  DTL-MATRICULA           PIC X(06).
000772     05  FILLER                  PIC X(02) VALUE SPACES.
000780     05  DTL-SITUACAO            PIC X(22).
000790     05  FILLER                  PIC X(82) VALUE SPACES.
000800 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
000810     88  TRANS-STATUS-OK                    VALUE '00'.
000820     88  TRANS-STATUS-EOF                   VALUE '10'.
000880 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
000890     88  RPT-STATUS-OK                      VALUE '00'.
000900 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
000902 77  WRK-OPERADOR-NIVEL          PIC 9(01)  VALUE ZERO.
000904 77  WRK-DATA-HOJE               PIC X(08)  VALUE SPACES.
000910 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
000920     88  OPERADOR-IS-VALID                  VALUE 'Y'.
000930     88  OPERADOR-IS-INVALID                VALUE 'N'.
000970 77  WRK-CHANGE-COUNT            PIC 9(06)  COMP VALUE ZERO.
000980 77  WRK-DELETE-COUNT            PIC 9(06)  COMP VALUE ZERO.
000990 77  WRK-UNLOCK-COUNT            PIC 9(06)  COMP VALUE ZERO.
000995 77  WRK-RECERT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001000 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001010 PROCEDURE                       DIVISION.
001020*----------------------------------------------------------------
001030* 0000-MAINLINE
001040*----------------------------------------------------------------
001050 0000-MAINLINE.
001051     PERFORM 0100-REGISTER-START
001052                                THRU 0100-REGISTER-START-EXIT.
001053     IF WRK-RUN-IMPEDIDO
001054         MOVE 12 TO RETURN-CODE
001055         STOP RUN
001056     END-IF.
001060     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
001070         UNTIL OPERADOR-IS-VALID.
001080     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001120     IF WRK-REJECT-COUNT > ZERO
001130         MOVE 4 TO RETURN-CODE
001140     END-IF.
001145     PERFORM 0200-REGISTER-END   THRU 0200-REGISTER-END-EXIT.
001150     STOP RUN.
001151*----------------------------------------------------------------
001152* 0100-REGISTER-START - REGISTER THE RUN ON THE RUN-CONTROL
001153*    FILE THROUGH PROG052, WHICH REFUSES THE START WHILE THE
001154*    PROG073 ACCESS REVIEW IS REWRITING SECURITY-MASTER.
001155*----------------------------------------------------------------
001156 0100-REGISTER-START.
001157     MOVE 'PROG051 '             TO WRK-RUN-PROGRAMA.
001158     MOVE 'I'                    TO WRK-RUN-FUNCAO.
001159     MOVE 'PROG073'              TO WRK-RUN-CONFLITOS.
001160     MOVE SPACES                 TO WRK-RUN-PREDECESSORES.
001161     MOVE ZERO                   TO WRK-RUN-RETORNO-PROG.
001162     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
001163                                 WRK-RUN-CONFLITOS,
001164                                 WRK-RUN-PREDECESSORES,
001165                                 WRK-RUN-RETORNO-PROG,
001166                                 WRK-RUN-RETORNO.
001167 0100-REGISTER-START-EXIT.
001168     EXIT.
001169*----------------------------------------------------------------
001170* 0200-REGISTER-END - RECORD THE END OF THE RUN AND ITS FINAL
001171*    CONDITION CODE ON THE RUN-CONTROL FILE.
001172*----------------------------------------------------------------
001173 0200-REGISTER-END.
001174     MOVE 'T'                    TO WRK-RUN-FUNCAO.
001175     MOVE RETURN-CODE            TO WRK-RUN-RETORNO-PROG.
001176     CALL 'PROG052' USING WRK-RUN-PROGRAMA, WRK-RUN-FUNCAO,
001177                                 WRK-RUN-CONFLITOS,
001178                                 WRK-RUN-PREDECESSORES,
001179                                 WRK-RUN-RETORNO-PROG,
001180                                 WRK-RUN-RETORNO.
001181 0200-REGISTER-END-EXIT.
001182     EXIT.
001183*----------------------------------------------------------------
001184* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, READ THE FIRST
001185*    TRANSACTION RECORD. THE SIGN-ON RUNS FIRST, WHILE PROG050
001190*    STILL HAS SECURITY-MASTER TO ITSELF. THE SIGNED-ON
001195*    OPERATOR'S OWN LEVEL IS KEPT FOR THE LEVEL-4 CHECKS.
001200*----------------------------------------------------------------
001210 1000-INITIALIZE.
001215     ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
001220     OPEN INPUT  SEC-TRANS-IN.
001230     OPEN OUTPUT SECURITY-RPT.
001240     OPEN I-O    SECURITY-MASTER.
001270         CLOSE SECURITY-MASTER
001280         OPEN I-O SECURITY-MASTER
001290     END-IF.
001291     MOVE WRK-OPERADOR           TO SEC-OPERADOR.
001292     READ SECURITY-MASTER
001293         INVALID KEY
001294             MOVE ZERO           TO WRK-OPERADOR-NIVEL
001295         NOT INVALID KEY
001296             MOVE SEC-NIVEL      TO WRK-OPERADOR-NIVEL
001297     END-READ.
001300     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
001310     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
001320     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
001610     MOVE ST-TRANS-CODE          TO DTL-TRANS-CODE.
001620     MOVE ST-OPERADOR            TO DTL-OPERADOR.
001630     MOVE ST-NIVEL               TO DTL-NIVEL.
001631     MOVE ST-MATRICULA           TO DTL-MATRICULA.
001640     EVALUATE TRUE
001650         WHEN ST-IS-ADD
001660             PERFORM 2100-APPLY-ADD
001740         WHEN ST-IS-UNLOCK
001750             PERFORM 2350-APPLY-UNLOCK
001760                                THRU 2350-APPLY-UNLOCK-EXIT
001762         WHEN ST-IS-RECERTIFY
001764             PERFORM 2380-APPLY-RECERTIFY
001766                                THRU 2380-APPLY-RECERTIFY-EXIT
001770         WHEN OTHER
001780             MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
001790             ADD 1 TO WRK-REJECT-COUNT
001830 2000-PROCESS-TRANS-EXIT.
001840     EXIT.
001850*----------------------------------------------------------------
001860* 2100-APPLY-ADD - ADD A NEW OPERATOR WITH LEVEL, PASSWORD AND
001870*    MATRICULA, REJECTING A DUPLICATE ID. AN OPERATOR KEYED
001871*    WITHOUT A MATRICULA IS NOT AN EMPLOYEE. THE GRANT COUNTS AS
001873*    THE FIRST ACCESS, SO THE INACTIVITY CLOCK STARTS TODAY. IT
001874*    COUNTS AS THE FIRST RECERTIFICATION ONLY WHEN A GERENCIA
001875*    OPERATOR KEYED IT; ANY OTHER ADD IS LEFT FOR THE NEXT
001876*    ACCESS REVIEW TO PUT ON THE RECERTIFICATION LIST. ONLY A
001877*    GERENCIA OPERATOR MAY GRANT LEVEL 4.
001880*----------------------------------------------------------------
001890 2100-APPLY-ADD.
001891     IF ST-NIVEL = 4
001892         AND WRK-OPERADOR-NIVEL < 4
001893         MOVE 'SEM NIVEL GERENCIA'   TO DTL-SITUACAO
001894         ADD 1 TO WRK-REJECT-COUNT
001895         GO TO 2100-APPLY-ADD-EXIT
001896     END-IF.
001900     MOVE SPACES                 TO SEC-MASTER-RECORD.
001910     MOVE ST-OPERADOR            TO SEC-OPERADOR.
001920     MOVE ST-NIVEL               TO SEC-NIVEL.
001930     MOVE ST-SENHA               TO SEC-SENHA.
001940     MOVE ZERO                   TO SEC-FALHAS.
001941     IF ST-SENHA NOT = SPACES
001942         MOVE WRK-DATA-HOJE      TO SEC-DATA-SENHA
001943     END-IF.
001944     MOVE WRK-DATA-HOJE          TO SEC-DATA-ACESSO.
001945     IF WRK-OPERADOR-NIVEL = 4
001946         MOVE WRK-DATA-HOJE      TO SEC-DATA-RECERT
001947         MOVE WRK-OPERADOR       TO SEC-RECERT-POR
001948     END-IF.
001949     IF ST-MATRICULA NUMERIC
001950         MOVE ST-MATRICULA       TO SEC-MATRICULA
001951     ELSE
001952         MOVE ZERO               TO SEC-MATRICULA
001953     END-IF.
001954     WRITE SEC-MASTER-RECORD
001960         INVALID KEY
001970             MOVE 'OPERADOR JA CADASTRADO' TO DTL-SITUACAO
001980             ADD 1 TO WRK-REJECT-COUNT
002040     EXIT.
002050*----------------------------------------------------------------
002060* 2200-APPLY-CHANGE - REWRITE THE LEVEL AND, WHEN ONE WAS
002070*    KEYED, THE PASSWORD AND THE MATRICULA. A BLANK PASSWORD OR
002080*    MATRICULA KEEPS THE CURRENT ONE. A NEW PASSWORD CLEARS ITS
002082*    EXPIRY, AND CLEARS A LOCK FOR SIGN-ON FAILURES - NOT ONE
002084*    PUT ON BY THE ACCESS REVIEW. NO ONE MAY CHANGE THEIR OWN
002086*    RECORD, AND ONLY A GERENCIA OPERATOR MAY GRANT LEVEL 4 OR
002088*    CHANGE A RECORD THAT ALREADY HOLDS IT.
002090*----------------------------------------------------------------
002100 2200-APPLY-CHANGE.
002101     IF ST-OPERADOR = WRK-OPERADOR
002102         MOVE 'PROPRIO REGISTRO'     TO DTL-SITUACAO
002103         ADD 1 TO WRK-REJECT-COUNT
002104         GO TO 2200-APPLY-CHANGE-EXIT
002105     END-IF.
002110     MOVE ST-OPERADOR            TO SEC-OPERADOR.
002120     READ SECURITY-MASTER
002130         INVALID KEY
002140             MOVE 'OPERADOR NAO CADASTRADO' TO DTL-SITUACAO
002150             ADD 1 TO WRK-REJECT-COUNT
002152             GO TO 2200-APPLY-CHANGE-EXIT
002154     END-READ.
002156     IF (ST-NIVEL = 4 OR SEC-NIVEL-GERENCIA)
002158         AND WRK-OPERADOR-NIVEL < 4
002160         MOVE 'SEM NIVEL GERENCIA'   TO DTL-SITUACAO
002162         ADD 1 TO WRK-REJECT-COUNT
002164         GO TO 2200-APPLY-CHANGE-EXIT
002166     END-IF.
002170     MOVE ST-NIVEL               TO SEC-NIVEL.
002180     IF ST-SENHA NOT = SPACES
002190         MOVE ST-SENHA           TO SEC-SENHA
002200         MOVE ZERO               TO SEC-FALHAS
002202         MOVE WRK-DATA-HOJE      TO SEC-DATA-SENHA
002204         MOVE SPACE              TO SEC-SENHA-SITUACAO
002206         IF NOT SEC-BLOQUEIO-INATIVO
002208             AND NOT SEC-BLOQUEIO-RECERT
002210             MOVE SPACE          TO SEC-BLOQUEIO
002212             MOVE SPACE          TO SEC-MOTIVO-BLOQUEIO
002214         END-IF
002220     END-IF.
002221     IF ST-MATRICULA NUMERIC
002222         MOVE ST-MATRICULA       TO SEC-MATRICULA
002223     END-IF.
002230     REWRITE SEC-MASTER-RECORD.
002240     MOVE 'ALTERADO'             TO DTL-SITUACAO.
002250     ADD 1 TO WRK-CHANGE-COUNT.
002270 2200-APPLY-CHANGE-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
002300* 2300-APPLY-DELETE - REMOVE THE OPERATOR, NEVER THE ONE SIGNED
002301*    ON. A RECORD LOCKED FOR A MISSED RECERTIFICATION IS THE
002302*    MANAGERS' TO SETTLE, SO ONLY A GERENCIA OPERATOR MAY DELETE
002304*    IT - OTHERWISE IT COULD BE DELETED AND ADDED BACK UNLOCKED.
002310*----------------------------------------------------------------
002320 2300-APPLY-DELETE.
002321     IF ST-OPERADOR = WRK-OPERADOR
002322         MOVE 'PROPRIO REGISTRO'     TO DTL-SITUACAO
002323         ADD 1 TO WRK-REJECT-COUNT
002324         GO TO 2300-APPLY-DELETE-EXIT
002325     END-IF.
002330     MOVE ST-OPERADOR            TO SEC-OPERADOR.
002340     READ SECURITY-MASTER
002350         INVALID KEY
002360             MOVE 'OPERADOR NAO CADASTRADO' TO DTL-SITUACAO
002370             ADD 1 TO WRK-REJECT-COUNT
002372             GO TO 2300-APPLY-DELETE-EXIT
002374     END-READ.
002376     IF SEC-BLOQUEIO-RECERT
002378         AND WRK-OPERADOR-NIVEL < 4
002380         MOVE 'AGUARDA RECERTIFICACAO' TO DTL-SITUACAO
002382         ADD 1 TO WRK-REJECT-COUNT
002384         GO TO 2300-APPLY-DELETE-EXIT
002386     END-IF.
002390     DELETE SECURITY-MASTER RECORD.
002400     MOVE 'EXCLUIDO'             TO DTL-SITUACAO.
002410     ADD 1 TO WRK-DELETE-COUNT.
002430 2300-APPLY-DELETE-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------
002460* 2350-APPLY-UNLOCK - CLEAR THE LOCKOUT AND THE FAILURE COUNT
002470*    ON A RECORD BLOCKED BY REPEATED BAD PASSWORDS OR BY
002472*    INACTIVITY; THE LATTER RESTARTS THE INACTIVITY CLOCK TODAY.
002474*    A RECORD LOCKED FOR A MISSED RECERTIFICATION IS RELEASED
002476*    ONLY BY A MANAGER'S R TRANSACTION.
002480*----------------------------------------------------------------
002490 2350-APPLY-UNLOCK.
002500     MOVE ST-OPERADOR            TO SEC-OPERADOR.
002520         INVALID KEY
002530             MOVE 'OPERADOR NAO CADASTRADO' TO DTL-SITUACAO
002540             ADD 1 TO WRK-REJECT-COUNT
002541             GO TO 2350-APPLY-UNLOCK-EXIT
002542     END-READ.
002543     IF SEC-BLOQUEIO-RECERT
002544         MOVE 'AGUARDA RECERTIFICACAO' TO DTL-SITUACAO
002545         ADD 1 TO WRK-REJECT-COUNT
002546         GO TO 2350-APPLY-UNLOCK-EXIT
002547     END-IF.
002548     IF SEC-BLOQUEIO-INATIVO
002549         MOVE WRK-DATA-HOJE      TO SEC-DATA-ACESSO
002550     END-IF.
002560     MOVE ZERO                   TO SEC-FALHAS.
002570     MOVE SPACE                  TO SEC-BLOQUEIO.
002575     MOVE SPACE                  TO SEC-MOTIVO-BLOQUEIO.
002580     REWRITE SEC-MASTER-RECORD.
002590     MOVE 'DESBLOQUEADO'         TO DTL-SITUACAO.
002600     ADD 1 TO WRK-UNLOCK-COUNT.
002620 2350-APPLY-UNLOCK-EXIT.
002630     EXIT.
002631*----------------------------------------------------------------
002632* 2380-APPLY-RECERTIFY - RECORD A MANAGER'S SIGN-OFF OF THE
002633*    OPERATOR'S ACCESS FROM THE PROG073 LIST. ONLY A GERENCIA
002634*    OPERATOR MAY KEY IT, AND NEVER FOR THEIR OWN ID. IT CLEARS
002635*    THE OUTSTANDING DUE DATE AND RELEASES A LOCK PUT ON FOR A
002636*    MISSED RECERTIFICATION, RESTARTING THE INACTIVITY CLOCK; A
002637*    RECORD LOCKED FOR ANY OTHER REASON MUST BE UNLOCKED FIRST.
002638*----------------------------------------------------------------
002639 2380-APPLY-RECERTIFY.
002640     IF WRK-OPERADOR-NIVEL < 4
002641         MOVE 'SEM NIVEL GERENCIA'   TO DTL-SITUACAO
002642         ADD 1 TO WRK-REJECT-COUNT
002643         GO TO 2380-APPLY-RECERTIFY-EXIT
002644     END-IF.
002645     IF ST-OPERADOR = WRK-OPERADOR
002646         MOVE 'PROPRIA RECERTIFICACAO' TO DTL-SITUACAO
002647         ADD 1 TO WRK-REJECT-COUNT
002648         GO TO 2380-APPLY-RECERTIFY-EXIT
002649     END-IF.
002650     MOVE ST-OPERADOR            TO SEC-OPERADOR.
002651     READ SECURITY-MASTER
002652         INVALID KEY
002653             MOVE 'OPERADOR NAO CADASTRADO' TO DTL-SITUACAO
002654             ADD 1 TO WRK-REJECT-COUNT
002655             GO TO 2380-APPLY-RECERTIFY-EXIT
002656     END-READ.
002657     IF SEC-IS-BLOQUEADO
002658         AND NOT SEC-BLOQUEIO-RECERT
002659         MOVE 'OPERADOR BLOQUEADO'   TO DTL-SITUACAO
002660         ADD 1 TO WRK-REJECT-COUNT
002661         GO TO 2380-APPLY-RECERTIFY-EXIT
002662     END-IF.
002663     IF SEC-BLOQUEIO-RECERT
002664         MOVE SPACE              TO SEC-BLOQUEIO
002665         MOVE SPACE              TO SEC-MOTIVO-BLOQUEIO
002666         MOVE ZERO               TO SEC-FALHAS
002667         MOVE WRK-DATA-HOJE      TO SEC-DATA-ACESSO
002668     END-IF.
002669     MOVE WRK-DATA-HOJE          TO SEC-DATA-RECERT.
002670     MOVE WRK-OPERADOR           TO SEC-RECERT-POR.
002671     MOVE SPACES                 TO SEC-PRAZO-RECERT.
002672     REWRITE SEC-MASTER-RECORD.
002673     MOVE 'RECERTIFICADO'        TO DTL-SITUACAO.
002674     ADD 1 TO WRK-RECERT-COUNT.
002675 2380-APPLY-RECERTIFY-EXIT.
002676     EXIT.
002677*----------------------------------------------------------------
002678* 2400-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
002679*----------------------------------------------------------------
002680 2400-READ-TRANS.
002681     READ SEC-TRANS-IN
002690         AT END
002700             SET END-OF-TRANS-FILE TO TRUE
002710     END-READ.
002800     DISPLAY 'ALTERACOES...... ' WRK-CHANGE-COUNT.
002810     DISPLAY 'EXCLUSOES....... ' WRK-DELETE-COUNT.
002820     DISPLAY 'DESBLOQUEIOS.... ' WRK-UNLOCK-COUNT.
002825     DISPLAY 'RECERTIFICADOS.. ' WRK-RECERT-COUNT.
002830     DISPLAY 'REJEITADAS...... ' WRK-REJECT-COUNT.
002840     CLOSE SEC-TRANS-IN.
002850     CLOSE SECURITY-MASTER.
