000140*    AND A GOOD SIGN-ON CLEARS THE COUNT. EVERY ATTEMPT -
000150*    ACCEPTED OR NOT - IS APPENDED TO THE SIGN-ON AUDIT FILE
000160*    WITH OPERATOR, CALLING PROGRAM, TIMESTAMP AND OUTCOME.
000162*    A PASSWORD EXPIRED BY THE PROG073 ACCESS REVIEW MUST BE
000164*    REPLACED BEFORE THE SIGN-ON IS ACCEPTED.
000170*    THE FILES ARE OPENED AND CLOSED ON EACH CALL - SIGN-ON
000180*    HAPPENS ONCE PER RUN, AND THE CALLER (PROG051 ABOVE ALL)
000190*    MAY NEED SECURITY-MASTER TO ITSELF AFTERWARDS.
000210* MODIFICATION HISTORY
000220*----------------------------------------------------------------
000230* 2026-09-01  RM  ORIGINAL PROGRAM.
000232* 2026-10-15  RM  ASK FOR A NEW PASSWORD WHEN THE CURRENT ONE
000234*                 HAS EXPIRED, RECORD WHY A RECORD IS LOCKED AND
000236*                 SAY SO WHEN A LOCKED OPERATOR SIGNS ON.
000240*----------------------------------------------------------------
000250 ENVIRONMENT                     DIVISION.
000260 CONFIGURATION                   SECTION.
000580     88  AUD-STATUS-NEW-FILE                VALUE '05' '35'.
000590 77  WRK-SENHA                   PIC X(08)  VALUE SPACES.
000600 77  WRK-RESULTADO               PIC X(20)  VALUE SPACES.
000602 77  WRK-SENHA-NOVA              PIC X(08)  VALUE SPACES.
000604 77  WRK-SENHA-CONFIRMA          PIC X(08)  VALUE SPACES.
000606 77  WRK-TROCA-SWITCH            PIC X(01)  VALUE 'N'.
000608     88  SENHA-WAS-CHANGED                  VALUE 'Y'.
000610 77  WRK-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
000620     88  RECORD-WAS-FOUND                   VALUE 'Y'.
000630 LINKAGE                         SECTION.
001150     END-IF.
001160     IF SEC-IS-BLOQUEADO
001170         MOVE 'BLOQUEADO'        TO WRK-RESULTADO
001171         EVALUATE TRUE
001172             WHEN SEC-BLOQUEIO-INATIVO
001173                 DISPLAY 'OPERADOR BLOQUEADO POR INATIVIDADE - '
001174                                 LS-SGN-OPERADOR
001175             WHEN SEC-BLOQUEIO-RECERT
001176                 DISPLAY 'OPERADOR BLOQUEADO - ACESSO NAO '
001177                         'RECERTIFICADO - ' LS-SGN-OPERADOR
001178             WHEN OTHER
001180                 DISPLAY 'OPERADOR BLOQUEADO - ' LS-SGN-OPERADOR
001185         END-EVALUATE
001190         GO TO 2000-JUDGE-SIGNON-EXIT
001200     END-IF.
001210     IF SEC-SENHA NOT = SPACES
001300                                 LS-SGN-OPERADOR
001310         GO TO 2000-JUDGE-SIGNON-EXIT
001320     END-IF.
001321     IF SEC-SENHA-EXPIRADA
001322         AND SEC-SENHA NOT = SPACES
001323         PERFORM 2200-CHANGE-PASSWORD
001324                                THRU 2200-CHANGE-PASSWORD-EXIT
001325         IF NOT SENHA-WAS-CHANGED
001326             MOVE 'SENHA EXPIRADA'   TO WRK-RESULTADO
001327             GO TO 2000-JUDGE-SIGNON-EXIT
001328         END-IF
001329     END-IF.
001330     IF SEC-SENHA = SPACES
001340         MOVE 'ACEITO SEM SENHA' TO WRK-RESULTADO
001350         DISPLAY 'SENHA AINDA NAO DEFINIDA - PROCURE A '
001550     ADD 1                       TO SEC-FALHAS.
001560     IF SEC-FALHAS NOT < 3
001570         SET SEC-IS-BLOQUEADO    TO TRUE
001575         SET SEC-BLOQUEIO-FALHAS TO TRUE
001580         MOVE 'SENHA ERRADA-BLOQUEIO'
001590                                 TO WRK-RESULTADO
001600         DISPLAY 'OPERADOR BLOQUEADO APOS 3 FALHAS - '
001660     REWRITE SEC-MASTER-RECORD.
001670 2100-COUNT-FAILURE-EXIT.
001680     EXIT.
001681*----------------------------------------------------------------
001682* 2200-CHANGE-PASSWORD - THE PASSWORD WAS RIGHT BUT HAS EXPIRED.
001683*    TAKE THE NEW ONE TWICE; IT MUST NOT BE BLANK OR THE SAME AS
001684*    THE OLD ONE. A REFUSED CHANGE REFUSES THE SIGN-ON WITHOUT
001685*    COUNTING A FAILURE.
001686*----------------------------------------------------------------
001687 2200-CHANGE-PASSWORD.
001688     MOVE 'N'                    TO WRK-TROCA-SWITCH.
001689     DISPLAY 'SENHA EXPIRADA - INFORME UMA NOVA SENHA'.
001690     DISPLAY 'NOVA SENHA. '.
001691     ACCEPT WRK-SENHA-NOVA.
001692     DISPLAY 'CONFIRME... '.
001693     ACCEPT WRK-SENHA-CONFIRMA.
001694     IF WRK-SENHA-NOVA = SPACES
001695         OR WRK-SENHA-NOVA = SEC-SENHA
001696         OR WRK-SENHA-NOVA NOT = WRK-SENHA-CONFIRMA
001697         DISPLAY 'NOVA SENHA RECUSADA - ' SEC-OPERADOR
001698         GO TO 2200-CHANGE-PASSWORD-EXIT
001699     END-IF.
001700     MOVE WRK-SENHA-NOVA         TO SEC-SENHA.
001701     ACCEPT SEC-DATA-SENHA       FROM DATE YYYYMMDD.
001702     MOVE SPACE                  TO SEC-SENHA-SITUACAO.
001703     MOVE ZERO                   TO SEC-FALHAS.
001704     REWRITE SEC-MASTER-RECORD.
001705     SET SENHA-WAS-CHANGED       TO TRUE.
001706     DISPLAY 'SENHA ALTERADA - ' SEC-OPERADOR.
001707 2200-CHANGE-PASSWORD-EXIT.
001708     EXIT.
001709*----------------------------------------------------------------
001710* 3000-WRITE-AUDIT - APPEND ONE AUDIT RECORD FOR THIS SIGN-ON
001711*    ATTEMPT, ACCEPTED OR NOT.
001720*----------------------------------------------------------------
001730 3000-WRITE-AUDIT.
001740     MOVE SPACES                 TO SIGNON-AUDIT-RECORD.
