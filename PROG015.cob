000360*                 PASSWORD, ENFORCES THE LOCKOUT AND AUDITS
000370*                 EVERY ATTEMPT - SECURITY-MASTER IS NO LONGER
000380*                 READ HERE DIRECTLY.
000382* 2026-10-15  RM  CHECK THE CNPJ DIGITS THROUGH PROG065 AND
000384*                 REJECT A CNPJ ALREADY ON FILE ON ADD/CHANGE;
000386*                 V TRANSACTION SWEEPS FILE FOR BAD CNPJS.
000390*----------------------------------------------------------------
000400 ENVIRONMENT                     DIVISION.
000410 CONFIGURATION                   SECTION.
000660         88  CT-IS-ADD                       VALUE 'A'.
000670         88  CT-IS-CHANGE                    VALUE 'C'.
000680         88  CT-IS-DELETE                    VALUE 'D'.
000690         88  CT-IS-VARREDURA                 VALUE 'V'.
000700     05  CT-CODIGO               PIC X(05).
000710     05  CT-RAZAO-SOCIAL         PIC X(30).
000720     05  CT-CNPJ                 PIC X(14).
000730     05  CT-ENDERECO             PIC X(30).
000740     05  CT-SITUACAO             PIC X(01).
000750 FD  COMPANY-MASTER
000760     LABEL RECORDS ARE STANDARD.
000770     COPY COMPMAST.
000780 FD  COMPANY-RPT
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 132 CHARACTERS.
000810 01  RPT-LINE                    PIC X(132).
000820 FD  APPROVAL-PENDING
000830     LABEL RECORDS ARE STANDARD.
000840     COPY APPRPEND.
000850 WORKING-STORAGE                 SECTION.
000860     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
000870     COPY CNPJLINK               REPLACING ==:PFX:== BY ==WRK==.
000880 01  HEADING-LINE-1.
000890     05  FILLER                  PIC X(40)
000900             VALUE 'MANUTENCAO COMPANY-MASTER - PROG015'.
000910     05  FILLER                  PIC X(92) VALUE SPACES.
000920 01  HEADING-LINE-2.
000930     05  FILLER                  PIC X(4)  VALUE 'TRN '.
000940     05  FILLER                  PIC X(07) VALUE 'CODIGO '.
000950     05  FILLER                  PIC X(32)
000960             VALUE 'RAZAO SOCIAL ANTES'.
000970     05  FILLER                  PIC X(32)
000980             VALUE 'RAZAO SOCIAL DEPOIS'.
000990     05  FILLER                  PIC X(04) VALUE 'SIT '.
001000     05  FILLER                  PIC X(20)
001010             VALUE 'SITUACAO            '.
001020     05  FILLER                  PIC X(04) VALUE SPACES.
001030     05  FILLER                  PIC X(16) VALUE 'CNPJ'.
001040     05  FILLER                  PIC X(13) VALUE SPACES.
001050 01  DETAIL-LINE.
001060     05  DTL-TRANS-CODE          PIC X(02).
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  DTL-CODIGO              PIC X(05).
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  DTL-RAZAO-ANTES         PIC X(30).
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  DTL-RAZAO-DEPOIS        PIC X(30).
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  DTL-CO-SITUACAO         PIC X(01).
001150     05  FILLER                  PIC X(03) VALUE SPACES.
001160     05  DTL-SITUACAO            PIC X(22).
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  DTL-CNPJ                PIC X(14).
001190     05  FILLER                  PIC X(15) VALUE SPACES.
001200 77  WS-TRANS-STATUS             PIC X(02)  VALUE SPACES.
001210     88  TRANS-STATUS-OK                    VALUE '00'.
001220     88  TRANS-STATUS-EOF                   VALUE '10'.
001230 77  WS-CO-STATUS                PIC X(02)  VALUE SPACES.
001240     88  CO-STATUS-OK                       VALUE '00'.
001250     88  CO-STATUS-NEW-FILE                 VALUE '35'.
001260     88  CO-STATUS-NOT-FOUND                VALUE '23'.
001270     88  CO-STATUS-DUPLICATE                VALUE '22'.
001280 77  WS-APR-STATUS               PIC X(02)  VALUE SPACES.
001290     88  APR-STATUS-OK                      VALUE '00'.
001300     88  APR-STATUS-NEW-FILE                VALUE '05' '35'.
001310 77  WRK-HOLD-COUNT              PIC 9(06)  COMP VALUE ZERO.
001320 77  WS-RPT-STATUS               PIC X(02)  VALUE SPACES.
001330     88  RPT-STATUS-OK                      VALUE '00'.
001340 77  WRK-OPERADOR                PIC X(08)  VALUE SPACES.
001350 77  WRK-OPERADOR-SWITCH         PIC X(01)  VALUE 'N'.
001360     88  OPERADOR-IS-VALID                  VALUE 'Y'.
001370     88  OPERADOR-IS-INVALID                VALUE 'N'.
001380 77  WRK-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001390     88  END-OF-TRANS-FILE                  VALUE 'Y'.
001400 77  WRK-ADD-COUNT               PIC 9(06)  COMP VALUE ZERO.
001410 77  WRK-CHANGE-COUNT            PIC 9(06)  COMP VALUE ZERO.
001420 77  WRK-REJECT-COUNT            PIC 9(06)  COMP VALUE ZERO.
001430 77  WRK-SWEEP-COUNT             PIC 9(06)  COMP VALUE ZERO.
001440 77  WRK-SWEEP-INVALID-COUNT     PIC 9(06)  COMP VALUE ZERO.
001450 77  WRK-BROWSE-SWITCH           PIC X(01)  VALUE 'N'.
001460     88  END-OF-COMPANIES                   VALUE 'Y'.
001470 77  WRK-DUP-SWITCH              PIC X(01)  VALUE 'N'.
001480     88  CNPJ-IS-DUPLICATE                  VALUE 'Y'.
001490     88  CNPJ-IS-UNIQUE                     VALUE 'N'.
001500 PROCEDURE                       DIVISION.
001510*----------------------------------------------------------------
001520* 0000-MAINLINE
001530*----------------------------------------------------------------
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001560     PERFORM 1500-SIGNON         THRU 1500-SIGNON-EXIT
001570         UNTIL OPERADOR-IS-VALID.
001580     PERFORM 2000-PROCESS-TRANS  THRU 2000-PROCESS-TRANS-EXIT
001590         UNTIL END-OF-TRANS-FILE.
001600     PERFORM 9999-FINALIZE       THRU 9999-FINALIZE-EXIT.
001610     IF WRK-REJECT-COUNT > ZERO
001620         OR WRK-SWEEP-INVALID-COUNT > ZERO
001630         MOVE 4 TO RETURN-CODE
001640     END-IF.
001650     STOP RUN.
001660*----------------------------------------------------------------
001670* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, READ THE FIRST
001680*    TRANSACTION RECORD. COMPANY-MASTER IS CREATED EMPTY ON THE
001690*    FIRST RUN SO THE INITIAL TABLE CAN BE LOADED BY ADDS.
001700*----------------------------------------------------------------
001710 1000-INITIALIZE.
001720     OPEN INPUT  COMP-TRANS-IN.
001730     OPEN OUTPUT COMPANY-RPT.
001740     OPEN EXTEND APPROVAL-PENDING.
001750     IF APR-STATUS-NEW-FILE
001760         OPEN OUTPUT APPROVAL-PENDING
001770         CLOSE APPROVAL-PENDING
001780         OPEN EXTEND APPROVAL-PENDING
001790     END-IF.
001800     OPEN I-O    COMPANY-MASTER.
001810     IF CO-STATUS-NEW-FILE
001820         OPEN OUTPUT COMPANY-MASTER
001830         CLOSE COMPANY-MASTER
001840         OPEN I-O COMPANY-MASTER
001850     END-IF.
001860     WRITE RPT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
001870     WRITE RPT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 2 LINES.
001880     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
001890 1000-INITIALIZE-EXIT.
001900     EXIT.
001910*----------------------------------------------------------------
001920* 1500-SIGNON - SIGN THE OPERATOR ON THROUGH THE SHARED
001930*    PROG050 ROUTINE, WHICH PROMPTS FOR THE ID AND PASSWORD,
001940*    ENFORCES THE LOCKOUT AND AUDITS EVERY ATTEMPT.
001950*----------------------------------------------------------------
001960 1500-SIGNON.
001970     MOVE 'PROG015 '             TO WRK-SGN-PROGRAMA.
001980     MOVE 3                      TO WRK-SGN-NIVEL.
001990     CALL 'PROG050' USING WRK-SGN-PROGRAMA, WRK-SGN-NIVEL,
002000                                 WRK-SGN-OPERADOR,
002010                                 WRK-SGN-RETORNO.
002020     IF WRK-SGN-OK
002030         SET OPERADOR-IS-VALID TO TRUE
002040         MOVE WRK-SGN-OPERADOR   TO WRK-OPERADOR
002050     ELSE
002060         SET OPERADOR-IS-INVALID TO TRUE
002070     END-IF.
002080 1500-SIGNON-EXIT.
002090     EXIT.
002100*----------------------------------------------------------------
002110* 2000-PROCESS-TRANS - APPLY THE CURRENT TRANSACTION TO
002120*    COMPANY-MASTER AND PRINT A BEFORE/AFTER DETAIL LINE, THEN
002130*    READ THE NEXT TRANSACTION RECORD.
002140*----------------------------------------------------------------
002150 2000-PROCESS-TRANS.
002160     MOVE SPACES                 TO DETAIL-LINE.
002170     MOVE CT-TRANS-CODE          TO DTL-TRANS-CODE.
002180     MOVE CT-CODIGO              TO DTL-CODIGO.
002190     EVALUATE TRUE
002200         WHEN CT-IS-ADD
002210             PERFORM 2100-APPLY-ADD
002220                                THRU 2100-APPLY-ADD-EXIT
002230         WHEN CT-IS-CHANGE
002240             PERFORM 2200-APPLY-CHANGE
002250                                THRU 2200-APPLY-CHANGE-EXIT
002260         WHEN CT-IS-DELETE
002270             PERFORM 2300-APPLY-DELETE
002280                                THRU 2300-APPLY-DELETE-EXIT
002290         WHEN CT-IS-VARREDURA
002300             PERFORM 2700-SWEEP-CNPJ
002310                                THRU 2700-SWEEP-CNPJ-EXIT
002320         WHEN OTHER
002330             MOVE 'CODIGO TRANS INVALIDO' TO DTL-SITUACAO
002340             ADD 1 TO WRK-REJECT-COUNT
002350     END-EVALUATE.
002360     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
002370     PERFORM 2400-READ-TRANS     THRU 2400-READ-TRANS-EXIT.
002380 2000-PROCESS-TRANS-EXIT.
002390     EXIT.
002400*----------------------------------------------------------------
002410* 2100-APPLY-ADD - ADD A NEW COMPANY-MASTER RECORD, REJECTING A
002420*    DUPLICATE CODE, A CNPJ WHOSE CHECK DIGITS FAIL AND A CNPJ
002430*    ANOTHER COMPANY ALREADY HAS. A BLANK TRANSACTION STATUS
002440*    REGISTERS THE COMPANY AS ATIVA.
002450*----------------------------------------------------------------
002460 2100-APPLY-ADD.
002470     MOVE CT-RAZAO-SOCIAL        TO DTL-RAZAO-DEPOIS.
002480     MOVE CT-CNPJ                TO DTL-CNPJ.
002490     MOVE CT-CNPJ                TO WRK-CNPJ.
002500     PERFORM 2500-VERIFY-CNPJ    THRU 2500-VERIFY-CNPJ-EXIT.
002510     IF WRK-CNPJ-INVALIDO
002520         MOVE 'CNPJ INVALIDO'    TO DTL-SITUACAO
002530         ADD 1 TO WRK-REJECT-COUNT
002540         GO TO 2100-APPLY-ADD-EXIT
002550     END-IF.
002560     PERFORM 2600-CHECK-CNPJ-DUP THRU 2600-CHECK-CNPJ-DUP-EXIT.
002570     IF CNPJ-IS-DUPLICATE
002580         MOVE 'CNPJ JA CADASTRADO' TO DTL-SITUACAO
002590         ADD 1 TO WRK-REJECT-COUNT
002600         GO TO 2100-APPLY-ADD-EXIT
002610     END-IF.
002620     MOVE CT-CODIGO              TO CO-CODIGO.
002630     MOVE CT-RAZAO-SOCIAL        TO CO-RAZAO-SOCIAL.
002640     MOVE CT-CNPJ                TO CO-CNPJ.
002650     MOVE CT-ENDERECO            TO CO-ENDERECO.
002660     IF CT-SITUACAO = SPACES
002670         MOVE 'A'                TO CO-SITUACAO
002680     ELSE
002690         MOVE CT-SITUACAO        TO CO-SITUACAO
002700     END-IF.
002710     MOVE CT-RAZAO-SOCIAL        TO DTL-RAZAO-DEPOIS.
002720     MOVE CO-SITUACAO            TO DTL-CO-SITUACAO.
002730     WRITE CO-MASTER-RECORD
002740         INVALID KEY
002750             MOVE 'EMPRESA JA CADASTRADA' TO DTL-SITUACAO
002760             ADD 1 TO WRK-REJECT-COUNT
002770         NOT INVALID KEY
002780             MOVE 'INCLUIDA' TO DTL-SITUACAO
002790             ADD 1 TO WRK-ADD-COUNT
002800     END-WRITE.
002810 2100-APPLY-ADD-EXIT.
002820     EXIT.
002830*----------------------------------------------------------------
002840* 2200-APPLY-CHANGE - READ THE EXISTING RECORD FOR ITS BEFORE
002850*    IMAGE AND REWRITE IT WITH THE NEW FIELDS - AN ORDINARY
002860*    FIELD UPDATE UNDER THE SAME CODE, SO EVERY EMP-EMPRESA
002870*    POINTING AT THE COMPANY SURVIVES A LEGAL-NAME CHANGE. A
002880*    BLANK TRANSACTION FIELD KEEPS THE FIELD AS IT WAS. A NEW
002890*    CNPJ IS CHECKED AS ON AN ADD.
002900*----------------------------------------------------------------
002910 2200-APPLY-CHANGE.
002920     MOVE CT-CODIGO              TO CO-CODIGO.
002930     READ COMPANY-MASTER
002940         INVALID KEY
002950             MOVE 'EMPRESA NAO CADASTRADA' TO DTL-SITUACAO
002960             ADD 1 TO WRK-REJECT-COUNT
002970         NOT INVALID KEY
002980             PERFORM 2250-APPLY-FIELDS
002990                                THRU 2250-APPLY-FIELDS-EXIT
003000     END-READ.
003010 2200-APPLY-CHANGE-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------
003040* 2250-APPLY-FIELDS - MOVE THE NON-BLANK TRANSACTION FIELDS
003050*    ONTO THE RECORD AND REWRITE IT. THE DUPLICATE CHECK BROWSES
003060*    COMPANY-MASTER, SO THE RECORD IS READ AGAIN AFTER IT.
003070*----------------------------------------------------------------
003080 2250-APPLY-FIELDS.
003090     MOVE CO-RAZAO-SOCIAL        TO DTL-RAZAO-ANTES.
003100     MOVE CO-CNPJ                TO DTL-CNPJ.
003110     IF CT-CNPJ NOT = SPACES
003120         MOVE CT-CNPJ            TO DTL-CNPJ
003130         MOVE CT-CNPJ            TO WRK-CNPJ
003140         PERFORM 2500-VERIFY-CNPJ
003150                                THRU 2500-VERIFY-CNPJ-EXIT
003160         IF WRK-CNPJ-INVALIDO
003170             MOVE 'CNPJ INVALIDO' TO DTL-SITUACAO
003180             ADD 1 TO WRK-REJECT-COUNT
003190             GO TO 2250-APPLY-FIELDS-EXIT
003200         END-IF
003210         PERFORM 2600-CHECK-CNPJ-DUP
003220                                THRU 2600-CHECK-CNPJ-DUP-EXIT
003230         IF CNPJ-IS-DUPLICATE
003240             MOVE 'CNPJ JA CADASTRADO' TO DTL-SITUACAO
003250             ADD 1 TO WRK-REJECT-COUNT
003260             GO TO 2250-APPLY-FIELDS-EXIT
003270         END-IF
003280         MOVE CT-CODIGO          TO CO-CODIGO
003290         READ COMPANY-MASTER
003300     END-IF.
003310     IF CT-RAZAO-SOCIAL NOT = SPACES
003320         MOVE CT-RAZAO-SOCIAL    TO CO-RAZAO-SOCIAL
003330     END-IF.
003340     IF CT-CNPJ NOT = SPACES
003350         MOVE CT-CNPJ            TO CO-CNPJ
003360     END-IF.
003370     IF CT-ENDERECO NOT = SPACES
003380         MOVE CT-ENDERECO        TO CO-ENDERECO
003390     END-IF.
003400     IF CT-SITUACAO NOT = SPACES
003410         MOVE CT-SITUACAO        TO CO-SITUACAO
003420     END-IF.
003430     REWRITE CO-MASTER-RECORD.
003440     MOVE CO-RAZAO-SOCIAL        TO DTL-RAZAO-DEPOIS.
003450     MOVE CO-SITUACAO            TO DTL-CO-SITUACAO.
003460     MOVE 'ALTERADA'             TO DTL-SITUACAO.
003470     ADD 1 TO WRK-CHANGE-COUNT.
003480 2250-APPLY-FIELDS-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510* 2300-APPLY-DELETE - READ THE EXISTING RECORD FOR ITS BEFORE
003520*    IMAGE, THEN DELETE IT.
003530*----------------------------------------------------------------
003540 2300-APPLY-DELETE.
003550     MOVE CT-CODIGO              TO CO-CODIGO.
003560     READ COMPANY-MASTER
003570         INVALID KEY
003580             MOVE 'EMPRESA NAO CADASTRADA' TO DTL-SITUACAO
003590             ADD 1 TO WRK-REJECT-COUNT
003600         NOT INVALID KEY
003610             MOVE CO-RAZAO-SOCIAL TO DTL-RAZAO-ANTES
003620             PERFORM 2350-HOLD-APPROVAL
003630                                THRU 2350-HOLD-APPROVAL-EXIT
003640     END-READ.
003650 2300-APPLY-DELETE-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680* 2350-HOLD-APPROVAL - WRITE THE DELETE REQUEST TO THE PENDING-
003690*    APPROVAL FILE FOR A SECOND OPERATOR TO RELEASE THROUGH
003700*    PROG043.
003710*----------------------------------------------------------------
003720 2350-HOLD-APPROVAL.
003730     MOVE SPACES                 TO APR-RECORD.
003740     SET APR-IS-EMPRESA-DELETE   TO TRUE.
003750     MOVE CO-CODIGO              TO APR-CHAVE.
003760     MOVE ZERO                   TO APR-MATRICULA.
003770     ACCEPT APR-DATA             FROM DATE YYYYMMDD.
003780     ACCEPT APR-HORA             FROM TIME.
003790     MOVE WRK-OPERADOR           TO APR-OPERADOR.
003800     WRITE APR-RECORD.
003810     MOVE 'AGUARDA APROVACAO'    TO DTL-SITUACAO.
003820     ADD 1 TO WRK-HOLD-COUNT.
003830 2350-HOLD-APPROVAL-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860* 2400-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
003870*----------------------------------------------------------------
003880 2400-READ-TRANS.
003890     READ COMP-TRANS-IN
003900         AT END
003910             SET END-OF-TRANS-FILE TO TRUE
003920     END-READ.
003930 2400-READ-TRANS-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960* 2500-VERIFY-CNPJ - CHECK BOTH DIGITS OF WRK-CNPJ THROUGH THE
003970*    SHARED PROG065 ROUTINE.
003980*----------------------------------------------------------------
003990 2500-VERIFY-CNPJ.
004000     CALL 'PROG065' USING WRK-CNPJ, WRK-CNPJ-RETORNO.
004010 2500-VERIFY-CNPJ-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040* 2600-CHECK-CNPJ-DUP - BROWSE COMPANY-MASTER FOR ANOTHER COMPANY
004050*    (A DIFFERENT CODE) ALREADY CARRYING WRK-CNPJ.
004060*----------------------------------------------------------------
004070 2600-CHECK-CNPJ-DUP.
004080     SET CNPJ-IS-UNIQUE          TO TRUE.
004090     MOVE 'N'                    TO WRK-BROWSE-SWITCH.
004100     MOVE LOW-VALUES             TO CO-CODIGO.
004110     START COMPANY-MASTER KEY IS NOT LESS THAN CO-CODIGO
004120         INVALID KEY
004130             SET END-OF-COMPANIES TO TRUE
004140     END-START.
004150     PERFORM 2650-MATCH-CNPJ     THRU 2650-MATCH-CNPJ-EXIT
004160         UNTIL END-OF-COMPANIES.
004170 2600-CHECK-CNPJ-DUP-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* 2650-MATCH-CNPJ - READ THE NEXT COMPANY AND STOP ON ONE WITH
004210*    THE SAME CNPJ UNDER ANOTHER CODE.
004220*----------------------------------------------------------------
004230 2650-MATCH-CNPJ.
004240     READ COMPANY-MASTER NEXT RECORD
004250         AT END
004260             SET END-OF-COMPANIES TO TRUE
004270             GO TO 2650-MATCH-CNPJ-EXIT
004280     END-READ.
004290     IF CO-CNPJ = WRK-CNPJ
004300         AND CO-CODIGO NOT = CT-CODIGO
004310         SET CNPJ-IS-DUPLICATE   TO TRUE
004320         SET END-OF-COMPANIES    TO TRUE
004330     END-IF.
004340 2650-MATCH-CNPJ-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370* 2700-SWEEP-CNPJ - ONE-TIME CLEAN-UP SWEEP, REQUESTED BY A V
004380*    TRANSACTION - READ EVERY COMPANY ON FILE AND LIST THOSE
004390*    WHOSE CNPJ FAILS THE CHECK DIGITS. NOTHING IS CHANGED.
004400*----------------------------------------------------------------
004410 2700-SWEEP-CNPJ.
004420     MOVE 'N'                    TO WRK-BROWSE-SWITCH.
004430     MOVE LOW-VALUES             TO CO-CODIGO.
004440     START COMPANY-MASTER KEY IS NOT LESS THAN CO-CODIGO
004450         INVALID KEY
004460             SET END-OF-COMPANIES TO TRUE
004470     END-START.
004480     PERFORM 2750-SWEEP-COMPANY  THRU 2750-SWEEP-COMPANY-EXIT
004490         UNTIL END-OF-COMPANIES.
004500     MOVE SPACES                 TO DETAIL-LINE.
004510     MOVE CT-TRANS-CODE          TO DTL-TRANS-CODE.
004520     MOVE 'VARREDURA CONCLUIDA'  TO DTL-SITUACAO.
004530 2700-SWEEP-CNPJ-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------
004560* 2750-SWEEP-COMPANY - READ THE NEXT COMPANY AND LIST IT WHEN
004570*    ITS CNPJ FAILS THE CHECK.
004580*----------------------------------------------------------------
004590 2750-SWEEP-COMPANY.
004600     READ COMPANY-MASTER NEXT RECORD
004610         AT END
004620             SET END-OF-COMPANIES TO TRUE
004630             GO TO 2750-SWEEP-COMPANY-EXIT
004640     END-READ.
004650     ADD 1 TO WRK-SWEEP-COUNT.
004660     MOVE CO-CNPJ                TO WRK-CNPJ.
004670     PERFORM 2500-VERIFY-CNPJ    THRU 2500-VERIFY-CNPJ-EXIT.
004680     IF WRK-CNPJ-OK
004690         GO TO 2750-SWEEP-COMPANY-EXIT
004700     END-IF.
004710     MOVE SPACES                 TO DETAIL-LINE.
004720     MOVE CT-TRANS-CODE          TO DTL-TRANS-CODE.
004730     MOVE CO-CODIGO              TO DTL-CODIGO.
004740     MOVE CO-RAZAO-SOCIAL        TO DTL-RAZAO-ANTES.
004750     MOVE CO-SITUACAO            TO DTL-CO-SITUACAO.
004760     MOVE 'CNPJ INVALIDO'        TO DTL-SITUACAO.
004770     MOVE CO-CNPJ                TO DTL-CNPJ.
004780     WRITE RPT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
004790     ADD 1 TO WRK-SWEEP-INVALID-COUNT.
004800 2750-SWEEP-COMPANY-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830* 9999-FINALIZE - PRINT END-OF-JOB TOTALS AND CLOSE THE FILES.
004840*----------------------------------------------------------------
004850 9999-FINALIZE.
004860     DISPLAY '------------ PROG015 - TOTAIS ------------'.
004870     DISPLAY 'INCLUSOES.... ' WRK-ADD-COUNT.
004880     DISPLAY 'ALTERACOES... ' WRK-CHANGE-COUNT.
004890     DISPLAY 'AGUARDANDO APROVACAO ' WRK-HOLD-COUNT.
004900     DISPLAY 'REJEITADAS... ' WRK-REJECT-COUNT.
004910     IF WRK-SWEEP-COUNT > ZERO
004920         DISPLAY 'VARRIDAS..... ' WRK-SWEEP-COUNT
004930         DISPLAY 'CNPJ INVALIDO ' WRK-SWEEP-INVALID-COUNT
004940     END-IF.
004950     CLOSE COMP-TRANS-IN.
004960     CLOSE COMPANY-MASTER.
004970     CLOSE APPROVAL-PENDING.
004980     CLOSE COMPANY-RPT.
004990 9999-FINALIZE-EXIT.
005000     EXIT.
