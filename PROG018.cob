000440*                 PASSWORD, ENFORCES THE LOCKOUT AND AUDITS
000450*                 EVERY ATTEMPT - SECURITY-MASTER IS NO LONGER
000460*                 READ HERE DIRECTLY.
000462* 2026-10-15  RM  STAMP A NEW EMPLOYEE WITH TODAY AS THE
000464*                 ADMISSION DATE AND START THE COMPENSATION
000466*                 FIELDS EMPTY - PAY IS SET THROUGH PROG012.
000467* 2026-10-15  RM  REQUIRE AN ABERTA POSITION REQUISITION FOR
000468*                 THE CORRECTED COMPANY AND DEPARTMENT ON
000469*                 RESUBMISSION, RE-SUSPENDING WITH REASON CODE
000470*                 07, AND COUNT THE HIRE AGAINST IT, IN STEP
000471*                 WITH PROG007.
000472*----------------------------------------------------------------
000480 ENVIRONMENT                     DIVISION.
000490 CONFIGURATION                   SECTION.
000500 SOURCE-COMPUTER.                IBM-370.
000850     SELECT EMP-HISTORY          ASSIGN TO EMPHIST
000860                                 ORGANIZATION IS SEQUENTIAL
000870                                 FILE STATUS IS WS-HST-STATUS.
000871     SELECT REQUISITION-MASTER   ASSIGN TO REQSMAST
000872                                 ORGANIZATION IS INDEXED
000873                                 ACCESS MODE IS DYNAMIC
000874                                 RECORD KEY IS REQ-NUMERO
000875                                 FILE STATUS IS WS-REQ-STATUS.
000880 DATA                            DIVISION.
000890 FILE                            SECTION.
000900 FD  SUSP-IN
001190 FD  EMP-HISTORY
001200     LABEL RECORDS ARE STANDARD.
001210     COPY EMPHIST.
001212 FD  REQUISITION-MASTER
001214     LABEL RECORDS ARE STANDARD.
001216     COPY REQSMAST.
001220 WORKING-STORAGE                 SECTION.
001230     COPY SGNLINK                REPLACING ==:PFX:== BY ==WRK==.
001240     COPY REGNLINK               REPLACING ==:PFX:== BY ==WRK==.
001650     88  END-OF-SUSP-FILE                   VALUE 'Y'.
001660 77  WRK-RESUBMIT-COUNT          PIC 9(06)  COMP VALUE ZERO.
001670 77  WRK-RESUSPEND-COUNT         PIC 9(06)  COMP VALUE ZERO.
001671 77  WS-REQ-STATUS               PIC X(02)  VALUE SPACES.
001672     88  REQ-STATUS-OK                      VALUE '00'.
001673     88  REQ-STATUS-NEW-FILE                VALUE '35'.
001674 77  WRK-REQ-FILE-SWITCH         PIC X(01)  VALUE 'Y'.
001675     88  REQS-FILE-IS-OPEN                  VALUE 'Y'.
001676     88  REQS-FILE-IS-MISSING               VALUE 'N'.
001677 77  WRK-REQUISICAO-SWITCH       PIC X(01)  VALUE 'N'.
001678     88  REQUISICAO-IS-VALID                VALUE 'Y'.
001679     88  REQUISICAO-IS-INVALID              VALUE 'N'.
001680 77  WRK-REQ-NUMERO              PIC 9(06)  VALUE ZERO.
001681 PROCEDURE                       DIVISION.
001690*----------------------------------------------------------------
001700* 0000-MAINLINE
001710*----------------------------------------------------------------
002200         CLOSE EMP-HISTORY
002210         OPEN EXTEND EMP-HISTORY
002220     END-IF.
002222     OPEN I-O    REQUISITION-MASTER.
002224     IF REQ-STATUS-NEW-FILE
002226         SET REQS-FILE-IS-MISSING TO TRUE
002228     END-IF.
002230     MOVE 'PROG018'              TO WRK-PROGRAMA.
002240     MOVE 'C'                    TO WRK-FUNCAO.
002250     PERFORM 2100-READ-SUSP      THRU 2100-READ-SUSP-EXIT.
003580             MOVE '03' TO WRK-SUSP-MOTIVO
003590         END-IF
003600     END-IF.
003601     PERFORM 3070-FIND-REQUISICAO
003602                                THRU 3070-FIND-REQUISICAO-EXIT.
003603     IF REQUISICAO-IS-INVALID
003604         IF WRK-SUSP-MOTIVO = SPACES
003605             MOVE '07' TO WRK-SUSP-MOTIVO
003606         END-IF
003607     END-IF.
003610     IF WRK-SUSP-MOTIVO = SPACES
003620         PERFORM 3100-WRITE-MASTER
003630                                THRU 3100-WRITE-MASTER-EXIT
003920     SET EMP-IS-ATIVO            TO TRUE.
003930     MOVE SPACES                 TO EMP-DATA-DESLIGAMENTO.
003940     MOVE ZERO                   TO EMP-MATRICULA-DESTINO.
003942     ACCEPT EMP-DATA-ADMISSAO    FROM DATE YYYYMMDD.
003944     MOVE ZERO                   TO EMP-SALARIO-BASE.
003946     MOVE SPACES                 TO EMP-FAIXA-SALARIAL.
003948     MOVE SPACES                 TO EMP-DATA-SALARIO.
003950     WRITE EMP-MASTER-RECORD
003960         INVALID KEY
003970             DISPLAY 'MATRICULA JA CADASTRADA - '
004020                                THRU 3500-SHOW-DIGITO-EXIT
004030             PERFORM 3400-WRITE-HISTORY
004040                                THRU 3400-WRITE-HISTORY-EXIT
004042             PERFORM 3600-FILL-REQUISICAO
004044                                THRU 3600-FILL-REQUISICAO-EXIT
004050     END-WRITE.
004060 3100-WRITE-MASTER-EXIT.
004070     EXIT.
004640     END-READ.
004650 3060-COUNT-DEPTO-EXIT.
004660     EXIT.
004661*----------------------------------------------------------------
004662* 3070-FIND-REQUISICAO - LOOK FOR THE OLDEST ABERTA POSITION
004663*    REQUISITION FOR THE CORRECTED COMPANY AND DEPARTMENT, THE
004664*    WAY PROG007 DOES, RE-SUSPENDING WITH REASON 07 WHEN THERE
004665*    IS NONE. NO REQUISITION-MASTER YET MEANS NONE IS OPEN.
004666*----------------------------------------------------------------
004667 3070-FIND-REQUISICAO.
004668     SET REQUISICAO-IS-INVALID   TO TRUE.
004669     MOVE ZERO                   TO WRK-REQ-NUMERO.
004670     IF REQS-FILE-IS-OPEN
004671         MOVE 'N'                TO WRK-SCAN-EOF-SWITCH
004672         MOVE ZERO               TO REQ-NUMERO
004673         START REQUISITION-MASTER KEY IS NOT LESS THAN REQ-NUMERO
004674             INVALID KEY
004675                 SET END-OF-SCAN TO TRUE
004676         END-START
004677         PERFORM 3080-MATCH-REQUISICAO
004678                                THRU 3080-MATCH-REQUISICAO-EXIT
004679             UNTIL END-OF-SCAN
004680     END-IF.
004681     IF REQUISICAO-IS-INVALID
004682         DISPLAY 'SEM REQUISICAO ABERTA - ' WRK-DEPTO
004683     END-IF.
004684 3070-FIND-REQUISICAO-EXIT.
004685     EXIT.
004686*----------------------------------------------------------------
004687* 3080-MATCH-REQUISICAO - READ THE NEXT REQUISITION IN NUMBER
004688*    ORDER, STOPPING AT THE FIRST ABERTA ONE FOR THE CORRECTED
004689*    COMPANY AND DEPARTMENT.
004690*----------------------------------------------------------------
004691 3080-MATCH-REQUISICAO.
004692     READ REQUISITION-MASTER NEXT RECORD
004693         AT END
004694             SET END-OF-SCAN TO TRUE
004695             GO TO 3080-MATCH-REQUISICAO-EXIT
004696     END-READ.
004697     IF REQ-IS-ABERTA
004698         AND REQ-EMPRESA = WRK-EMPRESA
004699         AND REQ-DEPTO = WRK-DEPTO
004700         SET REQUISICAO-IS-VALID TO TRUE
004701         MOVE REQ-NUMERO         TO WRK-REQ-NUMERO
004702         SET END-OF-SCAN         TO TRUE
004703     END-IF.
004704 3080-MATCH-REQUISICAO-EXIT.
004705     EXIT.
004706*----------------------------------------------------------------
004707* 3300-WRITE-JOURNAL - APPEND ONE JOURNAL RECORD FOR THIS
004708*    RESUBMISSION DECISION, THE WAY PROG007 DOES.
004709*----------------------------------------------------------------
004710 3300-WRITE-JOURNAL.
004720     MOVE SPACES                 TO JRN-LOG-RECORD.
004730     ACCEPT JRN-DATA             FROM DATE YYYYMMDD.
005180             '-' WRK-DIGITO.
005190 3500-SHOW-DIGITO-EXIT.
005200     EXIT.
005201*----------------------------------------------------------------
005202* 3600-FILL-REQUISICAO - COUNT THE HIRE AGAINST THE REQUISITION
005203*    IT WAS MATCHED TO, MARKING THE REQUISITION PREENCHIDA WHEN
005204*    ITS LAST POSITION IS FILLED.
005205*----------------------------------------------------------------
005206 3600-FILL-REQUISICAO.
005207     MOVE WRK-REQ-NUMERO         TO REQ-NUMERO.
005208     READ REQUISITION-MASTER.
005209     ADD 1                       TO REQ-PREENCHIDAS.
005210     IF REQ-PREENCHIDAS NOT < REQ-VAGAS
005211         SET REQ-IS-PREENCHIDA   TO TRUE
005212         ACCEPT REQ-DATA-SITUACAO FROM DATE YYYYMMDD
005213     END-IF.
005214     MOVE WRK-OPERADOR           TO REQ-OPERADOR.
005215     REWRITE REQUISITION-MASTER-RECORD.
005216 3600-FILL-REQUISICAO-EXIT.
005217     EXIT.
005218*----------------------------------------------------------------
005220* 8000-REPORT-TOTALS - DISPLAY THE RESUBMISSION TOTALS.
005230*----------------------------------------------------------------
005240 8000-REPORT-TOTALS.
005390     CLOSE DEPT-MASTER.
005400     CLOSE REG-JOURNAL.
005410     CLOSE EMP-HISTORY.
005412     IF REQS-FILE-IS-OPEN
005414         CLOSE REQUISITION-MASTER
005416     END-IF.
005420 9999-FINALIZE-EXIT.
005430     EXIT.
