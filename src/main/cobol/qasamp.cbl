000100******************************************************************
000110*                                                                *
000120*    PROGRAM:      AML_QASAMP                                    *
000130*                                                                *
000140*    DESCRIPTION:  FALSE-POSITIVE CLOSURE QA SAMPLING.  RUNS     *
000150*                  AFTER THE DAY'S CASE MAINTENANCE              *
000160*                  (AML_CASEMNT) AND PICKS CASES CLOSED "F" ON   *
000170*                  THE BUSINESS DATE (AMLRUND, OR THE SYSTEM     *
000180*                  DATE) FOR A SECOND REVIEW:                    *
000190*                    - ONE IN EVERY N OF EACH ANALYST'S "F"      *
000200*                      CLOSURES FOR THE DAY, STARTING WITH THE   *
000210*                      FIRST, SO EVERY ANALYST WHO CLOSED        *
000220*                      ANYTHING HAS AT LEAST ONE REVIEWED;       *
000230*                    - EVERY "F" CLOSURE WITH A CASE-SCORE ABOVE *
000240*                      THE SCORE LEVEL, WHATEVER THE SAMPLE.     *
000250*                  EACH PICK IS WRITTEN PENDING TO THE QA REVIEW *
000260*                  QUEUE (SEE AMLQAQ) UNDER ITS OWN QA REFERENCE *
000270*                  AND THE REFERENCE IS STAMPED ON THE CASE.     *
000280*                  THE CASE ITSELF STAYS CLOSED - ONLY A         *
000290*                  REVIEWER'S OVERTURN THROUGH AML_QAREVW        *
000300*                  REOPENS IT.                                   *
000310*                                                                *
000320*                  A CASE ALREADY STAMPED FOR THIS CLOSURE IS    *
000330*                  ONLY COUNTED, AND THE ANALYST COUNTS THAT     *
000340*                  DRIVE THE SAMPLE INCLUDE IT, SO A RE-RUN      *
000350*                  PICKS THE SAME CASES AND QUEUES NOTHING       *
000360*                  TWICE.                                        *
000370*                                                                *
000380*                  THE SAMPLE RATE AND SCORE LEVEL COME FROM THE *
000390*                  QAPARM CARD; A MISSING OR UNUSABLE CARD FALLS *
000400*                  BACK TO THE IN-PROGRAM DEFAULTS, THE SAME WAY *
000410*                  AS AML_HOUSEKP'S HSKPPARM.                    *
000420*                                                                *
000430*    CARD LAYOUT (QAPARM, ONE RECORD):                           *
000440*        COL  1-3    SAMPLE RATE - ONE IN N "F" CLOSURES PER     *
000450*                    ANALYST                                     *
000460*        COL  4-8    SCORE LEVEL - EVERY "F" CLOSURE SCORED      *
000470*                    ABOVE IT IS REVIEWED                        *
000480*                                                                *
000490*    AUTHOR:       J. D. MORALES - CORE BANKING SYSTEMS          *
000500*    INSTALLATION: COMPLIANCE / CORE BANKING                     *
000510*    DATE-WRITTEN: 2026-10-15                                    *
000520*    DATE-COMPILED:                                              *
000530*                                                                *
000540*    MOD-HISTORY.                                                *
000550*    2026-10-15  JDM  ORIGINAL.                                  *
000560******************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. AML_QASAMP.
000590*
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630*
000640*    SAMPLE RATE AND SCORE LEVEL PARAMETER CARD - SEE
000650*    1200-READ-PARMS.
000660*
000670     SELECT AML-PARM-IN ASSIGN TO "QAPARM"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WK-PARMIN-STATUS.
000700*
000710*    AML COMPLIANCE CASE FILE - READ FRONT TO BACK, SAMPLED
000720*    CASES REWRITTEN WITH THEIR QA REFERENCE.
000730*
000740     SELECT AML-CASE-FILE ASSIGN TO "AMLCASE"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS CASE-ID
000780         ALTERNATE RECORD KEY IS CASE-ALERT-KEY
000790         FILE STATUS IS WK-CASE-STATUS.
000800*
000810*    QA REVIEW QUEUE - SEE AMLQAQ.
000820*
000830     SELECT AML-QAQ-FILE ASSIGN TO "AMLQAQ"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS QAQ-REF
000870         FILE STATUS IS WK-QAQ-STATUS.
000880*
000890     SELECT AML-RPT-OUT ASSIGN TO "QASRPT"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WK-RPT-STATUS.
000920*
000930*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
000940*
000950     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WK-RUND-STATUS.
000980*
000990 DATA DIVISION.
001000 FILE SECTION.
001010*
001020 FD  AML-PARM-IN.
001030 01  PARMIN-RECORD.
001040     05  PARMIN-TASA             PIC 9(03).
001050     05  PARMIN-SCORE            PIC 9(05).
001060*
001070 FD  AML-CASE-FILE.
001080     COPY AMLCASE.
001090*
001100 FD  AML-QAQ-FILE.
001110     COPY AMLQAQ.
001120*
001130 FD  AML-RPT-OUT.
001140 01  RPT-LINE                    PIC X(080).
001150*
001160 FD  AML-RUND-FILE.
001170     COPY AMLRUND.
001180*
001190 WORKING-STORAGE SECTION.
001200*
001210******************************************************************
001220*    SWITCHES AND WORK FIELDS                                   *
001230******************************************************************
001240 77  WK-PARMIN-STATUS            PIC X(02)  VALUE "00".
001250     88  WK-PARMIN-OK                    VALUE "00".
001260*
001270 77  WK-CASE-STATUS              PIC X(02)  VALUE "00".
001280     88  WK-CASE-OK                      VALUE "00".
001290*
001300 77  WK-QAQ-STATUS               PIC X(02)  VALUE "00".
001310     88  WK-QAQ-OK                       VALUE "00".
001320     88  WK-QAQ-NOT-FOUND                VALUE "35".
001330*
001340 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
001350     88  WK-RPT-OK                       VALUE "00".
001360*
001370 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
001380     88  WK-RUND-OK                      VALUE "00".
001390*
001400 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
001410     88  WK-EOF                          VALUE "Y".
001420*
001430 77  WK-QAQ-DONE-SW              PIC X(01)  VALUE "N".
001440     88  WK-QAQ-DONE                     VALUE "Y".
001450*
001460 77  WK-ANL-FOUND-SW             PIC X(01)  VALUE "N".
001470     88  WK-ANL-FOUND                    VALUE "Y".
001480*
001490*    SET WHEN THE CURRENT CASE'S ANALYST HAS AN ENTRY IN THE
001500*    ANALYST TABLE - SEE 3100-TALLY-ANALYST.
001510*
001520 77  WK-ANL-HELD-SW              PIC X(01)  VALUE "N".
001530     88  WK-ANL-HELD                     VALUE "Y".
001540*
001550*    WHY THE CURRENT CASE IS PICKED - BLANK WHEN IT IS NOT.
001560*    SAME CODES AS QAQ-BASIS.
001570*
001580 77  WK-BASIS                    PIC X(01)  VALUE SPACE.
001590     88  WK-BASIS-SAMPLE                 VALUE "S".
001600     88  WK-BASIS-SCORE                  VALUE "H".
001610*
001620 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
001630*
001640******************************************************************
001650*    SAMPLE RATE (ONE IN N) AND SCORE LEVEL.  THE DEFAULTS APPLY *
001660*    WHEN QAPARM IS ABSENT OR UNUSABLE.                          *
001670******************************************************************
001680 77  WK-TASA                     PIC 9(03) COMP-5 VALUE 10.
001690 77  WK-SCORE-LEVEL              PIC 9(05) COMP-5 VALUE 500.
001700*
001710 77  WK-DIV-WORK                 PIC 9(05) COMP-5 VALUE 0.
001720 77  WK-DIV-REM                  PIC 9(05) COMP-5 VALUE 0.
001730*
001740******************************************************************
001750*    NEXT QA REFERENCE - "QA" PLUS THE BUSINESS DATE PLUS A      *
001760*    SEQUENCE THAT CARRIES ON FROM THE QUEUE ENTRIES ALREADY     *
001770*    WRITTEN FOR THE DATE (SEE 1300-FIND-LAST-REF).              *
001780******************************************************************
001790 77  WK-QA-SEQ                   PIC 9(05) COMP-5 VALUE 0.
001800*
001810******************************************************************
001820*    ONE ENTRY PER ANALYST WITH AN "F" CLOSURE TODAY, IN THE     *
001830*    ORDER FIRST SEEN.  AN ANALYST WHO DOES NOT FIT IS SAMPLED   *
001840*    ON EVERY CLOSURE - TOO MUCH REVIEW, NEVER TOO LITTLE - AND  *
001850*    THE REPORT SAYS SO.                                         *
001860******************************************************************
001870 01  WK-ANL-TABLE.
001880     05  WK-ANL-ENTRY OCCURS 200 TIMES INDEXED BY WK-ANL-IDX.
001890         10  WK-ANL-ID           PIC X(08).
001900         10  WK-ANL-CLOSED       PIC 9(05) COMP-5.
001910         10  WK-ANL-SAMPLED      PIC 9(05) COMP-5.
001920*
001930 77  WK-ANL-MAX                  PIC 9(04) COMP-5 VALUE 200.
001940 77  WK-ANL-USED                 PIC 9(04) COMP-5 VALUE 0.
001950*
001960 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
001970 77  WK-CLOSED-COUNT             PIC 9(09) COMP-5 VALUE 0.
001980 77  WK-SAMPLE-COUNT             PIC 9(09) COMP-5 VALUE 0.
001990 77  WK-SCORE-COUNT              PIC 9(09) COMP-5 VALUE 0.
002000 77  WK-ALREADY-COUNT            PIC 9(09) COMP-5 VALUE 0.
002010 77  WK-OVERFLOW-COUNT           PIC 9(09) COMP-5 VALUE 0.
002020 77  WK-ERROR-COUNT              PIC 9(09) COMP-5 VALUE 0.
002030*
002040******************************************************************
002050*    EDITED FIELDS FOR REPORT LINES.                             *
002060******************************************************************
002070 77  WK-EDIT-CASE-ID             PIC Z(08)9.
002080 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
002090 77  WK-EDIT-SCORE               PIC ZZZZ9.
002100 77  WK-EDIT-BASIS               PIC X(05) VALUE SPACES.
002110*
002120******************************************************************
002130*                                                                *
002140*    0000-MAINLINE                                               *
002150*                                                                *
002160******************************************************************
002170 PROCEDURE DIVISION.
002180*
002190 0000-MAINLINE.
002200*
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220*
002230     PERFORM 2000-READ-CASE THRU 2000-EXIT.
002240*
002250     PERFORM 3000-PROCESS-CASE THRU 3000-EXIT
002260         UNTIL WK-EOF.
002270*
002280     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
002290*
002300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002310*
002320     GOBACK.
002330*
002340******************************************************************
002350*    1000-INITIALIZE                                             *
002360*                                                                *
002370*    A QA QUEUE THAT DOES NOT EXIST YET IS CREATED EMPTY FIRST,  *
002380*    AS AML_CASEBLD DOES FOR THE CASE FILE.  THE CASE FILE       *
002390*    ITSELF MUST BE THERE - THERE IS NOTHING TO SAMPLE WITHOUT   *
002400*    IT.                                                         *
002410******************************************************************
002420 1000-INITIALIZE.
002430*
002440     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002450     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
002460     PERFORM 1200-READ-PARMS THRU 1200-EXIT.
002470*
002480     OPEN I-O AML-CASE-FILE.
002490     IF NOT WK-CASE-OK
002500         DISPLAY "AML_QASAMP: NO SE PUDO ABRIR AMLCASE, "
002510                 "STATUS = " WK-CASE-STATUS
002520         STOP RUN
002530     END-IF.
002540*
002550     OPEN I-O AML-QAQ-FILE.
002560     IF WK-QAQ-NOT-FOUND
002570         OPEN OUTPUT AML-QAQ-FILE
002580         CLOSE AML-QAQ-FILE
002590         OPEN I-O AML-QAQ-FILE
002600     END-IF.
002610*
002620     IF NOT WK-QAQ-OK
002630         DISPLAY "AML_QASAMP: NO SE PUDO ABRIR AMLQAQ, "
002640                 "STATUS = " WK-QAQ-STATUS
002650         STOP RUN
002660     END-IF.
002670*
002680     OPEN OUTPUT AML-RPT-OUT.
002690     IF NOT WK-RPT-OK
002700         DISPLAY "AML_QASAMP: NO SE PUDO ABRIR QASRPT, "
002710                 "STATUS = " WK-RPT-STATUS
002720         STOP RUN
002730     END-IF.
002740*
002750     PERFORM 1300-FIND-LAST-REF THRU 1300-EXIT.
002760*
002770     MOVE SPACES TO RPT-LINE.
002780     STRING "AML FALSE-POSITIVE QA SAMPLE - BUSINESS DATE "
002790             WK-RUN-DATE
002800         DELIMITED BY SIZE INTO RPT-LINE.
002810     WRITE RPT-LINE.
002820*
002830     MOVE WK-TASA TO WK-EDIT-COUNT.
002840     MOVE SPACES TO RPT-LINE.
002850     STRING "SAMPLE RATE PER ANALYST, ONE IN. . . . "
002860             WK-EDIT-COUNT
002870         DELIMITED BY SIZE INTO RPT-LINE.
002880     WRITE RPT-LINE.
002890*
002900     MOVE WK-SCORE-LEVEL TO WK-EDIT-COUNT.
002910     MOVE SPACES TO RPT-LINE.
002920     STRING "ALWAYS REVIEWED, SCORE ABOVE . . . . . "
002930             WK-EDIT-COUNT
002940         DELIMITED BY SIZE INTO RPT-LINE.
002950     WRITE RPT-LINE.
002960*
002970     MOVE SPACES TO RPT-LINE.
002980     WRITE RPT-LINE.
002990*
003000 1000-EXIT.
003010     EXIT.
003020*
003030******************************************************************
003040*                                                                *
003050*    1100-READ-RUN-DATE                                          *
003060*                                                                *
003070*    OVERRIDES THE ACCEPTED SYSTEM DATE WITH THE BUSINESS DATE   *
003080*    FROM THE OPTIONAL RUN CONTROL FILE, SO A RERUN SAMPLES THE  *
003090*    RIGHT DAY'S CLOSURES.  A MISSING FILE IS THE NORMAL CASE;   *
003100*    AN IMPLAUSIBLE DATE IS IGNORED WITH A WARNING.              *
003110******************************************************************
003120 1100-READ-RUN-DATE.
003130*
003140     OPEN INPUT AML-RUND-FILE.
003150     IF NOT WK-RUND-OK
003160         GO TO 1100-EXIT
003170     END-IF.
003180*
003190     READ AML-RUND-FILE
003200         AT END
003210             CLOSE AML-RUND-FILE
003220             GO TO 1100-EXIT
003230     END-READ.
003240*
003250     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
003260         MOVE RUND-FECHA TO WK-RUN-DATE
003270         DISPLAY "AML_QASAMP: FECHA DE NEGOCIO " WK-RUN-DATE
003280                 " TOMADA DE AMLRUND"
003290     ELSE
003300         DISPLAY "AML_QASAMP: AVISO - FECHA EN AMLRUND NO "
003310                 "VALIDA, SE USA LA FECHA DEL SISTEMA"
003320     END-IF.
003330*
003340     CLOSE AML-RUND-FILE.
003350*
003360 1100-EXIT.
003370     EXIT.
003380*
003390******************************************************************
003400*                                                                *
003410*    1200-READ-PARMS                                             *
003420*                                                                *
003430*    LOADS THE SAMPLE RATE AND SCORE LEVEL FROM THE QAPARM CARD. *
003440*    A MISSING CARD IS THE NORMAL CASE AND MEANS THE DEFAULTS    *
003450*    APPLY; A NON-NUMERIC OR ZERO RATE IS REFUSED WITH A         *
003460*    WARNING.  A ZERO SCORE LEVEL IS ALLOWED - IT SENDS EVERY    *
003470*    SCORED CLOSURE TO REVIEW.                                   *
003480******************************************************************
003490 1200-READ-PARMS.
003500*
003510     OPEN INPUT AML-PARM-IN.
003520     IF NOT WK-PARMIN-OK
003530         GO TO 1200-EXIT
003540     END-IF.
003550*
003560     READ AML-PARM-IN
003570         AT END
003580             CLOSE AML-PARM-IN
003590             GO TO 1200-EXIT
003600     END-READ.
003610*
003620     IF PARMIN-TASA NUMERIC AND PARMIN-TASA > 0
003630         MOVE PARMIN-TASA TO WK-TASA
003640     ELSE
003650         DISPLAY "AML_QASAMP: AVISO - TASA DE MUESTREO EN "
003660                 "QAPARM NO VALIDA, SE USA EL DEFAULT"
003670     END-IF.
003680*
003690     IF PARMIN-SCORE NUMERIC
003700         MOVE PARMIN-SCORE TO WK-SCORE-LEVEL
003710     ELSE
003720         DISPLAY "AML_QASAMP: AVISO - NIVEL DE SCORE EN "
003730                 "QAPARM NO VALIDO, SE USA EL DEFAULT"
003740     END-IF.
003750*
003760     CLOSE AML-PARM-IN.
003770*
003780 1200-EXIT.
003790     EXIT.
003800*
003810******************************************************************
003820*                                                                *
003830*    1300-FIND-LAST-REF                                          *
003840*                                                                *
003850*    FINDS THE HIGHEST QA REFERENCE SEQUENCE ALREADY ON THE      *
003860*    QUEUE FOR THE BUSINESS DATE, SO THIS RUN'S REFERENCES       *
003870*    CONTINUE IT RATHER THAN COLLIDING WITH IT.                  *
003880******************************************************************
003890 1300-FIND-LAST-REF.
003900*
003910     MOVE 0 TO WK-QA-SEQ.
003920     SET WK-QAQ-DONE-SW TO "N".
003930*
003940     MOVE "QA"        TO QAQ-REF-PREFIJO.
003950     MOVE WK-RUN-DATE TO QAQ-REF-FECHA.
003960     MOVE 0           TO QAQ-REF-SEQ.
003970     START AML-QAQ-FILE KEY IS NOT LESS THAN QAQ-REF.
003980     IF NOT WK-QAQ-OK
003990         GO TO 1300-EXIT
004000     END-IF.
004010*
004020     PERFORM 1310-READ-ONE-REF THRU 1310-EXIT
004030         UNTIL WK-QAQ-DONE.
004040*
004050 1300-EXIT.
004060     EXIT.
004070*
004080******************************************************************
004090*    1310-READ-ONE-REF                                           *
004100******************************************************************
004110 1310-READ-ONE-REF.
004120*
004130     READ AML-QAQ-FILE NEXT RECORD
004140         AT END
004150             SET WK-QAQ-DONE TO TRUE
004160     END-READ.
004170*
004180     IF WK-QAQ-DONE
004190         GO TO 1310-EXIT
004200     END-IF.
004210*
004220     IF NOT WK-QAQ-OK
004230       OR QAQ-REF-PREFIJO NOT = "QA"
004240       OR QAQ-REF-FECHA NOT = WK-RUN-DATE
004250         SET WK-QAQ-DONE TO TRUE
004260         GO TO 1310-EXIT
004270     END-IF.
004280*
004290     MOVE QAQ-REF-SEQ TO WK-QA-SEQ.
004300*
004310 1310-EXIT.
004320     EXIT.
004330*
004340******************************************************************
004350*    2000-READ-CASE                                              *
004360******************************************************************
004370 2000-READ-CASE.
004380*
004390     IF WK-EOF
004400         GO TO 2000-EXIT
004410     END-IF.
004420     READ AML-CASE-FILE NEXT RECORD
004430         AT END
004440             SET WK-EOF TO TRUE
004450     END-READ.
004460*
004470     IF NOT WK-EOF AND NOT WK-CASE-OK
004480         DISPLAY "AML_QASAMP: AVISO - ERROR LEYENDO AMLCASE, "
004490                 "STATUS = " WK-CASE-STATUS
004500         SET WK-EOF TO TRUE
004510     END-IF.
004520*
004530 2000-EXIT.
004540     EXIT.
004550*
004560******************************************************************
004570*                                                                *
004580*    3000-PROCESS-CASE                                           *
004590*                                                                *
004600*    DECIDES WHETHER ONE CASE IS PICKED.  ONLY A CASE CLOSED     *
004610*    "F" ON THE BUSINESS DATE IS CONSIDERED.  THE ANALYST'S      *
004620*    CLOSURE COUNT IS TAKEN BEFORE THE ALREADY-QUEUED TEST, SO   *
004630*    THE ONE-IN-N POSITIONS COME OUT THE SAME ON A RE-RUN.       *
004640******************************************************************
004650 3000-PROCESS-CASE.
004660*
004670     ADD 1 TO WK-READ-COUNT.
004680*
004690     IF NOT CASE-FALSE-POSITIVE
004700       OR CASE-FECHA-DISPO NOT = WK-RUN-DATE
004710         GO TO 3000-NEXT
004720     END-IF.
004730*
004740     ADD 1 TO WK-CLOSED-COUNT.
004750     MOVE SPACE TO WK-BASIS.
004760*
004770     PERFORM 3100-TALLY-ANALYST THRU 3100-EXIT.
004780*
004790     IF CASE-SCORE > WK-SCORE-LEVEL
004800         SET WK-BASIS-SCORE TO TRUE
004810     END-IF.
004820*
004830     IF WK-BASIS = SPACE
004840         GO TO 3000-NEXT
004850     END-IF.
004860*
004870     IF CASE-QA-FECHA NOT < CASE-FECHA-DISPO
004880         ADD 1 TO WK-ALREADY-COUNT
004890         GO TO 3000-NEXT
004900     END-IF.
004910*
004920     PERFORM 3200-QUEUE-CASE THRU 3200-EXIT.
004930*
004940 3000-NEXT.
004950     PERFORM 2000-READ-CASE THRU 2000-EXIT.
004960*
004970 3000-EXIT.
004980     EXIT.
004990*
005000******************************************************************
005010*                                                                *
005020*    3100-TALLY-ANALYST                                          *
005030*                                                                *
005040*    COUNTS THE CLOSURE AGAINST ITS ANALYST AND MARKS IT AS IN   *
005050*    THE SAMPLE WHEN IT IS THE ANALYST'S 1ST, (N+1)TH, (2N+1)TH  *
005060*    ... CLOSURE OF THE DAY.  AN ANALYST WITH NO ROOM IN THE     *
005070*    TABLE HAS EVERY CLOSURE SAMPLED.                            *
005080******************************************************************
005090 3100-TALLY-ANALYST.
005100*
005110     SET WK-ANL-HELD-SW TO "N".
005120     SET WK-ANL-FOUND-SW TO "N".
005130     PERFORM 3110-FIND-ANALYST THRU 3110-EXIT
005140         VARYING WK-ANL-IDX FROM 1 BY 1
005150         UNTIL WK-ANL-IDX > WK-ANL-USED
005160            OR WK-ANL-FOUND.
005170*
005180     IF WK-ANL-FOUND
005190         SET WK-ANL-IDX DOWN BY 1
005200     ELSE
005210         IF WK-ANL-USED < WK-ANL-MAX
005220             ADD 1 TO WK-ANL-USED
005230             SET WK-ANL-IDX TO WK-ANL-USED
005240             MOVE CASE-ANALYST TO WK-ANL-ID (WK-ANL-IDX)
005250             MOVE 0 TO WK-ANL-CLOSED (WK-ANL-IDX)
005260             MOVE 0 TO WK-ANL-SAMPLED (WK-ANL-IDX)
005270         ELSE
005280             ADD 1 TO WK-OVERFLOW-COUNT
005290             SET WK-BASIS-SAMPLE TO TRUE
005300             GO TO 3100-EXIT
005310         END-IF
005320     END-IF.
005330*
005340     SET WK-ANL-HELD TO TRUE.
005350     ADD 1 TO WK-ANL-CLOSED (WK-ANL-IDX).
005360*
005370     COMPUTE WK-DIV-WORK = WK-ANL-CLOSED (WK-ANL-IDX) - 1.
005380     DIVIDE WK-DIV-WORK BY WK-TASA GIVING WK-DIV-WORK
005390         REMAINDER WK-DIV-REM.
005400     IF WK-DIV-REM = 0
005410         SET WK-BASIS-SAMPLE TO TRUE
005420     END-IF.
005430*
005440 3100-EXIT.
005450     EXIT.
005460*
005470******************************************************************
005480*    3110-FIND-ANALYST                                           *
005490******************************************************************
005500 3110-FIND-ANALYST.
005510*
005520     IF WK-ANL-ID (WK-ANL-IDX) = CASE-ANALYST
005530         SET WK-ANL-FOUND TO TRUE
005540     END-IF.
005550*
005560 3110-EXIT.
005570     EXIT.
005580*
005590******************************************************************
005600*                                                                *
005610*    3200-QUEUE-CASE                                             *
005620*                                                                *
005630*    WRITES THE PENDING QUEUE ENTRY, THEN STAMPS ITS REFERENCE   *
005640*    ON THE CASE.  THE CASE IS ONLY STAMPED WHEN THE QUEUE ENTRY *
005650*    WENT ON FILE - A CASE MUST NEVER READ AS QUEUED WHEN NO     *
005660*    REVIEWER WILL EVER SEE IT.                                  *
005670******************************************************************
005680 3200-QUEUE-CASE.
005690*
005700     ADD 1 TO WK-QA-SEQ.
005710*
005720     MOVE "QA"             TO QAQ-REF-PREFIJO.
005730     MOVE WK-RUN-DATE      TO QAQ-REF-FECHA.
005740     MOVE WK-QA-SEQ        TO QAQ-REF-SEQ.
005750     MOVE CASE-ID          TO QAQ-CASE-ID.
005760     MOVE CASE-ANALYST     TO QAQ-ANALYST.
005770     MOVE CASE-REASON      TO QAQ-REASON.
005780     MOVE CASE-SCORE       TO QAQ-SCORE.
005790     MOVE CASE-FECHA-DISPO TO QAQ-FECHA-DISPO.
005800     MOVE WK-BASIS         TO QAQ-BASIS.
005810     SET QAQ-PENDING       TO TRUE.
005820     MOVE SPACES           TO QAQ-REVIEWER.
005830     MOVE 0                TO QAQ-FECHA-REV.
005840     MOVE SPACES           TO QAQ-COMMENT.
005850*
005860     WRITE QAQ-RECORD.
005870     IF NOT WK-QAQ-OK
005880         DISPLAY "AML_QASAMP: AVISO - ERROR ESCRIBIENDO "
005890                 "AMLQAQ, STATUS = " WK-QAQ-STATUS
005900         ADD 1 TO WK-ERROR-COUNT
005910         GO TO 3200-EXIT
005920     END-IF.
005930*
005940     MOVE QAQ-REF     TO CASE-QA-REF.
005950     MOVE WK-RUN-DATE TO CASE-QA-FECHA.
005960*
005970     REWRITE CASE-RECORD.
005980     IF NOT WK-CASE-OK
005990         DISPLAY "AML_QASAMP: AVISO - ERROR REESCRIBIENDO "
006000                 "AMLCASE, STATUS = " WK-CASE-STATUS
006010         ADD 1 TO WK-ERROR-COUNT
006020     END-IF.
006030*
006040     IF WK-BASIS-SCORE
006050         ADD 1 TO WK-SCORE-COUNT
006060         MOVE "SCORE" TO WK-EDIT-BASIS
006070     ELSE
006080         ADD 1 TO WK-SAMPLE-COUNT
006090         MOVE "RATE " TO WK-EDIT-BASIS
006100     END-IF.
006110*
006120     IF WK-ANL-HELD
006130         ADD 1 TO WK-ANL-SAMPLED (WK-ANL-IDX)
006140     END-IF.
006150*
006160     MOVE CASE-ID    TO WK-EDIT-CASE-ID.
006170     MOVE CASE-SCORE TO WK-EDIT-SCORE.
006180     MOVE SPACES TO RPT-LINE.
006190     STRING QAQ-REF " CASE " WK-EDIT-CASE-ID
006200             " ANALYST " CASE-ANALYST
006210             " RSN " CASE-REASON
006220             " SCORE " WK-EDIT-SCORE
006230             " " WK-EDIT-BASIS
006240         DELIMITED BY SIZE INTO RPT-LINE.
006250     WRITE RPT-LINE.
006260*
006270 3200-EXIT.
006280     EXIT.
006290*
006300******************************************************************
006310*                                                                *
006320*    7000-WRITE-TOTALS                                           *
006330*                                                                *
006340*    ONE LINE PER ANALYST - CLOSURES AND HOW MANY WERE PICKED -  *
006350*    THEN THE RUN TOTALS.                                        *
006360******************************************************************
006370 7000-WRITE-TOTALS.
006380*
006390     MOVE SPACES TO RPT-LINE.
006400     WRITE RPT-LINE.
006410*
006420     PERFORM 7100-WRITE-ONE-ANALYST THRU 7100-EXIT
006430         VARYING WK-ANL-IDX FROM 1 BY 1
006440         UNTIL WK-ANL-IDX > WK-ANL-USED.
006450*
006460     MOVE SPACES TO RPT-LINE.
006470     WRITE RPT-LINE.
006480*
006490     MOVE WK-READ-COUNT TO WK-EDIT-COUNT.
006500     MOVE SPACES TO RPT-LINE.
006510     STRING "CASES READ . . . . . . . . . . . . . . "
006520             WK-EDIT-COUNT
006530         DELIMITED BY SIZE INTO RPT-LINE.
006540     WRITE RPT-LINE.
006550*
006560     MOVE WK-CLOSED-COUNT TO WK-EDIT-COUNT.
006570     MOVE SPACES TO RPT-LINE.
006580     STRING "  CLOSED F ON THE BUSINESS DATE. . . . "
006590             WK-EDIT-COUNT
006600         DELIMITED BY SIZE INTO RPT-LINE.
006610     WRITE RPT-LINE.
006620*
006630     MOVE WK-SAMPLE-COUNT TO WK-EDIT-COUNT.
006640     MOVE SPACES TO RPT-LINE.
006650     STRING "    QUEUED BY SAMPLE RATE. . . . . . . "
006660             WK-EDIT-COUNT
006670         DELIMITED BY SIZE INTO RPT-LINE.
006680     WRITE RPT-LINE.
006690*
006700     MOVE WK-SCORE-COUNT TO WK-EDIT-COUNT.
006710     MOVE SPACES TO RPT-LINE.
006720     STRING "    QUEUED BY SCORE. . . . . . . . . . "
006730             WK-EDIT-COUNT
006740         DELIMITED BY SIZE INTO RPT-LINE.
006750     WRITE RPT-LINE.
006760*
006770     MOVE WK-ALREADY-COUNT TO WK-EDIT-COUNT.
006780     MOVE SPACES TO RPT-LINE.
006790     STRING "    ALREADY QUEUED . . . . . . . . . . "
006800             WK-EDIT-COUNT
006810         DELIMITED BY SIZE INTO RPT-LINE.
006820     WRITE RPT-LINE.
006830*
006840     IF WK-OVERFLOW-COUNT > 0
006850         MOVE WK-OVERFLOW-COUNT TO WK-EDIT-COUNT
006860         MOVE SPACES TO RPT-LINE
006870         STRING "  ANALYST TABLE FULL, ALL SAMPLED. . . "
006880                 WK-EDIT-COUNT
006890             DELIMITED BY SIZE INTO RPT-LINE
006900         WRITE RPT-LINE
006910     END-IF.
006920*
006930     MOVE WK-ERROR-COUNT TO WK-EDIT-COUNT.
006940     MOVE SPACES TO RPT-LINE.
006950     STRING "ERRORS . . . . . . . . . . . . . . . . "
006960             WK-EDIT-COUNT
006970         DELIMITED BY SIZE INTO RPT-LINE.
006980     WRITE RPT-LINE.
006990*
007000 7000-EXIT.
007010     EXIT.
007020*
007030******************************************************************
007040*    7100-WRITE-ONE-ANALYST                                      *
007050******************************************************************
007060 7100-WRITE-ONE-ANALYST.
007070*
007080     MOVE WK-ANL-CLOSED (WK-ANL-IDX) TO WK-EDIT-COUNT.
007090     MOVE WK-ANL-SAMPLED (WK-ANL-IDX) TO WK-EDIT-CASE-ID.
007100     MOVE SPACES TO RPT-LINE.
007110     STRING "ANALYST " WK-ANL-ID (WK-ANL-IDX)
007120             "  F CLOSURES " WK-EDIT-COUNT
007130             "  QUEUED " WK-EDIT-CASE-ID
007140         DELIMITED BY SIZE INTO RPT-LINE.
007150     WRITE RPT-LINE.
007160*
007170 7100-EXIT.
007180     EXIT.
007190*
007200******************************************************************
007210*    8000-TERMINATE                                              *
007220******************************************************************
007230 8000-TERMINATE.
007240*
007250     CLOSE AML-CASE-FILE.
007260     CLOSE AML-QAQ-FILE.
007270     CLOSE AML-RPT-OUT.
007280*
007290     DISPLAY "AML_QASAMP: F CLOSURES TODAY    = " WK-CLOSED-COUNT.
007300     DISPLAY "AML_QASAMP: QUEUED BY RATE      = " WK-SAMPLE-COUNT.
007310     DISPLAY "AML_QASAMP: QUEUED BY SCORE     = " WK-SCORE-COUNT.
007320     DISPLAY "AML_QASAMP: ALREADY QUEUED      = "
007330             WK-ALREADY-COUNT.
007340     DISPLAY "AML_QASAMP: ERRORS              = " WK-ERROR-COUNT.
007350*
007360 8000-EXIT.
007370     EXIT.
