000100******************************************************************
000110*                                                                *
000120*    PROGRAM:      AML_QAREVW                                    *
000130*                                                                *
000140*    DESCRIPTION:  FALSE-POSITIVE QA REVIEW RESULTS.  READS THE  *
000150*                  QA REVIEWERS' RESULT CARDS (SEE AMLQARD) AND  *
000160*                  APPLIES EACH ONE TO ITS ENTRY ON THE QA       *
000170*                  REVIEW QUEUE WRITTEN BY AML_QASAMP, STAMPING  *
000180*                  THE OUTCOME, THE REVIEWER, THE REVIEW DATE    *
000190*                  AND THE REVIEWER'S COMMENT.                   *
000200*                                                                *
000210*                  A CONFIRMED REVIEW LEAVES THE CASE AS IT IS.  *
000220*                  AN OVERTURNED REVIEW SENDS THE CASE BACK TO   *
000230*                  OPEN ON AMLCASE - DISPOSITION, ANALYST AND    *
000240*                  DISPOSITION DATE CLEARED, THE QA REFERENCE    *
000250*                  KEPT - SO THE NEXT AML_CASEMNT RUN TAKES A    *
000260*                  FRESH DISPOSITION FOR IT.                     *
000270*                                                                *
000280*                  A CARD IS REJECTED WHEN ITS QA REFERENCE,     *
000290*                  OUTCOME OR REVIEWER IS MISSING OR INVALID,    *
000300*                  THE QUEUE ENTRY IS NOT ON FILE OR ALREADY     *
000310*                  REVIEWED, THE REVIEWER IS THE ANALYST WHO     *
000320*                  CLOSED THE CASE, OR - FOR AN OVERTURN - THE   *
000330*                  CASE NO LONGER STANDS CLOSED "F" UNDER THAT   *
000340*                  QA REFERENCE.  EVERY CARD, APPLIED OR         *
000350*                  REJECTED, IS LISTED, AS IN AML_CASEMNT.       *
000360*                                                                *
000370*    AUTHOR:       J. D. MORALES - CORE BANKING SYSTEMS          *
000380*    INSTALLATION: COMPLIANCE / CORE BANKING                     *
000390*    DATE-WRITTEN: 2026-10-15                                    *
000400*    DATE-COMPILED:                                              *
000410*                                                                *
000420*    MOD-HISTORY.                                                *
000430*    2026-10-15  JDM  ORIGINAL.                                  *
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. AML_QAREVW.
000470*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510*
000520     SELECT AML-QARD-IN ASSIGN TO "QAREVIEW"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WK-QARD-STATUS.
000550*
000560*    QA REVIEW QUEUE - SEE AMLQAQ.
000570*
000580     SELECT AML-QAQ-FILE ASSIGN TO "AMLQAQ"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS QAQ-REF
000620         FILE STATUS IS WK-QAQ-STATUS.
000630*
000640     SELECT AML-CASE-FILE ASSIGN TO "AMLCASE"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS CASE-ID
000680         ALTERNATE RECORD KEY IS CASE-ALERT-KEY
000690         FILE STATUS IS WK-CASE-STATUS.
000700*
000710     SELECT AML-RPT-OUT ASSIGN TO "QARRPT"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WK-RPT-STATUS.
000740*
000750*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
000760*
000770     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WK-RUND-STATUS.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830*
000840 FD  AML-QARD-IN.
000850     COPY AMLQARD.
000860*
000870 FD  AML-QAQ-FILE.
000880     COPY AMLQAQ.
000890*
000900 FD  AML-CASE-FILE.
000910     COPY AMLCASE.
000920*
000930 FD  AML-RPT-OUT.
000940 01  RPT-LINE                    PIC X(080).
000950*
000960 FD  AML-RUND-FILE.
000970     COPY AMLRUND.
000980*
000990 WORKING-STORAGE SECTION.
001000*
001010******************************************************************
001020*    SWITCHES AND WORK FIELDS                                   *
001030******************************************************************
001040 77  WK-QARD-STATUS              PIC X(02)  VALUE "00".
001050     88  WK-QARD-OK                      VALUE "00".
001060*
001070 77  WK-QAQ-STATUS               PIC X(02)  VALUE "00".
001080     88  WK-QAQ-OK                       VALUE "00".
001090     88  WK-QAQ-REC-NOT-FOUND            VALUE "23".
001100*
001110 77  WK-CASE-STATUS              PIC X(02)  VALUE "00".
001120     88  WK-CASE-OK                      VALUE "00".
001130     88  WK-CASE-REC-NOT-FOUND           VALUE "23".
001140*
001150 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
001160     88  WK-RPT-OK                       VALUE "00".
001170*
001180 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
001190     88  WK-RUND-OK                      VALUE "00".
001200*
001210 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
001220     88  WK-EOF                          VALUE "Y".
001230*
001240 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
001250 77  WK-CONFIRM-COUNT            PIC 9(09) COMP-5 VALUE 0.
001260 77  WK-OVERTURN-COUNT           PIC 9(09) COMP-5 VALUE 0.
001270 77  WK-REJECT-COUNT             PIC 9(09) COMP-5 VALUE 0.
001280 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
001290*
001300******************************************************************
001310*    REJECTION REASON FOR THE REPORT LINE - SET BY               *
001320*    3100-VALIDATE-ONE, BLANK WHEN THE CARD IS GOOD.             *
001330******************************************************************
001340 77  WK-REJECT-REASON            PIC X(30) VALUE SPACES.
001350*
001360******************************************************************
001370*    EDITED FIELDS FOR REPORT LINES.                             *
001380******************************************************************
001390 77  WK-EDIT-CASE-ID             PIC Z(08)9.
001400 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
001410*
001420******************************************************************
001430*                                                                *
001440*    0000-MAINLINE                                               *
001450*                                                                *
001460******************************************************************
001470 PROCEDURE DIVISION.
001480*
001490 0000-MAINLINE.
001500*
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520*
001530     PERFORM 2000-READ-QARD THRU 2000-EXIT.
001540*
001550     PERFORM 3000-PROCESS-QARD THRU 3000-EXIT
001560         UNTIL WK-EOF.
001570*
001580     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001590*
001600     GOBACK.
001610*
001620******************************************************************
001630*    1000-INITIALIZE                                             *
001640******************************************************************
001650 1000-INITIALIZE.
001660*
001670     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
001680     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
001690*
001700     OPEN INPUT AML-QARD-IN.
001710     IF NOT WK-QARD-OK
001720         DISPLAY "AML_QAREVW: NO SE PUDO ABRIR QAREVIEW, "
001730                 "STATUS = " WK-QARD-STATUS
001740         STOP RUN
001750     END-IF.
001760*
001770     OPEN I-O AML-QAQ-FILE.
001780     IF NOT WK-QAQ-OK
001790         DISPLAY "AML_QAREVW: NO SE PUDO ABRIR AMLQAQ, "
001800                 "STATUS = " WK-QAQ-STATUS
001810         STOP RUN
001820     END-IF.
001830*
001840     OPEN I-O AML-CASE-FILE.
001850     IF NOT WK-CASE-OK
001860         DISPLAY "AML_QAREVW: NO SE PUDO ABRIR AMLCASE, "
001870                 "STATUS = " WK-CASE-STATUS
001880         STOP RUN
001890     END-IF.
001900*
001910     OPEN OUTPUT AML-RPT-OUT.
001920     IF NOT WK-RPT-OK
001930         DISPLAY "AML_QAREVW: NO SE PUDO ABRIR QARRPT, "
001940                 "STATUS = " WK-RPT-STATUS
001950         STOP RUN
001960     END-IF.
001970*
001980     MOVE SPACES TO RPT-LINE.
001990     STRING "AML FALSE-POSITIVE QA REVIEW RESULTS - RUN DATE "
002000             WK-RUN-DATE
002010         DELIMITED BY SIZE INTO RPT-LINE.
002020     WRITE RPT-LINE.
002030     MOVE SPACES TO RPT-LINE.
002040     WRITE RPT-LINE.
002050*
002060 1000-EXIT.
002070     EXIT.
002080*
002090******************************************************************
002100*                                                                *
002110*    1100-READ-RUN-DATE                                          *
002120*                                                                *
002130*    OVERRIDES THE ACCEPTED SYSTEM DATE WITH THE BUSINESS DATE   *
002140*    FROM THE OPTIONAL RUN CONTROL FILE, SO THE REVIEW DATE ON   *
002150*    THE QUEUE MATCHES THE BUSINESS DAY.  A MISSING FILE IS THE  *
002160*    NORMAL CASE; AN IMPLAUSIBLE DATE IS IGNORED WITH A WARNING. *
002170******************************************************************
002180 1100-READ-RUN-DATE.
002190*
002200     OPEN INPUT AML-RUND-FILE.
002210     IF NOT WK-RUND-OK
002220         GO TO 1100-EXIT
002230     END-IF.
002240*
002250     READ AML-RUND-FILE
002260         AT END
002270             CLOSE AML-RUND-FILE
002280             GO TO 1100-EXIT
002290     END-READ.
002300*
002310     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
002320         MOVE RUND-FECHA TO WK-RUN-DATE
002330         DISPLAY "AML_QAREVW: FECHA DE NEGOCIO " WK-RUN-DATE
002340                 " TOMADA DE AMLRUND"
002350     ELSE
002360         DISPLAY "AML_QAREVW: AVISO - FECHA EN AMLRUND NO "
002370                 "VALIDA, SE USA LA FECHA DEL SISTEMA"
002380     END-IF.
002390*
002400     CLOSE AML-RUND-FILE.
002410*
002420 1100-EXIT.
002430     EXIT.
002440*
002450******************************************************************
002460*    2000-READ-QARD                                              *
002470******************************************************************
002480 2000-READ-QARD.
002490*
002500     IF WK-EOF
002510         GO TO 2000-EXIT
002520     END-IF.
002530     READ AML-QARD-IN
002540         AT END
002550             SET WK-EOF TO TRUE
002560     END-READ.
002570*
002580 2000-EXIT.
002590     EXIT.
002600*
002610******************************************************************
002620*                                                                *
002630*    3000-PROCESS-QARD                                           *
002640*                                                                *
002650*    VALIDATES AND APPLIES ONE REVIEW CARD.  ON AN OVERTURN THE  *
002660*    CASE IS REOPENED FIRST AND THE QUEUE ENTRY IS ONLY MARKED   *
002670*    ONCE THE CASE REWRITE HAS GONE THROUGH - A QUEUE ENTRY MUST *
002680*    NEVER SHOW OVERTURNED WHILE ITS CASE STILL SHOWS CLOSED.    *
002690*    IF THE QUEUE REWRITE THEN FAILS THE CASE IS ALREADY OPEN    *
002700*    AND THE CARD IS LISTED AS REJECTED, SO IT CAN BE PUT RIGHT  *
002710*    BY HAND FROM THE REPORT.                                    *
002720******************************************************************
002730 3000-PROCESS-QARD.
002740*
002750     ADD 1 TO WK-READ-COUNT.
002760     MOVE SPACES TO WK-REJECT-REASON.
002770*
002780     PERFORM 3100-VALIDATE-ONE THRU 3100-EXIT.
002790*
002800     IF WK-REJECT-REASON NOT = SPACES
002810         ADD 1 TO WK-REJECT-COUNT
002820         PERFORM 3300-WRITE-REJECT-LINE THRU 3300-EXIT
002830         GO TO 3000-NEXT
002840     END-IF.
002850*
002860     IF QARD-OVERTURNED
002870         SET CASE-OPEN     TO TRUE
002880         MOVE SPACES       TO CASE-ANALYST
002890         MOVE 0            TO CASE-FECHA-DISPO
002900         REWRITE CASE-RECORD
002910         IF NOT WK-CASE-OK
002920             DISPLAY "AML_QAREVW: AVISO - ERROR REESCRIBIENDO "
002930                     "AMLCASE, STATUS = " WK-CASE-STATUS
002940             MOVE "CASE REWRITE ERROR" TO WK-REJECT-REASON
002950             ADD 1 TO WK-REJECT-COUNT
002960             PERFORM 3300-WRITE-REJECT-LINE THRU 3300-EXIT
002970             GO TO 3000-NEXT
002980         END-IF
002990     END-IF.
003000*
003010     MOVE QARD-OUTCOME  TO QAQ-ESTADO.
003020     MOVE QARD-REVIEWER TO QAQ-REVIEWER.
003030     MOVE WK-RUN-DATE   TO QAQ-FECHA-REV.
003040     MOVE QARD-COMMENT  TO QAQ-COMMENT.
003050*
003060     REWRITE QAQ-RECORD.
003070     IF NOT WK-QAQ-OK
003080         DISPLAY "AML_QAREVW: AVISO - ERROR REESCRIBIENDO "
003090                 "AMLQAQ, STATUS = " WK-QAQ-STATUS
003100         MOVE "QUEUE REWRITE ERROR" TO WK-REJECT-REASON
003110         ADD 1 TO WK-REJECT-COUNT
003120         PERFORM 3300-WRITE-REJECT-LINE THRU 3300-EXIT
003130         GO TO 3000-NEXT
003140     END-IF.
003150*
003160     IF QARD-OVERTURNED
003170         ADD 1 TO WK-OVERTURN-COUNT
003180     ELSE
003190         ADD 1 TO WK-CONFIRM-COUNT
003200     END-IF.
003210     PERFORM 3200-WRITE-APPLIED-LINE THRU 3200-EXIT.
003220*
003230 3000-NEXT.
003240     PERFORM 2000-READ-QARD THRU 2000-EXIT.
003250*
003260 3000-EXIT.
003270     EXIT.
003280*
003290******************************************************************
003300*                                                                *
003310*    3100-VALIDATE-ONE                                           *
003320*                                                                *
003330*    LEAVES WK-REJECT-REASON BLANK FOR A GOOD CARD, OR SET TO    *
003340*    THE FIRST PROBLEM FOUND.  READS THE QUEUE ENTRY, AND FOR AN *
003350*    OVERTURN THE CASE, AS A SIDE EFFECT SO 3000-PROCESS-QARD    *
003360*    CAN REWRITE THEM.                                           *
003370******************************************************************
003380 3100-VALIDATE-ONE.
003390*
003400     IF QARD-REF = SPACES
003410         MOVE "QA REFERENCE BLANK" TO WK-REJECT-REASON
003420         GO TO 3100-EXIT
003430     END-IF.
003440*
003450     IF NOT QARD-OUTCOME-VALID
003460         MOVE "OUTCOME NOT C/O" TO WK-REJECT-REASON
003470         GO TO 3100-EXIT
003480     END-IF.
003490*
003500     IF QARD-REVIEWER = SPACES
003510         MOVE "REVIEWER ID BLANK" TO WK-REJECT-REASON
003520         GO TO 3100-EXIT
003530     END-IF.
003540*
003550     MOVE QARD-REF TO QAQ-REF.
003560     READ AML-QAQ-FILE.
003570     IF WK-QAQ-REC-NOT-FOUND
003580         MOVE "QA ITEM NOT ON FILE" TO WK-REJECT-REASON
003590         GO TO 3100-EXIT
003600     END-IF.
003610     IF NOT WK-QAQ-OK
003620         MOVE "QA QUEUE READ ERROR" TO WK-REJECT-REASON
003630         GO TO 3100-EXIT
003640     END-IF.
003650*
003660     IF QAQ-REVIEWED
003670         MOVE "ALREADY REVIEWED" TO WK-REJECT-REASON
003680         GO TO 3100-EXIT
003690     END-IF.
003700*
003710     IF QARD-REVIEWER = QAQ-ANALYST
003720         MOVE "REVIEWER IS CLOSING ANALYST" TO WK-REJECT-REASON
003730         GO TO 3100-EXIT
003740     END-IF.
003750*
003760     IF NOT QARD-OVERTURNED
003770         GO TO 3100-EXIT
003780     END-IF.
003790*
003800     MOVE QAQ-CASE-ID TO CASE-ID.
003810     READ AML-CASE-FILE.
003820     IF WK-CASE-REC-NOT-FOUND
003830         MOVE "CASE NOT ON FILE" TO WK-REJECT-REASON
003840         GO TO 3100-EXIT
003850     END-IF.
003860     IF NOT WK-CASE-OK
003870         MOVE "CASE FILE READ ERROR" TO WK-REJECT-REASON
003880         GO TO 3100-EXIT
003890     END-IF.
003900*
003910     IF NOT CASE-FALSE-POSITIVE
003920       OR CASE-QA-REF NOT = QAQ-REF
003930         MOVE "CASE NO LONGER CLOSED F" TO WK-REJECT-REASON
003940     END-IF.
003950*
003960 3100-EXIT.
003970     EXIT.
003980*
003990******************************************************************
004000*    3200-WRITE-APPLIED-LINE                                     *
004010******************************************************************
004020 3200-WRITE-APPLIED-LINE.
004030*
004040     MOVE QAQ-CASE-ID TO WK-EDIT-CASE-ID.
004050     MOVE SPACES TO RPT-LINE.
004060     STRING QARD-REF " CASE " WK-EDIT-CASE-ID
004070             " APPLIED   OUTCOME " QARD-OUTCOME
004080             " REVIEWER " QARD-REVIEWER
004090         DELIMITED BY SIZE INTO RPT-LINE.
004100     WRITE RPT-LINE.
004110*
004120 3200-EXIT.
004130     EXIT.
004140*
004150******************************************************************
004160*    3300-WRITE-REJECT-LINE                                      *
004170*                                                                *
004180*    THE CASE NUMBER IS ONLY KNOWN ONCE THE QUEUE ENTRY HAS BEEN *
004190*    READ; BEFORE THAT IT PRINTS AS ZERO.                        *
004200******************************************************************
004210 3300-WRITE-REJECT-LINE.
004220*
004230     IF WK-QAQ-OK AND QAQ-REF = QARD-REF
004240         MOVE QAQ-CASE-ID TO WK-EDIT-CASE-ID
004250     ELSE
004260         MOVE 0 TO WK-EDIT-CASE-ID
004270     END-IF.
004280     MOVE SPACES TO RPT-LINE.
004290     STRING QARD-REF " CASE " WK-EDIT-CASE-ID
004300             " REJECTED  OUTCOME " QARD-OUTCOME
004310             " - " WK-REJECT-REASON
004320         DELIMITED BY SIZE INTO RPT-LINE.
004330     WRITE RPT-LINE.
004340*
004350 3300-EXIT.
004360     EXIT.
004370*
004380******************************************************************
004390*    8000-TERMINATE                                              *
004400******************************************************************
004410 8000-TERMINATE.
004420*
004430     MOVE SPACES TO RPT-LINE.
004440     WRITE RPT-LINE.
004450*
004460     MOVE WK-READ-COUNT TO WK-EDIT-COUNT.
004470     MOVE SPACES TO RPT-LINE.
004480     STRING "REVIEW CARDS READ. . . . . . . . . . . "
004490             WK-EDIT-COUNT
004500         DELIMITED BY SIZE INTO RPT-LINE.
004510     WRITE RPT-LINE.
004520*
004530     MOVE WK-CONFIRM-COUNT TO WK-EDIT-COUNT.
004540     MOVE SPACES TO RPT-LINE.
004550     STRING "  CLOSURES CONFIRMED . . . . . . . . . "
004560             WK-EDIT-COUNT
004570         DELIMITED BY SIZE INTO RPT-LINE.
004580     WRITE RPT-LINE.
004590*
004600     MOVE WK-OVERTURN-COUNT TO WK-EDIT-COUNT.
004610     MOVE SPACES TO RPT-LINE.
004620     STRING "  CLOSURES OVERTURNED, CASE REOPENED . "
004630             WK-EDIT-COUNT
004640         DELIMITED BY SIZE INTO RPT-LINE.
004650     WRITE RPT-LINE.
004660*
004670     MOVE WK-REJECT-COUNT TO WK-EDIT-COUNT.
004680     MOVE SPACES TO RPT-LINE.
004690     STRING "REVIEW CARDS REJECTED. . . . . . . . . "
004700             WK-EDIT-COUNT
004710         DELIMITED BY SIZE INTO RPT-LINE.
004720     WRITE RPT-LINE.
004730*
004740     CLOSE AML-QARD-IN.
004750     CLOSE AML-QAQ-FILE.
004760     CLOSE AML-CASE-FILE.
004770     CLOSE AML-RPT-OUT.
004780*
004790     DISPLAY "AML_QAREVW: REVIEW CARDS READ   = " WK-READ-COUNT.
004800     DISPLAY "AML_QAREVW: CLOSURES CONFIRMED  = "
004810             WK-CONFIRM-COUNT.
004820     DISPLAY "AML_QAREVW: CLOSURES OVERTURNED = "
004830             WK-OVERTURN-COUNT.
004840     DISPLAY "AML_QAREVW: CARDS REJECTED      = " WK-REJECT-COUNT.
004850*
004860 8000-EXIT.
004870     EXIT.
