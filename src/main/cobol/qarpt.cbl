000100******************************************************************
000110*                                                                *
000120*    PROGRAM:      AML_QARPT                                     *
000130*                                                                *
000140*    DESCRIPTION:  MONTHLY FALSE-POSITIVE QA OVERTURN REPORT.    *
000150*                  READS THE QA REVIEW QUEUE (SEE AMLQAQ) AND,   *
000160*                  FOR EVERY ENTRY REVIEWED WITHIN THE DATE      *
000170*                  RANGE ON THE QARPARM CARD, TALLIES THE        *
000180*                  REVIEW AGAINST THE ANALYST WHO CLOSED THE     *
000190*                  CASE AND AGAINST THE CASE'S REASON CODE.  PER *
000200*                  ANALYST AND PER REASON IT REPORTS HOW MANY    *
000210*                  "F" CLOSURES WERE REVIEWED, HOW MANY WERE     *
000220*                  OVERTURNED, AND THE OVERTURN RATE - THE       *
000230*                  MEASURE OF WHOSE CLEARANCES, AND WHICH KINDS  *
000240*                  OF ALERT, DO NOT STAND UP TO A SECOND LOOK.   *
000250*                                                                *
000260*                  THE TOTALS ALSO SHOW HOW MANY ENTRIES WERE    *
000270*                  QUEUED IN THE RANGE AND HOW MANY QUEUED UP TO *
000280*                  THE END OF IT ARE STILL WAITING FOR REVIEW.   *
000290*                                                                *
000300*    CARD LAYOUT (QARPARM, ONE RECORD):                          *
000310*        COL  1-8    FROM DATE, YYYYMMDD                         *
000320*        COL  9-16   TO DATE, YYYYMMDD                           *
000330*                                                                *
000340*    AUTHOR:       J. D. MORALES - CORE BANKING SYSTEMS          *
000350*    INSTALLATION: COMPLIANCE / CORE BANKING                     *
000360*    DATE-WRITTEN: 2026-10-15                                    *
000370*    DATE-COMPILED:                                              *
000380*                                                                *
000390*    MOD-HISTORY.                                                *
000400*    2026-10-15  JDM  ORIGINAL.                                  *
000410*    2026-10-15  JDM  "10" NEAR-THRESHOLD / ROUND-AMOUNT ADDED   *
000420*                     TO THE REASON TABLE.                       *
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. AML_QARPT.
000460*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500*
000510     SELECT AML-PARM-IN ASSIGN TO "QARPARM"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WK-PARMIN-STATUS.
000540*
000550*    QA REVIEW QUEUE - SEE AMLQAQ.
000560*
000570     SELECT AML-QAQ-FILE ASSIGN TO "AMLQAQ"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS QAQ-REF
000610         FILE STATUS IS WK-QAQ-STATUS.
000620*
000630     SELECT AML-RPT-OUT ASSIGN TO "QARPT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WK-RPT-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690*
000700 FD  AML-PARM-IN.
000710 01  PARMIN-RECORD.
000720     05  PARMIN-DESDE            PIC 9(08).
000730     05  PARMIN-HASTA            PIC 9(08).
000740*
000750 FD  AML-QAQ-FILE.
000760     COPY AMLQAQ.
000770*
000780 FD  AML-RPT-OUT.
000790 01  RPT-LINE                    PIC X(080).
000800*
000810 WORKING-STORAGE SECTION.
000820*
000830******************************************************************
000840*    SWITCHES AND WORK FIELDS                                   *
000850******************************************************************
000860 77  WK-PARMIN-STATUS            PIC X(02)  VALUE "00".
000870     88  WK-PARMIN-OK                    VALUE "00".
000880*
000890 77  WK-QAQ-STATUS               PIC X(02)  VALUE "00".
000900     88  WK-QAQ-OK                       VALUE "00".
000910*
000920 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
000930     88  WK-RPT-OK                       VALUE "00".
000940*
000950 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
000960     88  WK-EOF                          VALUE "Y".
000970*
000980 77  WK-FECHA-DESDE              PIC 9(08) VALUE 0.
000990 77  WK-FECHA-HASTA              PIC 9(08) VALUE 0.
001000*
001010******************************************************************
001020*    PER-ANALYST TALLY, IN THE ORDER FIRST SEEN.  REVIEWS OF AN  *
001030*    ANALYST WHO DOES NOT FIT ARE STILL IN THE REASON TOTALS AND *
001040*    ARE COUNTED ON THEIR OWN LINE.                              *
001050******************************************************************
001060 01  WK-ANL-TABLE.
001070     05  WK-ANL-ENTRY OCCURS 200 TIMES INDEXED BY WK-ANL-IDX.
001080         10  WK-ANL-ID           PIC X(08).
001090         10  WK-ANL-REV-CNT      PIC 9(09) COMP-5.
001100         10  WK-ANL-OVT-CNT      PIC 9(09) COMP-5.
001110*
001120 77  WK-ANL-MAX                  PIC 9(04) COMP-5 VALUE 200.
001130 77  WK-ANL-USED                 PIC 9(04) COMP-5 VALUE 0.
001140 77  WK-ANL-FOUND-SW             PIC X(01)  VALUE "N".
001150     88  WK-ANL-FOUND                    VALUE "Y".
001160*
001170******************************************************************
001180*    PER-REASON TALLY, LOADED IN 1300-INIT-REASONS.  THE LAST    *
001190*    ENTRY CATCHES ANY CODE NOT IN THE LIST.                     *
001200******************************************************************
001210 01  WK-RSN-TABLE.
001220     05  WK-RSN-ENTRY OCCURS 9 TIMES INDEXED BY WK-RSN-IDX.
001230         10  WK-RSN-CODE         PIC X(02).
001240         10  WK-RSN-LABEL        PIC X(20).
001250         10  WK-RSN-REV-CNT      PIC 9(09) COMP-5.
001260         10  WK-RSN-OVT-CNT      PIC 9(09) COMP-5.
001270*
001280 77  WK-RSN-MAX                  PIC 9(04) COMP-5 VALUE 9.
001290 77  WK-RSN-FOUND-SW             PIC X(01)  VALUE "N".
001300     88  WK-RSN-FOUND                    VALUE "Y".
001310*
001320 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
001330 77  WK-QUEUED-COUNT             PIC 9(09) COMP-5 VALUE 0.
001340 77  WK-PENDING-COUNT            PIC 9(09) COMP-5 VALUE 0.
001350 77  WK-REVIEWED-COUNT           PIC 9(09) COMP-5 VALUE 0.
001360 77  WK-OVERTURN-COUNT           PIC 9(09) COMP-5 VALUE 0.
001370 77  WK-ANL-OVERFLOW-COUNT       PIC 9(09) COMP-5 VALUE 0.
001380*
001390 77  WK-OVT-PCT                  PIC S9(03)V99 COMP-3 VALUE 0.
001400*
001410******************************************************************
001420*    EDITED FIELDS FOR REPORT LINES.                             *
001430******************************************************************
001440 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
001450 77  WK-EDIT-COUNT-2             PIC ZZZ,ZZZ,ZZ9.
001460 77  WK-EDIT-PCT                 PIC ZZ9.99.
001470*
001480******************************************************************
001490*                                                                *
001500*    0000-MAINLINE                                               *
001510*                                                                *
001520******************************************************************
001530 PROCEDURE DIVISION.
001540*
001550 0000-MAINLINE.
001560*
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580*
001590     PERFORM 2000-READ-QAQ THRU 2000-EXIT.
001600*
001610     PERFORM 3000-PROCESS-QAQ THRU 3000-EXIT
001620         UNTIL WK-EOF.
001630*
001640     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
001650*
001660     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001670*
001680     GOBACK.
001690*
001700******************************************************************
001710*    1000-INITIALIZE                                             *
001720******************************************************************
001730 1000-INITIALIZE.
001740*
001750     PERFORM 1200-READ-PARMS THRU 1200-EXIT.
001760     PERFORM 1300-INIT-REASONS THRU 1300-EXIT.
001770*
001780     OPEN INPUT AML-QAQ-FILE.
001790     IF NOT WK-QAQ-OK
001800         DISPLAY "AML_QARPT: NO SE PUDO ABRIR AMLQAQ, "
001810                 "STATUS = " WK-QAQ-STATUS
001820         STOP RUN
001830     END-IF.
001840*
001850     OPEN OUTPUT AML-RPT-OUT.
001860     IF NOT WK-RPT-OK
001870         DISPLAY "AML_QARPT: NO SE PUDO ABRIR QARPT, "
001880                 "STATUS = " WK-RPT-STATUS
001890         STOP RUN
001900     END-IF.
001910*
001920     MOVE SPACES TO RPT-LINE.
001930     STRING "AML FALSE-POSITIVE QA OVERTURN REPORT - REVIEWED "
001940             WK-FECHA-DESDE " TO " WK-FECHA-HASTA
001950         DELIMITED BY SIZE INTO RPT-LINE.
001960     WRITE RPT-LINE.
001970     MOVE SPACES TO RPT-LINE.
001980     WRITE RPT-LINE.
001990*
002000 1000-EXIT.
002010     EXIT.
002020*
002030******************************************************************
002040*                                                                *
002050*    1200-READ-PARMS                                             *
002060*                                                                *
002070*    THE DATE RANGE IS REQUIRED - THERE IS NO SENSIBLE DEFAULT   *
002080*    MONTH - SO A MISSING, EMPTY OR INVALID CARD STOPS THE RUN,  *
002090*    AS IN AML_EFFRPT.                                           *
002100******************************************************************
002110 1200-READ-PARMS.
002120*
002130     OPEN INPUT AML-PARM-IN.
002140     IF NOT WK-PARMIN-OK
002150         DISPLAY "AML_QARPT: NO SE PUDO ABRIR QARPARM, "
002160                 "STATUS = " WK-PARMIN-STATUS
002170         STOP RUN
002180     END-IF.
002190*
002200     READ AML-PARM-IN
002210         AT END
002220             DISPLAY "AML_QARPT: QARPARM VACIO - SE REQUIERE "
002230                     "EL RANGO DE FECHAS"
002240             STOP RUN
002250     END-READ.
002260*
002270     IF PARMIN-DESDE NOT NUMERIC OR PARMIN-DESDE < 19000101
002280       OR PARMIN-HASTA NOT NUMERIC OR PARMIN-HASTA < 19000101
002290         DISPLAY "AML_QARPT: FECHAS EN QARPARM NO VALIDAS"
002300         STOP RUN
002310     END-IF.
002320*
002330     IF PARMIN-DESDE > PARMIN-HASTA
002340         DISPLAY "AML_QARPT: RANGO DE FECHAS INVERTIDO EN "
002350                 "QARPARM"
002360         STOP RUN
002370     END-IF.
002380*
002390     MOVE PARMIN-DESDE TO WK-FECHA-DESDE.
002400     MOVE PARMIN-HASTA TO WK-FECHA-HASTA.
002410*
002420     CLOSE AML-PARM-IN.
002430*
002440 1200-EXIT.
002450     EXIT.
002460*
002470******************************************************************
002480*    1300-INIT-REASONS                                           *
002490******************************************************************
002500 1300-INIT-REASONS.
002510*
002520     MOVE "01" TO WK-RSN-CODE (1).
002530     MOVE "OVER THRESHOLD"      TO WK-RSN-LABEL (1).
002540     MOVE "02" TO WK-RSN-CODE (2).
002550     MOVE "WATCHLIST HIT"       TO WK-RSN-LABEL (2).
002560     MOVE "03" TO WK-RSN-CODE (3).
002570     MOVE "VELOCITY/STRUCTURING" TO WK-RSN-LABEL (3).
002580     MOVE "06" TO WK-RSN-CODE (4).
002590     MOVE "SANCTIONED COUNTRY"  TO WK-RSN-LABEL (4).
002600     MOVE "07" TO WK-RSN-CODE (5).
002610     MOVE "PROFILE DEVIATION"   TO WK-RSN-LABEL (5).
002620     MOVE "08" TO WK-RSN-CODE (6).
002630     MOVE "NAME WATCHLIST HIT"  TO WK-RSN-LABEL (6).
002640     MOVE "09" TO WK-RSN-CODE (7).
002650     MOVE "FAN-IN/FAN-OUT"      TO WK-RSN-LABEL (7).
002660     MOVE "10" TO WK-RSN-CODE (8).
002670     MOVE "NEAR-THRESHOLD/ROUND" TO WK-RSN-LABEL (8).
002680     MOVE "??" TO WK-RSN-CODE (9).
002690     MOVE "OTHER"               TO WK-RSN-LABEL (9).
002700*
002710     PERFORM 1310-ZERO-ONE-REASON THRU 1310-EXIT
002720         VARYING WK-RSN-IDX FROM 1 BY 1
002730         UNTIL WK-RSN-IDX > WK-RSN-MAX.
002740*
002750 1300-EXIT.
002760     EXIT.
002770*
002780******************************************************************
002790*    1310-ZERO-ONE-REASON                                        *
002800******************************************************************
002810 1310-ZERO-ONE-REASON.
002820*
002830     MOVE 0 TO WK-RSN-REV-CNT (WK-RSN-IDX).
002840     MOVE 0 TO WK-RSN-OVT-CNT (WK-RSN-IDX).
002850*
002860 1310-EXIT.
002870     EXIT.
002880*
002890******************************************************************
002900*    2000-READ-QAQ                                               *
002910******************************************************************
002920 2000-READ-QAQ.
002930*
002940     IF WK-EOF
002950         GO TO 2000-EXIT
002960     END-IF.
002970     READ AML-QAQ-FILE NEXT RECORD
002980         AT END
002990             SET WK-EOF TO TRUE
003000     END-READ.
003010*
003020     IF NOT WK-EOF AND NOT WK-QAQ-OK
003030         DISPLAY "AML_QARPT: AVISO - ERROR LEYENDO AMLQAQ, "
003040                 "STATUS = " WK-QAQ-STATUS
003050         SET WK-EOF TO TRUE
003060     END-IF.
003070*
003080 2000-EXIT.
003090     EXIT.
003100*
003110******************************************************************
003120*                                                                *
003130*    3000-PROCESS-QAQ                                            *
003140*                                                                *
003150*    AN ENTRY COUNTS AS QUEUED BY ITS SAMPLING DATE (IN THE QA   *
003160*    REFERENCE), AS PENDING WHEN IT WAS QUEUED BY THE END OF THE *
003170*    RANGE AND IS STILL UNREVIEWED, AND IN THE RATES BY ITS      *
003180*    REVIEW DATE.                                                *
003190******************************************************************
003200 3000-PROCESS-QAQ.
003210*
003220     ADD 1 TO WK-READ-COUNT.
003230*
003240     IF QAQ-REF-FECHA NOT < WK-FECHA-DESDE
003250       AND QAQ-REF-FECHA NOT > WK-FECHA-HASTA
003260         ADD 1 TO WK-QUEUED-COUNT
003270     END-IF.
003280*
003290     IF QAQ-PENDING
003300         IF QAQ-REF-FECHA NOT > WK-FECHA-HASTA
003310             ADD 1 TO WK-PENDING-COUNT
003320         END-IF
003330         GO TO 3000-NEXT
003340     END-IF.
003350*
003360     IF NOT QAQ-REVIEWED
003370       OR QAQ-FECHA-REV < WK-FECHA-DESDE
003380       OR QAQ-FECHA-REV > WK-FECHA-HASTA
003390         GO TO 3000-NEXT
003400     END-IF.
003410*
003420     ADD 1 TO WK-REVIEWED-COUNT.
003430     IF QAQ-OVERTURNED
003440         ADD 1 TO WK-OVERTURN-COUNT
003450     END-IF.
003460*
003470     PERFORM 3100-TALLY-REASON THRU 3100-EXIT.
003480     PERFORM 3200-TALLY-ANALYST THRU 3200-EXIT.
003490*
003500 3000-NEXT.
003510     PERFORM 2000-READ-QAQ THRU 2000-EXIT.
003520*
003530 3000-EXIT.
003540     EXIT.
003550*
003560******************************************************************
003570*    3100-TALLY-REASON                                           *
003580******************************************************************
003590 3100-TALLY-REASON.
003600*
003610     SET WK-RSN-FOUND-SW TO "N".
003620     PERFORM 3110-FIND-REASON THRU 3110-EXIT
003630         VARYING WK-RSN-IDX FROM 1 BY 1
003640         UNTIL WK-RSN-IDX > WK-RSN-MAX
003650            OR WK-RSN-FOUND.
003660*
003670     IF WK-RSN-FOUND
003680         SET WK-RSN-IDX DOWN BY 1
003690     ELSE
003700         SET WK-RSN-IDX TO WK-RSN-MAX
003710     END-IF.
003720*
003730     ADD 1 TO WK-RSN-REV-CNT (WK-RSN-IDX).
003740     IF QAQ-OVERTURNED
003750         ADD 1 TO WK-RSN-OVT-CNT (WK-RSN-IDX)
003760     END-IF.
003770*
003780 3100-EXIT.
003790     EXIT.
003800*
003810******************************************************************
003820*    3110-FIND-REASON                                            *
003830******************************************************************
003840 3110-FIND-REASON.
003850*
003860     IF WK-RSN-CODE (WK-RSN-IDX) = QAQ-REASON
003870         SET WK-RSN-FOUND TO TRUE
003880     END-IF.
003890*
003900 3110-EXIT.
003910     EXIT.
003920*
003930******************************************************************
003940*    3200-TALLY-ANALYST                                          *
003950******************************************************************
003960 3200-TALLY-ANALYST.
003970*
003980     SET WK-ANL-FOUND-SW TO "N".
003990     PERFORM 3210-FIND-ANALYST THRU 3210-EXIT
004000         VARYING WK-ANL-IDX FROM 1 BY 1
004010         UNTIL WK-ANL-IDX > WK-ANL-USED
004020            OR WK-ANL-FOUND.
004030*
004040     IF WK-ANL-FOUND
004050         SET WK-ANL-IDX DOWN BY 1
004060     ELSE
004070         IF WK-ANL-USED < WK-ANL-MAX
004080             ADD 1 TO WK-ANL-USED
004090             SET WK-ANL-IDX TO WK-ANL-USED
004100             MOVE QAQ-ANALYST TO WK-ANL-ID (WK-ANL-IDX)
004110             MOVE 0 TO WK-ANL-REV-CNT (WK-ANL-IDX)
004120             MOVE 0 TO WK-ANL-OVT-CNT (WK-ANL-IDX)
004130         ELSE
004140             ADD 1 TO WK-ANL-OVERFLOW-COUNT
004150             GO TO 3200-EXIT
004160         END-IF
004170     END-IF.
004180*
004190     ADD 1 TO WK-ANL-REV-CNT (WK-ANL-IDX).
004200     IF QAQ-OVERTURNED
004210         ADD 1 TO WK-ANL-OVT-CNT (WK-ANL-IDX)
004220     END-IF.
004230*
004240 3200-EXIT.
004250     EXIT.
004260*
004270******************************************************************
004280*    3210-FIND-ANALYST                                           *
004290******************************************************************
004300 3210-FIND-ANALYST.
004310*
004320     IF WK-ANL-ID (WK-ANL-IDX) = QAQ-ANALYST
004330         SET WK-ANL-FOUND TO TRUE
004340     END-IF.
004350*
004360 3210-EXIT.
004370     EXIT.
004380*
004390******************************************************************
004400*                                                                *
004410*    7000-WRITE-REPORT                                           *
004420*                                                                *
004430*    RATES BY ANALYST, THEN BY REASON, THEN THE RUN TOTALS.      *
004440******************************************************************
004450 7000-WRITE-REPORT.
004460*
004470     MOVE SPACES TO RPT-LINE.
004480     STRING "OVERTURN RATE BY CLOSING ANALYST"
004490         DELIMITED BY SIZE INTO RPT-LINE.
004500     WRITE RPT-LINE.
004510*
004520     IF WK-ANL-USED = 0
004530         MOVE SPACES TO RPT-LINE
004540         STRING "  (NO REVIEWS IN RANGE)"
004550             DELIMITED BY SIZE INTO RPT-LINE
004560         WRITE RPT-LINE
004570     END-IF.
004580*
004590     PERFORM 7100-WRITE-ONE-ANALYST THRU 7100-EXIT
004600         VARYING WK-ANL-IDX FROM 1 BY 1
004610         UNTIL WK-ANL-IDX > WK-ANL-USED.
004620*
004630     IF WK-ANL-OVERFLOW-COUNT > 0
004640         MOVE WK-ANL-OVERFLOW-COUNT TO WK-EDIT-COUNT
004650         MOVE SPACES TO RPT-LINE
004660         STRING "  REVIEWS NOT SHOWN, TABLE FULL. . . . "
004670                 WK-EDIT-COUNT
004680             DELIMITED BY SIZE INTO RPT-LINE
004690         WRITE RPT-LINE
004700     END-IF.
004710*
004720     MOVE SPACES TO RPT-LINE.
004730     WRITE RPT-LINE.
004740     MOVE SPACES TO RPT-LINE.
004750     STRING "OVERTURN RATE BY REASON CODE"
004760         DELIMITED BY SIZE INTO RPT-LINE.
004770     WRITE RPT-LINE.
004780*
004790     PERFORM 7200-WRITE-ONE-REASON THRU 7200-EXIT
004800         VARYING WK-RSN-IDX FROM 1 BY 1
004810         UNTIL WK-RSN-IDX > WK-RSN-MAX.
004820*
004830     MOVE SPACES TO RPT-LINE.
004840     WRITE RPT-LINE.
004850*
004860     MOVE WK-READ-COUNT TO WK-EDIT-COUNT.
004870     MOVE SPACES TO RPT-LINE.
004880     STRING "QA QUEUE ENTRIES READ. . . . . . . . . "
004890             WK-EDIT-COUNT
004900         DELIMITED BY SIZE INTO RPT-LINE.
004910     WRITE RPT-LINE.
004920*
004930     MOVE WK-QUEUED-COUNT TO WK-EDIT-COUNT.
004940     MOVE SPACES TO RPT-LINE.
004950     STRING "  QUEUED IN RANGE. . . . . . . . . . . "
004960             WK-EDIT-COUNT
004970         DELIMITED BY SIZE INTO RPT-LINE.
004980     WRITE RPT-LINE.
004990*
005000     MOVE WK-PENDING-COUNT TO WK-EDIT-COUNT.
005010     MOVE SPACES TO RPT-LINE.
005020     STRING "  STILL AWAITING REVIEW. . . . . . . . "
005030             WK-EDIT-COUNT
005040         DELIMITED BY SIZE INTO RPT-LINE.
005050     WRITE RPT-LINE.
005060*
005070     MOVE WK-REVIEWED-COUNT TO WK-EDIT-COUNT.
005080     MOVE SPACES TO RPT-LINE.
005090     STRING "  REVIEWED IN RANGE. . . . . . . . . . "
005100             WK-EDIT-COUNT
005110         DELIMITED BY SIZE INTO RPT-LINE.
005120     WRITE RPT-LINE.
005130*
005140     MOVE WK-OVERTURN-COUNT TO WK-EDIT-COUNT.
005150     MOVE SPACES TO RPT-LINE.
005160     STRING "    OVERTURNED . . . . . . . . . . . . "
005170             WK-EDIT-COUNT
005180         DELIMITED BY SIZE INTO RPT-LINE.
005190     WRITE RPT-LINE.
005200*
005210     IF WK-REVIEWED-COUNT > 0
005220         COMPUTE WK-OVT-PCT ROUNDED =
005230             WK-OVERTURN-COUNT * 100 / WK-REVIEWED-COUNT
005240         MOVE WK-OVT-PCT TO WK-EDIT-PCT
005250         MOVE SPACES TO RPT-LINE
005260         STRING "  OVERALL OVERTURN RATE. . . . . . . . "
005270                 WK-EDIT-PCT " PCT"
005280             DELIMITED BY SIZE INTO RPT-LINE
005290         WRITE RPT-LINE
005300     END-IF.
005310*
005320 7000-EXIT.
005330     EXIT.
005340*
005350******************************************************************
005360*    7100-WRITE-ONE-ANALYST                                      *
005370******************************************************************
005380 7100-WRITE-ONE-ANALYST.
005390*
005400     MOVE WK-ANL-REV-CNT (WK-ANL-IDX) TO WK-EDIT-COUNT.
005410     MOVE WK-ANL-OVT-CNT (WK-ANL-IDX) TO WK-EDIT-COUNT-2.
005420     COMPUTE WK-OVT-PCT ROUNDED =
005430         WK-ANL-OVT-CNT (WK-ANL-IDX) * 100
005440         / WK-ANL-REV-CNT (WK-ANL-IDX).
005450     MOVE WK-OVT-PCT TO WK-EDIT-PCT.
005460     MOVE SPACES TO RPT-LINE.
005470     STRING "  " WK-ANL-ID (WK-ANL-IDX)
005480             "  REVIEWED " WK-EDIT-COUNT
005490             "  OVERTURNED " WK-EDIT-COUNT-2
005500             "  RATE " WK-EDIT-PCT " PCT"
005510         DELIMITED BY SIZE INTO RPT-LINE.
005520     WRITE RPT-LINE.
005530*
005540 7100-EXIT.
005550     EXIT.
005560*
005570******************************************************************
005580*    7200-WRITE-ONE-REASON                                       *
005590*                                                                *
005600*    A REASON WITH NO REVIEWS IN THE RANGE IS LEFT OFF.          *
005610******************************************************************
005620 7200-WRITE-ONE-REASON.
005630*
005640     IF WK-RSN-REV-CNT (WK-RSN-IDX) = 0
005650         GO TO 7200-EXIT
005660     END-IF.
005670*
005680     MOVE SPACES TO RPT-LINE.
005690     STRING "  REASON " WK-RSN-CODE (WK-RSN-IDX)
005700             " - " WK-RSN-LABEL (WK-RSN-IDX)
005710         DELIMITED BY SIZE INTO RPT-LINE.
005720     WRITE RPT-LINE.
005730*
005740     MOVE WK-RSN-REV-CNT (WK-RSN-IDX) TO WK-EDIT-COUNT.
005750     MOVE WK-RSN-OVT-CNT (WK-RSN-IDX) TO WK-EDIT-COUNT-2.
005760     COMPUTE WK-OVT-PCT ROUNDED =
005770         WK-RSN-OVT-CNT (WK-RSN-IDX) * 100
005780         / WK-RSN-REV-CNT (WK-RSN-IDX).
005790     MOVE WK-OVT-PCT TO WK-EDIT-PCT.
005800     MOVE SPACES TO RPT-LINE.
005810     STRING "            REVIEWED " WK-EDIT-COUNT
005820             "  OVERTURNED " WK-EDIT-COUNT-2
005830             "  RATE " WK-EDIT-PCT " PCT"
005840         DELIMITED BY SIZE INTO RPT-LINE.
005850     WRITE RPT-LINE.
005860*
005870 7200-EXIT.
005880     EXIT.
005890*
005900******************************************************************
005910*    8000-TERMINATE                                              *
005920******************************************************************
005930 8000-TERMINATE.
005940*
005950     CLOSE AML-QAQ-FILE.
005960     CLOSE AML-RPT-OUT.
005970*
005980     DISPLAY "AML_QARPT: QUEUE ENTRIES READ  = " WK-READ-COUNT.
005990     DISPLAY "AML_QARPT: REVIEWED IN RANGE   = "
006000             WK-REVIEWED-COUNT.
006010     DISPLAY "AML_QARPT: OVERTURNED          = "
006020             WK-OVERTURN-COUNT.
006030*
006040 8000-EXIT.
006050     EXIT.
