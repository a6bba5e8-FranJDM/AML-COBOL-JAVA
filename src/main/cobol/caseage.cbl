000390*                     RIDES ON EVERY DETAIL LINE, SO THE DESK    *
000400*                     WORKS THE GENUINELY BAD WIRE BEFORE THE    *
000410*                     PAGE OF MARGINAL ONES.                     *
000420*    2026-10-15  JDM  START AND FINISH REGISTERED ON THE NIGHTLY *
000430*                     RUN CONTROL THROUGH AML_RUNCTL (SEE        *
000440*                     AMLCHAIN); A START REFUSED THERE ENDS THE  *
000450*                     RUN WITH RC 12 BEFORE ANY FILE IS OPENED.  *
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. AML_CASEAGE.
000490*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530*
000540     SELECT AML-CASE-FILE ASSIGN TO "AMLCASE"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS CASE-ID
000580         ALTERNATE RECORD KEY IS CASE-ALERT-KEY
000590         FILE STATUS IS WK-CASE-STATUS.
000600*
000610     SELECT AML-RPT-OUT ASSIGN TO "AGERPT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WK-RPT-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670*
000680 FD  AML-CASE-FILE.
000690     COPY AMLCASE.
000700*
000710 FD  AML-RPT-OUT.
000720 01  RPT-LINE                    PIC X(080).
000730*
000740 WORKING-STORAGE SECTION.
000750*
000760******************************************************************
000770*    SWITCHES AND WORK FIELDS                                   *
000780******************************************************************
000790 77  WK-CASE-STATUS              PIC X(02)  VALUE "00".
000800     88  WK-CASE-OK                      VALUE "00".
000810     88  WK-CASE-NOT-FOUND               VALUE "35".
000820*
000830 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
000840     88  WK-RPT-OK                       VALUE "00".
000850*
000860 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
000870     88  WK-EOF                          VALUE "Y".
000880*
000890 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
000900 77  WK-OPEN-COUNT               PIC 9(09) COMP-5 VALUE 0.
000910 77  WK-WORKED-COUNT             PIC 9(09) COMP-5 VALUE 0.
000920 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
000930*
000940******************************************************************
000950*    AGE BUCKET COUNTERS FOR OPEN CASES.                         *
000960******************************************************************
000970 77  WK-AGE-UNDER-4              PIC 9(09) COMP-5 VALUE 0.
000980 77  WK-AGE-4-7                  PIC 9(09) COMP-5 VALUE 0.
000990 77  WK-AGE-8-30                 PIC 9(09) COMP-5 VALUE 0.
001000 77  WK-AGE-OVER-30              PIC 9(09) COMP-5 VALUE 0.
001010*
001020******************************************************************
001030*    REFERRED-CASE FILING STATUS COUNTERS - SEE AML_SARFILE.     *
001040******************************************************************
001050 77  WK-REF-FILED-COUNT          PIC 9(09) COMP-5 VALUE 0.
001060 77  WK-REF-OWED-COUNT           PIC 9(09) COMP-5 VALUE 0.
001070*
001080******************************************************************
001090*    PRIORITY TABLE - ONE ENTRY PER OPEN CASE, SORTED           *
001100*    DESCENDING BY RISK SCORE ONCE THE FILE HAS BEEN READ, THE  *
001110*    SAME SCHEME AS AML_RPT'S TOP-ORIGIN TABLE.  A DAY WITH     *
001120*    MORE OPEN CASES THAN THE TABLE HOLDS HAS THE OVERFLOW      *
001130*    COUNTED IN THE BUCKETS ABOVE BUT NOT RANKED, AND THE       *
001140*    REPORT SAYS SO.                                             *
001150******************************************************************
001160 01  WK-PRI-TABLE.
001170     05  WK-PRI-ENTRY OCCURS 50 TIMES INDEXED BY WK-PRI-IDX.
001180         10  WK-PRI-CASE-ID      PIC 9(09).
001190         10  WK-PRI-SCORE        PIC 9(05) COMP-5.
001200         10  WK-PRI-REASON       PIC X(02).
001210         10  WK-PRI-AGE          PIC S9(09) COMP-5.
001220*
001230 77  WK-PRI-COUNT                PIC 9(04) COMP-5 VALUE 0.
001240 77  WK-PRI-MAX                  PIC 9(04) COMP-5 VALUE 50.
001250 77  WK-PRI-OVERFLOW-SW          PIC X(01) VALUE "N".
001260     88  WK-PRI-OVERFLOW                 VALUE "Y".
001270*
001280 77  WK-PRI-PRINT-MAX            PIC 9(02) COMP-5 VALUE 10.
001290 77  WK-PRI-PRINT-COUNT          PIC 9(02) COMP-5 VALUE 0.
001300*
001310******************************************************************
001320*    SELECTION-SORT WORK FIELDS FOR 6000-SORT-PRIORITY.          *
001330******************************************************************
001340 77  WK-SORT-I                   PIC 9(04) COMP-5 VALUE 0.
001350 77  WK-SORT-J                   PIC 9(04) COMP-5 VALUE 0.
001360 77  WK-SORT-BEST-IDX            PIC 9(04) COMP-5 VALUE 0.
001370 77  WK-SORT-TEMP-ID             PIC 9(09) VALUE 0.
001380 77  WK-SORT-TEMP-SCORE          PIC 9(05) COMP-5 VALUE 0.
001390 77  WK-SORT-TEMP-REASON         PIC X(02) VALUE SPACES.
001400 77  WK-SORT-TEMP-AGE            PIC S9(09) COMP-5 VALUE 0.
001410*
001420 77  WK-CASE-AGE                 PIC S9(09) COMP-5 VALUE 0.
001430 77  WK-TODAY-SERIAL             PIC S9(09) COMP-5 VALUE 0.
001440*
001450******************************************************************
001460*    DATE-TO-DAY-COUNT WORK FIELDS FOR 9100-DATE-TO-DAYS.  THE   *
001470*    SERIAL IS A PLAIN DAY COUNT (CIVIL CALENDAR, MARCH-BASED    *
001480*    MONTH NUMBERING) SO TWO DATES SUBTRACT TO AN AGE IN DAYS    *
001490*    ACROSS MONTH AND YEAR ENDS.                                 *
001500******************************************************************
001510 01  WK-DS-FECHA                 PIC 9(08) VALUE 0.
001520 01  WK-DS-FECHA-X REDEFINES WK-DS-FECHA.
001530     05  WK-DS-YYYY              PIC 9(04).
001540     05  WK-DS-MM                PIC 9(02).
001550     05  WK-DS-DD                PIC 9(02).
001560 77  WK-DS-Y                     PIC S9(09) COMP-5 VALUE 0.
001570 77  WK-DS-M                     PIC S9(09) COMP-5 VALUE 0.
001580 77  WK-DS-WORK                  PIC S9(09) COMP-5 VALUE 0.
001590 77  WK-DS-SERIAL                PIC S9(09) COMP-5 VALUE 0.
001600*
001610******************************************************************
001620*    EDITED FIELDS FOR REPORT LINES.                             *
001630******************************************************************
001640 77  WK-EDIT-CASE-ID             PIC Z(08)9.
001650 77  WK-EDIT-ORIGEN              PIC Z(17)9.
001660 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
001670 77  WK-EDIT-AGE                 PIC ZZZ9.
001680 77  WK-EDIT-SCORE               PIC ZZZZ9.
001690 77  WK-EDIT-RANK                PIC Z9.
001700*
001710******************************************************************
001720*    CALL BLOCK FOR AML_RUNCTL - START AND FINISH OF THIS STEP   *
001730*    ON THE NIGHTLY RUN CONTROL.  SEE AMLRUNP.                   *
001740******************************************************************
001750     COPY AMLRUNP.
001760*
001770******************************************************************
001780*                                                                *
001790*    0000-MAINLINE                                               *
001800*                                                                *
001810******************************************************************
001820 PROCEDURE DIVISION.
001830*
001840 0000-MAINLINE.
001850*
001860     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
001870*
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890*
001900     PERFORM 2000-READ-CASE THRU 2000-EXIT.
001910*
001920     PERFORM 3000-PROCESS-CASE THRU 3000-EXIT
001930         UNTIL WK-EOF.
001940*
001950     PERFORM 6000-SORT-PRIORITY THRU 6000-EXIT.
001960*
001970     PERFORM 7500-WRITE-PRIORITY THRU 7500-EXIT.
001980*
001990     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
002000*
002010     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002020*
002030     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
002040*
002050     GOBACK.
002060*
002070******************************************************************
002080*                                                                *
002090*    0500-REGISTER-START                                         *
002100*                                                                *
002110*    REGISTERS THE START OF THIS STEP ON THE NIGHTLY RUN         *
002120*    CONTROL (SEE AML_RUNCTL AND AMLCHAIN).  A REFUSED START -   *
002130*    A PREDECESSOR NOT COMPLETE FOR THE BUSINESS DATE, OR THIS   *
002140*    STEP ALREADY COMPLETE WITHOUT A RERUN CARD - ENDS THE RUN   *
002150*    WITH RETURN CODE 12 BEFORE ANY FILE IS OPENED.              *
002160******************************************************************
002170 0500-REGISTER-START.
002180*
002190     SET RUNP-INICIO TO TRUE.
002200     MOVE "AML_CASEAGE" TO RUNP-PROGRAMA.
002210     CALL "AML_RUNCTL" USING RUNP-PARM.
002220     IF RUNP-RECHAZADO
002230         MOVE 12 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260*
002270 0500-EXIT.
002280     EXIT.
002290*
002300******************************************************************
002310*    1000-INITIALIZE                                             *
002320*                                                                *
002330*    A CASE FILE THAT DOES NOT EXIST YET SIMPLY MEANS NO CASES   *
002340*    HAVE EVER BEEN OPENED - THE REPORT STILL COMES OUT, ALL     *
002350*    ZEROS, THE SAME WAY AML_RPT HANDLES A MISSING AUDIT LOG.    *
002360******************************************************************
002370 1000-INITIALIZE.
002380*
002390     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002400     MOVE WK-RUN-DATE TO WK-DS-FECHA.
002410     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
002420     MOVE WK-DS-SERIAL TO WK-TODAY-SERIAL.
002430*
002440     OPEN INPUT AML-CASE-FILE.
002450     IF NOT WK-CASE-OK
002460         DISPLAY "AML_CASEAGE: NO SE PUDO ABRIR AMLCASE, "
002470                 "STATUS = " WK-CASE-STATUS
002480         SET WK-EOF TO TRUE
002490     END-IF.
002500*
002510     OPEN OUTPUT AML-RPT-OUT.
002520     IF NOT WK-RPT-OK
002530         DISPLAY "AML_CASEAGE: NO SE PUDO ABRIR AGERPT, "
002540                 "STATUS = " WK-RPT-STATUS
002550         STOP RUN
002560     END-IF.
002570*
002580     MOVE SPACES TO RPT-LINE.
002590     STRING "AML OPEN CASE AGING REPORT - RUN DATE "
002600             WK-RUN-DATE
002610         DELIMITED BY SIZE INTO RPT-LINE.
002620     WRITE RPT-LINE.
002630*
002640     MOVE SPACES TO RPT-LINE.
002650     WRITE RPT-LINE.
002660*
002670     MOVE SPACES TO RPT-LINE.
002680     STRING "CASES OPEN OVER 3 DAYS OR AWAITING SAR FILING:"
002690         DELIMITED BY SIZE INTO RPT-LINE.
002700     WRITE RPT-LINE.
002710*
002720 1000-EXIT.
002730     EXIT.
002740*
002750******************************************************************
002760*    2000-READ-CASE                                              *
002770******************************************************************
002780 2000-READ-CASE.
002790*
002800     IF WK-EOF
002810         GO TO 2000-EXIT
002820     END-IF.
002830     READ AML-CASE-FILE
002840         AT END
002850             SET WK-EOF TO TRUE
002860     END-READ.
002870*
002880     IF NOT WK-EOF AND NOT WK-CASE-OK
002890         DISPLAY "AML_CASEAGE: AVISO - ERROR LEYENDO AMLCASE, "
002900                 "STATUS = " WK-CASE-STATUS
002910         SET WK-EOF TO TRUE
002920     END-IF.
002930*
002940 2000-EXIT.
002950     EXIT.
002960*
002970******************************************************************
002980*                                                                *
002990*    3000-PROCESS-CASE                                           *
003000*                                                                *
003010*    AGES ONE OPEN CASE INTO ITS BUCKET AND LISTS IT WHEN IT IS  *
003020*    MORE THAN 3 DAYS OLD.  A DISPOSITIONED CASE IS ONLY         *
003030*    COUNTED - IT HAS BEEN WORKED AND NEEDS NO CHASING - EXCEPT  *
003040*    THAT A REFERRED CASE AML_SARFILE HAS NOT YET STAMPED IS A   *
003050*    FILING STILL OWED, AND THE DESK CHASES THOSE TOO.           *
003060******************************************************************
003070 3000-PROCESS-CASE.
003080*
003090     ADD 1 TO WK-READ-COUNT.
003100*
003110     IF CASE-DISPOSITIONED
003120         ADD 1 TO WK-WORKED-COUNT
003130         IF CASE-REFERRED
003140             IF CASE-SAR-FECHA > 0
003150                 ADD 1 TO WK-REF-FILED-COUNT
003160             ELSE
003170                 ADD 1 TO WK-REF-OWED-COUNT
003180                 PERFORM 3200-WRITE-OWED-LINE THRU 3200-EXIT
003190             END-IF
003200         END-IF
003210         GO TO 3000-NEXT
003220     END-IF.
003230*
003240     ADD 1 TO WK-OPEN-COUNT.
003250*
003260     MOVE CASE-ALERT-FECHA TO WK-DS-FECHA.
003270     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
003280     COMPUTE WK-CASE-AGE = WK-TODAY-SERIAL - WK-DS-SERIAL.
003290*
003300     IF WK-CASE-AGE > 30
003310         ADD 1 TO WK-AGE-OVER-30
003320     ELSE
003330         IF WK-CASE-AGE > 7
003340             ADD 1 TO WK-AGE-8-30
003350         ELSE
003360             IF WK-CASE-AGE > 3
003370                 ADD 1 TO WK-AGE-4-7
003380             ELSE
003390                 ADD 1 TO WK-AGE-UNDER-4
003400             END-IF
003410         END-IF
003420     END-IF.
003430*
003440     PERFORM 3300-ACCUM-PRIORITY THRU 3300-EXIT.
003450*
003460     IF WK-CASE-AGE > 3
003470         PERFORM 3100-WRITE-DETAIL-LINE THRU 3100-EXIT
003480     END-IF.
003490*
003500 3000-NEXT.
003510     PERFORM 2000-READ-CASE THRU 2000-EXIT.
003520*
003530 3000-EXIT.
003540     EXIT.
003550*
003560******************************************************************
003570*    3100-WRITE-DETAIL-LINE                                      *
003580******************************************************************
003590 3100-WRITE-DETAIL-LINE.
003600*
003610     MOVE CASE-ID TO WK-EDIT-CASE-ID.
003620     MOVE CASE-ALERT-ORIGEN TO WK-EDIT-ORIGEN.
003630     MOVE CASE-SCORE TO WK-EDIT-SCORE.
003640     MOVE WK-CASE-AGE TO WK-EDIT-AGE.
003650*
003660*    THE ALERT DATE CAME OFF THIS LINE WHEN THE SCORE WENT ON -
003670*    EIGHTY COLUMNS ONLY HOLD SO MUCH, AND THE AGE ALREADY
003680*    PLACES THE ALERT IN TIME.
003690*
003700     MOVE SPACES TO RPT-LINE.
003710     STRING "  CASE " WK-EDIT-CASE-ID
003720             " ORIGEN " WK-EDIT-ORIGEN
003730             " REASON " CASE-REASON
003740             " SCORE " WK-EDIT-SCORE
003750             " AGE " WK-EDIT-AGE
003760         DELIMITED BY SIZE INTO RPT-LINE.
003770     WRITE RPT-LINE.
003780*
003790 3100-EXIT.
003800     EXIT.
003810*
003820******************************************************************
003830*    3200-WRITE-OWED-LINE                                        *
003840******************************************************************
003850 3200-WRITE-OWED-LINE.
003860*
003870     MOVE CASE-ID TO WK-EDIT-CASE-ID.
003880     MOVE CASE-ALERT-ORIGEN TO WK-EDIT-ORIGEN.
003890*
003900     MOVE SPACES TO RPT-LINE.
003910     STRING "  CASE " WK-EDIT-CASE-ID
003920             " ALERTA " CASE-ALERT-FECHA
003930             " ORIGEN " WK-EDIT-ORIGEN
003940             " SAR FILING OWED"
003950         DELIMITED BY SIZE INTO RPT-LINE.
003960     WRITE RPT-LINE.
003970*
003980 3200-EXIT.
003990     EXIT.
004000*
004010******************************************************************
004020*                                                                *
004030*    3300-ACCUM-PRIORITY                                         *
004040*                                                                *
004050*    ADDS ONE OPEN CASE TO THE PRIORITY TABLE FOR THE RANKED     *
004060*    LISTING.  A TABLE ALREADY FULL SETS THE OVERFLOW SWITCH -   *
004070*    THE CASE STAYS IN EVERY COUNT ABOVE, IT IS JUST NOT        *
004080*    RANKED.                                                     *
004090******************************************************************
004100 3300-ACCUM-PRIORITY.
004110*
004120     IF WK-PRI-COUNT >= WK-PRI-MAX
004130         SET WK-PRI-OVERFLOW TO TRUE
004140         GO TO 3300-EXIT
004150     END-IF.
004160*
004170     ADD 1 TO WK-PRI-COUNT.
004180     SET WK-PRI-IDX TO WK-PRI-COUNT.
004190     MOVE CASE-ID     TO WK-PRI-CASE-ID (WK-PRI-IDX).
004200     MOVE CASE-SCORE  TO WK-PRI-SCORE (WK-PRI-IDX).
004210     MOVE CASE-REASON TO WK-PRI-REASON (WK-PRI-IDX).
004220     MOVE WK-CASE-AGE TO WK-PRI-AGE (WK-PRI-IDX).
004230*
004240 3300-EXIT.
004250     EXIT.
004260*
004270******************************************************************
004280*                                                                *
004290*    6000-SORT-PRIORITY                                          *
004300*                                                                *
004310*    SELECTION SORT OF THE PRIORITY TABLE, DESCENDING BY RISK    *
004320*    SCORE, SO 7500-WRITE-PRIORITY PRINTS THE HIGHEST-SCORED     *
004330*    OPEN CASES FIRST.  THE TABLE IS SMALL, SO A SELECTION       *
004340*    SORT IS ADEQUATE, AS IN AML_RPT.                            *
004350******************************************************************
004360 6000-SORT-PRIORITY.
004370*
004380     IF WK-PRI-COUNT < 2
004390         GO TO 6000-EXIT
004400     END-IF.
004410*
004420     PERFORM 6100-SORT-PASS THRU 6100-EXIT
004430         VARYING WK-SORT-I FROM 1 BY 1
004440         UNTIL WK-SORT-I >= WK-PRI-COUNT.
004450*
004460 6000-EXIT.
004470     EXIT.
004480*
004490******************************************************************
004500*    6100-SORT-PASS                                              *
004510******************************************************************
004520 6100-SORT-PASS.
004530*
004540     MOVE WK-SORT-I TO WK-SORT-BEST-IDX.
004550*
004560     PERFORM 6110-FIND-BEST THRU 6110-EXIT
004570         VARYING WK-SORT-J FROM WK-SORT-I BY 1
004580         UNTIL WK-SORT-J > WK-PRI-COUNT.
004590*
004600     IF WK-SORT-BEST-IDX NOT = WK-SORT-I
004610         MOVE WK-PRI-CASE-ID (WK-SORT-I) TO WK-SORT-TEMP-ID
004620         MOVE WK-PRI-SCORE (WK-SORT-I) TO WK-SORT-TEMP-SCORE
004630         MOVE WK-PRI-REASON (WK-SORT-I) TO WK-SORT-TEMP-REASON
004640         MOVE WK-PRI-AGE (WK-SORT-I) TO WK-SORT-TEMP-AGE
004650         MOVE WK-PRI-CASE-ID (WK-SORT-BEST-IDX)
004660             TO WK-PRI-CASE-ID (WK-SORT-I)
004670         MOVE WK-PRI-SCORE (WK-SORT-BEST-IDX)
004680             TO WK-PRI-SCORE (WK-SORT-I)
004690         MOVE WK-PRI-REASON (WK-SORT-BEST-IDX)
004700             TO WK-PRI-REASON (WK-SORT-I)
004710         MOVE WK-PRI-AGE (WK-SORT-BEST-IDX)
004720             TO WK-PRI-AGE (WK-SORT-I)
004730         MOVE WK-SORT-TEMP-ID
004740             TO WK-PRI-CASE-ID (WK-SORT-BEST-IDX)
004750         MOVE WK-SORT-TEMP-SCORE
004760             TO WK-PRI-SCORE (WK-SORT-BEST-IDX)
004770         MOVE WK-SORT-TEMP-REASON
004780             TO WK-PRI-REASON (WK-SORT-BEST-IDX)
004790         MOVE WK-SORT-TEMP-AGE
004800             TO WK-PRI-AGE (WK-SORT-BEST-IDX)
004810     END-IF.
004820*
004830 6100-EXIT.
004840     EXIT.
004850*
004860******************************************************************
004870*    6110-FIND-BEST                                              *
004880******************************************************************
004890 6110-FIND-BEST.
004900*
004910     IF WK-PRI-SCORE (WK-SORT-J) >
004920         WK-PRI-SCORE (WK-SORT-BEST-IDX)
004930         MOVE WK-SORT-J TO WK-SORT-BEST-IDX
004940     END-IF.
004950*
004960 6110-EXIT.
004970     EXIT.
004980*
004990******************************************************************
005000*                                                                *
005010*    7500-WRITE-PRIORITY                                         *
005020*                                                                *
005030*    THE RANKED QUEUE: THE HIGHEST-SCORED OPEN CASES, UP TO      *
005040*    WK-PRI-PRINT-MAX OF THEM, SO THE DESK WORKS THE GENUINELY   *
005050*    BAD WIRE BEFORE THE PAGE OF MARGINAL ONES.                  *
005060******************************************************************
005070 7500-WRITE-PRIORITY.
005080*
005090     MOVE SPACES TO RPT-LINE.
005100     WRITE RPT-LINE.
005110*
005120     MOVE SPACES TO RPT-LINE.
005130     STRING "PRIORITY QUEUE - OPEN CASES BY RISK SCORE:"
005140         DELIMITED BY SIZE INTO RPT-LINE.
005150     WRITE RPT-LINE.
005160*
005170     IF WK-PRI-OVERFLOW
005180         MOVE SPACES TO RPT-LINE
005190         STRING "  NOTE - MORE OPEN CASES THAN THE TABLE "
005200                 "RANKS; ONLY THE FIRST 50 ARE RANKED."
005210             DELIMITED BY SIZE INTO RPT-LINE
005220         WRITE RPT-LINE
005230     END-IF.
005240*
005250     IF WK-PRI-COUNT = 0
005260         MOVE SPACES TO RPT-LINE
005270         STRING "  (NO OPEN CASES)"
005280             DELIMITED BY SIZE INTO RPT-LINE
005290         WRITE RPT-LINE
005300         GO TO 7500-EXIT
005310     END-IF.
005320*
005330     MOVE 0 TO WK-PRI-PRINT-COUNT.
005340     PERFORM 7510-WRITE-PRI-LINE THRU 7510-EXIT
005350         VARYING WK-PRI-IDX FROM 1 BY 1
005360         UNTIL WK-PRI-IDX > WK-PRI-COUNT
005370            OR WK-PRI-PRINT-COUNT >= WK-PRI-PRINT-MAX.
005380*
005390 7500-EXIT.
005400     EXIT.
005410*
005420******************************************************************
005430*    7510-WRITE-PRI-LINE                                         *
005440******************************************************************
005450 7510-WRITE-PRI-LINE.
005460*
005470     ADD 1 TO WK-PRI-PRINT-COUNT.
005480     MOVE WK-PRI-PRINT-COUNT TO WK-EDIT-RANK.
005490     MOVE WK-PRI-CASE-ID (WK-PRI-IDX) TO WK-EDIT-CASE-ID.
005500     MOVE WK-PRI-SCORE (WK-PRI-IDX) TO WK-EDIT-SCORE.
005510     MOVE WK-PRI-AGE (WK-PRI-IDX) TO WK-EDIT-AGE.
005520*
005530     MOVE SPACES TO RPT-LINE.
005540     STRING "  " WK-EDIT-RANK ". CASE " WK-EDIT-CASE-ID
005550             " SCORE " WK-EDIT-SCORE
005560             " REASON " WK-PRI-REASON (WK-PRI-IDX)
005570             " AGE " WK-EDIT-AGE
005580         DELIMITED BY SIZE INTO RPT-LINE.
005590     WRITE RPT-LINE.
005600*
005610 7510-EXIT.
005620     EXIT.
005630*
005640******************************************************************
005650*                                                                *
005660*    7000-WRITE-TOTALS                                           *
005670*                                                                *
005680******************************************************************
005690 7000-WRITE-TOTALS.
005700*
005710     MOVE SPACES TO RPT-LINE.
005720     WRITE RPT-LINE.
005730*
005740     MOVE WK-READ-COUNT TO WK-EDIT-COUNT.
005750     MOVE SPACES TO RPT-LINE.
005760     STRING "TOTAL CASES ON FILE. . . . . . . . . . "
005770             WK-EDIT-COUNT
005780         DELIMITED BY SIZE INTO RPT-LINE.
005790     WRITE RPT-LINE.
005800*
005810     MOVE WK-WORKED-COUNT TO WK-EDIT-COUNT.
005820     MOVE SPACES TO RPT-LINE.
005830     STRING "  DISPOSITIONED. . . . . . . . . . . . "
005840             WK-EDIT-COUNT
005850         DELIMITED BY SIZE INTO RPT-LINE.
005860     WRITE RPT-LINE.
005870*
005880     MOVE WK-REF-FILED-COUNT TO WK-EDIT-COUNT.
005890     MOVE SPACES TO RPT-LINE.
005900     STRING "    REFERRED - SAR FILED . . . . . . . "
005910             WK-EDIT-COUNT
005920         DELIMITED BY SIZE INTO RPT-LINE.
005930     WRITE RPT-LINE.
005940*
005950     MOVE WK-REF-OWED-COUNT TO WK-EDIT-COUNT.
005960     MOVE SPACES TO RPT-LINE.
005970     STRING "    REFERRED - SAR FILING OWED . . . . "
005980             WK-EDIT-COUNT
005990         DELIMITED BY SIZE INTO RPT-LINE.
006000     WRITE RPT-LINE.
006010*
006020     MOVE WK-OPEN-COUNT TO WK-EDIT-COUNT.
006030     MOVE SPACES TO RPT-LINE.
006040     STRING "  STILL OPEN . . . . . . . . . . . . . "
006050             WK-EDIT-COUNT
006060         DELIMITED BY SIZE INTO RPT-LINE.
006070     WRITE RPT-LINE.
006080*
006090     MOVE WK-AGE-UNDER-4 TO WK-EDIT-COUNT.
006100     MOVE SPACES TO RPT-LINE.
006110     STRING "    OPEN 0 - 3 DAYS. . . . . . . . . . "
006120             WK-EDIT-COUNT
006130         DELIMITED BY SIZE INTO RPT-LINE.
006140     WRITE RPT-LINE.
006150*
006160     MOVE WK-AGE-4-7 TO WK-EDIT-COUNT.
006170     MOVE SPACES TO RPT-LINE.
006180     STRING "    OPEN 4 - 7 DAYS. . . . . . . . . . "
006190             WK-EDIT-COUNT
006200         DELIMITED BY SIZE INTO RPT-LINE.
006210     WRITE RPT-LINE.
006220*
006230     MOVE WK-AGE-8-30 TO WK-EDIT-COUNT.
006240     MOVE SPACES TO RPT-LINE.
006250     STRING "    OPEN 8 - 30 DAYS . . . . . . . . . "
006260             WK-EDIT-COUNT
006270         DELIMITED BY SIZE INTO RPT-LINE.
006280     WRITE RPT-LINE.
006290*
006300     MOVE WK-AGE-OVER-30 TO WK-EDIT-COUNT.
006310     MOVE SPACES TO RPT-LINE.
006320     STRING "    OPEN OVER 30 DAYS. . . . . . . . . "
006330             WK-EDIT-COUNT
006340         DELIMITED BY SIZE INTO RPT-LINE.
006350     WRITE RPT-LINE.
006360*
006370 7000-EXIT.
006380     EXIT.
006390*
006400******************************************************************
006410*    8000-TERMINATE                                              *
006420******************************************************************
006430 8000-TERMINATE.
006440*
006450     IF WK-CASE-OK
006460         CLOSE AML-CASE-FILE
006470     END-IF.
006480     CLOSE AML-RPT-OUT.
006490*
006500     DISPLAY "AML_CASEAGE: CASES READ = " WK-READ-COUNT.
006510*
006520 8000-EXIT.
006530     EXIT.
006540*
006550******************************************************************
006560*                                                                *
006570*    8900-REGISTER-END                                           *
006580*                                                                *
006590*    REGISTERS THE FINISH OF THIS STEP ON THE NIGHTLY RUN        *
006600*    CONTROL WITH ITS RETURN CODE AND KEY COUNTS.  THE CALL      *
006610*    RESETS RETURN-CODE, SO IT IS PUT BACK FROM RUNP-RC.         *
006620******************************************************************
006630 8900-REGISTER-END.
006640*
006650     SET RUNP-FIN TO TRUE.
006660     MOVE RETURN-CODE TO RUNP-RC.
006670     MOVE "CASES READ" TO RUNP-CONT-ETIQ (1).
006680     MOVE WK-READ-COUNT TO RUNP-CONT-VALOR (1).
006690     MOVE "OPEN" TO RUNP-CONT-ETIQ (2).
006700     MOVE WK-OPEN-COUNT TO RUNP-CONT-VALOR (2).
006710     MOVE "SAR OWED" TO RUNP-CONT-ETIQ (3).
006720     MOVE WK-REF-OWED-COUNT TO RUNP-CONT-VALOR (3).
006730     CALL "AML_RUNCTL" USING RUNP-PARM.
006740     MOVE RUNP-RC TO RETURN-CODE.
006750*
006760 8900-EXIT.
006770     EXIT.
006780*
006790******************************************************************
006800*                                                                *
006810*    9100-DATE-TO-DAYS                                           *
006820*                                                                *
006830*    CONVERTS WK-DS-FECHA (YYYYMMDD) TO A DAY COUNT IN           *
006840*    WK-DS-SERIAL.  MONTHS ARE RENUMBERED FROM MARCH SO THE      *
006850*    LEAP DAY FALLS AT THE END OF THE COUNTING YEAR, WHICH       *
006860*    MAKES THE LEAP CORRECTION A STRAIGHT Y/4 - Y/100 + Y/400.   *
006870*    ONLY DIFFERENCES BETWEEN TWO SERIALS ARE EVER USED.         *
006880******************************************************************
006890 9100-DATE-TO-DAYS.
006900*
006910     IF WK-DS-MM > 2
006920         MOVE WK-DS-YYYY TO WK-DS-Y
006930         MOVE WK-DS-MM   TO WK-DS-M
006940     ELSE
006950         COMPUTE WK-DS-Y = WK-DS-YYYY - 1
006960         COMPUTE WK-DS-M = WK-DS-MM + 12
006970     END-IF.
006980*
006990     COMPUTE WK-DS-SERIAL = 365 * WK-DS-Y + WK-DS-DD.
007000     COMPUTE WK-DS-WORK = WK-DS-Y / 4.
007010     ADD WK-DS-WORK TO WK-DS-SERIAL.
007020     COMPUTE WK-DS-WORK = WK-DS-Y / 100.
007030     SUBTRACT WK-DS-WORK FROM WK-DS-SERIAL.
007040     COMPUTE WK-DS-WORK = WK-DS-Y / 400.
007050     ADD WK-DS-WORK TO WK-DS-SERIAL.
007060     COMPUTE WK-DS-WORK = (153 * WK-DS-M - 457) / 5.
007070     ADD WK-DS-WORK TO WK-DS-SERIAL.
007080*
007090 9100-EXIT.
007100     EXIT.
