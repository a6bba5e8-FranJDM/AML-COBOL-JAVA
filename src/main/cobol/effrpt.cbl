000480*                                                                *
000490*    MOD-HISTORY.                                                *
000500*    2026-09-03  JDM  ORIGINAL.                                  *
000510*    2026-10-15  JDM  "10" NEAR-THRESHOLD / ROUND-AMOUNT ADDED   *
000520*                     TO THE PER-REASON BREAKDOWN.               *
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. AML_EFFRPT.
000560*
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600*
000610     SELECT AML-PARM-IN ASSIGN TO "EFFPARM"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WK-PARMIN-STATUS.
000640*
000650     SELECT AML-AUDH-FILE ASSIGN TO "AUDITHST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS AUDH-KEY
000690         ALTERNATE RECORD KEY IS AUDH-DESTINO
000700             WITH DUPLICATES
000710         FILE STATUS IS WK-AUDH-STATUS.
000720*
000730*    THE CASE FILE, READ BY ITS UNIQUE ALTERNATE KEY ON THE
000740*    ALERT IDENTITY - THE JOIN FROM DECISION TO OUTCOME.
000750*
000760     SELECT AML-CASE-FILE ASSIGN TO "AMLCASE"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS CASE-ID
000800         ALTERNATE RECORD KEY IS CASE-ALERT-KEY
000810         FILE STATUS IS WK-CASE-STATUS.
000820*
000830     SELECT AML-RPT-OUT ASSIGN TO "EFFRPT"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WK-RPT-STATUS.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890*
000900 FD  AML-PARM-IN.
000910 01  PARMIN-RECORD.
000920     05  PARMIN-DESDE            PIC 9(08).
000930     05  PARMIN-HASTA            PIC 9(08).
000940*
000950 FD  AML-AUDH-FILE.
000960     COPY AMLAUDH.
000970*
000980 FD  AML-CASE-FILE.
000990     COPY AMLCASE.
001000*
001010 FD  AML-RPT-OUT.
001020 01  RPT-LINE                    PIC X(080).
001030*
001040 WORKING-STORAGE SECTION.
001050*
001060******************************************************************
001070*    SWITCHES AND WORK FIELDS                                   *
001080******************************************************************
001090 77  WK-PARMIN-STATUS            PIC X(02)  VALUE "00".
001100     88  WK-PARMIN-OK                    VALUE "00".
001110*
001120 77  WK-AUDH-STATUS              PIC X(02)  VALUE "00".
001130     88  WK-AUDH-OK                      VALUE "00".
001140*
001150 77  WK-CASE-STATUS              PIC X(02)  VALUE "00".
001160     88  WK-CASE-OK                      VALUE "00".
001170     88  WK-CASE-NOT-FOUND               VALUE "35".
001180     88  WK-CASE-REC-NOT-FOUND           VALUE "23".
001190*
001200 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
001210     88  WK-RPT-OK                       VALUE "00".
001220*
001230 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
001240     88  WK-EOF                          VALUE "Y".
001250*
001260*    SET WHEN AMLCASE CANNOT BE OPENED - EVERY FLAGGED DECISION
001270*    THEN COUNTS AS NO CASE FOUND, AND THE REPORT STILL COMES
001280*    OUT WITH THE TREND SIDE INTACT.
001290*
001300 77  WK-CASE-AVAIL-SW            PIC X(01)  VALUE "N".
001310     88  WK-CASE-AVAIL                   VALUE "Y".
001320*
001330 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
001340 77  WK-IN-RANGE-COUNT           PIC 9(09) COMP-5 VALUE 0.
001350 77  WK-CLEAR-COUNT              PIC 9(09) COMP-5 VALUE 0.
001360 77  WK-FLAGGED-COUNT            PIC 9(09) COMP-5 VALUE 0.
001370 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
001380*
001390******************************************************************
001400*    REPORTING RANGE FROM THE EFFPARM CARD, AND THE DAY          *
001410*    OFFSETS THAT ANCHOR THE TREND TABLE.                        *
001420******************************************************************
001430 77  WK-FECHA-DESDE              PIC 9(08) VALUE 0.
001440 77  WK-FECHA-HASTA              PIC 9(08) VALUE 0.
001450 77  WK-DESDE-SERIAL             PIC S9(09) COMP-5 VALUE 0.
001460 77  WK-HASTA-SERIAL             PIC S9(09) COMP-5 VALUE 0.
001470 77  WK-REC-SERIAL               PIC S9(09) COMP-5 VALUE 0.
001480 77  WK-DAY-OFFSET               PIC S9(09) COMP-5 VALUE 0.
001490*
001500 77  WK-TREND-OVERFLOW-SW        PIC X(01)  VALUE "N".
001510     88  WK-TREND-OVERFLOW               VALUE "Y".
001520*
001530******************************************************************
001540*    PER-REASON ACCUMULATORS: ONE ENTRY PER GENUINE REASON       *
001550*    CODE, EACH WITH A 31-DAY TREND ROW AND THE DISPOSITION      *
001560*    SPLIT.  LOADED BY 1300-INIT-REASONS.                        *
001570******************************************************************
001580 01  WK-RSN-TABLE.
001590     05  WK-RSN-ENTRY OCCURS 7 TIMES INDEXED BY WK-RSN-IDX.
001600         10  WK-RSN-CODE         PIC X(02).
001610         10  WK-RSN-LABEL        PIC X(20).
001620         10  WK-RSN-DIA OCCURS 31 TIMES INDEXED BY WK-DIA-IDX.
001630             15  WK-RSN-DIA-CNT  PIC 9(09) COMP-5.
001640             15  WK-RSN-DIA-MONTO
001650                                 PIC S9(13)V99 COMP-3.
001660         10  WK-RSN-TOT-CNT      PIC 9(09) COMP-5.
001670         10  WK-RSN-TOT-MONTO    PIC S9(13)V99 COMP-3.
001680         10  WK-RSN-FP-CNT       PIC 9(09) COMP-5.
001690         10  WK-RSN-ESC-CNT      PIC 9(09) COMP-5.
001700         10  WK-RSN-REF-CNT      PIC 9(09) COMP-5.
001710         10  WK-RSN-OPEN-CNT     PIC 9(09) COMP-5.
001720         10  WK-RSN-NOCASE-CNT   PIC 9(09) COMP-5.
001730*
001740 77  WK-RSN-MAX                  PIC 9(04) COMP-5 VALUE 7.
001750 77  WK-RSN-FOUND-SW             PIC X(01)  VALUE "N".
001760     88  WK-RSN-FOUND                    VALUE "Y".
001770*
001780 77  WK-DISPO-TOTAL              PIC 9(09) COMP-5 VALUE 0.
001790 77  WK-FP-PCT                   PIC S9(03)V99 COMP-3 VALUE 0.
001800 77  WK-DIA-NUM                  PIC 9(04) COMP-5 VALUE 0.
001810*
001820******************************************************************
001830*    DATE-TO-DAY-COUNT WORK FIELDS FOR 9100-DATE-TO-DAYS, SAME   *
001840*    SCHEME AS AML_CASEAGE - ONLY DIFFERENCES BETWEEN TWO        *
001850*    SERIALS ARE EVER USED.                                      *
001860******************************************************************
001870 01  WK-DS-FECHA                 PIC 9(08) VALUE 0.
001880 01  WK-DS-FECHA-X REDEFINES WK-DS-FECHA.
001890     05  WK-DS-YYYY              PIC 9(04).
001900     05  WK-DS-MM                PIC 9(02).
001910     05  WK-DS-DD                PIC 9(02).
001920 77  WK-DS-Y                     PIC S9(09) COMP-5 VALUE 0.
001930 77  WK-DS-M                     PIC S9(09) COMP-5 VALUE 0.
001940 77  WK-DS-WORK                  PIC S9(09) COMP-5 VALUE 0.
001950 77  WK-DS-SERIAL                PIC S9(09) COMP-5 VALUE 0.
001960*
001970******************************************************************
001980*    EDITED FIELDS FOR REPORT LINES.                             *
001990******************************************************************
002000 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
002010 77  WK-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002020 77  WK-EDIT-DAY                 PIC Z9.
002030 77  WK-EDIT-PCT                 PIC ZZ9.99.
002040*
002050******************************************************************
002060*                                                                *
002070*    0000-MAINLINE                                               *
002080*                                                                *
002090******************************************************************
002100 PROCEDURE DIVISION.
002110*
002120 0000-MAINLINE.
002130*
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150*
002160     PERFORM 2000-READ-AUDH THRU 2000-EXIT.
002170*
002180     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
002190         UNTIL WK-EOF.
002200*
002210     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
002220*
002230     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002240*
002250     GOBACK.
002260*
002270******************************************************************
002280*    1000-INITIALIZE                                             *
002290*                                                                *
002300*    THE DATE RANGE IS NOT OPTIONAL - A MONTHLY REPORT WITH NO   *
002310*    MONTH IS NOT A RERUNNABLE MISTAKE, IT IS A MISSING CARD.    *
002320*    A MISSING AUDIT HISTORY MEANS NOTHING TO TREND; A MISSING   *
002330*    CASE FILE LEAVES EVERY FLAGGED DECISION AS NO CASE FOUND.   *
002340******************************************************************
002350 1000-INITIALIZE.
002360*
002370     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002380*
002390     PERFORM 1200-READ-PARMS THRU 1200-EXIT.
002400     PERFORM 1300-INIT-REASONS THRU 1300-EXIT.
002410*
002420     MOVE WK-FECHA-DESDE TO WK-DS-FECHA.
002430     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
002440     MOVE WK-DS-SERIAL TO WK-DESDE-SERIAL.
002450     MOVE WK-FECHA-HASTA TO WK-DS-FECHA.
002460     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
002470     MOVE WK-DS-SERIAL TO WK-HASTA-SERIAL.
002480*
002490     OPEN INPUT AML-AUDH-FILE.
002500     IF NOT WK-AUDH-OK
002510         DISPLAY "AML_EFFRPT: NO SE PUDO ABRIR AUDITHST, "
002520                 "STATUS = " WK-AUDH-STATUS
002530         SET WK-EOF TO TRUE
002540     END-IF.
002550*
002560     OPEN INPUT AML-CASE-FILE.
002570     IF WK-CASE-OK
002580         SET WK-CASE-AVAIL TO TRUE
002590     ELSE
002600         DISPLAY "AML_EFFRPT: AVISO - NO SE PUDO ABRIR "
002610                 "AMLCASE, STATUS = " WK-CASE-STATUS
002620     END-IF.
002630*
002640     OPEN OUTPUT AML-RPT-OUT.
002650     IF NOT WK-RPT-OK
002660         DISPLAY "AML_EFFRPT: NO SE PUDO ABRIR EFFRPT, "
002670                 "STATUS = " WK-RPT-STATUS
002680         STOP RUN
002690     END-IF.
002700*
002710     MOVE SPACES TO RPT-LINE.
002720     STRING "AML SCREENING EFFECTIVENESS - "
002730             WK-FECHA-DESDE " TO " WK-FECHA-HASTA
002740         DELIMITED BY SIZE INTO RPT-LINE.
002750     WRITE RPT-LINE.
002760*
002770     MOVE SPACES TO RPT-LINE.
002780     STRING "RUN DATE " WK-RUN-DATE
002790         DELIMITED BY SIZE INTO RPT-LINE.
002800     WRITE RPT-LINE.
002810*
002820 1000-EXIT.
002830     EXIT.
002840*
002850******************************************************************
002860*                                                                *
002870*    1200-READ-PARMS                                             *
002880*                                                                *
002890*    LOADS AND VALIDATES THE REPORTING RANGE.  AN ABSENT CARD,   *
002900*    AN IMPLAUSIBLE DATE, OR A RANGE RUNNING BACKWARD ALL STOP   *
002910*    THE RUN - THE REPORT IS ONLY AS GOOD AS ITS MONTH.          *
002920******************************************************************
002930 1200-READ-PARMS.
002940*
002950     OPEN INPUT AML-PARM-IN.
002960     IF NOT WK-PARMIN-OK
002970         DISPLAY "AML_EFFRPT: NO SE PUDO ABRIR EFFPARM, "
002980                 "STATUS = " WK-PARMIN-STATUS
002990         STOP RUN
003000     END-IF.
003010*
003020     READ AML-PARM-IN
003030         AT END
003040             DISPLAY "AML_EFFRPT: EFFPARM VACIO - SE REQUIERE "
003050                     "EL RANGO DE FECHAS"
003060             STOP RUN
003070     END-READ.
003080*
003090     IF PARMIN-DESDE NOT NUMERIC OR PARMIN-DESDE < 19000101
003100       OR PARMIN-HASTA NOT NUMERIC OR PARMIN-HASTA < 19000101
003110         DISPLAY "AML_EFFRPT: FECHAS EN EFFPARM NO VALIDAS"
003120         STOP RUN
003130     END-IF.
003140*
003150     IF PARMIN-DESDE > PARMIN-HASTA
003160         DISPLAY "AML_EFFRPT: RANGO DE FECHAS INVERTIDO EN "
003170                 "EFFPARM"
003180         STOP RUN
003190     END-IF.
003200*
003210     MOVE PARMIN-DESDE TO WK-FECHA-DESDE.
003220     MOVE PARMIN-HASTA TO WK-FECHA-HASTA.
003230*
003240     CLOSE AML-PARM-IN.
003250*
003260 1200-EXIT.
003270     EXIT.
003280*
003290******************************************************************
003300*    1300-INIT-REASONS                                           *
003310******************************************************************
003320 1300-INIT-REASONS.
003330*
003340     MOVE "01" TO WK-RSN-CODE (1).
003350     MOVE "OVER THRESHOLD"      TO WK-RSN-LABEL (1).
003360     MOVE "02" TO WK-RSN-CODE (2).
003370     MOVE "WATCHLIST HIT"       TO WK-RSN-LABEL (2).
003380     MOVE "03" TO WK-RSN-CODE (3).
003390     MOVE "VELOCITY/STRUCTURING" TO WK-RSN-LABEL (3).
003400     MOVE "06" TO WK-RSN-CODE (4).
003410     MOVE "SANCTIONED COUNTRY"  TO WK-RSN-LABEL (4).
003420     MOVE "07" TO WK-RSN-CODE (5).
003430     MOVE "PROFILE DEVIATION"   TO WK-RSN-LABEL (5).
003440     MOVE "08" TO WK-RSN-CODE (6).
003450     MOVE "NAME WATCHLIST HIT"  TO WK-RSN-LABEL (6).
003460     MOVE "10" TO WK-RSN-CODE (7).
003470     MOVE "NEAR-THRESHOLD/ROUND" TO WK-RSN-LABEL (7).
003480*
003490     PERFORM 1310-ZERO-ONE-REASON THRU 1310-EXIT
003500         VARYING WK-RSN-IDX FROM 1 BY 1
003510         UNTIL WK-RSN-IDX > WK-RSN-MAX.
003520*
003530 1300-EXIT.
003540     EXIT.
003550*
003560******************************************************************
003570*    1310-ZERO-ONE-REASON                                        *
003580******************************************************************
003590 1310-ZERO-ONE-REASON.
003600*
003610     PERFORM 1320-ZERO-ONE-DAY THRU 1320-EXIT
003620         VARYING WK-DIA-IDX FROM 1 BY 1
003630         UNTIL WK-DIA-IDX > 31.
003640*
003650     MOVE 0 TO WK-RSN-TOT-CNT (WK-RSN-IDX).
003660     MOVE 0 TO WK-RSN-TOT-MONTO (WK-RSN-IDX).
003670     MOVE 0 TO WK-RSN-FP-CNT (WK-RSN-IDX).
003680     MOVE 0 TO WK-RSN-ESC-CNT (WK-RSN-IDX).
003690     MOVE 0 TO WK-RSN-REF-CNT (WK-RSN-IDX).
003700     MOVE 0 TO WK-RSN-OPEN-CNT (WK-RSN-IDX).
003710     MOVE 0 TO WK-RSN-NOCASE-CNT (WK-RSN-IDX).
003720*
003730 1310-EXIT.
003740     EXIT.
003750*
003760 1320-ZERO-ONE-DAY.
003770*
003780     MOVE 0 TO WK-RSN-DIA-CNT (WK-RSN-IDX WK-DIA-IDX).
003790     MOVE 0 TO WK-RSN-DIA-MONTO (WK-RSN-IDX WK-DIA-IDX).
003800*
003810 1320-EXIT.
003820     EXIT.
003830*
003840******************************************************************
003850*    2000-READ-AUDH                                              *
003860******************************************************************
003870 2000-READ-AUDH.
003880*
003890     IF WK-EOF
003900         GO TO 2000-EXIT
003910     END-IF.
003920     READ AML-AUDH-FILE NEXT RECORD
003930         AT END
003940             SET WK-EOF TO TRUE
003950     END-READ.
003960*
003970     IF NOT WK-EOF AND NOT WK-AUDH-OK
003980         DISPLAY "AML_EFFRPT: AVISO - ERROR LEYENDO AUDITHST, "
003990                 "STATUS = " WK-AUDH-STATUS
004000         SET WK-EOF TO TRUE
004010     END-IF.
004020*
004030 2000-EXIT.
004040     EXIT.
004050*
004060******************************************************************
004070*                                                                *
004080*    3000-PROCESS-RECORD                                         *
004090*                                                                *
004100*    ACCUMULATES ONE IN-RANGE HISTORY RECORD.  A FLAGGED         *
004110*    DECISION IS TRENDED INTO ITS REASON'S DAY ROW AND JOINED    *
004120*    TO ITS CASE OUTCOME; CLEAR, MALFORMED AND SUPPRESSED-       *
004130*    DUPLICATE DECISIONS ONLY FEED THE CONTEXT COUNTS.           *
004140******************************************************************
004150 3000-PROCESS-RECORD.
004160*
004170     ADD 1 TO WK-READ-COUNT.
004180*
004190     IF AUDH-FECHA < WK-FECHA-DESDE
004200       OR AUDH-FECHA > WK-FECHA-HASTA
004210         GO TO 3000-NEXT
004220     END-IF.
004230*
004240     ADD 1 TO WK-IN-RANGE-COUNT.
004250*
004260     IF AUDH-STATUS-CLEAR
004270         ADD 1 TO WK-CLEAR-COUNT
004280         GO TO 3000-NEXT
004290     END-IF.
004300*
004310     IF AUDH-STATUS-INVALID OR AUDH-STATUS-DUPLICATE
004320         GO TO 3000-NEXT
004330     END-IF.
004340*
004350     SET WK-RSN-FOUND-SW TO "N".
004360     PERFORM 3100-FIND-REASON THRU 3100-EXIT
004370         VARYING WK-RSN-IDX FROM 1 BY 1
004380         UNTIL WK-RSN-IDX > WK-RSN-MAX
004390            OR WK-RSN-FOUND.
004400*
004410     IF NOT WK-RSN-FOUND
004420         GO TO 3000-NEXT
004430     END-IF.
004440     SET WK-RSN-IDX DOWN BY 1.
004450*
004460     ADD 1 TO WK-FLAGGED-COUNT.
004470     ADD 1 TO WK-RSN-TOT-CNT (WK-RSN-IDX).
004480     ADD AUDH-MONTO-RPT TO WK-RSN-TOT-MONTO (WK-RSN-IDX).
004490*
004500     MOVE AUDH-FECHA TO WK-DS-FECHA.
004510     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
004520     MOVE WK-DS-SERIAL TO WK-REC-SERIAL.
004530     COMPUTE WK-DAY-OFFSET =
004540         WK-REC-SERIAL - WK-DESDE-SERIAL + 1.
004550*
004560     IF WK-DAY-OFFSET > 0 AND WK-DAY-OFFSET < 32
004570         SET WK-DIA-IDX TO WK-DAY-OFFSET
004580         ADD 1 TO WK-RSN-DIA-CNT (WK-RSN-IDX WK-DIA-IDX)
004590         ADD AUDH-MONTO-RPT
004600             TO WK-RSN-DIA-MONTO (WK-RSN-IDX WK-DIA-IDX)
004610     ELSE
004620         SET WK-TREND-OVERFLOW TO TRUE
004630     END-IF.
004640*
004650     PERFORM 3200-JOIN-CASE THRU 3200-EXIT.
004660*
004670 3000-NEXT.
004680     PERFORM 2000-READ-AUDH THRU 2000-EXIT.
004690*
004700 3000-EXIT.
004710     EXIT.
004720*
004730******************************************************************
004740*    3100-FIND-REASON                                            *
004750******************************************************************
004760 3100-FIND-REASON.
004770*
004780     IF WK-RSN-CODE (WK-RSN-IDX) = AUDH-STATUS
004790         SET WK-RSN-FOUND TO TRUE
004800     END-IF.
004810*
004820 3100-EXIT.
004830     EXIT.
004840*
004850******************************************************************
004860*                                                                *
004870*    3200-JOIN-CASE                                              *
004880*                                                                *
004890*    JOINS THE FLAGGED DECISION TO ITS CASE OUTCOME THROUGH      *
004900*    THE ALERT KEY.  THE CASE'S TIE-BREAKER SEQUENCE IS ZERO     *
004910*    EXCEPT FOR ID-LESS COLLISIONS, SO A READ AT SEQUENCE ZERO   *
004920*    FINDS THE CASE FOR ANY ALERT THAT CARRIES A TRANSACTION     *
004930*    ID; THE RARE COLLISION COUNTS AS NO CASE FOUND AND SAYS     *
004940*    SO ON THE REPORT RATHER THAN GUESSING AT AN OUTCOME.        *
004950******************************************************************
004960 3200-JOIN-CASE.
004970*
004980     IF NOT WK-CASE-AVAIL
004990         ADD 1 TO WK-RSN-NOCASE-CNT (WK-RSN-IDX)
005000         GO TO 3200-EXIT
005010     END-IF.
005020*
005030     MOVE AUDH-FECHA    TO CASE-ALERT-FECHA.
005040     MOVE AUDH-TIME     TO CASE-ALERT-TIME.
005050     MOVE AUDH-ORIGEN   TO CASE-ALERT-ORIGEN.
005060     MOVE AUDH-DESTINO  TO CASE-ALERT-DESTINO.
005070     MOVE AUDH-TRAN-ID  TO CASE-ALERT-TRAN-ID.
005080     MOVE 0             TO CASE-ALERT-SEQ.
005090*
005100     READ AML-CASE-FILE KEY IS CASE-ALERT-KEY.
005110     IF NOT WK-CASE-OK
005120         ADD 1 TO WK-RSN-NOCASE-CNT (WK-RSN-IDX)
005130         GO TO 3200-EXIT
005140     END-IF.
005150*
005160     IF CASE-FALSE-POSITIVE
005170         ADD 1 TO WK-RSN-FP-CNT (WK-RSN-IDX)
005180     ELSE
005190         IF CASE-ESCALATED
005200             ADD 1 TO WK-RSN-ESC-CNT (WK-RSN-IDX)
005210         ELSE
005220             IF CASE-REFERRED
005230                 ADD 1 TO WK-RSN-REF-CNT (WK-RSN-IDX)
005240             ELSE
005250                 ADD 1 TO WK-RSN-OPEN-CNT (WK-RSN-IDX)
005260             END-IF
005270         END-IF
005280     END-IF.
005290*
005300 3200-EXIT.
005310     EXIT.
005320*
005330******************************************************************
005340*                                                                *
005350*    7000-WRITE-REPORT                                           *
005360*                                                                *
005370*    ONE SECTION PER REASON CODE: THE DAILY TREND (ONLY DAYS     *
005380*    WITH ACTIVITY PRINT), THE RANGE TOTALS, AND THE             *
005390*    DISPOSITION SPLIT WITH THE FALSE-POSITIVE RATE OVER THE     *
005400*    DECISIONS THAT HAVE BEEN WORKED.                            *
005410******************************************************************
005420 7000-WRITE-REPORT.
005430*
005440     IF WK-TREND-OVERFLOW
005450         MOVE SPACES TO RPT-LINE
005460         STRING "NOTE - RANGE EXCEEDS 31 DAYS; LATER DAYS ARE "
005470                 "IN TOTALS ONLY"
005480             DELIMITED BY SIZE INTO RPT-LINE
005490         WRITE RPT-LINE
005500     END-IF.
005510*
005520     PERFORM 7100-WRITE-ONE-REASON THRU 7100-EXIT
005530         VARYING WK-RSN-IDX FROM 1 BY 1
005540         UNTIL WK-RSN-IDX > WK-RSN-MAX.
005550*
005560     MOVE SPACES TO RPT-LINE.
005570     WRITE RPT-LINE.
005580*
005590     MOVE WK-READ-COUNT TO WK-EDIT-COUNT.
005600     MOVE SPACES TO RPT-LINE.
005610     STRING "HISTORY RECORDS READ . . . . . . . . . "
005620             WK-EDIT-COUNT
005630         DELIMITED BY SIZE INTO RPT-LINE.
005640     WRITE RPT-LINE.
005650*
005660     MOVE WK-IN-RANGE-COUNT TO WK-EDIT-COUNT.
005670     MOVE SPACES TO RPT-LINE.
005680     STRING "  IN RANGE . . . . . . . . . . . . . . "
005690             WK-EDIT-COUNT
005700         DELIMITED BY SIZE INTO RPT-LINE.
005710     WRITE RPT-LINE.
005720*
005730     MOVE WK-CLEAR-COUNT TO WK-EDIT-COUNT.
005740     MOVE SPACES TO RPT-LINE.
005750     STRING "    CLEAR. . . . . . . . . . . . . . . "
005760             WK-EDIT-COUNT
005770         DELIMITED BY SIZE INTO RPT-LINE.
005780     WRITE RPT-LINE.
005790*
005800     MOVE WK-FLAGGED-COUNT TO WK-EDIT-COUNT.
005810     MOVE SPACES TO RPT-LINE.
005820     STRING "    FLAGGED (GENUINE REASON CODES) . . "
005830             WK-EDIT-COUNT
005840         DELIMITED BY SIZE INTO RPT-LINE.
005850     WRITE RPT-LINE.
005860*
005870 7000-EXIT.
005880     EXIT.
005890*
005900******************************************************************
005910*    7100-WRITE-ONE-REASON                                       *
005920******************************************************************
005930 7100-WRITE-ONE-REASON.
005940*
005950     MOVE SPACES TO RPT-LINE.
005960     WRITE RPT-LINE.
005970*
005980     MOVE SPACES TO RPT-LINE.
005990     STRING "REASON " WK-RSN-CODE (WK-RSN-IDX)
006000             " - " WK-RSN-LABEL (WK-RSN-IDX)
006010         DELIMITED BY SIZE INTO RPT-LINE.
006020     WRITE RPT-LINE.
006030*
006040     IF WK-RSN-TOT-CNT (WK-RSN-IDX) = 0
006050         MOVE SPACES TO RPT-LINE
006060         STRING "  (NO FLAGS IN RANGE)"
006070             DELIMITED BY SIZE INTO RPT-LINE
006080         WRITE RPT-LINE
006090         GO TO 7100-EXIT
006100     END-IF.
006110*
006120     PERFORM 7110-WRITE-ONE-DAY THRU 7110-EXIT
006130         VARYING WK-DIA-IDX FROM 1 BY 1
006140         UNTIL WK-DIA-IDX > 31.
006150*
006160     MOVE WK-RSN-TOT-CNT (WK-RSN-IDX) TO WK-EDIT-COUNT.
006170     MOVE WK-RSN-TOT-MONTO (WK-RSN-IDX) TO WK-EDIT-AMOUNT.
006180     MOVE SPACES TO RPT-LINE.
006190     STRING "  TOTAL " WK-EDIT-COUNT
006200             "  VOLUME " WK-EDIT-AMOUNT
006210         DELIMITED BY SIZE INTO RPT-LINE.
006220     WRITE RPT-LINE.
006230*
006240     MOVE WK-RSN-FP-CNT (WK-RSN-IDX) TO WK-EDIT-COUNT.
006250     MOVE SPACES TO RPT-LINE.
006260     STRING "  DISPOSITIONED F FALSE POSITIVE . . . "
006270             WK-EDIT-COUNT
006280         DELIMITED BY SIZE INTO RPT-LINE.
006290     WRITE RPT-LINE.
006300*
006310     MOVE WK-RSN-ESC-CNT (WK-RSN-IDX) TO WK-EDIT-COUNT.
006320     MOVE SPACES TO RPT-LINE.
006330     STRING "  DISPOSITIONED E ESCALATED. . . . . . "
006340             WK-EDIT-COUNT
006350         DELIMITED BY SIZE INTO RPT-LINE.
006360     WRITE RPT-LINE.
006370*
006380     MOVE WK-RSN-REF-CNT (WK-RSN-IDX) TO WK-EDIT-COUNT.
006390     MOVE SPACES TO RPT-LINE.
006400     STRING "  DISPOSITIONED R REFERRED . . . . . . "
006410             WK-EDIT-COUNT
006420         DELIMITED BY SIZE INTO RPT-LINE.
006430     WRITE RPT-LINE.
006440*
006450     MOVE WK-RSN-OPEN-CNT (WK-RSN-IDX) TO WK-EDIT-COUNT.
006460     MOVE SPACES TO RPT-LINE.
006470     STRING "  STILL OPEN . . . . . . . . . . . . . "
006480             WK-EDIT-COUNT
006490         DELIMITED BY SIZE INTO RPT-LINE.
006500     WRITE RPT-LINE.
006510*
006520     MOVE WK-RSN-NOCASE-CNT (WK-RSN-IDX) TO WK-EDIT-COUNT.
006530     MOVE SPACES TO RPT-LINE.
006540     STRING "  NO CASE FOUND. . . . . . . . . . . . "
006550             WK-EDIT-COUNT
006560         DELIMITED BY SIZE INTO RPT-LINE.
006570     WRITE RPT-LINE.
006580*
006590     COMPUTE WK-DISPO-TOTAL =
006600         WK-RSN-FP-CNT (WK-RSN-IDX)
006610         + WK-RSN-ESC-CNT (WK-RSN-IDX)
006620         + WK-RSN-REF-CNT (WK-RSN-IDX).
006630     IF WK-DISPO-TOTAL > 0
006640         COMPUTE WK-FP-PCT ROUNDED =
006650             WK-RSN-FP-CNT (WK-RSN-IDX) * 100
006660             / WK-DISPO-TOTAL
006670         MOVE WK-FP-PCT TO WK-EDIT-PCT
006680         MOVE SPACES TO RPT-LINE
006690         STRING "  FALSE POSITIVE RATE (OF WORKED). . . "
006700                 WK-EDIT-PCT " PCT"
006710             DELIMITED BY SIZE INTO RPT-LINE
006720         WRITE RPT-LINE
006730     END-IF.
006740*
006750 7100-EXIT.
006760     EXIT.
006770*
006780******************************************************************
006790*    7110-WRITE-ONE-DAY                                          *
006800******************************************************************
006810 7110-WRITE-ONE-DAY.
006820*
006830     IF WK-RSN-DIA-CNT (WK-RSN-IDX WK-DIA-IDX) = 0
006840         GO TO 7110-EXIT
006850     END-IF.
006860*
006870     SET WK-DIA-NUM TO WK-DIA-IDX.
006880     MOVE WK-DIA-NUM TO WK-EDIT-DAY.
006890     MOVE WK-RSN-DIA-CNT (WK-RSN-IDX WK-DIA-IDX)
006900         TO WK-EDIT-COUNT.
006910     MOVE WK-RSN-DIA-MONTO (WK-RSN-IDX WK-DIA-IDX)
006920         TO WK-EDIT-AMOUNT.
006930*
006940     MOVE SPACES TO RPT-LINE.
006950     STRING "  DAY " WK-EDIT-DAY
006960             "  COUNT " WK-EDIT-COUNT
006970             "  VOLUME " WK-EDIT-AMOUNT
006980         DELIMITED BY SIZE INTO RPT-LINE.
006990     WRITE RPT-LINE.
007000*
007010 7110-EXIT.
007020     EXIT.
007030*
007040******************************************************************
007050*    8000-TERMINATE                                              *
007060******************************************************************
007070 8000-TERMINATE.
007080*
007090     IF WK-AUDH-OK
007100         CLOSE AML-AUDH-FILE
007110     END-IF.
007120     IF WK-CASE-AVAIL
007130         CLOSE AML-CASE-FILE
007140     END-IF.
007150     CLOSE AML-RPT-OUT.
007160*
007170     DISPLAY "AML_EFFRPT: HISTORY RECORDS READ = "
007180             WK-READ-COUNT.
007190     DISPLAY "AML_EFFRPT: IN RANGE             = "
007200             WK-IN-RANGE-COUNT.
007210     DISPLAY "AML_EFFRPT: FLAGGED              = "
007220             WK-FLAGGED-COUNT.
007230*
007240 8000-EXIT.
007250     EXIT.
007260*
007270******************************************************************
007280*                                                                *
007290*    9100-DATE-TO-DAYS                                           *
007300*                                                                *
007310*    CONVERTS WK-DS-FECHA (YYYYMMDD) TO A DAY COUNT IN           *
007320*    WK-DS-SERIAL.  MONTHS ARE RENUMBERED FROM MARCH SO THE      *
007330*    LEAP DAY FALLS AT THE END OF THE COUNTING YEAR, WHICH       *
007340*    MAKES THE LEAP CORRECTION A STRAIGHT Y/4 - Y/100 + Y/400.   *
007350*    ONLY DIFFERENCES BETWEEN TWO SERIALS ARE EVER USED.         *
007360******************************************************************
007370 9100-DATE-TO-DAYS.
007380*
007390     IF WK-DS-MM > 2
007400         MOVE WK-DS-YYYY TO WK-DS-Y
007410         MOVE WK-DS-MM   TO WK-DS-M
007420     ELSE
007430         COMPUTE WK-DS-Y = WK-DS-YYYY - 1
007440         COMPUTE WK-DS-M = WK-DS-MM + 12
007450     END-IF.
007460*
007470     COMPUTE WK-DS-SERIAL = 365 * WK-DS-Y + WK-DS-DD.
007480     COMPUTE WK-DS-WORK = WK-DS-Y / 4.
007490     ADD WK-DS-WORK TO WK-DS-SERIAL.
007500     COMPUTE WK-DS-WORK = WK-DS-Y / 100.
007510     SUBTRACT WK-DS-WORK FROM WK-DS-SERIAL.
007520     COMPUTE WK-DS-WORK = WK-DS-Y / 400.
007530     ADD WK-DS-WORK TO WK-DS-SERIAL.
007540     COMPUTE WK-DS-WORK = (153 * WK-DS-M - 457) / 5.
007550     ADD WK-DS-WORK TO WK-DS-SERIAL.
007560*
007570 9100-EXIT.
007580     EXIT.
