000630*                     TOP-ORIGIN BREAKOUT LIKE ANY GENUINE HIT.  *
000640*    2026-09-03  JDM  REASON CODE "08" (NAME WATCHLIST HIT)      *
000650*                     LIKEWISE.                                  *
000660*    2026-10-15  JDM  START AND FINISH REGISTERED ON THE NIGHTLY *
000670*                     RUN CONTROL THROUGH AML_RUNCTL (SEE        *
000680*                     AMLCHAIN); A START REFUSED THERE ENDS THE  *
000690*                     RUN WITH RC 12 BEFORE ANY FILE IS OPENED.  *
000700*    2026-10-15  JDM  REASON CODE "10" (NEAR-THRESHOLD / ROUND   *
000710*                     AMOUNT) GETS ITS OWN COUNT LINE AND IS     *
000720*                     INCLUDED IN THE FLAGGED-AMOUNT TOTAL AND   *
000730*                     TOP-ORIGIN BREAKOUT LIKE ANY GENUINE HIT.  *
000740******************************************************************
000750 IDENTIFICATION DIVISION.
000760 PROGRAM-ID. AML_RPT.
000770*
000780 ENVIRONMENT DIVISION.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810*
000820     SELECT AML-AUDIT-LOG ASSIGN TO "AUDITLOG"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WK-AUDIT-STATUS.
000850*
000860     SELECT AML-RPT-OUT ASSIGN TO "RPTOUT"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WK-RPT-STATUS.
000890*
000900*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
000910*
000920     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WK-RUND-STATUS.
000950*
000960 DATA DIVISION.
000970 FILE SECTION.
000980*
000990 FD  AML-AUDIT-LOG.
001000     COPY AMLAUDT.
001010*
001020 FD  AML-RPT-OUT.
001030 01  RPT-LINE                    PIC X(080).
001040*
001050 FD  AML-RUND-FILE.
001060     COPY AMLRUND.
001070*
001080 WORKING-STORAGE SECTION.
001090*
001100******************************************************************
001110*    SWITCHES AND WORK FIELDS                                   *
001120******************************************************************
001130 77  WK-AUDIT-STATUS             PIC X(02)  VALUE "00".
001140     88  WK-AUDIT-OK                     VALUE "00".
001150*
001160 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
001170     88  WK-RPT-OK                       VALUE "00".
001180*
001190 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
001200     88  WK-EOF                          VALUE "Y".
001210*
001220 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
001230 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
001240*
001250 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
001260     88  WK-RUND-OK                      VALUE "00".
001270*
001280******************************************************************
001290*    REASON CODE COUNTERS - SAME TABLE AS AMLTRAN/AMLAUDT.       *
001300******************************************************************
001310 77  WK-COUNT-CLEAR              PIC 9(09) COMP-5 VALUE 0.
001320 77  WK-COUNT-AMOUNT             PIC 9(09) COMP-5 VALUE 0.
001330 77  WK-COUNT-WATCHLIST          PIC 9(09) COMP-5 VALUE 0.
001340 77  WK-COUNT-VELOCITY           PIC 9(09) COMP-5 VALUE 0.
001350 77  WK-COUNT-OTHER              PIC 9(09) COMP-5 VALUE 0.
001360 77  WK-COUNT-INVALID            PIC 9(09) COMP-5 VALUE 0.
001370 77  WK-COUNT-DUPLICATE          PIC 9(09) COMP-5 VALUE 0.
001380 77  WK-COUNT-COUNTRY            PIC 9(09) COMP-5 VALUE 0.
001390 77  WK-COUNT-PROFILE            PIC 9(09) COMP-5 VALUE 0.
001400 77  WK-COUNT-NAME               PIC 9(09) COMP-5 VALUE 0.
001410 77  WK-COUNT-NEAR               PIC 9(09) COMP-5 VALUE 0.
001420*
001430 77  WK-TOTAL-FLAGGED            PIC S9(13)V99 COMP-3 VALUE 0.
001440*
001450******************************************************************
001460*    TOP-FLAGGED-ORIGIN TABLE.  ONE ENTRY PER DISTINCT FLAGGED   *
001470*    ORIGIN ACCOUNT SEEN SO FAR, ACCUMULATED AND THEN SORTED     *
001480*    DESCENDING BY WK-TOP-AMOUNT ONCE THE LOG HAS BEEN READ.     *
001490*    THE TABLE HOLDS UP TO WK-TOP-MAX DISTINCT ORIGINS; IF A     *
001500*    DAY'S LOG HAS MORE DISTINCT FLAGGED ORIGINS THAN THAT, THE  *
001510*    OVERFLOW IS COUNTED IN THE TOTALS ABOVE BUT NOT TRACKED     *
001520*    INDIVIDUALLY - SEE 4100-ACCUM-TOP-ORIGEN.                   *
001530******************************************************************
001540 01  WK-TOP-TABLE.
001550     05  WK-TOP-ENTRY OCCURS 50 TIMES INDEXED BY WK-TOP-IDX.
001560         10  WK-TOP-ORIGEN       PIC 9(18)  COMP-5 VALUE 0.
001570         10  WK-TOP-AMOUNT       PIC S9(13)V99 COMP-3 VALUE 0.
001580*
001590 77  WK-TOP-COUNT                PIC 9(04) COMP-5 VALUE 0.
001600 77  WK-TOP-MAX                  PIC 9(04) COMP-5 VALUE 50.
001610 77  WK-TOP-OVERFLOW-SW          PIC X(01) VALUE "N".
001620     88  WK-TOP-OVERFLOW                 VALUE "Y".
001630*
001640 77  WK-TOP-FOUND-SW             PIC X(01) VALUE "N".
001650     88  WK-TOP-FOUND                    VALUE "Y".
001660*
001670 77  WK-TOP-PRINT-MAX            PIC 9(02) COMP-5 VALUE 10.
001680 77  WK-TOP-PRINT-COUNT          PIC 9(02) COMP-5 VALUE 0.
001690*
001700******************************************************************
001710*    SELECTION-SORT WORK FIELDS FOR 6000-SORT-TOP-ORIGENS.       *
001720******************************************************************
001730 77  WK-SORT-I                   PIC 9(04) COMP-5 VALUE 0.
001740 77  WK-SORT-J                   PIC 9(04) COMP-5 VALUE 0.
001750 77  WK-SORT-BEST-IDX            PIC 9(04) COMP-5 VALUE 0.
001760 77  WK-SORT-TEMP-ORIGEN         PIC 9(18) COMP-5 VALUE 0.
001770 77  WK-SORT-TEMP-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
001780*
001790******************************************************************
001800*    EDITED FIELDS FOR REPORT LINES.                             *
001810******************************************************************
001820 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
001830 77  WK-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
001840 77  WK-EDIT-ORIGEN              PIC Z(17)9.
001850 77  WK-EDIT-RANK                PIC Z9.
001860 77  WK-EDIT-TOP-MAX             PIC 99.
001870*
001880******************************************************************
001890*    CALL BLOCK FOR AML_RUNCTL - START AND FINISH OF THIS STEP   *
001900*    ON THE NIGHTLY RUN CONTROL.  SEE AMLRUNP.                   *
001910******************************************************************
001920     COPY AMLRUNP.
001930*
001940******************************************************************
001950*                                                                *
001960*    0000-MAINLINE                                               *
001970*                                                                *
001980******************************************************************
001990 PROCEDURE DIVISION.
002000*
002010 0000-MAINLINE.
002020*
002030     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
002040*
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060*
002070     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
002080*
002090     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
002100         UNTIL WK-EOF.
002110*
002120     PERFORM 6000-SORT-TOP-ORIGENS THRU 6000-EXIT.
002130*
002140     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
002150*
002160     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002170*
002180     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
002190*
002200     GOBACK.
002210*
002220******************************************************************
002230*                                                                *
002240*    0500-REGISTER-START                                         *
002250*                                                                *
002260*    REGISTERS THE START OF THIS STEP ON THE NIGHTLY RUN         *
002270*    CONTROL (SEE AML_RUNCTL AND AMLCHAIN).  A REFUSED START -   *
002280*    A PREDECESSOR NOT COMPLETE FOR THE BUSINESS DATE, OR THIS   *
002290*    STEP ALREADY COMPLETE WITHOUT A RERUN CARD - ENDS THE RUN   *
002300*    WITH RETURN CODE 12 BEFORE ANY FILE IS OPENED.              *
002310******************************************************************
002320 0500-REGISTER-START.
002330*
002340     SET RUNP-INICIO TO TRUE.
002350     MOVE "AML_RPT" TO RUNP-PROGRAMA.
002360     CALL "AML_RUNCTL" USING RUNP-PARM.
002370     IF RUNP-RECHAZADO
002380         MOVE 12 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410*
002420 0500-EXIT.
002430     EXIT.
002440*
002450******************************************************************
002460*    1000-INITIALIZE                                             *
002470******************************************************************
002480 1000-INITIALIZE.
002490*
002500     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002510     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
002520*
002530     OPEN INPUT AML-AUDIT-LOG.
002540     IF NOT WK-AUDIT-OK
002550         DISPLAY "AML_RPT: NO SE PUDO ABRIR AUDITLOG, STATUS = "
002560                 WK-AUDIT-STATUS
002570         GO TO 1000-NO-AUDIT-LOG
002580     END-IF.
002590*
002600     OPEN OUTPUT AML-RPT-OUT.
002610     IF NOT WK-RPT-OK
002620         DISPLAY "AML_RPT: NO SE PUDO ABRIR RPTOUT, STATUS = "
002630                 WK-RPT-STATUS
002640         STOP RUN
002650     END-IF.
002660     GO TO 1000-EXIT.
002670*
002680 1000-NO-AUDIT-LOG.
002690     SET WK-EOF TO TRUE.
002700     OPEN OUTPUT AML-RPT-OUT.
002710     IF NOT WK-RPT-OK
002720         DISPLAY "AML_RPT: NO SE PUDO ABRIR RPTOUT, STATUS = "
002730                 WK-RPT-STATUS
002740         STOP RUN
002750     END-IF.
002760*
002770 1000-EXIT.
002780     EXIT.
002790*
002800******************************************************************
002810*                                                                *
002820*    1100-READ-RUN-DATE                                          *
002830*                                                                *
002840*    OVERRIDES THE ACCEPTED SYSTEM DATE WITH THE BUSINESS DATE   *
002850*    FROM THE OPTIONAL RUN CONTROL FILE, SO A REPORT REGENERATED *
002860*    FOR A PRIOR DAY CARRIES THAT DAY'S DATE.  A MISSING FILE    *
002870*    IS THE NORMAL CASE; AN IMPLAUSIBLE DATE IS IGNORED WITH A   *
002880*    WARNING.                                                    *
002890******************************************************************
002900 1100-READ-RUN-DATE.
002910*
002920     OPEN INPUT AML-RUND-FILE.
002930     IF NOT WK-RUND-OK
002940         GO TO 1100-EXIT
002950     END-IF.
002960*
002970     READ AML-RUND-FILE
002980         AT END
002990             CLOSE AML-RUND-FILE
003000             GO TO 1100-EXIT
003010     END-READ.
003020*
003030     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
003040         MOVE RUND-FECHA TO WK-RUN-DATE
003050         DISPLAY "AML_RPT: FECHA DE NEGOCIO " WK-RUN-DATE
003060                 " TOMADA DE AMLRUND"
003070     ELSE
003080         DISPLAY "AML_RPT: AVISO - FECHA EN AMLRUND NO VALIDA, "
003090                 "SE USA LA FECHA DEL SISTEMA"
003100     END-IF.
003110*
003120     CLOSE AML-RUND-FILE.
003130*
003140 1100-EXIT.
003150     EXIT.
003160*
003170******************************************************************
003180*    2000-READ-AUDIT                                             *
003190******************************************************************
003200 2000-READ-AUDIT.
003210*
003220     IF WK-EOF
003230         GO TO 2000-EXIT
003240     END-IF.
003250     READ AML-AUDIT-LOG
003260         AT END
003270             SET WK-EOF TO TRUE
003280     END-READ.
003290*
003300 2000-EXIT.
003310     EXIT.
003320*
003330******************************************************************
003340*                                                                *
003350*    3000-PROCESS-RECORD                                         *
003360*                                                                *
003370*    TALLIES ONE AUDIT LOG RECORD INTO THE REASON CODE COUNTERS  *
003380*    AND, FOR ANY RECORD NOT REASON CODE "00" (CLEAR), INTO THE  *
003390*    FLAGGED-AMOUNT TOTAL AND THE TOP-ORIGIN TABLE.              *
003400******************************************************************
003410 3000-PROCESS-RECORD.
003420*
003430     ADD 1 TO WK-READ-COUNT.
003440*
003450     IF AUDT-STATUS-CLEAR
003460         ADD 1 TO WK-COUNT-CLEAR
003470         GO TO 3000-NEXT
003480     END-IF.
003490*
003500     IF AUDT-STATUS-INVALID
003510         ADD 1 TO WK-COUNT-INVALID
003520         GO TO 3000-NEXT
003530     END-IF.
003540*
003550     IF AUDT-STATUS-DUPLICATE
003560         ADD 1 TO WK-COUNT-DUPLICATE
003570         GO TO 3000-NEXT
003580     END-IF.
003590*
003600     IF AUDT-STATUS-AMOUNT
003610         ADD 1 TO WK-COUNT-AMOUNT
003620     ELSE
003630         IF AUDT-STATUS-WATCHLIST
003640             ADD 1 TO WK-COUNT-WATCHLIST
003650         ELSE
003660             IF AUDT-STATUS-VELOCITY
003670                 ADD 1 TO WK-COUNT-VELOCITY
003680             ELSE
003690                 IF AUDT-STATUS-COUNTRY
003700                     ADD 1 TO WK-COUNT-COUNTRY
003710                 ELSE
003720                     IF AUDT-STATUS-PROFILE
003730                         ADD 1 TO WK-COUNT-PROFILE
003740                     ELSE
003750                         IF AUDT-STATUS-NAME
003760                             ADD 1 TO WK-COUNT-NAME
003770                         ELSE
003780                             IF AUDT-STATUS-NEAR-THRESHOLD
003790                                 ADD 1 TO WK-COUNT-NEAR
003800                             ELSE
003810                                 ADD 1 TO WK-COUNT-OTHER
003820                             END-IF
003830                         END-IF
003840                     END-IF
003850                 END-IF
003860             END-IF
003870         END-IF
003880     END-IF.
003890*
003900     ADD AUDT-MONTO-RPT TO WK-TOTAL-FLAGGED.
003910     PERFORM 4100-ACCUM-TOP-ORIGEN THRU 4100-EXIT.
003920*
003930 3000-NEXT.
003940     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
003950*
003960 3000-EXIT.
003970     EXIT.
003980*
003990******************************************************************
004000*                                                                *
004010*    4100-ACCUM-TOP-ORIGEN                                       *
004020*                                                                *
004030*    LINEAR SEARCH OF WK-TOP-TABLE FOR AUDT-ORIGEN.  IF FOUND,   *
004040*    ADDS AUDT-MONTO TO ITS RUNNING TOTAL; IF NOT FOUND AND THE  *
004050*    TABLE IS NOT YET FULL, ADDS A NEW ENTRY; IF NOT FOUND AND   *
004060*    THE TABLE IS FULL, SETS WK-TOP-OVERFLOW AND DROPS THE       *
004070*    AMOUNT FROM THE TOP-ORIGIN BREAKOUT (IT IS STILL INCLUDED   *
004080*    IN WK-TOTAL-FLAGGED ABOVE).                                 *
004090******************************************************************
004100 4100-ACCUM-TOP-ORIGEN.
004110*
004120     SET WK-TOP-FOUND-SW TO "N".
004130     SET WK-TOP-IDX TO 1.
004140*
004150     PERFORM 4110-SEARCH-ONE THRU 4110-EXIT
004160         VARYING WK-TOP-IDX FROM 1 BY 1
004170         UNTIL WK-TOP-IDX > WK-TOP-COUNT
004180            OR WK-TOP-FOUND.
004190*
004200     IF WK-TOP-FOUND
004210         GO TO 4100-EXIT
004220     END-IF.
004230*
004240     IF WK-TOP-COUNT >= WK-TOP-MAX
004250         SET WK-TOP-OVERFLOW TO TRUE
004260         GO TO 4100-EXIT
004270     END-IF.
004280*
004290     ADD 1 TO WK-TOP-COUNT.
004300     SET WK-TOP-IDX TO WK-TOP-COUNT.
004310     MOVE AUDT-ORIGEN TO WK-TOP-ORIGEN (WK-TOP-IDX).
004320     MOVE AUDT-MONTO-RPT TO WK-TOP-AMOUNT (WK-TOP-IDX).
004330*
004340 4100-EXIT.
004350     EXIT.
004360*
004370******************************************************************
004380*    4110-SEARCH-ONE                                             *
004390******************************************************************
004400 4110-SEARCH-ONE.
004410*
004420     IF WK-TOP-ORIGEN (WK-TOP-IDX) = AUDT-ORIGEN
004430         ADD AUDT-MONTO-RPT TO WK-TOP-AMOUNT (WK-TOP-IDX)
004440         SET WK-TOP-FOUND TO TRUE
004450     END-IF.
004460*
004470 4110-EXIT.
004480     EXIT.
004490*
004500******************************************************************
004510*                                                                *
004520*    6000-SORT-TOP-ORIGENS                                       *
004530*                                                                *
004540*    SELECTION SORT OF WK-TOP-TABLE, DESCENDING BY WK-TOP-AMOUNT,*
004550*    SO 7000-WRITE-REPORT CAN PRINT THE HIGHEST-VOLUME FLAGGED   *
004560*    ORIGIN ACCOUNTS FIRST.  THE TABLE IS SMALL (WK-TOP-MAX      *
004570*    ENTRIES AT MOST) SO A SELECTION SORT IS ADEQUATE.           *
004580******************************************************************
004590 6000-SORT-TOP-ORIGENS.
004600*
004610     IF WK-TOP-COUNT < 2
004620         GO TO 6000-EXIT
004630     END-IF.
004640*
004650     PERFORM 6100-SORT-PASS THRU 6100-EXIT
004660         VARYING WK-SORT-I FROM 1 BY 1
004670         UNTIL WK-SORT-I >= WK-TOP-COUNT.
004680*
004690 6000-EXIT.
004700     EXIT.
004710*
004720******************************************************************
004730*    6100-SORT-PASS                                              *
004740******************************************************************
004750 6100-SORT-PASS.
004760*
004770     MOVE WK-SORT-I TO WK-SORT-BEST-IDX.
004780*
004790     PERFORM 6110-FIND-BEST THRU 6110-EXIT
004800         VARYING WK-SORT-J FROM WK-SORT-I BY 1
004810         UNTIL WK-SORT-J > WK-TOP-COUNT.
004820*
004830     IF WK-SORT-BEST-IDX NOT = WK-SORT-I
004840         MOVE WK-TOP-ORIGEN (WK-SORT-I)
004850             TO WK-SORT-TEMP-ORIGEN
004860         MOVE WK-TOP-AMOUNT (WK-SORT-I)
004870             TO WK-SORT-TEMP-AMOUNT
004880         MOVE WK-TOP-ORIGEN (WK-SORT-BEST-IDX)
004890             TO WK-TOP-ORIGEN (WK-SORT-I)
004900         MOVE WK-TOP-AMOUNT (WK-SORT-BEST-IDX)
004910             TO WK-TOP-AMOUNT (WK-SORT-I)
004920         MOVE WK-SORT-TEMP-ORIGEN
004930             TO WK-TOP-ORIGEN (WK-SORT-BEST-IDX)
004940         MOVE WK-SORT-TEMP-AMOUNT
004950             TO WK-TOP-AMOUNT (WK-SORT-BEST-IDX)
004960     END-IF.
004970*
004980 6100-EXIT.
004990     EXIT.
005000*
005010******************************************************************
005020*    6110-FIND-BEST                                              *
005030******************************************************************
005040 6110-FIND-BEST.
005050*
005060     IF WK-TOP-AMOUNT (WK-SORT-J) >
005070         WK-TOP-AMOUNT (WK-SORT-BEST-IDX)
005080         MOVE WK-SORT-J TO WK-SORT-BEST-IDX
005090     END-IF.
005100*
005110 6110-EXIT.
005120     EXIT.
005130*
005140******************************************************************
005150*                                                                *
005160*    7000-WRITE-REPORT                                           *
005170*                                                                *
005180*    WRITES THE SUMMARY REPORT TO AML-RPT-OUT: REASON CODE       *
005190*    COUNTS, THE TOTAL FLAGGED AMOUNT, AND THE TOP FLAGGED       *
005200*    ORIGIN ACCOUNTS (UP TO WK-TOP-PRINT-MAX OF THEM).           *
005210******************************************************************
005220 7000-WRITE-REPORT.
005230*
005240     MOVE SPACES TO RPT-LINE.
005250     STRING "AML DAILY COMPLIANCE EXCEPTION REPORT - RUN DATE "
005260             WK-RUN-DATE
005270         DELIMITED BY SIZE INTO RPT-LINE.
005280     WRITE RPT-LINE.
005290*
005300     MOVE SPACES TO RPT-LINE.
005310     WRITE RPT-LINE.
005320*
005330     MOVE WK-READ-COUNT TO WK-EDIT-COUNT.
005340     MOVE SPACES TO RPT-LINE.
005350     STRING "TOTAL AUDIT LOG RECORDS READ . . . . . "
005360             WK-EDIT-COUNT
005370         DELIMITED BY SIZE INTO RPT-LINE.
005380     WRITE RPT-LINE.
005390*
005400     MOVE WK-COUNT-CLEAR TO WK-EDIT-COUNT.
005410     MOVE SPACES TO RPT-LINE.
005420     STRING "  00 CLEAR . . . . . . . . . . . . . . "
005430             WK-EDIT-COUNT
005440         DELIMITED BY SIZE INTO RPT-LINE.
005450     WRITE RPT-LINE.
005460*
005470     MOVE WK-COUNT-AMOUNT TO WK-EDIT-COUNT.
005480     MOVE SPACES TO RPT-LINE.
005490     STRING "  01 OVER THRESHOLD. . . . . . . . . . "
005500             WK-EDIT-COUNT
005510         DELIMITED BY SIZE INTO RPT-LINE.
005520     WRITE RPT-LINE.
005530*
005540     MOVE WK-COUNT-WATCHLIST TO WK-EDIT-COUNT.
005550     MOVE SPACES TO RPT-LINE.
005560     STRING "  02 WATCHLIST HIT . . . . . . . . . . "
005570             WK-EDIT-COUNT
005580         DELIMITED BY SIZE INTO RPT-LINE.
005590     WRITE RPT-LINE.
005600*
005610     MOVE WK-COUNT-VELOCITY TO WK-EDIT-COUNT.
005620     MOVE SPACES TO RPT-LINE.
005630     STRING "  03 VELOCITY/STRUCTURING. . . . . . . "
005640             WK-EDIT-COUNT
005650         DELIMITED BY SIZE INTO RPT-LINE.
005660     WRITE RPT-LINE.
005670*
005680     MOVE WK-COUNT-INVALID TO WK-EDIT-COUNT.
005690     MOVE SPACES TO RPT-LINE.
005700     STRING "  04 MALFORMED INPUT . . . . . . . . . "
005710             WK-EDIT-COUNT
005720         DELIMITED BY SIZE INTO RPT-LINE.
005730     WRITE RPT-LINE.
005740*
005750     MOVE WK-COUNT-DUPLICATE TO WK-EDIT-COUNT.
005760     MOVE SPACES TO RPT-LINE.
005770     STRING "  05 DUPLICATE SUPPRESSED. . . . . . . "
005780             WK-EDIT-COUNT
005790         DELIMITED BY SIZE INTO RPT-LINE.
005800     WRITE RPT-LINE.
005810*
005820     MOVE WK-COUNT-COUNTRY TO WK-EDIT-COUNT.
005830     MOVE SPACES TO RPT-LINE.
005840     STRING "  06 SANCTIONED COUNTRY. . . . . . . . "
005850             WK-EDIT-COUNT
005860         DELIMITED BY SIZE INTO RPT-LINE.
005870     WRITE RPT-LINE.
005880*
005890     MOVE WK-COUNT-PROFILE TO WK-EDIT-COUNT.
005900     MOVE SPACES TO RPT-LINE.
005910     STRING "  07 PROFILE DEVIATION . . . . . . . . "
005920             WK-EDIT-COUNT
005930         DELIMITED BY SIZE INTO RPT-LINE.
005940     WRITE RPT-LINE.
005950*
005960     MOVE WK-COUNT-NAME TO WK-EDIT-COUNT.
005970     MOVE SPACES TO RPT-LINE.
005980     STRING "  08 NAME WATCHLIST HIT. . . . . . . . "
005990             WK-EDIT-COUNT
006000         DELIMITED BY SIZE INTO RPT-LINE.
006010     WRITE RPT-LINE.
006020*
006030     MOVE WK-COUNT-NEAR TO WK-EDIT-COUNT.
006040     MOVE SPACES TO RPT-LINE.
006050     STRING "  10 NEAR-THRESHOLD / ROUND AMOUNT . . "
006060             WK-EDIT-COUNT
006070         DELIMITED BY SIZE INTO RPT-LINE.
006080     WRITE RPT-LINE.
006090*
006100     MOVE WK-COUNT-OTHER TO WK-EDIT-COUNT.
006110     MOVE SPACES TO RPT-LINE.
006120     STRING "  ** UNRECOGNIZED REASON CODE. . . . . "
006130             WK-EDIT-COUNT
006140         DELIMITED BY SIZE INTO RPT-LINE.
006150     WRITE RPT-LINE.
006160*
006170     MOVE SPACES TO RPT-LINE.
006180     WRITE RPT-LINE.
006190*
006200     MOVE WK-TOTAL-FLAGGED TO WK-EDIT-AMOUNT.
006210     MOVE SPACES TO RPT-LINE.
006220     STRING "TOTAL DOLLAR AMOUNT FLAGGED. . . . . . "
006230             WK-EDIT-AMOUNT
006240         DELIMITED BY SIZE INTO RPT-LINE.
006250     WRITE RPT-LINE.
006260*
006270     IF WK-TOP-OVERFLOW
006280         MOVE WK-TOP-MAX TO WK-EDIT-TOP-MAX
006290         MOVE SPACES TO RPT-LINE
006300         STRING "NOTE - MORE THAN " WK-EDIT-TOP-MAX
006310             " DISTINCT FLAGGED ORIGIN ACCOUNTS TODAY."
006320             DELIMITED BY SIZE INTO RPT-LINE
006330         WRITE RPT-LINE
006340         MOVE SPACES TO RPT-LINE
006350         STRING "ONLY THE FIRST " WK-EDIT-TOP-MAX
006360             " ARE BROKEN OUT BELOW."
006370             DELIMITED BY SIZE INTO RPT-LINE
006380         WRITE RPT-LINE
006390     END-IF.
006400*
006410     MOVE SPACES TO RPT-LINE.
006420     WRITE RPT-LINE.
006430*
006440     MOVE SPACES TO RPT-LINE.
006450     STRING "TOP FLAGGED ORIGIN ACCOUNTS BY DOLLAR VOLUME:"
006460         DELIMITED BY SIZE INTO RPT-LINE.
006470     WRITE RPT-LINE.
006480*
006490     IF WK-TOP-COUNT = 0
006500         MOVE SPACES TO RPT-LINE
006510         STRING "  (NONE - NO FLAGGED TRANSACTIONS TODAY)"
006520             DELIMITED BY SIZE INTO RPT-LINE
006530         WRITE RPT-LINE
006540         GO TO 7000-EXIT
006550     END-IF.
006560*
006570     MOVE 0 TO WK-TOP-PRINT-COUNT.
006580     PERFORM 7100-WRITE-TOP-LINE THRU 7100-EXIT
006590         VARYING WK-TOP-IDX FROM 1 BY 1
006600         UNTIL WK-TOP-IDX > WK-TOP-COUNT
006610            OR WK-TOP-PRINT-COUNT >= WK-TOP-PRINT-MAX.
006620*
006630 7000-EXIT.
006640     EXIT.
006650*
006660******************************************************************
006670*    7100-WRITE-TOP-LINE                                        *
006680******************************************************************
006690 7100-WRITE-TOP-LINE.
006700*
006710     ADD 1 TO WK-TOP-PRINT-COUNT.
006720     MOVE WK-TOP-PRINT-COUNT TO WK-EDIT-RANK.
006730     MOVE WK-TOP-ORIGEN (WK-TOP-IDX) TO WK-EDIT-ORIGEN.
006740     MOVE WK-TOP-AMOUNT (WK-TOP-IDX) TO WK-EDIT-AMOUNT.
006750*
006760     MOVE SPACES TO RPT-LINE.
006770     STRING "  " WK-EDIT-RANK ". ACCOUNT " WK-EDIT-ORIGEN
006780             "  FLAGGED TOTAL " WK-EDIT-AMOUNT
006790         DELIMITED BY SIZE INTO RPT-LINE.
006800     WRITE RPT-LINE.
006810*
006820 7100-EXIT.
006830     EXIT.
006840*
006850******************************************************************
006860*    8000-TERMINATE                                              *
006870******************************************************************
006880 8000-TERMINATE.
006890*
006900     IF WK-AUDIT-OK
006910         CLOSE AML-AUDIT-LOG
006920     END-IF.
006930     CLOSE AML-RPT-OUT.
006940*
006950     DISPLAY "AML_RPT: AUDIT RECORDS READ = " WK-READ-COUNT.
006960*
006970 8000-EXIT.
006980     EXIT.
006990*
007000******************************************************************
007010*                                                                *
007020*    8900-REGISTER-END                                           *
007030*                                                                *
007040*    REGISTERS THE FINISH OF THIS STEP ON THE NIGHTLY RUN        *
007050*    CONTROL WITH ITS RETURN CODE AND KEY COUNTS.  THE CALL      *
007060*    RESETS RETURN-CODE, SO IT IS PUT BACK FROM RUNP-RC.         *
007070******************************************************************
007080 8900-REGISTER-END.
007090*
007100     SET RUNP-FIN TO TRUE.
007110     MOVE RETURN-CODE TO RUNP-RC.
007120     MOVE "AUDIT READ" TO RUNP-CONT-ETIQ (1).
007130     MOVE WK-READ-COUNT TO RUNP-CONT-VALOR (1).
007140     MOVE "CLEARED" TO RUNP-CONT-ETIQ (2).
007150     MOVE WK-COUNT-CLEAR TO RUNP-CONT-VALOR (2).
007160     MOVE SPACES TO RUNP-CONT-ETIQ (3).
007170     MOVE 0 TO RUNP-CONT-VALOR (3).
007180     CALL "AML_RUNCTL" USING RUNP-PARM.
007190     MOVE RUNP-RC TO RETURN-CODE.
007200*
007210 8900-EXIT.
007220     EXIT.
