000100******************************************************************
000110*                                                                *
000120*    PROGRAM:      AML_EXMPMNT                                   *
000130*                                                                *
000140*    DESCRIPTION:  APPROVED-COUNTERPARTY EXEMPTION MAINTENANCE   *
000150*                  UNDER DUAL CONTROL.  READS A FILE OF          *
000160*                  EXEMPTION CHANGE TRANSACTIONS (SEE AMLEXMD),  *
000170*                  VALIDATES EACH ONE, AND WORKS THE SAME        *
000180*                  TWO-STEP AS AML_PARMMNT: AN "R" REQUEST PENDS *
000190*                  THE CHANGE ON AMLEPEND WITHOUT TOUCHING THE   *
000200*                  LIVE AMLEXMP, AND AN "A" APPROVAL BY A        *
000210*                  *DIFFERENT* COMPLIANCE OFFICER MOVES IT ONTO  *
000220*                  AMLEXMP, WHERE CORE_BANK'S 5500-CHECK-        *
000230*                  EXEMPTION PICKS IT UP.  EVERY TRANSACTION -   *
000240*                  PENDED, APPLIED OR REJECTED - GOES TO THE     *
000250*                  PERMANENT EXEMPTION HISTORY WITH BEFORE AND   *
000260*                  AFTER VALUES AND BOTH OFFICERS' NAMES, AND IS *
000270*                  LISTED ON THE CHANGE REPORT.                  *
000280*                                                                *
000290*                  A REQUEST IS REJECTED WHEN THE ORIGIN IS      *
000300*                  ZERO OR NOT NUMERIC, THE OFFICER ID IS BLANK, *
000310*                  A CHANGE FOR THE PAIR IS ALREADY PENDING, A   *
000320*                  REVOKE FINDS NOTHING TO REVOKE, OR A GRANT    *
000330*                  NAMES NO REASON CODE, ANY CODE OTHER THAN     *
000340*                  "01"/"03"/"07", OR A DATE RANGE THAT IS NOT   *
000350*                  PLAUSIBLE OR HAS ALREADY RUN OUT.  WATCHLIST, *
000360*                  COUNTRY AND NAME HITS ("02"/"06"/"08") ARE    *
000370*                  NEVER EXEMPTABLE AND THE REPORT SAYS SO IN    *
000380*                  SO MANY WORDS.  AN APPROVAL IS REJECTED WHEN  *
000390*                  NOTHING IS PENDING FOR THE PAIR OR THE        *
000400*                  APPROVER IS THE REQUESTER.                    *
000410*                                                                *
000420*                  AFTER THE TRANSACTIONS, THE REPORT LISTS      *
000430*                  EVERY EXEMPTION ON FILE THAT EXPIRES WITHIN   *
000440*                  THE NEXT 30 DAYS, SO THE DESK CAN RENEW THE   *
000450*                  ONES STILL JUSTIFIED BEFORE THE PAYROLL RUN   *
000460*                  STARTS OPENING CASES AGAIN.                   *
000470*                                                                *
000480*    AUTHOR:       J. D. MORALES - CORE BANKING SYSTEMS          *
000490*    INSTALLATION: COMPLIANCE / CORE BANKING                     *
000500*    DATE-WRITTEN: 2026-10-15                                    *
000510*    DATE-COMPILED:                                              *
000520*                                                                *
000530*    MOD-HISTORY.                                                *
000540*    2026-10-15  JDM  ORIGINAL.                                  *
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. AML_EXMPMNT.
000580*
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620*
000630     SELECT AML-EXMD-IN ASSIGN TO "EXMPDLT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WK-EXMD-STATUS.
000660*
000670*    LIVE EXEMPTION FILE - DYNAMIC SO THE EXPIRY LISTING CAN
000680*    READ IT THROUGH IN KEY ORDER AFTER THE KEYED MAINTENANCE.
000690*
000700     SELECT AML-EXMP-FILE ASSIGN TO "AMLEXMP"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS EXMP-KEY
000740         FILE STATUS IS WK-EXMP-STATUS.
000750*
000760*    PENDING CHANGES AWAITING A SECOND OFFICER - SEE AMLEPND.
000770*
000780     SELECT AML-EPND-FILE ASSIGN TO "AMLEPEND"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS EPND-KEY
000820         FILE STATUS IS WK-EPND-STATUS.
000830*
000840*    PERMANENT EXEMPTION HISTORY - APPENDED TO ACROSS RUNS, THE
000850*    SAME WAY AML_PARMMNT APPENDS TO PRMHIST.
000860*
000870     SELECT AML-HIST-OUT ASSIGN TO "EXMHIST"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WK-HIST-STATUS.
000900*
000910     SELECT AML-RPT-OUT ASSIGN TO "EXMRPT"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WK-RPT-STATUS.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
000970*
000980 FD  AML-EXMD-IN.
000990     COPY AMLEXMD.
001000*
001010 FD  AML-EXMP-FILE.
001020     COPY AMLEXMP.
001030*
001040 FD  AML-EPND-FILE.
001050     COPY AMLEPND.
001060*
001070 FD  AML-HIST-OUT.
001080     COPY AMLEXMH.
001090*
001100 FD  AML-RPT-OUT.
001110 01  RPT-LINE                    PIC X(080).
001120*
001130 WORKING-STORAGE SECTION.
001140*
001150******************************************************************
001160*    SWITCHES AND WORK FIELDS                                   *
001170******************************************************************
001180 77  WK-EXMD-STATUS              PIC X(02)  VALUE "00".
001190     88  WK-EXMD-OK                      VALUE "00".
001200*
001210 77  WK-EXMP-STATUS              PIC X(02)  VALUE "00".
001220     88  WK-EXMP-OK                      VALUE "00".
001230     88  WK-EXMP-NOT-FOUND               VALUE "35".
001240     88  WK-EXMP-REC-NOT-FOUND           VALUE "23".
001250*
001260 77  WK-EPND-STATUS              PIC X(02)  VALUE "00".
001270     88  WK-EPND-OK                      VALUE "00".
001280     88  WK-EPND-NOT-FOUND               VALUE "35".
001290     88  WK-EPND-REC-NOT-FOUND           VALUE "23".
001300*
001310 77  WK-HIST-STATUS              PIC X(02)  VALUE "00".
001320     88  WK-HIST-OK                      VALUE "00".
001330     88  WK-HIST-NOT-FOUND               VALUE "35".
001340*
001350 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
001360     88  WK-RPT-OK                       VALUE "00".
001370*
001380 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
001390     88  WK-EOF                          VALUE "Y".
001400*
001410 77  WK-EXMP-EOF-SW              PIC X(01)  VALUE "N".
001420     88  WK-EXMP-EOF                     VALUE "Y".
001430*
001440 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
001450 77  WK-PENDED-COUNT             PIC 9(09) COMP-5 VALUE 0.
001460 77  WK-APPLIED-COUNT            PIC 9(09) COMP-5 VALUE 0.
001470 77  WK-REJECT-COUNT             PIC 9(09) COMP-5 VALUE 0.
001480 77  WK-EXPIRING-COUNT           PIC 9(09) COMP-5 VALUE 0.
001490 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
001500 77  WK-RUN-TIME                 PIC 9(08) VALUE 0.
001510*
001520 77  WK-PRIOR-FOUND-SW           PIC X(01)  VALUE "N".
001530     88  WK-PRIOR-FOUND                  VALUE "Y".
001540*
001550*    "P" PENDED, "A" APPLIED - DRIVES THE HISTORY RESULT AND
001560*    THE REPORT WORDING FOR A GOOD TRANSACTION.
001570*
001580 77  WK-GOOD-RESULT              PIC X(01)  VALUE "P".
001590*
001600 77  WK-REJECT-REASON            PIC X(25) VALUE SPACES.
001610*
001620*    THE CHANGE BEING WORKED - FROM THE CARD ON A REQUEST, FROM
001630*    THE PENDING RECORD ON AN APPROVAL.
001640*
001650 77  WK-CAMBIO                   PIC X(01) VALUE SPACE.
001660*
001670 77  WK-RZ-SUB                   PIC 9(04) COMP-5 VALUE 0.
001680*
001690******************************************************************
001700*    EXPIRY LOOK-AHEAD, IN DAYS, FOR THE RENEWAL LISTING.        *
001710******************************************************************
001720 77  WK-EXPIRY-WINDOW            PIC 9(03) VALUE 030.
001730 77  WK-RUN-SERIAL               PIC S9(09) COMP-5 VALUE 0.
001740 77  WK-DAYS-LEFT                PIC S9(09) COMP-5 VALUE 0.
001750*
001760******************************************************************
001770*    THE PAIR'S EXEMPTION BEFORE AND AFTER THE TRANSACTION, FOR  *
001780*    THE HISTORY AND THE REPORT.  SAME SHAPE AS THE EHIS-BEFORE  *
001790*    AND EHIS-AFTER GROUPS SO EACH MOVES ACROSS WHOLE.           *
001800******************************************************************
001810 01  WK-BEFORE.
001820     05  WK-B-FLAGS.
001830         10  WK-B-RSN-AMOUNT     PIC X(01).
001840         10  WK-B-RSN-VELOCITY   PIC X(01).
001850         10  WK-B-RSN-PROFILE    PIC X(01).
001860     05  WK-B-FECHA-EF           PIC 9(08).
001870     05  WK-B-FECHA-EXP          PIC 9(08).
001880*
001890 01  WK-AFTER.
001900     05  WK-A-FLAGS.
001910         10  WK-A-RSN-AMOUNT     PIC X(01).
001920         10  WK-A-RSN-VELOCITY   PIC X(01).
001930         10  WK-A-RSN-PROFILE    PIC X(01).
001940     05  WK-A-FECHA-EF           PIC 9(08).
001950     05  WK-A-FECHA-EXP          PIC 9(08).
001960*
001970******************************************************************
001980*    REASON-CODE LIST FOR A REPORT LINE, BUILT FROM A SET OF     *
001990*    COVERED-REASON FLAGS BY 6100-BUILD-RSN-LIST.                *
002000******************************************************************
002010 01  WK-LIST-FLAGS.
002020     05  WK-L-RSN-AMOUNT         PIC X(01).
002030         88  WK-L-COVERS-AMOUNT          VALUE "Y".
002040     05  WK-L-RSN-VELOCITY       PIC X(01).
002050         88  WK-L-COVERS-VELOCITY        VALUE "Y".
002060     05  WK-L-RSN-PROFILE        PIC X(01).
002070         88  WK-L-COVERS-PROFILE         VALUE "Y".
002080*
002090 01  WK-RSN-LIST.
002100     05  WK-RSN-LIST-AMOUNT      PIC X(02).
002110     05  FILLER                  PIC X(01) VALUE SPACE.
002120     05  WK-RSN-LIST-VELOCITY    PIC X(02).
002130     05  FILLER                  PIC X(01) VALUE SPACE.
002140     05  WK-RSN-LIST-PROFILE     PIC X(02).
002150*
002160******************************************************************
002170*    DATE-TO-DAY-COUNT WORK FIELDS FOR 9100-DATE-TO-DAYS, SAME   *
002180*    SCHEME AS AML_CASEAGE - ONLY DIFFERENCES BETWEEN TWO        *
002190*    SERIALS ARE EVER USED.                                      *
002200******************************************************************
002210 01  WK-DS-FECHA                 PIC 9(08) VALUE 0.
002220 01  WK-DS-FECHA-X REDEFINES WK-DS-FECHA.
002230     05  WK-DS-YYYY              PIC 9(04).
002240     05  WK-DS-MM                PIC 9(02).
002250     05  WK-DS-DD                PIC 9(02).
002260 77  WK-DS-Y                     PIC S9(09) COMP-5 VALUE 0.
002270 77  WK-DS-M                     PIC S9(09) COMP-5 VALUE 0.
002280 77  WK-DS-WORK                  PIC S9(09) COMP-5 VALUE 0.
002290 77  WK-DS-SERIAL                PIC S9(09) COMP-5 VALUE 0.
002300*
002310******************************************************************
002320*    EDITED FIELDS FOR REPORT LINES.                             *
002330******************************************************************
002340 77  WK-EDIT-CUENTA              PIC Z(17)9.
002350 77  WK-EDIT-CUENTA-2            PIC Z(17)9.
002360 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
002370 77  WK-EDIT-DIAS                PIC ZZ9.
002380*
002390******************************************************************
002400*                                                                *
002410*    0000-MAINLINE                                               *
002420*                                                                *
002430******************************************************************
002440 PROCEDURE DIVISION.
002450*
002460 0000-MAINLINE.
002470*
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490*
002500     PERFORM 2000-READ-EXMD THRU 2000-EXIT.
002510*
002520     PERFORM 3000-PROCESS-EXMD THRU 3000-EXIT
002530         UNTIL WK-EOF.
002540*
002550     PERFORM 7000-LIST-EXPIRING THRU 7000-EXIT.
002560*
002570     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002580*
002590     GOBACK.
002600*
002610******************************************************************
002620*    1000-INITIALIZE                                             *
002630*                                                                *
002640*    AN EXEMPTION OR PENDING FILE THAT DOES NOT EXIST YET IS     *
002650*    CREATED EMPTY AND THEN MAINTAINED, SO THE VERY FIRST        *
002660*    EXEMPTION GOES THROUGH THE SAME CONTROLLED, HISTORY-        *
002670*    KEEPING PATH AS EVERY LATER ONE - SAME AS AML_PARMMNT.      *
002680******************************************************************
002690 1000-INITIALIZE.
002700*
002710     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002720     ACCEPT WK-RUN-TIME FROM TIME.
002730*
002740     MOVE WK-RUN-DATE TO WK-DS-FECHA.
002750     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
002760     MOVE WK-DS-SERIAL TO WK-RUN-SERIAL.
002770*
002780     OPEN INPUT AML-EXMD-IN.
002790     IF NOT WK-EXMD-OK
002800         DISPLAY "AML_EXMPMNT: NO SE PUDO ABRIR EXMPDLT, "
002810                 "STATUS = " WK-EXMD-STATUS
002820         STOP RUN
002830     END-IF.
002840*
002850     OPEN I-O AML-EXMP-FILE.
002860     IF WK-EXMP-NOT-FOUND
002870         OPEN OUTPUT AML-EXMP-FILE
002880         CLOSE AML-EXMP-FILE
002890         OPEN I-O AML-EXMP-FILE
002900     END-IF.
002910*
002920     IF NOT WK-EXMP-OK
002930         DISPLAY "AML_EXMPMNT: NO SE PUDO ABRIR AMLEXMP, "
002940                 "STATUS = " WK-EXMP-STATUS
002950         STOP RUN
002960     END-IF.
002970*
002980     OPEN I-O AML-EPND-FILE.
002990     IF WK-EPND-NOT-FOUND
003000         OPEN OUTPUT AML-EPND-FILE
003010         CLOSE AML-EPND-FILE
003020         OPEN I-O AML-EPND-FILE
003030     END-IF.
003040*
003050     IF NOT WK-EPND-OK
003060         DISPLAY "AML_EXMPMNT: NO SE PUDO ABRIR AMLEPEND, "
003070                 "STATUS = " WK-EPND-STATUS
003080         STOP RUN
003090     END-IF.
003100*
003110     OPEN EXTEND AML-HIST-OUT.
003120     IF WK-HIST-NOT-FOUND
003130         OPEN OUTPUT AML-HIST-OUT
003140     END-IF.
003150     IF NOT WK-HIST-OK
003160         DISPLAY "AML_EXMPMNT: NO SE PUDO ABRIR EXMHIST, "
003170                 "STATUS = " WK-HIST-STATUS
003180         STOP RUN
003190     END-IF.
003200*
003210     OPEN OUTPUT AML-RPT-OUT.
003220     IF NOT WK-RPT-OK
003230         DISPLAY "AML_EXMPMNT: NO SE PUDO ABRIR EXMRPT, "
003240                 "STATUS = " WK-RPT-STATUS
003250         STOP RUN
003260     END-IF.
003270*
003280     MOVE SPACES TO RPT-LINE.
003290     STRING "AML COUNTERPARTY EXEMPTION CHANGES - RUN DATE "
003300             WK-RUN-DATE
003310         DELIMITED BY SIZE INTO RPT-LINE.
003320     WRITE RPT-LINE.
003330*
003340     MOVE SPACES TO RPT-LINE.
003350     WRITE RPT-LINE.
003360*
003370 1000-EXIT.
003380     EXIT.
003390*
003400******************************************************************
003410*    2000-READ-EXMD                                              *
003420******************************************************************
003430 2000-READ-EXMD.
003440*
003450     IF WK-EOF
003460         GO TO 2000-EXIT
003470     END-IF.
003480     READ AML-EXMD-IN
003490         AT END
003500             SET WK-EOF TO TRUE
003510     END-READ.
003520*
003530 2000-EXIT.
003540     EXIT.
003550*
003560******************************************************************
003570*                                                                *
003580*    3000-PROCESS-EXMD                                           *
003590*                                                                *
003600*    VALIDATES AND WORKS ONE DELTA TRANSACTION, THEN WRITES THE  *
003610*    HISTORY RECORD AND THE REPORT LINES FOR IT - PENDED,        *
003620*    APPLIED AND REJECTED ALIKE, SO THE HISTORY SHOWS EVERY      *
003630*    ATTEMPT TO EXEMPT A COUNTERPARTY, NOT JUST THE ONES THAT    *
003640*    TOOK.                                                       *
003650******************************************************************
003660 3000-PROCESS-EXMD.
003670*
003680     ADD 1 TO WK-READ-COUNT.
003690     MOVE SPACES TO WK-REJECT-REASON.
003700     SET WK-PRIOR-FOUND-SW TO "N".
003710     MOVE "P" TO WK-GOOD-RESULT.
003720     MOVE EXMD-CAMBIO TO WK-CAMBIO.
003730*
003740     MOVE SPACES TO WK-B-FLAGS.
003750     MOVE 0      TO WK-B-FECHA-EF.
003760     MOVE 0      TO WK-B-FECHA-EXP.
003770     MOVE SPACES TO WK-A-FLAGS.
003780     MOVE 0      TO WK-A-FECHA-EF.
003790     MOVE 0      TO WK-A-FECHA-EXP.
003800*
003810     PERFORM 3100-VALIDATE-ONE THRU 3100-EXIT.
003820*
003830     IF WK-REJECT-REASON NOT = SPACES
003840         ADD 1 TO WK-REJECT-COUNT
003850         PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT
003860         PERFORM 6000-WRITE-RPT-LINES THRU 6000-EXIT
003870         GO TO 3000-NEXT
003880     END-IF.
003890*
003900     IF EXMD-ACTION-REQUEST
003910         PERFORM 3200-PEND-ONE THRU 3200-EXIT
003920     ELSE
003930         PERFORM 3300-APPROVE-ONE THRU 3300-EXIT
003940     END-IF.
003950*
003960     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.
003970     PERFORM 6000-WRITE-RPT-LINES THRU 6000-EXIT.
003980*
003990 3000-NEXT.
004000     PERFORM 2000-READ-EXMD THRU 2000-EXIT.
004010*
004020 3000-EXIT.
004030     EXIT.
004040*
004050******************************************************************
004060*                                                                *
004070*    3100-VALIDATE-ONE                                           *
004080*                                                                *
004090*    LEAVES WK-REJECT-REASON BLANK FOR A GOOD TRANSACTION, OR    *
004100*    SET TO THE FIRST PROBLEM FOUND.  READS THE LIVE EXEMPTION   *
004110*    AND THE PENDING RECORD AS SIDE EFFECTS SO THE BEFORE        *
004120*    VALUES AND THE DUAL-CONTROL CHECKS ARE ON HAND.             *
004130******************************************************************
004140 3100-VALIDATE-ONE.
004150*
004160     IF NOT EXMD-ACTION-VALID
004170         MOVE "ACTION CODE NOT R/A" TO WK-REJECT-REASON
004180         GO TO 3100-EXIT
004190     END-IF.
004200*
004210     IF EXMD-ORIGEN NOT NUMERIC OR EXMD-ORIGEN = 0
004220         MOVE "ORIGIN ACCOUNT NOT VALID" TO WK-REJECT-REASON
004230         GO TO 3100-EXIT
004240     END-IF.
004250*
004260     IF EXMD-DESTINO NOT NUMERIC
004270         MOVE "DESTINATION NOT NUMERIC" TO WK-REJECT-REASON
004280         GO TO 3100-EXIT
004290     END-IF.
004300*
004310     IF EXMD-OFICIAL = SPACES
004320         MOVE "OFFICER ID BLANK" TO WK-REJECT-REASON
004330         GO TO 3100-EXIT
004340     END-IF.
004350*
004360     MOVE EXMD-ORIGEN  TO EXMP-ORIGEN.
004370     MOVE EXMD-DESTINO TO EXMP-DESTINO.
004380     READ AML-EXMP-FILE.
004390     IF WK-EXMP-OK
004400         SET WK-PRIOR-FOUND TO TRUE
004410         MOVE EXMP-RSN-AMOUNT   TO WK-B-RSN-AMOUNT
004420         MOVE EXMP-RSN-VELOCITY TO WK-B-RSN-VELOCITY
004430         MOVE EXMP-RSN-PROFILE  TO WK-B-RSN-PROFILE
004440         MOVE EXMP-FECHA-EF     TO WK-B-FECHA-EF
004450         MOVE EXMP-FECHA-EXP    TO WK-B-FECHA-EXP
004460     ELSE
004470         IF NOT WK-EXMP-REC-NOT-FOUND
004480             MOVE "EXEMPTION FILE READ ERROR" TO WK-REJECT-REASON
004490             GO TO 3100-EXIT
004500         END-IF
004510     END-IF.
004520*
004530     MOVE EXMD-ORIGEN  TO EPND-ORIGEN.
004540     MOVE EXMD-DESTINO TO EPND-DESTINO.
004550     READ AML-EPND-FILE.
004560     IF NOT WK-EPND-OK AND NOT WK-EPND-REC-NOT-FOUND
004570         MOVE "PENDING FILE READ ERROR" TO WK-REJECT-REASON
004580         GO TO 3100-EXIT
004590     END-IF.
004600*
004610     IF EXMD-ACTION-REQUEST
004620         PERFORM 3110-VALIDATE-REQUEST THRU 3110-EXIT
004630     ELSE
004640         PERFORM 3120-VALIDATE-APPROVE THRU 3120-EXIT
004650     END-IF.
004660*
004670 3100-EXIT.
004680     EXIT.
004690*
004700******************************************************************
004710*                                                                *
004720*    3110-VALIDATE-REQUEST                                       *
004730*                                                                *
004740*    A GRANT MUST NAME AT LEAST ONE COVERABLE REASON AND A DATE  *
004750*    RANGE THAT IS STILL RUNNING; THE COVERED REASONS ARE        *
004760*    TRANSLATED TO THE AFTER FLAGS ON THE WAY THROUGH.  A        *
004770*    REVOKE ONLY NEEDS SOMETHING ON FILE TO REVOKE.              *
004780******************************************************************
004790 3110-VALIDATE-REQUEST.
004800*
004810     IF WK-EPND-OK
004820         MOVE "CHANGE ALREADY PENDING" TO WK-REJECT-REASON
004830         GO TO 3110-EXIT
004840     END-IF.
004850*
004860     IF NOT EXMD-CAMBIO-VALID
004870         MOVE "CHANGE CODE NOT A/B" TO WK-REJECT-REASON
004880         GO TO 3110-EXIT
004890     END-IF.
004900*
004910     IF EXMD-CAMBIO-BAJA
004920         IF NOT WK-PRIOR-FOUND
004930             MOVE "NO EXEMPTION TO REVOKE" TO WK-REJECT-REASON
004940         END-IF
004950         GO TO 3110-EXIT
004960     END-IF.
004970*
004980     MOVE "N" TO WK-A-RSN-AMOUNT.
004990     MOVE "N" TO WK-A-RSN-VELOCITY.
005000     MOVE "N" TO WK-A-RSN-PROFILE.
005010*
005020     PERFORM 3111-CHECK-ONE-RAZON THRU 3111-EXIT
005030         VARYING WK-RZ-SUB FROM 1 BY 1
005040         UNTIL WK-RZ-SUB > 3
005050            OR WK-REJECT-REASON NOT = SPACES.
005060*
005070     IF WK-REJECT-REASON NOT = SPACES
005080         GO TO 3110-EXIT
005090     END-IF.
005100*
005110     IF WK-A-RSN-AMOUNT = "N" AND WK-A-RSN-VELOCITY = "N"
005120       AND WK-A-RSN-PROFILE = "N"
005130         MOVE "NO REASON CODE GIVEN" TO WK-REJECT-REASON
005140         GO TO 3110-EXIT
005150     END-IF.
005160*
005170     IF EXMD-FECHA-EF NOT NUMERIC OR EXMD-FECHA-EF < 19000101
005180         MOVE "EFFECTIVE DATE NOT VALID" TO WK-REJECT-REASON
005190         GO TO 3110-EXIT
005200     END-IF.
005210*
005220     IF EXMD-FECHA-EXP NOT NUMERIC OR EXMD-FECHA-EXP < 19000101
005230         MOVE "EXPIRY DATE NOT VALID" TO WK-REJECT-REASON
005240         GO TO 3110-EXIT
005250     END-IF.
005260*
005270     IF EXMD-FECHA-EXP NOT > EXMD-FECHA-EF
005280         MOVE "EXPIRY NOT AFTER EFFECTIVE" TO WK-REJECT-REASON
005290         GO TO 3110-EXIT
005300     END-IF.
005310*
005320     IF EXMD-FECHA-EXP < WK-RUN-DATE
005330         MOVE "EXPIRY ALREADY PASSED" TO WK-REJECT-REASON
005340         GO TO 3110-EXIT
005350     END-IF.
005360*
005370     MOVE EXMD-FECHA-EF  TO WK-A-FECHA-EF.
005380     MOVE EXMD-FECHA-EXP TO WK-A-FECHA-EXP.
005390*
005400 3110-EXIT.
005410     EXIT.
005420*
005430******************************************************************
005440*    3111-CHECK-ONE-RAZON                                        *
005450******************************************************************
005460 3111-CHECK-ONE-RAZON.
005470*
005480     IF EXMD-RAZON (WK-RZ-SUB) = SPACES
005490         GO TO 3111-EXIT
005500     END-IF.
005510*
005520     IF EXMD-RAZON (WK-RZ-SUB) = "01"
005530         MOVE "Y" TO WK-A-RSN-AMOUNT
005540         GO TO 3111-EXIT
005550     END-IF.
005560*
005570     IF EXMD-RAZON (WK-RZ-SUB) = "03"
005580         MOVE "Y" TO WK-A-RSN-VELOCITY
005590         GO TO 3111-EXIT
005600     END-IF.
005610*
005620     IF EXMD-RAZON (WK-RZ-SUB) = "07"
005630         MOVE "Y" TO WK-A-RSN-PROFILE
005640         GO TO 3111-EXIT
005650     END-IF.
005660*
005670     IF EXMD-RAZON (WK-RZ-SUB) = "02" OR "06" OR "08"
005680         MOVE "02/06/08 NEVER EXEMPTABLE" TO WK-REJECT-REASON
005690     ELSE
005700         MOVE "REASON CODE NOT 01/03/07" TO WK-REJECT-REASON
005710     END-IF.
005720*
005730 3111-EXIT.
005740     EXIT.
005750*
005760******************************************************************
005770*    3120-VALIDATE-APPROVE                                       *
005780******************************************************************
005790 3120-VALIDATE-APPROVE.
005800*
005810     IF WK-EPND-REC-NOT-FOUND
005820         MOVE "NOTHING PENDING FOR PAIR" TO WK-REJECT-REASON
005830         GO TO 3120-EXIT
005840     END-IF.
005850*
005860     MOVE EPND-CAMBIO TO WK-CAMBIO.
005870*
005880     IF EPND-OFICIAL = EXMD-OFICIAL
005890         MOVE "APPROVER IS REQUESTER" TO WK-REJECT-REASON
005900     END-IF.
005910*
005920 3120-EXIT.
005930     EXIT.
005940*
005950******************************************************************
005960*                                                                *
005970*    3200-PEND-ONE                                               *
005980*                                                                *
005990*    WRITES THE VALIDATED REQUEST TO THE PENDING FILE.  THE      *
006000*    LIVE AMLEXMP DOES NOT MOVE UNTIL A SECOND OFFICER           *
006010*    APPROVES - THAT IS THE WHOLE POINT.                         *
006020******************************************************************
006030 3200-PEND-ONE.
006040*
006050     MOVE EXMD-ORIGEN       TO EPND-ORIGEN.
006060     MOVE EXMD-DESTINO      TO EPND-DESTINO.
006070     MOVE EXMD-CAMBIO       TO EPND-CAMBIO.
006080     MOVE WK-A-RSN-AMOUNT   TO EPND-RSN-AMOUNT.
006090     MOVE WK-A-RSN-VELOCITY TO EPND-RSN-VELOCITY.
006100     MOVE WK-A-RSN-PROFILE  TO EPND-RSN-PROFILE.
006110     MOVE WK-A-FECHA-EF     TO EPND-FECHA-EF.
006120     MOVE WK-A-FECHA-EXP    TO EPND-FECHA-EXP.
006130     MOVE EXMD-OFICIAL      TO EPND-OFICIAL.
006140     MOVE WK-RUN-DATE       TO EPND-FECHA.
006150     MOVE WK-RUN-TIME       TO EPND-TIME.
006160*
006170     WRITE EPND-RECORD.
006180     IF NOT WK-EPND-OK
006190         DISPLAY "AML_EXMPMNT: AVISO - ERROR ESCRIBIENDO "
006200                 "AMLEPEND, STATUS = " WK-EPND-STATUS
006210         MOVE "PEND WRITE ERROR" TO WK-REJECT-REASON
006220         ADD 1 TO WK-REJECT-COUNT
006230         GO TO 3200-EXIT
006240     END-IF.
006250*
006260     MOVE "P" TO WK-GOOD-RESULT.
006270     ADD 1 TO WK-PENDED-COUNT.
006280*
006290 3200-EXIT.
006300     EXIT.
006310*
006320******************************************************************
006330*                                                                *
006340*    3300-APPROVE-ONE                                            *
006350*                                                                *
006360*    MOVES THE PENDED CHANGE ONTO THE LIVE EXEMPTION FILE - A    *
006370*    GRANT WRITES OR REPLACES THE PAIR'S RECORD WITH BOTH        *
006380*    OFFICERS' NAMES ON IT, A REVOKE DELETES IT - AND CLEARS THE *
006390*    PENDING RECORD.  WHAT IS APPLIED IS EXACTLY WHAT WAS        *
006400*    PENDED.  A REVOKE WHOSE EXEMPTION HAS ALREADY GONE IS       *
006410*    SIMPLY CLEARED FROM PENDING.                                *
006420******************************************************************
006430 3300-APPROVE-ONE.
006440*
006450     IF EPND-CAMBIO-BAJA AND NOT WK-PRIOR-FOUND
006460         GO TO 3300-CLEAR-PENDING
006470     END-IF.
006480*
006490     IF EPND-CAMBIO-BAJA
006500         DELETE AML-EXMP-FILE RECORD
006510     ELSE
006520         MOVE EPND-ORIGEN       TO EXMP-ORIGEN
006530         MOVE EPND-DESTINO      TO EXMP-DESTINO
006540         MOVE EPND-RSN-AMOUNT   TO EXMP-RSN-AMOUNT
006550         MOVE EPND-RSN-VELOCITY TO EXMP-RSN-VELOCITY
006560         MOVE EPND-RSN-PROFILE  TO EXMP-RSN-PROFILE
006570         MOVE EPND-FECHA-EF     TO EXMP-FECHA-EF
006580         MOVE EPND-FECHA-EXP    TO EXMP-FECHA-EXP
006590         MOVE EPND-OFICIAL      TO EXMP-OFICIAL-REQ
006600         MOVE EXMD-OFICIAL      TO EXMP-OFICIAL-APR
006610         MOVE WK-RUN-DATE       TO EXMP-FECHA-APR
006620         IF WK-PRIOR-FOUND
006630             REWRITE EXMP-RECORD
006640         ELSE
006650             WRITE EXMP-RECORD
006660         END-IF
006670     END-IF.
006680*
006690     IF NOT WK-EXMP-OK
006700         DISPLAY "AML_EXMPMNT: AVISO - ERROR ACTUALIZANDO "
006710                 "AMLEXMP, STATUS = " WK-EXMP-STATUS
006720         MOVE "APPLY ERROR" TO WK-REJECT-REASON
006730         ADD 1 TO WK-REJECT-COUNT
006740         GO TO 3300-EXIT
006750     END-IF.
006760*
006770     IF EPND-CAMBIO-ALTA
006780         MOVE EPND-RSN-AMOUNT   TO WK-A-RSN-AMOUNT
006790         MOVE EPND-RSN-VELOCITY TO WK-A-RSN-VELOCITY
006800         MOVE EPND-RSN-PROFILE  TO WK-A-RSN-PROFILE
006810         MOVE EPND-FECHA-EF     TO WK-A-FECHA-EF
006820         MOVE EPND-FECHA-EXP    TO WK-A-FECHA-EXP
006830     END-IF.
006840*
006850 3300-CLEAR-PENDING.
006860     DELETE AML-EPND-FILE RECORD.
006870     IF NOT WK-EPND-OK
006880         DISPLAY "AML_EXMPMNT: AVISO - ERROR BORRANDO "
006890                 "AMLEPEND, STATUS = " WK-EPND-STATUS
006900     END-IF.
006910*
006920     MOVE "A" TO WK-GOOD-RESULT.
006930     ADD 1 TO WK-APPLIED-COUNT.
006940*
006950 3300-EXIT.
006960     EXIT.
006970*
006980******************************************************************
006990*                                                                *
007000*    5000-WRITE-HISTORY                                          *
007010*                                                                *
007020*    APPENDS ONE RECORD TO THE PERMANENT EXEMPTION HISTORY.  AN  *
007030*    APPLIED CHANGE CARRIES BOTH NAMES - THE REQUESTER FROM THE  *
007040*    PENDING RECORD AND THE APPROVER FROM THE TRANSACTION.  A    *
007050*    REJECTION CARRIES ITS REASON.                               *
007060******************************************************************
007070 5000-WRITE-HISTORY.
007080*
007090     MOVE WK-RUN-DATE       TO EHIS-FECHA.
007100     MOVE WK-RUN-TIME       TO EHIS-TIME.
007110     MOVE EXMD-ORIGEN       TO EHIS-ORIGEN.
007120     MOVE EXMD-DESTINO      TO EHIS-DESTINO.
007130     MOVE EXMD-ACTION       TO EHIS-ACTION.
007140     MOVE WK-CAMBIO         TO EHIS-CAMBIO.
007150     MOVE WK-BEFORE         TO EHIS-BEFORE.
007160     MOVE WK-AFTER          TO EHIS-AFTER.
007170     MOVE WK-REJECT-REASON  TO EHIS-REJECT-REASON.
007180*
007190     IF EXMD-ACTION-APPROVE AND WK-EPND-OK
007200         MOVE EPND-OFICIAL  TO EHIS-OFICIAL-REQ
007210         MOVE EXMD-OFICIAL  TO EHIS-OFICIAL-APR
007220     ELSE
007230         MOVE EXMD-OFICIAL  TO EHIS-OFICIAL-REQ
007240         MOVE SPACES        TO EHIS-OFICIAL-APR
007250     END-IF.
007260*
007270     IF WK-REJECT-REASON NOT = SPACES
007280         SET EHIS-REJECTED TO TRUE
007290     ELSE
007300         IF WK-GOOD-RESULT = "A"
007310             SET EHIS-APPLIED TO TRUE
007320         ELSE
007330             SET EHIS-PENDED TO TRUE
007340         END-IF
007350     END-IF.
007360*
007370     WRITE EHIS-RECORD.
007380     IF NOT WK-HIST-OK
007390         DISPLAY "AML_EXMPMNT: AVISO - ERROR ESCRIBIENDO "
007400                 "EXMHIST, STATUS = " WK-HIST-STATUS
007410     END-IF.
007420*
007430 5000-EXIT.
007440     EXIT.
007450*
007460******************************************************************
007470*                                                                *
007480*    6000-WRITE-RPT-LINES                                        *
007490*                                                                *
007500*    THE TRANSACTION AND ITS RESULT, THE PAIR IT ACTS ON, THEN   *
007510*    THE COVERED REASONS AND DATES AS THEY STOOD BEFORE AND AS   *
007520*    THEY READ AFTER.                                            *
007530******************************************************************
007540 6000-WRITE-RPT-LINES.
007550*
007560     MOVE SPACES TO RPT-LINE.
007570     IF WK-REJECT-REASON NOT = SPACES
007580         STRING "ACCION " EXMD-ACTION
007590                 " CAMBIO " WK-CAMBIO
007600                 " OFICIAL " EXMD-OFICIAL
007610                 " REJECTED - " WK-REJECT-REASON
007620             DELIMITED BY SIZE INTO RPT-LINE
007630     ELSE
007640         IF WK-GOOD-RESULT = "A"
007650             STRING "ACCION " EXMD-ACTION
007660                     " CAMBIO " WK-CAMBIO
007670                     " OFICIAL " EXMD-OFICIAL
007680                     " APPLIED"
007690                 DELIMITED BY SIZE INTO RPT-LINE
007700         ELSE
007710             STRING "ACCION " EXMD-ACTION
007720                     " CAMBIO " WK-CAMBIO
007730                     " OFICIAL " EXMD-OFICIAL
007740                     " PENDED - AWAITING SECOND OFFICER"
007750                 DELIMITED BY SIZE INTO RPT-LINE
007760         END-IF
007770     END-IF.
007780     WRITE RPT-LINE.
007790*
007800     MOVE EXMD-ORIGEN TO WK-EDIT-CUENTA.
007810     MOVE SPACES TO RPT-LINE.
007820     IF EXMD-DESTINO NUMERIC AND EXMD-DESTINO NOT = 0
007830         MOVE EXMD-DESTINO TO WK-EDIT-CUENTA-2
007840         STRING "    ORIGEN " WK-EDIT-CUENTA
007850                 "  DESTINO " WK-EDIT-CUENTA-2
007860             DELIMITED BY SIZE INTO RPT-LINE
007870     ELSE
007880         STRING "    ORIGEN " WK-EDIT-CUENTA
007890                 "  DESTINO (ANY - ORIGIN-ONLY)"
007900             DELIMITED BY SIZE INTO RPT-LINE
007910     END-IF.
007920     WRITE RPT-LINE.
007930*
007940     MOVE WK-B-FLAGS TO WK-LIST-FLAGS.
007950     PERFORM 6100-BUILD-RSN-LIST THRU 6100-EXIT.
007960     MOVE SPACES TO RPT-LINE.
007970     STRING "    ANTES   RAZONES " WK-RSN-LIST
007980             "  VIGENCIA " WK-B-FECHA-EF " - " WK-B-FECHA-EXP
007990         DELIMITED BY SIZE INTO RPT-LINE.
008000     WRITE RPT-LINE.
008010*
008020     MOVE WK-A-FLAGS TO WK-LIST-FLAGS.
008030     PERFORM 6100-BUILD-RSN-LIST THRU 6100-EXIT.
008040     MOVE SPACES TO RPT-LINE.
008050     STRING "    DESPUES RAZONES " WK-RSN-LIST
008060             "  VIGENCIA " WK-A-FECHA-EF " - " WK-A-FECHA-EXP
008070         DELIMITED BY SIZE INTO RPT-LINE.
008080     WRITE RPT-LINE.
008090*
008100 6000-EXIT.
008110     EXIT.
008120*
008130******************************************************************
008140*    6100-BUILD-RSN-LIST                                         *
008150******************************************************************
008160 6100-BUILD-RSN-LIST.
008170*
008180     MOVE SPACES TO WK-RSN-LIST.
008190*
008200     IF WK-L-COVERS-AMOUNT
008210         MOVE "01" TO WK-RSN-LIST-AMOUNT
008220     END-IF.
008230     IF WK-L-COVERS-VELOCITY
008240         MOVE "03" TO WK-RSN-LIST-VELOCITY
008250     END-IF.
008260     IF WK-L-COVERS-PROFILE
008270         MOVE "07" TO WK-RSN-LIST-PROFILE
008280     END-IF.
008290*
008300 6100-EXIT.
008310     EXIT.
008320*
008330******************************************************************
008340*                                                                *
008350*    7000-LIST-EXPIRING                                          *
008360*                                                                *
008370*    READS THE LIVE EXEMPTION FILE THROUGH IN KEY ORDER, AS IT   *
008380*    STANDS AFTER TODAY'S CHANGES, AND LISTS EVERY EXEMPTION     *
008390*    THAT IS STILL IN FORCE BUT RUNS OUT WITHIN THE LOOK-AHEAD   *
008400*    WINDOW.  ONES ALREADY LAPSED ARE LEFT OFF - CORE_BANK NO    *
008410*    LONGER HONORS THEM, SO THERE IS NOTHING TO RENEW IN TIME.   *
008420******************************************************************
008430 7000-LIST-EXPIRING.
008440*
008450     MOVE SPACES TO RPT-LINE.
008460     WRITE RPT-LINE.
008470*
008480     MOVE WK-EXPIRY-WINDOW TO WK-EDIT-DIAS.
008490     MOVE SPACES TO RPT-LINE.
008500     STRING "EXEMPTIONS EXPIRING WITHIN " WK-EDIT-DIAS
008510             " DAYS OF " WK-RUN-DATE
008520         DELIMITED BY SIZE INTO RPT-LINE.
008530     WRITE RPT-LINE.
008540*
008550     MOVE SPACES TO RPT-LINE.
008560     STRING "              ORIGEN             DESTINO  RAZONES"
008570             "     EXPIRA DIAS  APROBO"
008580         DELIMITED BY SIZE INTO RPT-LINE.
008590     WRITE RPT-LINE.
008600*
008610     MOVE LOW-VALUES TO EXMP-KEY.
008620     START AML-EXMP-FILE
008630         KEY IS NOT LESS THAN EXMP-KEY.
008640     IF NOT WK-EXMP-OK
008650         SET WK-EXMP-EOF TO TRUE
008660     END-IF.
008670*
008680     PERFORM 7100-CHECK-ONE-EXPIRY THRU 7100-EXIT
008690         UNTIL WK-EXMP-EOF.
008700*
008710     MOVE WK-EXPIRING-COUNT TO WK-EDIT-COUNT.
008720     MOVE SPACES TO RPT-LINE.
008730     STRING "  EXPIRING IN WINDOW . . . . . . . . . "
008740             WK-EDIT-COUNT
008750         DELIMITED BY SIZE INTO RPT-LINE.
008760     WRITE RPT-LINE.
008770*
008780 7000-EXIT.
008790     EXIT.
008800*
008810******************************************************************
008820*    7100-CHECK-ONE-EXPIRY                                       *
008830******************************************************************
008840 7100-CHECK-ONE-EXPIRY.
008850*
008860     READ AML-EXMP-FILE NEXT RECORD
008870         AT END
008880             SET WK-EXMP-EOF TO TRUE
008890     END-READ.
008900*
008910     IF WK-EXMP-EOF
008920         GO TO 7100-EXIT
008930     END-IF.
008940*
008950     IF NOT WK-EXMP-OK
008960         DISPLAY "AML_EXMPMNT: AVISO - ERROR LEYENDO AMLEXMP, "
008970                 "STATUS = " WK-EXMP-STATUS
008980         SET WK-EXMP-EOF TO TRUE
008990         GO TO 7100-EXIT
009000     END-IF.
009010*
009020     IF EXMP-FECHA-EXP < WK-RUN-DATE
009030         GO TO 7100-EXIT
009040     END-IF.
009050*
009060     MOVE EXMP-FECHA-EXP TO WK-DS-FECHA.
009070     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
009080     COMPUTE WK-DAYS-LEFT = WK-DS-SERIAL - WK-RUN-SERIAL.
009090*
009100     IF WK-DAYS-LEFT > WK-EXPIRY-WINDOW
009110         GO TO 7100-EXIT
009120     END-IF.
009130*
009140     ADD 1 TO WK-EXPIRING-COUNT.
009150*
009160     MOVE EXMP-RSN-AMOUNT   TO WK-L-RSN-AMOUNT.
009170     MOVE EXMP-RSN-VELOCITY TO WK-L-RSN-VELOCITY.
009180     MOVE EXMP-RSN-PROFILE  TO WK-L-RSN-PROFILE.
009190     PERFORM 6100-BUILD-RSN-LIST THRU 6100-EXIT.
009200*
009210     MOVE EXMP-ORIGEN  TO WK-EDIT-CUENTA.
009220     MOVE EXMP-DESTINO TO WK-EDIT-CUENTA-2.
009230     MOVE WK-DAYS-LEFT TO WK-EDIT-DIAS.
009240     MOVE SPACES TO RPT-LINE.
009250     STRING "  " WK-EDIT-CUENTA
009260             "  " WK-EDIT-CUENTA-2
009270             "  " WK-RSN-LIST
009280             "  " EXMP-FECHA-EXP
009290             "  " WK-EDIT-DIAS
009300             "  " EXMP-OFICIAL-APR
009310         DELIMITED BY SIZE INTO RPT-LINE.
009320     WRITE RPT-LINE.
009330*
009340 7100-EXIT.
009350     EXIT.
009360*
009370******************************************************************
009380*    8000-TERMINATE                                              *
009390******************************************************************
009400 8000-TERMINATE.
009410*
009420     MOVE SPACES TO RPT-LINE.
009430     WRITE RPT-LINE.
009440*
009450     MOVE WK-READ-COUNT TO WK-EDIT-COUNT.
009460     MOVE SPACES TO RPT-LINE.
009470     STRING "TRANSACTIONS READ. . . . . . . . . . . "
009480             WK-EDIT-COUNT
009490         DELIMITED BY SIZE INTO RPT-LINE.
009500     WRITE RPT-LINE.
009510*
009520     MOVE WK-PENDED-COUNT TO WK-EDIT-COUNT.
009530     MOVE SPACES TO RPT-LINE.
009540     STRING "  REQUESTS PENDED. . . . . . . . . . . "
009550             WK-EDIT-COUNT
009560         DELIMITED BY SIZE INTO RPT-LINE.
009570     WRITE RPT-LINE.
009580*
009590     MOVE WK-APPLIED-COUNT TO WK-EDIT-COUNT.
009600     MOVE SPACES TO RPT-LINE.
009610     STRING "  APPROVALS APPLIED. . . . . . . . . . "
009620             WK-EDIT-COUNT
009630         DELIMITED BY SIZE INTO RPT-LINE.
009640     WRITE RPT-LINE.
009650*
009660     MOVE WK-REJECT-COUNT TO WK-EDIT-COUNT.
009670     MOVE SPACES TO RPT-LINE.
009680     STRING "  REJECTED . . . . . . . . . . . . . . "
009690             WK-EDIT-COUNT
009700         DELIMITED BY SIZE INTO RPT-LINE.
009710     WRITE RPT-LINE.
009720*
009730     CLOSE AML-EXMD-IN.
009740     CLOSE AML-EXMP-FILE.
009750     CLOSE AML-EPND-FILE.
009760     CLOSE AML-HIST-OUT.
009770     CLOSE AML-RPT-OUT.
009780*
009790     DISPLAY "AML_EXMPMNT: TRANSACTIONS READ = " WK-READ-COUNT.
009800     DISPLAY "AML_EXMPMNT: PENDED            = "
009810             WK-PENDED-COUNT.
009820     DISPLAY "AML_EXMPMNT: APPLIED           = "
009830             WK-APPLIED-COUNT.
009840     DISPLAY "AML_EXMPMNT: REJECTED          = "
009850             WK-REJECT-COUNT.
009860     DISPLAY "AML_EXMPMNT: EXPIRING IN WINDOW = "
009870             WK-EXPIRING-COUNT.
009880*
009890 8000-EXIT.
009900     EXIT.
009910*
009920******************************************************************
009930*                                                                *
009940*    9100-DATE-TO-DAYS                                           *
009950*                                                                *
009960*    CONVERTS WK-DS-FECHA (YYYYMMDD) TO A DAY COUNT IN           *
009970*    WK-DS-SERIAL.  MONTHS ARE RENUMBERED FROM MARCH SO THE      *
009980*    LEAP DAY FALLS AT THE END OF THE COUNTING YEAR, WHICH       *
009990*    MAKES THE LEAP CORRECTION A STRAIGHT Y/4 - Y/100 + Y/400.   *
010000*    ONLY DIFFERENCES BETWEEN TWO SERIALS ARE EVER USED.         *
010010******************************************************************
010020 9100-DATE-TO-DAYS.
010030*
010040     IF WK-DS-MM > 2
010050         MOVE WK-DS-YYYY TO WK-DS-Y
010060         MOVE WK-DS-MM   TO WK-DS-M
010070     ELSE
010080         COMPUTE WK-DS-Y = WK-DS-YYYY - 1
010090         COMPUTE WK-DS-M = WK-DS-MM + 12
010100     END-IF.
010110*
010120     COMPUTE WK-DS-SERIAL = 365 * WK-DS-Y + WK-DS-DD.
010130     COMPUTE WK-DS-WORK = WK-DS-Y / 4.
010140     ADD WK-DS-WORK TO WK-DS-SERIAL.
010150     COMPUTE WK-DS-WORK = WK-DS-Y / 100.
010160     SUBTRACT WK-DS-WORK FROM WK-DS-SERIAL.
010170     COMPUTE WK-DS-WORK = WK-DS-Y / 400.
010180     ADD WK-DS-WORK TO WK-DS-SERIAL.
010190     COMPUTE WK-DS-WORK = (153 * WK-DS-M - 457) / 5.
010200     ADD WK-DS-WORK TO WK-DS-SERIAL.
010210*
010220 9100-EXIT.
010230     EXIT.
