000100******************************************************************
000110*                                                                *
000120*    PROGRAM:      AML_REFCHK                                    *
000130*                                                                *
000140*    DESCRIPTION:  WEEKLY CROSS-FILE REFERENTIAL INTEGRITY       *
000150*                  CHECK.  AML_RECON BALANCES ONE NIGHT'S FEED;  *
000160*                  THIS PROGRAM CHECKS THAT THE PERMANENT AML    *
000170*                  FILES STILL AGREE WITH EACH OTHER AFTER       *
000180*                  RESTARTS, RERUNS, PURGES AND MANUAL FIXES:    *
000190*                                                                *
000200*                  1. EVERY FLAGGED AUDITHST DECISION (ANY       *
000210*                     REASON BUT 04 INVALID AND 05 DUPLICATE,    *
000220*                     WHICH AML_CASEBLD NEVER CASES) HAS A CASE  *
000230*                     ON AMLCASE THROUGH CASE-ALERT-KEY.         *
000240*                  2. EVERY CASE POINTS BACK TO AN AUDITHST      *
000250*                     RECORD.  A "09" NETWORK CASE HAS NO AUDIT  *
000260*                     RECORD BY DESIGN (SEE AMLCASE) AND IS      *
000270*                     CHECKED FOR ITS PARTICIPANTS ON AMLNETD    *
000280*                     INSTEAD.                                   *
000290*                  3. EVERY AMLALERT RECORD HAS THE AUDIT        *
000300*                     DECISION IT WAS RAISED FOR - SAME          *
000310*                     ACCOUNTS, TIMESTAMP AND ALRT-TRAN-ID.      *
000320*                  4. EVERY CASE WITH CASE-SAR-REF SET HAS THAT  *
000330*                     FILING, FOR THAT CASE, ON THE KEPT SAROUT  *
000340*                     EXTRACTS (DD SARHIST).                     *
000350*                  5. EVERY AMLPROC ID APPEARS IN AUDIT HISTORY  *
000360*                     UNDER THE SAME BUSINESS DATE.              *
000370*                                                                *
000380*                  EACH ORPHAN OR MISMATCH IS LISTED UNDER ITS   *
000390*                  CHECK ON REFRPT, WITH COUNTS AT THE END, AND  *
000400*                  THE RUN ENDS WITH RETURN CODE 4 WHEN THERE IS *
000410*                  ANY.                                          *
000420*                                                                *
000430*                  REPAIR FILE (REFREPR).  WHEN ASKED FOR, EVERY *
000440*                  FLAGGED DECISION FOUND WITH NO CASE IS ALSO   *
000450*                  WRITTEN IN THE AUDIT LOG LAYOUT (AMLAUDT), SO *
000460*                  AML_CASEBLD CAN CASE IT BY READING REFREPR    *
000470*                  THROUGH ITS AUDITLOG DD.  CASEBLD WILL        *
000480*                  NORMALLY HAVE COMPLETED FOR THE BUSINESS DATE *
000490*                  ALREADY, SO THAT RUN NEEDS AN AMLRERUN CARD   *
000500*                  FOR AML_CASEBLD (SEE AML_RUNCTL).             *
000510*                                                                *
000520*                  AUDIT HISTORY IS KEYED BY ACCOUNT, NOT BY     *
000530*                  TRANSACTION ID, SO CHECK 5 GOES THROUGH A     *
000540*                  SCRATCH KEYED FILE (DD REFWORK, REBUILT EACH  *
000550*                  RUN) OF THE IDS AND DATES SEEN ON THE HISTORY *
000560*                  PASS, FROM THE OLDEST AMLPROC DATE ON.        *
000570*                                                                *
000580*                  THIS IS NOT A NIGHTLY CHAIN STEP AND DOES NOT *
000590*                  REGISTER ON AMLRUNC; RUN IT AFTER THE CHAIN,  *
000600*                  SO THE DAY'S ALERTS ARE ALREADY ROLLED TO     *
000610*                  HISTORY.                                      *
000620*                                                                *
000630*    CARD LAYOUT (REFPARM, OPTIONAL):                            *
000640*        COL  1      REPAIR FILE WANTED, Y / N (DEFAULT N)       *
000650*        COL  2-9    OLDEST DATE CHECKED, YYYYMMDD (DEFAULT ALL) *
000660*                    - AUDIT DECISIONS, CASES AND ALERTS DATED   *
000670*                    EARLIER ARE NOT CHECKED, SO HISTORY ALREADY *
000680*                    ARCHIVED BY AML_HOUSEKP IS NOT REPORTED AS  *
000690*                    MISSING.                                    *
000700*                                                                *
000710*    AUTHOR:       J. D. MORALES - CORE BANKING SYSTEMS          *
000720*    INSTALLATION: COMPLIANCE / CORE BANKING                     *
000730*    DATE-WRITTEN: 2026-10-15                                    *
000740*    DATE-COMPILED:                                              *
000750*                                                                *
000760*    MOD-HISTORY.                                                *
000770*    2026-10-15  JDM  ORIGINAL.                                  *
000780******************************************************************
000790 IDENTIFICATION DIVISION.
000800 PROGRAM-ID. AML_REFCHK.
000810*
000820 ENVIRONMENT DIVISION.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850*
000860     SELECT AML-PARM-IN ASSIGN TO "REFPARM"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WK-PARMIN-STATUS.
000890*
000900     SELECT AML-AUDH-FILE ASSIGN TO "AUDITHST"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS AUDH-KEY
000940         ALTERNATE RECORD KEY IS AUDH-DESTINO
000950             WITH DUPLICATES
000960         FILE STATUS IS WK-AUDH-STATUS.
000970*
000980*    AML COMPLIANCE CASE FILE - SEE AMLCASE FOR THE KEY SCHEME.
000990*
001000     SELECT AML-CASE-FILE ASSIGN TO "AMLCASE"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS CASE-ID
001040         ALTERNATE RECORD KEY IS CASE-ALERT-KEY
001050         FILE STATUS IS WK-CASE-STATUS.
001060*
001070*    NETWORK CASE PARTICIPANTS - ONE RECORD PER COUNTERPARTY.
001080*
001090     SELECT AML-NETD-FILE ASSIGN TO "AMLNETD"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS DYNAMIC
001120         RECORD KEY IS NETD-KEY
001130         FILE STATUS IS WK-NETD-STATUS.
001140*
001150     SELECT AML-ALRT-FILE ASSIGN TO "AMLALERT"
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS WK-ALRT-STATUS.
001180*
001190     SELECT AML-PROC-FILE ASSIGN TO "AMLPROC"
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS DYNAMIC
001220         RECORD KEY IS PROC-KEY
001230         FILE STATUS IS WK-PROC-STATUS.
001240*
001250*    THE KEPT SAROUT EXTRACTS OF AML_SARFILE, CONCATENATED.
001260*
001270     SELECT AML-SAR-IN ASSIGN TO "SARHIST"
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WK-SAR-STATUS.
001300*
001310*    SCRATCH ID/DATE FILE FOR CHECK 5 - SEE 3000-CHECK-AUDH.
001320*
001330     SELECT AML-WORK-FILE ASSIGN TO "REFWORK"
001340         ORGANIZATION IS INDEXED
001350         ACCESS MODE IS RANDOM
001360         RECORD KEY IS RWRK-KEY
001370         FILE STATUS IS WK-WORK-STATUS.
001380*
001390*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
001400*
001410     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
001420         ORGANIZATION IS SEQUENTIAL
001430         FILE STATUS IS WK-RUND-STATUS.
001440*
001450     SELECT AML-RPT-OUT ASSIGN TO "REFRPT"
001460         ORGANIZATION IS SEQUENTIAL
001470         FILE STATUS IS WK-RPT-STATUS.
001480*
001490*    REPAIR FILE FOR AML_CASEBLD, AUDIT LOG LAYOUT.
001500*
001510     SELECT AML-REPAIR-OUT ASSIGN TO "REFREPR"
001520         ORGANIZATION IS SEQUENTIAL
001530         FILE STATUS IS WK-REPAIR-STATUS.
001540*
001550 DATA DIVISION.
001560 FILE SECTION.
001570*
001580 FD  AML-PARM-IN.
001590 01  RPRM-RECORD.
001600     05  RPRM-REPARAR            PIC X(01).
001610     05  RPRM-FECHA-DESDE        PIC 9(08).
001620     05  FILLER                  PIC X(71).
001630*
001640 FD  AML-AUDH-FILE.
001650     COPY AMLAUDH.
001660*
001670 FD  AML-CASE-FILE.
001680     COPY AMLCASE.
001690*
001700 FD  AML-NETD-FILE.
001710     COPY AMLNETD.
001720*
001730 FD  AML-ALRT-FILE.
001740     COPY AMLALRT.
001750*
001760 FD  AML-PROC-FILE.
001770     COPY AMLPROC.
001780*
001790 FD  AML-SAR-IN.
001800     COPY AMLSARD.
001810*
001820 FD  AML-WORK-FILE.
001830 01  RWRK-RECORD.
001840     05  RWRK-KEY.
001850         10  RWRK-TRAN-ID        PIC X(16).
001860         10  RWRK-FECHA          PIC 9(08).
001870*
001880 FD  AML-RUND-FILE.
001890     COPY AMLRUND.
001900*
001910 FD  AML-RPT-OUT.
001920 01  RPT-LINE                    PIC X(080).
001930*
001940 FD  AML-REPAIR-OUT.
001950     COPY AMLAUDT.
001960*
001970 WORKING-STORAGE SECTION.
001980*
001990******************************************************************
002000*    SWITCHES AND WORK FIELDS                                   *
002010******************************************************************
002020 77  WK-PARMIN-STATUS            PIC X(02)  VALUE "00".
002030     88  WK-PARMIN-OK                    VALUE "00".
002040*
002050 77  WK-AUDH-STATUS              PIC X(02)  VALUE "00".
002060     88  WK-AUDH-OK                      VALUE "00".
002070*
002080 77  WK-CASE-STATUS              PIC X(02)  VALUE "00".
002090     88  WK-CASE-OK                      VALUE "00".
002100     88  WK-CASE-REC-NOT-FOUND           VALUE "23".
002110*
002120 77  WK-NETD-STATUS              PIC X(02)  VALUE "00".
002130     88  WK-NETD-OK                      VALUE "00".
002140*
002150 77  WK-ALRT-STATUS              PIC X(02)  VALUE "00".
002160     88  WK-ALRT-OK                      VALUE "00".
002170*
002180 77  WK-PROC-STATUS              PIC X(02)  VALUE "00".
002190     88  WK-PROC-OK                      VALUE "00".
002200*
002210 77  WK-SAR-STATUS               PIC X(02)  VALUE "00".
002220     88  WK-SAR-OK                       VALUE "00".
002230*
002240 77  WK-WORK-STATUS              PIC X(02)  VALUE "00".
002250     88  WK-WORK-OK                      VALUE "00".
002260     88  WK-WORK-DUP-KEY                 VALUE "22".
002270*
002280 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
002290     88  WK-RUND-OK                      VALUE "00".
002300*
002310 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
002320     88  WK-RPT-OK                       VALUE "00".
002330*
002340 77  WK-REPAIR-STATUS            PIC X(02)  VALUE "00".
002350     88  WK-REPAIR-OK                    VALUE "00".
002360*
002370 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
002380     88  WK-EOF                          VALUE "Y".
002390*
002400 77  WK-REPARAR-SW               PIC X(01)  VALUE "N".
002410     88  WK-REPARAR                      VALUE "Y".
002420*
002430 77  WK-NETD-AVAIL-SW            PIC X(01)  VALUE "N".
002440     88  WK-NETD-AVAIL                   VALUE "Y".
002450*
002460 77  WK-ALRT-AVAIL-SW            PIC X(01)  VALUE "N".
002470     88  WK-ALRT-AVAIL                   VALUE "Y".
002480*
002490 77  WK-PROC-AVAIL-SW            PIC X(01)  VALUE "N".
002500     88  WK-PROC-AVAIL                   VALUE "Y".
002510*
002520 77  WK-SAR-AVAIL-SW             PIC X(01)  VALUE "N".
002530     88  WK-SAR-AVAIL                    VALUE "Y".
002540*
002550 77  WK-WORK-AVAIL-SW            PIC X(01)  VALUE "N".
002560     88  WK-WORK-AVAIL                   VALUE "Y".
002570*
002580 77  WK-HIST-FOUND-SW            PIC X(01)  VALUE "N".
002590     88  WK-HIST-FOUND                   VALUE "Y".
002600*
002610 77  WK-HIST-DONE-SW             PIC X(01)  VALUE "N".
002620     88  WK-HIST-DONE                    VALUE "Y".
002630*
002640 77  WK-SAR-FOUND-SW             PIC X(01)  VALUE "N".
002650     88  WK-SAR-FOUND                    VALUE "Y".
002660*
002670 77  WK-SAR-FULL-SW              PIC X(01)  VALUE "N".
002680     88  WK-SAR-FULL                     VALUE "Y".
002690*
002700 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
002710 77  WK-FECHA-DESDE              PIC 9(08) VALUE 0.
002720 77  WK-PROC-MIN                 PIC 9(08) VALUE 99999999.
002730*
002740 77  WK-AUDH-READ                PIC 9(09) COMP-5 VALUE 0.
002750 77  WK-AUDH-FLAGGED             PIC 9(09) COMP-5 VALUE 0.
002760 77  WK-NOCASE-COUNT             PIC 9(09) COMP-5 VALUE 0.
002770 77  WK-CASE-READ                PIC 9(09) COMP-5 VALUE 0.
002780 77  WK-NOHIST-COUNT             PIC 9(09) COMP-5 VALUE 0.
002790 77  WK-NONETD-COUNT             PIC 9(09) COMP-5 VALUE 0.
002800 77  WK-ALRT-READ                PIC 9(09) COMP-5 VALUE 0.
002810 77  WK-ALRT-ORPHAN              PIC 9(09) COMP-5 VALUE 0.
002820 77  WK-SARREF-COUNT             PIC 9(09) COMP-5 VALUE 0.
002830 77  WK-SARREF-ORPHAN            PIC 9(09) COMP-5 VALUE 0.
002840 77  WK-PROC-READ                PIC 9(09) COMP-5 VALUE 0.
002850 77  WK-PROC-ORPHAN              PIC 9(09) COMP-5 VALUE 0.
002860 77  WK-EXCEPT-TOTAL             PIC 9(09) COMP-5 VALUE 0.
002870 77  WK-REPAIR-COUNT             PIC 9(09) COMP-5 VALUE 0.
002880*
002890******************************************************************
002900*    THE AUDIT DECISION BEING LOOKED FOR BY 9000-FIND-AUDH - THE *
002910*    SAME MATCH AS AML_SARFILE'S 3100-FIND-HISTORY: ORIGIN, DATE *
002920*    AND TIME ON THE KEY, THEN DESTINATION AND TRANSACTION ID.   *
002930******************************************************************
002940 77  WK-FIND-ORIGEN              PIC 9(18) VALUE 0.
002950 77  WK-FIND-FECHA               PIC 9(08) VALUE 0.
002960 77  WK-FIND-TIME                PIC 9(08) VALUE 0.
002970 77  WK-FIND-DESTINO             PIC 9(18) VALUE 0.
002980 77  WK-FIND-TRAN-ID             PIC X(16) VALUE SPACES.
002990*
003000******************************************************************
003010*    FILINGS FROM SARHIST, LOADED ONCE BY 2000-LOAD-FILINGS.     *
003020*    FILINGS ARE FEW - ONE PER REFERRED CASE - SO A TABLE IS     *
003030*    ENOUGH; PAST WK-SAR-MAX THE REST ARE NOT LOADED AND THE     *
003040*    REPORT SAYS SO.                                             *
003050******************************************************************
003060 01  WK-SAR-TABLE.
003070     05  WK-SAR-ENTRY OCCURS 5000 TIMES INDEXED BY WK-SAR-IDX.
003080         10  WK-SAR-REF          PIC X(12).
003090         10  WK-SAR-CASE-ID      PIC 9(09).
003100*
003110 77  WK-SAR-COUNT                PIC 9(04) COMP-5 VALUE 0.
003120 77  WK-SAR-MAX                  PIC 9(04) COMP-5 VALUE 5000.
003130 77  WK-PROBLEM                  PIC X(26) VALUE SPACES.
003140*
003150******************************************************************
003160*    EDITED FIELDS FOR REPORT LINES.                             *
003170******************************************************************
003180 77  WK-EDIT-CUENTA              PIC Z(17)9.
003190 77  WK-EDIT-CASE-ID             PIC Z(08)9.
003200 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
003210 77  WK-EDIT-SCORE               PIC ZZZZ9.
003220*
003230******************************************************************
003240*                                                                *
003250*    0000-MAINLINE                                               *
003260*                                                                *
003270******************************************************************
003280 PROCEDURE DIVISION.
003290*
003300 0000-MAINLINE.
003310*
003320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003330*
003340     PERFORM 2000-LOAD-FILINGS THRU 2000-EXIT.
003350*
003360     PERFORM 2500-FIND-PROC-MIN THRU 2500-EXIT.
003370*
003380     PERFORM 3000-CHECK-AUDH THRU 3000-EXIT.
003390*
003400     PERFORM 4000-CHECK-CASES THRU 4000-EXIT.
003410*
003420     PERFORM 5000-CHECK-ALERTS THRU 5000-EXIT.
003430*
003440     PERFORM 6000-CHECK-SAR-REFS THRU 6000-EXIT.
003450*
003460     PERFORM 6500-CHECK-PROC THRU 6500-EXIT.
003470*
003480     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
003490*
003500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003510*
003520     GOBACK.
003530*
003540******************************************************************
003550*                                                                *
003560*    1000-INITIALIZE                                             *
003570*                                                                *
003580*    AUDIT HISTORY AND THE CASE FILE ARE THE HEART OF EVERY      *
003590*    CHECK AND MUST OPEN.  AMLNETD, AMLALERT, AMLPROC AND        *
003600*    SARHIST ARE OPTIONAL - A CHECK WHOSE FILE IS ABSENT IS      *
003610*    REPORTED AS NOT CHECKED RATHER THAN AS ALL EXCEPTIONS.      *
003620******************************************************************
003630 1000-INITIALIZE.
003640*
003650     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
003660     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
003670*
003680     PERFORM 1200-READ-PARMS THRU 1200-EXIT.
003690*
003700     OPEN INPUT AML-AUDH-FILE.
003710     IF NOT WK-AUDH-OK
003720         DISPLAY "AML_REFCHK: NO SE PUDO ABRIR AUDITHST, "
003730                 "STATUS = " WK-AUDH-STATUS
003740         STOP RUN
003750     END-IF.
003760*
003770     OPEN INPUT AML-CASE-FILE.
003780     IF NOT WK-CASE-OK
003790         DISPLAY "AML_REFCHK: NO SE PUDO ABRIR AMLCASE, "
003800                 "STATUS = " WK-CASE-STATUS
003810         STOP RUN
003820     END-IF.
003830*
003840     OPEN INPUT AML-NETD-FILE.
003850     IF WK-NETD-OK
003860         SET WK-NETD-AVAIL TO TRUE
003870     END-IF.
003880*
003890     OPEN OUTPUT AML-RPT-OUT.
003900     IF NOT WK-RPT-OK
003910         DISPLAY "AML_REFCHK: NO SE PUDO ABRIR REFRPT, "
003920                 "STATUS = " WK-RPT-STATUS
003930         STOP RUN
003940     END-IF.
003950*
003960     IF WK-REPARAR
003970         OPEN OUTPUT AML-REPAIR-OUT
003980         IF NOT WK-REPAIR-OK
003990             DISPLAY "AML_REFCHK: NO SE PUDO ABRIR REFREPR, "
004000                     "STATUS = " WK-REPAIR-STATUS
004010             STOP RUN
004020         END-IF
004030     END-IF.
004040*
004050     MOVE SPACES TO RPT-LINE.
004060     STRING "AML CROSS-FILE INTEGRITY CHECK - BUSINESS DATE "
004070             WK-RUN-DATE
004080         DELIMITED BY SIZE INTO RPT-LINE.
004090     WRITE RPT-LINE.
004100*
004110     MOVE SPACES TO RPT-LINE.
004120     IF WK-FECHA-DESDE > 0
004130         STRING "RECORDS DATED FROM " WK-FECHA-DESDE
004140                 " ARE CHECKED"
004150             DELIMITED BY SIZE INTO RPT-LINE
004160     ELSE
004170         MOVE "ALL RECORDS ON FILE ARE CHECKED" TO RPT-LINE
004180     END-IF.
004190     WRITE RPT-LINE.
004200*
004210 1000-EXIT.
004220     EXIT.
004230*
004240******************************************************************
004250*                                                                *
004260*    1100-READ-RUN-DATE                                          *
004270*                                                                *
004280*    OVERRIDES THE ACCEPTED SYSTEM DATE WITH THE BUSINESS DATE   *
004290*    FROM THE OPTIONAL RUN CONTROL FILE, FOR THE REPORT HEADING. *
004300*    A MISSING FILE IS THE NORMAL CASE; AN IMPLAUSIBLE DATE IS   *
004310*    IGNORED WITH A WARNING.                                     *
004320******************************************************************
004330 1100-READ-RUN-DATE.
004340*
004350     OPEN INPUT AML-RUND-FILE.
004360     IF NOT WK-RUND-OK
004370         GO TO 1100-EXIT
004380     END-IF.
004390*
004400     READ AML-RUND-FILE
004410         AT END
004420             CLOSE AML-RUND-FILE
004430             GO TO 1100-EXIT
004440     END-READ.
004450*
004460     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
004470         MOVE RUND-FECHA TO WK-RUN-DATE
004480         DISPLAY "AML_REFCHK: FECHA DE NEGOCIO " WK-RUN-DATE
004490                 " TOMADA DE AMLRUND"
004500     ELSE
004510         DISPLAY "AML_REFCHK: AVISO - FECHA EN AMLRUND NO "
004520                 "VALIDA, SE USA LA FECHA DEL SISTEMA"
004530     END-IF.
004540*
004550     CLOSE AML-RUND-FILE.
004560*
004570 1100-EXIT.
004580     EXIT.
004590*
004600******************************************************************
004610*                                                                *
004620*    1200-READ-PARMS                                             *
004630*                                                                *
004640*    THE OPTIONAL REFPARM CARD.  A MISSING CARD MEANS NO REPAIR  *
004650*    FILE AND EVERYTHING ON FILE CHECKED; A BAD FIELD IS         *
004660*    IGNORED WITH A WARNING AND ITS DEFAULT KEPT.                *
004670******************************************************************
004680 1200-READ-PARMS.
004690*
004700     OPEN INPUT AML-PARM-IN.
004710     IF NOT WK-PARMIN-OK
004720         GO TO 1200-EXIT
004730     END-IF.
004740*
004750     READ AML-PARM-IN
004760         AT END
004770             CLOSE AML-PARM-IN
004780             GO TO 1200-EXIT
004790     END-READ.
004800*
004810     IF RPRM-REPARAR = "Y"
004820         SET WK-REPARAR TO TRUE
004830     ELSE
004840         IF RPRM-REPARAR NOT = "N" AND RPRM-REPARAR NOT = SPACE
004850             DISPLAY "AML_REFCHK: AVISO - INDICADOR DE "
004860                     "REPARACION NO VALIDO EN REFPARM, NO SE "
004870                     "GENERA REFREPR"
004880         END-IF
004890     END-IF.
004900*
004910     IF RPRM-FECHA-DESDE NUMERIC
004920         IF RPRM-FECHA-DESDE > 19000101
004930           OR RPRM-FECHA-DESDE = 0
004940             MOVE RPRM-FECHA-DESDE TO WK-FECHA-DESDE
004950         ELSE
004960             DISPLAY "AML_REFCHK: AVISO - FECHA DESDE EN REFPARM "
004970                     "NO VALIDA, SE REVISA TODO"
004980         END-IF
004990     ELSE
005000         IF RPRM-FECHA-DESDE NOT = SPACES
005010             DISPLAY "AML_REFCHK: AVISO - FECHA DESDE EN REFPARM "
005020                     "NO VALIDA, SE REVISA TODO"
005030         END-IF
005040     END-IF.
005050*
005060     CLOSE AML-PARM-IN.
005070*
005080 1200-EXIT.
005090     EXIT.
005100*
005110******************************************************************
005120*                                                                *
005130*    2000-LOAD-FILINGS                                           *
005140*                                                                *
005150*    LOADS THE FILING REFERENCE AND CASE OF EVERY KEPT SAROUT    *
005160*    RECORD FOR CHECK 4.  NO SARHIST MEANS CHECK 4 IS NOT RUN.   *
005170******************************************************************
005180 2000-LOAD-FILINGS.
005190*
005200     OPEN INPUT AML-SAR-IN.
005210     IF NOT WK-SAR-OK
005220         DISPLAY "AML_REFCHK: AVISO - SARHIST NO DISPONIBLE, "
005230                 "NO SE REVISAN LAS REFERENCIAS SAR"
005240         GO TO 2000-EXIT
005250     END-IF.
005260*
005270     SET WK-SAR-AVAIL TO TRUE.
005280     MOVE "N" TO WK-EOF-SW.
005290     PERFORM 2100-LOAD-ONE-FILING THRU 2100-EXIT
005300         UNTIL WK-EOF.
005310     CLOSE AML-SAR-IN.
005320*
005330 2000-EXIT.
005340     EXIT.
005350*
005360******************************************************************
005370*    2100-LOAD-ONE-FILING                                        *
005380******************************************************************
005390 2100-LOAD-ONE-FILING.
005400*
005410     READ AML-SAR-IN
005420         AT END
005430             SET WK-EOF TO TRUE
005440             GO TO 2100-EXIT
005450     END-READ.
005460*
005470     IF WK-SAR-COUNT NOT < WK-SAR-MAX
005480         SET WK-SAR-FULL TO TRUE
005490         GO TO 2100-EXIT
005500     END-IF.
005510*
005520     ADD 1 TO WK-SAR-COUNT.
005530     SET WK-SAR-IDX TO WK-SAR-COUNT.
005540     MOVE SARD-REF     TO WK-SAR-REF (WK-SAR-IDX).
005550     MOVE SARD-CASE-ID TO WK-SAR-CASE-ID (WK-SAR-IDX).
005560*
005570 2100-EXIT.
005580     EXIT.
005590*
005600******************************************************************
005610*                                                                *
005620*    2500-FIND-PROC-MIN                                          *
005630*                                                                *
005640*    THE OLDEST DATE STILL ON AMLPROC (AML_HOUSEKP PURGES IT ON  *
005650*    THE OPERATIONAL RETENTION), SO THE HISTORY PASS ONLY KEEPS  *
005660*    IDS FOR THE DATES CHECK 5 WILL ASK ABOUT.  NO AMLPROC MEANS *
005670*    CHECK 5 IS NOT RUN.                                         *
005680******************************************************************
005690 2500-FIND-PROC-MIN.
005700*
005710     OPEN INPUT AML-PROC-FILE.
005720     IF NOT WK-PROC-OK
005730         DISPLAY "AML_REFCHK: AVISO - AMLPROC NO DISPONIBLE, "
005740                 "NO SE REVISAN LOS IDS PROCESADOS"
005750         GO TO 2500-EXIT
005760     END-IF.
005770*
005780     SET WK-PROC-AVAIL TO TRUE.
005790     MOVE "N" TO WK-EOF-SW.
005800     PERFORM 2510-READ-ONE-PROC THRU 2510-EXIT
005810         UNTIL WK-EOF.
005820     CLOSE AML-PROC-FILE.
005830*
005840     IF WK-PROC-MIN < WK-FECHA-DESDE
005850         MOVE WK-FECHA-DESDE TO WK-PROC-MIN
005860     END-IF.
005870*
005880     OPEN OUTPUT AML-WORK-FILE.
005890     IF NOT WK-WORK-OK
005900         DISPLAY "AML_REFCHK: AVISO - NO SE PUDO ABRIR REFWORK, "
005910                 "STATUS = " WK-WORK-STATUS
005920         GO TO 2500-EXIT
005930     END-IF.
005940     SET WK-WORK-AVAIL TO TRUE.
005950*
005960 2500-EXIT.
005970     EXIT.
005980*
005990******************************************************************
006000*    2510-READ-ONE-PROC                                          *
006010******************************************************************
006020 2510-READ-ONE-PROC.
006030*
006040     READ AML-PROC-FILE NEXT RECORD
006050         AT END
006060             SET WK-EOF TO TRUE
006070             GO TO 2510-EXIT
006080     END-READ.
006090*
006100     IF PROC-FECHA < WK-PROC-MIN
006110         MOVE PROC-FECHA TO WK-PROC-MIN
006120     END-IF.
006130*
006140 2510-EXIT.
006150     EXIT.
006160*
006170******************************************************************
006180*                                                                *
006190*    3000-CHECK-AUDH                                             *
006200*                                                                *
006210*    CHECK 1, ONE PASS OVER AUDIT HISTORY IN KEY ORDER.  THE     *
006220*    SAME PASS FILLS REFWORK FOR CHECK 5.                        *
006230******************************************************************
006240 3000-CHECK-AUDH.
006250*
006260     MOVE SPACES TO RPT-LINE.
006270     WRITE RPT-LINE.
006280     MOVE "1. FLAGGED AUDIT DECISIONS WITH NO CASE" TO RPT-LINE.
006290     WRITE RPT-LINE.
006300     MOVE SPACES TO RPT-LINE.
006310     STRING "  ORIGIN             DATE     TIME     RSN "
006320             "TRAN ID          SCORE"
006330         DELIMITED BY SIZE INTO RPT-LINE.
006340     WRITE RPT-LINE.
006350*
006360     MOVE "N" TO WK-EOF-SW.
006370     PERFORM 3100-CHECK-ONE-AUDH THRU 3100-EXIT
006380         UNTIL WK-EOF.
006390*
006400     IF WK-WORK-AVAIL
006410         CLOSE AML-WORK-FILE
006420         OPEN INPUT AML-WORK-FILE
006430         IF NOT WK-WORK-OK
006440             DISPLAY "AML_REFCHK: AVISO - NO SE PUDO REABRIR "
006450                     "REFWORK, STATUS = " WK-WORK-STATUS
006460             MOVE "N" TO WK-WORK-AVAIL-SW
006470         END-IF
006480     END-IF.
006490*
006500 3000-EXIT.
006510     EXIT.
006520*
006530******************************************************************
006540*                                                                *
006550*    3100-CHECK-ONE-AUDH                                         *
006560*                                                                *
006570*    THE CASE IS LOOKED UP ON THE ALERT KEY EXACTLY AS           *
006580*    AML_CASEBLD BUILT IT, TIE-BREAKER SEQUENCE ZERO.  AN        *
006590*    ID-LESS DECISION WHOSE TWIN WAS CASED UNDER A BUMPED        *
006600*    SEQUENCE STILL FINDS THE SEQUENCE-ZERO CASE, SO THE CHECK   *
006610*    NEVER REPORTS A FALSE ORPHAN.                               *
006620******************************************************************
006630 3100-CHECK-ONE-AUDH.
006640*
006650     READ AML-AUDH-FILE NEXT RECORD
006660         AT END
006670             SET WK-EOF TO TRUE
006680             GO TO 3100-EXIT
006690     END-READ.
006700*
006710     ADD 1 TO WK-AUDH-READ.
006720*
006730     IF WK-WORK-AVAIL AND AUDH-TRAN-ID NOT = SPACES
006740         IF AUDH-FECHA NOT < WK-PROC-MIN
006750             MOVE AUDH-TRAN-ID TO RWRK-TRAN-ID
006760             MOVE AUDH-FECHA   TO RWRK-FECHA
006770             WRITE RWRK-RECORD
006780             IF NOT WK-WORK-OK AND NOT WK-WORK-DUP-KEY
006790                 DISPLAY "AML_REFCHK: AVISO - ERROR ESCRIBIENDO "
006800                         "REFWORK, STATUS = " WK-WORK-STATUS
006810             END-IF
006820         END-IF
006830     END-IF.
006840*
006850     IF AUDH-FECHA < WK-FECHA-DESDE
006860         GO TO 3100-EXIT
006870     END-IF.
006880*
006890     IF AUDH-STATUS-CLEAR OR AUDH-STATUS-INVALID
006900       OR AUDH-STATUS-DUPLICATE
006910         GO TO 3100-EXIT
006920     END-IF.
006930*
006940     ADD 1 TO WK-AUDH-FLAGGED.
006950*
006960     MOVE AUDH-FECHA   TO CASE-ALERT-FECHA.
006970     MOVE AUDH-TIME    TO CASE-ALERT-TIME.
006980     MOVE AUDH-ORIGEN  TO CASE-ALERT-ORIGEN.
006990     MOVE AUDH-DESTINO TO CASE-ALERT-DESTINO.
007000     MOVE AUDH-TRAN-ID TO CASE-ALERT-TRAN-ID.
007010     MOVE 0            TO CASE-ALERT-SEQ.
007020     READ AML-CASE-FILE KEY IS CASE-ALERT-KEY.
007030     IF WK-CASE-OK
007040         GO TO 3100-EXIT
007050     END-IF.
007060*
007070     IF NOT WK-CASE-REC-NOT-FOUND
007080         DISPLAY "AML_REFCHK: AVISO - ERROR LEYENDO AMLCASE, "
007090                 "STATUS = " WK-CASE-STATUS
007100     END-IF.
007110*
007120     ADD 1 TO WK-NOCASE-COUNT.
007130     MOVE AUDH-ORIGEN TO WK-EDIT-CUENTA.
007140     MOVE AUDH-SCORE  TO WK-EDIT-SCORE.
007150     MOVE SPACES TO RPT-LINE.
007160     STRING "  " WK-EDIT-CUENTA " " AUDH-FECHA " " AUDH-TIME " "
007170             AUDH-STATUS "  " AUDH-TRAN-ID " " WK-EDIT-SCORE
007180         DELIMITED BY SIZE INTO RPT-LINE.
007190     WRITE RPT-LINE.
007200*
007210     IF WK-REPARAR
007220         PERFORM 3200-WRITE-REPAIR THRU 3200-EXIT
007230     END-IF.
007240*
007250 3100-EXIT.
007260     EXIT.
007270*
007280******************************************************************
007290*                                                                *
007300*    3200-WRITE-REPAIR                                           *
007310*                                                                *
007320*    THE UNCASED DECISION BACK IN AUDIT LOG LAYOUT, FIELD FOR    *
007330*    FIELD AS AML_AUDROLL ROLLED IT, FOR AML_CASEBLD.            *
007340******************************************************************
007350 3200-WRITE-REPAIR.
007360*
007370     MOVE AUDH-FECHA          TO AUDT-DATE.
007380     MOVE AUDH-TIME           TO AUDT-TIME.
007390     MOVE AUDH-ORIGEN         TO AUDT-ORIGEN.
007400     MOVE AUDH-DESTINO        TO AUDT-DESTINO.
007410     MOVE AUDH-MONTO          TO AUDT-MONTO.
007420     MOVE AUDH-STATUS         TO AUDT-STATUS.
007430     MOVE AUDH-MONEDA         TO AUDT-MONEDA.
007440     MOVE AUDH-MONTO-RPT      TO AUDT-MONTO-RPT.
007450     MOVE AUDH-TRAN-ID        TO AUDT-TRAN-ID.
007460     MOVE AUDH-NOMBRE-ORIGEN  TO AUDT-NOMBRE-ORIGEN.
007470     MOVE AUDH-NOMBRE-DESTINO TO AUDT-NOMBRE-DESTINO.
007480     MOVE AUDH-SCORE          TO AUDT-SCORE.
007490     MOVE AUDH-EXENCION       TO AUDT-EXENCION.
007500     MOVE AUDH-RIESGO         TO AUDT-RIESGO.
007510     MOVE AUDH-PEP            TO AUDT-PEP.
007520     MOVE AUDH-TIPO-CTA       TO AUDT-TIPO-CTA.
007530*
007540     WRITE AUDT-RECORD.
007550     IF NOT WK-REPAIR-OK
007560         DISPLAY "AML_REFCHK: AVISO - ERROR ESCRIBIENDO "
007570                 "REFREPR, STATUS = " WK-REPAIR-STATUS
007580         GO TO 3200-EXIT
007590     END-IF.
007600*
007610     ADD 1 TO WK-REPAIR-COUNT.
007620*
007630 3200-EXIT.
007640     EXIT.
007650*
007660******************************************************************
007670*                                                                *
007680*    4000-CHECK-CASES                                            *
007690*                                                                *
007700*    CHECK 2, ONE PASS OVER THE CASE FILE IN CASE-ID ORDER.  THE *
007710*    FILE WAS LAST READ ON THE ALTERNATE KEY, SO THE PASS IS     *
007720*    STARTED ON THE PRIME KEY.                                   *
007730******************************************************************
007740 4000-CHECK-CASES.
007750*
007760     MOVE SPACES TO RPT-LINE.
007770     WRITE RPT-LINE.
007780     MOVE "2. CASES WITH NO AUDIT HISTORY RECORD" TO RPT-LINE.
007790     WRITE RPT-LINE.
007800     MOVE SPACES TO RPT-LINE.
007810     STRING "  CASE ID   DATE     TIME     ORIGIN             "
007820             "RSN PROBLEM"
007830         DELIMITED BY SIZE INTO RPT-LINE.
007840     WRITE RPT-LINE.
007850*
007860     MOVE "N" TO WK-EOF-SW.
007870     MOVE 0 TO CASE-ID.
007880     START AML-CASE-FILE KEY NOT < CASE-ID.
007890     IF NOT WK-CASE-OK
007900         GO TO 4000-EXIT
007910     END-IF.
007920*
007930     PERFORM 4100-CHECK-ONE-CASE THRU 4100-EXIT
007940         UNTIL WK-EOF.
007950*
007960 4000-EXIT.
007970     EXIT.
007980*
007990******************************************************************
008000*                                                                *
008010*    4100-CHECK-ONE-CASE                                         *
008020*                                                                *
008030*    A "09" NETWORK CASE IS OPENED BY AML_NETSCAN FOR A PATTERN, *
008040*    NOT FOR ONE DECISION, SO IT HAS NO AUDIT RECORD; WHAT IT    *
008050*    MUST HAVE IS AT LEAST ONE PARTICIPANT ON AMLNETD.           *
008060******************************************************************
008070 4100-CHECK-ONE-CASE.
008080*
008090     READ AML-CASE-FILE NEXT RECORD
008100         AT END
008110             SET WK-EOF TO TRUE
008120             GO TO 4100-EXIT
008130     END-READ.
008140*
008150     ADD 1 TO WK-CASE-READ.
008160*
008170     IF CASE-ALERT-FECHA < WK-FECHA-DESDE
008180         GO TO 4100-EXIT
008190     END-IF.
008200*
008210     IF CASE-REASON-NETWORK
008220         PERFORM 4200-CHECK-NETWORK THRU 4200-EXIT
008230         GO TO 4100-EXIT
008240     END-IF.
008250*
008260     MOVE CASE-ALERT-ORIGEN  TO WK-FIND-ORIGEN.
008270     MOVE CASE-ALERT-FECHA   TO WK-FIND-FECHA.
008280     MOVE CASE-ALERT-TIME    TO WK-FIND-TIME.
008290     MOVE CASE-ALERT-DESTINO TO WK-FIND-DESTINO.
008300     MOVE CASE-ALERT-TRAN-ID TO WK-FIND-TRAN-ID.
008310     PERFORM 9000-FIND-AUDH THRU 9000-EXIT.
008320     IF WK-HIST-FOUND
008330         GO TO 4100-EXIT
008340     END-IF.
008350*
008360     ADD 1 TO WK-NOHIST-COUNT.
008370     MOVE "NO AUDIT HISTORY RECORD" TO WK-PROBLEM.
008380     PERFORM 4900-WRITE-CASE-LINE THRU 4900-EXIT.
008390*
008400 4100-EXIT.
008410     EXIT.
008420*
008430******************************************************************
008440*    4200-CHECK-NETWORK                                          *
008450******************************************************************
008460 4200-CHECK-NETWORK.
008470*
008480     IF WK-NETD-AVAIL
008490         MOVE CASE-ID TO NETD-CASE-ID
008500         MOVE 0       TO NETD-CUENTA
008510         START AML-NETD-FILE KEY NOT < NETD-KEY
008520         IF WK-NETD-OK
008530             READ AML-NETD-FILE NEXT RECORD
008540             IF WK-NETD-OK AND NETD-CASE-ID = CASE-ID
008550                 GO TO 4200-EXIT
008560             END-IF
008570         END-IF
008580     END-IF.
008590*
008600     ADD 1 TO WK-NONETD-COUNT.
008610     MOVE "NO PARTICIPANTS ON AMLNETD" TO WK-PROBLEM.
008620     PERFORM 4900-WRITE-CASE-LINE THRU 4900-EXIT.
008630*
008640 4200-EXIT.
008650     EXIT.
008660*
008670******************************************************************
008680*    4900-WRITE-CASE-LINE                                        *
008690******************************************************************
008700 4900-WRITE-CASE-LINE.
008710*
008720     MOVE CASE-ID           TO WK-EDIT-CASE-ID.
008730     MOVE CASE-ALERT-ORIGEN TO WK-EDIT-CUENTA.
008740     MOVE SPACES TO RPT-LINE.
008750     STRING "  " WK-EDIT-CASE-ID " " CASE-ALERT-FECHA " "
008760             CASE-ALERT-TIME " " WK-EDIT-CUENTA " " CASE-REASON
008770             "  " WK-PROBLEM
008780         DELIMITED BY SIZE INTO RPT-LINE.
008790     WRITE RPT-LINE.
008800*
008810 4900-EXIT.
008820     EXIT.
008830*
008840******************************************************************
008850*                                                                *
008860*    5000-CHECK-ALERTS                                           *
008870*                                                                *
008880*    CHECK 3, ONE PASS OVER THE INTRADAY ALERT FILE.  NO         *
008890*    AMLALERT MEANS CHECK 3 IS NOT RUN.                          *
008900******************************************************************
008910 5000-CHECK-ALERTS.
008920*
008930     MOVE SPACES TO RPT-LINE.
008940     WRITE RPT-LINE.
008950     MOVE "3. ALERTS WITH NO AUDIT DECISION" TO RPT-LINE.
008960     WRITE RPT-LINE.
008970*
008980     OPEN INPUT AML-ALRT-FILE.
008990     IF NOT WK-ALRT-OK
009000         MOVE "  NOT CHECKED - AMLALERT NOT AVAILABLE" TO RPT-LINE
009010         WRITE RPT-LINE
009020         GO TO 5000-EXIT
009030     END-IF.
009040     SET WK-ALRT-AVAIL TO TRUE.
009050*
009060     MOVE SPACES TO RPT-LINE.
009070     STRING "  ORIGIN             DATE     TIME     RSN "
009080             "TRAN ID"
009090         DELIMITED BY SIZE INTO RPT-LINE.
009100     WRITE RPT-LINE.
009110*
009120     MOVE "N" TO WK-EOF-SW.
009130     PERFORM 5100-CHECK-ONE-ALERT THRU 5100-EXIT
009140         UNTIL WK-EOF.
009150     CLOSE AML-ALRT-FILE.
009160*
009170 5000-EXIT.
009180     EXIT.
009190*
009200******************************************************************
009210*    5100-CHECK-ONE-ALERT                                        *
009220******************************************************************
009230 5100-CHECK-ONE-ALERT.
009240*
009250     READ AML-ALRT-FILE
009260         AT END
009270             SET WK-EOF TO TRUE
009280             GO TO 5100-EXIT
009290     END-READ.
009300*
009310     ADD 1 TO WK-ALRT-READ.
009320*
009330     IF ALRT-FECHA < WK-FECHA-DESDE
009340         GO TO 5100-EXIT
009350     END-IF.
009360*
009370     MOVE ALRT-ORIGEN  TO WK-FIND-ORIGEN.
009380     MOVE ALRT-FECHA   TO WK-FIND-FECHA.
009390     MOVE ALRT-TIME    TO WK-FIND-TIME.
009400     MOVE ALRT-DESTINO TO WK-FIND-DESTINO.
009410     MOVE ALRT-TRAN-ID TO WK-FIND-TRAN-ID.
009420     PERFORM 9000-FIND-AUDH THRU 9000-EXIT.
009430     IF WK-HIST-FOUND
009440         GO TO 5100-EXIT
009450     END-IF.
009460*
009470     ADD 1 TO WK-ALRT-ORPHAN.
009480     MOVE ALRT-ORIGEN TO WK-EDIT-CUENTA.
009490     MOVE SPACES TO RPT-LINE.
009500     STRING "  " WK-EDIT-CUENTA " " ALRT-FECHA " " ALRT-TIME " "
009510             ALRT-STATUS "  " ALRT-TRAN-ID
009520         DELIMITED BY SIZE INTO RPT-LINE.
009530     WRITE RPT-LINE.
009540*
009550 5100-EXIT.
009560     EXIT.
009570*
009580******************************************************************
009590*                                                                *
009600*    6000-CHECK-SAR-REFS                                         *
009610*                                                                *
009620*    CHECK 4, A SECOND PASS OVER THE CASE FILE FOR CASES WITH A  *
009630*    FILING REFERENCE.  THE FILING MUST CARRY THE SAME           *
009640*    REFERENCE AND THE SAME CASE NUMBER.                         *
009650******************************************************************
009660 6000-CHECK-SAR-REFS.
009670*
009680     MOVE SPACES TO RPT-LINE.
009690     WRITE RPT-LINE.
009700     MOVE "4. SAR REFERENCES WITH NO MATCHING FILING" TO RPT-LINE.
009710     WRITE RPT-LINE.
009720*
009730     IF NOT WK-SAR-AVAIL
009740         MOVE "  NOT CHECKED - SARHIST NOT AVAILABLE" TO RPT-LINE
009750         WRITE RPT-LINE
009760         GO TO 6000-EXIT
009770     END-IF.
009780*
009790     IF WK-SAR-FULL
009800         MOVE SPACES TO RPT-LINE
009810         MOVE WK-SAR-MAX TO WK-EDIT-COUNT
009820         STRING "  FILING TABLE FULL AT " WK-EDIT-COUNT
009830                 " - LATER FILINGS NOT LOADED"
009840             DELIMITED BY SIZE INTO RPT-LINE
009850         WRITE RPT-LINE
009860     END-IF.
009870*
009880     MOVE SPACES TO RPT-LINE.
009890     STRING "  CASE ID   SAR REF      FILED    PROBLEM"
009900         DELIMITED BY SIZE INTO RPT-LINE.
009910     WRITE RPT-LINE.
009920*
009930     MOVE "N" TO WK-EOF-SW.
009940     MOVE 0 TO CASE-ID.
009950     START AML-CASE-FILE KEY NOT < CASE-ID.
009960     IF NOT WK-CASE-OK
009970         GO TO 6000-EXIT
009980     END-IF.
009990*
010000     PERFORM 6100-CHECK-ONE-REF THRU 6100-EXIT
010010         UNTIL WK-EOF.
010020*
010030 6000-EXIT.
010040     EXIT.
010050*
010060******************************************************************
010070*    6100-CHECK-ONE-REF                                          *
010080******************************************************************
010090 6100-CHECK-ONE-REF.
010100*
010110     READ AML-CASE-FILE NEXT RECORD
010120         AT END
010130             SET WK-EOF TO TRUE
010140             GO TO 6100-EXIT
010150     END-READ.
010160*
010170     IF CASE-SAR-REF = SPACES
010180         GO TO 6100-EXIT
010190     END-IF.
010200*
010210     ADD 1 TO WK-SARREF-COUNT.
010220     MOVE "N" TO WK-SAR-FOUND-SW.
010230     MOVE "NO FILING ON SARHIST" TO WK-PROBLEM.
010240     PERFORM 6110-SEARCH-ONE THRU 6110-EXIT
010250         VARYING WK-SAR-IDX FROM 1 BY 1
010260         UNTIL WK-SAR-IDX > WK-SAR-COUNT OR WK-SAR-FOUND.
010270     IF WK-SAR-FOUND
010280         GO TO 6100-EXIT
010290     END-IF.
010300*
010310     ADD 1 TO WK-SARREF-ORPHAN.
010320     MOVE CASE-ID TO WK-EDIT-CASE-ID.
010330     MOVE SPACES TO RPT-LINE.
010340     STRING "  " WK-EDIT-CASE-ID " " CASE-SAR-REF " "
010350             CASE-SAR-FECHA " " WK-PROBLEM
010360         DELIMITED BY SIZE INTO RPT-LINE.
010370     WRITE RPT-LINE.
010380*
010390 6100-EXIT.
010400     EXIT.
010410*
010420******************************************************************
010430*    6110-SEARCH-ONE                                             *
010440*    A FILING WITH THE REFERENCE BUT ANOTHER CASE NUMBER IS      *
010450*    NOTED AND THE SEARCH GOES ON - THE RIGHT ONE MAY FOLLOW.    *
010460******************************************************************
010470 6110-SEARCH-ONE.
010480*
010490     IF WK-SAR-REF (WK-SAR-IDX) NOT = CASE-SAR-REF
010500         GO TO 6110-EXIT
010510     END-IF.
010520*
010530     IF WK-SAR-CASE-ID (WK-SAR-IDX) = CASE-ID
010540         SET WK-SAR-FOUND TO TRUE
010550     ELSE
010560         MOVE "FILED UNDER ANOTHER CASE" TO WK-PROBLEM
010570     END-IF.
010580*
010590 6110-EXIT.
010600     EXIT.
010610*
010620******************************************************************
010630*                                                                *
010640*    6500-CHECK-PROC                                             *
010650*                                                                *
010660*    CHECK 5, ONE PASS OVER AMLPROC AGAINST THE IDS AND DATES    *
010670*    THE HISTORY PASS LEFT ON REFWORK.                           *
010680******************************************************************
010690 6500-CHECK-PROC.
010700*
010710     MOVE SPACES TO RPT-LINE.
010720     WRITE RPT-LINE.
010730     MOVE "5. PROCESSED IDS NOT IN AUDIT HISTORY" TO RPT-LINE.
010740     WRITE RPT-LINE.
010750*
010760     IF NOT WK-PROC-AVAIL OR NOT WK-WORK-AVAIL
010770         MOVE "  NOT CHECKED - AMLPROC OR REFWORK NOT AVAILABLE"
010780             TO RPT-LINE
010790         WRITE RPT-LINE
010800         GO TO 6500-EXIT
010810     END-IF.
010820*
010830     OPEN INPUT AML-PROC-FILE.
010840     IF NOT WK-PROC-OK
010850         MOVE "  NOT CHECKED - AMLPROC NOT AVAILABLE" TO RPT-LINE
010860         WRITE RPT-LINE
010870         GO TO 6500-EXIT
010880     END-IF.
010890*
010900     MOVE SPACES TO RPT-LINE.
010910     STRING "  TRAN ID          DATE     TIME"
010920         DELIMITED BY SIZE INTO RPT-LINE.
010930     WRITE RPT-LINE.
010940*
010950     MOVE "N" TO WK-EOF-SW.
010960     PERFORM 6510-CHECK-ONE-PROC THRU 6510-EXIT
010970         UNTIL WK-EOF.
010980     CLOSE AML-PROC-FILE.
010990*
011000 6500-EXIT.
011010     EXIT.
011020*
011030******************************************************************
011040*    6510-CHECK-ONE-PROC                                         *
011050******************************************************************
011060 6510-CHECK-ONE-PROC.
011070*
011080     READ AML-PROC-FILE NEXT RECORD
011090         AT END
011100             SET WK-EOF TO TRUE
011110             GO TO 6510-EXIT
011120     END-READ.
011130*
011140     ADD 1 TO WK-PROC-READ.
011150*
011160     IF PROC-FECHA < WK-FECHA-DESDE
011170         GO TO 6510-EXIT
011180     END-IF.
011190*
011200     MOVE PROC-ID    TO RWRK-TRAN-ID.
011210     MOVE PROC-FECHA TO RWRK-FECHA.
011220     READ AML-WORK-FILE.
011230     IF WK-WORK-OK
011240         GO TO 6510-EXIT
011250     END-IF.
011260*
011270     ADD 1 TO WK-PROC-ORPHAN.
011280     MOVE SPACES TO RPT-LINE.
011290     STRING "  " PROC-ID " " PROC-FECHA " " PROC-TIME
011300         DELIMITED BY SIZE INTO RPT-LINE.
011310     WRITE RPT-LINE.
011320*
011330 6510-EXIT.
011340     EXIT.
011350*
011360******************************************************************
011370*    7000-WRITE-TOTALS                                           *
011380******************************************************************
011390 7000-WRITE-TOTALS.
011400*
011410     COMPUTE WK-EXCEPT-TOTAL = WK-NOCASE-COUNT + WK-NOHIST-COUNT
011420                             + WK-NONETD-COUNT + WK-ALRT-ORPHAN
011430                             + WK-SARREF-ORPHAN + WK-PROC-ORPHAN.
011440*
011450     MOVE SPACES TO RPT-LINE.
011460     WRITE RPT-LINE.
011470     MOVE "TOTALS" TO RPT-LINE.
011480     WRITE RPT-LINE.
011490*
011500     MOVE WK-AUDH-READ TO WK-EDIT-COUNT.
011510     MOVE SPACES TO RPT-LINE.
011520     STRING "AUDIT HISTORY RECORDS READ . . . . . . "
011530             WK-EDIT-COUNT
011540         DELIMITED BY SIZE INTO RPT-LINE.
011550     WRITE RPT-LINE.
011560*
011570     MOVE WK-AUDH-FLAGGED TO WK-EDIT-COUNT.
011580     MOVE SPACES TO RPT-LINE.
011590     STRING "  FLAGGED, CHECKED FOR A CASE  . . . . "
011600             WK-EDIT-COUNT
011610         DELIMITED BY SIZE INTO RPT-LINE.
011620     WRITE RPT-LINE.
011630*
011640     MOVE WK-NOCASE-COUNT TO WK-EDIT-COUNT.
011650     MOVE SPACES TO RPT-LINE.
011660     STRING "    1. WITH NO CASE  . . . . . . . . . "
011670             WK-EDIT-COUNT
011680         DELIMITED BY SIZE INTO RPT-LINE.
011690     WRITE RPT-LINE.
011700*
011710     MOVE WK-CASE-READ TO WK-EDIT-COUNT.
011720     MOVE SPACES TO RPT-LINE.
011730     STRING "CASES READ . . . . . . . . . . . . . . "
011740             WK-EDIT-COUNT
011750         DELIMITED BY SIZE INTO RPT-LINE.
011760     WRITE RPT-LINE.
011770*
011780     MOVE WK-NOHIST-COUNT TO WK-EDIT-COUNT.
011790     MOVE SPACES TO RPT-LINE.
011800     STRING "    2. WITH NO AUDIT HISTORY . . . . . "
011810             WK-EDIT-COUNT
011820         DELIMITED BY SIZE INTO RPT-LINE.
011830     WRITE RPT-LINE.
011840*
011850     MOVE WK-NONETD-COUNT TO WK-EDIT-COUNT.
011860     MOVE SPACES TO RPT-LINE.
011870     STRING "    2. NETWORK, NO PARTICIPANTS  . . . "
011880             WK-EDIT-COUNT
011890         DELIMITED BY SIZE INTO RPT-LINE.
011900     WRITE RPT-LINE.
011910*
011920     MOVE WK-ALRT-READ TO WK-EDIT-COUNT.
011930     MOVE SPACES TO RPT-LINE.
011940     STRING "ALERTS READ  . . . . . . . . . . . . . "
011950             WK-EDIT-COUNT
011960         DELIMITED BY SIZE INTO RPT-LINE.
011970     WRITE RPT-LINE.
011980*
011990     MOVE WK-ALRT-ORPHAN TO WK-EDIT-COUNT.
012000     MOVE SPACES TO RPT-LINE.
012010     STRING "    3. WITH NO AUDIT DECISION  . . . . "
012020             WK-EDIT-COUNT
012030         DELIMITED BY SIZE INTO RPT-LINE.
012040     WRITE RPT-LINE.
012050*
012060     MOVE WK-SARREF-COUNT TO WK-EDIT-COUNT.
012070     MOVE SPACES TO RPT-LINE.
012080     STRING "CASES WITH A SAR REFERENCE . . . . . . "
012090             WK-EDIT-COUNT
012100         DELIMITED BY SIZE INTO RPT-LINE.
012110     WRITE RPT-LINE.
012120*
012130     MOVE WK-SARREF-ORPHAN TO WK-EDIT-COUNT.
012140     MOVE SPACES TO RPT-LINE.
012150     STRING "    4. NO MATCHING FILING  . . . . . . "
012160             WK-EDIT-COUNT
012170         DELIMITED BY SIZE INTO RPT-LINE.
012180     WRITE RPT-LINE.
012190*
012200     MOVE WK-PROC-READ TO WK-EDIT-COUNT.
012210     MOVE SPACES TO RPT-LINE.
012220     STRING "PROCESSED IDS READ . . . . . . . . . . "
012230             WK-EDIT-COUNT
012240         DELIMITED BY SIZE INTO RPT-LINE.
012250     WRITE RPT-LINE.
012260*
012270     MOVE WK-PROC-ORPHAN TO WK-EDIT-COUNT.
012280     MOVE SPACES TO RPT-LINE.
012290     STRING "    5. NOT IN AUDIT HISTORY  . . . . . "
012300             WK-EDIT-COUNT
012310         DELIMITED BY SIZE INTO RPT-LINE.
012320     WRITE RPT-LINE.
012330*
012340     MOVE SPACES TO RPT-LINE.
012350     WRITE RPT-LINE.
012360*
012370     MOVE WK-EXCEPT-TOTAL TO WK-EDIT-COUNT.
012380     MOVE SPACES TO RPT-LINE.
012390     STRING "TOTAL EXCEPTIONS . . . . . . . . . . . "
012400             WK-EDIT-COUNT
012410         DELIMITED BY SIZE INTO RPT-LINE.
012420     WRITE RPT-LINE.
012430*
012440     IF WK-REPARAR
012450         MOVE WK-REPAIR-COUNT TO WK-EDIT-COUNT
012460         MOVE SPACES TO RPT-LINE
012470         STRING "REPAIR RECORDS WRITTEN TO REFREPR  . . "
012480                 WK-EDIT-COUNT
012490             DELIMITED BY SIZE INTO RPT-LINE
012500         WRITE RPT-LINE
012510     END-IF.
012520*
012530 7000-EXIT.
012540     EXIT.
012550*
012560******************************************************************
012570*    8000-TERMINATE                                              *
012580******************************************************************
012590 8000-TERMINATE.
012600*
012610     CLOSE AML-AUDH-FILE.
012620     CLOSE AML-CASE-FILE.
012630     IF WK-NETD-AVAIL
012640         CLOSE AML-NETD-FILE
012650     END-IF.
012660     IF WK-WORK-AVAIL
012670         CLOSE AML-WORK-FILE
012680     END-IF.
012690     IF WK-REPARAR
012700         CLOSE AML-REPAIR-OUT
012710     END-IF.
012720     CLOSE AML-RPT-OUT.
012730*
012740     DISPLAY "AML_REFCHK: AUDIT RECORDS READ  = " WK-AUDH-READ.
012750     DISPLAY "AML_REFCHK: CASES READ          = " WK-CASE-READ.
012760     DISPLAY "AML_REFCHK: EXCEPTIONS          = " WK-EXCEPT-TOTAL.
012770     IF WK-REPARAR
012780         DISPLAY "AML_REFCHK: REPAIR RECORDS      = "
012790                 WK-REPAIR-COUNT
012800     END-IF.
012810*
012820     IF WK-EXCEPT-TOTAL > 0
012830         MOVE 4 TO RETURN-CODE
012840     END-IF.
012850*
012860 8000-EXIT.
012870     EXIT.
012880*
012890******************************************************************
012900*                                                                *
012910*    9000-FIND-AUDH                                              *
012920*                                                                *
012930*    LOOKS FOR THE AUDIT DECISION DESCRIBED BY WK-FIND-*:        *
012940*    STARTS AT ITS ORIGIN, DATE AND TIME AND READS THE           *
012950*    TIE-BREAKER SEQUENCES UNDER THEM FOR THE SAME DESTINATION   *
012960*    AND TRANSACTION ID, AS AML_SARFILE DOES.                    *
012970******************************************************************
012980 9000-FIND-AUDH.
012990*
013000     MOVE "N" TO WK-HIST-FOUND-SW.
013010     MOVE "N" TO WK-HIST-DONE-SW.
013020*
013030     MOVE WK-FIND-ORIGEN TO AUDH-ORIGEN.
013040     MOVE WK-FIND-FECHA  TO AUDH-FECHA.
013050     MOVE WK-FIND-TIME   TO AUDH-TIME.
013060     MOVE 0              TO AUDH-SEQ.
013070*
013080     START AML-AUDH-FILE KEY NOT < AUDH-KEY.
013090     IF NOT WK-AUDH-OK
013100         GO TO 9000-EXIT
013110     END-IF.
013120*
013130     PERFORM 9010-READ-ONE-HIST THRU 9010-EXIT
013140         UNTIL WK-HIST-FOUND OR WK-HIST-DONE.
013150*
013160 9000-EXIT.
013170     EXIT.
013180*
013190******************************************************************
013200*    9010-READ-ONE-HIST                                          *
013210******************************************************************
013220 9010-READ-ONE-HIST.
013230*
013240     READ AML-AUDH-FILE NEXT RECORD
013250         AT END
013260             SET WK-HIST-DONE TO TRUE
013270     END-READ.
013280*
013290     IF WK-HIST-DONE
013300         GO TO 9010-EXIT
013310     END-IF.
013320*
013330     IF NOT WK-AUDH-OK
013340         SET WK-HIST-DONE TO TRUE
013350         GO TO 9010-EXIT
013360     END-IF.
013370*
013380     IF AUDH-ORIGEN NOT = WK-FIND-ORIGEN
013390       OR AUDH-FECHA NOT = WK-FIND-FECHA
013400       OR AUDH-TIME NOT = WK-FIND-TIME
013410         SET WK-HIST-DONE TO TRUE
013420         GO TO 9010-EXIT
013430     END-IF.
013440*
013450     IF AUDH-DESTINO = WK-FIND-DESTINO
013460       AND AUDH-TRAN-ID = WK-FIND-TRAN-ID
013470         SET WK-HIST-FOUND TO TRUE
013480     END-IF.
013490*
013500 9010-EXIT.
013510     EXIT.
