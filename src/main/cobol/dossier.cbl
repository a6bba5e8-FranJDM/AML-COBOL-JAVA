000100******************************************************************
000110*                                                                *
000120*    PROGRAM:      AML_DOSSIER                                   *
000130*                                                                *
000140*    DESCRIPTION:  SUBJECT DOSSIER.  FOR EACH ACCOUNT ON THE     *
000150*                  DOSPARM CARDS, PULLS TOGETHER EVERYTHING ON   *
000160*                  FILE ABOUT IT FOR THE CARD'S DATE RANGE, SO   *
000170*                  A LAW ENFORCEMENT OR EXAMINER REQUEST NO      *
000180*                  LONGER MEANS AML_AUDINQ PLUS A HAND SEARCH OF *
000190*                  EVERY OTHER FILE.  ONE REPORT PER ACCOUNT ON  *
000200*                  DOSRPT:                                       *
000210*                                                                *
000220*                  - WATCHLIST STATUS AND DESCRIPTION (AMLWATCH) *
000230*                  - BEHAVIOR PROFILE (AMLPROF) AND THE DAILY    *
000240*                    VELOCITY TOTALS STILL ON AMLVEL             *
000250*                  - EVERY SCREENING DECISION WITH THE ACCOUNT   *
000260*                    AS ORIGIN AND AS DESTINATION, WITH SCORE,   *
000270*                    RETRIEVED BY KEY AS AML_AUDINQ DOES         *
000280*                  - EVERY ALERT AND WHO ACKNOWLEDGED IT         *
000290*                  - EVERY CASE WITH DISPOSITION, ANALYST AND    *
000300*                    DATES, INCLUDING "09" NETWORK CASES THE     *
000310*                    ACCOUNT TOOK PART IN (AMLNETD)              *
000320*                  - THE SAR REFERENCES ON THOSE CASES, WITH THE *
000330*                    FILING DATE FROM THE KEPT SAROUT EXTRACTS   *
000340*                    (DD SARHIST) WHERE SUPPLIED                 *
000350*                  - TOTALS BY REASON CODE AND THE TOP           *
000360*                    COUNTERPARTIES BY REPORTING-CURRENCY VOLUME *
000370*                                                                *
000380*                  THE SAME DATA IS WRITTEN IN FIXED FORM TO     *
000390*                  DOSEXT (SEE AMLDOSX) FOR SUBPOENA RESPONSES.  *
000400*                                                                *
000410*                  AUDIT HISTORY IS REQUIRED.  THE OTHER FILES   *
000420*                  ARE OPTIONAL; A SECTION WHOSE FILE IS ABSENT  *
000430*                  SAYS SO RATHER THAN SHOWING NOTHING FOUND.    *
000440*                                                                *
000450*    CARD LAYOUT (DOSPARM, ONE ACCOUNT PER RECORD):              *
000460*        COL  1-18   ACCOUNT NUMBER, 18 DIGITS                   *
000470*        COL 19-26   FROM DATE, YYYYMMDD                         *
000480*        COL 27-34   TO DATE, YYYYMMDD                           *
000490*                                                                *
000500*    AUTHOR:       J. D. MORALES - CORE BANKING SYSTEMS          *
000510*    INSTALLATION: COMPLIANCE / CORE BANKING                     *
000520*    DATE-WRITTEN: 2026-10-15                                    *
000530*    DATE-COMPILED:                                              *
000540*                                                                *
000550*    MOD-HISTORY.                                                *
000560*    2026-10-15  JDM  ORIGINAL.                                  *
000570*    2026-10-15  JDM  "10" NEAR-THRESHOLD / ROUND-AMOUNT ADDED   *
000580*                     TO THE REASON TABLE.                       *
000590******************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. AML_DOSSIER.
000620*
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660*
000670     SELECT AML-PARM-IN ASSIGN TO "DOSPARM"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WK-PARMIN-STATUS.
000700*
000710     SELECT AML-AUDH-FILE ASSIGN TO "AUDITHST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS AUDH-KEY
000750         ALTERNATE RECORD KEY IS AUDH-DESTINO
000760             WITH DUPLICATES
000770         FILE STATUS IS WK-AUDH-STATUS.
000780*
000790     SELECT AML-WATCH-FILE ASSIGN TO "AMLWATCH"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS WATCH-DESTINO
000830         FILE STATUS IS WK-WATCH-STATUS.
000840*
000850     SELECT AML-PROF-FILE ASSIGN TO "AMLPROF"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS PROF-ORIGEN
000890         FILE STATUS IS WK-PROF-STATUS.
000900*
000910     SELECT AML-VEL-FILE ASSIGN TO "AMLVEL"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS VEL-KEY
000950         FILE STATUS IS WK-VEL-STATUS.
000960*
000970     SELECT AML-ALRT-FILE ASSIGN TO "AMLALERT"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WK-ALRT-STATUS.
001000*
001010*    AML COMPLIANCE CASE FILE - SEE AMLCASE FOR THE KEY SCHEME.
001020*
001030     SELECT AML-CASE-FILE ASSIGN TO "AMLCASE"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS CASE-ID
001070         ALTERNATE RECORD KEY IS CASE-ALERT-KEY
001080         FILE STATUS IS WK-CASE-STATUS.
001090*
001100*    NETWORK CASE PARTICIPANTS - ONE RECORD PER COUNTERPARTY.
001110*
001120     SELECT AML-NETD-FILE ASSIGN TO "AMLNETD"
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS RANDOM
001150         RECORD KEY IS NETD-KEY
001160         FILE STATUS IS WK-NETD-STATUS.
001170*
001180*    THE KEPT SAROUT EXTRACTS OF AML_SARFILE, CONCATENATED.
001190*
001200     SELECT AML-SAR-IN ASSIGN TO "SARHIST"
001210         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS WK-SAR-STATUS.
001230*
001240*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
001250*
001260     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS WK-RUND-STATUS.
001290*
001300     SELECT AML-RPT-OUT ASSIGN TO "DOSRPT"
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS WK-RPT-STATUS.
001330*
001340     SELECT AML-EXT-OUT ASSIGN TO "DOSEXT"
001350         ORGANIZATION IS SEQUENTIAL
001360         FILE STATUS IS WK-EXT-STATUS.
001370*
001380 DATA DIVISION.
001390 FILE SECTION.
001400*
001410 FD  AML-PARM-IN.
001420 01  DOSQ-RECORD.
001430     05  DOSQ-CUENTA             PIC 9(18).
001440     05  DOSQ-FECHA-DESDE        PIC 9(08).
001450     05  DOSQ-FECHA-HASTA        PIC 9(08).
001460     05  FILLER                  PIC X(46).
001470*
001480 FD  AML-AUDH-FILE.
001490     COPY AMLAUDH.
001500*
001510 FD  AML-WATCH-FILE.
001520     COPY AMLWATCH.
001530*
001540 FD  AML-PROF-FILE.
001550     COPY AMLPROF.
001560*
001570 FD  AML-VEL-FILE.
001580     COPY AMLVEL.
001590*
001600 FD  AML-ALRT-FILE.
001610     COPY AMLALRT.
001620*
001630 FD  AML-CASE-FILE.
001640     COPY AMLCASE.
001650*
001660 FD  AML-NETD-FILE.
001670     COPY AMLNETD.
001680*
001690 FD  AML-SAR-IN.
001700     COPY AMLSARD.
001710*
001720 FD  AML-RUND-FILE.
001730     COPY AMLRUND.
001740*
001750 FD  AML-RPT-OUT.
001760 01  RPT-LINE                    PIC X(080).
001770*
001780 FD  AML-EXT-OUT.
001790     COPY AMLDOSX.
001800*
001810 WORKING-STORAGE SECTION.
001820*
001830******************************************************************
001840*    SWITCHES AND WORK FIELDS                                   *
001850******************************************************************
001860 77  WK-PARMIN-STATUS            PIC X(02)  VALUE "00".
001870     88  WK-PARMIN-OK                    VALUE "00".
001880*
001890 77  WK-AUDH-STATUS              PIC X(02)  VALUE "00".
001900     88  WK-AUDH-OK                      VALUE "00".
001910*
001920 77  WK-WATCH-STATUS             PIC X(02)  VALUE "00".
001930     88  WK-WATCH-OK                     VALUE "00".
001940*
001950 77  WK-PROF-STATUS              PIC X(02)  VALUE "00".
001960     88  WK-PROF-OK                      VALUE "00".
001970*
001980 77  WK-VEL-STATUS               PIC X(02)  VALUE "00".
001990     88  WK-VEL-OK                       VALUE "00".
002000*
002010 77  WK-ALRT-STATUS              PIC X(02)  VALUE "00".
002020     88  WK-ALRT-OK                      VALUE "00".
002030*
002040 77  WK-CASE-STATUS              PIC X(02)  VALUE "00".
002050     88  WK-CASE-OK                      VALUE "00".
002060*
002070 77  WK-NETD-STATUS              PIC X(02)  VALUE "00".
002080     88  WK-NETD-OK                      VALUE "00".
002090*
002100 77  WK-SAR-STATUS               PIC X(02)  VALUE "00".
002110     88  WK-SAR-OK                       VALUE "00".
002120*
002130 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
002140     88  WK-RUND-OK                      VALUE "00".
002150*
002160 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
002170     88  WK-RPT-OK                       VALUE "00".
002180*
002190 77  WK-EXT-STATUS               PIC X(02)  VALUE "00".
002200     88  WK-EXT-OK                       VALUE "00".
002210*
002220 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
002230     88  WK-EOF                          VALUE "Y".
002240*
002250 77  WK-QRY-DONE-SW              PIC X(01)  VALUE "N".
002260     88  WK-QRY-DONE                     VALUE "Y".
002270*
002280 77  WK-WATCH-AVAIL-SW           PIC X(01)  VALUE "N".
002290     88  WK-WATCH-AVAIL                  VALUE "Y".
002300*
002310 77  WK-PROF-AVAIL-SW            PIC X(01)  VALUE "N".
002320     88  WK-PROF-AVAIL                   VALUE "Y".
002330*
002340 77  WK-VEL-AVAIL-SW             PIC X(01)  VALUE "N".
002350     88  WK-VEL-AVAIL                    VALUE "Y".
002360*
002370 77  WK-CASE-AVAIL-SW            PIC X(01)  VALUE "N".
002380     88  WK-CASE-AVAIL                   VALUE "Y".
002390*
002400 77  WK-NETD-AVAIL-SW            PIC X(01)  VALUE "N".
002410     88  WK-NETD-AVAIL                   VALUE "Y".
002420*
002430 77  WK-SAR-AVAIL-SW             PIC X(01)  VALUE "N".
002440     88  WK-SAR-AVAIL                    VALUE "Y".
002450*
002460 77  WK-SAR-FULL-SW              PIC X(01)  VALUE "N".
002470     88  WK-SAR-FULL                     VALUE "Y".
002480*
002490 77  WK-FOUND-SW                 PIC X(01)  VALUE "N".
002500     88  WK-FOUND                        VALUE "Y".
002510*
002520 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
002530 77  WK-ROL                      PIC X(01) VALUE SPACE.
002540 77  WK-CONTRAPARTE              PIC 9(18) VALUE 0.
002550 77  WK-FECHA-FILING             PIC 9(08) VALUE 0.
002560*
002570 77  WK-CARD-COUNT               PIC 9(04) COMP-5 VALUE 0.
002580 77  WK-ACCT-COUNT               PIC 9(04) COMP-5 VALUE 0.
002590 77  WK-EXT-COUNT                PIC 9(09) COMP-5 VALUE 0.
002600 77  WK-SECT-COUNT               PIC 9(09) COMP-5 VALUE 0.
002610 77  WK-DEC-COUNT                PIC 9(09) COMP-5 VALUE 0.
002620 77  WK-ALRT-COUNT               PIC 9(09) COMP-5 VALUE 0.
002630 77  WK-CASE-COUNT               PIC 9(09) COMP-5 VALUE 0.
002640*
002650******************************************************************
002660*    REASON CODE TOTALS FOR THE SUMMARY BLOCK, RESET FOR EACH    *
002670*    ACCOUNT.  SAME CODES AND TEXT AS AML_AUDINQ; A CODE NOT IN  *
002680*    THE TABLE FALLS INTO THE LAST ENTRY, "??".                  *
002690******************************************************************
002700 01  WK-RSN-TABLE.
002710     05  WK-RSN-ENTRY OCCURS 11 TIMES INDEXED BY WK-RSN-IDX.
002720         10  WK-RSN-CODE         PIC X(02).
002730         10  WK-RSN-LABEL        PIC X(20).
002740         10  WK-RSN-CNT-ORIGEN   PIC 9(09) COMP-5.
002750         10  WK-RSN-CNT-DESTINO  PIC 9(09) COMP-5.
002760         10  WK-RSN-MONTO        PIC S9(13)V99 COMP-3.
002770*
002780 77  WK-RSN-MAX                  PIC 9(04) COMP-5 VALUE 11.
002790 77  WK-RSN-FOUND-SW             PIC X(01)  VALUE "N".
002800     88  WK-RSN-FOUND                    VALUE "Y".
002810*
002820******************************************************************
002830*    COUNTERPARTIES SEEN ON THE ACCOUNT'S DECISIONS, EITHER      *
002840*    SIDE, WITH COUNT AND REPORTING-CURRENCY VOLUME.  THE TOP    *
002850*    WK-TOP-MAX ARE PICKED BY REPEATED SELECTION IN 7000; PAST   *
002860*    WK-CPT-MAX COUNTERPARTIES THE REST ARE COUNTED BUT NOT      *
002870*    RANKED, AND THE REPORT SAYS SO.                             *
002880******************************************************************
002890 01  WK-CPT-TABLE.
002900     05  WK-CPT-ENTRY OCCURS 1000 TIMES INDEXED BY WK-CPT-IDX.
002910         10  WK-CPT-CUENTA       PIC 9(18).
002920         10  WK-CPT-CNT          PIC 9(09) COMP-5.
002930         10  WK-CPT-MONTO        PIC S9(13)V99 COMP-3.
002940         10  WK-CPT-TOMADO       PIC X(01).
002950*
002960 77  WK-CPT-COUNT                PIC 9(04) COMP-5 VALUE 0.
002970 77  WK-CPT-MAX                  PIC 9(04) COMP-5 VALUE 1000.
002980 77  WK-CPT-LOST                 PIC 9(09) COMP-5 VALUE 0.
002990 77  WK-TOP-MAX                  PIC 9(04) COMP-5 VALUE 10.
003000 77  WK-RANK                     PIC 9(04) COMP-5 VALUE 0.
003010 77  WK-BEST                     PIC 9(04) COMP-5 VALUE 0.
003020*
003030******************************************************************
003040*    SAR REFERENCES ON THE ACCOUNT'S CASES, GATHERED ON THE CASE *
003050*    PASS FOR THE SAR SECTION.                                   *
003060******************************************************************
003070 01  WK-SREF-TABLE.
003080     05  WK-SREF-ENTRY OCCURS 100 TIMES INDEXED BY WK-SREF-IDX.
003090         10  WK-SREF-REF         PIC X(12).
003100         10  WK-SREF-CASE-ID     PIC 9(09).
003110         10  WK-SREF-FECHA       PIC 9(08).
003120         10  WK-SREF-REASON      PIC X(02).
003130         10  WK-SREF-MONTO       PIC S9(13)V99 COMP-3.
003140*
003150 77  WK-SREF-COUNT               PIC 9(04) COMP-5 VALUE 0.
003160 77  WK-SREF-MAX                 PIC 9(04) COMP-5 VALUE 100.
003170*
003180******************************************************************
003190*    FILINGS FROM SARHIST, LOADED ONCE BY 1200-LOAD-FILINGS, AS  *
003200*    IN AML_REFCHK.                                              *
003210******************************************************************
003220 01  WK-SAR-TABLE.
003230     05  WK-SAR-ENTRY OCCURS 5000 TIMES INDEXED BY WK-SAR-IDX.
003240         10  WK-SAR-REF          PIC X(12).
003250         10  WK-SAR-CASE-ID      PIC 9(09).
003260         10  WK-SAR-FECHA        PIC 9(08).
003270*
003280 77  WK-SAR-COUNT                PIC 9(04) COMP-5 VALUE 0.
003290 77  WK-SAR-MAX                  PIC 9(04) COMP-5 VALUE 5000.
003300*
003310******************************************************************
003320*    EDITED FIELDS FOR REPORT LINES.                             *
003330******************************************************************
003340 77  WK-EDIT-CUENTA              PIC Z(17)9.
003350 77  WK-EDIT-CASE-ID             PIC Z(08)9.
003360 77  WK-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
003370 77  WK-EDIT-AMOUNT-2            PIC Z,ZZZ,ZZZ,ZZ9.99-.
003380 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
003390 77  WK-EDIT-COUNT-2             PIC ZZZ,ZZZ,ZZ9.
003400 77  WK-EDIT-AVG-CNT             PIC ZZZ,ZZ9.99.
003410 77  WK-EDIT-SCORE               PIC ZZZZ9.
003420 77  WK-EDIT-DIAS                PIC ZZZZ9.
003430 77  WK-EDIT-RANK                PIC Z9.
003440*
003450******************************************************************
003460*                                                                *
003470*    0000-MAINLINE                                               *
003480*                                                                *
003490******************************************************************
003500 PROCEDURE DIVISION.
003510*
003520 0000-MAINLINE.
003530*
003540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003550*
003560     PERFORM 2000-READ-CARD THRU 2000-EXIT.
003570*
003580     PERFORM 3000-PROCESS-CARD THRU 3000-EXIT
003590         UNTIL WK-EOF.
003600*
003610     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003620*
003630     GOBACK.
003640*
003650******************************************************************
003660*                                                                *
003670*    1000-INITIALIZE                                             *
003680*                                                                *
003690*    THE CARDS, AUDIT HISTORY AND BOTH OUTPUTS MUST OPEN.  THE   *
003700*    KEYED FILES ARE OPENED ONCE FOR THE RUN; AMLALERT IS        *
003710*    SEQUENTIAL AND IS OPENED AGAIN FOR EACH ACCOUNT.            *
003720******************************************************************
003730 1000-INITIALIZE.
003740*
003750     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
003760     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
003770*
003780     OPEN INPUT AML-PARM-IN.
003790     IF NOT WK-PARMIN-OK
003800         DISPLAY "AML_DOSSIER: NO SE PUDO ABRIR DOSPARM, "
003810                 "STATUS = " WK-PARMIN-STATUS
003820         STOP RUN
003830     END-IF.
003840*
003850     OPEN INPUT AML-AUDH-FILE.
003860     IF NOT WK-AUDH-OK
003870         DISPLAY "AML_DOSSIER: NO SE PUDO ABRIR AUDITHST, "
003880                 "STATUS = " WK-AUDH-STATUS
003890         STOP RUN
003900     END-IF.
003910*
003920     OPEN OUTPUT AML-RPT-OUT.
003930     IF NOT WK-RPT-OK
003940         DISPLAY "AML_DOSSIER: NO SE PUDO ABRIR DOSRPT, "
003950                 "STATUS = " WK-RPT-STATUS
003960         STOP RUN
003970     END-IF.
003980*
003990     OPEN OUTPUT AML-EXT-OUT.
004000     IF NOT WK-EXT-OK
004010         DISPLAY "AML_DOSSIER: NO SE PUDO ABRIR DOSEXT, "
004020                 "STATUS = " WK-EXT-STATUS
004030         STOP RUN
004040     END-IF.
004050*
004060     OPEN INPUT AML-WATCH-FILE.
004070     IF WK-WATCH-OK
004080         SET WK-WATCH-AVAIL TO TRUE
004090     END-IF.
004100*
004110     OPEN INPUT AML-PROF-FILE.
004120     IF WK-PROF-OK
004130         SET WK-PROF-AVAIL TO TRUE
004140     END-IF.
004150*
004160     OPEN INPUT AML-VEL-FILE.
004170     IF WK-VEL-OK
004180         SET WK-VEL-AVAIL TO TRUE
004190     END-IF.
004200*
004210     OPEN INPUT AML-CASE-FILE.
004220     IF WK-CASE-OK
004230         SET WK-CASE-AVAIL TO TRUE
004240     END-IF.
004250*
004260     OPEN INPUT AML-NETD-FILE.
004270     IF WK-NETD-OK
004280         SET WK-NETD-AVAIL TO TRUE
004290     END-IF.
004300*
004310     PERFORM 1200-LOAD-FILINGS THRU 1200-EXIT.
004320*
004330     PERFORM 1300-INIT-REASONS THRU 1300-EXIT.
004340*
004350     MOVE SPACES TO RPT-LINE.
004360     STRING "AML SUBJECT DOSSIER - PREPARED " WK-RUN-DATE
004370         DELIMITED BY SIZE INTO RPT-LINE.
004380     WRITE RPT-LINE.
004390*
004400 1000-EXIT.
004410     EXIT.
004420*
004430******************************************************************
004440*                                                                *
004450*    1100-READ-RUN-DATE                                          *
004460*                                                                *
004470*    OVERRIDES THE ACCEPTED SYSTEM DATE WITH THE BUSINESS DATE   *
004480*    FROM THE OPTIONAL RUN CONTROL FILE, FOR THE PREPARED DATE   *
004490*    ON THE REPORT AND EXTRACT.  A MISSING FILE IS THE NORMAL    *
004500*    CASE; AN IMPLAUSIBLE DATE IS IGNORED WITH A WARNING.        *
004510******************************************************************
004520 1100-READ-RUN-DATE.
004530*
004540     OPEN INPUT AML-RUND-FILE.
004550     IF NOT WK-RUND-OK
004560         GO TO 1100-EXIT
004570     END-IF.
004580*
004590     READ AML-RUND-FILE
004600         AT END
004610             CLOSE AML-RUND-FILE
004620             GO TO 1100-EXIT
004630     END-READ.
004640*
004650     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
004660         MOVE RUND-FECHA TO WK-RUN-DATE
004670         DISPLAY "AML_DOSSIER: FECHA DE NEGOCIO " WK-RUN-DATE
004680                 " TOMADA DE AMLRUND"
004690     ELSE
004700         DISPLAY "AML_DOSSIER: AVISO - FECHA EN AMLRUND NO "
004710                 "VALIDA, SE USA LA FECHA DEL SISTEMA"
004720     END-IF.
004730*
004740     CLOSE AML-RUND-FILE.
004750*
004760 1100-EXIT.
004770     EXIT.
004780*
004790******************************************************************
004800*                                                                *
004810*    1200-LOAD-FILINGS                                           *
004820*                                                                *
004830*    LOADS THE REFERENCE, CASE AND FILING DATE OF EVERY KEPT     *
004840*    SAROUT RECORD.  NO SARHIST MEANS SAR REFERENCES ARE SHOWN   *
004850*    FROM THE CASE FILE ALONE.                                   *
004860******************************************************************
004870 1200-LOAD-FILINGS.
004880*
004890     OPEN INPUT AML-SAR-IN.
004900     IF NOT WK-SAR-OK
004910         GO TO 1200-EXIT
004920     END-IF.
004930*
004940     SET WK-SAR-AVAIL TO TRUE.
004950     MOVE "N" TO WK-EOF-SW.
004960     PERFORM 1210-LOAD-ONE-FILING THRU 1210-EXIT
004970         UNTIL WK-EOF.
004980     CLOSE AML-SAR-IN.
004990     MOVE "N" TO WK-EOF-SW.
005000*
005010     IF WK-SAR-FULL
005020         DISPLAY "AML_DOSSIER: AVISO - TABLA DE SAR LLENA, "
005030                 "FILINGS POSTERIORES NO CARGADOS"
005040     END-IF.
005050*
005060 1200-EXIT.
005070     EXIT.
005080*
005090******************************************************************
005100*    1210-LOAD-ONE-FILING                                        *
005110******************************************************************
005120 1210-LOAD-ONE-FILING.
005130*
005140     READ AML-SAR-IN
005150         AT END
005160             SET WK-EOF TO TRUE
005170             GO TO 1210-EXIT
005180     END-READ.
005190*
005200     IF WK-SAR-COUNT NOT < WK-SAR-MAX
005210         SET WK-SAR-FULL TO TRUE
005220         GO TO 1210-EXIT
005230     END-IF.
005240*
005250     ADD 1 TO WK-SAR-COUNT.
005260     SET WK-SAR-IDX TO WK-SAR-COUNT.
005270     MOVE SARD-REF          TO WK-SAR-REF (WK-SAR-IDX).
005280     MOVE SARD-CASE-ID      TO WK-SAR-CASE-ID (WK-SAR-IDX).
005290     MOVE SARD-FECHA-FILING TO WK-SAR-FECHA (WK-SAR-IDX).
005300*
005310 1210-EXIT.
005320     EXIT.
005330*
005340******************************************************************
005350*    1300-INIT-REASONS                                           *
005360******************************************************************
005370 1300-INIT-REASONS.
005380*
005390     MOVE "00" TO WK-RSN-CODE (1).
005400     MOVE "CLEAR"                TO WK-RSN-LABEL (1).
005410     MOVE "01" TO WK-RSN-CODE (2).
005420     MOVE "OVER THRESHOLD"       TO WK-RSN-LABEL (2).
005430     MOVE "02" TO WK-RSN-CODE (3).
005440     MOVE "WATCHLIST HIT"        TO WK-RSN-LABEL (3).
005450     MOVE "03" TO WK-RSN-CODE (4).
005460     MOVE "VELOCITY/STRUCTURING" TO WK-RSN-LABEL (4).
005470     MOVE "04" TO WK-RSN-CODE (5).
005480     MOVE "MALFORMED INPUT"      TO WK-RSN-LABEL (5).
005490     MOVE "05" TO WK-RSN-CODE (6).
005500     MOVE "DUPLICATE SUPPRESSED" TO WK-RSN-LABEL (6).
005510     MOVE "06" TO WK-RSN-CODE (7).
005520     MOVE "SANCTIONED COUNTRY"   TO WK-RSN-LABEL (7).
005530     MOVE "07" TO WK-RSN-CODE (8).
005540     MOVE "PROFILE DEVIATION"    TO WK-RSN-LABEL (8).
005550     MOVE "08" TO WK-RSN-CODE (9).
005560     MOVE "NAME WATCHLIST HIT"   TO WK-RSN-LABEL (9).
005570     MOVE "10" TO WK-RSN-CODE (10).
005580     MOVE "NEAR-THRESHOLD/ROUND" TO WK-RSN-LABEL (10).
005590     MOVE "??" TO WK-RSN-CODE (11).
005600     MOVE "OTHER"                TO WK-RSN-LABEL (11).
005610*
005620 1300-EXIT.
005630     EXIT.
005640*
005650******************************************************************
005660*    2000-READ-CARD                                              *
005670******************************************************************
005680 2000-READ-CARD.
005690*
005700     IF WK-EOF
005710         GO TO 2000-EXIT
005720     END-IF.
005730     READ AML-PARM-IN
005740         AT END
005750             SET WK-EOF TO TRUE
005760     END-READ.
005770*
005780 2000-EXIT.
005790     EXIT.
005800*
005810******************************************************************
005820*                                                                *
005830*    3000-PROCESS-CARD                                           *
005840*                                                                *
005850*    ONE DOSSIER: HEADER, VALIDATION, THEN EACH SECTION IN THE   *
005860*    ORDER OF THE REPORT.  THE EXTRACT HEADER IS WRITTEN BY      *
005870*    3100 ONCE WATCHLIST AND PROFILE ARE KNOWN.                  *
005880******************************************************************
005890 3000-PROCESS-CARD.
005900*
005910     ADD 1 TO WK-CARD-COUNT.
005920*
005930     MOVE DOSQ-CUENTA TO WK-EDIT-CUENTA.
005940     MOVE SPACES TO RPT-LINE.
005950     WRITE RPT-LINE.
005960     MOVE ALL "=" TO RPT-LINE.
005970     WRITE RPT-LINE.
005980     MOVE SPACES TO RPT-LINE.
005990     STRING "DOSSIER CUENTA " WK-EDIT-CUENTA
006000             " DESDE " DOSQ-FECHA-DESDE
006010             " HASTA " DOSQ-FECHA-HASTA
006020         DELIMITED BY SIZE INTO RPT-LINE.
006030     WRITE RPT-LINE.
006040*
006050     IF DOSQ-CUENTA NOT NUMERIC
006060       OR DOSQ-FECHA-DESDE NOT NUMERIC
006070       OR DOSQ-FECHA-HASTA NOT NUMERIC
006080         MOVE SPACES TO RPT-LINE
006090         STRING "  (CUENTA O FECHAS NO NUMERICAS - IGNORADA)"
006100             DELIMITED BY SIZE INTO RPT-LINE
006110         WRITE RPT-LINE
006120         GO TO 3000-NEXT
006130     END-IF.
006140*
006150     IF DOSQ-FECHA-DESDE > DOSQ-FECHA-HASTA
006160         MOVE SPACES TO RPT-LINE
006170         STRING "  (RANGO DE FECHAS INVERTIDO - IGNORADA)"
006180             DELIMITED BY SIZE INTO RPT-LINE
006190         WRITE RPT-LINE
006200         GO TO 3000-NEXT
006210     END-IF.
006220*
006230     ADD 1 TO WK-ACCT-COUNT.
006240     PERFORM 3050-RESET-ACCOUNT THRU 3050-EXIT.
006250*
006260     PERFORM 3100-WATCH-AND-PROFILE THRU 3100-EXIT.
006270     PERFORM 3200-VELOCITY THRU 3200-EXIT.
006280     PERFORM 4000-DECISIONS-ORIGEN THRU 4000-EXIT.
006290     PERFORM 4500-DECISIONS-DESTINO THRU 4500-EXIT.
006300     PERFORM 5000-ALERTS THRU 5000-EXIT.
006310     PERFORM 5500-CASES THRU 5500-EXIT.
006320     PERFORM 6000-SAR-REFS THRU 6000-EXIT.
006330     PERFORM 6500-REASON-SUMMARY THRU 6500-EXIT.
006340     PERFORM 7000-TOP-COUNTERPARTIES THRU 7000-EXIT.
006350*
006360 3000-NEXT.
006370     PERFORM 2000-READ-CARD THRU 2000-EXIT.
006380*
006390 3000-EXIT.
006400     EXIT.
006410*
006420******************************************************************
006430*    3050-RESET-ACCOUNT                                          *
006440******************************************************************
006450 3050-RESET-ACCOUNT.
006460*
006470     PERFORM 3060-ZERO-ONE-REASON THRU 3060-EXIT
006480         VARYING WK-RSN-IDX FROM 1 BY 1
006490         UNTIL WK-RSN-IDX > WK-RSN-MAX.
006500*
006510     MOVE 0 TO WK-CPT-COUNT.
006520     MOVE 0 TO WK-CPT-LOST.
006530     MOVE 0 TO WK-SREF-COUNT.
006540*
006550 3050-EXIT.
006560     EXIT.
006570*
006580******************************************************************
006590*    3060-ZERO-ONE-REASON                                        *
006600******************************************************************
006610 3060-ZERO-ONE-REASON.
006620*
006630     MOVE 0 TO WK-RSN-CNT-ORIGEN (WK-RSN-IDX).
006640     MOVE 0 TO WK-RSN-CNT-DESTINO (WK-RSN-IDX).
006650     MOVE 0 TO WK-RSN-MONTO (WK-RSN-IDX).
006660*
006670 3060-EXIT.
006680     EXIT.
006690*
006700******************************************************************
006710*                                                                *
006720*    3100-WATCH-AND-PROFILE                                      *
006730*                                                                *
006740*    WATCHLIST ENTRY AND BEHAVIOR PROFILE, BOTH BY KEY, AND THE  *
006750*    "H" EXTRACT RECORD THAT OPENS THE ACCOUNT.                  *
006760******************************************************************
006770 3100-WATCH-AND-PROFILE.
006780*
006790     MOVE SPACES TO DOSX-RECORD.
006800     SET DOSX-TIPO-CABECERA TO TRUE.
006810     MOVE DOSQ-CUENTA      TO DOSX-CUENTA.
006820     MOVE DOSQ-FECHA-DESDE TO DOSX-FECHA-DESDE.
006830     MOVE DOSQ-FECHA-HASTA TO DOSX-FECHA-HASTA.
006840     MOVE WK-RUN-DATE      TO DOSX-FECHA-EXTRACT.
006850     MOVE "N"              TO DOSX-WATCH-FLAG.
006860     MOVE 0 TO DOSX-PROF-FECHA-BLD.
006870     MOVE 0 TO DOSX-PROF-DIAS.
006880     MOVE 0 TO DOSX-PROF-AVG-CNT.
006890     MOVE 0 TO DOSX-PROF-AVG-MONTO.
006900*
006910     MOVE SPACES TO RPT-LINE.
006920     WRITE RPT-LINE.
006930     MOVE SPACES TO RPT-LINE.
006940     IF NOT WK-WATCH-AVAIL
006950         MOVE "WATCHLIST: AMLWATCH NOT AVAILABLE" TO RPT-LINE
006960     ELSE
006970         MOVE DOSQ-CUENTA TO WATCH-DESTINO
006980         READ AML-WATCH-FILE
006990         IF WK-WATCH-OK
007000             MOVE "Y"               TO DOSX-WATCH-FLAG
007010             MOVE WATCH-DESCRIPTION TO DOSX-WATCH-DESC
007020             STRING "WATCHLIST: ON WATCHLIST - " WATCH-DESCRIPTION
007030                 DELIMITED BY SIZE INTO RPT-LINE
007040         ELSE
007050             MOVE "WATCHLIST: NOT ON WATCHLIST" TO RPT-LINE
007060         END-IF
007070     END-IF.
007080     WRITE RPT-LINE.
007090*
007100     IF NOT WK-PROF-AVAIL
007110         MOVE "PROFILE:   AMLPROF NOT AVAILABLE" TO RPT-LINE
007120         WRITE RPT-LINE
007130         GO TO 3100-WRITE-EXTRACT
007140     END-IF.
007150*
007160     MOVE DOSQ-CUENTA TO PROF-ORIGEN.
007170     READ AML-PROF-FILE.
007180     IF NOT WK-PROF-OK
007190         MOVE "PROFILE:   NO PROFILE ON FILE" TO RPT-LINE
007200         WRITE RPT-LINE
007210         GO TO 3100-WRITE-EXTRACT
007220     END-IF.
007230*
007240     MOVE PROF-FECHA-BLD TO DOSX-PROF-FECHA-BLD.
007250     MOVE PROF-DIAS      TO DOSX-PROF-DIAS.
007260     MOVE PROF-AVG-CNT   TO DOSX-PROF-AVG-CNT.
007270     MOVE PROF-AVG-MONTO TO DOSX-PROF-AVG-MONTO.
007280*
007290     MOVE PROF-DIAS      TO WK-EDIT-DIAS.
007300     MOVE PROF-AVG-CNT   TO WK-EDIT-AVG-CNT.
007310     MOVE PROF-AVG-MONTO TO WK-EDIT-AMOUNT.
007320     MOVE SPACES TO RPT-LINE.
007330     STRING "PROFILE:   BUILT " PROF-FECHA-BLD
007340             " OVER " WK-EDIT-DIAS " DAYS"
007350         DELIMITED BY SIZE INTO RPT-LINE.
007360     WRITE RPT-LINE.
007370     MOVE SPACES TO RPT-LINE.
007380     STRING "           AVG COUNT/DAY " WK-EDIT-AVG-CNT
007390             "  AVG AMOUNT/DAY " WK-EDIT-AMOUNT
007400         DELIMITED BY SIZE INTO RPT-LINE.
007410     WRITE RPT-LINE.
007420*
007430 3100-WRITE-EXTRACT.
007440     PERFORM 7900-WRITE-EXTRACT THRU 7900-EXIT.
007450*
007460 3100-EXIT.
007470     EXIT.
007480*
007490******************************************************************
007500*                                                                *
007510*    3200-VELOCITY                                               *
007520*                                                                *
007530*    THE DAILY TOTALS STILL ON AMLVEL FOR THE RANGE -            *
007540*    AML_HOUSEKP PURGES IT ON ITS OWN RETENTION, SO ONLY RECENT  *
007550*    DAYS SHOW.                                                  *
007560******************************************************************
007570 3200-VELOCITY.
007580*
007590     PERFORM 7800-SECTION-HEADING THRU 7800-EXIT.
007600     MOVE "DAILY VELOCITY TOTALS (AMLVEL)" TO RPT-LINE.
007610     WRITE RPT-LINE.
007620*
007630     IF NOT WK-VEL-AVAIL
007640         MOVE "  NOT AVAILABLE" TO RPT-LINE
007650         WRITE RPT-LINE
007660         GO TO 3200-EXIT
007670     END-IF.
007680*
007690     MOVE 0 TO WK-SECT-COUNT.
007700     MOVE DOSQ-CUENTA      TO VEL-ORIGEN.
007710     MOVE DOSQ-FECHA-DESDE TO VEL-FECHA.
007720     START AML-VEL-FILE KEY NOT < VEL-KEY.
007730     IF WK-VEL-OK
007740         MOVE "N" TO WK-QRY-DONE-SW
007750         PERFORM 3210-READ-ONE-VEL THRU 3210-EXIT
007760             UNTIL WK-QRY-DONE
007770     END-IF.
007780*
007790     IF WK-SECT-COUNT = 0
007800         MOVE "  NONE ON FILE" TO RPT-LINE
007810         WRITE RPT-LINE
007820     END-IF.
007830*
007840 3200-EXIT.
007850     EXIT.
007860*
007870******************************************************************
007880*    3210-READ-ONE-VEL                                           *
007890******************************************************************
007900 3210-READ-ONE-VEL.
007910*
007920     READ AML-VEL-FILE NEXT RECORD
007930         AT END
007940             SET WK-QRY-DONE TO TRUE
007950     END-READ.
007960*
007970     IF WK-QRY-DONE
007980         GO TO 3210-EXIT
007990     END-IF.
008000*
008010     IF NOT WK-VEL-OK
008020       OR VEL-ORIGEN NOT = DOSQ-CUENTA
008030       OR VEL-FECHA > DOSQ-FECHA-HASTA
008040         SET WK-QRY-DONE TO TRUE
008050         GO TO 3210-EXIT
008060     END-IF.
008070*
008080     ADD 1 TO WK-SECT-COUNT.
008090     MOVE VEL-TOTAL TO WK-EDIT-AMOUNT.
008100     MOVE SPACES TO RPT-LINE.
008110     STRING "  " VEL-FECHA "  " WK-EDIT-AMOUNT
008120         DELIMITED BY SIZE INTO RPT-LINE.
008130     WRITE RPT-LINE.
008140*
008150     MOVE SPACES TO DOSV-RECORD.
008160     SET DOSX-TIPO-VELOCIDAD TO TRUE.
008170     MOVE DOSQ-CUENTA TO DOSV-CUENTA.
008180     MOVE VEL-FECHA   TO DOSV-FECHA.
008190     MOVE VEL-TOTAL   TO DOSV-TOTAL.
008200     PERFORM 7900-WRITE-EXTRACT THRU 7900-EXIT.
008210*
008220 3210-EXIT.
008230     EXIT.
008240*
008250******************************************************************
008260*                                                                *
008270*    4000-DECISIONS-ORIGEN                                       *
008280*                                                                *
008290*    THE ACCOUNT AS ORIGIN: PRIMARY KEY FROM ACCOUNT AND         *
008300*    FROM-DATE, FORWARD UNTIL THE ACCOUNT CHANGES OR THE TO-DATE *
008310*    IS PASSED, AS AML_AUDINQ'S 4000-QUERY-ORIGEN.               *
008320******************************************************************
008330 4000-DECISIONS-ORIGEN.
008340*
008350     PERFORM 7800-SECTION-HEADING THRU 7800-EXIT.
008360     MOVE "SCREENING DECISIONS AS ORIGIN" TO RPT-LINE.
008370     WRITE RPT-LINE.
008380*
008390     MOVE 0 TO WK-SECT-COUNT.
008400     MOVE "O" TO WK-ROL.
008410     MOVE DOSQ-CUENTA      TO AUDH-ORIGEN.
008420     MOVE DOSQ-FECHA-DESDE TO AUDH-FECHA.
008430     MOVE 0                TO AUDH-TIME.
008440     MOVE 0                TO AUDH-SEQ.
008450     START AML-AUDH-FILE KEY IS NOT LESS THAN AUDH-KEY.
008460     IF WK-AUDH-OK
008470         MOVE "N" TO WK-QRY-DONE-SW
008480         PERFORM 4100-READ-NEXT-ORIGEN THRU 4100-EXIT
008490             UNTIL WK-QRY-DONE
008500     END-IF.
008510*
008520     PERFORM 7810-SECTION-COUNT THRU 7810-EXIT.
008530*
008540 4000-EXIT.
008550     EXIT.
008560*
008570******************************************************************
008580*    4100-READ-NEXT-ORIGEN                                       *
008590******************************************************************
008600 4100-READ-NEXT-ORIGEN.
008610*
008620     READ AML-AUDH-FILE NEXT RECORD
008630         AT END
008640             SET WK-QRY-DONE TO TRUE
008650     END-READ.
008660*
008670     IF WK-QRY-DONE
008680         GO TO 4100-EXIT
008690     END-IF.
008700*
008710     IF NOT WK-AUDH-OK
008720       OR AUDH-ORIGEN NOT = DOSQ-CUENTA
008730       OR AUDH-FECHA > DOSQ-FECHA-HASTA
008740         SET WK-QRY-DONE TO TRUE
008750         GO TO 4100-EXIT
008760     END-IF.
008770*
008780     MOVE AUDH-DESTINO TO WK-CONTRAPARTE.
008790     PERFORM 4800-WRITE-DECISION THRU 4800-EXIT.
008800*
008810 4100-EXIT.
008820     EXIT.
008830*
008840******************************************************************
008850*                                                                *
008860*    4500-DECISIONS-DESTINO                                      *
008870*                                                                *
008880*    THE ACCOUNT AS DESTINATION: ALTERNATE KEY, WHICH CARRIES NO *
008890*    DATE, SO THE RANGE IS FILTERED RECORD BY RECORD, AS         *
008900*    AML_AUDINQ'S 5000-QUERY-DESTINO.                            *
008910******************************************************************
008920 4500-DECISIONS-DESTINO.
008930*
008940     PERFORM 7800-SECTION-HEADING THRU 7800-EXIT.
008950     MOVE "SCREENING DECISIONS AS DESTINATION" TO RPT-LINE.
008960     WRITE RPT-LINE.
008970*
008980     MOVE 0 TO WK-SECT-COUNT.
008990     MOVE "D" TO WK-ROL.
009000     MOVE DOSQ-CUENTA TO AUDH-DESTINO.
009010     START AML-AUDH-FILE KEY IS NOT LESS THAN AUDH-DESTINO.
009020     IF WK-AUDH-OK
009030         MOVE "N" TO WK-QRY-DONE-SW
009040         PERFORM 4600-READ-NEXT-DESTINO THRU 4600-EXIT
009050             UNTIL WK-QRY-DONE
009060     END-IF.
009070*
009080     PERFORM 7810-SECTION-COUNT THRU 7810-EXIT.
009090*
009100 4500-EXIT.
009110     EXIT.
009120*
009130******************************************************************
009140*    4600-READ-NEXT-DESTINO                                      *
009150******************************************************************
009160 4600-READ-NEXT-DESTINO.
009170*
009180     READ AML-AUDH-FILE NEXT RECORD
009190         AT END
009200             SET WK-QRY-DONE TO TRUE
009210     END-READ.
009220*
009230     IF WK-QRY-DONE
009240         GO TO 4600-EXIT
009250     END-IF.
009260*
009270     IF NOT WK-AUDH-OK
009280       OR AUDH-DESTINO NOT = DOSQ-CUENTA
009290         SET WK-QRY-DONE TO TRUE
009300         GO TO 4600-EXIT
009310     END-IF.
009320*
009330     IF AUDH-FECHA < DOSQ-FECHA-DESDE
009340       OR AUDH-FECHA > DOSQ-FECHA-HASTA
009350         GO TO 4600-EXIT
009360     END-IF.
009370*
009380     MOVE AUDH-ORIGEN TO WK-CONTRAPARTE.
009390     PERFORM 4800-WRITE-DECISION THRU 4800-EXIT.
009400*
009410 4600-EXIT.
009420     EXIT.
009430*
009440******************************************************************
009450*                                                                *
009460*    4800-WRITE-DECISION                                         *
009470*                                                                *
009480*    TWO LINES PER DECISION - TIMESTAMP, COUNTERPARTY, REASON    *
009490*    AND SCORE; BOTH AMOUNTS AND THE TRANSACTION ID - THE "D"    *
009500*    EXTRACT RECORD, AND THE SUMMARY TALLIES.                    *
009510******************************************************************
009520 4800-WRITE-DECISION.
009530*
009540     ADD 1 TO WK-SECT-COUNT.
009550     PERFORM 4900-TALLY-REASON THRU 4900-EXIT.
009560     PERFORM 4950-TALLY-COUNTERPARTY THRU 4950-EXIT.
009570*
009580     MOVE WK-CONTRAPARTE TO WK-EDIT-CUENTA.
009590     MOVE AUDH-SCORE     TO WK-EDIT-SCORE.
009600     MOVE SPACES TO RPT-LINE.
009610     STRING "  " AUDH-FECHA " " AUDH-TIME
009620             "  CTPTY " WK-EDIT-CUENTA
009630             "  RSN " AUDH-STATUS
009640             "  SCORE " WK-EDIT-SCORE
009650         DELIMITED BY SIZE INTO RPT-LINE.
009660     WRITE RPT-LINE.
009670*
009680     MOVE AUDH-MONTO     TO WK-EDIT-AMOUNT.
009690     MOVE AUDH-MONTO-RPT TO WK-EDIT-AMOUNT-2.
009700     MOVE SPACES TO RPT-LINE.
009710     STRING "    " WK-EDIT-AMOUNT " " AUDH-MONEDA
009720             "  EQUIV " WK-EDIT-AMOUNT-2 " USD"
009730             "  ID " AUDH-TRAN-ID
009740         DELIMITED BY SIZE INTO RPT-LINE.
009750     WRITE RPT-LINE.
009760*
009770     MOVE SPACES TO DOSD-RECORD.
009780     SET DOSX-TIPO-DECISION TO TRUE.
009790     MOVE DOSQ-CUENTA    TO DOSD-CUENTA.
009800     MOVE WK-ROL         TO DOSD-ROL.
009810     MOVE AUDH-FECHA     TO DOSD-FECHA.
009820     MOVE AUDH-TIME      TO DOSD-TIME.
009830     MOVE AUDH-SEQ       TO DOSD-SEQ.
009840     MOVE WK-CONTRAPARTE TO DOSD-CONTRAPARTE.
009850     MOVE AUDH-MONTO     TO DOSD-MONTO.
009860     MOVE AUDH-MONEDA    TO DOSD-MONEDA.
009870     MOVE AUDH-MONTO-RPT TO DOSD-MONTO-RPT.
009880     MOVE AUDH-STATUS    TO DOSD-STATUS.
009890     MOVE AUDH-TRAN-ID   TO DOSD-TRAN-ID.
009900     MOVE AUDH-SCORE     TO DOSD-SCORE.
009910     PERFORM 7900-WRITE-EXTRACT THRU 7900-EXIT.
009920*
009930 4800-EXIT.
009940     EXIT.
009950*
009960******************************************************************
009970*    4900-TALLY-REASON                                           *
009980******************************************************************
009990 4900-TALLY-REASON.
010000*
010010     SET WK-RSN-FOUND-SW TO "N".
010020     PERFORM 4910-FIND-REASON THRU 4910-EXIT
010030         VARYING WK-RSN-IDX FROM 1 BY 1
010040         UNTIL WK-RSN-IDX > WK-RSN-MAX
010050            OR WK-RSN-FOUND.
010060*
010070     IF WK-RSN-FOUND
010080         SET WK-RSN-IDX DOWN BY 1
010090     ELSE
010100         SET WK-RSN-IDX TO WK-RSN-MAX
010110     END-IF.
010120*
010130     IF WK-ROL = "O"
010140         ADD 1 TO WK-RSN-CNT-ORIGEN (WK-RSN-IDX)
010150     ELSE
010160         ADD 1 TO WK-RSN-CNT-DESTINO (WK-RSN-IDX)
010170     END-IF.
010180     ADD AUDH-MONTO-RPT TO WK-RSN-MONTO (WK-RSN-IDX).
010190*
010200 4900-EXIT.
010210     EXIT.
010220*
010230******************************************************************
010240*    4910-FIND-REASON                                            *
010250******************************************************************
010260 4910-FIND-REASON.
010270*
010280     IF WK-RSN-CODE (WK-RSN-IDX) = AUDH-STATUS
010290         SET WK-RSN-FOUND TO TRUE
010300     END-IF.
010310*
010320 4910-EXIT.
010330     EXIT.
010340*
010350******************************************************************
010360*    4950-TALLY-COUNTERPARTY                                     *
010370******************************************************************
010380 4950-TALLY-COUNTERPARTY.
010390*
010400     MOVE "N" TO WK-FOUND-SW.
010410     PERFORM 4960-FIND-COUNTERPARTY THRU 4960-EXIT
010420         VARYING WK-CPT-IDX FROM 1 BY 1
010430         UNTIL WK-CPT-IDX > WK-CPT-COUNT
010440            OR WK-FOUND.
010450*
010460     IF WK-FOUND
010470         SET WK-CPT-IDX DOWN BY 1
010480     ELSE
010490         IF WK-CPT-COUNT NOT < WK-CPT-MAX
010500             ADD 1 TO WK-CPT-LOST
010510             GO TO 4950-EXIT
010520         END-IF
010530         ADD 1 TO WK-CPT-COUNT
010540         SET WK-CPT-IDX TO WK-CPT-COUNT
010550         MOVE WK-CONTRAPARTE TO WK-CPT-CUENTA (WK-CPT-IDX)
010560         MOVE 0   TO WK-CPT-CNT (WK-CPT-IDX)
010570         MOVE 0   TO WK-CPT-MONTO (WK-CPT-IDX)
010580         MOVE "N" TO WK-CPT-TOMADO (WK-CPT-IDX)
010590     END-IF.
010600*
010610     ADD 1 TO WK-CPT-CNT (WK-CPT-IDX).
010620     ADD AUDH-MONTO-RPT TO WK-CPT-MONTO (WK-CPT-IDX).
010630*
010640 4950-EXIT.
010650     EXIT.
010660*
010670******************************************************************
010680*    4960-FIND-COUNTERPARTY                                      *
010690******************************************************************
010700 4960-FIND-COUNTERPARTY.
010710*
010720     IF WK-CPT-CUENTA (WK-CPT-IDX) = WK-CONTRAPARTE
010730         SET WK-FOUND TO TRUE
010740     END-IF.
010750*
010760 4960-EXIT.
010770     EXIT.
010780*
010790******************************************************************
010800*                                                                *
010810*    5000-ALERTS                                                 *
010820*                                                                *
010830*    THE INTRADAY ALERT FILE IS SEQUENTIAL, SO IT IS READ FROM   *
010840*    THE TOP FOR EACH ACCOUNT.                                   *
010850******************************************************************
010860 5000-ALERTS.
010870*
010880     PERFORM 7800-SECTION-HEADING THRU 7800-EXIT.
010890     MOVE "ALERTS" TO RPT-LINE.
010900     WRITE RPT-LINE.
010910*
010920     OPEN INPUT AML-ALRT-FILE.
010930     IF NOT WK-ALRT-OK
010940         MOVE "  NOT AVAILABLE" TO RPT-LINE
010950         WRITE RPT-LINE
010960         GO TO 5000-EXIT
010970     END-IF.
010980*
010990     MOVE 0 TO WK-SECT-COUNT.
011000     MOVE "N" TO WK-QRY-DONE-SW.
011010     PERFORM 5100-READ-ONE-ALERT THRU 5100-EXIT
011020         UNTIL WK-QRY-DONE.
011030     CLOSE AML-ALRT-FILE.
011040*
011050     PERFORM 7810-SECTION-COUNT THRU 7810-EXIT.
011060*
011070 5000-EXIT.
011080     EXIT.
011090*
011100******************************************************************
011110*    5100-READ-ONE-ALERT                                         *
011120******************************************************************
011130 5100-READ-ONE-ALERT.
011140*
011150     READ AML-ALRT-FILE
011160         AT END
011170             SET WK-QRY-DONE TO TRUE
011180             GO TO 5100-EXIT
011190     END-READ.
011200*
011210     IF ALRT-FECHA < DOSQ-FECHA-DESDE
011220       OR ALRT-FECHA > DOSQ-FECHA-HASTA
011230         GO TO 5100-EXIT
011240     END-IF.
011250*
011260     IF ALRT-ORIGEN = DOSQ-CUENTA
011270         MOVE "O" TO WK-ROL
011280         MOVE ALRT-DESTINO TO WK-CONTRAPARTE
011290     ELSE
011300         IF ALRT-DESTINO = DOSQ-CUENTA
011310             MOVE "D" TO WK-ROL
011320             MOVE ALRT-ORIGEN TO WK-CONTRAPARTE
011330         ELSE
011340             GO TO 5100-EXIT
011350         END-IF
011360     END-IF.
011370*
011380     ADD 1 TO WK-SECT-COUNT.
011390     MOVE WK-CONTRAPARTE TO WK-EDIT-CUENTA.
011400     MOVE ALRT-SCORE     TO WK-EDIT-SCORE.
011410     MOVE SPACES TO RPT-LINE.
011420     STRING "  " ALRT-FECHA " " ALRT-TIME
011430             "  " WK-ROL " CTPTY " WK-EDIT-CUENTA
011440             "  RSN " ALRT-STATUS
011450             "  SEV " ALRT-SEVERIDAD
011460             "  SCORE " WK-EDIT-SCORE
011470         DELIMITED BY SIZE INTO RPT-LINE.
011480     WRITE RPT-LINE.
011490*
011500     MOVE ALRT-MONTO-RPT TO WK-EDIT-AMOUNT.
011510     MOVE SPACES TO RPT-LINE.
011520     IF ALRT-ACKED
011530         STRING "    EQUIV " WK-EDIT-AMOUNT " USD"
011540                 "  ACKED BY " ALRT-ACK-USER
011550                 " ON " ALRT-ACK-FECHA
011560             DELIMITED BY SIZE INTO RPT-LINE
011570     ELSE
011580         STRING "    EQUIV " WK-EDIT-AMOUNT " USD"
011590                 "  NOT ACKNOWLEDGED"
011600             DELIMITED BY SIZE INTO RPT-LINE
011610     END-IF.
011620     WRITE RPT-LINE.
011630*
011640     MOVE SPACES TO DOSA-RECORD.
011650     SET DOSX-TIPO-ALERTA TO TRUE.
011660     MOVE DOSQ-CUENTA    TO DOSA-CUENTA.
011670     MOVE WK-ROL         TO DOSA-ROL.
011680     MOVE ALRT-FECHA     TO DOSA-FECHA.
011690     MOVE ALRT-TIME      TO DOSA-TIME.
011700     MOVE WK-CONTRAPARTE TO DOSA-CONTRAPARTE.
011710     MOVE ALRT-MONTO-RPT TO DOSA-MONTO-RPT.
011720     MOVE ALRT-STATUS    TO DOSA-STATUS.
011730     MOVE ALRT-TRAN-ID   TO DOSA-TRAN-ID.
011740     MOVE ALRT-SEVERIDAD TO DOSA-SEVERIDAD.
011750     MOVE ALRT-ACK-FLAG  TO DOSA-ACK-FLAG.
011760     MOVE ALRT-ACK-USER  TO DOSA-ACK-USER.
011770     MOVE ALRT-ACK-FECHA TO DOSA-ACK-FECHA.
011780     MOVE ALRT-SCORE     TO DOSA-SCORE.
011790     PERFORM 7900-WRITE-EXTRACT THRU 7900-EXIT.
011800*
011810 5100-EXIT.
011820     EXIT.
011830*
011840******************************************************************
011850*                                                                *
011860*    5500-CASES                                                  *
011870*                                                                *
011880*    THE CASE FILE HAS NO KEY ON THE ACCOUNT, SO IT IS READ IN   *
011890*    CASE-ID ORDER FOR EACH ACCOUNT.  A CASE COUNTS WHEN THE     *
011900*    ACCOUNT IS ON EITHER SIDE OF ITS ALERT KEY, OR FOR A "09"   *
011910*    NETWORK CASE WHEN IT IS ONE OF THE PARTICIPANTS ON AMLNETD. *
011920******************************************************************
011930 5500-CASES.
011940*
011950     PERFORM 7800-SECTION-HEADING THRU 7800-EXIT.
011960     MOVE "CASES" TO RPT-LINE.
011970     WRITE RPT-LINE.
011980*
011990     IF NOT WK-CASE-AVAIL
012000         MOVE "  NOT AVAILABLE" TO RPT-LINE
012010         WRITE RPT-LINE
012020         GO TO 5500-EXIT
012030     END-IF.
012040*
012050     MOVE 0 TO WK-SECT-COUNT.
012060     MOVE 0 TO CASE-ID.
012070     START AML-CASE-FILE KEY NOT < CASE-ID.
012080     IF WK-CASE-OK
012090         MOVE "N" TO WK-QRY-DONE-SW
012100         PERFORM 5600-READ-ONE-CASE THRU 5600-EXIT
012110             UNTIL WK-QRY-DONE
012120     END-IF.
012130*
012140     PERFORM 7810-SECTION-COUNT THRU 7810-EXIT.
012150*
012160 5500-EXIT.
012170     EXIT.
012180*
012190******************************************************************
012200*    5600-READ-ONE-CASE                                          *
012210******************************************************************
012220 5600-READ-ONE-CASE.
012230*
012240     READ AML-CASE-FILE NEXT RECORD
012250         AT END
012260             SET WK-QRY-DONE TO TRUE
012270             GO TO 5600-EXIT
012280     END-READ.
012290*
012300     IF CASE-ALERT-FECHA < DOSQ-FECHA-DESDE
012310       OR CASE-ALERT-FECHA > DOSQ-FECHA-HASTA
012320         GO TO 5600-EXIT
012330     END-IF.
012340*
012350     IF CASE-ALERT-ORIGEN = DOSQ-CUENTA
012360         MOVE "O" TO WK-ROL
012370         MOVE CASE-ALERT-DESTINO TO WK-CONTRAPARTE
012380         GO TO 5600-WRITE
012390     END-IF.
012400*
012410     IF CASE-ALERT-DESTINO = DOSQ-CUENTA
012420         MOVE "D" TO WK-ROL
012430         MOVE CASE-ALERT-ORIGEN TO WK-CONTRAPARTE
012440         GO TO 5600-WRITE
012450     END-IF.
012460*
012470     IF NOT CASE-REASON-NETWORK OR NOT WK-NETD-AVAIL
012480         GO TO 5600-EXIT
012490     END-IF.
012500*
012510     MOVE CASE-ID     TO NETD-CASE-ID.
012520     MOVE DOSQ-CUENTA TO NETD-CUENTA.
012530     READ AML-NETD-FILE.
012540     IF NOT WK-NETD-OK
012550         GO TO 5600-EXIT
012560     END-IF.
012570     MOVE "N" TO WK-ROL.
012580     MOVE NETD-HUB TO WK-CONTRAPARTE.
012590*
012600 5600-WRITE.
012610     PERFORM 5700-WRITE-CASE THRU 5700-EXIT.
012620*
012630 5600-EXIT.
012640     EXIT.
012650*
012660******************************************************************
012670*                                                                *
012680*    5700-WRITE-CASE                                             *
012690*                                                                *
012700*    TWO LINES PER CASE AND THE "C" EXTRACT RECORD; A CASE WITH  *
012710*    A SAR REFERENCE IS KEPT FOR THE SAR SECTION.                *
012720******************************************************************
012730 5700-WRITE-CASE.
012740*
012750     ADD 1 TO WK-SECT-COUNT.
012760*
012770     MOVE CASE-ID        TO WK-EDIT-CASE-ID.
012780     MOVE WK-CONTRAPARTE TO WK-EDIT-CUENTA.
012790     MOVE SPACES TO RPT-LINE.
012800     STRING "  CASE " WK-EDIT-CASE-ID
012810             "  ALERT " CASE-ALERT-FECHA
012820             "  " WK-ROL " CTPTY " WK-EDIT-CUENTA
012830             "  RSN " CASE-REASON
012840         DELIMITED BY SIZE INTO RPT-LINE.
012850     WRITE RPT-LINE.
012860*
012870     MOVE CASE-SCORE TO WK-EDIT-SCORE.
012880     MOVE SPACES TO RPT-LINE.
012890     IF CASE-OPEN
012900         STRING "    DISPO O (OPEN)  SCORE " WK-EDIT-SCORE
012910             DELIMITED BY SIZE INTO RPT-LINE
012920     ELSE
012930         STRING "    DISPO " CASE-DISPO
012940                 "  ANALYST " CASE-ANALYST
012950                 "  ON " CASE-FECHA-DISPO
012960                 "  SCORE " WK-EDIT-SCORE
012970             DELIMITED BY SIZE INTO RPT-LINE
012980     END-IF.
012990     WRITE RPT-LINE.
013000*
013010     MOVE SPACES TO DOSC-RECORD.
013020     SET DOSX-TIPO-CASO TO TRUE.
013030     MOVE DOSQ-CUENTA      TO DOSC-CUENTA.
013040     MOVE WK-ROL           TO DOSC-ROL.
013050     MOVE CASE-ID          TO DOSC-CASE-ID.
013060     MOVE CASE-ALERT-FECHA TO DOSC-FECHA.
013070     MOVE CASE-ALERT-TIME  TO DOSC-TIME.
013080     MOVE WK-CONTRAPARTE   TO DOSC-CONTRAPARTE.
013090     MOVE CASE-REASON      TO DOSC-REASON.
013100     MOVE CASE-DISPO       TO DOSC-DISPO.
013110     MOVE CASE-ANALYST     TO DOSC-ANALYST.
013120     MOVE CASE-FECHA-DISPO TO DOSC-FECHA-DISPO.
013130     MOVE CASE-SAR-REF     TO DOSC-SAR-REF.
013140     MOVE CASE-SAR-FECHA   TO DOSC-SAR-FECHA.
013150     MOVE CASE-SCORE       TO DOSC-SCORE.
013160     MOVE CASE-MONTO-RPT   TO DOSC-MONTO-RPT.
013170     PERFORM 7900-WRITE-EXTRACT THRU 7900-EXIT.
013180*
013190     IF CASE-SAR-REF = SPACES
013200         GO TO 5700-EXIT
013210     END-IF.
013220*
013230     IF WK-SREF-COUNT NOT < WK-SREF-MAX
013240         DISPLAY "AML_DOSSIER: AVISO - DEMASIADAS REFERENCIAS "
013250                 "SAR PARA LA CUENTA " DOSQ-CUENTA
013260         GO TO 5700-EXIT
013270     END-IF.
013280*
013290     ADD 1 TO WK-SREF-COUNT.
013300     SET WK-SREF-IDX TO WK-SREF-COUNT.
013310     MOVE CASE-SAR-REF   TO WK-SREF-REF (WK-SREF-IDX).
013320     MOVE CASE-ID        TO WK-SREF-CASE-ID (WK-SREF-IDX).
013330     MOVE CASE-SAR-FECHA TO WK-SREF-FECHA (WK-SREF-IDX).
013340     MOVE CASE-REASON    TO WK-SREF-REASON (WK-SREF-IDX).
013350     MOVE CASE-MONTO-RPT TO WK-SREF-MONTO (WK-SREF-IDX).
013360*
013370 5700-EXIT.
013380     EXIT.
013390*
013400******************************************************************
013410*                                                                *
013420*    6000-SAR-REFS                                               *
013430*                                                                *
013440*    EACH SAR REFERENCE FROM THE ACCOUNT'S CASES, WITH THE DATE  *
013450*    IT WAS FILED WHEN THE FILING IS ON SARHIST UNDER THAT CASE. *
013460******************************************************************
013470 6000-SAR-REFS.
013480*
013490     PERFORM 7800-SECTION-HEADING THRU 7800-EXIT.
013500     MOVE "SAR REFERENCES" TO RPT-LINE.
013510     WRITE RPT-LINE.
013520*
013530     IF WK-SREF-COUNT = 0
013540         MOVE "  NONE" TO RPT-LINE
013550         WRITE RPT-LINE
013560         GO TO 6000-EXIT
013570     END-IF.
013580*
013590     PERFORM 6100-WRITE-ONE-SREF THRU 6100-EXIT
013600         VARYING WK-SREF-IDX FROM 1 BY 1
013610         UNTIL WK-SREF-IDX > WK-SREF-COUNT.
013620*
013630 6000-EXIT.
013640     EXIT.
013650*
013660******************************************************************
013670*    6100-WRITE-ONE-SREF                                         *
013680******************************************************************
013690 6100-WRITE-ONE-SREF.
013700*
013710     MOVE 0 TO WK-FECHA-FILING.
013720     MOVE "N" TO WK-FOUND-SW.
013730     PERFORM 6110-FIND-FILING THRU 6110-EXIT
013740         VARYING WK-SAR-IDX FROM 1 BY 1
013750         UNTIL WK-SAR-IDX > WK-SAR-COUNT OR WK-FOUND.
013760*
013770     MOVE WK-SREF-CASE-ID (WK-SREF-IDX) TO WK-EDIT-CASE-ID.
013780     MOVE SPACES TO RPT-LINE.
013790     IF WK-FOUND
013800         STRING "  " WK-SREF-REF (WK-SREF-IDX)
013810                 "  CASE " WK-EDIT-CASE-ID
013820                 "  REFERRED " WK-SREF-FECHA (WK-SREF-IDX)
013830                 "  FILED " WK-FECHA-FILING
013840             DELIMITED BY SIZE INTO RPT-LINE
013850     ELSE
013860         IF WK-SAR-AVAIL
013870             STRING "  " WK-SREF-REF (WK-SREF-IDX)
013880                     "  CASE " WK-EDIT-CASE-ID
013890                     "  REFERRED " WK-SREF-FECHA (WK-SREF-IDX)
013900                     "  NOT ON SARHIST"
013910                 DELIMITED BY SIZE INTO RPT-LINE
013920         ELSE
013930             STRING "  " WK-SREF-REF (WK-SREF-IDX)
013940                     "  CASE " WK-EDIT-CASE-ID
013950                     "  REFERRED " WK-SREF-FECHA (WK-SREF-IDX)
013960                 DELIMITED BY SIZE INTO RPT-LINE
013970         END-IF
013980     END-IF.
013990     WRITE RPT-LINE.
014000*
014010     MOVE SPACES TO DOSS-RECORD.
014020     SET DOSX-TIPO-SAR TO TRUE.
014030     MOVE DOSQ-CUENTA                   TO DOSS-CUENTA.
014040     MOVE WK-SREF-REF (WK-SREF-IDX)     TO DOSS-SAR-REF.
014050     MOVE WK-SREF-CASE-ID (WK-SREF-IDX) TO DOSS-CASE-ID.
014060     MOVE WK-SREF-FECHA (WK-SREF-IDX)   TO DOSS-SAR-FECHA.
014070     MOVE WK-FECHA-FILING               TO DOSS-FECHA-FILING.
014080     MOVE WK-SREF-REASON (WK-SREF-IDX)  TO DOSS-REASON.
014090     MOVE WK-SREF-MONTO (WK-SREF-IDX)   TO DOSS-MONTO-RPT.
014100     PERFORM 7900-WRITE-EXTRACT THRU 7900-EXIT.
014110*
014120 6100-EXIT.
014130     EXIT.
014140*
014150******************************************************************
014160*    6110-FIND-FILING                                            *
014170******************************************************************
014180 6110-FIND-FILING.
014190*
014200     IF WK-SAR-REF (WK-SAR-IDX) = WK-SREF-REF (WK-SREF-IDX)
014210       AND WK-SAR-CASE-ID (WK-SAR-IDX) =
014220           WK-SREF-CASE-ID (WK-SREF-IDX)
014230         SET WK-FOUND TO TRUE
014240         MOVE WK-SAR-FECHA (WK-SAR-IDX) TO WK-FECHA-FILING
014250     END-IF.
014260*
014270 6110-EXIT.
014280     EXIT.
014290*
014300******************************************************************
014310*                                                                *
014320*    6500-REASON-SUMMARY                                         *
014330*                                                                *
014340*    DECISION COUNTS AS ORIGIN AND AS DESTINATION AND THE        *
014350*    REPORTING-CURRENCY TOTAL FOR EACH REASON CODE THAT OCCURS.  *
014360******************************************************************
014370 6500-REASON-SUMMARY.
014380*
014390     PERFORM 7800-SECTION-HEADING THRU 7800-EXIT.
014400     MOVE "SUMMARY BY REASON CODE" TO RPT-LINE.
014410     WRITE RPT-LINE.
014420     MOVE SPACES TO RPT-LINE.
014430     STRING "  RSN" "                       AS ORIGIN"
014440             "     AS DEST" "       AMOUNT USD"
014450         DELIMITED BY SIZE INTO RPT-LINE.
014460     WRITE RPT-LINE.
014470*
014480     PERFORM 6510-WRITE-ONE-REASON THRU 6510-EXIT
014490         VARYING WK-RSN-IDX FROM 1 BY 1
014500         UNTIL WK-RSN-IDX > WK-RSN-MAX.
014510*
014520 6500-EXIT.
014530     EXIT.
014540*
014550******************************************************************
014560*    6510-WRITE-ONE-REASON                                       *
014570******************************************************************
014580 6510-WRITE-ONE-REASON.
014590*
014600     IF WK-RSN-CNT-ORIGEN (WK-RSN-IDX) = 0
014610       AND WK-RSN-CNT-DESTINO (WK-RSN-IDX) = 0
014620         GO TO 6510-EXIT
014630     END-IF.
014640*
014650     MOVE WK-RSN-CNT-ORIGEN (WK-RSN-IDX)  TO WK-EDIT-COUNT.
014660     MOVE WK-RSN-CNT-DESTINO (WK-RSN-IDX) TO WK-EDIT-COUNT-2.
014670     MOVE WK-RSN-MONTO (WK-RSN-IDX)       TO WK-EDIT-AMOUNT.
014680     MOVE SPACES TO RPT-LINE.
014690     STRING "  " WK-RSN-CODE (WK-RSN-IDX)
014700             " " WK-RSN-LABEL (WK-RSN-IDX)
014710             " " WK-EDIT-COUNT " " WK-EDIT-COUNT-2
014720             " " WK-EDIT-AMOUNT
014730         DELIMITED BY SIZE INTO RPT-LINE.
014740     WRITE RPT-LINE.
014750*
014760     MOVE SPACES TO DOSR-RECORD.
014770     SET DOSX-TIPO-RAZON TO TRUE.
014780     MOVE DOSQ-CUENTA                      TO DOSR-CUENTA.
014790     MOVE WK-RSN-CODE (WK-RSN-IDX)         TO DOSR-REASON.
014800     MOVE WK-RSN-CNT-ORIGEN (WK-RSN-IDX)   TO DOSR-CNT-ORIGEN.
014810     MOVE WK-RSN-CNT-DESTINO (WK-RSN-IDX)  TO DOSR-CNT-DESTINO.
014820     MOVE WK-RSN-MONTO (WK-RSN-IDX)        TO DOSR-MONTO-RPT.
014830     PERFORM 7900-WRITE-EXTRACT THRU 7900-EXIT.
014840*
014850 6510-EXIT.
014860     EXIT.
014870*
014880******************************************************************
014890*                                                                *
014900*    7000-TOP-COUNTERPARTIES                                     *
014910*                                                                *
014920*    THE WK-TOP-MAX COUNTERPARTIES WITH THE LARGEST REPORTING-   *
014930*    CURRENCY VOLUME, EITHER SIDE, PICKED ONE AT A TIME FROM     *
014940*    THOSE NOT YET TAKEN.                                        *
014950******************************************************************
014960 7000-TOP-COUNTERPARTIES.
014970*
014980     PERFORM 7800-SECTION-HEADING THRU 7800-EXIT.
014990     MOVE "TOP COUNTERPARTIES BY VOLUME" TO RPT-LINE.
015000     WRITE RPT-LINE.
015010*
015020     IF WK-CPT-COUNT = 0
015030         MOVE "  NONE" TO RPT-LINE
015040         WRITE RPT-LINE
015050         GO TO 7000-EXIT
015060     END-IF.
015070*
015080     MOVE SPACES TO RPT-LINE.
015090     STRING "   #  COUNTERPARTY" "         DECISIONS"
015100             "       AMOUNT USD"
015110         DELIMITED BY SIZE INTO RPT-LINE.
015120     WRITE RPT-LINE.
015130*
015140     PERFORM 7100-TAKE-ONE THRU 7100-EXIT
015150         VARYING WK-RANK FROM 1 BY 1
015160         UNTIL WK-RANK > WK-TOP-MAX
015170            OR WK-RANK > WK-CPT-COUNT.
015180*
015190     IF WK-CPT-LOST > 0
015200         MOVE WK-CPT-MAX TO WK-EDIT-COUNT
015210         MOVE SPACES TO RPT-LINE
015220         STRING "  (ONLY THE FIRST " WK-EDIT-COUNT
015230                 " COUNTERPARTIES RANKED)"
015240             DELIMITED BY SIZE INTO RPT-LINE
015250         WRITE RPT-LINE
015260     END-IF.
015270*
015280 7000-EXIT.
015290     EXIT.
015300*
015310******************************************************************
015320*    7100-TAKE-ONE                                               *
015330******************************************************************
015340 7100-TAKE-ONE.
015350*
015360     MOVE 0 TO WK-BEST.
015370     PERFORM 7110-CHECK-ONE THRU 7110-EXIT
015380         VARYING WK-CPT-IDX FROM 1 BY 1
015390         UNTIL WK-CPT-IDX > WK-CPT-COUNT.
015400*
015410     MOVE "Y" TO WK-CPT-TOMADO (WK-BEST).
015420*
015430     MOVE WK-RANK                  TO WK-EDIT-RANK.
015440     MOVE WK-CPT-CUENTA (WK-BEST)  TO WK-EDIT-CUENTA.
015450     MOVE WK-CPT-CNT (WK-BEST)     TO WK-EDIT-COUNT.
015460     MOVE WK-CPT-MONTO (WK-BEST)   TO WK-EDIT-AMOUNT.
015470     MOVE SPACES TO RPT-LINE.
015480     STRING "  " WK-EDIT-RANK "  " WK-EDIT-CUENTA
015490             " " WK-EDIT-COUNT " " WK-EDIT-AMOUNT
015500         DELIMITED BY SIZE INTO RPT-LINE.
015510     WRITE RPT-LINE.
015520*
015530     MOVE SPACES TO DOSP-RECORD.
015540     SET DOSX-TIPO-CONTRAPARTE TO TRUE.
015550     MOVE DOSQ-CUENTA             TO DOSP-CUENTA.
015560     MOVE WK-RANK                 TO DOSP-RANK.
015570     MOVE WK-CPT-CUENTA (WK-BEST) TO DOSP-CONTRAPARTE.
015580     MOVE WK-CPT-CNT (WK-BEST)    TO DOSP-CNT.
015590     MOVE WK-CPT-MONTO (WK-BEST)  TO DOSP-MONTO-RPT.
015600     PERFORM 7900-WRITE-EXTRACT THRU 7900-EXIT.
015610*
015620 7100-EXIT.
015630     EXIT.
015640*
015650******************************************************************
015660*    7110-CHECK-ONE                                              *
015670******************************************************************
015680 7110-CHECK-ONE.
015690*
015700     IF WK-CPT-TOMADO (WK-CPT-IDX) = "Y"
015710         GO TO 7110-EXIT
015720     END-IF.
015730*
015740     IF WK-BEST = 0
015750         SET WK-BEST TO WK-CPT-IDX
015760         GO TO 7110-EXIT
015770     END-IF.
015780*
015790     IF WK-CPT-MONTO (WK-CPT-IDX) > WK-CPT-MONTO (WK-BEST)
015800         SET WK-BEST TO WK-CPT-IDX
015810     END-IF.
015820*
015830 7110-EXIT.
015840     EXIT.
015850*
015860******************************************************************
015870*    7800-SECTION-HEADING                                        *
015880******************************************************************
015890 7800-SECTION-HEADING.
015900*
015910     MOVE SPACES TO RPT-LINE.
015920     WRITE RPT-LINE.
015930*
015940 7800-EXIT.
015950     EXIT.
015960*
015970******************************************************************
015980*    7810-SECTION-COUNT                                          *
015990******************************************************************
016000 7810-SECTION-COUNT.
016010*
016020     MOVE WK-SECT-COUNT TO WK-EDIT-COUNT.
016030     MOVE SPACES TO RPT-LINE.
016040     STRING "  FOUND  . . . . . . . . . . . . . . . "
016050             WK-EDIT-COUNT
016060         DELIMITED BY SIZE INTO RPT-LINE.
016070     WRITE RPT-LINE.
016080*
016090 7810-EXIT.
016100     EXIT.
016110*
016120******************************************************************
016130*    7900-WRITE-EXTRACT                                          *
016140******************************************************************
016150 7900-WRITE-EXTRACT.
016160*
016170     WRITE DOSX-RECORD.
016180     IF NOT WK-EXT-OK
016190         DISPLAY "AML_DOSSIER: AVISO - ERROR ESCRIBIENDO DOSEXT, "
016200                 "STATUS = " WK-EXT-STATUS
016210         GO TO 7900-EXIT
016220     END-IF.
016230     ADD 1 TO WK-EXT-COUNT.
016240*
016250 7900-EXIT.
016260     EXIT.
016270*
016280******************************************************************
016290*    8000-TERMINATE                                              *
016300******************************************************************
016310 8000-TERMINATE.
016320*
016330     CLOSE AML-PARM-IN.
016340     CLOSE AML-AUDH-FILE.
016350     IF WK-WATCH-AVAIL
016360         CLOSE AML-WATCH-FILE
016370     END-IF.
016380     IF WK-PROF-AVAIL
016390         CLOSE AML-PROF-FILE
016400     END-IF.
016410     IF WK-VEL-AVAIL
016420         CLOSE AML-VEL-FILE
016430     END-IF.
016440     IF WK-CASE-AVAIL
016450         CLOSE AML-CASE-FILE
016460     END-IF.
016470     IF WK-NETD-AVAIL
016480         CLOSE AML-NETD-FILE
016490     END-IF.
016500     CLOSE AML-RPT-OUT.
016510     CLOSE AML-EXT-OUT.
016520*
016530     DISPLAY "AML_DOSSIER: DOSSIER CARDS READ   = " WK-CARD-COUNT.
016540     DISPLAY "AML_DOSSIER: ACCOUNTS REPORTED    = " WK-ACCT-COUNT.
016550     DISPLAY "AML_DOSSIER: EXTRACT RECORDS      = " WK-EXT-COUNT.
016560*
016570 8000-EXIT.
016580     EXIT.
