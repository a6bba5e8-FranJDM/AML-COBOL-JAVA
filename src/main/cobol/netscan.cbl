000100******************************************************************
000110*                                                                *
000120*    PROGRAM:      AML_NETSCAN                                   *
000130*                                                                *
000140*    DESCRIPTION:  NIGHTLY FAN-IN / FAN-OUT NETWORK PATTERN      *
000150*                  SCAN.  VELOCITY AND PROFILE SCREENING LOOK AT *
000160*                  ONE ORIGIN AT A TIME, SO A MULE SET-UP - MANY *
000170*                  DIFFERENT ORIGINS EACH SENDING A SMALL AMOUNT *
000180*                  INTO ONE BENEFICIARY, OR ONE ORIGIN SPRAYING  *
000190*                  SMALL WIRES TO DOZENS OF NEW BENEFICIARIES -  *
000200*                  NEVER TRIPS EITHER.  THIS JOB READS THE       *
000210*                  PERMANENT AUDIT HISTORY OVER A TRAILING       *
000220*                  WINDOW ENDING ON THE BUSINESS DATE (AMLRUND,  *
000230*                  OR THE SYSTEM DATE) AND COUNTS DISTINCT       *
000240*                  COUNTERPARTIES ON EACH SIDE:                  *
000250*                    - FAN-IN:  A DESTINATION PAID BY MORE THAN  *
000260*                      THE FAN-IN LIMIT OF DISTINCT ORIGINS.     *
000270*                      READ BY THE AUDH-DESTINO ALTERNATE KEY,   *
000280*                      THE SAME PATH AML_AUDINQ RIDES, WITH THE  *
000290*                      WINDOW FILTERED SINCE THAT KEY CARRIES NO *
000300*                      DATE;                                     *
000310*                    - FAN-OUT: AN ORIGIN PAYING MORE THAN THE   *
000320*                      FAN-OUT LIMIT OF DISTINCT DESTINATIONS.   *
000330*                      READ BY KEYED POSITIONING AT EACH         *
000340*                      ORIGIN'S WINDOW START, AS AML_CTRFILE     *
000350*                      DOES FOR ONE DAY.                         *
000360*                                                                *
000370*                  EACH PATTERN FOUND OPENS ONE CASE ON AMLCASE  *
000380*                  UNDER THE "09" NETWORK REASON, CARRYING THE   *
000390*                  REPORTING-CURRENCY TOTAL OF EVERY             *
000400*                  PARTICIPATING TRANSACTION, AND WRITES ONE     *
000410*                  AMLNETD RECORD PER COUNTERPARTY ACCOUNT, SO   *
000420*                  THE DESK WORKS ONE NETWORK CASE INSTEAD OF    *
000430*                  TWENTY SEPARATE ONES.  MALFORMED ("04") AND   *
000440*                  SUPPRESSED-DUPLICATE ("05") DECISIONS MOVED   *
000450*                  NO GENUINE MONEY AND ARE LEFT OUT, THE SAME   *
000460*                  WAY AML_PROFBLD LEAVES THEM OUT.              *
000470*                                                                *
000480*                  A HUB ALREADY CASED FOR THE SAME PATTERN ON   *
000490*                  ANY DATE INSIDE THE WINDOW IS ONLY COUNTED -  *
000500*                  THE WINDOWS OF CONSECUTIVE NIGHTS OVERLAP,    *
000510*                  AND ONE NETWORK MUST NOT OPEN A CASE A NIGHT. *
000520*                  THIS ALSO MAKES THE JOB SAFE TO RE-RUN.       *
000530*                                                                *
000540*                  LIMITS AND WINDOW COME FROM THE NETPARM CARD; *
000550*                  A MISSING OR UNUSABLE CARD FALLS BACK TO THE  *
000560*                  IN-PROGRAM DEFAULTS, THE SAME WAY AS          *
000570*                  AML_HOUSEKP'S HSKPPARM.                       *
000580*                                                                *
000590*    CARD LAYOUT (NETPARM, ONE RECORD):                          *
000600*        COL  1-4    FAN-IN LIMIT, DISTINCT ORIGINS PER          *
000610*                    DESTINATION                                 *
000620*        COL  5-8    FAN-OUT LIMIT, DISTINCT DESTINATIONS PER    *
000630*                    ORIGIN                                      *
000640*        COL  9-11   WINDOW, DAYS ENDING ON THE BUSINESS DATE    *
000650*                                                                *
000660*    AUTHOR:       J. D. MORALES - CORE BANKING SYSTEMS          *
000670*    INSTALLATION: COMPLIANCE / CORE BANKING                     *
000680*    DATE-WRITTEN: 2026-10-15                                    *
000690*    DATE-COMPILED:                                              *
000700*                                                                *
000710*    MOD-HISTORY.                                                *
000720*    2026-10-15  JDM  ORIGINAL.                                  *
000730******************************************************************
000740 IDENTIFICATION DIVISION.
000750 PROGRAM-ID. AML_NETSCAN.
000760*
000770 ENVIRONMENT DIVISION.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800*
000810*    LIMITS AND WINDOW PARAMETER CARD - SEE 1200-READ-PARMS.
000820*
000830     SELECT AML-PARM-IN ASSIGN TO "NETPARM"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WK-PARMIN-STATUS.
000860*
000870*    PERMANENT AUDIT HISTORY BUILT BY AML_AUDROLL - READ ONCE BY
000880*    THE DESTINATION KEY AND ONCE BY KEYED POSITIONING ON THE
000890*    PRIMARY KEY.
000900*
000910     SELECT AML-AUDH-FILE ASSIGN TO "AUDITHST"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS AUDH-KEY
000950         ALTERNATE RECORD KEY IS AUDH-DESTINO
000960             WITH DUPLICATES
000970         FILE STATUS IS WK-AUDH-STATUS.
000980*
000990*    AML COMPLIANCE CASE FILE - SEE AMLCASE FOR THE KEY SCHEME.
001000*
001010     SELECT AML-CASE-FILE ASSIGN TO "AMLCASE"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS CASE-ID
001050         ALTERNATE RECORD KEY IS CASE-ALERT-KEY
001060         FILE STATUS IS WK-CASE-STATUS.
001070*
001080*    NETWORK CASE PARTICIPANTS - ONE RECORD PER COUNTERPARTY.
001090*
001100     SELECT AML-NETD-FILE ASSIGN TO "AMLNETD"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS NETD-KEY
001140         FILE STATUS IS WK-NETD-STATUS.
001150*
001160     SELECT AML-RPT-OUT ASSIGN TO "NETRPT"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WK-RPT-STATUS.
001190*
001200*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
001210*
001220     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WK-RUND-STATUS.
001250*
001260 DATA DIVISION.
001270 FILE SECTION.
001280*
001290 FD  AML-PARM-IN.
001300 01  PARMIN-RECORD.
001310     05  PARMIN-FAN-IN           PIC 9(04).
001320     05  PARMIN-FAN-OUT          PIC 9(04).
001330     05  PARMIN-VENTANA          PIC 9(03).
001340*
001350 FD  AML-AUDH-FILE.
001360     COPY AMLAUDH.
001370*
001380 FD  AML-CASE-FILE.
001390     COPY AMLCASE.
001400*
001410 FD  AML-NETD-FILE.
001420     COPY AMLNETD.
001430*
001440 FD  AML-RPT-OUT.
001450 01  RPT-LINE                    PIC X(080).
001460*
001470 FD  AML-RUND-FILE.
001480     COPY AMLRUND.
001490*
001500 WORKING-STORAGE SECTION.
001510*
001520******************************************************************
001530*    SWITCHES AND WORK FIELDS                                   *
001540******************************************************************
001550 77  WK-PARMIN-STATUS            PIC X(02)  VALUE "00".
001560     88  WK-PARMIN-OK                    VALUE "00".
001570*
001580 77  WK-AUDH-STATUS              PIC X(02)  VALUE "00".
001590     88  WK-AUDH-OK                      VALUE "00".
001600*
001610 77  WK-CASE-STATUS              PIC X(02)  VALUE "00".
001620     88  WK-CASE-OK                      VALUE "00".
001630     88  WK-CASE-NOT-FOUND               VALUE "35".
001640     88  WK-CASE-DUP-KEY                 VALUE "22".
001650*
001660 77  WK-NETD-STATUS              PIC X(02)  VALUE "00".
001670     88  WK-NETD-OK                      VALUE "00".
001680     88  WK-NETD-NOT-FOUND               VALUE "35".
001690*
001700 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
001710     88  WK-RPT-OK                       VALUE "00".
001720*
001730 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
001740     88  WK-RUND-OK                      VALUE "00".
001750*
001760 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
001770     88  WK-EOF                          VALUE "Y".
001780*
001790*    SET WHEN AUDITHST CANNOT BE OPENED - NOTHING CAN BE
001800*    SCANNED, AND THE REPORT COMES OUT ALL ZEROS.
001810*
001820 77  WK-AUDH-AVAIL-SW            PIC X(01)  VALUE "N".
001830     88  WK-AUDH-AVAIL                   VALUE "Y".
001840*
001850 77  WK-AUDH-END-SW              PIC X(01)  VALUE "N".
001860     88  WK-AUDH-END                     VALUE "Y".
001870*
001880 77  WK-CASE-EOF-SW              PIC X(01)  VALUE "N".
001890     88  WK-CASE-EOF                     VALUE "Y".
001900*
001910 77  WK-GROUP-DONE-SW            PIC X(01)  VALUE "N".
001920     88  WK-GROUP-DONE                   VALUE "Y".
001930*
001940 77  WK-CPTY-FOUND-SW            PIC X(01)  VALUE "N".
001950     88  WK-CPTY-FOUND                   VALUE "Y".
001960*
001970 77  WK-CPTY-FULL-SW             PIC X(01)  VALUE "N".
001980     88  WK-CPTY-FULL                    VALUE "Y".
001990*
002000 77  WK-PRIOR-FOUND-SW           PIC X(01)  VALUE "N".
002010     88  WK-PRIOR-FOUND                  VALUE "Y".
002020*
002030 77  WK-CHK-DONE-SW              PIC X(01)  VALUE "N".
002040     88  WK-CHK-DONE                     VALUE "Y".
002050*
002060*    WHICH PATTERN THE CURRENT GROUP IS BEING TESTED FOR.
002070*
002080 77  WK-PATRON                   PIC X(01)  VALUE "I".
002090     88  WK-PATRON-FAN-IN                VALUE "I".
002100     88  WK-PATRON-FAN-OUT               VALUE "O".
002110*
002120 77  WK-PATRON-TEXT              PIC X(07)  VALUE SPACES.
002130*
002140 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
002150 77  WK-FECHA-DESDE              PIC 9(08) VALUE 0.
002160 77  WK-CHK-FECHA                PIC 9(08) VALUE 0.
002170 77  WK-DIAS-ATRAS               PIC 9(04) COMP-5 VALUE 0.
002180*
002190******************************************************************
002200*    LIMITS AND WINDOW.  THE DEFAULTS APPLY WHEN NETPARM IS      *
002210*    ABSENT OR UNUSABLE.  A LIMIT MUST BE BELOW THE SIZE OF THE  *
002220*    COUNTERPARTY TABLE, OR A PATTERN COULD NEVER BE SEEN.       *
002230******************************************************************
002240 77  WK-FAN-IN-LIMIT             PIC 9(04) COMP-5 VALUE 10.
002250 77  WK-FAN-OUT-LIMIT            PIC 9(04) COMP-5 VALUE 10.
002260 77  WK-VENTANA                  PIC 9(04) COMP-5 VALUE 7.
002270*
002280******************************************************************
002290*    PATTERN TAGS CARRIED IN CASE-ALERT-TRAN-ID ON A NETWORK     *
002300*    CASE, AND THE REPORTING CURRENCY OF ITS TOTAL.              *
002310******************************************************************
002320 77  WK-TAG-FAN-IN               PIC X(16)
002330                                 VALUE "NETWORK-FAN-IN".
002340 77  WK-TAG-FAN-OUT              PIC X(16)
002350                                 VALUE "NETWORK-FAN-OUT".
002360 77  WK-REPORT-MONEDA            PIC X(03)  VALUE "USD".
002370*
002380******************************************************************
002390*    CURRENT HUB ACCOUNT AND THE NEXT ORIGIN TO POSITION AT.     *
002400******************************************************************
002410 77  WK-HUB                      PIC 9(18) VALUE 0.
002420 77  WK-NEXT-ORIGEN              PIC 9(18) VALUE 0.
002430 77  WK-LAST-ORIGEN              PIC 9(18)
002440                                 VALUE 999999999999999999.
002450 77  WK-GRP-CNT                  PIC 9(09) COMP-5 VALUE 0.
002460 77  WK-GRP-MONTO                PIC S9(13)V99 COMP-3 VALUE 0.
002470 77  WK-GRP-SCORE                PIC 9(05) COMP-5 VALUE 0.
002480*
002490******************************************************************
002500*    DISTINCT COUNTERPARTIES OF THE CURRENT HUB OVER THE WINDOW, *
002510*    WITH EACH ONE'S TRANSACTION COUNT AND REPORTING-CURRENCY    *
002520*    TOTAL.  A HUB WITH MORE COUNTERPARTIES THAN THE TABLE HOLDS *
002530*    IS WELL OVER ANY LIMIT; THE LIST IS CAPPED AND THE REPORT   *
002540*    SAYS SO, BUT THE CASE TOTAL STILL COVERS EVERY TRANSACTION. *
002550******************************************************************
002560 01  WK-CPTY-TABLE.
002570     05  WK-CPTY-ENTRY OCCURS 500 TIMES INDEXED BY WK-CPTY-IDX.
002580         10  WK-CPTY-CUENTA      PIC 9(18).
002590         10  WK-CPTY-CNT         PIC 9(05) COMP-5.
002600         10  WK-CPTY-MONTO       PIC S9(13)V99 COMP-3.
002610*
002620 77  WK-CPTY-MAX                 PIC 9(04) COMP-5 VALUE 500.
002630 77  WK-CPTY-USED                PIC 9(04) COMP-5 VALUE 0.
002640 77  WK-CPTY-KEY                 PIC 9(18) VALUE 0.
002650*
002660******************************************************************
002670*    NEXT CASE NUMBER TO ASSIGN - ONE PAST THE HIGHEST CASE-ID   *
002680*    ON FILE, THE SAME WAY AML_CASEBLD NUMBERS ITS CASES.        *
002690******************************************************************
002700 77  WK-NEXT-ID                  PIC 9(09) COMP-5 VALUE 1.
002710 77  WK-MAX-ID                   PIC 9(09) COMP-5 VALUE 0.
002720 77  WK-NEW-CASE-ID              PIC 9(09) VALUE 0.
002730*
002740 77  WK-IN-READ-COUNT            PIC 9(09) COMP-5 VALUE 0.
002750 77  WK-OUT-READ-COUNT           PIC 9(09) COMP-5 VALUE 0.
002760 77  WK-FAN-IN-COUNT             PIC 9(09) COMP-5 VALUE 0.
002770 77  WK-FAN-OUT-COUNT            PIC 9(09) COMP-5 VALUE 0.
002780 77  WK-CASE-COUNT               PIC 9(09) COMP-5 VALUE 0.
002790 77  WK-ALREADY-COUNT            PIC 9(09) COMP-5 VALUE 0.
002800 77  WK-DETAIL-COUNT             PIC 9(09) COMP-5 VALUE 0.
002810 77  WK-ERROR-COUNT              PIC 9(09) COMP-5 VALUE 0.
002820 77  WK-CASED-AMOUNT             PIC S9(13)V99 COMP-3 VALUE 0.
002830*
002840******************************************************************
002850*    DATE WORK FIELDS FOR 9200-PRIOR-DAY, WHICH STEPS A DATE     *
002860*    BACK ONE CALENDAR DAY.  DAYS PER MONTH, FEBRUARY CORRECTED  *
002870*    FOR LEAP YEARS IN THE PARAGRAPH.                            *
002880******************************************************************
002890 01  WK-DS-FECHA                 PIC 9(08) VALUE 0.
002900 01  WK-DS-FECHA-X REDEFINES WK-DS-FECHA.
002910     05  WK-DS-YYYY              PIC 9(04).
002920     05  WK-DS-MM                PIC 9(02).
002930     05  WK-DS-DD                PIC 9(02).
002940 77  WK-DS-WORK                  PIC S9(09) COMP-5 VALUE 0.
002950 77  WK-DS-REM-4                 PIC S9(09) COMP-5 VALUE 0.
002960 77  WK-DS-REM-100               PIC S9(09) COMP-5 VALUE 0.
002970 77  WK-DS-REM-400               PIC S9(09) COMP-5 VALUE 0.
002980*
002990 01  WK-MES-TABLA.
003000     05  FILLER                  PIC X(24)
003010                                 VALUE "312831303130313130313031".
003020 01  WK-MES-TABLA-R REDEFINES WK-MES-TABLA.
003030     05  WK-MES-DIAS             PIC 9(02) OCCURS 12 TIMES.
003040*
003050******************************************************************
003060*    EDITED FIELDS FOR REPORT LINES.                             *
003070******************************************************************
003080 77  WK-EDIT-CUENTA              PIC Z(17)9.
003090 77  WK-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
003100 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
003110 77  WK-EDIT-CTAS                PIC ZZZ9.
003120 77  WK-EDIT-CASE                PIC Z(08)9.
003130*
003140******************************************************************
003150*                                                                *
003160*    0000-MAINLINE                                               *
003170*                                                                *
003180******************************************************************
003190 PROCEDURE DIVISION.
003200*
003210 0000-MAINLINE.
003220*
003230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003240*
003250     PERFORM 3000-SCAN-FAN-IN THRU 3000-EXIT.
003260*
003270     PERFORM 4000-SCAN-FAN-OUT THRU 4000-EXIT.
003280*
003290     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
003300*
003310     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003320*
003330     GOBACK.
003340*
003350******************************************************************
003360*    1000-INITIALIZE                                             *
003370*                                                                *
003380*    A CASE OR PARTICIPANT FILE THAT DOES NOT EXIST YET IS       *
003390*    CREATED EMPTY FIRST, AS AML_CASEBLD DOES.  A MISSING AUDIT  *
003400*    HISTORY MEANS THERE IS NOTHING TO SCAN; THE REPORT STILL    *
003410*    COMES OUT, ALL ZEROS.                                       *
003420******************************************************************
003430 1000-INITIALIZE.
003440*
003450     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
003460     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
003470     PERFORM 1200-READ-PARMS THRU 1200-EXIT.
003480*
003490     MOVE WK-RUN-DATE TO WK-DS-FECHA.
003500     COMPUTE WK-DIAS-ATRAS = WK-VENTANA - 1.
003510     PERFORM 9200-PRIOR-DAY THRU 9200-EXIT
003520         WK-DIAS-ATRAS TIMES.
003530     MOVE WK-DS-FECHA TO WK-FECHA-DESDE.
003540*
003550     OPEN INPUT AML-AUDH-FILE.
003560     IF WK-AUDH-OK
003570         SET WK-AUDH-AVAIL TO TRUE
003580     ELSE
003590         DISPLAY "AML_NETSCAN: AVISO - NO SE PUDO ABRIR "
003600                 "AUDITHST, STATUS = " WK-AUDH-STATUS
003610     END-IF.
003620*
003630     OPEN I-O AML-CASE-FILE.
003640     IF WK-CASE-NOT-FOUND
003650         OPEN OUTPUT AML-CASE-FILE
003660         CLOSE AML-CASE-FILE
003670         OPEN I-O AML-CASE-FILE
003680     END-IF.
003690*
003700     IF NOT WK-CASE-OK
003710         DISPLAY "AML_NETSCAN: NO SE PUDO ABRIR AMLCASE, "
003720                 "STATUS = " WK-CASE-STATUS
003730         STOP RUN
003740     END-IF.
003750*
003760     OPEN I-O AML-NETD-FILE.
003770     IF WK-NETD-NOT-FOUND
003780         OPEN OUTPUT AML-NETD-FILE
003790         CLOSE AML-NETD-FILE
003800         OPEN I-O AML-NETD-FILE
003810     END-IF.
003820*
003830     IF NOT WK-NETD-OK
003840         DISPLAY "AML_NETSCAN: NO SE PUDO ABRIR AMLNETD, "
003850                 "STATUS = " WK-NETD-STATUS
003860         STOP RUN
003870     END-IF.
003880*
003890     OPEN OUTPUT AML-RPT-OUT.
003900     IF NOT WK-RPT-OK
003910         DISPLAY "AML_NETSCAN: NO SE PUDO ABRIR NETRPT, "
003920                 "STATUS = " WK-RPT-STATUS
003930         STOP RUN
003940     END-IF.
003950*
003960     PERFORM 1300-FIND-NEXT-ID THRU 1300-EXIT.
003970*
003980     MOVE SPACES TO RPT-LINE.
003990     STRING "AML NETWORK PATTERN SCAN - WINDOW "
004000             WK-FECHA-DESDE " TO " WK-RUN-DATE
004010         DELIMITED BY SIZE INTO RPT-LINE.
004020     WRITE RPT-LINE.
004030*
004040     MOVE WK-FAN-IN-LIMIT TO WK-EDIT-COUNT.
004050     MOVE SPACES TO RPT-LINE.
004060     STRING "FAN-IN LIMIT (DISTINCT ORIGINS). . . . "
004070             WK-EDIT-COUNT
004080         DELIMITED BY SIZE INTO RPT-LINE.
004090     WRITE RPT-LINE.
004100*
004110     MOVE WK-FAN-OUT-LIMIT TO WK-EDIT-COUNT.
004120     MOVE SPACES TO RPT-LINE.
004130     STRING "FAN-OUT LIMIT (DISTINCT DESTINATIONS). "
004140             WK-EDIT-COUNT
004150         DELIMITED BY SIZE INTO RPT-LINE.
004160     WRITE RPT-LINE.
004170*
004180     MOVE SPACES TO RPT-LINE.
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
004290*    FROM THE OPTIONAL RUN CONTROL FILE, SO A RERUN SCANS THE    *
004300*    RIGHT WINDOW.  A MISSING FILE IS THE NORMAL CASE; AN        *
004310*    IMPLAUSIBLE DATE IS IGNORED WITH A WARNING.                 *
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
004480         DISPLAY "AML_NETSCAN: FECHA DE NEGOCIO " WK-RUN-DATE
004490                 " TOMADA DE AMLRUND"
004500     ELSE
004510         DISPLAY "AML_NETSCAN: AVISO - FECHA EN AMLRUND NO "
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
004640*    LOADS THE LIMITS AND WINDOW FROM THE NETPARM CARD.  A       *
004650*    MISSING CARD IS THE NORMAL CASE AND MEANS THE DEFAULTS      *
004660*    APPLY; A NON-NUMERIC OR ZERO VALUE, OR A LIMIT THE          *
004670*    COUNTERPARTY TABLE CANNOT EXCEED, IS REFUSED WITH A         *
004680*    WARNING.                                                    *
004690******************************************************************
004700 1200-READ-PARMS.
004710*
004720     OPEN INPUT AML-PARM-IN.
004730     IF NOT WK-PARMIN-OK
004740         GO TO 1200-EXIT
004750     END-IF.
004760*
004770     READ AML-PARM-IN
004780         AT END
004790             CLOSE AML-PARM-IN
004800             GO TO 1200-EXIT
004810     END-READ.
004820*
004830     IF PARMIN-FAN-IN NUMERIC AND PARMIN-FAN-IN > 0
004840       AND PARMIN-FAN-IN < WK-CPTY-MAX
004850         MOVE PARMIN-FAN-IN TO WK-FAN-IN-LIMIT
004860     ELSE
004870         DISPLAY "AML_NETSCAN: AVISO - LIMITE FAN-IN EN "
004880                 "NETPARM NO VALIDO, SE USA EL DEFAULT"
004890     END-IF.
004900*
004910     IF PARMIN-FAN-OUT NUMERIC AND PARMIN-FAN-OUT > 0
004920       AND PARMIN-FAN-OUT < WK-CPTY-MAX
004930         MOVE PARMIN-FAN-OUT TO WK-FAN-OUT-LIMIT
004940     ELSE
004950         DISPLAY "AML_NETSCAN: AVISO - LIMITE FAN-OUT EN "
004960                 "NETPARM NO VALIDO, SE USA EL DEFAULT"
004970     END-IF.
004980*
004990     IF PARMIN-VENTANA NUMERIC AND PARMIN-VENTANA > 0
005000         MOVE PARMIN-VENTANA TO WK-VENTANA
005010     ELSE
005020         DISPLAY "AML_NETSCAN: AVISO - VENTANA EN "
005030                 "NETPARM NO VALIDA, SE USA EL DEFAULT"
005040     END-IF.
005050*
005060     CLOSE AML-PARM-IN.
005070*
005080 1200-EXIT.
005090     EXIT.
005100*
005110******************************************************************
005120*                                                                *
005130*    1300-FIND-NEXT-ID                                           *
005140*                                                                *
005150*    READS THE CASE FILE FRONT TO BACK FOR THE HIGHEST CASE-ID   *
005160*    ALREADY ASSIGNED, AS AML_CASEBLD DOES.                      *
005170******************************************************************
005180 1300-FIND-NEXT-ID.
005190*
005200     MOVE 0 TO WK-MAX-ID.
005210*
005220     PERFORM 1310-READ-ONE-CASE THRU 1310-EXIT
005230         UNTIL WK-CASE-EOF.
005240*
005250     COMPUTE WK-NEXT-ID = WK-MAX-ID + 1.
005260*
005270 1300-EXIT.
005280     EXIT.
005290*
005300 1310-READ-ONE-CASE.
005310*
005320     READ AML-CASE-FILE NEXT RECORD
005330         AT END
005340             SET WK-CASE-EOF TO TRUE
005350     END-READ.
005360*
005370     IF WK-CASE-EOF
005380         GO TO 1310-EXIT
005390     END-IF.
005400*
005410     IF NOT WK-CASE-OK
005420         DISPLAY "AML_NETSCAN: AVISO - ERROR LEYENDO AMLCASE, "
005430                 "STATUS = " WK-CASE-STATUS
005440         SET WK-CASE-EOF TO TRUE
005450         GO TO 1310-EXIT
005460     END-IF.
005470*
005480     IF CASE-ID > WK-MAX-ID
005490         MOVE CASE-ID TO WK-MAX-ID
005500     END-IF.
005510*
005520 1310-EXIT.
005530     EXIT.
005540*
005550******************************************************************
005560*    2000-READ-AUDH                                              *
005570******************************************************************
005580 2000-READ-AUDH.
005590*
005600     READ AML-AUDH-FILE NEXT RECORD
005610         AT END
005620             SET WK-AUDH-END TO TRUE
005630     END-READ.
005640*
005650     IF NOT WK-AUDH-END AND NOT WK-AUDH-OK
005660         DISPLAY "AML_NETSCAN: AVISO - ERROR LEYENDO AUDITHST, "
005670                 "STATUS = " WK-AUDH-STATUS
005680         SET WK-AUDH-END TO TRUE
005690     END-IF.
005700*
005710 2000-EXIT.
005720     EXIT.
005730*
005740******************************************************************
005750*                                                                *
005760*    3000-SCAN-FAN-IN                                            *
005770*                                                                *
005780*    ONE PASS OVER THE HISTORY IN DESTINATION ORDER.  EVERY      *
005790*    DESTINATION IS ONE CONTIGUOUS GROUP ON THE ALTERNATE KEY;   *
005800*    THE KEY CARRIES NO DATE, SO EACH RECORD IS TESTED AGAINST   *
005810*    THE WINDOW AS IT IS READ.                                   *
005820******************************************************************
005830 3000-SCAN-FAN-IN.
005840*
005850     IF NOT WK-AUDH-AVAIL
005860         GO TO 3000-EXIT
005870     END-IF.
005880*
005890     SET WK-PATRON-FAN-IN TO TRUE.
005900     MOVE "FAN-IN " TO WK-PATRON-TEXT.
005910*
005920     MOVE 0 TO AUDH-DESTINO.
005930     START AML-AUDH-FILE
005940         KEY IS NOT LESS THAN AUDH-DESTINO.
005950     IF NOT WK-AUDH-OK
005960         GO TO 3000-EXIT
005970     END-IF.
005980*
005990     SET WK-AUDH-END-SW TO "N".
006000     PERFORM 2000-READ-AUDH THRU 2000-EXIT.
006010*
006020     PERFORM 3100-FAN-IN-GROUP THRU 3100-EXIT
006030         UNTIL WK-AUDH-END.
006040*
006050 3000-EXIT.
006060     EXIT.
006070*
006080******************************************************************
006090*    3100-FAN-IN-GROUP                                           *
006100*                                                                *
006110*    COLLECTS ONE DESTINATION'S DISTINCT ORIGINS OVER THE        *
006120*    WINDOW AND CASES THE DESTINATION IF THERE ARE MORE THAN     *
006130*    THE FAN-IN LIMIT.                                           *
006140******************************************************************
006150 3100-FAN-IN-GROUP.
006160*
006170     MOVE AUDH-DESTINO TO WK-HUB.
006180     PERFORM 5000-CLEAR-GROUP THRU 5000-EXIT.
006190*
006200     SET WK-GROUP-DONE-SW TO "N".
006210     PERFORM 3200-FAN-IN-ONE THRU 3200-EXIT
006220         UNTIL WK-GROUP-DONE.
006230*
006240     IF WK-CPTY-USED > WK-FAN-IN-LIMIT
006250         ADD 1 TO WK-FAN-IN-COUNT
006260         PERFORM 6000-OPEN-NETWORK-CASE THRU 6000-EXIT
006270     END-IF.
006280*
006290 3100-EXIT.
006300     EXIT.
006310*
006320 3200-FAN-IN-ONE.
006330*
006340     ADD 1 TO WK-IN-READ-COUNT.
006350*
006360     IF AUDH-FECHA NOT < WK-FECHA-DESDE
006370       AND AUDH-FECHA NOT > WK-RUN-DATE
006380       AND NOT AUDH-STATUS-INVALID
006390       AND NOT AUDH-STATUS-DUPLICATE
006400         MOVE AUDH-ORIGEN TO WK-CPTY-KEY
006410         PERFORM 5100-ADD-CPTY THRU 5100-EXIT
006420     END-IF.
006430*
006440     PERFORM 2000-READ-AUDH THRU 2000-EXIT.
006450*
006460     IF WK-AUDH-END
006470       OR AUDH-DESTINO NOT = WK-HUB
006480         SET WK-GROUP-DONE TO TRUE
006490     END-IF.
006500*
006510 3200-EXIT.
006520     EXIT.
006530*
006540******************************************************************
006550*                                                                *
006560*    4000-SCAN-FAN-OUT                                           *
006570*                                                                *
006580*    WORKS THE HISTORY ONE ORIGIN AT A TIME ON THE PRIMARY KEY,  *
006590*    POSITIONING AT EACH ORIGIN'S WINDOW START SO ONLY THE       *
006600*    WINDOW IS READ, HOWEVER LONG THE ACCOUNT'S HISTORY.         *
006610******************************************************************
006620 4000-SCAN-FAN-OUT.
006630*
006640     IF NOT WK-AUDH-AVAIL
006650         GO TO 4000-EXIT
006660     END-IF.
006670*
006680     SET WK-PATRON-FAN-OUT TO TRUE.
006690     MOVE "FAN-OUT" TO WK-PATRON-TEXT.
006700*
006710     MOVE 0 TO WK-NEXT-ORIGEN.
006720     SET WK-EOF-SW TO "N".
006730     PERFORM 4100-PROCESS-ORIGIN THRU 4100-EXIT
006740         UNTIL WK-EOF.
006750*
006760 4000-EXIT.
006770     EXIT.
006780*
006790******************************************************************
006800*                                                                *
006810*    4100-PROCESS-ORIGIN                                         *
006820*                                                                *
006830*    POSITIONS AT THE NEXT ORIGIN'S WINDOW START.  THE FIRST     *
006840*    RECORD AT OR AFTER THE POSITION SAYS WHAT TO DO:            *
006850*      - AN EARLIER DATE MEANS THE POSITION RAN ON INTO A LATER  *
006860*        ORIGIN'S OLDER HISTORY - POSITION AGAIN AT THAT         *
006870*        ORIGIN'S WINDOW START;                                  *
006880*      - A LATER DATE MEANS THE ORIGIN HAD NOTHING IN THE        *
006890*        WINDOW - MOVE ON PAST IT;                               *
006900*      - OTHERWISE THE ORIGIN'S WINDOW IS THE GROUP TO COUNT.    *
006910******************************************************************
006920 4100-PROCESS-ORIGIN.
006930*
006940     MOVE WK-NEXT-ORIGEN TO AUDH-ORIGEN.
006950     MOVE WK-FECHA-DESDE TO AUDH-FECHA.
006960     MOVE 0              TO AUDH-TIME.
006970     MOVE 0              TO AUDH-SEQ.
006980*
006990     START AML-AUDH-FILE KEY IS NOT LESS THAN AUDH-KEY.
007000     IF NOT WK-AUDH-OK
007010         SET WK-EOF TO TRUE
007020         GO TO 4100-EXIT
007030     END-IF.
007040*
007050     SET WK-AUDH-END-SW TO "N".
007060     PERFORM 2000-READ-AUDH THRU 2000-EXIT.
007070     IF WK-AUDH-END
007080         SET WK-EOF TO TRUE
007090         GO TO 4100-EXIT
007100     END-IF.
007110*
007120     MOVE AUDH-ORIGEN TO WK-HUB.
007130*
007140     IF AUDH-FECHA < WK-FECHA-DESDE
007150         MOVE AUDH-ORIGEN TO WK-NEXT-ORIGEN
007160         GO TO 4100-EXIT
007170     END-IF.
007180*
007190     IF AUDH-FECHA > WK-RUN-DATE
007200         GO TO 4100-NEXT
007210     END-IF.
007220*
007230     PERFORM 5000-CLEAR-GROUP THRU 5000-EXIT.
007240*
007250     SET WK-GROUP-DONE-SW TO "N".
007260     PERFORM 4200-FAN-OUT-ONE THRU 4200-EXIT
007270         UNTIL WK-GROUP-DONE.
007280*
007290     IF WK-CPTY-USED > WK-FAN-OUT-LIMIT
007300         ADD 1 TO WK-FAN-OUT-COUNT
007310         PERFORM 6000-OPEN-NETWORK-CASE THRU 6000-EXIT
007320     END-IF.
007330*
007340 4100-NEXT.
007350     IF WK-HUB NOT < WK-LAST-ORIGEN
007360         SET WK-EOF TO TRUE
007370     ELSE
007380         COMPUTE WK-NEXT-ORIGEN = WK-HUB + 1
007390     END-IF.
007400*
007410 4100-EXIT.
007420     EXIT.
007430*
007440******************************************************************
007450*    4200-FAN-OUT-ONE                                            *
007460*                                                                *
007470*    ADDS THE CURRENT RECORD'S DESTINATION TO THE ORIGIN'S       *
007480*    COUNTERPARTIES AND READS THE NEXT; THE GROUP ENDS AT THE    *
007490*    FIRST RECORD FOR ANOTHER ORIGIN OR PAST THE BUSINESS DATE,  *
007500*    OR AT THE END OF THE HISTORY.                               *
007510******************************************************************
007520 4200-FAN-OUT-ONE.
007530*
007540     ADD 1 TO WK-OUT-READ-COUNT.
007550*
007560     IF NOT AUDH-STATUS-INVALID
007570       AND NOT AUDH-STATUS-DUPLICATE
007580         MOVE AUDH-DESTINO TO WK-CPTY-KEY
007590         PERFORM 5100-ADD-CPTY THRU 5100-EXIT
007600     END-IF.
007610*
007620     PERFORM 2000-READ-AUDH THRU 2000-EXIT.
007630*
007640     IF WK-AUDH-END
007650       OR AUDH-ORIGEN NOT = WK-HUB
007660       OR AUDH-FECHA > WK-RUN-DATE
007670         SET WK-GROUP-DONE TO TRUE
007680     END-IF.
007690*
007700 4200-EXIT.
007710     EXIT.
007720*
007730******************************************************************
007740*    5000-CLEAR-GROUP                                            *
007750******************************************************************
007760 5000-CLEAR-GROUP.
007770*
007780     MOVE 0 TO WK-CPTY-USED.
007790     MOVE 0 TO WK-GRP-CNT.
007800     MOVE 0 TO WK-GRP-MONTO.
007810     MOVE 0 TO WK-GRP-SCORE.
007820     SET WK-CPTY-FULL-SW TO "N".
007830*
007840 5000-EXIT.
007850     EXIT.
007860*
007870******************************************************************
007880*                                                                *
007890*    5100-ADD-CPTY                                               *
007900*                                                                *
007910*    ADDS ONE TRANSACTION TO THE HUB'S GROUP TOTALS AND TO ITS   *
007920*    COUNTERPARTY'S ENTRY, OPENING A NEW ENTRY THE FIRST TIME    *
007930*    THE COUNTERPARTY IS SEEN.  THE GROUP SCORE IS THE HIGHEST   *
007940*    COMPOSITE SCORE AMONG THE PARTICIPATING DECISIONS.          *
007950******************************************************************
007960 5100-ADD-CPTY.
007970*
007980     ADD 1 TO WK-GRP-CNT.
007990     ADD AUDH-MONTO-RPT TO WK-GRP-MONTO.
008000     IF AUDH-SCORE > WK-GRP-SCORE
008010         MOVE AUDH-SCORE TO WK-GRP-SCORE
008020     END-IF.
008030*
008040     SET WK-CPTY-FOUND-SW TO "N".
008050     PERFORM 5110-FIND-CPTY THRU 5110-EXIT
008060         VARYING WK-CPTY-IDX FROM 1 BY 1
008070         UNTIL WK-CPTY-IDX > WK-CPTY-USED
008080            OR WK-CPTY-FOUND.
008090*
008100     IF WK-CPTY-FOUND
008110         SET WK-CPTY-IDX DOWN BY 1
008120         ADD 1 TO WK-CPTY-CNT (WK-CPTY-IDX)
008130         ADD AUDH-MONTO-RPT TO WK-CPTY-MONTO (WK-CPTY-IDX)
008140         GO TO 5100-EXIT
008150     END-IF.
008160*
008170     IF WK-CPTY-USED NOT < WK-CPTY-MAX
008180         SET WK-CPTY-FULL TO TRUE
008190         GO TO 5100-EXIT
008200     END-IF.
008210*
008220     ADD 1 TO WK-CPTY-USED.
008230     SET WK-CPTY-IDX TO WK-CPTY-USED.
008240     MOVE WK-CPTY-KEY    TO WK-CPTY-CUENTA (WK-CPTY-IDX).
008250     MOVE 1              TO WK-CPTY-CNT (WK-CPTY-IDX).
008260     MOVE AUDH-MONTO-RPT TO WK-CPTY-MONTO (WK-CPTY-IDX).
008270*
008280 5100-EXIT.
008290     EXIT.
008300*
008310******************************************************************
008320*    5110-FIND-CPTY                                              *
008330******************************************************************
008340 5110-FIND-CPTY.
008350*
008360     IF WK-CPTY-CUENTA (WK-CPTY-IDX) = WK-CPTY-KEY
008370         SET WK-CPTY-FOUND TO TRUE
008380     END-IF.
008390*
008400 5110-EXIT.
008410     EXIT.
008420*
008430******************************************************************
008440*                                                                *
008450*    6000-OPEN-NETWORK-CASE                                      *
008460*                                                                *
008470*    OPENS ONE "09" CASE FOR THE HUB AND WRITES ITS              *
008480*    PARTICIPANTS.  A HUB ALREADY CASED FOR THIS PATTERN INSIDE  *
008490*    THE WINDOW IS ONLY COUNTED (SEE 6100-CHECK-PRIOR-CASE).     *
008500*    THE PARTICIPANTS ARE ONLY WRITTEN WHEN THE CASE WENT ON     *
008510*    FILE - A DETAIL LIST WITH NO CASE BEHIND IT IS NO USE TO    *
008520*    THE DESK.                                                   *
008530******************************************************************
008540 6000-OPEN-NETWORK-CASE.
008550*
008560     PERFORM 6100-CHECK-PRIOR-CASE THRU 6100-EXIT.
008570     IF WK-PRIOR-FOUND
008580         ADD 1 TO WK-ALREADY-COUNT
008590         PERFORM 6500-WRITE-PRIOR-LINE THRU 6500-EXIT
008600         GO TO 6000-EXIT
008610     END-IF.
008620*
008630     MOVE WK-RUN-DATE    TO WK-CHK-FECHA.
008640     PERFORM 6050-SET-ALERT-KEY THRU 6050-EXIT.
008650*
008660     MOVE WK-NEXT-ID       TO CASE-ID.
008670     MOVE WK-GRP-MONTO     TO CASE-MONTO.
008680     MOVE WK-GRP-MONTO     TO CASE-MONTO-RPT.
008690     MOVE WK-REPORT-MONEDA TO CASE-MONEDA.
008700     SET CASE-REASON-NETWORK TO TRUE.
008710     MOVE WK-GRP-SCORE     TO CASE-SCORE.
008720     SET CASE-OPEN         TO TRUE.
008730     MOVE SPACES           TO CASE-ANALYST.
008740     MOVE 0                TO CASE-FECHA-DISPO.
008750     MOVE 0                TO CASE-SAR-FECHA.
008760     MOVE SPACES           TO CASE-SAR-REF.
008770     MOVE SPACES           TO CASE-QA-REF.
008780     MOVE 0                TO CASE-QA-FECHA.
008790*
008800     WRITE CASE-RECORD.
008810     IF NOT WK-CASE-OK
008820         DISPLAY "AML_NETSCAN: AVISO - ERROR ESCRIBIENDO "
008830                 "AMLCASE, STATUS = " WK-CASE-STATUS
008840         ADD 1 TO WK-ERROR-COUNT
008850         GO TO 6000-EXIT
008860     END-IF.
008870*
008880     MOVE CASE-ID TO WK-NEW-CASE-ID.
008890     ADD 1 TO WK-NEXT-ID.
008900     ADD 1 TO WK-CASE-COUNT.
008910     ADD WK-GRP-MONTO TO WK-CASED-AMOUNT.
008920*
008930     PERFORM 6200-WRITE-DETAIL THRU 6200-EXIT
008940         VARYING WK-CPTY-IDX FROM 1 BY 1
008950         UNTIL WK-CPTY-IDX > WK-CPTY-USED.
008960*
008970     PERFORM 6300-WRITE-HIT-LINE THRU 6300-EXIT.
008980*
008990 6000-EXIT.
009000     EXIT.
009010*
009020******************************************************************
009030*    6050-SET-ALERT-KEY                                          *
009040*                                                                *
009050*    BUILDS A NETWORK CASE'S ALERT KEY FOR THE HUB AS OF         *
009060*    WK-CHK-FECHA - SEE AMLCASE.                                 *
009070******************************************************************
009080 6050-SET-ALERT-KEY.
009090*
009100     MOVE WK-CHK-FECHA TO CASE-ALERT-FECHA.
009110     MOVE 0            TO CASE-ALERT-TIME.
009120     MOVE 0            TO CASE-ALERT-SEQ.
009130*
009140     IF WK-PATRON-FAN-IN
009150         MOVE 0             TO CASE-ALERT-ORIGEN
009160         MOVE WK-HUB        TO CASE-ALERT-DESTINO
009170         MOVE WK-TAG-FAN-IN TO CASE-ALERT-TRAN-ID
009180     ELSE
009190         MOVE WK-HUB         TO CASE-ALERT-ORIGEN
009200         MOVE 0              TO CASE-ALERT-DESTINO
009210         MOVE WK-TAG-FAN-OUT TO CASE-ALERT-TRAN-ID
009220     END-IF.
009230*
009240 6050-EXIT.
009250     EXIT.
009260*
009270******************************************************************
009280*                                                                *
009290*    6100-CHECK-PRIOR-CASE                                       *
009300*                                                                *
009310*    LOOKS FOR A NETWORK CASE ALREADY OPENED FOR THE SAME HUB    *
009320*    AND PATTERN ON ANY DATE FROM THE BUSINESS DATE BACK TO THE  *
009330*    WINDOW START - ONE KEYED READ PER DAY ON THE ALERT KEY.     *
009340*    WHATEVER ITS DISPOSITION, THE DESK HAS ALREADY BEEN SHOWN   *
009350*    THIS NETWORK FOR THESE DAYS.                                *
009360******************************************************************
009370 6100-CHECK-PRIOR-CASE.
009380*
009390     SET WK-PRIOR-FOUND-SW TO "N".
009400     SET WK-CHK-DONE-SW TO "N".
009410     MOVE WK-RUN-DATE TO WK-CHK-FECHA.
009420*
009430     PERFORM 6110-CHECK-ONE-DAY THRU 6110-EXIT
009440         UNTIL WK-PRIOR-FOUND OR WK-CHK-DONE.
009450*
009460 6100-EXIT.
009470     EXIT.
009480*
009490 6110-CHECK-ONE-DAY.
009500*
009510     PERFORM 6050-SET-ALERT-KEY THRU 6050-EXIT.
009520     READ AML-CASE-FILE KEY IS CASE-ALERT-KEY.
009530     IF WK-CASE-OK
009540         SET WK-PRIOR-FOUND TO TRUE
009550         GO TO 6110-EXIT
009560     END-IF.
009570*
009580     IF WK-CHK-FECHA NOT > WK-FECHA-DESDE
009590         SET WK-CHK-DONE TO TRUE
009600         GO TO 6110-EXIT
009610     END-IF.
009620*
009630     MOVE WK-CHK-FECHA TO WK-DS-FECHA.
009640     PERFORM 9200-PRIOR-DAY THRU 9200-EXIT.
009650     MOVE WK-DS-FECHA TO WK-CHK-FECHA.
009660*
009670 6110-EXIT.
009680     EXIT.
009690*
009700******************************************************************
009710*    6200-WRITE-DETAIL                                           *
009720*                                                                *
009730*    ONE AMLNETD RECORD FOR THE COUNTERPARTY AT WK-CPTY-IDX.     *
009740******************************************************************
009750 6200-WRITE-DETAIL.
009760*
009770     MOVE WK-NEW-CASE-ID  TO NETD-CASE-ID.
009780     MOVE WK-CPTY-CUENTA (WK-CPTY-IDX) TO NETD-CUENTA.
009790     MOVE WK-PATRON       TO NETD-PATRON.
009800     MOVE WK-HUB          TO NETD-HUB.
009810     MOVE WK-FECHA-DESDE  TO NETD-FECHA-DESDE.
009820     MOVE WK-RUN-DATE     TO NETD-FECHA-HASTA.
009830     MOVE WK-CPTY-CNT (WK-CPTY-IDX)   TO NETD-TRAN-CNT.
009840     MOVE WK-CPTY-MONTO (WK-CPTY-IDX) TO NETD-MONTO-RPT.
009850*
009860     WRITE NETD-RECORD.
009870     IF WK-NETD-OK
009880         ADD 1 TO WK-DETAIL-COUNT
009890     ELSE
009900         DISPLAY "AML_NETSCAN: AVISO - ERROR ESCRIBIENDO "
009910                 "AMLNETD, STATUS = " WK-NETD-STATUS
009920         ADD 1 TO WK-ERROR-COUNT
009930     END-IF.
009940*
009950 6200-EXIT.
009960     EXIT.
009970*
009980******************************************************************
009990*    6300-WRITE-HIT-LINE                                         *
010000******************************************************************
010010 6300-WRITE-HIT-LINE.
010020*
010030     MOVE WK-HUB         TO WK-EDIT-CUENTA.
010040     MOVE WK-NEW-CASE-ID TO WK-EDIT-CASE.
010050     MOVE WK-CPTY-USED   TO WK-EDIT-CTAS.
010060     MOVE WK-GRP-MONTO   TO WK-EDIT-AMOUNT.
010070     MOVE SPACES TO RPT-LINE.
010080     STRING WK-PATRON-TEXT " " WK-EDIT-CUENTA
010090             " CASE " WK-EDIT-CASE
010100             " CTAS " WK-EDIT-CTAS
010110             " " WK-EDIT-AMOUNT
010120         DELIMITED BY SIZE INTO RPT-LINE.
010130     WRITE RPT-LINE.
010140*
010150     IF WK-CPTY-FULL
010160         MOVE SPACES TO RPT-LINE
010170         STRING "        PARTICIPANT LIST CAPPED AT THE "
010180                 "COUNTERPARTY TABLE SIZE"
010190             DELIMITED BY SIZE INTO RPT-LINE
010200         WRITE RPT-LINE
010210     END-IF.
010220*
010230 6300-EXIT.
010240     EXIT.
010250*
010260******************************************************************
010270*    6500-WRITE-PRIOR-LINE                                       *
010280******************************************************************
010290 6500-WRITE-PRIOR-LINE.
010300*
010310     MOVE WK-HUB  TO WK-EDIT-CUENTA.
010320     MOVE CASE-ID TO WK-EDIT-CASE.
010330     MOVE SPACES TO RPT-LINE.
010340     STRING WK-PATRON-TEXT " " WK-EDIT-CUENTA
010350             " ALREADY CASED IN WINDOW - CASE " WK-EDIT-CASE
010360         DELIMITED BY SIZE INTO RPT-LINE.
010370     WRITE RPT-LINE.
010380*
010390 6500-EXIT.
010400     EXIT.
010410*
010420******************************************************************
010430*    7000-WRITE-TOTALS                                           *
010440******************************************************************
010450 7000-WRITE-TOTALS.
010460*
010470     MOVE SPACES TO RPT-LINE.
010480     WRITE RPT-LINE.
010490*
010500     MOVE WK-IN-READ-COUNT TO WK-EDIT-COUNT.
010510     MOVE SPACES TO RPT-LINE.
010520     STRING "HISTORY READ, DESTINATION PASS . . . . "
010530             WK-EDIT-COUNT
010540         DELIMITED BY SIZE INTO RPT-LINE.
010550     WRITE RPT-LINE.
010560*
010570     MOVE WK-OUT-READ-COUNT TO WK-EDIT-COUNT.
010580     MOVE SPACES TO RPT-LINE.
010590     STRING "HISTORY READ, ORIGIN PASS. . . . . . . "
010600             WK-EDIT-COUNT
010610         DELIMITED BY SIZE INTO RPT-LINE.
010620     WRITE RPT-LINE.
010630*
010640     MOVE WK-FAN-IN-COUNT TO WK-EDIT-COUNT.
010650     MOVE SPACES TO RPT-LINE.
010660     STRING "FAN-IN PATTERNS FOUND. . . . . . . . . "
010670             WK-EDIT-COUNT
010680         DELIMITED BY SIZE INTO RPT-LINE.
010690     WRITE RPT-LINE.
010700*
010710     MOVE WK-FAN-OUT-COUNT TO WK-EDIT-COUNT.
010720     MOVE SPACES TO RPT-LINE.
010730     STRING "FAN-OUT PATTERNS FOUND . . . . . . . . "
010740             WK-EDIT-COUNT
010750         DELIMITED BY SIZE INTO RPT-LINE.
010760     WRITE RPT-LINE.
010770*
010780     MOVE WK-CASE-COUNT TO WK-EDIT-COUNT.
010790     MOVE SPACES TO RPT-LINE.
010800     STRING "NETWORK CASES OPENED . . . . . . . . . "
010810             WK-EDIT-COUNT
010820         DELIMITED BY SIZE INTO RPT-LINE.
010830     WRITE RPT-LINE.
010840*
010850     MOVE WK-ALREADY-COUNT TO WK-EDIT-COUNT.
010860     MOVE SPACES TO RPT-LINE.
010870     STRING "ALREADY CASED IN WINDOW. . . . . . . . "
010880             WK-EDIT-COUNT
010890         DELIMITED BY SIZE INTO RPT-LINE.
010900     WRITE RPT-LINE.
010910*
010920     MOVE WK-DETAIL-COUNT TO WK-EDIT-COUNT.
010930     MOVE SPACES TO RPT-LINE.
010940     STRING "PARTICIPANT RECORDS WRITTEN. . . . . . "
010950             WK-EDIT-COUNT
010960         DELIMITED BY SIZE INTO RPT-LINE.
010970     WRITE RPT-LINE.
010980*
010990     MOVE WK-CASED-AMOUNT TO WK-EDIT-AMOUNT.
011000     MOVE SPACES TO RPT-LINE.
011010     STRING "AMOUNT IN NEW CASES (" WK-REPORT-MONEDA
011020             "). . . . . . . "
011030             WK-EDIT-AMOUNT
011040         DELIMITED BY SIZE INTO RPT-LINE.
011050     WRITE RPT-LINE.
011060*
011070     MOVE WK-ERROR-COUNT TO WK-EDIT-COUNT.
011080     MOVE SPACES TO RPT-LINE.
011090     STRING "ERRORS . . . . . . . . . . . . . . . . "
011100             WK-EDIT-COUNT
011110         DELIMITED BY SIZE INTO RPT-LINE.
011120     WRITE RPT-LINE.
011130*
011140 7000-EXIT.
011150     EXIT.
011160*
011170******************************************************************
011180*    8000-TERMINATE                                              *
011190******************************************************************
011200 8000-TERMINATE.
011210*
011220     IF WK-AUDH-AVAIL
011230         CLOSE AML-AUDH-FILE
011240     END-IF.
011250     CLOSE AML-CASE-FILE.
011260     CLOSE AML-NETD-FILE.
011270     CLOSE AML-RPT-OUT.
011280*
011290     DISPLAY "AML_NETSCAN: FAN-IN PATTERNS      = "
011300             WK-FAN-IN-COUNT.
011310     DISPLAY "AML_NETSCAN: FAN-OUT PATTERNS     = "
011320             WK-FAN-OUT-COUNT.
011330     DISPLAY "AML_NETSCAN: CASES OPENED         = " WK-CASE-COUNT.
011340     DISPLAY "AML_NETSCAN: ALREADY ON FILE      = "
011350             WK-ALREADY-COUNT.
011360     DISPLAY "AML_NETSCAN: ERRORS               = "
011370             WK-ERROR-COUNT.
011380*
011390 8000-EXIT.
011400     EXIT.
011410*
011420******************************************************************
011430*                                                                *
011440*    9200-PRIOR-DAY                                              *
011450*                                                                *
011460*    STEPS WK-DS-FECHA (YYYYMMDD) BACK ONE CALENDAR DAY.  A      *
011470*    YEAR DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY   *
011480*    NOT DIVISIBLE BY 400.                                       *
011490******************************************************************
011500 9200-PRIOR-DAY.
011510*
011520     IF WK-DS-DD > 1
011530         SUBTRACT 1 FROM WK-DS-DD
011540         GO TO 9200-EXIT
011550     END-IF.
011560*
011570     IF WK-DS-MM = 1
011580         MOVE 12 TO WK-DS-MM
011590         MOVE 31 TO WK-DS-DD
011600         SUBTRACT 1 FROM WK-DS-YYYY
011610         GO TO 9200-EXIT
011620     END-IF.
011630*
011640     SUBTRACT 1 FROM WK-DS-MM.
011650     MOVE WK-MES-DIAS (WK-DS-MM) TO WK-DS-DD.
011660*
011670     IF WK-DS-MM NOT = 2
011680         GO TO 9200-EXIT
011690     END-IF.
011700*
011710     DIVIDE WK-DS-YYYY BY 4 GIVING WK-DS-WORK
011720         REMAINDER WK-DS-REM-4.
011730     DIVIDE WK-DS-YYYY BY 100 GIVING WK-DS-WORK
011740         REMAINDER WK-DS-REM-100.
011750     DIVIDE WK-DS-YYYY BY 400 GIVING WK-DS-WORK
011760         REMAINDER WK-DS-REM-400.
011770*
011780     IF WK-DS-REM-4 = 0
011790       AND (WK-DS-REM-100 NOT = 0 OR WK-DS-REM-400 = 0)
011800         MOVE 29 TO WK-DS-DD
011810     END-IF.
011820*
011830 9200-EXIT.
011840     EXIT.
