000100******************************************************************
000110*                                                                *
000120*    PROGRAM:      AML_KYCLOAD                                   *
000130*                                                                *
000140*    DESCRIPTION:  NIGHTLY KYC CUSTOMER RISK RATING LOAD.  READS *
000150*                  THE ONBOARDING SYSTEM'S RISK RATING EXTRACT   *
000160*                  (KYCFEED, ONE ACCOUNT PER RECORD), VALIDATES  *
000170*                  EACH RATING, AND APPLIES THE GOOD ONES TO THE *
000180*                  KEYED RISK FILE AMLKYC (SEE AMLKYC) STAMPED   *
000190*                  WITH THE BUSINESS DATE OF THE LOAD.           *
000200*                  CORE_BANK READS THAT FILE TO LOWER THE        *
000210*                  SCREENING LINE FOR HIGH-TIER AND PEP          *
000220*                  CUSTOMERS.                                    *
000230*                                                                *
000240*                  THE LOAD REPORT LISTS EVERY REJECTED RECORD   *
000250*                  AND EVERY ACCOUNT WHOSE TIER OR PEP FLAG      *
000260*                  CHANGED, PLUS EVERY NEW ACCOUNT THAT ARRIVES  *
000270*                  ALREADY HIGH TIER OR PEP - THOSE ARE THE      *
000280*                  RATINGS THAT MOVE SOMEBODY'S SCREENING LINE   *
000290*                  OVERNIGHT.  A QUIET, UNCHANGED RATING IS ONLY *
000300*                  COUNTED.                                      *
000310*                                                                *
000320*                  A RECORD IS REJECTED WHEN THE ACCOUNT IS NOT  *
000330*                  NUMERIC OR ZERO, THE TIER IS NOT L/M/H, THE   *
000340*                  PEP FLAG IS NOT Y/N, OR THE LAST-REVIEW DATE  *
000350*                  IS NOT A PLAUSIBLE YYYYMMDD OR IS LATER THAN  *
000360*                  THE BUSINESS DATE.  AN ACCOUNT THAT IS NOT ON *
000370*                  THE EXTRACT KEEPS ITS LAST RATING - A DROPPED *
000380*                  EXTRACT RECORD MUST NOT QUIETLY TAKE A        *
000390*                  HIGH-RISK CUSTOMER BACK TO THE NORMAL LINE.   *
000400*                  THE LOAD DATE COMES FROM THE AML-RUND-FILE    *
000410*                  RUN CONTROL WHEN PRESENT, THE SYSTEM DATE     *
000420*                  OTHERWISE, AS IN AML_FXLOAD.                  *
000430*                                                                *
000440*    FEED LAYOUT (KYCFEED, ONE ACCOUNT PER RECORD):              *
000450*        COL  1-18   ACCOUNT NUMBER                              *
000460*        COL 19      RISK TIER, L / M / H                        *
000470*        COL 20      PEP FLAG, Y / N                             *
000480*        COL 21-28   LAST-REVIEW DATE, YYYYMMDD                  *
000490*                                                                *
000500*    AUTHOR:       J. D. MORALES - CORE BANKING SYSTEMS          *
000510*    INSTALLATION: COMPLIANCE / CORE BANKING                     *
000520*    DATE-WRITTEN: 2026-10-15                                    *
000530*    DATE-COMPILED:                                              *
000540*                                                                *
000550*    MOD-HISTORY.                                                *
000560*    2026-10-15  JDM  ORIGINAL.                                  *
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. AML_KYCLOAD.
000600*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640*
000650     SELECT AML-KYCIN-FILE ASSIGN TO "KYCFEED"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WK-KYCIN-STATUS.
000680*
000690     SELECT AML-KYC-FILE ASSIGN TO "AMLKYC"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS KYC-CUENTA
000730         FILE STATUS IS WK-KYC-STATUS.
000740*
000750*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
000760*
000770     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WK-RUND-STATUS.
000800*
000810     SELECT AML-RPT-OUT ASSIGN TO "KYCLDRPT"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WK-RPT-STATUS.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870*
000880 FD  AML-KYCIN-FILE.
000890 01  KYCIN-RECORD.
000900     05  KYCIN-CUENTA            PIC 9(18).
000910     05  KYCIN-TIER              PIC X(01).
000920         88  KYCIN-TIER-HIGH             VALUE "H".
000930         88  KYCIN-TIER-VALID            VALUES "L" "M" "H".
000940     05  KYCIN-PEP               PIC X(01).
000950         88  KYCIN-PEP-SI                VALUE "Y".
000960         88  KYCIN-PEP-VALID             VALUES "Y" "N".
000970     05  KYCIN-FECHA-REV         PIC 9(08).
000980*
000990 FD  AML-KYC-FILE.
001000     COPY AMLKYC.
001010*
001020 FD  AML-RUND-FILE.
001030     COPY AMLRUND.
001040*
001050 FD  AML-RPT-OUT.
001060 01  RPT-LINE                    PIC X(080).
001070*
001080 WORKING-STORAGE SECTION.
001090*
001100******************************************************************
001110*    SWITCHES AND WORK FIELDS                                   *
001120******************************************************************
001130 77  WK-KYCIN-STATUS             PIC X(02)  VALUE "00".
001140     88  WK-KYCIN-OK                     VALUE "00".
001150*
001160 77  WK-KYC-STATUS               PIC X(02)  VALUE "00".
001170     88  WK-KYC-OK                       VALUE "00".
001180     88  WK-KYC-NOT-FOUND                VALUE "35".
001190     88  WK-KYC-REC-NOT-FOUND            VALUE "23".
001200*
001210 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
001220     88  WK-RUND-OK                      VALUE "00".
001230*
001240 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
001250     88  WK-RPT-OK                       VALUE "00".
001260*
001270 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
001280     88  WK-EOF                          VALUE "Y".
001290*
001300 77  WK-PRIOR-FOUND-SW           PIC X(01)  VALUE "N".
001310     88  WK-PRIOR-FOUND                  VALUE "Y".
001320*
001330 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
001340 77  WK-NEW-COUNT                PIC 9(09) COMP-5 VALUE 0.
001350 77  WK-UPDATE-COUNT             PIC 9(09) COMP-5 VALUE 0.
001360 77  WK-TIER-CHG-COUNT           PIC 9(09) COMP-5 VALUE 0.
001370 77  WK-PEP-CHG-COUNT            PIC 9(09) COMP-5 VALUE 0.
001380 77  WK-REJECT-COUNT             PIC 9(09) COMP-5 VALUE 0.
001390 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
001400*
001410******************************************************************
001420*    THE RATING AS IT STOOD BEFORE THIS LOAD, FOR THE CHANGE     *
001430*    LINES.  BLANK WHEN THE ACCOUNT IS NEW.                      *
001440******************************************************************
001450 77  WK-PRIOR-TIER               PIC X(01) VALUE SPACE.
001460 77  WK-PRIOR-PEP                PIC X(01) VALUE SPACE.
001470*
001480 77  WK-REJECT-REASON            PIC X(25) VALUE SPACES.
001490*
001500******************************************************************
001510*    EDITED FIELDS FOR REPORT LINES.                             *
001520******************************************************************
001530 77  WK-EDIT-CUENTA              PIC Z(17)9.
001540 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
001550*
001560******************************************************************
001570*                                                                *
001580*    0000-MAINLINE                                               *
001590*                                                                *
001600******************************************************************
001610 PROCEDURE DIVISION.
001620*
001630 0000-MAINLINE.
001640*
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660*
001670     PERFORM 2000-READ-KYCIN THRU 2000-EXIT.
001680*
001690     PERFORM 3000-PROCESS-RATING THRU 3000-EXIT
001700         UNTIL WK-EOF.
001710*
001720     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001730*
001740     GOBACK.
001750*
001760******************************************************************
001770*    1000-INITIALIZE                                             *
001780*                                                                *
001790*    A RISK FILE THAT DOES NOT EXIST YET IS CREATED EMPTY AND    *
001800*    LOADED FRESH, SO THE FIRST LOAD GOES THROUGH THE SAME       *
001810*    REPORTED PATH AS EVERY LATER ONE.                           *
001820******************************************************************
001830 1000-INITIALIZE.
001840*
001850     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
001860     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
001870*
001880     OPEN INPUT AML-KYCIN-FILE.
001890     IF NOT WK-KYCIN-OK
001900         DISPLAY "AML_KYCLOAD: NO SE PUDO ABRIR KYCFEED, "
001910                 "STATUS = " WK-KYCIN-STATUS
001920         STOP RUN
001930     END-IF.
001940*
001950     OPEN I-O AML-KYC-FILE.
001960     IF WK-KYC-NOT-FOUND
001970         OPEN OUTPUT AML-KYC-FILE
001980         CLOSE AML-KYC-FILE
001990         OPEN I-O AML-KYC-FILE
002000     END-IF.
002010*
002020     IF NOT WK-KYC-OK
002030         DISPLAY "AML_KYCLOAD: NO SE PUDO ABRIR AMLKYC, "
002040                 "STATUS = " WK-KYC-STATUS
002050         STOP RUN
002060     END-IF.
002070*
002080     OPEN OUTPUT AML-RPT-OUT.
002090     IF NOT WK-RPT-OK
002100         DISPLAY "AML_KYCLOAD: NO SE PUDO ABRIR KYCLDRPT, "
002110                 "STATUS = " WK-RPT-STATUS
002120         STOP RUN
002130     END-IF.
002140*
002150     MOVE SPACES TO RPT-LINE.
002160     STRING "AML KYC RISK RATING LOAD - BUSINESS DATE "
002170             WK-RUN-DATE
002180         DELIMITED BY SIZE INTO RPT-LINE.
002190     WRITE RPT-LINE.
002200*
002210     MOVE SPACES TO RPT-LINE.
002220     WRITE RPT-LINE.
002230*
002240 1000-EXIT.
002250     EXIT.
002260*
002270******************************************************************
002280*                                                                *
002290*    1100-READ-RUN-DATE                                          *
002300*                                                                *
002310*    OVERRIDES THE ACCEPTED SYSTEM DATE WITH THE BUSINESS DATE   *
002320*    FROM THE OPTIONAL RUN CONTROL FILE, SO A RERUN STAMPS ITS   *
002330*    RATINGS WITH THE RIGHT DAY.  A MISSING FILE IS THE NORMAL   *
002340*    CASE; AN IMPLAUSIBLE DATE IS IGNORED WITH A WARNING.        *
002350******************************************************************
002360 1100-READ-RUN-DATE.
002370*
002380     OPEN INPUT AML-RUND-FILE.
002390     IF NOT WK-RUND-OK
002400         GO TO 1100-EXIT
002410     END-IF.
002420*
002430     READ AML-RUND-FILE
002440         AT END
002450             CLOSE AML-RUND-FILE
002460             GO TO 1100-EXIT
002470     END-READ.
002480*
002490     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
002500         MOVE RUND-FECHA TO WK-RUN-DATE
002510         DISPLAY "AML_KYCLOAD: FECHA DE NEGOCIO " WK-RUN-DATE
002520                 " TOMADA DE AMLRUND"
002530     ELSE
002540         DISPLAY "AML_KYCLOAD: AVISO - FECHA EN AMLRUND NO "
002550                 "VALIDA, SE USA LA FECHA DEL SISTEMA"
002560     END-IF.
002570*
002580     CLOSE AML-RUND-FILE.
002590*
002600 1100-EXIT.
002610     EXIT.
002620*
002630******************************************************************
002640*    2000-READ-KYCIN                                             *
002650******************************************************************
002660 2000-READ-KYCIN.
002670*
002680     IF WK-EOF
002690         GO TO 2000-EXIT
002700     END-IF.
002710     READ AML-KYCIN-FILE
002720         AT END
002730             SET WK-EOF TO TRUE
002740     END-READ.
002750*
002760 2000-EXIT.
002770     EXIT.
002780*
002790******************************************************************
002800*                                                                *
002810*    3000-PROCESS-RATING                                         *
002820*                                                                *
002830*    VALIDATES AND APPLIES ONE EXTRACT RECORD.  THE ACCOUNT'S    *
002840*    CURRENT RATING IS READ FIRST SO A TIER OR PEP CHANGE CAN BE *
002850*    LISTED WITH ITS BEFORE AND AFTER.                           *
002860******************************************************************
002870 3000-PROCESS-RATING.
002880*
002890     ADD 1 TO WK-READ-COUNT.
002900     MOVE SPACES TO WK-REJECT-REASON.
002910     SET WK-PRIOR-FOUND-SW TO "N".
002920     MOVE SPACE TO WK-PRIOR-TIER.
002930     MOVE SPACE TO WK-PRIOR-PEP.
002940*
002950     IF KYCIN-CUENTA NOT NUMERIC OR KYCIN-CUENTA = 0
002960         MOVE "ACCOUNT INVALID" TO WK-REJECT-REASON
002970         GO TO 3000-REPORT
002980     END-IF.
002990*
003000     IF NOT KYCIN-TIER-VALID
003010         MOVE "TIER NOT L/M/H" TO WK-REJECT-REASON
003020         GO TO 3000-REPORT
003030     END-IF.
003040*
003050     IF NOT KYCIN-PEP-VALID
003060         MOVE "PEP FLAG NOT Y/N" TO WK-REJECT-REASON
003070         GO TO 3000-REPORT
003080     END-IF.
003090*
003100     IF KYCIN-FECHA-REV NOT NUMERIC
003110       OR KYCIN-FECHA-REV < 19000101
003120         MOVE "REVIEW DATE INVALID" TO WK-REJECT-REASON
003130         GO TO 3000-REPORT
003140     END-IF.
003150*
003160     IF KYCIN-FECHA-REV > WK-RUN-DATE
003170         MOVE "REVIEW DATE IN FUTURE" TO WK-REJECT-REASON
003180         GO TO 3000-REPORT
003190     END-IF.
003200*
003210     MOVE KYCIN-CUENTA TO KYC-CUENTA.
003220     READ AML-KYC-FILE.
003230     IF WK-KYC-OK
003240         SET WK-PRIOR-FOUND TO TRUE
003250         MOVE KYC-TIER TO WK-PRIOR-TIER
003260         MOVE KYC-PEP  TO WK-PRIOR-PEP
003270     ELSE
003280         IF NOT WK-KYC-REC-NOT-FOUND
003290             MOVE "RISK FILE READ ERROR" TO WK-REJECT-REASON
003300             GO TO 3000-REPORT
003310         END-IF
003320     END-IF.
003330*
003340     MOVE KYCIN-CUENTA    TO KYC-CUENTA.
003350     MOVE KYCIN-TIER      TO KYC-TIER.
003360     MOVE KYCIN-PEP       TO KYC-PEP.
003370     MOVE KYCIN-FECHA-REV TO KYC-FECHA-REV.
003380     MOVE WK-RUN-DATE     TO KYC-FECHA-CARGA.
003390*
003400     IF WK-PRIOR-FOUND
003410         REWRITE KYC-RECORD
003420     ELSE
003430         WRITE KYC-RECORD
003440     END-IF.
003450*
003460     IF NOT WK-KYC-OK
003470         DISPLAY "AML_KYCLOAD: AVISO - ERROR ESCRIBIENDO "
003480                 "AMLKYC, STATUS = " WK-KYC-STATUS
003490         MOVE "APPLY ERROR" TO WK-REJECT-REASON
003500         GO TO 3000-REPORT
003510     END-IF.
003520*
003530     IF WK-PRIOR-FOUND
003540         ADD 1 TO WK-UPDATE-COUNT
003550         IF WK-PRIOR-TIER NOT = KYCIN-TIER
003560             ADD 1 TO WK-TIER-CHG-COUNT
003570         END-IF
003580         IF WK-PRIOR-PEP NOT = KYCIN-PEP
003590             ADD 1 TO WK-PEP-CHG-COUNT
003600         END-IF
003610     ELSE
003620         ADD 1 TO WK-NEW-COUNT
003630     END-IF.
003640*
003650 3000-REPORT.
003660*
003670     IF WK-REJECT-REASON NOT = SPACES
003680         ADD 1 TO WK-REJECT-COUNT
003690     END-IF.
003700     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003710*
003720     PERFORM 2000-READ-KYCIN THRU 2000-EXIT.
003730*
003740 3000-EXIT.
003750     EXIT.
003760*
003770******************************************************************
003780*                                                                *
003790*    6000-WRITE-RPT-LINE                                         *
003800*                                                                *
003810*    A LINE FOR A REJECTED RECORD, A CHANGED RATING, OR A NEW    *
003820*    ACCOUNT RATED HIGH TIER OR PEP.  ANYTHING ELSE IS A QUIET,  *
003830*    GOOD LOAD AND WRITES NOTHING.                               *
003840******************************************************************
003850 6000-WRITE-RPT-LINE.
003860*
003870     MOVE KYCIN-CUENTA TO WK-EDIT-CUENTA.
003880     MOVE SPACES TO RPT-LINE.
003890*
003900     IF WK-REJECT-REASON NOT = SPACES
003910         STRING "ACCOUNT " WK-EDIT-CUENTA
003920                 " REJECTED - " WK-REJECT-REASON
003930             DELIMITED BY SIZE INTO RPT-LINE
003940         WRITE RPT-LINE
003950         GO TO 6000-EXIT
003960     END-IF.
003970*
003980     IF NOT WK-PRIOR-FOUND
003990         IF KYCIN-TIER-HIGH OR KYCIN-PEP-SI
004000             STRING "ACCOUNT " WK-EDIT-CUENTA
004010                     " NEW      TIER " KYCIN-TIER
004020                     "       PEP " KYCIN-PEP
004030                 DELIMITED BY SIZE INTO RPT-LINE
004040             WRITE RPT-LINE
004050         END-IF
004060         GO TO 6000-EXIT
004070     END-IF.
004080*
004090     IF WK-PRIOR-TIER NOT = KYCIN-TIER
004100       OR WK-PRIOR-PEP NOT = KYCIN-PEP
004110         STRING "ACCOUNT " WK-EDIT-CUENTA
004120                 " CHANGED  TIER " WK-PRIOR-TIER " -> " KYCIN-TIER
004130                 "  PEP " WK-PRIOR-PEP " -> " KYCIN-PEP
004140             DELIMITED BY SIZE INTO RPT-LINE
004150         WRITE RPT-LINE
004160     END-IF.
004170*
004180 6000-EXIT.
004190     EXIT.
004200*
004210******************************************************************
004220*    8000-TERMINATE                                              *
004230******************************************************************
004240 8000-TERMINATE.
004250*
004260     MOVE SPACES TO RPT-LINE.
004270     WRITE RPT-LINE.
004280*
004290     MOVE WK-READ-COUNT TO WK-EDIT-COUNT.
004300     MOVE SPACES TO RPT-LINE.
004310     STRING "EXTRACT RECORDS READ . . . . . . . . . "
004320             WK-EDIT-COUNT
004330         DELIMITED BY SIZE INTO RPT-LINE.
004340     WRITE RPT-LINE.
004350*
004360     MOVE WK-NEW-COUNT TO WK-EDIT-COUNT.
004370     MOVE SPACES TO RPT-LINE.
004380     STRING "  NEW ACCOUNTS LOADED. . . . . . . . . "
004390             WK-EDIT-COUNT
004400         DELIMITED BY SIZE INTO RPT-LINE.
004410     WRITE RPT-LINE.
004420*
004430     MOVE WK-UPDATE-COUNT TO WK-EDIT-COUNT.
004440     MOVE SPACES TO RPT-LINE.
004450     STRING "  RATINGS REFRESHED. . . . . . . . . . "
004460             WK-EDIT-COUNT
004470         DELIMITED BY SIZE INTO RPT-LINE.
004480     WRITE RPT-LINE.
004490*
004500     MOVE WK-TIER-CHG-COUNT TO WK-EDIT-COUNT.
004510     MOVE SPACES TO RPT-LINE.
004520     STRING "    TIER CHANGED . . . . . . . . . . . "
004530             WK-EDIT-COUNT
004540         DELIMITED BY SIZE INTO RPT-LINE.
004550     WRITE RPT-LINE.
004560*
004570     MOVE WK-PEP-CHG-COUNT TO WK-EDIT-COUNT.
004580     MOVE SPACES TO RPT-LINE.
004590     STRING "    PEP FLAG CHANGED . . . . . . . . . "
004600             WK-EDIT-COUNT
004610         DELIMITED BY SIZE INTO RPT-LINE.
004620     WRITE RPT-LINE.
004630*
004640     MOVE WK-REJECT-COUNT TO WK-EDIT-COUNT.
004650     MOVE SPACES TO RPT-LINE.
004660     STRING "  REJECTED . . . . . . . . . . . . . . "
004670             WK-EDIT-COUNT
004680         DELIMITED BY SIZE INTO RPT-LINE.
004690     WRITE RPT-LINE.
004700*
004710     CLOSE AML-KYCIN-FILE.
004720     CLOSE AML-KYC-FILE.
004730     CLOSE AML-RPT-OUT.
004740*
004750     DISPLAY "AML_KYCLOAD: EXTRACT RECORDS READ = " WK-READ-COUNT.
004760     DISPLAY "AML_KYCLOAD: TIER CHANGES         = "
004770             WK-TIER-CHG-COUNT.
004780     DISPLAY "AML_KYCLOAD: REJECTED             = "
004790             WK-REJECT-COUNT.
004800*
004810 8000-EXIT.
004820     EXIT.
