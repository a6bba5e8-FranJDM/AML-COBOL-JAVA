000100******************************************************************
000110*                                                                *
000120*    PROGRAM:      AML_WHATIF                                    *
000130*                                                                *
000140*    DESCRIPTION:  WHAT-IF SIMULATION OF A PROPOSED THRESHOLD    *
000150*                  AND SCORE-WEIGHT CHANGE.  REPLAYS A DATE      *
000160*                  RANGE OF THE PERMANENT AUDIT HISTORY THROUGH  *
000170*                  THE SAME AMOUNT, VELOCITY, NEAR-THRESHOLD,    *
000180*                  PROFILE AND SCORE LOGIC CORE_BANK USES, TWICE *
000190*                  PER DECISION - ONCE WITH THE AMLPARM LINES    *
000200*                  AND AMLSCOR WEIGHTS NOW ON FILE AND ONCE WITH *
000210*                  THE PROPOSED VALUES FROM THE WHATPARM CARDS - *
000220*                  AND REPORTS, PER ACCOUNT TYPE AND REASON      *
000230*                  CODE, HOW MANY DECISIONS WOULD MOVE CLEAR TO  *
000240*                  FLAGGED AND FLAGGED TO CLEAR, THE REPORTING-  *
000250*                  CURRENCY VOLUME THAT MOVES, AND HOW MANY OF   *
000260*                  THE CASES THAT WOULD NEVER HAVE BEEN OPENED   *
000270*                  ENDED "E" ESCALATED OR "R" REFERRED.  THE     *
000280*                  APPROVING OFFICER SEES THE COST OF A PENDING  *
000290*                  AML_PARMMNT CHANGE BEFORE APPROVING IT.       *
000300*                                                                *
000310*                  COMPARING TWO REPLAYS, RATHER THAN THE        *
000320*                  PROPOSAL AGAINST WHAT WAS RECORDED, KEEPS     *
000330*                  EVERYTHING THE PROPOSAL DOES NOT CHANGE OUT   *
000340*                  OF THE NUMBERS - A PROFILE REBUILT SINCE, AN  *
000350*                  EXEMPTION GRANTED SINCE.  THE REPORT STILL    *
000360*                  COUNTS THE DECISIONS WHERE THE CURRENT-       *
000370*                  PARAMETER REPLAY DISAGREES WITH THE RECORDED  *
000380*                  DECISION, SO A LARGE DRIFT IS VISIBLE.        *
000390*                                                                *
000400*                  THE REPLAY TAKES THE ACCOUNT TYPE, THE        *
000410*                  REPORTING-CURRENCY AMOUNT, THE KYC TIER AND   *
000420*                  PEP FLAG FROM THE HISTORY RECORD; THE DAILY   *
000430*                  VELOCITY TOTAL IS REBUILT FROM THE HISTORY    *
000440*                  ITSELF, IN KEY ORDER, EXACTLY AS CORE_BANK    *
000450*                  ACCUMULATED IT.  SO ARE THE NEAR-THRESHOLD    *
000460*                  COUNTS, ONCE PER REPLAY SINCE THE BAND MOVES  *
000470*                  WITH THE LINE, STARTING THE AMLESTP WINDOW    *
000480*                  BEFORE THE RANGE SO ITS FIRST DAYS COUNT IN   *
000490*                  FULL.  WATCHLIST, NAME AND COUNTRY HITS DO    *
000500*                  NOT DEPEND ON ANY LINE OR WEIGHT AND ARE      *
000510*                  TAKEN AS RECORDED.  EXEMPTIONS (AMLEXMP),     *
000520*                  TIER FACTORS (AMLTIER), PROFILES (AMLPROF)    *
000530*                  AND THE NEAR-THRESHOLD PARAMETERS (AMLESTP)   *
000540*                  ARE READ AS THEY STAND TODAY.  A HISTORY      *
000550*                  RECORD WITH NO ACCOUNT TYPE IS REPLAYED       *
000560*                  AGAINST THE PERSONAL LINE, AS CORE_BANK'S     *
000570*                  5100-DEFAULT-THRESHOLD WOULD.  MALFORMED      *
000580*                  ("04") AND SUPPRESSED-DUPLICATE ("05")        *
000590*                  DECISIONS WERE NEVER SCREENED AND ARE NOT     *
000600*                  REPLAYED.                                     *
000610*                                                                *
000620*                  NOTHING IS WRITTEN BUT THE REPORT: AMLVEL,    *
000630*                  AMLPROC, AUDITLOG, AMLALERT AND AMLCASE ARE   *
000640*                  NEVER OPENED FOR UPDATE.                      *
000650*                                                                *
000660*    CARD LAYOUT (WHATPARM, ONE OR MORE RECORDS):                *
000670*        COL  1      RECORD TYPE                                 *
000680*        TYPE "R" - REPLAY RANGE, REQUIRED, ONE RECORD:          *
000690*        COL  2-9    FROM DATE, YYYYMMDD                         *
000700*        COL 10-17   TO DATE, YYYYMMDD                           *
000710*        TYPE "T" - PROPOSED THRESHOLD, ONE PER ACCOUNT TYPE:    *
000720*        COL  2      ACCOUNT TYPE, P / E                         *
000730*        COL  3-15   THRESHOLD, 9(11)V99                         *
000740*        TYPE "W" - PROPOSED WEIGHT, ONE PER SCORE FACTOR:       *
000750*        COL  2-3    FACTOR (AM VE WL NM CT PF KY NT,            *
000760*                    SEE AMLSCOR)                                *
000770*        COL  4-10   WEIGHT, 9(05)V99                            *
000780*        A LINE OR WEIGHT NOT ON A CARD KEEPS ITS VALUE ON FILE. *
000790*                                                                *
000800*    AUTHOR:       J. D. MORALES - CORE BANKING SYSTEMS          *
000810*    INSTALLATION: COMPLIANCE / CORE BANKING                     *
000820*    DATE-WRITTEN: 2026-10-15                                    *
000830*    DATE-COMPILED:                                              *
000840*                                                                *
000850*    MOD-HISTORY.                                                *
000860*    2026-10-15  JDM  ORIGINAL.                                  *
000870*    2026-10-15  JDM  REPLAYS THE "10" NEAR-THRESHOLD / ROUND-   *
000880*                     AMOUNT RULE: AMLESTP PARAMETERS, THE       *
000890*                     WINDOW COUNTS REBUILT PER REPLAY FROM THE  *
000900*                     HISTORY, AND THE "NT" WEIGHT ON A "W"      *
000910*                     CARD.                                      *
000920******************************************************************
000930 IDENTIFICATION DIVISION.
000940 PROGRAM-ID. AML_WHATIF.
000950 ENVIRONMENT DIVISION.
000960 INPUT-OUTPUT SECTION.
000970 FILE-CONTROL.
000980     SELECT AML-PARM-IN ASSIGN TO "WHATPARM"
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WK-PARMIN-STATUS.
001010     SELECT AML-AUDH-FILE ASSIGN TO "AUDITHST"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS SEQUENTIAL
001040         RECORD KEY IS AUDH-KEY
001050         ALTERNATE RECORD KEY IS AUDH-DESTINO
001060             WITH DUPLICATES
001070         FILE STATUS IS WK-AUDH-STATUS.
001080*    THE LINES AND WEIGHTS NOW IN FORCE - THE BASELINE REPLAY.
001090     SELECT AML-PARM-FILE ASSIGN TO "AMLPARM"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS RANDOM
001120         RECORD KEY IS PARM-TIPO-CTA
001130         FILE STATUS IS WK-PARM-STATUS.
001140     SELECT AML-SCOR-FILE ASSIGN TO "AMLSCORE"
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS RANDOM
001170         RECORD KEY IS SCOR-FACTOR
001180         FILE STATUS IS WK-SCOR-STATUS.
001190     SELECT AML-TIER-FILE ASSIGN TO "AMLTIER"
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS RANDOM
001220         RECORD KEY IS TIER-CLASE
001230         FILE STATUS IS WK-TIER-STATUS.
001240     SELECT AML-ESTP-FILE ASSIGN TO "AMLESTP"
001250         ORGANIZATION IS INDEXED
001260         ACCESS MODE IS RANDOM
001270         RECORD KEY IS ESTP-TIPO-CTA
001280         FILE STATUS IS WK-ESTP-STATUS.
001290     SELECT AML-EXMP-FILE ASSIGN TO "AMLEXMP"
001300         ORGANIZATION IS INDEXED
001310         ACCESS MODE IS RANDOM
001320         RECORD KEY IS EXMP-KEY
001330         FILE STATUS IS WK-EXMP-STATUS.
001340     SELECT AML-PROF-FILE ASSIGN TO "AMLPROF"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS RANDOM
001370         RECORD KEY IS PROF-ORIGEN
001380         FILE STATUS IS WK-PRF-STATUS.
001390*    THE CASE FILE, READ BY ITS UNIQUE ALTERNATE KEY ON THE
001400*    ALERT IDENTITY - THE JOIN FROM DECISION TO OUTCOME.
001410     SELECT AML-CASE-FILE ASSIGN TO "AMLCASE"
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS DYNAMIC
001440         RECORD KEY IS CASE-ID
001450         ALTERNATE RECORD KEY IS CASE-ALERT-KEY
001460         FILE STATUS IS WK-CASE-STATUS.
001470     SELECT AML-RPT-OUT ASSIGN TO "WHATRPT"
001480         ORGANIZATION IS SEQUENTIAL
001490         FILE STATUS IS WK-RPT-STATUS.
001500 DATA DIVISION.
001510 FILE SECTION.
001520 FD  AML-PARM-IN.
001530 01  PARMIN-RECORD.
001540     05  PARMIN-TIPO             PIC X(01).
001550         88  PARMIN-RANGO                VALUE "R".
001560         88  PARMIN-LINEA                VALUE "T".
001570         88  PARMIN-PESO                 VALUE "W".
001580     05  FILLER                  PIC X(79).
001590 01  PARMR-RECORD.
001600     05  FILLER                  PIC X(01).
001610     05  PARMR-DESDE             PIC 9(08).
001620     05  PARMR-HASTA             PIC 9(08).
001630     05  FILLER                  PIC X(63).
001640 01  PARMT-RECORD.
001650     05  FILLER                  PIC X(01).
001660     05  PARMT-TIPO-CTA          PIC X(01).
001670         88  PARMT-TIPO-PERSONAL         VALUE "P".
001680         88  PARMT-TIPO-EMPRESARIAL      VALUE "E".
001690     05  PARMT-THRESHOLD         PIC 9(11)V99.
001700     05  FILLER                  PIC X(65).
001710 01  PARMW-RECORD.
001720     05  FILLER                  PIC X(01).
001730     05  PARMW-FACTOR            PIC X(02).
001740     05  PARMW-WEIGHT            PIC 9(05)V99.
001750     05  FILLER                  PIC X(70).
001760 FD  AML-AUDH-FILE.
001770     COPY AMLAUDH.
001780 FD  AML-PARM-FILE.
001790     COPY AMLPARM.
001800 FD  AML-SCOR-FILE.
001810     COPY AMLSCOR.
001820 FD  AML-TIER-FILE.
001830     COPY AMLTIER.
001840 FD  AML-ESTP-FILE.
001850     COPY AMLESTP.
001860 FD  AML-EXMP-FILE.
001870     COPY AMLEXMP.
001880 FD  AML-PROF-FILE.
001890     COPY AMLPROF.
001900 FD  AML-CASE-FILE.
001910     COPY AMLCASE.
001920 FD  AML-RPT-OUT.
001930 01  RPT-LINE                    PIC X(080).
001940 WORKING-STORAGE SECTION.
001950******************************************************************
001960*    SWITCHES AND WORK FIELDS                                   *
001970******************************************************************
001980 77  WK-PARMIN-STATUS            PIC X(02)  VALUE "00".
001990     88  WK-PARMIN-OK                    VALUE "00".
002000 77  WK-AUDH-STATUS              PIC X(02)  VALUE "00".
002010     88  WK-AUDH-OK                      VALUE "00".
002020 77  WK-PARM-STATUS              PIC X(02)  VALUE "00".
002030     88  WK-PARM-OK                      VALUE "00".
002040 77  WK-SCOR-STATUS              PIC X(02)  VALUE "00".
002050     88  WK-SCOR-OK                      VALUE "00".
002060 77  WK-TIER-STATUS              PIC X(02)  VALUE "00".
002070     88  WK-TIER-OK                      VALUE "00".
002080 77  WK-ESTP-STATUS              PIC X(02)  VALUE "00".
002090     88  WK-ESTP-OK                      VALUE "00".
002100 77  WK-EXMP-STATUS              PIC X(02)  VALUE "00".
002110     88  WK-EXMP-OK                      VALUE "00".
002120 77  WK-PRF-STATUS               PIC X(02)  VALUE "00".
002130     88  WK-PRF-OK                       VALUE "00".
002140 77  WK-CASE-STATUS              PIC X(02)  VALUE "00".
002150     88  WK-CASE-OK                      VALUE "00".
002160 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
002170     88  WK-RPT-OK                       VALUE "00".
002180 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
002190     88  WK-EOF                          VALUE "Y".
002200 77  WK-PARMIN-EOF-SW            PIC X(01)  VALUE "N".
002210     88  WK-PARMIN-EOF                   VALUE "Y".
002220 77  WK-RANGO-SW                 PIC X(01)  VALUE "N".
002230     88  WK-RANGO-LEIDO                  VALUE "Y".
002240*    OPTIONAL FILES - ONE THAT CANNOT BE OPENED IS REPLAYED AS
002250*    CORE_BANK RUNS WITHOUT IT: NO EXEMPTIONS, NO PROFILES, NO
002260*    CASE OUTCOMES.
002270 77  WK-EXMP-AVAIL-SW            PIC X(01)  VALUE "N".
002280     88  WK-EXMP-AVAIL                   VALUE "Y".
002290 77  WK-PRF-AVAIL-SW             PIC X(01)  VALUE "N".
002300     88  WK-PRF-AVAIL                    VALUE "Y".
002310 77  WK-CASE-AVAIL-SW            PIC X(01)  VALUE "N".
002320     88  WK-CASE-AVAIL                   VALUE "Y".
002330 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
002340 77  WK-IN-RANGE-COUNT           PIC 9(09) COMP-5 VALUE 0.
002350 77  WK-SKIP-COUNT               PIC 9(09) COMP-5 VALUE 0.
002360 77  WK-REPLAY-COUNT             PIC 9(09) COMP-5 VALUE 0.
002370 77  WK-DRIFT-COUNT              PIC 9(09) COMP-5 VALUE 0.
002380 77  WK-TO-FLAG-COUNT            PIC 9(09) COMP-5 VALUE 0.
002390 77  WK-TO-CLEAR-COUNT           PIC 9(09) COMP-5 VALUE 0.
002400 77  WK-LOST-ESC-COUNT           PIC 9(09) COMP-5 VALUE 0.
002410 77  WK-LOST-REF-COUNT           PIC 9(09) COMP-5 VALUE 0.
002420 77  WK-TO-FLAG-MONTO            PIC S9(13)V99 COMP-3 VALUE 0.
002430 77  WK-TO-CLEAR-MONTO           PIC S9(13)V99 COMP-3 VALUE 0.
002440 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
002450 77  WK-FECHA-DESDE              PIC 9(08) VALUE 0.
002460 77  WK-FECHA-HASTA              PIC 9(08) VALUE 0.
002470******************************************************************
002480*    THE TWO PARAMETER SETS.  THE CURRENT SET STARTS FROM        *
002490*    CORE_BANK'S IN-PROGRAM DEFAULTS AND IS OVERLAID FROM        *
002500*    AMLPARM AND AMLSCOR; THE PROPOSED SET STARTS AS A COPY OF   *
002510*    THE CURRENT ONE AND IS OVERLAID FROM THE WHATPARM CARDS.    *
002520*    EACH REPLAY MOVES ONE SET INTO WK-SET-REPLAY.  THE THREE    *
002530*    GROUPS MUST KEEP THE SAME LAYOUT.                           *
002540******************************************************************
002550 01  WK-SET-ACTUAL.
002560     05  WK-ACT-LINE-P           PIC S9(11)V99 COMP-3 VALUE 5000.
002570     05  WK-ACT-LINE-E           PIC S9(11)V99 COMP-3 VALUE 10000.
002580     05  WK-ACT-W-AMOUNT         PIC S9(05)V99 COMP-3 VALUE 10.
002590     05  WK-ACT-W-VELOCITY       PIC S9(05)V99 COMP-3 VALUE 10.
002600     05  WK-ACT-W-WATCHLIST      PIC S9(05)V99 COMP-3 VALUE 50.
002610     05  WK-ACT-W-NAME           PIC S9(05)V99 COMP-3 VALUE 50.
002620     05  WK-ACT-W-COUNTRY        PIC S9(05)V99 COMP-3 VALUE 40.
002630     05  WK-ACT-W-PROFILE        PIC S9(05)V99 COMP-3 VALUE 20.
002640     05  WK-ACT-W-RIESGO         PIC S9(05)V99 COMP-3 VALUE 15.
002650     05  WK-ACT-W-NEAR           PIC S9(05)V99 COMP-3 VALUE 20.
002660 01  WK-SET-PROPUESTO.
002670     05  WK-PRO-LINE-P           PIC S9(11)V99 COMP-3.
002680     05  WK-PRO-LINE-E           PIC S9(11)V99 COMP-3.
002690     05  WK-PRO-W-AMOUNT         PIC S9(05)V99 COMP-3.
002700     05  WK-PRO-W-VELOCITY       PIC S9(05)V99 COMP-3.
002710     05  WK-PRO-W-WATCHLIST      PIC S9(05)V99 COMP-3.
002720     05  WK-PRO-W-NAME           PIC S9(05)V99 COMP-3.
002730     05  WK-PRO-W-COUNTRY        PIC S9(05)V99 COMP-3.
002740     05  WK-PRO-W-PROFILE        PIC S9(05)V99 COMP-3.
002750     05  WK-PRO-W-RIESGO         PIC S9(05)V99 COMP-3.
002760     05  WK-PRO-W-NEAR           PIC S9(05)V99 COMP-3.
002770 01  WK-SET-REPLAY.
002780     05  WK-LINE-PERSONAL        PIC S9(11)V99 COMP-3.
002790     05  WK-LINE-EMPRESARIAL     PIC S9(11)V99 COMP-3.
002800     05  WK-W-AMOUNT             PIC S9(05)V99 COMP-3.
002810     05  WK-W-VELOCITY           PIC S9(05)V99 COMP-3.
002820     05  WK-W-WATCHLIST          PIC S9(05)V99 COMP-3.
002830     05  WK-W-NAME               PIC S9(05)V99 COMP-3.
002840     05  WK-W-COUNTRY            PIC S9(05)V99 COMP-3.
002850     05  WK-W-PROFILE            PIC S9(05)V99 COMP-3.
002860     05  WK-W-RIESGO             PIC S9(05)V99 COMP-3.
002870     05  WK-W-NEAR               PIC S9(05)V99 COMP-3.
002880******************************************************************
002890*    PER-DECISION REPLAY FIELDS, NAMED AS IN CORE_BANK.  THE     *
002900*    FIRST GROUP IS THE SAME FOR BOTH REPLAYS AND IS SET ONCE    *
002910*    PER HISTORY RECORD BY 3100-PREPARE-DECISION.                *
002920******************************************************************
002930 77  WK-MONTO-RPT                USAGE COMP-2 VALUE 0.
002940 77  WK-VEL-TODAY                USAGE COMP-2 VALUE 0.
002950 77  WK-VEL-ORIGEN               PIC 9(18) VALUE 0.
002960 77  WK-VEL-FECHA                PIC 9(08) VALUE 0.
002970 77  WK-FACTOR-ALTO              USAGE COMP-2 VALUE 0.50.
002980 77  WK-FACTOR-PEP               USAGE COMP-2 VALUE 0.50.
002990 77  WK-FACTOR-APLICADO          USAGE COMP-2 VALUE 1.00.
003000 77  WK-PROF-MULTIPLE            USAGE COMP-2 VALUE 3.00.
003010 77  WK-PROF-MIN-DIAS            PIC 9(03) COMP-5 VALUE 5.
003020 77  WK-PROF-RATIO               USAGE COMP-2 VALUE 0.
003030 77  WK-HIT-WATCH-SW             PIC X(01)  VALUE "N".
003040     88  WK-HIT-WATCHLIST                VALUE "Y".
003050 77  WK-HIT-NAME-SW              PIC X(01)  VALUE "N".
003060     88  WK-HIT-NAME                     VALUE "Y".
003070 77  WK-HIT-CTRY-SW              PIC X(01)  VALUE "N".
003080     88  WK-HIT-COUNTRY                  VALUE "Y".
003090 77  WK-HIT-PROF-SW              PIC X(01)  VALUE "N".
003100     88  WK-HIT-PROFILE                  VALUE "Y".
003110 77  WK-EXMP-AMOUNT-SW           PIC X(01)  VALUE "N".
003120     88  WK-EXMP-AMOUNT                  VALUE "Y".
003130 77  WK-EXMP-VEL-SW              PIC X(01)  VALUE "N".
003140     88  WK-EXMP-VELOCITY                VALUE "Y".
003150 77  WK-EXMP-PROF-SW             PIC X(01)  VALUE "N".
003160     88  WK-EXMP-PROFILE                 VALUE "Y".
003170*    SET AND USED INSIDE ONE REPLAY.
003180 77  WK-THRESHOLD                USAGE COMP-2 VALUE 0.
003190 77  WK-AMT-MULTIPLE             USAGE COMP-2 VALUE 0.
003200 77  WK-VEL-RATIO                USAGE COMP-2 VALUE 0.
003210 77  WK-SCORE-WORK               USAGE COMP-2 VALUE 0.
003220 77  WK-RISK-SCORE               PIC 9(05) COMP-5 VALUE 0.
003230 77  WK-HIT-AMOUNT-SW            PIC X(01)  VALUE "N".
003240     88  WK-HIT-AMOUNT                   VALUE "Y".
003250 77  WK-HIT-VEL-SW               PIC X(01)  VALUE "N".
003260     88  WK-HIT-VELOCITY                 VALUE "Y".
003270 77  WK-R-STATUS                 PIC X(02)  VALUE "00".
003280     88  WK-R-CLEAR                      VALUE "00".
003290*    THE TWO REPLAYS' OUTCOMES FOR THE DECISION.
003300 77  WK-BASE-STATUS              PIC X(02)  VALUE "00".
003310 77  WK-BASE-SCORE               PIC 9(05) COMP-5 VALUE 0.
003320 77  WK-PRO-STATUS               PIC X(02)  VALUE "00".
003330 77  WK-PRO-SCORE                PIC 9(05) COMP-5 VALUE 0.
003340 77  WK-CLASS-RSN                PIC X(02)  VALUE SPACES.
003350******************************************************************
003360*    NEAR-THRESHOLD RULE, AS CORE_BANK'S 7100.  WK-NEAR-TIPO     *
003370*    HOLDS THE AMLESTP PARAMETERS OVER CORE_BANK'S DEFAULTS,     *
003380*    ENTRY 1 PERSONAL AND 2 BUSINESS.  WK-NEAR-H-DIA STANDS IN   *
003390*    FOR AMLESTR: ONE ENTRY PER DAY FOR THE ORIGIN BEING READ,   *
003400*    WITH A COUNT FOR EACH REPLAY.  999 DAYS COVERS THE LONGEST  *
003410*    WINDOW AMLESTP CAN HOLD.  WK-NEAR-INICIO IS THE FIRST DAY   *
003420*    BEFORE THE RANGE THAT CAN STILL COUNT TOWARD IT.            *
003430******************************************************************
003440 77  WK-NEAR-DEF-BANDA           PIC S9(03)V99 COMP-3 VALUE 90.00.
003450 77  WK-NEAR-DEF-VECES           PIC S9(03) COMP-3 VALUE 3.
003460 77  WK-NEAR-DEF-DIAS            PIC S9(03) COMP-3 VALUE 7.
003470 77  WK-NEAR-DEF-UNIDAD          PIC S9(09)V99 COMP-3
003480                                 VALUE 1000.00.
003490 77  WK-NEAR-DEF-PISO            PIC S9(03)V99 COMP-3 VALUE 50.00.
003500 01  WK-NEAR-PARMS.
003510     05  WK-NEAR-TIPO OCCURS 2 TIMES INDEXED BY WK-NEAR-IDX.
003520         10  WK-NEAR-BANDA       PIC S9(03)V99 COMP-3.
003530         10  WK-NEAR-VECES       PIC S9(03) COMP-3.
003540         10  WK-NEAR-DIAS        PIC S9(03) COMP-3.
003550         10  WK-NEAR-UNIDAD      PIC S9(09)V99 COMP-3.
003560         10  WK-NEAR-PISO        PIC S9(03)V99 COMP-3.
003570 77  WK-NEAR-CLASE-SW            PIC X(01)  VALUE SPACE.
003580     88  WK-NEAR-NINGUNO                 VALUE SPACE.
003590     88  WK-NEAR-EN-BANDA                VALUE "C".
003600     88  WK-NEAR-REDONDO                 VALUE "R".
003610 77  WK-NEAR-SET-SW              PIC X(01)  VALUE "A".
003620     88  WK-NEAR-ACTUAL                  VALUE "A".
003630     88  WK-NEAR-PROPUESTO               VALUE "P".
003640 77  WK-HIT-NEAR-SW              PIC X(01)  VALUE "N".
003650     88  WK-HIT-NEAR                     VALUE "Y".
003660 77  WK-NEAR-RATIO               USAGE COMP-2 VALUE 0.
003670 77  WK-NEAR-MONTO               PIC S9(13)V99 COMP-3 VALUE 0.
003680 77  WK-NEAR-COCIENTE            PIC S9(13) COMP-3 VALUE 0.
003690 77  WK-NEAR-RESTO               PIC S9(09)V99 COMP-3 VALUE 0.
003700 77  WK-NEAR-CUENTA              PIC 9(09) COMP-5 VALUE 0.
003710 77  WK-NEAR-DIAS-MAX            PIC S9(03) COMP-3 VALUE 0.
003720 77  WK-NEAR-INICIO              PIC S9(09) COMP-5 VALUE 0.
003730 77  WK-NEAR-HOY                 PIC S9(09) COMP-5 VALUE 0.
003740 77  WK-NEAR-DESDE               PIC S9(09) COMP-5 VALUE 0.
003750 77  WK-NEAR-ORIGEN              PIC 9(18) VALUE 0.
003760 77  WK-NEAR-H-USED              PIC 9(04) COMP-5 VALUE 0.
003770 77  WK-NEAR-H-MAX               PIC 9(04) COMP-5 VALUE 999.
003780 01  WK-NEAR-HIST.
003790     05  WK-NEAR-H-DIA OCCURS 999 TIMES INDEXED BY WK-NEAR-H-IDX.
003800         10  WK-NEAR-H-SERIAL    PIC S9(09) COMP-5.
003810         10  WK-NEAR-H-ACT       PIC 9(09) COMP-5.
003820         10  WK-NEAR-H-PRO       PIC 9(09) COMP-5.
003830******************************************************************
003840*    DATE-TO-DAY-COUNT WORK FIELDS FOR 9100-DATE-TO-DAYS, SAME   *
003850*    SCHEME AS CORE_BANK - ONLY DIFFERENCES BETWEEN TWO SERIALS  *
003860*    ARE EVER USED.                                              *
003870******************************************************************
003880 01  WK-DS-FECHA                 PIC 9(08) VALUE 0.
003890 01  WK-DS-FECHA-X REDEFINES WK-DS-FECHA.
003900     05  WK-DS-YYYY              PIC 9(04).
003910     05  WK-DS-MM                PIC 9(02).
003920     05  WK-DS-DD                PIC 9(02).
003930 77  WK-DS-Y                     PIC S9(09) COMP-5 VALUE 0.
003940 77  WK-DS-M                     PIC S9(09) COMP-5 VALUE 0.
003950 77  WK-DS-WORK                  PIC S9(09) COMP-5 VALUE 0.
003960 77  WK-DS-SERIAL                PIC S9(09) COMP-5 VALUE 0.
003970******************************************************************
003980*    PER-REASON ACCUMULATORS, ONE ROW PER GENUINE REASON CODE    *
003990*    AND WITHIN IT ONE COLUMN PER ACCOUNT TYPE (1 = "P",         *
004000*    2 = "E").  LOADED BY 1300-INIT-REASONS.  A CLEAR-TO-FLAGGED *
004010*    MOVE COUNTS UNDER THE PROPOSED REASON, A FLAGGED-TO-CLEAR   *
004020*    MOVE UNDER THE CURRENT ONE.                                 *
004030******************************************************************
004040 01  WK-RSN-TABLE.
004050     05  WK-RSN-ENTRY OCCURS 7 TIMES INDEXED BY WK-RSN-IDX.
004060         10  WK-RSN-CODE         PIC X(02).
004070         10  WK-RSN-LABEL        PIC X(20).
004080         10  WK-RSN-TIPO OCCURS 2 TIMES INDEXED BY WK-TIPO-IDX.
004090             15  WK-RT-FLAG-CNT  PIC 9(09) COMP-5.
004100             15  WK-RT-FLAG-MONTO
004110                                 PIC S9(13)V99 COMP-3.
004120             15  WK-RT-CLEAR-CNT PIC 9(09) COMP-5.
004130             15  WK-RT-CLEAR-MONTO
004140                                 PIC S9(13)V99 COMP-3.
004150             15  WK-RT-ESC-CNT   PIC 9(09) COMP-5.
004160             15  WK-RT-REF-CNT   PIC 9(09) COMP-5.
004170             15  WK-RT-FP-CNT    PIC 9(09) COMP-5.
004180             15  WK-RT-OPEN-CNT  PIC 9(09) COMP-5.
004190             15  WK-RT-NOCASE-CNT
004200                                 PIC 9(09) COMP-5.
004210             15  WK-RT-CHG-CNT   PIC 9(09) COMP-5.
004220             15  WK-RT-UP-CNT    PIC 9(09) COMP-5.
004230             15  WK-RT-DOWN-CNT  PIC 9(09) COMP-5.
004240 77  WK-RSN-MAX                  PIC 9(04) COMP-5 VALUE 7.
004250 77  WK-RSN-FOUND-SW             PIC X(01)  VALUE "N".
004260     88  WK-RSN-FOUND                    VALUE "Y".
004270 77  WK-TIPO-ACTIVITY            PIC 9(09) COMP-5 VALUE 0.
004280 77  WK-CELL-ACTIVITY            PIC 9(09) COMP-5 VALUE 0.
004290******************************************************************
004300*    EDITED FIELDS FOR REPORT LINES.                             *
004310******************************************************************
004320 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
004330 77  WK-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
004340 77  WK-EDIT-CUR                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004350 77  WK-EDIT-PRO                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004360 77  WK-EDIT-WCUR                PIC ZZ,ZZ9.99.
004370 77  WK-EDIT-WPRO                PIC ZZ,ZZ9.99.
004380 77  WK-EDIT-MARK                PIC X(09) VALUE SPACES.
004390 77  WK-EDIT-FACTOR              PIC X(02) VALUE SPACES.
004400******************************************************************
004410*                                                                *
004420*    0000-MAINLINE                                               *
004430*                                                                *
004440******************************************************************
004450 PROCEDURE DIVISION.
004460 0000-MAINLINE.
004470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004480     PERFORM 2000-READ-AUDH THRU 2000-EXIT.
004490     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
004500         UNTIL WK-EOF.
004510     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
004520     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004530     GOBACK.
004540******************************************************************
004550*    1000-INITIALIZE                                             *
004560*                                                                *
004570*    THE CURRENT SET IS LOADED BEFORE THE CARDS ARE READ, SO A   *
004580*    CARD ONLY HAS TO CARRY WHAT THE PROPOSAL CHANGES.  A        *
004590*    MISSING AUDIT HISTORY MEANS NOTHING TO REPLAY.              *
004600******************************************************************
004610 1000-INITIALIZE.
004620     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
004630     PERFORM 1400-LOAD-CURRENT THRU 1400-EXIT.
004640     MOVE WK-SET-ACTUAL TO WK-SET-PROPUESTO.
004650     PERFORM 1200-READ-PARMS THRU 1200-EXIT.
004660     PERFORM 1300-INIT-REASONS THRU 1300-EXIT.
004670     PERFORM 1450-LOAD-NEAR-PARMS THRU 1450-EXIT.
004680     OPEN INPUT AML-AUDH-FILE.
004690     IF NOT WK-AUDH-OK
004700         DISPLAY "AML_WHATIF: NO SE PUDO ABRIR AUDITHST, "
004710                 "STATUS = " WK-AUDH-STATUS
004720         SET WK-EOF TO TRUE
004730     END-IF.
004740     OPEN INPUT AML-EXMP-FILE.
004750     IF WK-EXMP-OK
004760         SET WK-EXMP-AVAIL TO TRUE
004770     ELSE
004780         DISPLAY "AML_WHATIF: AVISO - NO SE PUDO ABRIR "
004790                 "AMLEXMP, STATUS = " WK-EXMP-STATUS
004800     END-IF.
004810     OPEN INPUT AML-PROF-FILE.
004820     IF WK-PRF-OK
004830         SET WK-PRF-AVAIL TO TRUE
004840     ELSE
004850         DISPLAY "AML_WHATIF: AVISO - NO SE PUDO ABRIR "
004860                 "AMLPROF, STATUS = " WK-PRF-STATUS
004870     END-IF.
004880     OPEN INPUT AML-CASE-FILE.
004890     IF WK-CASE-OK
004900         SET WK-CASE-AVAIL TO TRUE
004910     ELSE
004920         DISPLAY "AML_WHATIF: AVISO - NO SE PUDO ABRIR "
004930                 "AMLCASE, STATUS = " WK-CASE-STATUS
004940     END-IF.
004950     OPEN OUTPUT AML-RPT-OUT.
004960     IF NOT WK-RPT-OK
004970         DISPLAY "AML_WHATIF: NO SE PUDO ABRIR WHATRPT, "
004980                 "STATUS = " WK-RPT-STATUS
004990         STOP RUN
005000     END-IF.
005010     MOVE SPACES TO RPT-LINE.
005020     STRING "AML WHAT-IF SIMULATION - "
005030             WK-FECHA-DESDE " TO " WK-FECHA-HASTA
005040         DELIMITED BY SIZE INTO RPT-LINE.
005050     WRITE RPT-LINE.
005060     MOVE SPACES TO RPT-LINE.
005070     STRING "RUN DATE " WK-RUN-DATE
005080         DELIMITED BY SIZE INTO RPT-LINE.
005090     WRITE RPT-LINE.
005100     PERFORM 1500-WRITE-PARM-BLOCK THRU 1500-EXIT.
005110 1000-EXIT.
005120     EXIT.
005130******************************************************************
005140*                                                                *
005150*    1200-READ-PARMS                                             *
005160*                                                                *
005170*    READS EVERY WHATPARM CARD INTO THE PROPOSED SET.  THE RANGE *
005180*    CARD IS NOT OPTIONAL, AND A CARD THE PROGRAM CANNOT READ    *
005190*    STOPS THE RUN - A SIMULATION OF SOMETHING OTHER THAN WHAT   *
005200*    WAS PROPOSED IS WORSE THAN NO SIMULATION.                   *
005210******************************************************************
005220 1200-READ-PARMS.
005230     OPEN INPUT AML-PARM-IN.
005240     IF NOT WK-PARMIN-OK
005250         DISPLAY "AML_WHATIF: NO SE PUDO ABRIR WHATPARM, "
005260                 "STATUS = " WK-PARMIN-STATUS
005270         STOP RUN
005280     END-IF.
005290     PERFORM 1210-READ-CARD THRU 1210-EXIT.
005300     PERFORM 1220-APPLY-CARD THRU 1220-EXIT
005310         UNTIL WK-PARMIN-EOF.
005320     CLOSE AML-PARM-IN.
005330     IF NOT WK-RANGO-LEIDO
005340         DISPLAY "AML_WHATIF: FALTA LA TARJETA R EN WHATPARM - "
005350                 "SE REQUIERE EL RANGO DE FECHAS"
005360         STOP RUN
005370     END-IF.
005380 1200-EXIT.
005390     EXIT.
005400******************************************************************
005410*    1210-READ-CARD                                              *
005420******************************************************************
005430 1210-READ-CARD.
005440     READ AML-PARM-IN
005450         AT END
005460             SET WK-PARMIN-EOF TO TRUE
005470     END-READ.
005480 1210-EXIT.
005490     EXIT.
005500******************************************************************
005510*    1220-APPLY-CARD                                             *
005520******************************************************************
005530 1220-APPLY-CARD.
005540     IF PARMIN-RANGO
005550         PERFORM 1230-APPLY-RANGE THRU 1230-EXIT
005560         GO TO 1220-NEXT
005570     END-IF.
005580     IF PARMIN-LINEA
005590         PERFORM 1240-APPLY-LINE THRU 1240-EXIT
005600         GO TO 1220-NEXT
005610     END-IF.
005620     IF PARMIN-PESO
005630         PERFORM 1250-APPLY-WEIGHT THRU 1250-EXIT
005640         GO TO 1220-NEXT
005650     END-IF.
005660     DISPLAY "AML_WHATIF: TIPO DE TARJETA " PARMIN-TIPO
005670             " EN WHATPARM NO VALIDO".
005680     STOP RUN.
005690 1220-NEXT.
005700     PERFORM 1210-READ-CARD THRU 1210-EXIT.
005710 1220-EXIT.
005720     EXIT.
005730******************************************************************
005740*    1230-APPLY-RANGE                                            *
005750******************************************************************
005760 1230-APPLY-RANGE.
005770     IF PARMR-DESDE NOT NUMERIC OR PARMR-DESDE < 19000101
005780       OR PARMR-HASTA NOT NUMERIC OR PARMR-HASTA < 19000101
005790         DISPLAY "AML_WHATIF: FECHAS EN WHATPARM NO VALIDAS"
005800         STOP RUN
005810     END-IF.
005820     IF PARMR-DESDE > PARMR-HASTA
005830         DISPLAY "AML_WHATIF: RANGO DE FECHAS INVERTIDO EN "
005840                 "WHATPARM"
005850         STOP RUN
005860     END-IF.
005870     MOVE PARMR-DESDE TO WK-FECHA-DESDE.
005880     MOVE PARMR-HASTA TO WK-FECHA-HASTA.
005890     SET WK-RANGO-LEIDO TO TRUE.
005900 1230-EXIT.
005910     EXIT.
005920******************************************************************
005930*    1240-APPLY-LINE                                             *
005940******************************************************************
005950 1240-APPLY-LINE.
005960     IF PARMT-THRESHOLD NOT NUMERIC OR PARMT-THRESHOLD = 0
005970         DISPLAY "AML_WHATIF: UMBRAL PARA " PARMT-TIPO-CTA
005980                 " EN WHATPARM NO VALIDO"
005990         STOP RUN
006000     END-IF.
006010     IF PARMT-TIPO-PERSONAL
006020         MOVE PARMT-THRESHOLD TO WK-PRO-LINE-P
006030         GO TO 1240-EXIT
006040     END-IF.
006050     IF PARMT-TIPO-EMPRESARIAL
006060         MOVE PARMT-THRESHOLD TO WK-PRO-LINE-E
006070         GO TO 1240-EXIT
006080     END-IF.
006090     DISPLAY "AML_WHATIF: TIPO DE CUENTA " PARMT-TIPO-CTA
006100             " EN WHATPARM NO VALIDO".
006110     STOP RUN.
006120 1240-EXIT.
006130     EXIT.
006140******************************************************************
006150*    1250-APPLY-WEIGHT                                           *
006160******************************************************************
006170 1250-APPLY-WEIGHT.
006180     IF PARMW-WEIGHT NOT NUMERIC
006190         DISPLAY "AML_WHATIF: PESO PARA " PARMW-FACTOR
006200                 " EN WHATPARM NO VALIDO"
006210         STOP RUN
006220     END-IF.
006230     IF PARMW-FACTOR = "AM"
006240         MOVE PARMW-WEIGHT TO WK-PRO-W-AMOUNT
006250         GO TO 1250-EXIT
006260     END-IF.
006270     IF PARMW-FACTOR = "VE"
006280         MOVE PARMW-WEIGHT TO WK-PRO-W-VELOCITY
006290         GO TO 1250-EXIT
006300     END-IF.
006310     IF PARMW-FACTOR = "WL"
006320         MOVE PARMW-WEIGHT TO WK-PRO-W-WATCHLIST
006330         GO TO 1250-EXIT
006340     END-IF.
006350     IF PARMW-FACTOR = "NM"
006360         MOVE PARMW-WEIGHT TO WK-PRO-W-NAME
006370         GO TO 1250-EXIT
006380     END-IF.
006390     IF PARMW-FACTOR = "CT"
006400         MOVE PARMW-WEIGHT TO WK-PRO-W-COUNTRY
006410         GO TO 1250-EXIT
006420     END-IF.
006430     IF PARMW-FACTOR = "PF"
006440         MOVE PARMW-WEIGHT TO WK-PRO-W-PROFILE
006450         GO TO 1250-EXIT
006460     END-IF.
006470     IF PARMW-FACTOR = "KY"
006480         MOVE PARMW-WEIGHT TO WK-PRO-W-RIESGO
006490         GO TO 1250-EXIT
006500     END-IF.
006510     IF PARMW-FACTOR = "NT"
006520         MOVE PARMW-WEIGHT TO WK-PRO-W-NEAR
006530         GO TO 1250-EXIT
006540     END-IF.
006550     DISPLAY "AML_WHATIF: FACTOR " PARMW-FACTOR
006560             " EN WHATPARM NO VALIDO".
006570     STOP RUN.
006580 1250-EXIT.
006590     EXIT.
006600******************************************************************
006610*    1300-INIT-REASONS                                           *
006620******************************************************************
006630 1300-INIT-REASONS.
006640     MOVE "01" TO WK-RSN-CODE (1).
006650     MOVE "OVER THRESHOLD"      TO WK-RSN-LABEL (1).
006660     MOVE "02" TO WK-RSN-CODE (2).
006670     MOVE "WATCHLIST HIT"       TO WK-RSN-LABEL (2).
006680     MOVE "03" TO WK-RSN-CODE (3).
006690     MOVE "VELOCITY/STRUCTURING" TO WK-RSN-LABEL (3).
006700     MOVE "06" TO WK-RSN-CODE (4).
006710     MOVE "SANCTIONED COUNTRY"  TO WK-RSN-LABEL (4).
006720     MOVE "07" TO WK-RSN-CODE (5).
006730     MOVE "PROFILE DEVIATION"   TO WK-RSN-LABEL (5).
006740     MOVE "08" TO WK-RSN-CODE (6).
006750     MOVE "NAME WATCHLIST HIT"  TO WK-RSN-LABEL (6).
006760     MOVE "10" TO WK-RSN-CODE (7).
006770     MOVE "NEAR-THRESHOLD/ROUND" TO WK-RSN-LABEL (7).
006780     PERFORM 1310-ZERO-ONE-REASON THRU 1310-EXIT
006790         VARYING WK-RSN-IDX FROM 1 BY 1
006800         UNTIL WK-RSN-IDX > WK-RSN-MAX.
006810 1300-EXIT.
006820     EXIT.
006830******************************************************************
006840*    1310-ZERO-ONE-REASON                                        *
006850******************************************************************
006860 1310-ZERO-ONE-REASON.
006870     PERFORM 1320-ZERO-ONE-TIPO THRU 1320-EXIT
006880         VARYING WK-TIPO-IDX FROM 1 BY 1
006890         UNTIL WK-TIPO-IDX > 2.
006900 1310-EXIT.
006910     EXIT.
006920 1320-ZERO-ONE-TIPO.
006930     MOVE 0 TO WK-RT-FLAG-CNT (WK-RSN-IDX WK-TIPO-IDX).
006940     MOVE 0 TO WK-RT-FLAG-MONTO (WK-RSN-IDX WK-TIPO-IDX).
006950     MOVE 0 TO WK-RT-CLEAR-CNT (WK-RSN-IDX WK-TIPO-IDX).
006960     MOVE 0 TO WK-RT-CLEAR-MONTO (WK-RSN-IDX WK-TIPO-IDX).
006970     MOVE 0 TO WK-RT-ESC-CNT (WK-RSN-IDX WK-TIPO-IDX).
006980     MOVE 0 TO WK-RT-REF-CNT (WK-RSN-IDX WK-TIPO-IDX).
006990     MOVE 0 TO WK-RT-FP-CNT (WK-RSN-IDX WK-TIPO-IDX).
007000     MOVE 0 TO WK-RT-OPEN-CNT (WK-RSN-IDX WK-TIPO-IDX).
007010     MOVE 0 TO WK-RT-NOCASE-CNT (WK-RSN-IDX WK-TIPO-IDX).
007020     MOVE 0 TO WK-RT-CHG-CNT (WK-RSN-IDX WK-TIPO-IDX).
007030     MOVE 0 TO WK-RT-UP-CNT (WK-RSN-IDX WK-TIPO-IDX).
007040     MOVE 0 TO WK-RT-DOWN-CNT (WK-RSN-IDX WK-TIPO-IDX).
007050 1320-EXIT.
007060     EXIT.
007070******************************************************************
007080*                                                                *
007090*    1400-LOAD-CURRENT                                           *
007100*                                                                *
007110*    THE BASELINE: AMLPARM LINES, AMLSCOR WEIGHTS AND AMLTIER    *
007120*    FACTORS AS CORE_BANK WOULD LOAD THEM TODAY, EACH FALLING    *
007130*    BACK TO CORE_BANK'S DEFAULT WHEN THE FILE OR RECORD IS NOT  *
007140*    THERE.                                                      *
007150******************************************************************
007160 1400-LOAD-CURRENT.
007170     OPEN INPUT AML-PARM-FILE.
007180     IF NOT WK-PARM-OK
007190         DISPLAY "AML_WHATIF: AVISO - NO SE PUDO ABRIR AMLPARM, "
007200                 "STATUS = " WK-PARM-STATUS
007210         GO TO 1400-WEIGHTS
007220     END-IF.
007230     MOVE "P" TO PARM-TIPO-CTA.
007240     READ AML-PARM-FILE.
007250     IF WK-PARM-OK
007260         MOVE PARM-THRESHOLD TO WK-ACT-LINE-P
007270     END-IF.
007280     MOVE "E" TO PARM-TIPO-CTA.
007290     READ AML-PARM-FILE.
007300     IF WK-PARM-OK
007310         MOVE PARM-THRESHOLD TO WK-ACT-LINE-E
007320     END-IF.
007330     CLOSE AML-PARM-FILE.
007340 1400-WEIGHTS.
007350     OPEN INPUT AML-SCOR-FILE.
007360     IF NOT WK-SCOR-OK
007370         DISPLAY "AML_WHATIF: AVISO - NO SE PUDO ABRIR "
007380                 "AMLSCORE, STATUS = " WK-SCOR-STATUS
007390         GO TO 1400-FACTORS
007400     END-IF.
007410     MOVE "AM" TO SCOR-FACTOR.
007420     READ AML-SCOR-FILE.
007430     IF WK-SCOR-OK
007440         MOVE SCOR-WEIGHT TO WK-ACT-W-AMOUNT
007450     END-IF.
007460     MOVE "VE" TO SCOR-FACTOR.
007470     READ AML-SCOR-FILE.
007480     IF WK-SCOR-OK
007490         MOVE SCOR-WEIGHT TO WK-ACT-W-VELOCITY
007500     END-IF.
007510     MOVE "WL" TO SCOR-FACTOR.
007520     READ AML-SCOR-FILE.
007530     IF WK-SCOR-OK
007540         MOVE SCOR-WEIGHT TO WK-ACT-W-WATCHLIST
007550     END-IF.
007560     MOVE "NM" TO SCOR-FACTOR.
007570     READ AML-SCOR-FILE.
007580     IF WK-SCOR-OK
007590         MOVE SCOR-WEIGHT TO WK-ACT-W-NAME
007600     END-IF.
007610     MOVE "CT" TO SCOR-FACTOR.
007620     READ AML-SCOR-FILE.
007630     IF WK-SCOR-OK
007640         MOVE SCOR-WEIGHT TO WK-ACT-W-COUNTRY
007650     END-IF.
007660     MOVE "PF" TO SCOR-FACTOR.
007670     READ AML-SCOR-FILE.
007680     IF WK-SCOR-OK
007690         MOVE SCOR-WEIGHT TO WK-ACT-W-PROFILE
007700     END-IF.
007710     MOVE "KY" TO SCOR-FACTOR.
007720     READ AML-SCOR-FILE.
007730     IF WK-SCOR-OK
007740         MOVE SCOR-WEIGHT TO WK-ACT-W-RIESGO
007750     END-IF.
007760     MOVE "NT" TO SCOR-FACTOR.
007770     READ AML-SCOR-FILE.
007780     IF WK-SCOR-OK
007790         MOVE SCOR-WEIGHT TO WK-ACT-W-NEAR
007800     END-IF.
007810     CLOSE AML-SCOR-FILE.
007820 1400-FACTORS.
007830     OPEN INPUT AML-TIER-FILE.
007840     IF NOT WK-TIER-OK
007850         DISPLAY "AML_WHATIF: AVISO - NO SE PUDO ABRIR AMLTIER, "
007860                 "STATUS = " WK-TIER-STATUS
007870         GO TO 1400-EXIT
007880     END-IF.
007890     MOVE "H" TO TIER-CLASE.
007900     READ AML-TIER-FILE.
007910     IF WK-TIER-OK
007920         IF TIER-FACTOR > 0 AND TIER-FACTOR NOT > 1
007930             MOVE TIER-FACTOR TO WK-FACTOR-ALTO
007940         END-IF
007950     END-IF.
007960     MOVE "P" TO TIER-CLASE.
007970     READ AML-TIER-FILE.
007980     IF WK-TIER-OK
007990         IF TIER-FACTOR > 0 AND TIER-FACTOR NOT > 1
008000             MOVE TIER-FACTOR TO WK-FACTOR-PEP
008010         END-IF
008020     END-IF.
008030     CLOSE AML-TIER-FILE.
008040 1400-EXIT.
008050     EXIT.
008060******************************************************************
008070*                                                                *
008080*    1450-LOAD-NEAR-PARMS                                        *
008090*                                                                *
008100*    CORE_BANK'S 7150-LOAD-NEAR-PARMS: BOTH ACCOUNT TYPES START  *
008110*    FROM THE IN-PROGRAM DEFAULTS AND TAKE THE AMLESTP RECORD    *
008120*    WHEN THERE IS A VALID ONE.  THE PARAMETERS ARE NOT          *
008130*    PROPOSED, SO BOTH REPLAYS USE THEM.  ALSO SETS              *
008140*    WK-NEAR-INICIO FROM THE LONGER OF THE TWO WINDOWS.          *
008150******************************************************************
008160 1450-LOAD-NEAR-PARMS.
008170     PERFORM 1460-DEFAULT-NEAR-PARMS THRU 1460-EXIT
008180         VARYING WK-NEAR-IDX FROM 1 BY 1
008190         UNTIL WK-NEAR-IDX > 2.
008200     OPEN INPUT AML-ESTP-FILE.
008210     IF NOT WK-ESTP-OK
008220         DISPLAY "AML_WHATIF: AVISO - NO SE PUDO ABRIR AMLESTP, "
008230                 "STATUS = " WK-ESTP-STATUS
008240         GO TO 1450-START
008250     END-IF.
008260     MOVE "P" TO ESTP-TIPO-CTA.
008270     SET WK-NEAR-IDX TO 1.
008280     PERFORM 1470-TAKE-NEAR-PARMS THRU 1470-EXIT.
008290     MOVE "E" TO ESTP-TIPO-CTA.
008300     SET WK-NEAR-IDX TO 2.
008310     PERFORM 1470-TAKE-NEAR-PARMS THRU 1470-EXIT.
008320     CLOSE AML-ESTP-FILE.
008330 1450-START.
008340     MOVE WK-NEAR-DIAS (1) TO WK-NEAR-DIAS-MAX.
008350     IF WK-NEAR-DIAS (2) > WK-NEAR-DIAS-MAX
008360         MOVE WK-NEAR-DIAS (2) TO WK-NEAR-DIAS-MAX
008370     END-IF.
008380     MOVE WK-FECHA-DESDE TO WK-DS-FECHA.
008390     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
008400     COMPUTE WK-NEAR-INICIO = WK-DS-SERIAL - WK-NEAR-DIAS-MAX + 1.
008410 1450-EXIT.
008420     EXIT.
008430******************************************************************
008440*    1460-DEFAULT-NEAR-PARMS                                     *
008450******************************************************************
008460 1460-DEFAULT-NEAR-PARMS.
008470     MOVE WK-NEAR-DEF-BANDA  TO WK-NEAR-BANDA  (WK-NEAR-IDX).
008480     MOVE WK-NEAR-DEF-VECES  TO WK-NEAR-VECES  (WK-NEAR-IDX).
008490     MOVE WK-NEAR-DEF-DIAS   TO WK-NEAR-DIAS   (WK-NEAR-IDX).
008500     MOVE WK-NEAR-DEF-UNIDAD TO WK-NEAR-UNIDAD (WK-NEAR-IDX).
008510     MOVE WK-NEAR-DEF-PISO   TO WK-NEAR-PISO   (WK-NEAR-IDX).
008520 1460-EXIT.
008530     EXIT.
008540******************************************************************
008550*    1470-TAKE-NEAR-PARMS                                        *
008560*                                                                *
008570*    SAME VALIDATION AS CORE_BANK'S 7170-TAKE-NEAR-PARMS.        *
008580******************************************************************
008590 1470-TAKE-NEAR-PARMS.
008600     READ AML-ESTP-FILE.
008610     IF NOT WK-ESTP-OK
008620         GO TO 1470-EXIT
008630     END-IF.
008640     IF ESTP-BANDA-PCT > 0 AND ESTP-BANDA-PCT < 100
008650       AND ESTP-VECES > 0 AND ESTP-DIAS > 0
008660       AND ESTP-UNIDAD NOT < 0
008670       AND ESTP-PISO-PCT NOT < 0 AND ESTP-PISO-PCT NOT > 100
008680         MOVE ESTP-BANDA-PCT TO WK-NEAR-BANDA  (WK-NEAR-IDX)
008690         MOVE ESTP-VECES     TO WK-NEAR-VECES  (WK-NEAR-IDX)
008700         MOVE ESTP-DIAS      TO WK-NEAR-DIAS   (WK-NEAR-IDX)
008710         MOVE ESTP-UNIDAD    TO WK-NEAR-UNIDAD (WK-NEAR-IDX)
008720         MOVE ESTP-PISO-PCT  TO WK-NEAR-PISO   (WK-NEAR-IDX)
008730     ELSE
008740         DISPLAY "AML_WHATIF: AVISO - REGISTRO " ESTP-TIPO-CTA
008750                 " EN AMLESTP NO VALIDO, SE USA EL DEFAULT"
008760     END-IF.
008770 1470-EXIT.
008780     EXIT.
008790******************************************************************
008800*                                                                *
008810*    1500-WRITE-PARM-BLOCK                                       *
008820*                                                                *
008830*    CURRENT AGAINST PROPOSED, LINE BY LINE, WITH EVERY VALUE    *
008840*    THE PROPOSAL CHANGES MARKED - THE OFFICER SHOULD SEE WHAT   *
008850*    WAS SIMULATED, NOT TAKE IT ON TRUST.                        *
008860******************************************************************
008870 1500-WRITE-PARM-BLOCK.
008880     MOVE SPACES TO RPT-LINE.
008890     WRITE RPT-LINE.
008900     MOVE SPACES TO RPT-LINE.
008910     STRING "PARAMETER                      CURRENT"
008920             "          PROPOSED"
008930         DELIMITED BY SIZE INTO RPT-LINE.
008940     WRITE RPT-LINE.
008950     MOVE WK-ACT-LINE-P TO WK-EDIT-CUR.
008960     MOVE WK-PRO-LINE-P TO WK-EDIT-PRO.
008970     MOVE SPACES TO WK-EDIT-MARK.
008980     IF WK-ACT-LINE-P NOT = WK-PRO-LINE-P
008990         MOVE "  CHANGED" TO WK-EDIT-MARK
009000     END-IF.
009010     MOVE SPACES TO RPT-LINE.
009020     STRING "  LINE P PERSONAL    " WK-EDIT-CUR " " WK-EDIT-PRO
009030             WK-EDIT-MARK
009040         DELIMITED BY SIZE INTO RPT-LINE.
009050     WRITE RPT-LINE.
009060     MOVE WK-ACT-LINE-E TO WK-EDIT-CUR.
009070     MOVE WK-PRO-LINE-E TO WK-EDIT-PRO.
009080     MOVE SPACES TO WK-EDIT-MARK.
009090     IF WK-ACT-LINE-E NOT = WK-PRO-LINE-E
009100         MOVE "  CHANGED" TO WK-EDIT-MARK
009110     END-IF.
009120     MOVE SPACES TO RPT-LINE.
009130     STRING "  LINE E BUSINESS    " WK-EDIT-CUR " " WK-EDIT-PRO
009140             WK-EDIT-MARK
009150         DELIMITED BY SIZE INTO RPT-LINE.
009160     WRITE RPT-LINE.
009170     MOVE "AM" TO WK-EDIT-FACTOR.
009180     MOVE WK-ACT-W-AMOUNT TO WK-EDIT-WCUR.
009190     MOVE WK-PRO-W-AMOUNT TO WK-EDIT-WPRO.
009200     PERFORM 1510-WRITE-WEIGHT THRU 1510-EXIT.
009210     MOVE "VE" TO WK-EDIT-FACTOR.
009220     MOVE WK-ACT-W-VELOCITY TO WK-EDIT-WCUR.
009230     MOVE WK-PRO-W-VELOCITY TO WK-EDIT-WPRO.
009240     PERFORM 1510-WRITE-WEIGHT THRU 1510-EXIT.
009250     MOVE "WL" TO WK-EDIT-FACTOR.
009260     MOVE WK-ACT-W-WATCHLIST TO WK-EDIT-WCUR.
009270     MOVE WK-PRO-W-WATCHLIST TO WK-EDIT-WPRO.
009280     PERFORM 1510-WRITE-WEIGHT THRU 1510-EXIT.
009290     MOVE "NM" TO WK-EDIT-FACTOR.
009300     MOVE WK-ACT-W-NAME TO WK-EDIT-WCUR.
009310     MOVE WK-PRO-W-NAME TO WK-EDIT-WPRO.
009320     PERFORM 1510-WRITE-WEIGHT THRU 1510-EXIT.
009330     MOVE "CT" TO WK-EDIT-FACTOR.
009340     MOVE WK-ACT-W-COUNTRY TO WK-EDIT-WCUR.
009350     MOVE WK-PRO-W-COUNTRY TO WK-EDIT-WPRO.
009360     PERFORM 1510-WRITE-WEIGHT THRU 1510-EXIT.
009370     MOVE "PF" TO WK-EDIT-FACTOR.
009380     MOVE WK-ACT-W-PROFILE TO WK-EDIT-WCUR.
009390     MOVE WK-PRO-W-PROFILE TO WK-EDIT-WPRO.
009400     PERFORM 1510-WRITE-WEIGHT THRU 1510-EXIT.
009410     MOVE "KY" TO WK-EDIT-FACTOR.
009420     MOVE WK-ACT-W-RIESGO TO WK-EDIT-WCUR.
009430     MOVE WK-PRO-W-RIESGO TO WK-EDIT-WPRO.
009440     PERFORM 1510-WRITE-WEIGHT THRU 1510-EXIT.
009450     MOVE "NT" TO WK-EDIT-FACTOR.
009460     MOVE WK-ACT-W-NEAR TO WK-EDIT-WCUR.
009470     MOVE WK-PRO-W-NEAR TO WK-EDIT-WPRO.
009480     PERFORM 1510-WRITE-WEIGHT THRU 1510-EXIT.
009490 1500-EXIT.
009500     EXIT.
009510******************************************************************
009520*    1510-WRITE-WEIGHT                                           *
009530******************************************************************
009540 1510-WRITE-WEIGHT.
009550     MOVE SPACES TO WK-EDIT-MARK.
009560     IF WK-EDIT-WCUR NOT = WK-EDIT-WPRO
009570         MOVE "  CHANGED" TO WK-EDIT-MARK
009580     END-IF.
009590     MOVE SPACES TO RPT-LINE.
009600     STRING "  WEIGHT " WK-EDIT-FACTOR "                  "
009610             WK-EDIT-WCUR "         " WK-EDIT-WPRO
009620             WK-EDIT-MARK
009630         DELIMITED BY SIZE INTO RPT-LINE.
009640     WRITE RPT-LINE.
009650 1510-EXIT.
009660     EXIT.
009670******************************************************************
009680*    2000-READ-AUDH                                              *
009690******************************************************************
009700 2000-READ-AUDH.
009710     IF WK-EOF
009720         GO TO 2000-EXIT
009730     END-IF.
009740     READ AML-AUDH-FILE NEXT RECORD
009750         AT END
009760             SET WK-EOF TO TRUE
009770     END-READ.
009780     IF NOT WK-EOF AND NOT WK-AUDH-OK
009790         DISPLAY "AML_WHATIF: AVISO - ERROR LEYENDO AUDITHST, "
009800                 "STATUS = " WK-AUDH-STATUS
009810         SET WK-EOF TO TRUE
009820     END-IF.
009830 2000-EXIT.
009840     EXIT.
009850******************************************************************
009860*                                                                *
009870*    3000-PROCESS-RECORD                                         *
009880*                                                                *
009890*    REPLAYS ONE IN-RANGE DECISION UNDER BOTH SETS.  HISTORY IS  *
009900*    READ IN KEY ORDER - ORIGIN, DATE, TIME - SO THE DAY'S       *
009910*    RUNNING VELOCITY TOTAL FOR THE ORIGIN IS REBUILT HERE       *
009920*    EXACTLY AS AMLVEL HELD IT WHEN THE DECISION WAS TAKEN, AND  *
009930*    THE NEAR-THRESHOLD DAY COUNTS AS AMLESTR HELD THEM.  A      *
009940*    DECISION JUST BEFORE THE RANGE ONLY FEEDS THOSE COUNTS.     *
009950******************************************************************
009960 3000-PROCESS-RECORD.
009970     ADD 1 TO WK-READ-COUNT.
009980     IF AUDH-FECHA > WK-FECHA-HASTA
009990         GO TO 3000-NEXT
010000     END-IF.
010010     IF AUDH-FECHA < WK-FECHA-DESDE
010020         PERFORM 3050-LEAD-IN THRU 3050-EXIT
010030         GO TO 3000-NEXT
010040     END-IF.
010050     ADD 1 TO WK-IN-RANGE-COUNT.
010060     IF AUDH-STATUS-INVALID OR AUDH-STATUS-DUPLICATE
010070         ADD 1 TO WK-SKIP-COUNT
010080         GO TO 3000-NEXT
010090     END-IF.
010100     ADD 1 TO WK-REPLAY-COUNT.
010110     IF AUDH-ORIGEN NOT = WK-VEL-ORIGEN
010120       OR AUDH-FECHA NOT = WK-VEL-FECHA
010130         MOVE AUDH-ORIGEN TO WK-VEL-ORIGEN
010140         MOVE AUDH-FECHA  TO WK-VEL-FECHA
010150         MOVE 0 TO WK-VEL-TODAY
010160     END-IF.
010170     MOVE AUDH-MONTO-RPT TO WK-MONTO-RPT.
010180     ADD WK-MONTO-RPT TO WK-VEL-TODAY.
010190     PERFORM 3400-NEAR-DAY THRU 3400-EXIT.
010200     PERFORM 3100-PREPARE-DECISION THRU 3100-EXIT.
010210     MOVE WK-SET-ACTUAL TO WK-SET-REPLAY.
010220     SET WK-NEAR-ACTUAL TO TRUE.
010230     PERFORM 4000-REPLAY-DECISION THRU 4000-EXIT.
010240     MOVE WK-R-STATUS   TO WK-BASE-STATUS.
010250     MOVE WK-RISK-SCORE TO WK-BASE-SCORE.
010260     MOVE WK-SET-PROPUESTO TO WK-SET-REPLAY.
010270     SET WK-NEAR-PROPUESTO TO TRUE.
010280     PERFORM 4000-REPLAY-DECISION THRU 4000-EXIT.
010290     MOVE WK-R-STATUS   TO WK-PRO-STATUS.
010300     MOVE WK-RISK-SCORE TO WK-PRO-SCORE.
010310     IF WK-BASE-STATUS NOT = AUDH-STATUS
010320         ADD 1 TO WK-DRIFT-COUNT
010330     END-IF.
010340     IF AUDH-TIPO-EMPRESARIAL
010350         SET WK-TIPO-IDX TO 2
010360     ELSE
010370         SET WK-TIPO-IDX TO 1
010380     END-IF.
010390     PERFORM 5000-CLASSIFY-DECISION THRU 5000-EXIT.
010400 3000-NEXT.
010410     PERFORM 2000-READ-AUDH THRU 2000-EXIT.
010420 3000-EXIT.
010430     EXIT.
010440******************************************************************
010450*                                                                *
010460*    3050-LEAD-IN                                                *
010470*                                                                *
010480*    A SCREENED DECISION INSIDE THE LONGEST AMLESTP WINDOW       *
010490*    BEFORE THE RANGE IS NOT REPLAYED OR REPORTED, BUT IT        *
010500*    COUNTS TOWARD THE NEAR-THRESHOLD WINDOW OF THE FIRST DAYS   *
010510*    OF THE RANGE UNDER EACH SET, AS IT DID IN CORE_BANK.        *
010520******************************************************************
010530 3050-LEAD-IN.
010540     IF AUDH-STATUS-INVALID OR AUDH-STATUS-DUPLICATE
010550         GO TO 3050-EXIT
010560     END-IF.
010570     MOVE AUDH-FECHA TO WK-DS-FECHA.
010580     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
010590     IF WK-DS-SERIAL < WK-NEAR-INICIO
010600         GO TO 3050-EXIT
010610     END-IF.
010620     MOVE AUDH-MONTO-RPT TO WK-MONTO-RPT.
010630     PERFORM 3400-NEAR-DAY THRU 3400-EXIT.
010640     PERFORM 3150-SET-FACTOR THRU 3150-EXIT.
010650     MOVE WK-SET-ACTUAL TO WK-SET-REPLAY.
010660     SET WK-NEAR-ACTUAL TO TRUE.
010670     PERFORM 4050-SET-LINE THRU 4050-EXIT.
010680     PERFORM 4200-CHECK-NEAR THRU 4200-EXIT.
010690     MOVE WK-SET-PROPUESTO TO WK-SET-REPLAY.
010700     SET WK-NEAR-PROPUESTO TO TRUE.
010710     PERFORM 4050-SET-LINE THRU 4050-EXIT.
010720     PERFORM 4200-CHECK-NEAR THRU 4200-EXIT.
010730 3050-EXIT.
010740     EXIT.
010750******************************************************************
010760*                                                                *
010770*    3100-PREPARE-DECISION                                       *
010780*                                                                *
010790*    EVERYTHING ABOUT THE DECISION THAT NO LINE OR WEIGHT CAN    *
010800*    CHANGE: THE RECORDED WATCHLIST, NAME AND COUNTRY HITS, THE  *
010810*    EXEMPTIONS COVERING THE PAIR ON THE DECISION DATE, THE KYC  *
010820*    TIER FACTOR, AND THE PROFILE CHECK AGAINST THE DAY'S        *
010830*    RUNNING TOTAL.                                              *
010840******************************************************************
010850 3100-PREPARE-DECISION.
010860     SET WK-HIT-WATCH-SW  TO "N".
010870     SET WK-HIT-NAME-SW   TO "N".
010880     SET WK-HIT-CTRY-SW   TO "N".
010890     SET WK-HIT-PROF-SW   TO "N".
010900     SET WK-EXMP-AMOUNT-SW TO "N".
010910     SET WK-EXMP-VEL-SW    TO "N".
010920     SET WK-EXMP-PROF-SW   TO "N".
010930     MOVE 0 TO WK-PROF-RATIO.
010940     IF AUDH-STATUS-WATCHLIST
010950         SET WK-HIT-WATCHLIST TO TRUE
010960     END-IF.
010970     IF AUDH-STATUS-NAME
010980         SET WK-HIT-NAME TO TRUE
010990     END-IF.
011000     IF AUDH-STATUS-COUNTRY
011010         SET WK-HIT-COUNTRY TO TRUE
011020     END-IF.
011030     PERFORM 3150-SET-FACTOR THRU 3150-EXIT.
011040     PERFORM 3200-CHECK-EXEMPTION THRU 3200-EXIT.
011050     PERFORM 3300-CHECK-PROFILE THRU 3300-EXIT.
011060 3100-EXIT.
011070     EXIT.
011080******************************************************************
011090*    3150-SET-FACTOR                                             *
011100*                                                                *
011110*    THE KYC TIER FACTOR, AS CORE_BANK'S 5200-APPLY-RISK-TIER -  *
011120*    THE LOWER OF THE HIGH-RISK AND PEP FACTORS WHEN BOTH APPLY. *
011130******************************************************************
011140 3150-SET-FACTOR.
011150     MOVE 1.00 TO WK-FACTOR-APLICADO.
011160     IF AUDH-RIESGO-ALTO
011170         MOVE WK-FACTOR-ALTO TO WK-FACTOR-APLICADO
011180     END-IF.
011190     IF AUDH-PEP-SI AND WK-FACTOR-PEP < WK-FACTOR-APLICADO
011200         MOVE WK-FACTOR-PEP TO WK-FACTOR-APLICADO
011210     END-IF.
011220 3150-EXIT.
011230     EXIT.
011240******************************************************************
011250*                                                                *
011260*    3200-CHECK-EXEMPTION                                        *
011270*                                                                *
011280*    CORE_BANK'S 5500-CHECK-EXEMPTION WITH THE DECISION DATE     *
011290*    STANDING IN FOR THE BUSINESS DATE: THE PAIR ENTRY FIRST,    *
011300*    THEN THE ORIGIN-ONLY ENTRY WHEN THE PAIR COVERED NOTHING.   *
011310******************************************************************
011320 3200-CHECK-EXEMPTION.
011330     IF NOT WK-EXMP-AVAIL
011340         GO TO 3200-EXIT
011350     END-IF.
011360     MOVE AUDH-ORIGEN  TO EXMP-ORIGEN.
011370     MOVE AUDH-DESTINO TO EXMP-DESTINO.
011380     READ AML-EXMP-FILE.
011390     IF WK-EXMP-OK
011400         PERFORM 3210-APPLY-EXEMPTION THRU 3210-EXIT
011410     END-IF.
011420     IF WK-EXMP-AMOUNT OR WK-EXMP-VELOCITY OR WK-EXMP-PROFILE
011430         GO TO 3200-EXIT
011440     END-IF.
011450     MOVE AUDH-ORIGEN  TO EXMP-ORIGEN.
011460     MOVE 0            TO EXMP-DESTINO.
011470     READ AML-EXMP-FILE.
011480     IF WK-EXMP-OK
011490         PERFORM 3210-APPLY-EXEMPTION THRU 3210-EXIT
011500     END-IF.
011510 3200-EXIT.
011520     EXIT.
011530******************************************************************
011540*    3210-APPLY-EXEMPTION                                        *
011550******************************************************************
011560 3210-APPLY-EXEMPTION.
011570     IF AUDH-FECHA < EXMP-FECHA-EF
011580       OR AUDH-FECHA > EXMP-FECHA-EXP
011590         GO TO 3210-EXIT
011600     END-IF.
011610     IF EXMP-COVERS-AMOUNT
011620         SET WK-EXMP-AMOUNT TO TRUE
011630     END-IF.
011640     IF EXMP-COVERS-VELOCITY
011650         SET WK-EXMP-VELOCITY TO TRUE
011660     END-IF.
011670     IF EXMP-COVERS-PROFILE
011680         SET WK-EXMP-PROFILE TO TRUE
011690     END-IF.
011700 3210-EXIT.
011710     EXIT.
011720******************************************************************
011730*    3300-CHECK-PROFILE                                          *
011740*                                                                *
011750*    CORE_BANK'S 7200-CHECK-PROFILE AGAINST TODAY'S AMLPROF.     *
011760******************************************************************
011770 3300-CHECK-PROFILE.
011780     IF NOT WK-PRF-AVAIL
011790         GO TO 3300-EXIT
011800     END-IF.
011810     MOVE AUDH-ORIGEN TO PROF-ORIGEN.
011820     READ AML-PROF-FILE.
011830     IF NOT WK-PRF-OK
011840         GO TO 3300-EXIT
011850     END-IF.
011860     IF PROF-DIAS < WK-PROF-MIN-DIAS
011870         GO TO 3300-EXIT
011880     END-IF.
011890     IF WK-VEL-TODAY > PROF-AVG-MONTO * WK-PROF-MULTIPLE
011900       AND NOT WK-EXMP-PROFILE
011910         SET WK-HIT-PROFILE TO TRUE
011920         IF PROF-AVG-MONTO > 0
011930             COMPUTE WK-PROF-RATIO =
011940                 WK-VEL-TODAY / PROF-AVG-MONTO
011950         END-IF
011960     END-IF.
011970 3300-EXIT.
011980     EXIT.
011990******************************************************************
012000*                                                                *
012010*    3400-NEAR-DAY                                               *
012020*                                                                *
012030*    KEEPS WK-NEAR-H-DIA IN STEP WITH THE HISTORY: A NEW ORIGIN  *
012040*    EMPTIES IT, A NEW DAY ADDS AN ENTRY WITH BOTH COUNTS AT     *
012050*    ZERO.  WHEN THE TABLE IS FULL THE OLDEST DAY - ALREADY      *
012060*    OUTSIDE ANY WINDOW - IS DROPPED.                            *
012070******************************************************************
012080 3400-NEAR-DAY.
012090     MOVE AUDH-FECHA TO WK-DS-FECHA.
012100     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
012110     MOVE WK-DS-SERIAL TO WK-NEAR-HOY.
012120     IF AUDH-ORIGEN NOT = WK-NEAR-ORIGEN
012130         MOVE AUDH-ORIGEN TO WK-NEAR-ORIGEN
012140         MOVE 0 TO WK-NEAR-H-USED
012150     END-IF.
012160     IF WK-NEAR-H-USED > 0
012170         IF WK-NEAR-H-SERIAL (WK-NEAR-H-USED) = WK-NEAR-HOY
012180             GO TO 3400-EXIT
012190         END-IF
012200     END-IF.
012210     IF WK-NEAR-H-USED = WK-NEAR-H-MAX
012220         PERFORM 3410-DROP-OLDEST THRU 3410-EXIT
012230             VARYING WK-NEAR-H-IDX FROM 2 BY 1
012240             UNTIL WK-NEAR-H-IDX > WK-NEAR-H-MAX
012250         SUBTRACT 1 FROM WK-NEAR-H-USED
012260     END-IF.
012270     ADD 1 TO WK-NEAR-H-USED.
012280     MOVE WK-NEAR-HOY TO WK-NEAR-H-SERIAL (WK-NEAR-H-USED).
012290     MOVE 0 TO WK-NEAR-H-ACT (WK-NEAR-H-USED).
012300     MOVE 0 TO WK-NEAR-H-PRO (WK-NEAR-H-USED).
012310 3400-EXIT.
012320     EXIT.
012330 3410-DROP-OLDEST.
012340     MOVE WK-NEAR-H-DIA (WK-NEAR-H-IDX)
012350         TO WK-NEAR-H-DIA (WK-NEAR-H-IDX - 1).
012360 3410-EXIT.
012370     EXIT.
012380******************************************************************
012390*                                                                *
012400*    4000-REPLAY-DECISION                                        *
012410*                                                                *
012420*    ONE DECISION THROUGH CORE_BANK'S 5000 THRU 7300 WITH THE    *
012430*    SET IN WK-SET-REPLAY.  FIRST HIT WINS THE REASON CODE IN    *
012440*    CORE_BANK'S ORDER - WATCHLIST, NAME, COUNTRY, AMOUNT,       *
012450*    VELOCITY, NEAR-THRESHOLD, PROFILE - AND EVERY HIT SCORES.   *
012460******************************************************************
012470 4000-REPLAY-DECISION.
012480     SET WK-HIT-AMOUNT-SW TO "N".
012490     SET WK-HIT-VEL-SW    TO "N".
012500     MOVE 0 TO WK-AMT-MULTIPLE.
012510     MOVE 0 TO WK-VEL-RATIO.
012520     MOVE "00" TO WK-R-STATUS.
012530     PERFORM 4050-SET-LINE THRU 4050-EXIT.
012540     IF WK-HIT-WATCHLIST
012550         MOVE "02" TO WK-R-STATUS
012560     END-IF.
012570     IF WK-HIT-NAME AND WK-R-CLEAR
012580         MOVE "08" TO WK-R-STATUS
012590     END-IF.
012600     IF WK-HIT-COUNTRY AND WK-R-CLEAR
012610         MOVE "06" TO WK-R-STATUS
012620     END-IF.
012630     IF WK-MONTO-RPT > WK-THRESHOLD AND NOT WK-EXMP-AMOUNT
012640         SET WK-HIT-AMOUNT TO TRUE
012650         IF WK-THRESHOLD > 0
012660             COMPUTE WK-AMT-MULTIPLE =
012670                 WK-MONTO-RPT / WK-THRESHOLD
012680         END-IF
012690         IF WK-R-CLEAR
012700             MOVE "01" TO WK-R-STATUS
012710         END-IF
012720     END-IF.
012730     IF WK-VEL-TODAY > WK-THRESHOLD AND NOT WK-EXMP-VELOCITY
012740         SET WK-HIT-VELOCITY TO TRUE
012750         IF WK-THRESHOLD > 0
012760             COMPUTE WK-VEL-RATIO = WK-VEL-TODAY / WK-THRESHOLD
012770         END-IF
012780         IF WK-R-CLEAR
012790             MOVE "03" TO WK-R-STATUS
012800         END-IF
012810     END-IF.
012820     PERFORM 4200-CHECK-NEAR THRU 4200-EXIT.
012830     IF WK-HIT-PROFILE AND WK-R-CLEAR
012840         MOVE "07" TO WK-R-STATUS
012850     END-IF.
012860     PERFORM 4100-COMPUTE-SCORE THRU 4100-EXIT.
012870 4000-EXIT.
012880     EXIT.
012890******************************************************************
012900*    4050-SET-LINE                                               *
012910*                                                                *
012920*    THE REPLAY SET'S LINE FOR THE ACCOUNT TYPE, LOWERED BY THE  *
012930*    KYC TIER FACTOR.                                            *
012940******************************************************************
012950 4050-SET-LINE.
012960     IF AUDH-TIPO-EMPRESARIAL
012970         MOVE WK-LINE-EMPRESARIAL TO WK-THRESHOLD
012980     ELSE
012990         MOVE WK-LINE-PERSONAL TO WK-THRESHOLD
013000     END-IF.
013010     COMPUTE WK-THRESHOLD = WK-THRESHOLD * WK-FACTOR-APLICADO.
013020 4050-EXIT.
013030     EXIT.
013040******************************************************************
013050*    4100-COMPUTE-SCORE                                          *
013060*                                                                *
013070*    CORE_BANK'S 7300-COMPUTE-SCORE, WEIGHT FOR WEIGHT.          *
013080******************************************************************
013090 4100-COMPUTE-SCORE.
013100     MOVE 0 TO WK-SCORE-WORK.
013110     IF WK-HIT-AMOUNT
013120         COMPUTE WK-SCORE-WORK =
013130             WK-SCORE-WORK + WK-W-AMOUNT * WK-AMT-MULTIPLE
013140     END-IF.
013150     IF WK-HIT-VELOCITY
013160         COMPUTE WK-SCORE-WORK =
013170             WK-SCORE-WORK + WK-W-VELOCITY * WK-VEL-RATIO
013180     END-IF.
013190     IF WK-HIT-WATCHLIST
013200         COMPUTE WK-SCORE-WORK = WK-SCORE-WORK + WK-W-WATCHLIST
013210     END-IF.
013220     IF WK-HIT-NAME
013230         COMPUTE WK-SCORE-WORK = WK-SCORE-WORK + WK-W-NAME
013240     END-IF.
013250     IF WK-HIT-COUNTRY
013260         COMPUTE WK-SCORE-WORK = WK-SCORE-WORK + WK-W-COUNTRY
013270     END-IF.
013280     IF WK-HIT-PROFILE
013290         COMPUTE WK-SCORE-WORK =
013300             WK-SCORE-WORK + WK-W-PROFILE * WK-PROF-RATIO
013310     END-IF.
013320     IF WK-HIT-NEAR
013330         COMPUTE WK-SCORE-WORK =
013340             WK-SCORE-WORK + WK-W-NEAR * WK-NEAR-RATIO
013350     END-IF.
013360     IF AUDH-RIESGO-ALTO OR AUDH-PEP-SI
013370         IF NOT WK-R-CLEAR
013380             COMPUTE WK-SCORE-WORK = WK-SCORE-WORK + WK-W-RIESGO
013390         END-IF
013400     END-IF.
013410     IF WK-SCORE-WORK > 99999
013420         MOVE 99999 TO WK-RISK-SCORE
013430     ELSE
013440         COMPUTE WK-RISK-SCORE = WK-SCORE-WORK
013450     END-IF.
013460 4100-EXIT.
013470     EXIT.
013480******************************************************************
013490*                                                                *
013500*    4200-CHECK-NEAR                                             *
013510*                                                                *
013520*    CORE_BANK'S 7100-CHECK-NEAR-THRESHOLD AGAINST THE REPLAY    *
013530*    SET'S LINE: A WIRE IN THE BAND, OR A ROUND AMOUNT ABOVE THE *
013540*    FLOOR, ADDS TO THE DAY'S COUNT FOR THIS REPLAY, AND THE     *
013550*    WINDOW TOTAL REACHING THE COUNT RAISES "10" WHEN NOTHING    *
013560*    EARLIER DID.  EVERY HIT SCORES.                             *
013570******************************************************************
013580 4200-CHECK-NEAR.
013590     SET WK-HIT-NEAR-SW TO "N".
013600     MOVE 0 TO WK-NEAR-RATIO.
013610     IF AUDH-TIPO-EMPRESARIAL
013620         SET WK-NEAR-IDX TO 2
013630     ELSE
013640         SET WK-NEAR-IDX TO 1
013650     END-IF.
013660     MOVE SPACE TO WK-NEAR-CLASE-SW.
013670     IF WK-MONTO-RPT NOT > WK-THRESHOLD
013680       AND WK-MONTO-RPT NOT <
013690           WK-THRESHOLD * WK-NEAR-BANDA (WK-NEAR-IDX) / 100
013700         SET WK-NEAR-EN-BANDA TO TRUE
013710     END-IF.
013720     IF WK-NEAR-NINGUNO AND WK-NEAR-UNIDAD (WK-NEAR-IDX) > 0
013730       AND WK-MONTO-RPT NOT > WK-THRESHOLD
013740       AND WK-MONTO-RPT NOT <
013750           WK-THRESHOLD * WK-NEAR-PISO (WK-NEAR-IDX) / 100
013760         COMPUTE WK-NEAR-MONTO ROUNDED = AUDH-MONTO
013770         DIVIDE WK-NEAR-MONTO BY WK-NEAR-UNIDAD (WK-NEAR-IDX)
013780             GIVING WK-NEAR-COCIENTE REMAINDER WK-NEAR-RESTO
013790         IF WK-NEAR-RESTO = 0
013800             SET WK-NEAR-REDONDO TO TRUE
013810         END-IF
013820     END-IF.
013830     IF WK-NEAR-NINGUNO
013840         GO TO 4200-EXIT
013850     END-IF.
013860     IF WK-NEAR-ACTUAL
013870         ADD 1 TO WK-NEAR-H-ACT (WK-NEAR-H-USED)
013880     ELSE
013890         ADD 1 TO WK-NEAR-H-PRO (WK-NEAR-H-USED)
013900     END-IF.
013910     COMPUTE WK-NEAR-DESDE =
013920         WK-NEAR-HOY - WK-NEAR-DIAS (WK-NEAR-IDX) + 1.
013930     MOVE 0 TO WK-NEAR-CUENTA.
013940     PERFORM 4210-SUM-ONE-DAY THRU 4210-EXIT
013950         VARYING WK-NEAR-H-IDX FROM 1 BY 1
013960         UNTIL WK-NEAR-H-IDX > WK-NEAR-H-USED.
013970     IF WK-NEAR-CUENTA NOT < WK-NEAR-VECES (WK-NEAR-IDX)
013980         SET WK-HIT-NEAR TO TRUE
013990         COMPUTE WK-NEAR-RATIO =
014000             WK-NEAR-CUENTA / WK-NEAR-VECES (WK-NEAR-IDX)
014010         IF WK-R-CLEAR
014020             MOVE "10" TO WK-R-STATUS
014030         END-IF
014040     END-IF.
014050 4200-EXIT.
014060     EXIT.
014070 4210-SUM-ONE-DAY.
014080     IF WK-NEAR-H-SERIAL (WK-NEAR-H-IDX) < WK-NEAR-DESDE
014090         GO TO 4210-EXIT
014100     END-IF.
014110     IF WK-NEAR-ACTUAL
014120         ADD WK-NEAR-H-ACT (WK-NEAR-H-IDX) TO WK-NEAR-CUENTA
014130     ELSE
014140         ADD WK-NEAR-H-PRO (WK-NEAR-H-IDX) TO WK-NEAR-CUENTA
014150     END-IF.
014160 4210-EXIT.
014170     EXIT.
014180******************************************************************
014190*                                                                *
014200*    5000-CLASSIFY-DECISION                                      *
014210*                                                                *
014220*    POSTS THE DIFFERENCE BETWEEN THE TWO REPLAYS.  A DECISION   *
014230*    FLAGGED UNDER BOTH SETS CAN STILL CHANGE REASON OR SCORE -  *
014240*    THE REASON CHANGE COUNTS UNDER THE CURRENT REASON, THE      *
014250*    SCORE CHANGE UNDER THE PROPOSED ONE.                        *
014260******************************************************************
014270 5000-CLASSIFY-DECISION.
014280     IF WK-BASE-STATUS = "00" AND WK-PRO-STATUS = "00"
014290         GO TO 5000-EXIT
014300     END-IF.
014310     IF WK-BASE-STATUS = "00"
014320         MOVE WK-PRO-STATUS TO WK-CLASS-RSN
014330         PERFORM 5100-FIND-REASON THRU 5100-EXIT
014340         IF WK-RSN-FOUND
014350             ADD 1 TO WK-RT-FLAG-CNT (WK-RSN-IDX WK-TIPO-IDX)
014360             ADD AUDH-MONTO-RPT
014370                 TO WK-RT-FLAG-MONTO (WK-RSN-IDX WK-TIPO-IDX)
014380         END-IF
014390         ADD 1 TO WK-TO-FLAG-COUNT
014400         ADD AUDH-MONTO-RPT TO WK-TO-FLAG-MONTO
014410         GO TO 5000-EXIT
014420     END-IF.
014430     IF WK-PRO-STATUS = "00"
014440         MOVE WK-BASE-STATUS TO WK-CLASS-RSN
014450         PERFORM 5100-FIND-REASON THRU 5100-EXIT
014460         IF WK-RSN-FOUND
014470             ADD 1 TO WK-RT-CLEAR-CNT (WK-RSN-IDX WK-TIPO-IDX)
014480             ADD AUDH-MONTO-RPT
014490                 TO WK-RT-CLEAR-MONTO (WK-RSN-IDX WK-TIPO-IDX)
014500             PERFORM 5200-JOIN-CASE THRU 5200-EXIT
014510         END-IF
014520         ADD 1 TO WK-TO-CLEAR-COUNT
014530         ADD AUDH-MONTO-RPT TO WK-TO-CLEAR-MONTO
014540         GO TO 5000-EXIT
014550     END-IF.
014560     IF WK-BASE-STATUS NOT = WK-PRO-STATUS
014570         MOVE WK-BASE-STATUS TO WK-CLASS-RSN
014580         PERFORM 5100-FIND-REASON THRU 5100-EXIT
014590         IF WK-RSN-FOUND
014600             ADD 1 TO WK-RT-CHG-CNT (WK-RSN-IDX WK-TIPO-IDX)
014610         END-IF
014620     END-IF.
014630     IF WK-BASE-SCORE = WK-PRO-SCORE
014640         GO TO 5000-EXIT
014650     END-IF.
014660     MOVE WK-PRO-STATUS TO WK-CLASS-RSN.
014670     PERFORM 5100-FIND-REASON THRU 5100-EXIT.
014680     IF NOT WK-RSN-FOUND
014690         GO TO 5000-EXIT
014700     END-IF.
014710     IF WK-PRO-SCORE > WK-BASE-SCORE
014720         ADD 1 TO WK-RT-UP-CNT (WK-RSN-IDX WK-TIPO-IDX)
014730     ELSE
014740         ADD 1 TO WK-RT-DOWN-CNT (WK-RSN-IDX WK-TIPO-IDX)
014750     END-IF.
014760 5000-EXIT.
014770     EXIT.
014780******************************************************************
014790*    5100-FIND-REASON                                            *
014800*                                                                *
014810*    LEAVES WK-RSN-IDX ON THE ROW FOR WK-CLASS-RSN.              *
014820******************************************************************
014830 5100-FIND-REASON.
014840     SET WK-RSN-FOUND-SW TO "N".
014850     PERFORM 5110-MATCH-REASON THRU 5110-EXIT
014860         VARYING WK-RSN-IDX FROM 1 BY 1
014870         UNTIL WK-RSN-IDX > WK-RSN-MAX
014880            OR WK-RSN-FOUND.
014890     IF WK-RSN-FOUND
014900         SET WK-RSN-IDX DOWN BY 1
014910     END-IF.
014920 5100-EXIT.
014930     EXIT.
014940 5110-MATCH-REASON.
014950     IF WK-RSN-CODE (WK-RSN-IDX) = WK-CLASS-RSN
014960         SET WK-RSN-FOUND TO TRUE
014970     END-IF.
014980 5110-EXIT.
014990     EXIT.
015000******************************************************************
015010*                                                                *
015020*    5200-JOIN-CASE                                              *
015030*                                                                *
015040*    FOR A DECISION THE PROPOSAL WOULD CLEAR, WHAT BECAME OF THE *
015050*    CASE IT ACTUALLY OPENED - AS AML_EFFRPT'S 3200-JOIN-CASE.   *
015060*    A DECISION THAT WAS RECORDED CLEAR NEVER HAD A CASE.        *
015070******************************************************************
015080 5200-JOIN-CASE.
015090     IF NOT WK-CASE-AVAIL OR AUDH-STATUS-CLEAR
015100         ADD 1 TO WK-RT-NOCASE-CNT (WK-RSN-IDX WK-TIPO-IDX)
015110         GO TO 5200-EXIT
015120     END-IF.
015130     MOVE AUDH-FECHA    TO CASE-ALERT-FECHA.
015140     MOVE AUDH-TIME     TO CASE-ALERT-TIME.
015150     MOVE AUDH-ORIGEN   TO CASE-ALERT-ORIGEN.
015160     MOVE AUDH-DESTINO  TO CASE-ALERT-DESTINO.
015170     MOVE AUDH-TRAN-ID  TO CASE-ALERT-TRAN-ID.
015180     MOVE 0             TO CASE-ALERT-SEQ.
015190     READ AML-CASE-FILE KEY IS CASE-ALERT-KEY.
015200     IF NOT WK-CASE-OK
015210         ADD 1 TO WK-RT-NOCASE-CNT (WK-RSN-IDX WK-TIPO-IDX)
015220         GO TO 5200-EXIT
015230     END-IF.
015240     IF CASE-ESCALATED
015250         ADD 1 TO WK-RT-ESC-CNT (WK-RSN-IDX WK-TIPO-IDX)
015260         ADD 1 TO WK-LOST-ESC-COUNT
015270         GO TO 5200-EXIT
015280     END-IF.
015290     IF CASE-REFERRED
015300         ADD 1 TO WK-RT-REF-CNT (WK-RSN-IDX WK-TIPO-IDX)
015310         ADD 1 TO WK-LOST-REF-COUNT
015320         GO TO 5200-EXIT
015330     END-IF.
015340     IF CASE-FALSE-POSITIVE
015350         ADD 1 TO WK-RT-FP-CNT (WK-RSN-IDX WK-TIPO-IDX)
015360     ELSE
015370         ADD 1 TO WK-RT-OPEN-CNT (WK-RSN-IDX WK-TIPO-IDX)
015380     END-IF.
015390 5200-EXIT.
015400     EXIT.
015410******************************************************************
015420*                                                                *
015430*    7000-WRITE-REPORT                                           *
015440*                                                                *
015450*    ONE SECTION PER ACCOUNT TYPE, AND WITHIN IT ONE BLOCK PER   *
015460*    REASON CODE THAT ANY DECISION MOVED IN OR OUT OF; THEN THE  *
015470*    RANGE TOTALS.                                               *
015480******************************************************************
015490 7000-WRITE-REPORT.
015500     PERFORM 7100-WRITE-ONE-TIPO THRU 7100-EXIT
015510         VARYING WK-TIPO-IDX FROM 1 BY 1
015520         UNTIL WK-TIPO-IDX > 2.
015530     MOVE SPACES TO RPT-LINE.
015540     WRITE RPT-LINE.
015550     MOVE WK-READ-COUNT TO WK-EDIT-COUNT.
015560     MOVE SPACES TO RPT-LINE.
015570     STRING "HISTORY RECORDS READ . . . . . . . . . "
015580             WK-EDIT-COUNT
015590         DELIMITED BY SIZE INTO RPT-LINE.
015600     WRITE RPT-LINE.
015610     MOVE WK-IN-RANGE-COUNT TO WK-EDIT-COUNT.
015620     MOVE SPACES TO RPT-LINE.
015630     STRING "  IN RANGE . . . . . . . . . . . . . . "
015640             WK-EDIT-COUNT
015650         DELIMITED BY SIZE INTO RPT-LINE.
015660     WRITE RPT-LINE.
015670     MOVE WK-SKIP-COUNT TO WK-EDIT-COUNT.
015680     MOVE SPACES TO RPT-LINE.
015690     STRING "    NOT REPLAYED (04/05) . . . . . . . "
015700             WK-EDIT-COUNT
015710         DELIMITED BY SIZE INTO RPT-LINE.
015720     WRITE RPT-LINE.
015730     MOVE WK-REPLAY-COUNT TO WK-EDIT-COUNT.
015740     MOVE SPACES TO RPT-LINE.
015750     STRING "    REPLAYED . . . . . . . . . . . . . "
015760             WK-EDIT-COUNT
015770         DELIMITED BY SIZE INTO RPT-LINE.
015780     WRITE RPT-LINE.
015790     MOVE WK-TO-FLAG-COUNT TO WK-EDIT-COUNT.
015800     MOVE WK-TO-FLAG-MONTO TO WK-EDIT-AMOUNT.
015810     MOVE SPACES TO RPT-LINE.
015820     STRING "      CLEAR -> FLAGGED . . . . . . . . "
015830             WK-EDIT-COUNT "  VOLUME " WK-EDIT-AMOUNT
015840         DELIMITED BY SIZE INTO RPT-LINE.
015850     WRITE RPT-LINE.
015860     MOVE WK-TO-CLEAR-COUNT TO WK-EDIT-COUNT.
015870     MOVE WK-TO-CLEAR-MONTO TO WK-EDIT-AMOUNT.
015880     MOVE SPACES TO RPT-LINE.
015890     STRING "      FLAGGED -> CLEAR . . . . . . . . "
015900             WK-EDIT-COUNT "  VOLUME " WK-EDIT-AMOUNT
015910         DELIMITED BY SIZE INTO RPT-LINE.
015920     WRITE RPT-LINE.
015930     MOVE WK-LOST-ESC-COUNT TO WK-EDIT-COUNT.
015940     MOVE SPACES TO RPT-LINE.
015950     STRING "        CASE WAS E ESCALATED . . . . . "
015960             WK-EDIT-COUNT
015970         DELIMITED BY SIZE INTO RPT-LINE.
015980     WRITE RPT-LINE.
015990     MOVE WK-LOST-REF-COUNT TO WK-EDIT-COUNT.
016000     MOVE SPACES TO RPT-LINE.
016010     STRING "        CASE WAS R REFERRED. . . . . . "
016020             WK-EDIT-COUNT
016030         DELIMITED BY SIZE INTO RPT-LINE.
016040     WRITE RPT-LINE.
016050     MOVE WK-DRIFT-COUNT TO WK-EDIT-COUNT.
016060     MOVE SPACES TO RPT-LINE.
016070     STRING "    CURRENT REPLAY DIFFERS FROM RECORD "
016080             WK-EDIT-COUNT
016090         DELIMITED BY SIZE INTO RPT-LINE.
016100     WRITE RPT-LINE.
016110 7000-EXIT.
016120     EXIT.
016130******************************************************************
016140*    7100-WRITE-ONE-TIPO                                         *
016150******************************************************************
016160 7100-WRITE-ONE-TIPO.
016170     MOVE SPACES TO RPT-LINE.
016180     WRITE RPT-LINE.
016190     MOVE SPACES TO RPT-LINE.
016200     IF WK-TIPO-IDX = 1
016210         STRING "ACCOUNT TYPE P - PERSONAL"
016220             DELIMITED BY SIZE INTO RPT-LINE
016230     ELSE
016240         STRING "ACCOUNT TYPE E - BUSINESS"
016250             DELIMITED BY SIZE INTO RPT-LINE
016260     END-IF.
016270     WRITE RPT-LINE.
016280     MOVE 0 TO WK-TIPO-ACTIVITY.
016290     PERFORM 7110-WRITE-ONE-REASON THRU 7110-EXIT
016300         VARYING WK-RSN-IDX FROM 1 BY 1
016310         UNTIL WK-RSN-IDX > WK-RSN-MAX.
016320     IF WK-TIPO-ACTIVITY = 0
016330         MOVE SPACES TO RPT-LINE
016340         STRING "  (NO DECISION MOVES)"
016350             DELIMITED BY SIZE INTO RPT-LINE
016360         WRITE RPT-LINE
016370     END-IF.
016380 7100-EXIT.
016390     EXIT.
016400******************************************************************
016410*    7110-WRITE-ONE-REASON                                       *
016420******************************************************************
016430 7110-WRITE-ONE-REASON.
016440     COMPUTE WK-CELL-ACTIVITY =
016450         WK-RT-FLAG-CNT (WK-RSN-IDX WK-TIPO-IDX)
016460         + WK-RT-CLEAR-CNT (WK-RSN-IDX WK-TIPO-IDX)
016470         + WK-RT-CHG-CNT (WK-RSN-IDX WK-TIPO-IDX)
016480         + WK-RT-UP-CNT (WK-RSN-IDX WK-TIPO-IDX)
016490         + WK-RT-DOWN-CNT (WK-RSN-IDX WK-TIPO-IDX).
016500     IF WK-CELL-ACTIVITY = 0
016510         GO TO 7110-EXIT
016520     END-IF.
016530     ADD WK-CELL-ACTIVITY TO WK-TIPO-ACTIVITY.
016540     MOVE SPACES TO RPT-LINE.
016550     STRING "  REASON " WK-RSN-CODE (WK-RSN-IDX)
016560             " - " WK-RSN-LABEL (WK-RSN-IDX)
016570         DELIMITED BY SIZE INTO RPT-LINE.
016580     WRITE RPT-LINE.
016590     MOVE WK-RT-FLAG-CNT (WK-RSN-IDX WK-TIPO-IDX)
016600         TO WK-EDIT-COUNT.
016610     MOVE WK-RT-FLAG-MONTO (WK-RSN-IDX WK-TIPO-IDX)
016620         TO WK-EDIT-AMOUNT.
016630     MOVE SPACES TO RPT-LINE.
016640     STRING "    CLEAR -> FLAGGED . . . . . . . . . "
016650             WK-EDIT-COUNT "  VOLUME " WK-EDIT-AMOUNT
016660         DELIMITED BY SIZE INTO RPT-LINE.
016670     WRITE RPT-LINE.
016680     MOVE WK-RT-CLEAR-CNT (WK-RSN-IDX WK-TIPO-IDX)
016690         TO WK-EDIT-COUNT.
016700     MOVE WK-RT-CLEAR-MONTO (WK-RSN-IDX WK-TIPO-IDX)
016710         TO WK-EDIT-AMOUNT.
016720     MOVE SPACES TO RPT-LINE.
016730     STRING "    FLAGGED -> CLEAR . . . . . . . . . "
016740             WK-EDIT-COUNT "  VOLUME " WK-EDIT-AMOUNT
016750         DELIMITED BY SIZE INTO RPT-LINE.
016760     WRITE RPT-LINE.
016770     IF WK-RT-CLEAR-CNT (WK-RSN-IDX WK-TIPO-IDX) > 0
016780         PERFORM 7120-WRITE-LOST-CASES THRU 7120-EXIT
016790     END-IF.
016800     MOVE WK-RT-CHG-CNT (WK-RSN-IDX WK-TIPO-IDX)
016810         TO WK-EDIT-COUNT.
016820     MOVE SPACES TO RPT-LINE.
016830     STRING "    FLAGGED UNDER ANOTHER REASON . . . "
016840             WK-EDIT-COUNT
016850         DELIMITED BY SIZE INTO RPT-LINE.
016860     WRITE RPT-LINE.
016870     MOVE WK-RT-UP-CNT (WK-RSN-IDX WK-TIPO-IDX)
016880         TO WK-EDIT-COUNT.
016890     MOVE SPACES TO RPT-LINE.
016900     STRING "    STILL FLAGGED, SCORE RAISED. . . . "
016910             WK-EDIT-COUNT
016920         DELIMITED BY SIZE INTO RPT-LINE.
016930     WRITE RPT-LINE.
016940     MOVE WK-RT-DOWN-CNT (WK-RSN-IDX WK-TIPO-IDX)
016950         TO WK-EDIT-COUNT.
016960     MOVE SPACES TO RPT-LINE.
016970     STRING "    STILL FLAGGED, SCORE LOWERED . . . "
016980             WK-EDIT-COUNT
016990         DELIMITED BY SIZE INTO RPT-LINE.
017000     WRITE RPT-LINE.
017010 7110-EXIT.
017020     EXIT.
017030******************************************************************
017040*    7120-WRITE-LOST-CASES                                       *
017050*                                                                *
017060*    THE OUTCOMES OF THE CASES A FLAGGED-TO-CLEAR MOVE WOULD     *
017070*    NEVER HAVE OPENED.  "E" AND "R" ARE THE COST OF THE CHANGE. *
017080******************************************************************
017090 7120-WRITE-LOST-CASES.
017100     MOVE WK-RT-ESC-CNT (WK-RSN-IDX WK-TIPO-IDX)
017110         TO WK-EDIT-COUNT.
017120     MOVE SPACES TO RPT-LINE.
017130     STRING "      CASE WAS E ESCALATED . . . . . . "
017140             WK-EDIT-COUNT
017150         DELIMITED BY SIZE INTO RPT-LINE.
017160     WRITE RPT-LINE.
017170     MOVE WK-RT-REF-CNT (WK-RSN-IDX WK-TIPO-IDX)
017180         TO WK-EDIT-COUNT.
017190     MOVE SPACES TO RPT-LINE.
017200     STRING "      CASE WAS R REFERRED. . . . . . . "
017210             WK-EDIT-COUNT
017220         DELIMITED BY SIZE INTO RPT-LINE.
017230     WRITE RPT-LINE.
017240     MOVE WK-RT-FP-CNT (WK-RSN-IDX WK-TIPO-IDX)
017250         TO WK-EDIT-COUNT.
017260     MOVE SPACES TO RPT-LINE.
017270     STRING "      CASE WAS F FALSE POSITIVE. . . . "
017280             WK-EDIT-COUNT
017290         DELIMITED BY SIZE INTO RPT-LINE.
017300     WRITE RPT-LINE.
017310     MOVE WK-RT-OPEN-CNT (WK-RSN-IDX WK-TIPO-IDX)
017320         TO WK-EDIT-COUNT.
017330     MOVE SPACES TO RPT-LINE.
017340     STRING "      CASE STILL OPEN. . . . . . . . . "
017350             WK-EDIT-COUNT
017360         DELIMITED BY SIZE INTO RPT-LINE.
017370     WRITE RPT-LINE.
017380     MOVE WK-RT-NOCASE-CNT (WK-RSN-IDX WK-TIPO-IDX)
017390         TO WK-EDIT-COUNT.
017400     MOVE SPACES TO RPT-LINE.
017410     STRING "      NO CASE FOUND. . . . . . . . . . "
017420             WK-EDIT-COUNT
017430         DELIMITED BY SIZE INTO RPT-LINE.
017440     WRITE RPT-LINE.
017450 7120-EXIT.
017460     EXIT.
017470******************************************************************
017480*    8000-TERMINATE                                              *
017490******************************************************************
017500 8000-TERMINATE.
017510     IF WK-AUDH-OK
017520         CLOSE AML-AUDH-FILE
017530     END-IF.
017540     IF WK-EXMP-AVAIL
017550         CLOSE AML-EXMP-FILE
017560     END-IF.
017570     IF WK-PRF-AVAIL
017580         CLOSE AML-PROF-FILE
017590     END-IF.
017600     IF WK-CASE-AVAIL
017610         CLOSE AML-CASE-FILE
017620     END-IF.
017630     CLOSE AML-RPT-OUT.
017640     DISPLAY "AML_WHATIF: HISTORY RECORDS READ = "
017650             WK-READ-COUNT.
017660     DISPLAY "AML_WHATIF: REPLAYED             = "
017670             WK-REPLAY-COUNT.
017680     DISPLAY "AML_WHATIF: CLEAR -> FLAGGED     = "
017690             WK-TO-FLAG-COUNT.
017700     DISPLAY "AML_WHATIF: FLAGGED -> CLEAR     = "
017710             WK-TO-CLEAR-COUNT.
017720 8000-EXIT.
017730     EXIT.
017740******************************************************************
017750*    9100-DATE-TO-DAYS                                           *
017760*                                                                *
017770*    DAY SERIAL OF WK-DS-FECHA, AS IN CORE_BANK.                 *
017780******************************************************************
017790 9100-DATE-TO-DAYS.
017800     IF WK-DS-MM > 2
017810         MOVE WK-DS-YYYY TO WK-DS-Y
017820         MOVE WK-DS-MM   TO WK-DS-M
017830     ELSE
017840         COMPUTE WK-DS-Y = WK-DS-YYYY - 1
017850         COMPUTE WK-DS-M = WK-DS-MM + 12
017860     END-IF.
017870     COMPUTE WK-DS-SERIAL = 365 * WK-DS-Y + WK-DS-DD.
017880     COMPUTE WK-DS-WORK = WK-DS-Y / 4.
017890     ADD WK-DS-WORK TO WK-DS-SERIAL.
017900     COMPUTE WK-DS-WORK = WK-DS-Y / 100.
017910     SUBTRACT WK-DS-WORK FROM WK-DS-SERIAL.
017920     COMPUTE WK-DS-WORK = WK-DS-Y / 400.
017930     ADD WK-DS-WORK TO WK-DS-SERIAL.
017940     COMPUTE WK-DS-WORK = (153 * WK-DS-M - 457) / 5.
017950     ADD WK-DS-WORK TO WK-DS-SERIAL.
017960 9100-EXIT.
017970     EXIT.
