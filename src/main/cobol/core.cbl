001880*                     SEVERITY AND WRITES AN INTRADAY ALERT      *
001890*                     LIKE THE ACCOUNT AND COUNTRY HITS.  THE    *
001900*                     AUDIT LOG NOW CARRIES BOTH NAMES.          *
001910*    2026-10-15  JDM  APPROVED-COUNTERPARTY EXEMPTIONS (SEE      *
001920*                     5500-CHECK-EXEMPTION).  AN ORIGIN/         *
001930*                     DESTINATION PAIR, OR AN ORIGIN ALONE, ON   *
001940*                     AMLEXMP AND IN FORCE FOR THE BUSINESS DATE *
001950*                     NO LONGER RAISES OR SCORES THE AMOUNT,     *
001960*                     VELOCITY OR PROFILE REASONS IT COVERS.     *
001970*                     THE DECISION IS STILL AUDITED, WITH THE    *
001980*                     NEW AUDT-EXENCION FLAG SET.  WATCHLIST,    *
001990*                     COUNTRY AND NAME HITS ARE NEVER EXEMPT.    *
002000*    2026-10-15  JDM  KYC RISK TIER (SEE 5200-APPLY-RISK-TIER). *
002010*                     WHEN THE ORIGIN OR DESTINATION IS RATED    *
002020*                     HIGH TIER OR IS A PEP ON THE NIGHTLY       *
002030*                     AMLKYC FILE, THE AMLPARM THRESHOLD FOR THE *
002040*                     CALL IS LOWERED BY THE CLASS FACTOR ON     *
002050*                     AMLTIER, SO THE AMOUNT AND VELOCITY CHECKS *
002060*                     BOTH SCREEN AGAINST THE LOWER LINE.  A     *
002070*                     FLAGGED DECISION ON SUCH A PAIR ALSO TAKES *
002080*                     THE NEW "KY" SCORE UPLIFT, AND THE AUDIT   *
002090*                     RECORD NOW CARRIES THE TIER AND PEP FLAG.  *
002100*                     NO KYC RECORD, OR A FILE THAT CANNOT BE    *
002110*                     OPENED, SCREENS EXACTLY AS BEFORE.         *
002120*    2026-10-15  JDM  ACCOUNT TYPE CARRIED ON THE AUDIT RECORD  *
002130*                     (AUDT-TIPO-CTA) FOR AML_WHATIF.            *
002140*    2026-10-15  JDM  NEAR-THRESHOLD / ROUND-AMOUNT RULE (SEE    *
002150*                     7100-CHECK-NEAR-THRESHOLD), REASON CODE    *
002160*                     "10".  WIRES FROM ONE ORIGIN IN THE BAND   *
002170*                     JUST UNDER THE LINE, OR IN EXACT ROUND     *
002180*                     AMOUNTS, ARE COUNTED PER DAY ON THE NEW    *
002190*                     AMLESTR FILE; ENOUGH OF THEM IN THE        *
002200*                     TRAILING WINDOW (AMLESTP) RAISES THE CODE  *
002210*                     AND SCORES THE NEW "NT" FACTOR.  A FILE    *
002220*                     THAT CANNOT BE OPENED SCREENS AS BEFORE.   *
002230******************************************************************
002240 IDENTIFICATION DIVISION.
002250 PROGRAM-ID. CORE_BANK.
002260*
002270 ENVIRONMENT DIVISION.
002280 INPUT-OUTPUT SECTION.
002290 FILE-CONTROL.
002300*
002310*    AML THRESHOLD PARAMETER FILE - ONE RECORD PER ACCOUNT TYPE,
002320*    MAINTAINED BY COMPLIANCE.  KEYED BY TIPO-CTA.
002330*
002340     SELECT AML-PARM-FILE ASSIGN TO "AMLPARM"
002350         ORGANIZATION IS INDEXED
002360         ACCESS MODE IS RANDOM
002370         RECORD KEY IS PARM-TIPO-CTA
002380         FILE STATUS IS WK-PARM-STATUS.
002390*
002400*    AML AUDIT LOG - APPENDED TO ON EVERY CALL WITH THE RESULT
002410*    OF THE SCREENING DECISION.  SEE 8000-WRITE-AUDIT-LOG.
002420*
002430     SELECT AML-AUDIT-LOG ASSIGN TO "AUDITLOG"
002440         ORGANIZATION IS SEQUENTIAL
002450         FILE STATUS IS WK-AUDIT-STATUS.
002460*
002470*    AML DAILY VELOCITY FILE - RUNNING SAME-DAY TOTAL PER ORIGEN.
002480*    SEE 7000-CHECK-VELOCITY.  LOCK MODE IS AUTOMATIC SO THE READ
002490*    THERE HOLDS THE ORIGIN'S RECORD LOCKED UNTIL THE REWRITE/
002500*    WRITE THAT FOLLOWS IT, SINCE TWO CONCURRENT CALLS FOR THE
002510*    SAME ORIGIN MUST NOT BE ABLE TO READ THE SAME VEL-TOTAL.
002520*
002530     SELECT AML-VEL-FILE ASSIGN TO "AMLVEL"
002540         ORGANIZATION IS INDEXED
002550         ACCESS MODE IS RANDOM
002560         RECORD KEY IS VEL-KEY
002570         LOCK MODE IS AUTOMATIC
002580         FILE STATUS IS WK-VEL-STATUS.
002590*
002600*    AML DESTINATION WATCHLIST - SEE 3000-SCREEN-WATCHLIST.
002610*
002620     SELECT AML-WATCH-FILE ASSIGN TO "AMLWATCH"
002630         ORGANIZATION IS INDEXED
002640         ACCESS MODE IS RANDOM
002650         RECORD KEY IS WATCH-DESTINO
002660         FILE STATUS IS WK-WATCH-STATUS.
002670*
002680*    AML DAILY FX RATE FILE - SEE 4000-CONVERT-CURRENCY.
002690*
002700     SELECT AML-FXRT-FILE ASSIGN TO "AMLFXRT"
002710         ORGANIZATION IS INDEXED
002720         ACCESS MODE IS RANDOM
002730         RECORD KEY IS FXRT-MONEDA
002740         FILE STATUS IS WK-FXRT-STATUS.
002750*
002760*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
002770*
002780     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
002790         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WK-RUND-STATUS.
002810*
002820*    PROCESSED TRANSACTION ID FILE - CHECKED BY 2500-CHECK-
002830*    DUPLICATE, REGISTERED BY 8600-REGISTER-TRAN-ID AFTER
002840*    SCREENING COMPLETES.  OPENED AND CLOSED PER CALL, LIKE
002850*    AML-VEL-FILE, SO THE REGISTRATION OF AN ID IS FLUSHED
002860*    BEFORE THE CHECKPOINT THAT COVERS ITS TRANSACTION CAN BE
002870*    WRITTEN.
002880*
002890     SELECT AML-PROC-FILE ASSIGN TO "AMLPROC"
002900         ORGANIZATION IS INDEXED
002910         ACCESS MODE IS RANDOM
002920         RECORD KEY IS PROC-KEY
002930         LOCK MODE IS AUTOMATIC
002940         FILE STATUS IS WK-PROC-STATUS.
002950*
002960*    AML SANCTIONED COUNTRY FILE - SEE 3500-SCREEN-COUNTRY.
002970*
002980     SELECT AML-CTRY-FILE ASSIGN TO "AMLCTRY"
002990         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003010         RECORD KEY IS CTRY-PAIS
003020         FILE STATUS IS WK-CTRY-STATUS.
003030*
003040*    INTRADAY ALERT INTERFACE - APPENDED TO AT DECISION TIME FOR
003050*    HIGH-SEVERITY HITS.  SEE 8500-WRITE-ALERT.
003060*
003070     SELECT AML-ALRT-FILE ASSIGN TO "AMLALERT"
003080         ORGANIZATION IS SEQUENTIAL
003090         FILE STATUS IS WK-ALRT-STATUS.
003100*
003110*    ACCOUNT BEHAVIOR PROFILE FILE, REBUILT NIGHTLY BY
003120*    AML_PROFBLD - SEE 7200-CHECK-PROFILE.
003130*
003140     SELECT AML-PROF-FILE ASSIGN TO "AMLPROF"
003150         ORGANIZATION IS INDEXED
003160         ACCESS MODE IS RANDOM
003170         RECORD KEY IS PROF-ORIGEN
003180         FILE STATUS IS WK-PRF-STATUS.
003190*
003200*    NAME WATCHLIST, KEYED ON THE CANONICAL PARTY NAME
003210*    PRODUCED BY AML_NAMNORM - SEE 3200-SCREEN-NAMES.
003220*
003230     SELECT AML-WNAM-FILE ASSIGN TO "AMLWNAME"
003240         ORGANIZATION IS INDEXED
003250         ACCESS MODE IS RANDOM
003260         RECORD KEY IS WNAM-CLAVE
003270         FILE STATUS IS WK-WNAM-STATUS.
003280*
003290*    RISK SCORING WEIGHT FILE, MAINTAINED BY COMPLIANCE - SEE
003300*    7300-COMPUTE-SCORE.
003310*
003320     SELECT AML-SCOR-FILE ASSIGN TO "AMLSCORE"
003330         ORGANIZATION IS INDEXED
003340         ACCESS MODE IS RANDOM
003350         RECORD KEY IS SCOR-FACTOR
003360         FILE STATUS IS WK-SCOR-STATUS.
003370*
003380*    APPROVED-COUNTERPARTY EXEMPTION FILE, MAINTAINED UNDER DUAL
003390*    CONTROL BY AML_EXMPMNT - SEE 5500-CHECK-EXEMPTION.
003400*
003410     SELECT AML-EXMP-FILE ASSIGN TO "AMLEXMP"
003420         ORGANIZATION IS INDEXED
003430         ACCESS MODE IS RANDOM
003440         RECORD KEY IS EXMP-KEY
003450         FILE STATUS IS WK-EXMP-STATUS.
003460*
003470*    KYC CUSTOMER RISK RATING FILE, REFRESHED NIGHTLY BY
003480*    AML_KYCLOAD - SEE 5200-APPLY-RISK-TIER.
003490*
003500     SELECT AML-KYC-FILE ASSIGN TO "AMLKYC"
003510         ORGANIZATION IS INDEXED
003520         ACCESS MODE IS RANDOM
003530         RECORD KEY IS KYC-CUENTA
003540         FILE STATUS IS WK-KYC-STATUS.
003550*
003560*    KYC RISK TIER THRESHOLD FACTOR FILE, MAINTAINED BY
003570*    COMPLIANCE - SEE 5250-LOAD-TIER-FACTORS.
003580*
003590     SELECT AML-TIER-FILE ASSIGN TO "AMLTIER"
003600         ORGANIZATION IS INDEXED
003610         ACCESS MODE IS RANDOM
003620         RECORD KEY IS TIER-CLASE
003630         FILE STATUS IS WK-TIER-STATUS.
003640*
003650*    NEAR-THRESHOLD / ROUND-AMOUNT COUNTER FILE - WIRES IN THE
003660*    BAND JUST UNDER THE LINE, OR IN ROUND AMOUNTS, PER ORIGEN
003670*    PER DAY.  SEE 7100-CHECK-NEAR-THRESHOLD.  DYNAMIC ACCESS SO
003680*    THE ORIGIN'S DAYS CAN BE READ IN KEY ORDER ONCE TODAY'S
003690*    COUNT IS UPDATED; LOCKED LIKE AML-VEL-FILE.
003700*
003710     SELECT AML-ESTR-FILE ASSIGN TO "AMLESTR"
003720         ORGANIZATION IS INDEXED
003730         ACCESS MODE IS DYNAMIC
003740         RECORD KEY IS ESTR-KEY
003750         LOCK MODE IS AUTOMATIC
003760         FILE STATUS IS WK-ESTR-STATUS.
003770*
003780*    NEAR-THRESHOLD RULE PARAMETERS, ONE RECORD PER ACCOUNT
003790*    TYPE, MAINTAINED BY COMPLIANCE - SEE 7150-LOAD-NEAR-PARMS.
003800*
003810     SELECT AML-ESTP-FILE ASSIGN TO "AMLESTP"
003820         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS RANDOM
003840         RECORD KEY IS ESTP-TIPO-CTA
003850         FILE STATUS IS WK-ESTP-STATUS.
003860*
003870 DATA DIVISION.
003880 FILE SECTION.
003890 FD  AML-PARM-FILE.
003900     COPY AMLPARM.
003910*
003920 FD  AML-AUDIT-LOG.
003930     COPY AMLAUDT.
003940*
003950 FD  AML-VEL-FILE.
003960     COPY AMLVEL.
003970*
003980 FD  AML-WATCH-FILE.
003990     COPY AMLWATCH.
004000*
004010 FD  AML-FXRT-FILE.
004020     COPY AMLFXRT.
004030*
004040 FD  AML-RUND-FILE.
004050     COPY AMLRUND.
004060*
004070 FD  AML-PROC-FILE.
004080     COPY AMLPROC.
004090*
004100 FD  AML-CTRY-FILE.
004110     COPY AMLCTRY.
004120*
004130 FD  AML-ALRT-FILE.
004140     COPY AMLALRT.
004150*
004160 FD  AML-PROF-FILE.
004170     COPY AMLPROF.
004180*
004190 FD  AML-WNAM-FILE.
004200     COPY AMLWNAM.
004210*
004220 FD  AML-SCOR-FILE.
004230     COPY AMLSCOR.
004240*
004250 FD  AML-EXMP-FILE.
004260     COPY AMLEXMP.
004270*
004280 FD  AML-KYC-FILE.
004290     COPY AMLKYC.
004300*
004310 FD  AML-TIER-FILE.
004320     COPY AMLTIER.
004330*
004340 FD  AML-ESTR-FILE.
004350     COPY AMLESTR.
004360*
004370 FD  AML-ESTP-FILE.
004380     COPY AMLESTP.
004390*
004400 WORKING-STORAGE SECTION.
004410*
004420******************************************************************
004430*    SWITCHES AND WORK FIELDS                                   *
004440******************************************************************
004450 77  WK-PARM-STATUS              PIC X(02)  VALUE "00".
004460     88  WK-PARM-OK                      VALUE "00".
004470*
004480*    SET ONCE AML-PARM-FILE HAS BEEN SUCCESSFULLY OPENED, SO
004490*    5000-GET-THRESHOLD ONLY OPENS IT ON THE FIRST CALL OF THE
004500*    RUN UNIT INSTEAD OF ON EVERY CALL.  WK-PARM-UNAVAIL IS SET
004510*    INSTEAD WHEN THE OPEN FAILS, SO A FILE THAT NEVER COMES
004520*    AVAILABLE IS NOT RETRIED - AND ITS WARNING NOT RE-DISPLAYED -
004530*    ON EVERY ONE OF A WHOLE DAY'S TRANSACTIONS.
004540*
004550 77  WK-PARM-OPEN-SW             PIC X(01)  VALUE "N".
004560     88  WK-PARM-OPENED                  VALUE "Y".
004570     88  WK-PARM-UNAVAIL                 VALUE "U".
004580 77  WK-THRESHOLD                USAGE COMP-2 VALUE 5000.00.
004590*
004600******************************************************************
004610*    DEFAULT THRESHOLDS - USED WHEN THE PARAMETER FILE CANNOT    *
004620*    BE OPENED OR HAS NO RECORD FOR THE ACCOUNT TYPE ON THE      *
004630*    CALL, SO A MISSING FILE DOES NOT OPEN A SCREENING GAP.      *
004640******************************************************************
004650 77  WK-DEFAULT-PERSONAL         USAGE COMP-2 VALUE 5000.00.
004660 77  WK-DEFAULT-EMPRESARIAL      USAGE COMP-2 VALUE 10000.00.
004670*
004680 77  WK-AUDIT-STATUS             PIC X(02)  VALUE "00".
004690     88  WK-AUDIT-OK                     VALUE "00".
004700     88  WK-AUDIT-NOT-FOUND              VALUE "35".
004710*
004720 77  WK-VEL-STATUS               PIC X(02)  VALUE "00".
004730     88  WK-VEL-OK                       VALUE "00".
004740     88  WK-VEL-FILE-NOT-FOUND           VALUE "35".
004750*
004760 77  WK-TODAY-FECHA              PIC 9(08)  VALUE 0.
004770*
004780 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
004790     88  WK-RUND-OK                      VALUE "00".
004800*
004810*    BUSINESS-DATE OVERRIDE STATE.  THE RUN CONTROL FILE IS READ
004820*    ONCE PER RUN UNIT; "P" MEANS A GOOD OVERRIDE DATE IS HELD
004830*    IN WK-RUND-FECHA AND EVERY CALL DATES WITH IT, "A" MEANS
004840*    THE FILE IS ABSENT OR UNUSABLE AND THE SYSTEM DATE IS
004850*    ACCEPTED PER CALL AS ALWAYS, SO A REAL-TIME REGION THAT
004860*    RUNS ACROSS MIDNIGHT STILL ROLLS ITS VELOCITY DAY.
004870*
004880 77  WK-RUND-SW                  PIC X(01)  VALUE "N".
004890     88  WK-RUND-PRESENT                 VALUE "P".
004900     88  WK-RUND-ABSENT                  VALUE "A".
004910     88  WK-RUND-UNCHECKED               VALUE "N".
004920*
004930 77  WK-RUND-FECHA               PIC 9(08)  VALUE 0.
004940*
004950 77  WK-PROC-STATUS              PIC X(02)  VALUE "00".
004960     88  WK-PROC-OK                      VALUE "00".
004970     88  WK-PROC-FILE-NOT-FOUND          VALUE "35".
004980     88  WK-PROC-DUP-KEY                 VALUE "22".
004990*
005000 77  WK-CTRY-STATUS              PIC X(02)  VALUE "00".
005010     88  WK-CTRY-OK                      VALUE "00".
005020*
005030*    SET ONCE AML-CTRY-FILE HAS BEEN SUCCESSFULLY OPENED, SO
005040*    3500-SCREEN-COUNTRY ONLY OPENS IT ON THE FIRST CALL.
005050*    WK-CTRY-UNAVAIL IS SET INSTEAD WHEN THE OPEN FAILS, SO A
005060*    FILE THAT NEVER COMES AVAILABLE IS NOT RETRIED OR RE-WARNED
005070*    ON EVERY TRANSACTION.
005080*
005090 77  WK-CTRY-OPEN-SW             PIC X(01)  VALUE "N".
005100     88  WK-CTRY-OPENED                  VALUE "Y".
005110     88  WK-CTRY-UNAVAIL                 VALUE "U".
005120*
005130 77  WK-ALRT-STATUS              PIC X(02)  VALUE "00".
005140     88  WK-ALRT-OK                      VALUE "00".
005150     88  WK-ALRT-NOT-FOUND               VALUE "35".
005160*
005170 77  WK-WATCH-STATUS             PIC X(02)  VALUE "00".
005180     88  WK-WATCH-OK                     VALUE "00".
005190*
005200*    SET ONCE AML-WATCH-FILE HAS BEEN SUCCESSFULLY OPENED, SO
005210*    3000-SCREEN-WATCHLIST ONLY OPENS IT ON THE FIRST CALL.
005220*    WK-WATCH-UNAVAIL IS SET INSTEAD WHEN THE OPEN FAILS, SO A
005230*    FILE THAT NEVER COMES AVAILABLE IS NOT RETRIED OR RE-WARNED
005240*    ON EVERY TRANSACTION.
005250*
005260 77  WK-WATCH-OPEN-SW            PIC X(01)  VALUE "N".
005270     88  WK-WATCH-OPENED                 VALUE "Y".
005280     88  WK-WATCH-UNAVAIL                VALUE "U".
005290*
005300 77  WK-FXRT-STATUS              PIC X(02)  VALUE "00".
005310     88  WK-FXRT-OK                      VALUE "00".
005320*
005330*    SET ONCE AML-FXRT-FILE HAS BEEN SUCCESSFULLY OPENED, SO
005340*    4000-CONVERT-CURRENCY ONLY OPENS IT ON THE FIRST CALL.
005350*    WK-FXRT-UNAVAIL IS SET INSTEAD WHEN THE OPEN FAILS, SO A
005360*    FILE THAT NEVER COMES AVAILABLE IS NOT RETRIED OR RE-WARNED
005370*    ON EVERY TRANSACTION.
005380*
005390 77  WK-FXRT-OPEN-SW             PIC X(01)  VALUE "N".
005400     88  WK-FXRT-OPENED                  VALUE "Y".
005410     88  WK-FXRT-UNAVAIL                 VALUE "U".
005420*
005430*    SET THE FIRST TIME A STALE RATE (FXRT-FECHA-EF BEHIND THE
005440*    BUSINESS DATE) IS USED, SO THE WARNING COMES OUT ONCE PER
005450*    RUN UNIT INSTEAD OF ON EVERY ONE OF A DAY'S CONVERSIONS.
005460*
005470 77  WK-FXRT-STALE-SW            PIC X(01)  VALUE "N".
005480     88  WK-FXRT-STALE-WARNED            VALUE "Y".
005490*    REPORTING CURRENCY - THE CURRENCY THE THRESHOLD FIGURES AND
005500*    THE VELOCITY RUNNING TOTAL ARE EXPRESSED IN.  AN INCOMING
005510*    TRANSACTION IN ANY OTHER CURRENCY IS CONVERTED TO THIS ONE
005520*    BEFORE ANY AMOUNT COMPARISON IS MADE.
005530*
005540 77  WK-REPORT-MONEDA            PIC X(03)  VALUE "USD".
005550 77  WK-MONTO-RPT                USAGE COMP-2 VALUE 0.
005560*
005570 77  WK-PRF-STATUS               PIC X(02)  VALUE "00".
005580     88  WK-PRF-OK                       VALUE "00".
005590*
005600*    SET ONCE AML-PROF-FILE HAS BEEN SUCCESSFULLY OPENED, SO
005610*    7200-CHECK-PROFILE ONLY OPENS IT ON THE FIRST CALL.
005620*    WK-PRF-UNAVAIL IS SET INSTEAD WHEN THE OPEN FAILS, SO A
005630*    FILE THAT NEVER COMES AVAILABLE IS NOT RETRIED OR RE-WARNED
005640*    ON EVERY TRANSACTION.
005650*
005660 77  WK-PRF-OPEN-SW              PIC X(01)  VALUE "N".
005670     88  WK-PRF-OPENED                   VALUE "Y".
005680     88  WK-PRF-UNAVAIL                  VALUE "U".
005690*
005700*    PROFILE DEVIATION LINE: TODAY'S CUMULATIVE TOTAL MUST BE
005710*    MORE THAN WK-PROF-MULTIPLE TIMES THE ACCOUNT'S OWN TYPICAL
005720*    DAILY VOLUME, AND THE PROFILE MUST REST ON AT LEAST
005730*    WK-PROF-MIN-DIAS ACTIVE DAYS - A THIN HISTORY IS NOT A
005740*    NORM TO DEVIATE FROM.  WK-VEL-TODAY IS TODAY'S CUMULATIVE
005750*    REPORTING-CURRENCY TOTAL FOR THE ORIGIN, CAPTURED BY
005760*    7000-CHECK-VELOCITY; ZERO MEANS THE VELOCITY FILE WAS NOT
005770*    AVAILABLE AND THIS TRANSACTION ALONE STANDS IN FOR IT.
005780*
005790 77  WK-PROF-MULTIPLE            USAGE COMP-2 VALUE 3.00.
005800 77  WK-PROF-MIN-DIAS            PIC 9(03) COMP-5 VALUE 5.
005810 77  WK-VEL-TODAY                USAGE COMP-2 VALUE 0.
005820*
005830******************************************************************
005840*    BATCH-MODE STATE.  SET BY THE FIRST "B" CALL OF THE RUN     *
005850*    UNIT (SEE TRAN-MODO IN AMLTRAN).  IN BATCH MODE THE AUDIT   *
005860*    LOG, THE VELOCITY AND NEAR-THRESHOLD COUNTER FILES AND THE  *
005870*    PROCESSED-ID FILE ARE HELD                                  *
005880*    OPEN ACROSS CALLS INSTEAD OF OPENED AND CLOSED PER          *
005890*    TRANSACTION - FOUR OPENS PER WIRE IS FINE FOR ONE WIRE AND  *
005900*    RUINOUS FOR A MILLION - AND AN "F" CALL FROM THE SWEEP      *
005910*    FLUSHES AND CLOSES THEM AT EACH COMMIT POINT, BEFORE THE    *
005920*    CHECKPOINT THAT COVERS THE UNIT IS WRITTEN.  THE "U"        *
005930*    SETTINGS REMEMBER A FILE THAT FAILED TO OPEN SO IT IS NOT   *
005940*    RETRIED OR RE-WARNED ON EVERY TRANSACTION OF THE SWEEP.     *
005950*    REAL-TIME CALLS NEVER SET ANY OF THIS AND KEEP THE          *
005960*    PER-CALL OPEN-WRITE-CLOSE CONTRACT UNCHANGED.               *
005970******************************************************************
005980 77  WK-BATCH-SW                 PIC X(01)  VALUE "N".
005990     88  WK-BATCH-MODE                   VALUE "Y".
006000*
006010 77  WK-AUDIT-OPEN-SW            PIC X(01)  VALUE "N".
006020     88  WK-AUDIT-BATCH-OPENED           VALUE "Y".
006030     88  WK-AUDIT-BATCH-UNAVAIL          VALUE "U".
006040*
006050 77  WK-VEL-OPEN-SW              PIC X(01)  VALUE "N".
006060     88  WK-VEL-BATCH-OPENED             VALUE "Y".
006070     88  WK-VEL-BATCH-UNAVAIL            VALUE "U".
006080*
006090 77  WK-ESTR-OPEN-SW             PIC X(01)  VALUE "N".
006100     88  WK-ESTR-BATCH-OPENED            VALUE "Y".
006110     88  WK-ESTR-BATCH-UNAVAIL           VALUE "U".
006120*
006130 77  WK-PROC-IO-SW               PIC X(01)  VALUE "N".
006140     88  WK-PROC-IO-OPENED               VALUE "Y".
006150     88  WK-PROC-IO-UNAVAIL              VALUE "U".
006160*
006170 77  WK-SCOR-STATUS              PIC X(02)  VALUE "00".
006180     88  WK-SCOR-OK                      VALUE "00".
006190*
006200******************************************************************
006210*    RISK SCORING STATE.  EVERY CHECK NOW RECORDS ITS OWN HIT    *
006220*    AND, FOR THE SCALED FACTORS, HOW FAR OVER THE LINE THE      *
006230*    ACTIVITY WENT; 7300-COMPUTE-SCORE COMBINES THEM WITH THE    *
006240*    COMPLIANCE-MAINTAINED WEIGHTS FROM AML-SCOR-FILE (THE       *
006250*    IN-PROGRAM DEFAULTS STAND IN FOR A MISSING FILE OR          *
006260*    RECORD).  LS-STATUS REMAINS THE FIRST-HIT REASON CODE -     *
006270*    THE SCORE IS HOW THE DESK RANKS, NOT HOW CALLERS ROUTE.     *
006280******************************************************************
006290 77  WK-SCOR-OPEN-SW             PIC X(01)  VALUE "N".
006300     88  WK-SCOR-OPENED                  VALUE "Y".
006310     88  WK-SCOR-UNAVAIL                 VALUE "U".
006320*
006330 77  WK-WEIGHTS-SW               PIC X(01)  VALUE "N".
006340     88  WK-WEIGHTS-LOADED               VALUE "Y".
006350*
006360 77  WK-W-AMOUNT                 PIC S9(05)V99 COMP-3 VALUE 10.
006370 77  WK-W-VELOCITY               PIC S9(05)V99 COMP-3 VALUE 10.
006380 77  WK-W-WATCHLIST              PIC S9(05)V99 COMP-3 VALUE 50.
006390 77  WK-W-NAME                   PIC S9(05)V99 COMP-3 VALUE 50.
006400 77  WK-W-COUNTRY                PIC S9(05)V99 COMP-3 VALUE 40.
006410 77  WK-W-PROFILE                PIC S9(05)V99 COMP-3 VALUE 20.
006420 77  WK-W-RIESGO                 PIC S9(05)V99 COMP-3 VALUE 15.
006430 77  WK-W-NEAR                   PIC S9(05)V99 COMP-3 VALUE 20.
006440*
006450 77  WK-HIT-AMOUNT-SW            PIC X(01)  VALUE "N".
006460     88  WK-HIT-AMOUNT                   VALUE "Y".
006470 77  WK-HIT-WATCH-SW             PIC X(01)  VALUE "N".
006480     88  WK-HIT-WATCHLIST                VALUE "Y".
006490 77  WK-HIT-NAME-SW              PIC X(01)  VALUE "N".
006500     88  WK-HIT-NAME                     VALUE "Y".
006510 77  WK-HIT-CTRY-SW              PIC X(01)  VALUE "N".
006520     88  WK-HIT-COUNTRY                  VALUE "Y".
006530 77  WK-HIT-VEL-SW               PIC X(01)  VALUE "N".
006540     88  WK-HIT-VELOCITY                 VALUE "Y".
006550 77  WK-HIT-PROF-SW              PIC X(01)  VALUE "N".
006560     88  WK-HIT-PROFILE                  VALUE "Y".
006570 77  WK-HIT-NEAR-SW              PIC X(01)  VALUE "N".
006580     88  WK-HIT-NEAR                     VALUE "Y".
006590*
006600*    REASONS COVERED BY AN EXEMPTION IN FORCE FOR THIS CALL'S
006610*    PAIR (SET BY 5500-CHECK-EXEMPTION), AND WHETHER ONE OF
006620*    THEM ACTUALLY SUPPRESSED A HIT - THAT LAST GOES ON THE
006630*    AUDIT RECORD.
006640*
006650 77  WK-EXMP-AMOUNT-SW           PIC X(01)  VALUE "N".
006660     88  WK-EXMP-AMOUNT                  VALUE "Y".
006670 77  WK-EXMP-VEL-SW              PIC X(01)  VALUE "N".
006680     88  WK-EXMP-VELOCITY                VALUE "Y".
006690 77  WK-EXMP-PROF-SW             PIC X(01)  VALUE "N".
006700     88  WK-EXMP-PROFILE                 VALUE "Y".
006710 77  WK-EXMP-APPLIED-SW          PIC X(01)  VALUE "N".
006720     88  WK-EXMP-APPLIED                 VALUE "Y".
006730*
006740 77  WK-AMT-MULTIPLE             USAGE COMP-2 VALUE 0.
006750 77  WK-VEL-RATIO                USAGE COMP-2 VALUE 0.
006760 77  WK-PROF-RATIO               USAGE COMP-2 VALUE 0.
006770 77  WK-NEAR-RATIO               USAGE COMP-2 VALUE 0.
006780 77  WK-SCORE-WORK               USAGE COMP-2 VALUE 0.
006790 77  WK-RISK-SCORE               PIC 9(05) COMP-5 VALUE 0.
006800*
006810 77  WK-WNAM-STATUS              PIC X(02)  VALUE "00".
006820     88  WK-WNAM-OK                      VALUE "00".
006830*
006840*    SET ONCE AML-WNAM-FILE HAS BEEN SUCCESSFULLY OPENED, SO
006850*    3200-SCREEN-NAMES ONLY OPENS IT ON THE FIRST CALL.
006860*    WK-WNAM-UNAVAIL IS SET INSTEAD WHEN THE OPEN FAILS, SO A
006870*    FILE THAT NEVER COMES AVAILABLE IS NOT RETRIED OR RE-WARNED
006880*    ON EVERY TRANSACTION.
006890*
006900 77  WK-WNAM-OPEN-SW             PIC X(01)  VALUE "N".
006910     88  WK-WNAM-OPENED                  VALUE "Y".
006920     88  WK-WNAM-UNAVAIL                 VALUE "U".
006930*
006940 77  WK-EXMP-STATUS              PIC X(02)  VALUE "00".
006950     88  WK-EXMP-OK                      VALUE "00".
006960*
006970*    SET ONCE AML-EXMP-FILE HAS BEEN SUCCESSFULLY OPENED, SO
006980*    5500-CHECK-EXEMPTION ONLY OPENS IT ON THE FIRST CALL.
006990*    WK-EXMP-UNAVAIL IS SET INSTEAD WHEN THE OPEN FAILS - A FILE
007000*    THAT CANNOT BE OPENED EXEMPTS NOTHING, SO EVERY PAIR
007010*    SCREENS EXACTLY AS IT DID BEFORE THE LIST EXISTED.
007020*
007030 77  WK-EXMP-OPEN-SW             PIC X(01)  VALUE "N".
007040     88  WK-EXMP-OPENED                  VALUE "Y".
007050     88  WK-EXMP-UNAVAIL                 VALUE "U".
007060*
007070 77  WK-KYC-STATUS               PIC X(02)  VALUE "00".
007080     88  WK-KYC-OK                       VALUE "00".
007090*
007100*    SET ONCE AML-KYC-FILE HAS BEEN SUCCESSFULLY OPENED, SO
007110*    5200-APPLY-RISK-TIER ONLY OPENS IT ON THE FIRST CALL.
007120*    WK-KYC-UNAVAIL IS SET INSTEAD WHEN THE OPEN FAILS - NO
007130*    RATING MEANS NO LOWERED LINE, SO EVERY WIRE SCREENS
007140*    EXACTLY AS IT DID BEFORE THE FEED EXISTED.
007150*
007160 77  WK-KYC-OPEN-SW              PIC X(01)  VALUE "N".
007170     88  WK-KYC-OPENED                   VALUE "Y".
007180     88  WK-KYC-UNAVAIL                  VALUE "U".
007190*
007200 77  WK-TIER-STATUS              PIC X(02)  VALUE "00".
007210     88  WK-TIER-OK                      VALUE "00".
007220*
007230 77  WK-FACTORS-SW               PIC X(01)  VALUE "N".
007240     88  WK-FACTORS-LOADED               VALUE "Y".
007250*
007260******************************************************************
007270*    KYC RISK TIER STATE.  WK-KYC-RIESGO IS THE HIGHER OF THE    *
007280*    TWO PARTIES' AMLKYC TIERS (SPACE WHEN NEITHER IS ON FILE)   *
007290*    AND WK-KYC-PEP IS SET WHEN EITHER PARTY IS A PEP; BOTH GO   *
007300*    ON THE AUDIT RECORD.  THE FACTORS ARE THE IN-PROGRAM        *
007310*    DEFAULTS FOR A MISSING AMLTIER FILE OR RECORD.              *
007320******************************************************************
007330 77  WK-KYC-RIESGO               PIC X(01)  VALUE SPACE.
007340     88  WK-KYC-RIESGO-BAJO              VALUE "L".
007350     88  WK-KYC-RIESGO-MEDIO             VALUE "M".
007360     88  WK-KYC-RIESGO-ALTO              VALUE "H".
007370 77  WK-KYC-PEP-SW               PIC X(01)  VALUE "N".
007380     88  WK-KYC-PEP                      VALUE "Y".
007390*
007400 77  WK-FACTOR-ALTO              USAGE COMP-2 VALUE 0.50.
007410 77  WK-FACTOR-PEP               USAGE COMP-2 VALUE 0.50.
007420 77  WK-FACTOR-APLICADO          USAGE COMP-2 VALUE 1.00.
007430*
007440 77  WK-ESTR-STATUS              PIC X(02)  VALUE "00".
007450     88  WK-ESTR-OK                      VALUE "00".
007460     88  WK-ESTR-FILE-NOT-FOUND          VALUE "35".
007470*
007480 77  WK-ESTP-STATUS              PIC X(02)  VALUE "00".
007490     88  WK-ESTP-OK                      VALUE "00".
007500*
007510 77  WK-NEAR-SW                  PIC X(01)  VALUE "N".
007520     88  WK-NEAR-LOADED                  VALUE "Y".
007530*
007540******************************************************************
007550*    NEAR-THRESHOLD RULE STATE.  WK-NEAR-TIPO HOLDS THE AMLESTP  *
007560*    PARAMETERS, ENTRY 1 FOR PERSONAL AND 2 FOR BUSINESS         *
007570*    ACCOUNTS, LOADED ONCE PER RUN UNIT OVER THE IN-PROGRAM      *
007580*    DEFAULTS BELOW: A WIRE AT 90% OF THE LINE OR MORE, OR AN    *
007590*    EXACT MULTIPLE OF 1,000.00 AT HALF THE LINE OR MORE, THREE  *
007600*    TIMES IN SEVEN DAYS.  WK-NEAR-CLASE-SW SAYS HOW THIS WIRE   *
007610*    COUNTS, IF IT DOES.                                         *
007620******************************************************************
007630 77  WK-NEAR-DEF-BANDA           PIC S9(03)V99 COMP-3 VALUE 90.00.
007640 77  WK-NEAR-DEF-VECES           PIC S9(03) COMP-3 VALUE 3.
007650 77  WK-NEAR-DEF-DIAS            PIC S9(03) COMP-3 VALUE 7.
007660 77  WK-NEAR-DEF-UNIDAD          PIC S9(09)V99 COMP-3
007670                                 VALUE 1000.00.
007680 77  WK-NEAR-DEF-PISO            PIC S9(03)V99 COMP-3 VALUE 50.00.
007690*
007700 01  WK-NEAR-PARMS.
007710     05  WK-NEAR-TIPO OCCURS 2 TIMES INDEXED BY WK-NEAR-IDX.
007720         10  WK-NEAR-BANDA       PIC S9(03)V99 COMP-3.
007730         10  WK-NEAR-VECES       PIC S9(03) COMP-3.
007740         10  WK-NEAR-DIAS        PIC S9(03) COMP-3.
007750         10  WK-NEAR-UNIDAD      PIC S9(09)V99 COMP-3.
007760         10  WK-NEAR-PISO        PIC S9(03)V99 COMP-3.
007770*
007780 77  WK-NEAR-CLASE-SW            PIC X(01)  VALUE SPACE.
007790     88  WK-NEAR-NINGUNO                 VALUE SPACE.
007800     88  WK-NEAR-EN-BANDA                VALUE "C".
007810     88  WK-NEAR-REDONDO                 VALUE "R".
007820 77  WK-NEAR-EOF-SW              PIC X(01)  VALUE "N".
007830     88  WK-NEAR-EOF                     VALUE "Y".
007840*
007850 77  WK-NEAR-MONTO               PIC S9(13)V99 COMP-3 VALUE 0.
007860 77  WK-NEAR-COCIENTE            PIC S9(13) COMP-3 VALUE 0.
007870 77  WK-NEAR-RESTO               PIC S9(09)V99 COMP-3 VALUE 0.
007880 77  WK-NEAR-CUENTA              PIC 9(09) COMP-5 VALUE 0.
007890 77  WK-NEAR-HOY                 PIC S9(09) COMP-5 VALUE 0.
007900 77  WK-NEAR-DESDE               PIC S9(09) COMP-5 VALUE 0.
007910*
007920******************************************************************
007930*    DATE-TO-DAY-COUNT WORK FIELDS FOR 9100-DATE-TO-DAYS, SAME   *
007940*    SCHEME AS AML_CASEAGE - ONLY DIFFERENCES BETWEEN TWO        *
007950*    SERIALS ARE EVER USED.                                      *
007960******************************************************************
007970 01  WK-DS-FECHA                 PIC 9(08) VALUE 0.
007980 01  WK-DS-FECHA-X REDEFINES WK-DS-FECHA.
007990     05  WK-DS-YYYY              PIC 9(04).
008000     05  WK-DS-MM                PIC 9(02).
008010     05  WK-DS-DD                PIC 9(02).
008020 77  WK-DS-Y                     PIC S9(09) COMP-5 VALUE 0.
008030 77  WK-DS-M                     PIC S9(09) COMP-5 VALUE 0.
008040 77  WK-DS-WORK                  PIC S9(09) COMP-5 VALUE 0.
008050 77  WK-DS-SERIAL                PIC S9(09) COMP-5 VALUE 0.
008060*
008070******************************************************************
008080*    CALL BLOCK FOR AML_NAMNORM - THE SAME NORMALIZER            *
008090*    AML_NAMLOAD KEYS THE LIST WITH, SO THE TWO SIDES OF THE     *
008100*    LOOKUP CANNOT DRIFT APART.  SEE AMLNORM.                    *
008110******************************************************************
008120     COPY AMLNORM
008130         REPLACING ==NORM-PARM==          BY ==NB-PARM==
008140                   ==NORM-IN==            BY ==NB-IN==
008150                   ==NORM-OUT==           BY ==NB-OUT==.
008160*
008170 LINKAGE SECTION.
008180     COPY AMLTRAN
008190         REPLACING ==TRAN-RECORD==       BY ==LS-DATA==
008200                   ==TRAN-ORIGEN==       BY ==LS-ORIGEN==
008210                   ==TRAN-DESTINO==      BY ==LS-DESTINO==
008220                   ==TRAN-MONTO==        BY ==LS-MONTO==
008230                   ==TRAN-STATUS-CLEAR==
008240                       BY ==LS-STATUS-CLEAR==
008250                   ==TRAN-STATUS-AMOUNT==
008260                       BY ==LS-STATUS-AMOUNT==
008270                   ==TRAN-STATUS-WATCHLIST==
008280                       BY ==LS-STATUS-WATCHLIST==
008290                   ==TRAN-STATUS-VELOCITY==
008300                       BY ==LS-STATUS-VELOCITY==
008310                   ==TRAN-STATUS-INVALID==
008320                       BY ==LS-STATUS-INVALID==
008330                   ==TRAN-STATUS-DUPLICATE==
008340                       BY ==LS-STATUS-DUPLICATE==
008350                   ==TRAN-STATUS-COUNTRY==
008360                       BY ==LS-STATUS-COUNTRY==
008370                   ==TRAN-STATUS-PROFILE==
008380                       BY ==LS-STATUS-PROFILE==
008390                   ==TRAN-STATUS-NAME==
008400                       BY ==LS-STATUS-NAME==
008410                   ==TRAN-STATUS-NEAR-THRESHOLD==
008420                       BY ==LS-STATUS-NEAR-THRESHOLD==
008430                   ==TRAN-STATUS==       BY ==LS-STATUS==
008440                   ==TRAN-TIPO-PERSONAL==
008450                       BY ==LS-TIPO-PERSONAL==
008460                   ==TRAN-TIPO-EMPRESARIAL==
008470                       BY ==LS-TIPO-EMPRESARIAL==
008480                   ==TRAN-TIPO-CTA==     BY ==LS-TIPO-CTA==
008490                   ==TRAN-MONEDA==       BY ==LS-MONEDA==
008500                   ==TRAN-ID==           BY ==LS-ID==
008510                   ==TRAN-PAIS-ORIGEN==
008520                       BY ==LS-PAIS-ORIGEN==
008530                   ==TRAN-PAIS-DESTINO==
008540                       BY ==LS-PAIS-DESTINO==
008550                   ==TRAN-NOMBRE-ORIGEN==
008560                       BY ==LS-NOMBRE-ORIGEN==
008570                   ==TRAN-NOMBRE-DESTINO==
008580                       BY ==LS-NOMBRE-DESTINO==
008590                   ==TRAN-MODO-LOTE==
008600                       BY ==LS-MODO-LOTE==
008610                   ==TRAN-MODO-FLUSH==
008620                       BY ==LS-MODO-FLUSH==
008630                   ==TRAN-MODO==         BY ==LS-MODO==
008640                   ==TRAN-SCORE==        BY ==LS-SCORE==.
008650*
008660******************************************************************
008670*                                                                *
008680*    0000-MAINLINE                                               *
008690*                                                                *
008700******************************************************************
008710 PROCEDURE DIVISION USING LS-DATA.
008720*
008730 0000-MAINLINE.
008740*
008750     IF LS-MODO-FLUSH
008760         PERFORM 0100-FLUSH-FILES THRU 0100-EXIT
008770         SET LS-STATUS-CLEAR TO TRUE
008780         GOBACK
008790     END-IF.
008800*
008810     IF LS-MODO-LOTE
008820         SET WK-BATCH-MODE TO TRUE
008830     END-IF.
008840*
008850     IF NOT WK-BATCH-MODE
008860         DISPLAY "COBOL: Recibida peticion de cuenta " LS-ORIGEN
008870     END-IF.
008880*
008890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008900*
008910     PERFORM 2000-VALIDATE-INPUT THRU 2000-EXIT.
008920*
008930     IF LS-STATUS-CLEAR
008940         PERFORM 2500-CHECK-DUPLICATE THRU 2500-EXIT
008950     END-IF.
008960*
008970     IF LS-STATUS-CLEAR
008980         PERFORM 3000-SCREEN-WATCHLIST THRU 3000-EXIT
008990         PERFORM 3200-SCREEN-NAMES THRU 3200-EXIT
009000         PERFORM 3500-SCREEN-COUNTRY THRU 3500-EXIT
009010         PERFORM 4000-CONVERT-CURRENCY THRU 4000-EXIT
009020         PERFORM 5000-GET-THRESHOLD THRU 5000-EXIT
009030         PERFORM 5200-APPLY-RISK-TIER THRU 5200-EXIT
009040         PERFORM 5500-CHECK-EXEMPTION THRU 5500-EXIT
009050         PERFORM 6000-CHECK-AMOUNT THRU 6000-EXIT
009060         PERFORM 7000-CHECK-VELOCITY THRU 7000-EXIT
009070         PERFORM 7100-CHECK-NEAR-THRESHOLD THRU 7100-EXIT
009080         PERFORM 7200-CHECK-PROFILE THRU 7200-EXIT
009090         PERFORM 7300-COMPUTE-SCORE THRU 7300-EXIT
009100     END-IF.
009110*
009120     PERFORM 7500-FINALIZE-STATUS THRU 7500-EXIT.
009130*
009140     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
009150*
009160     IF LS-STATUS-WATCHLIST OR LS-STATUS-COUNTRY
009170       OR LS-STATUS-NAME
009180         PERFORM 8500-WRITE-ALERT THRU 8500-EXIT
009190     END-IF.
009200*
009210     IF NOT LS-STATUS-DUPLICATE AND NOT LS-STATUS-INVALID
009220         PERFORM 8600-REGISTER-TRAN-ID THRU 8600-EXIT
009230     END-IF.
009240*
009250     GOBACK.
009260*
009270******************************************************************
009280*                                                                *
009290*    0100-FLUSH-FILES                                            *
009300*                                                                *
009310*    COMMIT-POINT FLUSH FOR THE BATCH PATH.  CLOSES WHICHEVER    *
009320*    OF THE HELD-OPEN WORK FILES ARE OPEN SO EVERY AUDIT WRITE,  *
009330*    VELOCITY ADD AND ID REGISTRATION OF THE UNIT IS ON DISK     *
009340*    BEFORE THE SWEEP WRITES THE CHECKPOINT THAT COVERS IT.      *
009350*    THE NEXT BATCH CALL REOPENS THEM.  A FILE REMEMBERED AS     *
009360*    UNAVAILABLE STAYS THAT WAY - THERE IS NOTHING OF ITS TO     *
009370*    FLUSH.                                                      *
009380******************************************************************
009390 0100-FLUSH-FILES.
009400*
009410     IF WK-AUDIT-BATCH-OPENED
009420         CLOSE AML-AUDIT-LOG
009430         SET WK-AUDIT-OPEN-SW TO "N"
009440     END-IF.
009450*
009460     IF WK-VEL-BATCH-OPENED
009470         CLOSE AML-VEL-FILE
009480         SET WK-VEL-OPEN-SW TO "N"
009490     END-IF.
009500*
009510     IF WK-ESTR-BATCH-OPENED
009520         CLOSE AML-ESTR-FILE
009530         SET WK-ESTR-OPEN-SW TO "N"
009540     END-IF.
009550*
009560     IF WK-PROC-IO-OPENED
009570         CLOSE AML-PROC-FILE
009580         SET WK-PROC-IO-SW TO "N"
009590     END-IF.
009600*
009610 0100-EXIT.
009620     EXIT.
009630*
009640******************************************************************
009650*    1000-INITIALIZE                                             *
009660*                                                                *
009670*    COMMON WORK FIELDS USED BY MORE THAN ONE PARAGRAPH BELOW.   *
009680******************************************************************
009690 1000-INITIALIZE.
009700*
009710     IF WK-RUND-UNCHECKED
009720         PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT
009730     END-IF.
009740*
009750     IF WK-RUND-PRESENT
009760         MOVE WK-RUND-FECHA TO WK-TODAY-FECHA
009770     ELSE
009780         ACCEPT WK-TODAY-FECHA FROM DATE YYYYMMDD
009790     END-IF.
009800     SET LS-STATUS-CLEAR TO TRUE.
009810     MOVE LS-MONTO TO WK-MONTO-RPT.
009820     MOVE 0 TO WK-VEL-TODAY.
009830     SET WK-HIT-AMOUNT-SW TO "N".
009840     SET WK-HIT-WATCH-SW  TO "N".
009850     SET WK-HIT-NAME-SW   TO "N".
009860     SET WK-HIT-CTRY-SW   TO "N".
009870     SET WK-HIT-VEL-SW    TO "N".
009880     SET WK-HIT-PROF-SW   TO "N".
009890     SET WK-HIT-NEAR-SW   TO "N".
009900     SET WK-EXMP-AMOUNT-SW  TO "N".
009910     SET WK-EXMP-VEL-SW     TO "N".
009920     SET WK-EXMP-PROF-SW    TO "N".
009930     SET WK-EXMP-APPLIED-SW TO "N".
009940     MOVE SPACE TO WK-KYC-RIESGO.
009950     SET WK-KYC-PEP-SW      TO "N".
009960     MOVE 0 TO WK-AMT-MULTIPLE.
009970     MOVE 0 TO WK-VEL-RATIO.
009980     MOVE 0 TO WK-PROF-RATIO.
009990     MOVE 0 TO WK-NEAR-RATIO.
010000     MOVE 0 TO WK-RISK-SCORE.
010010     MOVE 0 TO LS-SCORE.
010020*
010030 1000-EXIT.
010040     EXIT.
010050*
010060******************************************************************
010070*                                                                *
010080*    1100-READ-RUN-DATE                                          *
010090*                                                                *
010100*    READS THE OPTIONAL BUSINESS-DATE RUN CONTROL FILE, ONCE     *
010110*    PER RUN UNIT.  A MISSING FILE IS THE NORMAL CASE - NO       *
010120*    WARNING IS ISSUED FOR IT.  A DATE THAT IS NOT A PLAUSIBLE   *
010130*    YYYYMMDD IS IGNORED WITH A WARNING RATHER THAN DATING A     *
010140*    WHOLE RUN'S VELOCITY AND AUDIT RECORDS WITH GARBAGE.        *
010150******************************************************************
010160 1100-READ-RUN-DATE.
010170*
010180     SET WK-RUND-ABSENT TO TRUE.
010190*
010200     OPEN INPUT AML-RUND-FILE.
010210     IF NOT WK-RUND-OK
010220         GO TO 1100-EXIT
010230     END-IF.
010240*
010250     READ AML-RUND-FILE
010260         AT END
010270             CLOSE AML-RUND-FILE
010280             GO TO 1100-EXIT
010290     END-READ.
010300*
010310     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
010320         MOVE RUND-FECHA TO WK-RUND-FECHA
010330         SET WK-RUND-PRESENT TO TRUE
010340         DISPLAY "COBOL: FECHA DE NEGOCIO " WK-RUND-FECHA
010350                 " TOMADA DE AMLRUND"
010360     ELSE
010370         DISPLAY "COBOL: AVISO - FECHA EN AMLRUND NO VALIDA, "
010380                 "SE USA LA FECHA DEL SISTEMA"
010390     END-IF.
010400*
010410     CLOSE AML-RUND-FILE.
010420*
010430 1100-EXIT.
010440     EXIT.
010450*
010460******************************************************************
010470*                                                                *
010480*    2000-VALIDATE-INPUT                                         *
010490*                                                                *
010500*    REJECTS A MALFORMED LS-DATA RECORD BEFORE ANY SCREENING     *
010510*    IS ATTEMPTED - A ZERO LS-ORIGEN OR LS-DESTINO, OR A MONTO   *
010520*    THAT IS NOT GREATER THAN ZERO, CANNOT BE A GENUINE WIRE AND *
010530*    IS NOT SAFE TO LOOK UP OR ACCUMULATE AGAINST ANY OF THE     *
010540*    FILES BELOW.  REASON CODE "04" IS RETURNED AND NO FURTHER   *
010550*    SCREENING RUNS FOR THIS TRANSACTION.                        *
010560******************************************************************
010570 2000-VALIDATE-INPUT.
010580*
010590     IF LS-ORIGEN = 0 OR LS-DESTINO = 0 OR LS-MONTO NOT > 0
010600         SET LS-STATUS-INVALID TO TRUE
010610         DISPLAY "COBOL: AVISO - LS-DATA MAL FORMADA, CUENTA "
010620                 "ORIGEN " LS-ORIGEN " DESTINO " LS-DESTINO
010630     END-IF.
010640*
010650 2000-EXIT.
010660     EXIT.
010670*
010680******************************************************************
010690*                                                                *
010700*    2500-CHECK-DUPLICATE                                        *
010710*                                                                *
010720*    LOOKS LS-ID UP IN THE PROCESSED-ID FILE UNDER TODAY'S       *
010730*    BUSINESS DATE.  AN ID ALREADY ON FILE MEANS THE UPSTREAM    *
010740*    FEED RESUBMITTED A TRANSACTION ALREADY SCREENED - REASON    *
010750*    CODE "05" IS SET AND NO FURTHER SCREENING RUNS, SO THE      *
010760*    REPLAY CANNOT BE ADDED INTO THE VELOCITY TOTAL A SECOND    *
010770*    TIME.  THIS PARAGRAPH ONLY CHECKS - THE ID IS NOT          *
010780*    REGISTERED UNTIL SCREENING FOR IT HAS COMPLETED (SEE       *
010790*    8600-REGISTER-TRAN-ID), SO AN ABEND MID-TRANSACTION        *
010800*    LEAVES A RE-SCREEN ON RESTART, NEVER AN UNSCREENED WIRE    *
010810*    MARKED AS A DUPLICATE.  A BLANK LS-ID SKIPS THE CHECK,     *
010820*    AND A FILE THAT CANNOT BE OPENED FAILS OPEN - SCREENING    *
010830*    PROCEEDS RATHER THAN STALLING THE WIRE PATH.               *
010840******************************************************************
010850 2500-CHECK-DUPLICATE.
010860*
010870     IF LS-ID = SPACES OR LS-ID = LOW-VALUES
010880         GO TO 2500-EXIT
010890     END-IF.
010900*
010910     IF WK-BATCH-MODE
010920         PERFORM 2600-OPEN-PROC-BATCH THRU 2600-EXIT
010930         IF NOT WK-PROC-IO-OPENED
010940             GO TO 2500-EXIT
010950         END-IF
010960         GO TO 2500-READ
010970     END-IF.
010980*
010990     OPEN INPUT AML-PROC-FILE.
011000     IF WK-PROC-FILE-NOT-FOUND
011010         GO TO 2500-EXIT
011020     END-IF.
011030*
011040     IF NOT WK-PROC-OK
011050         DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLPROC, "
011060                 "STATUS = " WK-PROC-STATUS
011070         GO TO 2500-EXIT
011080     END-IF.
011090*
011100 2500-READ.
011110     MOVE LS-ID          TO PROC-ID.
011120     MOVE WK-TODAY-FECHA TO PROC-FECHA.
011130     READ AML-PROC-FILE.
011140     IF WK-PROC-OK
011150         SET LS-STATUS-DUPLICATE TO TRUE
011160         DISPLAY "COBOL: AVISO - TRANSACCION DUPLICADA, ID "
011170                 LS-ID
011180     END-IF.
011190*
011200     IF NOT WK-BATCH-MODE
011210         CLOSE AML-PROC-FILE
011220     END-IF.
011230*
011240 2500-EXIT.
011250     EXIT.
011260*
011270******************************************************************
011280*                                                                *
011290*    2600-OPEN-PROC-BATCH                                        *
011300*                                                                *
011310*    BATCH-MODE OPEN OF THE PROCESSED-ID FILE, ONCE PER COMMIT   *
011320*    UNIT, I-O SO THE SAME OPEN SERVES BOTH THE DUPLICATE READ   *
011330*    HERE AND THE REGISTRATION WRITE IN 8600-REGISTER-TRAN-ID.   *
011340*    A FILE THAT CANNOT BE OPENED IS REMEMBERED AND THE CHECK    *
011350*    FAILS OPEN, AS IN REAL TIME.                                *
011360******************************************************************
011370 2600-OPEN-PROC-BATCH.
011380*
011390     IF WK-PROC-IO-OPENED OR WK-PROC-IO-UNAVAIL
011400         GO TO 2600-EXIT
011410     END-IF.
011420*
011430     OPEN I-O AML-PROC-FILE.
011440     IF WK-PROC-FILE-NOT-FOUND
011450         OPEN OUTPUT AML-PROC-FILE
011460         CLOSE AML-PROC-FILE
011470         OPEN I-O AML-PROC-FILE
011480     END-IF.
011490*
011500     IF WK-PROC-OK
011510         SET WK-PROC-IO-OPENED TO TRUE
011520     ELSE
011530         DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLPROC, "
011540                 "STATUS = " WK-PROC-STATUS
011550         SET WK-PROC-IO-UNAVAIL TO TRUE
011560     END-IF.
011570*
011580 2600-EXIT.
011590     EXIT.
011600*
011610******************************************************************
011620*                                                                *
011630*    3000-SCREEN-WATCHLIST                                       *
011640*                                                                *
011650*    LOOKS UP LS-DESTINO IN THE AML-WATCH-FILE SANCTIONS/        *
011660*    WATCHLIST FILE AHEAD OF THE AMOUNT CHECK.  A HIT SETS A     *
011670*    DISTINCT REASON CODE SO THE DESTINATION ITSELF IS ON        *
011680*    RECORD AS THE PROBLEM, NOT THE AMOUNT TRANSFERRED.          *
011690******************************************************************
011700 3000-SCREEN-WATCHLIST.
011710*
011720     IF WK-WATCH-UNAVAIL
011730         GO TO 3000-EXIT
011740     END-IF.
011750*
011760     IF NOT WK-WATCH-OPENED
011770         OPEN INPUT AML-WATCH-FILE
011780         IF NOT WK-WATCH-OK
011790             DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLWATCH, "
011800                 "STATUS = " WK-WATCH-STATUS
011810             SET WK-WATCH-UNAVAIL TO TRUE
011820             GO TO 3000-EXIT
011830         END-IF
011840         SET WK-WATCH-OPENED TO TRUE
011850     END-IF.
011860*
011870     MOVE LS-DESTINO TO WATCH-DESTINO.
011880     READ AML-WATCH-FILE.
011890     IF WK-WATCH-OK
011900         SET WK-HIT-WATCHLIST TO TRUE
011910         SET LS-STATUS-WATCHLIST TO TRUE
011920     END-IF.
011930*
011940 3000-EXIT.
011950     EXIT.
011960*
011970******************************************************************
011980*                                                                *
011990*    3200-SCREEN-NAMES                                           *
012000*                                                                *
012010*    LOOKS UP THE ORIGINATOR AND BENEFICIARY PARTY NAMES IN THE  *
012020*    NAME WATCHLIST, EACH NORMALIZED THROUGH AML_NAMNORM FIRST   *
012030*    SO CASE, PUNCTUATION AND WORD ORDER CANNOT HIDE A LISTED    *
012040*    PARTY - A SANCTIONED PARTY WHO OPENS A NEW ACCOUNT WALKS    *
012050*    STRAIGHT PAST THE ACCOUNT-NUMBER WATCHLIST, BUT NOT PAST    *
012060*    ITS OWN NAME.  AN ACCOUNT WATCHLIST HIT FROM               *
012070*    3000-SCREEN-WATCHLIST KEEPS PRECEDENCE, AND BLANK NAMES     *
012080*    ARE SKIPPED - A FEED THAT CANNOT SUPPLY THEM SCREENS        *
012090*    EXACTLY AS BEFORE.                                          *
012100******************************************************************
012110 3200-SCREEN-NAMES.
012120*
012130     IF LS-NOMBRE-ORIGEN = SPACES
012140       AND LS-NOMBRE-DESTINO = SPACES
012150         GO TO 3200-EXIT
012160     END-IF.
012170*
012180     IF WK-WNAM-UNAVAIL
012190         GO TO 3200-EXIT
012200     END-IF.
012210*
012220     IF NOT WK-WNAM-OPENED
012230         OPEN INPUT AML-WNAM-FILE
012240         IF NOT WK-WNAM-OK
012250             DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLWNAME, "
012260                 "STATUS = " WK-WNAM-STATUS
012270             SET WK-WNAM-UNAVAIL TO TRUE
012280             GO TO 3200-EXIT
012290         END-IF
012300         SET WK-WNAM-OPENED TO TRUE
012310     END-IF.
012320*
012330     IF LS-NOMBRE-ORIGEN NOT = SPACES
012340         MOVE LS-NOMBRE-ORIGEN TO NB-IN
012350         CALL "AML_NAMNORM" USING NB-PARM
012360         IF NB-OUT NOT = SPACES
012370             MOVE NB-OUT TO WNAM-CLAVE
012380             READ AML-WNAM-FILE
012390             IF WK-WNAM-OK
012400                 SET WK-HIT-NAME TO TRUE
012410                 IF LS-STATUS-CLEAR
012420                     SET LS-STATUS-NAME TO TRUE
012430                 END-IF
012440                 GO TO 3200-EXIT
012450             END-IF
012460         END-IF
012470     END-IF.
012480*
012490     IF LS-NOMBRE-DESTINO NOT = SPACES
012500         MOVE LS-NOMBRE-DESTINO TO NB-IN
012510         CALL "AML_NAMNORM" USING NB-PARM
012520         IF NB-OUT NOT = SPACES
012530             MOVE NB-OUT TO WNAM-CLAVE
012540             READ AML-WNAM-FILE
012550             IF WK-WNAM-OK
012560                 SET WK-HIT-NAME TO TRUE
012570                 IF LS-STATUS-CLEAR
012580                     SET LS-STATUS-NAME TO TRUE
012590                 END-IF
012600             END-IF
012610         END-IF
012620     END-IF.
012630*
012640 3200-EXIT.
012650     EXIT.
012660*
012670******************************************************************
012680*                                                                *
012690*    3500-SCREEN-COUNTRY                                         *
012700*                                                                *
012710*    LOOKS UP LS-PAIS-ORIGEN AND LS-PAIS-DESTINO IN THE          *
012720*    SANCTIONED-COUNTRY FILE.  A HIT ON EITHER SIDE SETS REASON  *
012730*    CODE "06" - THE COUNTRY ITSELF IS THE PROBLEM, WHATEVER     *
012740*    THE ACCOUNT OR THE AMOUNT.  AN ACCOUNT WATCHLIST HIT FROM   *
012750*    3000-SCREEN-WATCHLIST KEEPS PRECEDENCE, AND A BLANK        *
012760*    COUNTRY CODE IS SKIPPED - A FEED THAT CANNOT SUPPLY        *
012770*    COUNTRIES SCREENS AS BEFORE.                               *
012780******************************************************************
012790 3500-SCREEN-COUNTRY.
012800*
012810     IF LS-PAIS-ORIGEN = SPACES AND LS-PAIS-DESTINO = SPACES
012820         GO TO 3500-EXIT
012830     END-IF.
012840*
012850     IF WK-CTRY-UNAVAIL
012860         GO TO 3500-EXIT
012870     END-IF.
012880*
012890     IF NOT WK-CTRY-OPENED
012900         OPEN INPUT AML-CTRY-FILE
012910         IF NOT WK-CTRY-OK
012920             DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLCTRY, "
012930                 "STATUS = " WK-CTRY-STATUS
012940             SET WK-CTRY-UNAVAIL TO TRUE
012950             GO TO 3500-EXIT
012960         END-IF
012970         SET WK-CTRY-OPENED TO TRUE
012980     END-IF.
012990*
013000     IF LS-PAIS-ORIGEN NOT = SPACES
013010         MOVE LS-PAIS-ORIGEN TO CTRY-PAIS
013020         READ AML-CTRY-FILE
013030         IF WK-CTRY-OK
013040             SET WK-HIT-COUNTRY TO TRUE
013050             IF LS-STATUS-CLEAR
013060                 SET LS-STATUS-COUNTRY TO TRUE
013070             END-IF
013080             GO TO 3500-EXIT
013090         END-IF
013100     END-IF.
013110*
013120     IF LS-PAIS-DESTINO NOT = SPACES
013130         MOVE LS-PAIS-DESTINO TO CTRY-PAIS
013140         READ AML-CTRY-FILE
013150         IF WK-CTRY-OK
013160             SET WK-HIT-COUNTRY TO TRUE
013170             IF LS-STATUS-CLEAR
013180                 SET LS-STATUS-COUNTRY TO TRUE
013190             END-IF
013200         END-IF
013210     END-IF.
013220*
013230 3500-EXIT.
013240     EXIT.
013250*
013260******************************************************************
013270*                                                                *
013280*    4000-CONVERT-CURRENCY                                       *
013290*                                                                *
013300*    CONVERTS LS-MONTO FROM LS-MONEDA TO THE REPORTING CURRENCY  *
013310*    (WK-REPORT-MONEDA) BEFORE ANY THRESHOLD OR VELOCITY AMOUNT  *
013320*    COMPARISON IS MADE, SO A WIRE SENT IN A FOREIGN CURRENCY IS *
013330*    SCREENED ON THE SAME BASIS AS ONE SENT IN DOLLARS.  A BLANK *
013340*    LS-MONEDA IS TREATED AS THE REPORTING CURRENCY, AND A RATE  *
013350*    FILE THAT CANNOT BE OPENED OR HAS NO RECORD FOR LS-MONEDA   *
013360*    FALLS BACK TO TREATING THE AMOUNT AS ALREADY CONVERTED,     *
013370*    SO A MISSING RATE DOES NOT OPEN A SCREENING GAP.  NOTE THAT *
013380*    THE BLANK-TO-REPORTING-CURRENCY NORMALIZATION IS WRITTEN    *
013390*    BACK INTO THE CALLER'S LS-MONEDA, NOT JUST A LOCAL COPY.    *
013400******************************************************************
013410 4000-CONVERT-CURRENCY.
013420*
013430     IF LS-MONEDA = SPACES
013440         MOVE WK-REPORT-MONEDA TO LS-MONEDA
013450     END-IF.
013460*
013470     IF LS-MONEDA = WK-REPORT-MONEDA
013480         MOVE LS-MONTO TO WK-MONTO-RPT
013490         GO TO 4000-EXIT
013500     END-IF.
013510*
013520     IF WK-FXRT-UNAVAIL
013530         MOVE LS-MONTO TO WK-MONTO-RPT
013540         GO TO 4000-EXIT
013550     END-IF.
013560*
013570     IF NOT WK-FXRT-OPENED
013580         OPEN INPUT AML-FXRT-FILE
013590         IF NOT WK-FXRT-OK
013600             DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLFXRT, "
013610                 "STATUS = " WK-FXRT-STATUS
013620             SET WK-FXRT-UNAVAIL TO TRUE
013630             MOVE LS-MONTO TO WK-MONTO-RPT
013640             GO TO 4000-EXIT
013650         END-IF
013660         SET WK-FXRT-OPENED TO TRUE
013670     END-IF.
013680*
013690     MOVE LS-MONEDA TO FXRT-MONEDA.
013700     READ AML-FXRT-FILE.
013710     IF WK-FXRT-OK
013720         IF FXRT-FECHA-EF < WK-TODAY-FECHA
013730           AND NOT WK-FXRT-STALE-WARNED
013740             DISPLAY "COBOL: AVISO - TIPO DE CAMBIO " FXRT-MONEDA
013750                 " CARGADO PARA " FXRT-FECHA-EF
013760                 ", ANTERIOR A LA FECHA DE NEGOCIO"
013770             SET WK-FXRT-STALE-WARNED TO TRUE
013780         END-IF
013790         COMPUTE WK-MONTO-RPT = LS-MONTO * FXRT-RATE
013800     ELSE
013810         MOVE LS-MONTO TO WK-MONTO-RPT
013820     END-IF.
013830*
013840 4000-EXIT.
013850     EXIT.
013860*
013870******************************************************************
013880*                                                                *
013890*    5000-GET-THRESHOLD                                          *
013900*                                                                *
013910*    LOOKS UP THE AML SCREENING THRESHOLD FOR LS-TIPO-CTA IN     *
013920*    THE AMLPARM PARAMETER FILE.  FALLS BACK TO THE IN-PROGRAM   *
013930*    DEFAULTS WHEN THE FILE OR THE RECORD IS NOT AVAILABLE.      *
013940*                                                                *
013950******************************************************************
013960 5000-GET-THRESHOLD.
013970*
013980     IF WK-PARM-UNAVAIL
013990         PERFORM 5100-DEFAULT-THRESHOLD THRU 5100-EXIT
014000         GO TO 5000-EXIT
014010     END-IF.
014020*
014030     IF NOT WK-PARM-OPENED
014040         OPEN INPUT AML-PARM-FILE
014050         IF NOT WK-PARM-OK
014060             DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLPARM, "
014070                 "STATUS = " WK-PARM-STATUS
014080             SET WK-PARM-UNAVAIL TO TRUE
014090             PERFORM 5100-DEFAULT-THRESHOLD THRU 5100-EXIT
014100             GO TO 5000-EXIT
014110         END-IF
014120         SET WK-PARM-OPENED TO TRUE
014130     END-IF.
014140*
014150     MOVE LS-TIPO-CTA TO PARM-TIPO-CTA.
014160     READ AML-PARM-FILE.
014170     IF WK-PARM-OK
014180         MOVE PARM-THRESHOLD TO WK-THRESHOLD
014190     ELSE
014200         PERFORM 5100-DEFAULT-THRESHOLD THRU 5100-EXIT
014210     END-IF.
014220*
014230 5000-EXIT.
014240     EXIT.
014250*
014260******************************************************************
014270*    5100-DEFAULT-THRESHOLD                                      *
014280******************************************************************
014290 5100-DEFAULT-THRESHOLD.
014300*
014310     IF LS-TIPO-EMPRESARIAL
014320         MOVE WK-DEFAULT-EMPRESARIAL TO WK-THRESHOLD
014330     ELSE
014340         MOVE WK-DEFAULT-PERSONAL TO WK-THRESHOLD
014350     END-IF.
014360*
014370 5100-EXIT.
014380     EXIT.
014390*
014400******************************************************************
014410*                                                                *
014420*    5200-APPLY-RISK-TIER                                        *
014430*                                                                *
014440*    LOOKS BOTH PARTIES UP ON THE KYC RISK RATING FILE (SEE      *
014450*    AMLKYC) AND, WHEN EITHER IS RATED HIGH TIER OR IS A         *
014460*    POLITICALLY EXPOSED PERSON, LOWERS WK-THRESHOLD BY THAT     *
014470*    CLASS'S FACTOR FROM AMLTIER - THE LOWER FACTOR WHEN BOTH    *
014480*    APPLY.  6000-CHECK-AMOUNT AND 7000-CHECK-VELOCITY BOTH      *
014490*    SCREEN AGAINST THE LOWERED LINE.  THE HIGHER TIER AND THE   *
014500*    PEP FLAG ARE KEPT FOR THE SCORE UPLIFT AND THE AUDIT        *
014510*    RECORD.  NO RATING ON FILE FOR EITHER PARTY, OR A FILE      *
014520*    THAT CANNOT BE OPENED, LEAVES THE THRESHOLD AS RESOLVED.    *
014530******************************************************************
014540 5200-APPLY-RISK-TIER.
014550*
014560     IF WK-KYC-UNAVAIL
014570         GO TO 5200-EXIT
014580     END-IF.
014590*
014600     IF NOT WK-KYC-OPENED
014610         OPEN INPUT AML-KYC-FILE
014620         IF NOT WK-KYC-OK
014630             DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLKYC, "
014640                 "STATUS = " WK-KYC-STATUS
014650             SET WK-KYC-UNAVAIL TO TRUE
014660             GO TO 5200-EXIT
014670         END-IF
014680         SET WK-KYC-OPENED TO TRUE
014690     END-IF.
014700*
014710     MOVE LS-ORIGEN TO KYC-CUENTA.
014720     READ AML-KYC-FILE.
014730     IF WK-KYC-OK
014740         PERFORM 5210-NOTE-PARTY THRU 5210-EXIT
014750     END-IF.
014760*
014770     MOVE LS-DESTINO TO KYC-CUENTA.
014780     READ AML-KYC-FILE.
014790     IF WK-KYC-OK
014800         PERFORM 5210-NOTE-PARTY THRU 5210-EXIT
014810     END-IF.
014820*
014830     IF NOT WK-KYC-RIESGO-ALTO AND NOT WK-KYC-PEP
014840         GO TO 5200-EXIT
014850     END-IF.
014860*
014870     IF NOT WK-FACTORS-LOADED
014880         PERFORM 5250-LOAD-TIER-FACTORS THRU 5250-EXIT
014890     END-IF.
014900*
014910     MOVE 1.00 TO WK-FACTOR-APLICADO.
014920     IF WK-KYC-RIESGO-ALTO
014930         MOVE WK-FACTOR-ALTO TO WK-FACTOR-APLICADO
014940     END-IF.
014950     IF WK-KYC-PEP AND WK-FACTOR-PEP < WK-FACTOR-APLICADO
014960         MOVE WK-FACTOR-PEP TO WK-FACTOR-APLICADO
014970     END-IF.
014980*
014990     COMPUTE WK-THRESHOLD = WK-THRESHOLD * WK-FACTOR-APLICADO.
015000*
015010 5200-EXIT.
015020     EXIT.
015030*
015040******************************************************************
015050*    5210-NOTE-PARTY                                             *
015060*                                                                *
015070*    KEEPS THE HIGHER OF THE TIERS SEEN SO FAR (H OVER M OVER L) *
015080*    AND THE PEP FLAG IF EITHER PARTY CARRIES IT.                *
015090******************************************************************
015100 5210-NOTE-PARTY.
015110*
015120     IF KYC-TIER-HIGH
015130         SET WK-KYC-RIESGO-ALTO TO TRUE
015140     END-IF.
015150     IF KYC-TIER-MEDIUM AND NOT WK-KYC-RIESGO-ALTO
015160         SET WK-KYC-RIESGO-MEDIO TO TRUE
015170     END-IF.
015180     IF KYC-TIER-LOW AND WK-KYC-RIESGO = SPACE
015190         SET WK-KYC-RIESGO-BAJO TO TRUE
015200     END-IF.
015210*
015220     IF KYC-PEP-SI
015230         SET WK-KYC-PEP TO TRUE
015240     END-IF.
015250*
015260 5210-EXIT.
015270     EXIT.
015280*
015290******************************************************************
015300*                                                                *
015310*    5250-LOAD-TIER-FACTORS                                      *
015320*                                                                *
015330*    ONE KEYED READ PER CLASS, ONCE PER RUN UNIT, LIKE           *
015340*    7310-LOAD-WEIGHTS.  A FILE THAT CANNOT BE OPENED, A CLASS   *
015350*    WITH NO RECORD, OR A FACTOR THAT IS NOT OVER ZERO AND AT    *
015360*    MOST 1.00 LEAVES THAT CLASS ON ITS IN-PROGRAM DEFAULT - A   *
015370*    BAD FACTOR MUST NEITHER RAISE THE LINE NOR DROP IT TO       *
015380*    NOTHING.                                                    *
015390******************************************************************
015400 5250-LOAD-TIER-FACTORS.
015410*
015420     SET WK-FACTORS-LOADED TO TRUE.
015430*
015440     OPEN INPUT AML-TIER-FILE.
015450     IF NOT WK-TIER-OK
015460         DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLTIER, "
015470                 "STATUS = " WK-TIER-STATUS
015480         GO TO 5250-EXIT
015490     END-IF.
015500*
015510     MOVE "H" TO TIER-CLASE.
015520     READ AML-TIER-FILE.
015530     IF WK-TIER-OK
015540         IF TIER-FACTOR > 0 AND TIER-FACTOR NOT > 1
015550             MOVE TIER-FACTOR TO WK-FACTOR-ALTO
015560         ELSE
015570             DISPLAY "COBOL: AVISO - FACTOR H EN AMLTIER NO "
015580                 "VALIDO, SE USA EL DEFAULT"
015590         END-IF
015600     END-IF.
015610*
015620     MOVE "P" TO TIER-CLASE.
015630     READ AML-TIER-FILE.
015640     IF WK-TIER-OK
015650         IF TIER-FACTOR > 0 AND TIER-FACTOR NOT > 1
015660             MOVE TIER-FACTOR TO WK-FACTOR-PEP
015670         ELSE
015680             DISPLAY "COBOL: AVISO - FACTOR P EN AMLTIER NO "
015690                 "VALIDO, SE USA EL DEFAULT"
015700         END-IF
015710     END-IF.
015720*
015730     CLOSE AML-TIER-FILE.
015740*
015750 5250-EXIT.
015760     EXIT.
015770*
015780******************************************************************
015790*                                                                *
015800*    5500-CHECK-EXEMPTION                                        *
015810*                                                                *
015820*    LOOKS UP THE ORIGIN/DESTINATION PAIR ON THE APPROVED-       *
015830*    COUNTERPARTY EXEMPTION FILE (SEE AMLEXMP) AND, WHEN AN      *
015840*    ENTRY IS IN FORCE FOR THE BUSINESS DATE, SETS THE WK-EXMP-  *
015850*    SWITCHES FOR THE REASONS IT COVERS SO 6000, 7000 AND 7200   *
015860*    DO NOT RAISE THEM.  THE PAIR'S OWN ENTRY IS TRIED FIRST;    *
015870*    WHEN THERE IS NONE, OR IT IS NOT IN FORCE, THE ORIGIN-ONLY  *
015880*    ENTRY (DESTINATION ZERO) IS TRIED.  ONLY "01", "03" AND     *
015890*    "07" CAN EVER BE COVERED - THE WATCHLIST, COUNTRY AND NAME  *
015900*    SCREENS ABOVE DO NOT LOOK AT THESE SWITCHES AT ALL.  NO     *
015910*    ENTRY, A LAPSED ENTRY OR A FILE THAT CANNOT BE OPENED ALL   *
015920*    SCREEN EXACTLY AS BEFORE.                                   *
015930******************************************************************
015940 5500-CHECK-EXEMPTION.
015950*
015960     IF WK-EXMP-UNAVAIL
015970         GO TO 5500-EXIT
015980     END-IF.
015990*
016000     IF NOT WK-EXMP-OPENED
016010         OPEN INPUT AML-EXMP-FILE
016020         IF NOT WK-EXMP-OK
016030             DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLEXMP, "
016040                 "STATUS = " WK-EXMP-STATUS
016050             SET WK-EXMP-UNAVAIL TO TRUE
016060             GO TO 5500-EXIT
016070         END-IF
016080         SET WK-EXMP-OPENED TO TRUE
016090     END-IF.
016100*
016110     MOVE LS-ORIGEN  TO EXMP-ORIGEN.
016120     MOVE LS-DESTINO TO EXMP-DESTINO.
016130     READ AML-EXMP-FILE.
016140     IF WK-EXMP-OK
016150         PERFORM 5510-APPLY-EXEMPTION THRU 5510-EXIT
016160     END-IF.
016170*
016180     IF WK-EXMP-AMOUNT OR WK-EXMP-VELOCITY OR WK-EXMP-PROFILE
016190         GO TO 5500-EXIT
016200     END-IF.
016210*
016220     MOVE LS-ORIGEN  TO EXMP-ORIGEN.
016230     MOVE 0          TO EXMP-DESTINO.
016240     READ AML-EXMP-FILE.
016250     IF WK-EXMP-OK
016260         PERFORM 5510-APPLY-EXEMPTION THRU 5510-EXIT
016270     END-IF.
016280*
016290 5500-EXIT.
016300     EXIT.
016310*
016320******************************************************************
016330*    5510-APPLY-EXEMPTION                                        *
016340******************************************************************
016350 5510-APPLY-EXEMPTION.
016360*
016370     IF WK-TODAY-FECHA < EXMP-FECHA-EF
016380       OR WK-TODAY-FECHA > EXMP-FECHA-EXP
016390         GO TO 5510-EXIT
016400     END-IF.
016410*
016420     IF EXMP-COVERS-AMOUNT
016430         SET WK-EXMP-AMOUNT TO TRUE
016440     END-IF.
016450     IF EXMP-COVERS-VELOCITY
016460         SET WK-EXMP-VELOCITY TO TRUE
016470     END-IF.
016480     IF EXMP-COVERS-PROFILE
016490         SET WK-EXMP-PROFILE TO TRUE
016500     END-IF.
016510*
016520 5510-EXIT.
016530     EXIT.
016540*
016550******************************************************************
016560*                                                                *
016570*    6000-CHECK-AMOUNT                                           *
016580*                                                                *
016590*    COMPARES THE REPORTING-CURRENCY EQUIVALENT OF LS-MONTO      *
016600*    (WK-MONTO-RPT, SET BY 4000-CONVERT-CURRENCY) AGAINST THE    *
016610*    THRESHOLD RESOLVED ABOVE AND SETS THE LS-STATUS REASON CODE.*
016620*    A HIT ON A PAIR WHOSE EXEMPTION COVERS "01" IS NOT RAISED   *
016630*    OR SCORED, ONLY NOTED FOR THE AUDIT RECORD.                 *
016640*                                                                *
016650******************************************************************
016660 6000-CHECK-AMOUNT.
016670*
016680     IF WK-MONTO-RPT > WK-THRESHOLD AND WK-EXMP-AMOUNT
016690         SET WK-EXMP-APPLIED TO TRUE
016700     END-IF.
016710*
016720     IF WK-MONTO-RPT > WK-THRESHOLD AND NOT WK-EXMP-AMOUNT
016730         SET WK-HIT-AMOUNT TO TRUE
016740         IF WK-THRESHOLD > 0
016750             COMPUTE WK-AMT-MULTIPLE =
016760                 WK-MONTO-RPT / WK-THRESHOLD
016770         END-IF
016780         IF LS-STATUS-CLEAR
016790             SET LS-STATUS-AMOUNT TO TRUE
016800         END-IF
016810     END-IF.
016820*
016830 6000-EXIT.
016840     EXIT.
016850*
016860******************************************************************
016870*                                                                *
016880*    7000-CHECK-VELOCITY                                         *
016890*                                                                *
016900*    ADDS THIS TRANSACTION TO LS-ORIGEN'S RUNNING TOTAL FOR      *
016910*    TODAY IN AML-VEL-FILE AND FLAGS REASON CODE "03" WHEN THE   *
016920*    CUMULATIVE TOTAL CROSSES THE THRESHOLD, EVEN IF NO SINGLE   *
016930*    TRANSFER DID.  THE TOTAL IS KEPT EVEN WHEN 6000-CHECK-AMOUNT*
016940*    ALREADY FLAGGED THIS TRANSACTION, SO A SINGLE OVER-LIMIT    *
016950*    WIRE DOES NOT MASK STRUCTURING THAT FOLLOWS IT LATER TODAY. *
016960*    THE REASON CODE ITSELF IS ONLY RAISED WHEN THE TRANSACTION  *
016970*    IS NOT ALREADY FLAGGED BY THE AMOUNT CHECK ABOVE.           *
016980*    A PAIR WHOSE EXEMPTION COVERS "03" STILL ADDS TO THE TOTAL  *
016990*    BUT DOES NOT RAISE OR SCORE THE REASON.                     *
017000******************************************************************
017010 7000-CHECK-VELOCITY.
017020*
017030     MOVE LS-ORIGEN     TO VEL-ORIGEN.
017040     MOVE WK-TODAY-FECHA TO VEL-FECHA.
017050*
017060     IF WK-VEL-BATCH-UNAVAIL
017070         GO TO 7000-EXIT
017080     END-IF.
017090*
017100     IF WK-VEL-BATCH-OPENED
017110         GO TO 7000-UPDATE
017120     END-IF.
017130*
017140     OPEN I-O AML-VEL-FILE.
017150     IF WK-VEL-FILE-NOT-FOUND
017160         OPEN OUTPUT AML-VEL-FILE
017170         CLOSE AML-VEL-FILE
017180         OPEN I-O AML-VEL-FILE
017190     END-IF.
017200*
017210     IF NOT WK-VEL-OK
017220         DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLVEL, "
017230                 "STATUS = " WK-VEL-STATUS
017240         IF WK-BATCH-MODE
017250             SET WK-VEL-BATCH-UNAVAIL TO TRUE
017260         END-IF
017270         GO TO 7000-EXIT
017280     END-IF.
017290*
017300     IF WK-BATCH-MODE
017310         SET WK-VEL-BATCH-OPENED TO TRUE
017320     END-IF.
017330*
017340 7000-UPDATE.
017350*
017360     READ AML-VEL-FILE.
017370     IF WK-VEL-OK
017380         ADD WK-MONTO-RPT TO VEL-TOTAL
017390         REWRITE VEL-RECORD
017400     ELSE
017410         MOVE WK-MONTO-RPT TO VEL-TOTAL
017420         WRITE VEL-RECORD
017430     END-IF.
017440*
017450     MOVE VEL-TOTAL TO WK-VEL-TODAY.
017460*
017470     IF VEL-TOTAL > WK-THRESHOLD AND WK-EXMP-VELOCITY
017480         SET WK-EXMP-APPLIED TO TRUE
017490     END-IF.
017500*
017510     IF VEL-TOTAL > WK-THRESHOLD AND NOT WK-EXMP-VELOCITY
017520         SET WK-HIT-VELOCITY TO TRUE
017530         IF WK-THRESHOLD > 0
017540             COMPUTE WK-VEL-RATIO = VEL-TOTAL / WK-THRESHOLD
017550         END-IF
017560         IF LS-STATUS-CLEAR
017570             SET LS-STATUS-VELOCITY TO TRUE
017580         END-IF
017590     END-IF.
017600*
017610     IF NOT WK-BATCH-MODE
017620         CLOSE AML-VEL-FILE
017630     END-IF.
017640*
017650 7000-EXIT.
017660     EXIT.
017670*
017680******************************************************************
017690*                                                                *
017700*    7100-CHECK-NEAR-THRESHOLD                                   *
017710*                                                                *
017720*    CATCHES THE STRUCTURER WHO KNOWS THE LINE AND STAYS UNDER   *
017730*    IT - THE SAME WIRE JUST SHORT OF THE THRESHOLD, OR THE SAME *
017740*    ROUND AMOUNT, AGAIN AND AGAIN, NEVER ENOUGH IN ONE DAY TO   *
017750*    CROSS THE VELOCITY CHECK ABOVE.  A WIRE IN THE BAND JUST    *
017760*    BELOW THE LINE RESOLVED ABOVE, OR IN AN EXACT ROUND AMOUNT  *
017770*    (SEE AMLESTP), IS ADDED TO LS-ORIGEN'S COUNT FOR TODAY ON   *
017780*    AML-ESTR-FILE; THE ORIGIN'S COUNTS OVER THE TRAILING WINDOW *
017790*    ARE THEN SUMMED AND REASON CODE "10" IS RAISED WHEN THE SUM *
017800*    REACHES THE TRIGGER COUNT.  A WIRE THAT DOES NOT COUNT IS   *
017810*    NEVER FLAGGED HERE, HOWEVER MANY OTHERS DID.  THE REASON    *
017820*    CODE IS ONLY RAISED WHEN NO EARLIER CHECK ALREADY FLAGGED   *
017830*    THE TRANSACTION, LIKE THE VELOCITY CODE, AND NO EXEMPTION   *
017840*    COVERS IT.  THE FILE IS OPENED AND CLOSED PER CALL, OR HELD *
017850*    OPEN IN BATCH MODE, EXACTLY LIKE AML-VEL-FILE; A FILE THAT  *
017860*    CANNOT BE OPENED SCREENS EXACTLY AS BEFORE.                 *
017870******************************************************************
017880 7100-CHECK-NEAR-THRESHOLD.
017890*
017900     IF NOT WK-NEAR-LOADED
017910         PERFORM 7150-LOAD-NEAR-PARMS THRU 7150-EXIT
017920     END-IF.
017930*
017940     IF LS-TIPO-EMPRESARIAL
017950         SET WK-NEAR-IDX TO 2
017960     ELSE
017970         SET WK-NEAR-IDX TO 1
017980     END-IF.
017990*
018000     MOVE SPACE TO WK-NEAR-CLASE-SW.
018010*
018020     IF WK-MONTO-RPT NOT > WK-THRESHOLD
018030       AND WK-MONTO-RPT NOT <
018040           WK-THRESHOLD * WK-NEAR-BANDA (WK-NEAR-IDX) / 100
018050         SET WK-NEAR-EN-BANDA TO TRUE
018060     END-IF.
018070*
018080     IF WK-NEAR-NINGUNO AND WK-NEAR-UNIDAD (WK-NEAR-IDX) > 0
018090       AND WK-MONTO-RPT NOT > WK-THRESHOLD
018100       AND WK-MONTO-RPT NOT <
018110           WK-THRESHOLD * WK-NEAR-PISO (WK-NEAR-IDX) / 100
018120         COMPUTE WK-NEAR-MONTO ROUNDED = LS-MONTO
018130         DIVIDE WK-NEAR-MONTO BY WK-NEAR-UNIDAD (WK-NEAR-IDX)
018140             GIVING WK-NEAR-COCIENTE REMAINDER WK-NEAR-RESTO
018150         IF WK-NEAR-RESTO = 0
018160             SET WK-NEAR-REDONDO TO TRUE
018170         END-IF
018180     END-IF.
018190*
018200     IF WK-NEAR-NINGUNO
018210         GO TO 7100-EXIT
018220     END-IF.
018230*
018240     MOVE LS-ORIGEN      TO ESTR-ORIGEN.
018250     MOVE WK-TODAY-FECHA TO ESTR-FECHA.
018260*
018270     IF WK-ESTR-BATCH-UNAVAIL
018280         GO TO 7100-EXIT
018290     END-IF.
018300*
018310     IF WK-ESTR-BATCH-OPENED
018320         GO TO 7100-UPDATE
018330     END-IF.
018340*
018350     OPEN I-O AML-ESTR-FILE.
018360     IF WK-ESTR-FILE-NOT-FOUND
018370         OPEN OUTPUT AML-ESTR-FILE
018380         CLOSE AML-ESTR-FILE
018390         OPEN I-O AML-ESTR-FILE
018400     END-IF.
018410*
018420     IF NOT WK-ESTR-OK
018430         DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLESTR, "
018440                 "STATUS = " WK-ESTR-STATUS
018450         IF WK-BATCH-MODE
018460             SET WK-ESTR-BATCH-UNAVAIL TO TRUE
018470         END-IF
018480         GO TO 7100-EXIT
018490     END-IF.
018500*
018510     IF WK-BATCH-MODE
018520         SET WK-ESTR-BATCH-OPENED TO TRUE
018530     END-IF.
018540*
018550 7100-UPDATE.
018560*
018570     READ AML-ESTR-FILE.
018580     IF WK-ESTR-OK
018590         IF WK-NEAR-EN-BANDA
018600             ADD 1 TO ESTR-CERCA
018610         ELSE
018620             ADD 1 TO ESTR-REDONDO
018630         END-IF
018640         REWRITE ESTR-RECORD
018650     ELSE
018660         MOVE 0 TO ESTR-CERCA
018670         MOVE 0 TO ESTR-REDONDO
018680         IF WK-NEAR-EN-BANDA
018690             MOVE 1 TO ESTR-CERCA
018700         ELSE
018710             MOVE 1 TO ESTR-REDONDO
018720         END-IF
018730         WRITE ESTR-RECORD
018740     END-IF.
018750*
018760     MOVE WK-TODAY-FECHA TO WK-DS-FECHA.
018770     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
018780     MOVE WK-DS-SERIAL TO WK-NEAR-HOY.
018790     COMPUTE WK-NEAR-DESDE =
018800         WK-NEAR-HOY - WK-NEAR-DIAS (WK-NEAR-IDX) + 1.
018810     MOVE 0 TO WK-NEAR-CUENTA.
018820*
018830     MOVE LS-ORIGEN TO ESTR-ORIGEN.
018840     MOVE 0         TO ESTR-FECHA.
018850     START AML-ESTR-FILE KEY IS NOT < ESTR-KEY.
018860     IF WK-ESTR-OK
018870         SET WK-NEAR-EOF-SW TO "N"
018880         PERFORM 7110-SUM-WINDOW THRU 7110-EXIT
018890             UNTIL WK-NEAR-EOF
018900     END-IF.
018910*
018920     IF WK-NEAR-CUENTA NOT < WK-NEAR-VECES (WK-NEAR-IDX)
018930         SET WK-HIT-NEAR TO TRUE
018940         COMPUTE WK-NEAR-RATIO =
018950             WK-NEAR-CUENTA / WK-NEAR-VECES (WK-NEAR-IDX)
018960         IF LS-STATUS-CLEAR
018970             SET LS-STATUS-NEAR-THRESHOLD TO TRUE
018980         END-IF
018990     END-IF.
019000*
019010     IF NOT WK-BATCH-MODE
019020         CLOSE AML-ESTR-FILE
019030     END-IF.
019040*
019050 7100-EXIT.
019060     EXIT.
019070*
019080******************************************************************
019090*    7110-SUM-WINDOW                                             *
019100*                                                                *
019110*    ONE DAY OF THE ORIGIN'S COUNTS, IN KEY (DATE) ORDER.  DAYS  *
019120*    BEFORE THE WINDOW ARE SKIPPED; THE FIRST RECORD OF ANOTHER  *
019130*    ORIGIN, OR A DAY PAST THE BUSINESS DATE (A RERUN OF AN      *
019140*    EARLIER DAY), ENDS THE PASS.                                *
019150******************************************************************
019160 7110-SUM-WINDOW.
019170*
019180     READ AML-ESTR-FILE NEXT RECORD
019190         AT END
019200             SET WK-NEAR-EOF TO TRUE
019210     END-READ.
019220*
019230     IF WK-NEAR-EOF
019240         GO TO 7110-EXIT
019250     END-IF.
019260*
019270     IF NOT WK-ESTR-OK
019280       OR ESTR-ORIGEN NOT = LS-ORIGEN
019290       OR ESTR-FECHA > WK-TODAY-FECHA
019300         SET WK-NEAR-EOF TO TRUE
019310         GO TO 7110-EXIT
019320     END-IF.
019330*
019340     MOVE ESTR-FECHA TO WK-DS-FECHA.
019350     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
019360     IF WK-DS-SERIAL NOT < WK-NEAR-DESDE
019370         ADD ESTR-CERCA   TO WK-NEAR-CUENTA
019380         ADD ESTR-REDONDO TO WK-NEAR-CUENTA
019390     END-IF.
019400*
019410 7110-EXIT.
019420     EXIT.
019430*
019440******************************************************************
019450*                                                                *
019460*    7150-LOAD-NEAR-PARMS                                        *
019470*                                                                *
019480*    ONE KEYED READ PER ACCOUNT TYPE, ONCE PER RUN UNIT, LIKE    *
019490*    5250-LOAD-TIER-FACTORS.  BOTH ENTRIES START FROM THE        *
019500*    IN-PROGRAM DEFAULTS; A FILE THAT CANNOT BE OPENED, A TYPE   *
019510*    WITH NO RECORD, OR A RECORD WITH ANY FIELD OUT OF RANGE     *
019520*    LEAVES THAT TYPE ON THEM - THE RULE NEVER GOES DARK FOR     *
019530*    WANT OF ITS PARAMETERS.                                     *
019540******************************************************************
019550 7150-LOAD-NEAR-PARMS.
019560*
019570     SET WK-NEAR-LOADED TO TRUE.
019580*
019590     PERFORM 7160-DEFAULT-NEAR-PARMS THRU 7160-EXIT
019600         VARYING WK-NEAR-IDX FROM 1 BY 1
019610         UNTIL WK-NEAR-IDX > 2.
019620*
019630     OPEN INPUT AML-ESTP-FILE.
019640     IF NOT WK-ESTP-OK
019650         DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLESTP, "
019660                 "STATUS = " WK-ESTP-STATUS
019670         GO TO 7150-EXIT
019680     END-IF.
019690*
019700     MOVE "P" TO ESTP-TIPO-CTA.
019710     SET WK-NEAR-IDX TO 1.
019720     PERFORM 7170-TAKE-NEAR-PARMS THRU 7170-EXIT.
019730*
019740     MOVE "E" TO ESTP-TIPO-CTA.
019750     SET WK-NEAR-IDX TO 2.
019760     PERFORM 7170-TAKE-NEAR-PARMS THRU 7170-EXIT.
019770*
019780     CLOSE AML-ESTP-FILE.
019790*
019800 7150-EXIT.
019810     EXIT.
019820*
019830******************************************************************
019840*    7160-DEFAULT-NEAR-PARMS                                     *
019850******************************************************************
019860 7160-DEFAULT-NEAR-PARMS.
019870*
019880     MOVE WK-NEAR-DEF-BANDA  TO WK-NEAR-BANDA  (WK-NEAR-IDX).
019890     MOVE WK-NEAR-DEF-VECES  TO WK-NEAR-VECES  (WK-NEAR-IDX).
019900     MOVE WK-NEAR-DEF-DIAS   TO WK-NEAR-DIAS   (WK-NEAR-IDX).
019910     MOVE WK-NEAR-DEF-UNIDAD TO WK-NEAR-UNIDAD (WK-NEAR-IDX).
019920     MOVE WK-NEAR-DEF-PISO   TO WK-NEAR-PISO   (WK-NEAR-IDX).
019930*
019940 7160-EXIT.
019950     EXIT.
019960*
019970******************************************************************
019980*    7170-TAKE-NEAR-PARMS                                        *
019990*                                                                *
020000*    THE BAND MUST START ABOVE ZERO AND BELOW THE LINE, THE      *
020010*    COUNT AND THE WINDOW MUST BE AT LEAST ONE, THE ROUND UNIT   *
020020*    MAY NOT BE NEGATIVE (ZERO TURNS THE ROUND-AMOUNT TEST OFF)  *
020030*    AND THE ROUND-AMOUNT FLOOR MUST BE A PERCENTAGE.            *
020040******************************************************************
020050 7170-TAKE-NEAR-PARMS.
020060*
020070     READ AML-ESTP-FILE.
020080     IF NOT WK-ESTP-OK
020090         GO TO 7170-EXIT
020100     END-IF.
020110*
020120     IF ESTP-BANDA-PCT > 0 AND ESTP-BANDA-PCT < 100
020130       AND ESTP-VECES > 0 AND ESTP-DIAS > 0
020140       AND ESTP-UNIDAD NOT < 0
020150       AND ESTP-PISO-PCT NOT < 0 AND ESTP-PISO-PCT NOT > 100
020160         MOVE ESTP-BANDA-PCT TO WK-NEAR-BANDA  (WK-NEAR-IDX)
020170         MOVE ESTP-VECES     TO WK-NEAR-VECES  (WK-NEAR-IDX)
020180         MOVE ESTP-DIAS      TO WK-NEAR-DIAS   (WK-NEAR-IDX)
020190         MOVE ESTP-UNIDAD    TO WK-NEAR-UNIDAD (WK-NEAR-IDX)
020200         MOVE ESTP-PISO-PCT  TO WK-NEAR-PISO   (WK-NEAR-IDX)
020210     ELSE
020220         DISPLAY "COBOL: AVISO - REGISTRO " ESTP-TIPO-CTA
020230                 " EN AMLESTP NO VALIDO, SE USA EL DEFAULT"
020240     END-IF.
020250*
020260 7170-EXIT.
020270     EXIT.
020280*
020290******************************************************************
020300*                                                                *
020310*    7200-CHECK-PROFILE                                          *
020320*                                                                *
020330*    COMPARES TODAY'S CUMULATIVE REPORTING-CURRENCY TOTAL FOR    *
020340*    LS-ORIGEN AGAINST THE ACCOUNT'S OWN BEHAVIOR PROFILE        *
020350*    (BUILT NIGHTLY BY AML_PROFBLD) AND RAISES REASON CODE "07"  *
020360*    WHEN IT IS MORE THAN WK-PROF-MULTIPLE TIMES THE TYPICAL     *
020370*    DAILY VOLUME.  THE SINGLE-DAY VELOCITY CHECK RESETS AT      *
020380*    MIDNIGHT AND NEVER SEES STRUCTURING PACED ACROSS DAYS -     *
020390*    THIS CHECK MEASURES TODAY AGAINST THE ACCOUNT'S OWN NORM    *
020400*    INSTEAD OF AGAINST THE FIXED THRESHOLD.  THE REASON CODE    *
020410*    IS ONLY RAISED WHEN NO EARLIER CHECK ALREADY FLAGGED THE    *
020420*    TRANSACTION, LIKE THE VELOCITY CODE.  NO PROFILE RECORD,    *
020430*    A PROFILE ON TOO FEW ACTIVE DAYS, OR A FILE THAT CANNOT     *
020440*    BE OPENED ALL SCREEN EXACTLY AS BEFORE.                     *
020450*    A PAIR WHOSE EXEMPTION COVERS "07" DOES NOT RAISE OR SCORE  *
020460*    THE REASON.                                                 *
020470******************************************************************
020480 7200-CHECK-PROFILE.
020490*
020500     IF WK-PRF-UNAVAIL
020510         GO TO 7200-EXIT
020520     END-IF.
020530*
020540     IF NOT WK-PRF-OPENED
020550         OPEN INPUT AML-PROF-FILE
020560         IF NOT WK-PRF-OK
020570             DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLPROF, "
020580                 "STATUS = " WK-PRF-STATUS
020590             SET WK-PRF-UNAVAIL TO TRUE
020600             GO TO 7200-EXIT
020610         END-IF
020620         SET WK-PRF-OPENED TO TRUE
020630     END-IF.
020640*
020650     MOVE LS-ORIGEN TO PROF-ORIGEN.
020660     READ AML-PROF-FILE.
020670     IF NOT WK-PRF-OK
020680         GO TO 7200-EXIT
020690     END-IF.
020700*
020710     IF PROF-DIAS < WK-PROF-MIN-DIAS
020720         GO TO 7200-EXIT
020730     END-IF.
020740*
020750     IF WK-VEL-TODAY = 0
020760         MOVE WK-MONTO-RPT TO WK-VEL-TODAY
020770     END-IF.
020780*
020790     IF WK-VEL-TODAY > PROF-AVG-MONTO * WK-PROF-MULTIPLE
020800       AND WK-EXMP-PROFILE
020810         SET WK-EXMP-APPLIED TO TRUE
020820     END-IF.
020830*
020840     IF WK-VEL-TODAY > PROF-AVG-MONTO * WK-PROF-MULTIPLE
020850       AND NOT WK-EXMP-PROFILE
020860         SET WK-HIT-PROFILE TO TRUE
020870         IF PROF-AVG-MONTO > 0
020880             COMPUTE WK-PROF-RATIO =
020890                 WK-VEL-TODAY / PROF-AVG-MONTO
020900         END-IF
020910         IF LS-STATUS-CLEAR
020920             SET LS-STATUS-PROFILE TO TRUE
020930         END-IF
020940     END-IF.
020950*
020960 7200-EXIT.
020970     EXIT.
020980*
020990******************************************************************
021000*                                                                *
021010*    7300-COMPUTE-SCORE                                          *
021020*                                                                *
021030*    COMBINES EVERY CHECK'S RESULT INTO ONE NUMERIC RISK SCORE.  *
021040*    FIRST-HIT-WINS STILL DECIDES LS-STATUS, BUT A WIRE THAT IS  *
021050*    BOTH WATCHLISTED AND BOUND FOR A SANCTIONED COUNTRY NOW     *
021060*    SCORES FOR BOTH FACTS, AND A WIRE 100X OVER THE THRESHOLD   *
021070*    SCORES 100 TIMES WHAT A WIRE 1 CENT OVER DOES.  WEIGHTS     *
021080*    COME FROM THE COMPLIANCE-MAINTAINED AML-SCOR-FILE (SEE      *
021090*    AMLSCOR), LOADED ONCE PER RUN UNIT BY 7310-LOAD-WEIGHTS;    *
021100*    THE IN-PROGRAM DEFAULTS STAND IN FOR A MISSING FILE OR      *
021110*    FACTOR.  THE SCORE IS WRITTEN BACK IN LS-SCORE AND CARRIED  *
021120*    ON THE AUDIT LOG, THE EXCEPTION FILE, THE ALERT AND - VIA   *
021130*    AML_CASEBLD - THE CASE, SO THE DESK WORKS THE QUEUE         *
021140*    HIGHEST-SCORE FIRST INSTEAD OF EYEBALLING AMOUNTS.          *
021150*    A FLAGGED DECISION WHOSE ORIGIN OR DESTINATION IS HIGH TIER *
021160*    OR PEP ON AMLKYC ALSO TAKES THE FLAT "KY" UPLIFT; A CLEAR   *
021170*    DECISION IS NEVER SCORED FOR WHO THE PARTIES ARE ALONE.     *
021180******************************************************************
021190 7300-COMPUTE-SCORE.
021200*
021210     IF NOT WK-WEIGHTS-LOADED
021220         PERFORM 7310-LOAD-WEIGHTS THRU 7310-EXIT
021230     END-IF.
021240*
021250     MOVE 0 TO WK-SCORE-WORK.
021260*
021270     IF WK-HIT-AMOUNT
021280         COMPUTE WK-SCORE-WORK =
021290             WK-SCORE-WORK + WK-W-AMOUNT * WK-AMT-MULTIPLE
021300     END-IF.
021310     IF WK-HIT-VELOCITY
021320         COMPUTE WK-SCORE-WORK =
021330             WK-SCORE-WORK + WK-W-VELOCITY * WK-VEL-RATIO
021340     END-IF.
021350     IF WK-HIT-WATCHLIST
021360         COMPUTE WK-SCORE-WORK = WK-SCORE-WORK + WK-W-WATCHLIST
021370     END-IF.
021380     IF WK-HIT-NAME
021390         COMPUTE WK-SCORE-WORK = WK-SCORE-WORK + WK-W-NAME
021400     END-IF.
021410     IF WK-HIT-COUNTRY
021420         COMPUTE WK-SCORE-WORK = WK-SCORE-WORK + WK-W-COUNTRY
021430     END-IF.
021440     IF WK-HIT-PROFILE
021450         COMPUTE WK-SCORE-WORK =
021460             WK-SCORE-WORK + WK-W-PROFILE * WK-PROF-RATIO
021470     END-IF.
021480     IF WK-HIT-NEAR
021490         COMPUTE WK-SCORE-WORK =
021500             WK-SCORE-WORK + WK-W-NEAR * WK-NEAR-RATIO
021510     END-IF.
021520*
021530     IF WK-KYC-RIESGO-ALTO OR WK-KYC-PEP
021540         IF NOT LS-STATUS-CLEAR
021550             COMPUTE WK-SCORE-WORK = WK-SCORE-WORK + WK-W-RIESGO
021560         END-IF
021570     END-IF.
021580*
021590     IF WK-SCORE-WORK > 99999
021600         MOVE 99999 TO WK-RISK-SCORE
021610     ELSE
021620         COMPUTE WK-RISK-SCORE = WK-SCORE-WORK
021630     END-IF.
021640*
021650     MOVE WK-RISK-SCORE TO LS-SCORE.
021660*
021670 7300-EXIT.
021680     EXIT.
021690*
021700******************************************************************
021710*                                                                *
021720*    7310-LOAD-WEIGHTS                                           *
021730*                                                                *
021740*    ONE KEYED READ PER SCORING FACTOR, ONCE PER RUN UNIT.  A    *
021750*    FILE THAT CANNOT BE OPENED, OR A FACTOR WITH NO RECORD,     *
021760*    LEAVES THAT FACTOR ON ITS IN-PROGRAM DEFAULT - SCORING      *
021770*    NEVER GOES DARK FOR WANT OF THE WEIGHT FILE.                *
021780******************************************************************
021790 7310-LOAD-WEIGHTS.
021800*
021810     SET WK-WEIGHTS-LOADED TO TRUE.
021820*
021830     OPEN INPUT AML-SCOR-FILE.
021840     IF NOT WK-SCOR-OK
021850         DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLSCORE, "
021860                 "STATUS = " WK-SCOR-STATUS
021870         SET WK-SCOR-UNAVAIL TO TRUE
021880         GO TO 7310-EXIT
021890     END-IF.
021900     SET WK-SCOR-OPENED TO TRUE.
021910*
021920     MOVE "AM" TO SCOR-FACTOR.
021930     READ AML-SCOR-FILE.
021940     IF WK-SCOR-OK
021950         MOVE SCOR-WEIGHT TO WK-W-AMOUNT
021960     END-IF.
021970*
021980     MOVE "VE" TO SCOR-FACTOR.
021990     READ AML-SCOR-FILE.
022000     IF WK-SCOR-OK
022010         MOVE SCOR-WEIGHT TO WK-W-VELOCITY
022020     END-IF.
022030*
022040     MOVE "WL" TO SCOR-FACTOR.
022050     READ AML-SCOR-FILE.
022060     IF WK-SCOR-OK
022070         MOVE SCOR-WEIGHT TO WK-W-WATCHLIST
022080     END-IF.
022090*
022100     MOVE "NM" TO SCOR-FACTOR.
022110     READ AML-SCOR-FILE.
022120     IF WK-SCOR-OK
022130         MOVE SCOR-WEIGHT TO WK-W-NAME
022140     END-IF.
022150*
022160     MOVE "CT" TO SCOR-FACTOR.
022170     READ AML-SCOR-FILE.
022180     IF WK-SCOR-OK
022190         MOVE SCOR-WEIGHT TO WK-W-COUNTRY
022200     END-IF.
022210*
022220     MOVE "PF" TO SCOR-FACTOR.
022230     READ AML-SCOR-FILE.
022240     IF WK-SCOR-OK
022250         MOVE SCOR-WEIGHT TO WK-W-PROFILE
022260     END-IF.
022270*
022280     MOVE "KY" TO SCOR-FACTOR.
022290     READ AML-SCOR-FILE.
022300     IF WK-SCOR-OK
022310         MOVE SCOR-WEIGHT TO WK-W-RIESGO
022320     END-IF.
022330*
022340     MOVE "NT" TO SCOR-FACTOR.
022350     READ AML-SCOR-FILE.
022360     IF WK-SCOR-OK
022370         MOVE SCOR-WEIGHT TO WK-W-NEAR
022380     END-IF.
022390*
022400     CLOSE AML-SCOR-FILE.
022410     SET WK-SCOR-OPEN-SW TO "N".
022420*
022430 7310-EXIT.
022440     EXIT.
022450*
022460******************************************************************
022470*                                                                *
022480*    7500-FINALIZE-STATUS                                        *
022490*                                                                *
022500*    ISSUES THE "PROCESADA EXITOSAMENTE" MESSAGE ONLY WHEN THE   *
022510*    TRANSACTION IS STILL CLEAR AFTER EVERY CHECK ABOVE HAS HAD  *
022520*    A CHANCE TO FLAG IT.                                        *
022530******************************************************************
022540 7500-FINALIZE-STATUS.
022550*
022560     IF LS-STATUS-CLEAR AND NOT WK-BATCH-MODE
022570         DISPLAY "COBOL: Transaccion procesada exitosamente."
022580     END-IF.
022590*
022600 7500-EXIT.
022610     EXIT.
022620*
022630******************************************************************
022640*                                                                *
022650*    8000-WRITE-AUDIT-LOG                                        *
022660*                                                                *
022670*    APPENDS A RECORD OF THIS SCREENING DECISION TO THE AML      *
022680*    AUDIT LOG.  THE LOG IS OPENED EXTEND TO ADD TO WHAT IS      *
022690*    ALREADY THERE FOR THE DAY; IF IT DOES NOT EXIST YET IT IS   *
022700*    CREATED WITH OPEN OUTPUT SO THE FIRST CALL OF THE DAY DOES  *
022710*    NOT FAIL FOR WANT OF A PRE-ALLOCATED FILE.                  *
022720******************************************************************
022730 8000-WRITE-AUDIT-LOG.
022740*
022750     IF WK-AUDIT-BATCH-UNAVAIL
022760         GO TO 8000-EXIT
022770     END-IF.
022780*
022790     IF WK-AUDIT-BATCH-OPENED
022800         GO TO 8000-BUILD
022810     END-IF.
022820*
022830     OPEN EXTEND AML-AUDIT-LOG.
022840     IF WK-AUDIT-NOT-FOUND
022850         OPEN OUTPUT AML-AUDIT-LOG
022860     END-IF.
022870*
022880     IF NOT WK-AUDIT-OK
022890         DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AUDITLOG, "
022900                 "STATUS = " WK-AUDIT-STATUS
022910         IF WK-BATCH-MODE
022920             SET WK-AUDIT-BATCH-UNAVAIL TO TRUE
022930         END-IF
022940         GO TO 8000-EXIT
022950     END-IF.
022960*
022970     IF WK-BATCH-MODE
022980         SET WK-AUDIT-BATCH-OPENED TO TRUE
022990     END-IF.
023000*
023010 8000-BUILD.
023020*
023030     MOVE WK-TODAY-FECHA TO AUDT-DATE.
023040     ACCEPT AUDT-TIME FROM TIME.
023050     MOVE LS-ORIGEN  TO AUDT-ORIGEN.
023060     MOVE LS-DESTINO TO AUDT-DESTINO.
023070     MOVE LS-MONTO   TO AUDT-MONTO.
023080     MOVE WK-MONTO-RPT TO AUDT-MONTO-RPT.
023090     MOVE LS-STATUS  TO AUDT-STATUS.
023100     MOVE LS-MONEDA  TO AUDT-MONEDA.
023110     MOVE LS-ID      TO AUDT-TRAN-ID.
023120     MOVE LS-NOMBRE-ORIGEN  TO AUDT-NOMBRE-ORIGEN.
023130     MOVE LS-NOMBRE-DESTINO TO AUDT-NOMBRE-DESTINO.
023140     MOVE LS-SCORE   TO AUDT-SCORE.
023150     MOVE WK-EXMP-APPLIED-SW TO AUDT-EXENCION.
023160     MOVE WK-KYC-RIESGO TO AUDT-RIESGO.
023170     MOVE WK-KYC-PEP-SW TO AUDT-PEP.
023180     MOVE LS-TIPO-CTA   TO AUDT-TIPO-CTA.
023190*
023200     WRITE AUDT-RECORD.
023210*
023220     IF NOT WK-BATCH-MODE
023230         CLOSE AML-AUDIT-LOG
023240     END-IF.
023250*
023260 8000-EXIT.
023270     EXIT.
023280*
023290******************************************************************
023300*                                                                *
023310*    8500-WRITE-ALERT                                            *
023320*                                                                *
023330*    APPENDS A HIGH-SEVERITY HIT TO THE INTRADAY ALERT           *
023340*    INTERFACE FILE AT DECISION TIME, UNACKNOWLEDGED, SO THE     *
023350*    JAVA TIER AND THE COMPLIANCE DESK CAN ACT ON IT WHILE THE   *
023360*    WIRE IS STILL RELEASABLE.  OPENED EXTEND AND CLOSED PER     *
023370*    CALL, LIKE THE AUDIT LOG, SO EVERY ALERT IS FLUSHED THE     *
023380*    MOMENT IT IS WRITTEN - A BUFFERED ALERT IS A LATE ALERT.    *
023390******************************************************************
023400 8500-WRITE-ALERT.
023410*
023420     OPEN EXTEND AML-ALRT-FILE.
023430     IF WK-ALRT-NOT-FOUND
023440         OPEN OUTPUT AML-ALRT-FILE
023450     END-IF.
023460*
023470     IF NOT WK-ALRT-OK
023480         DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLALERT, "
023490                 "STATUS = " WK-ALRT-STATUS
023500         GO TO 8500-EXIT
023510     END-IF.
023520*
023530     MOVE WK-TODAY-FECHA TO ALRT-FECHA.
023540     ACCEPT ALRT-TIME FROM TIME.
023550     MOVE LS-ORIGEN    TO ALRT-ORIGEN.
023560     MOVE LS-DESTINO   TO ALRT-DESTINO.
023570     MOVE LS-MONTO     TO ALRT-MONTO.
023580     MOVE LS-MONEDA    TO ALRT-MONEDA.
023590     MOVE WK-MONTO-RPT TO ALRT-MONTO-RPT.
023600     MOVE LS-STATUS    TO ALRT-STATUS.
023610     MOVE LS-ID        TO ALRT-TRAN-ID.
023620     SET ALRT-SEV-HIGH TO TRUE.
023630     SET ALRT-UNACKED  TO TRUE.
023640     MOVE SPACES       TO ALRT-ACK-USER.
023650     MOVE 0            TO ALRT-ACK-FECHA.
023660     MOVE LS-SCORE     TO ALRT-SCORE.
023670*
023680     WRITE ALRT-RECORD.
023690     IF NOT WK-ALRT-OK
023700         DISPLAY "COBOL: AVISO - NO SE PUDO ESCRIBIR ALERTA, "
023710                 "STATUS = " WK-ALRT-STATUS
023720     END-IF.
023730*
023740     CLOSE AML-ALRT-FILE.
023750*
023760 8500-EXIT.
023770     EXIT.
023780*
023790******************************************************************
023800*                                                                *
023810*    8600-REGISTER-TRAN-ID                                       *
023820*                                                                *
023830*    REGISTERS LS-ID IN THE PROCESSED-ID FILE UNDER TODAY'S      *
023840*    BUSINESS DATE, AFTER EVERY CHECK AND THE AUDIT WRITE HAVE   *
023850*    COMPLETED FOR IT.  REGISTERING BEFORE SCREENING WOULD LET   *
023860*    AN ABEND MID-TRANSACTION LEAVE AN ID ON FILE FOR A WIRE     *
023870*    THAT WAS NEVER SCREENED - THE RESTART WOULD THEN SUPPRESS   *
023880*    IT AS A DUPLICATE.  REGISTERING LAST LEAVES THE OPPOSITE    *
023890*    AND HARMLESS RESIDUE: A RE-SCREEN ON RESTART, WHICH THE     *
023900*    CHECKPOINT DESIGN ALREADY ACCEPTS, AND WHOSE OWN WRITE      *
023910*    HERE COMES BACK DUPLICATE-KEY AND IS IGNORED.  OPENED AND   *
023920*    CLOSED PER CALL, LIKE AML-VEL-FILE, SO THE REGISTRATION IS  *
023930*    FLUSHED BEFORE AML_SWEEP'S CHECKPOINT CAN COVER THE         *
023940*    TRANSACTION.  A BLANK LS-ID IS NOT REGISTERED, AND NEITHER  *
023950*    IS A MALFORMED ("04") TRANSACTION - IT WAS NEVER SCREENED,  *
023960*    SO A CORRECTED RESUBMISSION UNDER THE SAME ID MUST NOT     *
023970*    COME BACK SUPPRESSED AS A DUPLICATE.                        *
023980******************************************************************
023990 8600-REGISTER-TRAN-ID.
024000*
024010     IF LS-ID = SPACES OR LS-ID = LOW-VALUES
024020         GO TO 8600-EXIT
024030     END-IF.
024040*
024050     IF WK-BATCH-MODE
024060         PERFORM 2600-OPEN-PROC-BATCH THRU 2600-EXIT
024070         IF NOT WK-PROC-IO-OPENED
024080             GO TO 8600-EXIT
024090         END-IF
024100         GO TO 8600-WRITE
024110     END-IF.
024120*
024130     OPEN I-O AML-PROC-FILE.
024140     IF WK-PROC-FILE-NOT-FOUND
024150         OPEN OUTPUT AML-PROC-FILE
024160         CLOSE AML-PROC-FILE
024170         OPEN I-O AML-PROC-FILE
024180     END-IF.
024190*
024200     IF NOT WK-PROC-OK
024210         DISPLAY "COBOL: AVISO - NO SE PUDO ABRIR AMLPROC, "
024220                 "STATUS = " WK-PROC-STATUS
024230         GO TO 8600-EXIT
024240     END-IF.
024250*
024260 8600-WRITE.
024270     MOVE LS-ID          TO PROC-ID.
024280     MOVE WK-TODAY-FECHA TO PROC-FECHA.
024290     ACCEPT PROC-TIME FROM TIME.
024300     WRITE PROC-RECORD.
024310     IF NOT WK-PROC-OK AND NOT WK-PROC-DUP-KEY
024320         DISPLAY "COBOL: AVISO - NO SE PUDO REGISTRAR ID "
024330                 "EN AMLPROC, STATUS = " WK-PROC-STATUS
024340     END-IF.
024350*
024360     IF NOT WK-BATCH-MODE
024370         CLOSE AML-PROC-FILE
024380     END-IF.
024390*
024400 8600-EXIT.
024410     EXIT.
024420*
024430******************************************************************
024440*                                                                *
024450*    9100-DATE-TO-DAYS                                           *
024460*                                                                *
024470*    CONVERTS WK-DS-FECHA (YYYYMMDD) TO A DAY COUNT IN           *
024480*    WK-DS-SERIAL.  MONTHS ARE RENUMBERED FROM MARCH SO THE      *
024490*    LEAP DAY FALLS AT THE END OF THE COUNTING YEAR, WHICH       *
024500*    MAKES THE LEAP CORRECTION A STRAIGHT Y/4 - Y/100 + Y/400.   *
024510*    ONLY DIFFERENCES BETWEEN TWO SERIALS ARE EVER USED.         *
024520******************************************************************
024530 9100-DATE-TO-DAYS.
024540*
024550     IF WK-DS-MM > 2
024560         MOVE WK-DS-YYYY TO WK-DS-Y
024570         MOVE WK-DS-MM   TO WK-DS-M
024580     ELSE
024590         COMPUTE WK-DS-Y = WK-DS-YYYY - 1
024600         COMPUTE WK-DS-M = WK-DS-MM + 12
024610     END-IF.
024620*
024630     COMPUTE WK-DS-SERIAL = 365 * WK-DS-Y + WK-DS-DD.
024640     COMPUTE WK-DS-WORK = WK-DS-Y / 4.
024650     ADD WK-DS-WORK TO WK-DS-SERIAL.
024660     COMPUTE WK-DS-WORK = WK-DS-Y / 100.
024670     SUBTRACT WK-DS-WORK FROM WK-DS-SERIAL.
024680     COMPUTE WK-DS-WORK = WK-DS-Y / 400.
024690     ADD WK-DS-WORK TO WK-DS-SERIAL.
024700     COMPUTE WK-DS-WORK = (153 * WK-DS-M - 457) / 5.
024710     ADD WK-DS-WORK TO WK-DS-SERIAL.
024720*
024730 9100-EXIT.
024740     EXIT.
