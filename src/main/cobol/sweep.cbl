001050*                     FAILS IS REFUSED WITH RC 8 AND NOTHING     *
001060*                     SCREENED - A TRUNCATED TRANSMISSION NO     *
001070*                     LONGER PASSES FOR A SMALL DAY.             *
001080*    2026-10-15  JDM  START AND FINISH REGISTERED ON THE NIGHTLY *
001090*                     RUN CONTROL THROUGH AML_RUNCTL (SEE        *
001100*                     AMLCHAIN); A START REFUSED THERE ENDS THE  *
001110*                     RUN WITH RC 12 BEFORE ANY FILE IS OPENED.  *
001120*    2026-10-15  JDM  NAME THE "10" NEAR-THRESHOLD REASON CODE   *
001130*                     UNDER EACH PREFIX.                         *
001140******************************************************************
001150 IDENTIFICATION DIVISION.
001160 PROGRAM-ID. AML_SWEEP.
001170*
001180 ENVIRONMENT DIVISION.
001190 INPUT-OUTPUT SECTION.
001200 FILE-CONTROL.
001210*
001220     SELECT AML-TRANS-IN ASSIGN TO "TRANSIN"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WK-TRANS-IN-STATUS.
001250*
001260     SELECT AML-EXCEPT-OUT ASSIGN TO "EXCPOUT"
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS WK-EXCEPT-OUT-STATUS.
001290*
001300*    CHECKPOINT/RESTART FILE - SEE 1500-READ-CHECKPOINT AND
001310*    5000-WRITE-CHECKPOINT.
001320*
001330     SELECT AML-CKPT-FILE ASSIGN TO "AMLCKPT"
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS WK-CKPT-STATUS.
001360*
001370*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
001380*
001390     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
001400         ORGANIZATION IS SEQUENTIAL
001410         FILE STATUS IS WK-RUND-STATUS.
001420*
001430*    OPTIONAL COMMIT-INTERVAL PARAMETER CARD - SEE
001440*    1200-READ-PARMS.
001450*
001460     SELECT AML-PARM-IN ASSIGN TO "SWPPARM"
001470         ORGANIZATION IS SEQUENTIAL
001480         FILE STATUS IS WK-PARMIN-STATUS.
001490*
001500 DATA DIVISION.
001510 FILE SECTION.
001520*
001530 FD  AML-TRANS-IN.
001540     COPY AMLTRAN
001550         REPLACING ==TRAN-RECORD==       BY ==TXI-DATA==
001560                   ==TRAN-ORIGEN==       BY ==TXI-ORIGEN==
001570                   ==TRAN-DESTINO==      BY ==TXI-DESTINO==
001580                   ==TRAN-MONTO==        BY ==TXI-MONTO==
001590                   ==TRAN-STATUS-CLEAR==
001600                       BY ==TXI-STATUS-CLEAR==
001610                   ==TRAN-STATUS-AMOUNT==
001620                       BY ==TXI-STATUS-AMOUNT==
001630                   ==TRAN-STATUS-WATCHLIST==
001640                       BY ==TXI-STATUS-WATCHLIST==
001650                   ==TRAN-STATUS-VELOCITY==
001660                       BY ==TXI-STATUS-VELOCITY==
001670                   ==TRAN-STATUS-INVALID==
001680                       BY ==TXI-STATUS-INVALID==
001690                   ==TRAN-STATUS-DUPLICATE==
001700                       BY ==TXI-STATUS-DUPLICATE==
001710                   ==TRAN-STATUS-COUNTRY==
001720                       BY ==TXI-STATUS-COUNTRY==
001730                   ==TRAN-STATUS-PROFILE==
001740                       BY ==TXI-STATUS-PROFILE==
001750                   ==TRAN-STATUS-NAME==
001760                       BY ==TXI-STATUS-NAME==
001770                   ==TRAN-STATUS-NEAR-THRESHOLD==
001780                       BY ==TXI-STATUS-NEAR-THRESHOLD==
001790                   ==TRAN-STATUS==       BY ==TXI-STATUS==
001800                   ==TRAN-TIPO-PERSONAL==
001810                       BY ==TXI-TIPO-PERSONAL==
001820                   ==TRAN-TIPO-EMPRESARIAL==
001830                       BY ==TXI-TIPO-EMPRESARIAL==
001840                   ==TRAN-TIPO-CTA==     BY ==TXI-TIPO-CTA==
001850                   ==TRAN-MONEDA==       BY ==TXI-MONEDA==
001860                   ==TRAN-ID==           BY ==TXI-ID==
001870                   ==TRAN-PAIS-ORIGEN==
001880                       BY ==TXI-PAIS-ORIGEN==
001890                   ==TRAN-PAIS-DESTINO==
001900                       BY ==TXI-PAIS-DESTINO==
001910                   ==TRAN-NOMBRE-ORIGEN==
001920                       BY ==TXI-NOMBRE-ORIGEN==
001930                   ==TRAN-NOMBRE-DESTINO==
001940                       BY ==TXI-NOMBRE-DESTINO==
001950                   ==TRAN-MODO-LOTE==
001960                       BY ==TXI-MODO-LOTE==
001970                   ==TRAN-MODO-FLUSH==
001980                       BY ==TXI-MODO-FLUSH==
001990                   ==TRAN-MODO==         BY ==TXI-MODO==
002000                   ==TRAN-SCORE==        BY ==TXI-SCORE==.
002010*
002020*    SECOND VIEW OF THE SAME BUFFER - THE FEED'S HEADER AND
002030*    TRAILER CONTROL RECORDS.  SEE 1300-VERIFY-FEED.
002040*
002050     COPY AMLTRNC
002060         REPLACING ==TCTL-RECORD==       BY ==TCI-RECORD==
002070                   ==TCTL-TIPO==         BY ==TCI-TIPO==
002080                   ==TCTL-HEADER==       BY ==TCI-HEADER==
002090                   ==TCTL-TRAILER==      BY ==TCI-TRAILER==
002100                   ==TCTL-FECHA==        BY ==TCI-FECHA==
002110                   ==TCTL-FEED-ID==      BY ==TCI-FEED-ID==
002120                   ==TCTL-COUNT==        BY ==TCI-COUNT==
002130                   ==TCTL-HASH==         BY ==TCI-HASH==.
002140*
002150 FD  AML-EXCEPT-OUT.
002160     COPY AMLTRAN
002170         REPLACING ==TRAN-RECORD==       BY ==TXO-DATA==
002180                   ==TRAN-ORIGEN==       BY ==TXO-ORIGEN==
002190                   ==TRAN-DESTINO==      BY ==TXO-DESTINO==
002200                   ==TRAN-MONTO==        BY ==TXO-MONTO==
002210                   ==TRAN-STATUS-CLEAR==
002220                       BY ==TXO-STATUS-CLEAR==
002230                   ==TRAN-STATUS-AMOUNT==
002240                       BY ==TXO-STATUS-AMOUNT==
002250                   ==TRAN-STATUS-WATCHLIST==
002260                       BY ==TXO-STATUS-WATCHLIST==
002270                   ==TRAN-STATUS-VELOCITY==
002280                       BY ==TXO-STATUS-VELOCITY==
002290                   ==TRAN-STATUS-INVALID==
002300                       BY ==TXO-STATUS-INVALID==
002310                   ==TRAN-STATUS-DUPLICATE==
002320                       BY ==TXO-STATUS-DUPLICATE==
002330                   ==TRAN-STATUS-COUNTRY==
002340                       BY ==TXO-STATUS-COUNTRY==
002350                   ==TRAN-STATUS-PROFILE==
002360                       BY ==TXO-STATUS-PROFILE==
002370                   ==TRAN-STATUS-NAME==
002380                       BY ==TXO-STATUS-NAME==
002390                   ==TRAN-STATUS-NEAR-THRESHOLD==
002400                       BY ==TXO-STATUS-NEAR-THRESHOLD==
002410                   ==TRAN-STATUS==       BY ==TXO-STATUS==
002420                   ==TRAN-TIPO-PERSONAL==
002430                       BY ==TXO-TIPO-PERSONAL==
002440                   ==TRAN-TIPO-EMPRESARIAL==
002450                       BY ==TXO-TIPO-EMPRESARIAL==
002460                   ==TRAN-TIPO-CTA==     BY ==TXO-TIPO-CTA==
002470                   ==TRAN-MONEDA==       BY ==TXO-MONEDA==
002480                   ==TRAN-ID==           BY ==TXO-ID==
002490                   ==TRAN-PAIS-ORIGEN==
002500                       BY ==TXO-PAIS-ORIGEN==
002510                   ==TRAN-PAIS-DESTINO==
002520                       BY ==TXO-PAIS-DESTINO==
002530                   ==TRAN-NOMBRE-ORIGEN==
002540                       BY ==TXO-NOMBRE-ORIGEN==
002550                   ==TRAN-NOMBRE-DESTINO==
002560                       BY ==TXO-NOMBRE-DESTINO==
002570                   ==TRAN-MODO-LOTE==
002580                       BY ==TXO-MODO-LOTE==
002590                   ==TRAN-MODO-FLUSH==
002600                       BY ==TXO-MODO-FLUSH==
002610                   ==TRAN-MODO==         BY ==TXO-MODO==
002620                   ==TRAN-SCORE==        BY ==TXO-SCORE==.
002630*
002640 FD  AML-CKPT-FILE.
002650     COPY AMLCKPT.
002660*
002670 FD  AML-RUND-FILE.
002680     COPY AMLRUND.
002690*
002700 FD  AML-PARM-IN.
002710 01  PARMIN-RECORD.
002720     05  PARMIN-INTERVALO        PIC 9(05).
002730*
002740 WORKING-STORAGE SECTION.
002750*
002760******************************************************************
002770*    SWITCHES AND WORK FIELDS                                   *
002780******************************************************************
002790 77  WK-TRANS-IN-STATUS          PIC X(02)  VALUE "00".
002800     88  WK-TRANS-IN-OK                  VALUE "00".
002810 77  WK-EXCEPT-OUT-STATUS        PIC X(02)  VALUE "00".
002820     88  WK-EXCEPT-OUT-NOT-FOUND          VALUE "35".
002830*
002840 77  WK-CKPT-STATUS              PIC X(02)  VALUE "00".
002850     88  WK-CKPT-OK                      VALUE "00".
002860     88  WK-CKPT-NOT-FOUND               VALUE "35".
002870*
002880 77  WK-PARMIN-STATUS            PIC X(02)  VALUE "00".
002890     88  WK-PARMIN-OK                    VALUE "00".
002900*
002910 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
002920     88  WK-RUND-OK                      VALUE "00".
002930*
002940 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
002950     88  WK-EOF                          VALUE "Y".
002960*
002970 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
002980 77  WK-EXCEPT-COUNT             PIC 9(09) COMP-5 VALUE 0.
002990*
003000******************************************************************
003010*    CHECKPOINT/RESTART WORK FIELDS.  WK-SKIP-COUNT IS THE       *
003020*    NUMBER OF ALREADY-PROCESSED TRANSACTIONS TO READ PAST ON A  *
003030*    RESTART BEFORE SCREENING RESUMES.  A CHECKPOINT IS WRITTEN  *
003040*    AFTER EVERY TRANSACTION - CORE_BANK IS NOT SAFE TO RECALL   *
003050*    FOR A TRANSACTION ALREADY PROCESSED, SO A RESTART CAN ONLY  *
003060*    SKIP PAST WORK THE CHECKPOINT CAN GUARANTEE IS DONE.        *
003070******************************************************************
003080 77  WK-SKIP-COUNT               PIC 9(09) COMP-5 VALUE 0.
003090*
003100******************************************************************
003110*    COMMIT-UNIT STATE.  THE SWEEP CALLS CORE_BANK IN BATCH      *
003120*    MODE ("B"), WHICH HOLDS THE SCREENING WORK FILES OPEN      *
003130*    ACROSS CALLS, AND COMMITS EVERY WK-COMMIT-INTERVAL          *
003140*    TRANSACTIONS: A FLUSH CALL ("F") MAKES CORE_BANK CLOSE      *
003150*    AND SO FLUSH THOSE FILES, AND ONLY THEN IS THE CHECKPOINT   *
003160*    WRITTEN - IT NEVER COVERS WORK THAT IS NOT ON DISK.  A      *
003170*    RESTART RE-SCREENS AT MOST ONE COMMIT UNIT; RE-SCREENS OF   *
003180*    TRANSACTIONS WHOSE IDS WERE ALREADY REGISTERED COME BACK    *
003190*    "05" AND ADD NOTHING TO THE VELOCITY TOTALS.  THE DEFAULT   *
003200*    INTERVAL OF 1 REPRODUCES THE OLD EVERY-TRANSACTION          *
003210*    CHECKPOINT EXACTLY; OPERATIONS RAISES IT THROUGH SWPPARM    *
003220*    FOR FEEDS THAT CARRY TRANSACTION IDS.  A FEED WITHOUT IDS   *
003230*    MUST STAY AT 1 - ITS RE-SCREENS CANNOT BE SUPPRESSED AND    *
003240*    WOULD DOUBLE INTO THE VELOCITY TOTALS.                      *
003250******************************************************************
003260 77  WK-COMMIT-INTERVAL          PIC 9(05) COMP-5 VALUE 1.
003270 77  WK-SINCE-COMMIT             PIC 9(05) COMP-5 VALUE 0.
003280*
003290 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
003300*
003310******************************************************************
003320*    FEED VERIFICATION STATE - SEE 1300-VERIFY-FEED.  THE FEED   *
003330*    IS READ ONCE END TO END BEFORE ANY SCREENING: THE FIRST     *
003340*    RECORD MUST BE A HEADER WHOSE DATE AGREES WITH THE          *
003350*    BUSINESS DATE, THE LAST A TRAILER WHOSE COUNT AND HASH      *
003360*    TOTAL MATCH WHAT WAS READ.  THE RECORD IN HAND IS ALWAYS    *
003370*    HELD ONE READ BEHIND, SINCE ONLY THE READ AFTER IT CAN      *
003380*    SAY WHETHER IT WAS THE LAST - AND SO THE TRAILER - OR A     *
003390*    DETAIL TO COUNT AND HASH.  WK-DETAIL-COUNT THEN BOUNDS      *
003400*    THE SCREENING LOOP SO THE TRAILER IS NEVER SCREENED AS A    *
003410*    WIRE.                                                       *
003420******************************************************************
003430 77  WK-VER-EOF-SW               PIC X(01)  VALUE "N".
003440     88  WK-VER-EOF                      VALUE "Y".
003450*
003460 77  WK-DETAIL-COUNT             PIC 9(09) COMP-5 VALUE 0.
003470 77  WK-DETAIL-READ              PIC 9(09) COMP-5 VALUE 0.
003480 77  WK-HASH-TOTAL               USAGE COMP-2 VALUE 0.
003490 77  WK-HASH-DIFF                USAGE COMP-2 VALUE 0.
003500*
003510 77  WK-HELD-TIPO                PIC X(01)  VALUE SPACE.
003520 77  WK-HELD-COUNT               PIC 9(09)  VALUE 0.
003530 77  WK-HELD-HASH                USAGE COMP-2 VALUE 0.
003540 77  WK-HELD-MONTO               USAGE COMP-2 VALUE 0.
003550*
003560******************************************************************
003570*    CALL BLOCK PASSED TO CORE_BANK - SAME LAYOUT AS TXI-DATA/   *
003580*    TXO-DATA, JUST UNDER A CB- PREFIX FOR THE CALL.             *
003590******************************************************************
003600     COPY AMLTRAN
003610         REPLACING ==TRAN-RECORD==       BY ==CB-DATA==
003620                   ==TRAN-ORIGEN==       BY ==CB-ORIGEN==
003630                   ==TRAN-DESTINO==      BY ==CB-DESTINO==
003640                   ==TRAN-MONTO==        BY ==CB-MONTO==
003650                   ==TRAN-STATUS-CLEAR==
003660                       BY ==CB-STATUS-CLEAR==
003670                   ==TRAN-STATUS-AMOUNT==
003680                       BY ==CB-STATUS-AMOUNT==
003690                   ==TRAN-STATUS-WATCHLIST==
003700                       BY ==CB-STATUS-WATCHLIST==
003710                   ==TRAN-STATUS-VELOCITY==
003720                       BY ==CB-STATUS-VELOCITY==
003730                   ==TRAN-STATUS-INVALID==
003740                       BY ==CB-STATUS-INVALID==
003750                   ==TRAN-STATUS-DUPLICATE==
003760                       BY ==CB-STATUS-DUPLICATE==
003770                   ==TRAN-STATUS-COUNTRY==
003780                       BY ==CB-STATUS-COUNTRY==
003790                   ==TRAN-STATUS-PROFILE==
003800                       BY ==CB-STATUS-PROFILE==
003810                   ==TRAN-STATUS-NAME==
003820                       BY ==CB-STATUS-NAME==
003830                   ==TRAN-STATUS-NEAR-THRESHOLD==
003840                       BY ==CB-STATUS-NEAR-THRESHOLD==
003850                   ==TRAN-STATUS==       BY ==CB-STATUS==
003860                   ==TRAN-TIPO-PERSONAL==
003870                       BY ==CB-TIPO-PERSONAL==
003880                   ==TRAN-TIPO-EMPRESARIAL==
003890                       BY ==CB-TIPO-EMPRESARIAL==
003900                   ==TRAN-TIPO-CTA==     BY ==CB-TIPO-CTA==
003910                   ==TRAN-MONEDA==       BY ==CB-MONEDA==
003920                   ==TRAN-ID==           BY ==CB-ID==
003930                   ==TRAN-PAIS-ORIGEN==
003940                       BY ==CB-PAIS-ORIGEN==
003950                   ==TRAN-PAIS-DESTINO==
003960                       BY ==CB-PAIS-DESTINO==
003970                   ==TRAN-NOMBRE-ORIGEN==
003980                       BY ==CB-NOMBRE-ORIGEN==
003990                   ==TRAN-NOMBRE-DESTINO==
004000                       BY ==CB-NOMBRE-DESTINO==
004010                   ==TRAN-MODO-LOTE==
004020                       BY ==CB-MODO-LOTE==
004030                   ==TRAN-MODO-FLUSH==
004040                       BY ==CB-MODO-FLUSH==
004050                   ==TRAN-MODO==         BY ==CB-MODO==
004060                   ==TRAN-SCORE==        BY ==CB-SCORE==.
004070*
004080******************************************************************
004090*    CALL BLOCK FOR AML_RUNCTL - START AND FINISH OF THIS STEP   *
004100*    ON THE NIGHTLY RUN CONTROL.  SEE AMLRUNP.                   *
004110******************************************************************
004120     COPY AMLRUNP.
004130*
004140******************************************************************
004150*                                                                *
004160*    0000-MAINLINE                                               *
004170*                                                                *
004180******************************************************************
004190 PROCEDURE DIVISION.
004200*
004210 0000-MAINLINE.
004220*
004230     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
004240*
004250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004260*
004270     PERFORM 2000-READ-TRANS THRU 2000-EXIT.
004280*
004290     PERFORM 3000-PROCESS-TRANS THRU 3000-EXIT
004300         UNTIL WK-EOF.
004310*
004320     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004330*
004340     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
004350*
004360     GOBACK.
004370*
004380******************************************************************
004390*                                                                *
004400*    0500-REGISTER-START                                         *
004410*                                                                *
004420*    REGISTERS THE START OF THIS STEP ON THE NIGHTLY RUN         *
004430*    CONTROL (SEE AML_RUNCTL AND AMLCHAIN).  A REFUSED START -   *
004440*    A PREDECESSOR NOT COMPLETE FOR THE BUSINESS DATE, OR THIS   *
004450*    STEP ALREADY COMPLETE WITHOUT A RERUN CARD - ENDS THE RUN   *
004460*    WITH RETURN CODE 12 BEFORE ANY FILE IS OPENED.              *
004470******************************************************************
004480 0500-REGISTER-START.
004490*
004500     SET RUNP-INICIO TO TRUE.
004510     MOVE "AML_SWEEP" TO RUNP-PROGRAMA.
004520     CALL "AML_RUNCTL" USING RUNP-PARM.
004530     IF RUNP-RECHAZADO
004540         MOVE 12 TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570*
004580 0500-EXIT.
004590     EXIT.
004600*
004610******************************************************************
004620*    1000-INITIALIZE                                             *
004630*                                                                *
004640*    READS ANY EXISTING CHECKPOINT TO DECIDE WHETHER THIS IS A   *
004650*    FRESH RUN OR A RESTART, OPENS THE FILES ACCORDINGLY, AND    *
004660*    SKIPS PAST WHATEVER WAS ALREADY PROCESSED BEFORE THE        *
004670*    MAINLINE STARTS READING TRANSACTIONS TO SCREEN.             *
004680******************************************************************
004690 1000-INITIALIZE.
004700*
004710     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
004720     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
004730*
004740     PERFORM 1200-READ-PARMS THRU 1200-EXIT.
004750*
004760     PERFORM 1500-READ-CHECKPOINT THRU 1500-EXIT.
004770*
004780     OPEN INPUT AML-TRANS-IN.
004790     IF NOT WK-TRANS-IN-OK
004800         DISPLAY "AML_SWEEP: AVISO - NO SE PUDO ABRIR TRANSIN, "
004810                 "STATUS = " WK-TRANS-IN-STATUS
004820         STOP RUN
004830     END-IF.
004840*
004850     PERFORM 1300-VERIFY-FEED THRU 1300-EXIT.
004860*
004870     IF WK-SKIP-COUNT > 0
004880         OPEN EXTEND AML-EXCEPT-OUT
004890         IF WK-EXCEPT-OUT-NOT-FOUND
004900             OPEN OUTPUT AML-EXCEPT-OUT
004910         END-IF
004920     ELSE
004930         OPEN OUTPUT AML-EXCEPT-OUT
004940     END-IF.
004950*
004960     PERFORM 1600-SKIP-PROCESSED THRU 1600-EXIT.
004970*
004980 1000-EXIT.
004990     EXIT.
005000*
005010******************************************************************
005020*                                                                *
005030*    1100-READ-RUN-DATE                                          *
005040*                                                                *
005050*    SHOWS THE OPERATOR WHICH BUSINESS DATE THIS SWEEP WILL      *
005060*    DATE ITS WORK UNDER.  THE SCREENING ITSELF READS THE SAME   *
005070*    RUN CONTROL FILE INSIDE CORE_BANK; A MISSING FILE IS THE    *
005080*    NORMAL CASE AND MEANS THE SYSTEM DATE APPLIES.              *
005090******************************************************************
005100 1100-READ-RUN-DATE.
005110*
005120     OPEN INPUT AML-RUND-FILE.
005130     IF NOT WK-RUND-OK
005140         GO TO 1100-EXIT
005150     END-IF.
005160*
005170     READ AML-RUND-FILE
005180         AT END
005190             CLOSE AML-RUND-FILE
005200             GO TO 1100-EXIT
005210     END-READ.
005220*
005230     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
005240         MOVE RUND-FECHA TO WK-RUN-DATE
005250         DISPLAY "AML_SWEEP: FECHA DE NEGOCIO " RUND-FECHA
005260                 " TOMADA DE AMLRUND"
005270     ELSE
005280         DISPLAY "AML_SWEEP: AVISO - FECHA EN AMLRUND NO "
005290                 "VALIDA, SE USA LA FECHA DEL SISTEMA"
005300     END-IF.
005310*
005320     CLOSE AML-RUND-FILE.
005330*
005340 1100-EXIT.
005350     EXIT.
005360*
005370******************************************************************
005380*                                                                *
005390*    1200-READ-PARMS                                             *
005400*                                                                *
005410*    LOADS THE COMMIT INTERVAL FROM THE OPTIONAL SWPPARM CARD.   *
005420*    A MISSING CARD IS THE NORMAL CASE AND MEANS THE DEFAULT OF  *
005430*    1 - THE OLD EVERY-TRANSACTION CHECKPOINT - APPLIES; ZERO    *
005440*    OR NON-NUMERIC IS REFUSED WITH A WARNING.                   *
005450******************************************************************
005460 1200-READ-PARMS.
005470*
005480     OPEN INPUT AML-PARM-IN.
005490     IF NOT WK-PARMIN-OK
005500         GO TO 1200-EXIT
005510     END-IF.
005520*
005530     READ AML-PARM-IN
005540         AT END
005550             CLOSE AML-PARM-IN
005560             GO TO 1200-EXIT
005570     END-READ.
005580*
005590     IF PARMIN-INTERVALO NUMERIC AND PARMIN-INTERVALO > 0
005600         MOVE PARMIN-INTERVALO TO WK-COMMIT-INTERVAL
005610         DISPLAY "AML_SWEEP: INTERVALO DE COMMIT "
005620                 WK-COMMIT-INTERVAL " TOMADO DE SWPPARM"
005630     ELSE
005640         DISPLAY "AML_SWEEP: AVISO - INTERVALO EN SWPPARM NO "
005650                 "VALIDO, SE USA EL DEFAULT"
005660     END-IF.
005670*
005680     CLOSE AML-PARM-IN.
005690*
005700 1200-EXIT.
005710     EXIT.
005720*
005730******************************************************************
005740*                                                                *
005750*    1300-VERIFY-FEED                                            *
005760*                                                                *
005770*    PROVES THE FEED ARRIVED WHOLE BEFORE ANYTHING IS SCREENED.  *
005780*    ONE PASS END TO END: THE FIRST RECORD MUST BE A HEADER      *
005790*    WHOSE DATE AGREES WITH THE BUSINESS DATE, AND THE LAST A    *
005800*    TRAILER WHOSE DETAIL COUNT AND AMOUNT HASH TOTAL MATCH      *
005810*    WHAT WAS ACTUALLY READ.  A FEED THAT FAILS ANY OF IT IS     *
005820*    REFUSED OUTRIGHT WITH RETURN CODE 8 - A TRUNCATED           *
005830*    TRANSMISSION USED TO LOOK LIKE NOTHING MORE THAN A SMALL    *
005840*    DAY, AND AML_RECON WOULD TIE OUT PERFECTLY AGAINST IT.      *
005850*    THE RECORD IN HAND IS HELD ONE READ BEHIND, SINCE ONLY      *
005860*    THE READ AFTER IT CAN SAY WHETHER IT WAS THE TRAILER OR A   *
005870*    DETAIL.  THE FILE IS THEN CLOSED, REOPENED AND POSITIONED   *
005880*    PAST THE HEADER, AND WK-DETAIL-COUNT BOUNDS THE SCREENING   *
005890*    LOOP SO THE TRAILER IS NEVER SCREENED AS A WIRE.            *
005900******************************************************************
005910 1300-VERIFY-FEED.
005920*
005930     READ AML-TRANS-IN
005940         AT END
005950             DISPLAY "AML_SWEEP: ALIMENTACION RECHAZADA - "
005960                     "TRANSIN VACIO"
005970             PERFORM 1350-REFUSE-FEED THRU 1350-EXIT
005980     END-READ.
005990*
006000     IF NOT TCI-HEADER
006010         DISPLAY "AML_SWEEP: ALIMENTACION RECHAZADA - SIN "
006020                 "CABECERA EN TRANSIN"
006030         PERFORM 1350-REFUSE-FEED THRU 1350-EXIT
006040     END-IF.
006050*
006060     IF TCI-FECHA NOT = WK-RUN-DATE
006070         DISPLAY "AML_SWEEP: ALIMENTACION RECHAZADA - FECHA DE "
006080                 "CABECERA " TCI-FECHA " NO COINCIDE CON LA "
006090                 "FECHA DE NEGOCIO " WK-RUN-DATE
006100         PERFORM 1350-REFUSE-FEED THRU 1350-EXIT
006110     END-IF.
006120*
006130     DISPLAY "AML_SWEEP: ALIMENTACION " TCI-FEED-ID
006140             " FECHA " TCI-FECHA.
006150*
006160*    PRIME THE HOLD WITH THE RECORD AFTER THE HEADER.  A FEED
006170*    WITH NO RECORD AFTER THE HEADER HAS NO TRAILER EITHER.
006180*
006190     READ AML-TRANS-IN
006200         AT END
006210             DISPLAY "AML_SWEEP: ALIMENTACION RECHAZADA - SIN "
006220                     "REGISTRO DE COLA EN TRANSIN"
006230             PERFORM 1350-REFUSE-FEED THRU 1350-EXIT
006240     END-READ.
006250     MOVE TCI-TIPO  TO WK-HELD-TIPO.
006260     MOVE TCI-COUNT TO WK-HELD-COUNT.
006270     MOVE TCI-HASH  TO WK-HELD-HASH.
006280     MOVE TXI-MONTO TO WK-HELD-MONTO.
006290*
006300     PERFORM 1310-VERIFY-ONE THRU 1310-EXIT
006310         UNTIL WK-VER-EOF.
006320*
006330*    AT END OF FILE THE HELD RECORD IS THE TRAILER.
006340*
006350     IF WK-HELD-TIPO NOT = "T"
006360         DISPLAY "AML_SWEEP: ALIMENTACION RECHAZADA - SIN "
006370                 "REGISTRO DE COLA EN TRANSIN"
006380         PERFORM 1350-REFUSE-FEED THRU 1350-EXIT
006390     END-IF.
006400*
006410     IF WK-HELD-COUNT NOT = WK-DETAIL-COUNT
006420         DISPLAY "AML_SWEEP: ALIMENTACION RECHAZADA - LA COLA "
006430                 "DECLARA " WK-HELD-COUNT " REGISTROS, "
006440                 "RECIBIDOS " WK-DETAIL-COUNT
006450         PERFORM 1350-REFUSE-FEED THRU 1350-EXIT
006460     END-IF.
006470*
006480     COMPUTE WK-HASH-DIFF = WK-HELD-HASH - WK-HASH-TOTAL.
006490     IF WK-HASH-DIFF < 0
006500         COMPUTE WK-HASH-DIFF = 0 - WK-HASH-DIFF
006510     END-IF.
006520     IF WK-HASH-DIFF > 0.01
006530         DISPLAY "AML_SWEEP: ALIMENTACION RECHAZADA - TOTAL DE "
006540                 "CONTROL DE IMPORTES NO CUADRA"
006550         PERFORM 1350-REFUSE-FEED THRU 1350-EXIT
006560     END-IF.
006570*
006580     DISPLAY "AML_SWEEP: ALIMENTACION VERIFICADA, "
006590             WK-DETAIL-COUNT " REGISTROS DE DETALLE".
006600*
006610*    REPOSITION PAST THE HEADER FOR THE SCREENING PASS.
006620*
006630     CLOSE AML-TRANS-IN.
006640     OPEN INPUT AML-TRANS-IN.
006650     IF NOT WK-TRANS-IN-OK
006660         DISPLAY "AML_SWEEP: AVISO - NO SE PUDO REABRIR "
006670                 "TRANSIN, STATUS = " WK-TRANS-IN-STATUS
006680         STOP RUN
006690     END-IF.
006700     READ AML-TRANS-IN
006710         AT END
006720             SET WK-EOF TO TRUE
006730     END-READ.
006740*
006750 1300-EXIT.
006760     EXIT.
006770*
006780******************************************************************
006790*    1310-VERIFY-ONE                                             *
006800******************************************************************
006810 1310-VERIFY-ONE.
006820*
006830     READ AML-TRANS-IN
006840         AT END
006850             SET WK-VER-EOF TO TRUE
006860     END-READ.
006870*
006880     IF WK-VER-EOF
006890         GO TO 1310-EXIT
006900     END-IF.
006910*
006920*    THE READ SUCCEEDED, SO THE HELD RECORD WAS A DETAIL -
006930*    COUNT IT, HASH IT, AND HOLD THE NEW RECORD IN ITS PLACE.
006940*
006950     ADD 1 TO WK-DETAIL-COUNT.
006960     ADD WK-HELD-MONTO TO WK-HASH-TOTAL.
006970*
006980     MOVE TCI-TIPO  TO WK-HELD-TIPO.
006990     MOVE TCI-COUNT TO WK-HELD-COUNT.
007000     MOVE TCI-HASH  TO WK-HELD-HASH.
007010     MOVE TXI-MONTO TO WK-HELD-MONTO.
007020*
007030 1310-EXIT.
007040     EXIT.
007050*
007060******************************************************************
007070*                                                                *
007080*    1350-REFUSE-FEED                                            *
007090*                                                                *
007100*    HARD STOP BEFORE ANY SCREENING.  NOTHING HAS BEEN WRITTEN   *
007110*    AND NO CHECKPOINT TOUCHED, SO OPERATIONS RERUNS WITH A      *
007120*    GOOD FILE AND NOTHING TO BACK OUT.  THE STEP IS MARKED      *
007130*    ENDED IN ERROR ON THE RUN CONTROL, SO NOTHING DOWNSTREAM    *
007140*    STARTS AGAINST THE REFUSED FEED.                            *
007150******************************************************************
007160 1350-REFUSE-FEED.
007170*
007180     MOVE 8 TO RETURN-CODE.
007190     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
007200     STOP RUN.
007210*
007220 1350-EXIT.
007230     EXIT.
007240*
007250******************************************************************
007260*                                                                *
007270*    1500-READ-CHECKPOINT                                        *
007280*                                                                *
007290*    LOADS WK-SKIP-COUNT AND THE CARRIED-FORWARD COUNTERS FROM   *
007300*    AML-CKPT-FILE.  NO CHECKPOINT FILE, OR ONE LEFT BY A RUN    *
007310*    THAT FINISHED NORMALLY, MEANS THIS IS A FRESH RUN - NOTHING *
007320*    TO SKIP.                                                    *
007330******************************************************************
007340 1500-READ-CHECKPOINT.
007350*
007360     MOVE 0 TO WK-SKIP-COUNT.
007370     MOVE 0 TO WK-READ-COUNT.
007380     MOVE 0 TO WK-EXCEPT-COUNT.
007390*
007400     OPEN INPUT AML-CKPT-FILE.
007410     IF NOT WK-CKPT-OK AND NOT WK-CKPT-NOT-FOUND
007420         DISPLAY "AML_SWEEP: AVISO - NO SE PUDO ABRIR AMLCKPT, "
007430                 "STATUS = " WK-CKPT-STATUS
007440     END-IF.
007450*
007460     IF NOT WK-CKPT-OK
007470         GO TO 1500-EXIT
007480     END-IF.
007490*
007500     READ AML-CKPT-FILE
007510         AT END
007520             CLOSE AML-CKPT-FILE
007530             GO TO 1500-EXIT
007540     END-READ.
007550*
007560     IF CKPT-IN-PROGRESS
007570         MOVE CKPT-READ-COUNT   TO WK-SKIP-COUNT
007580         MOVE CKPT-READ-COUNT   TO WK-READ-COUNT
007590         MOVE CKPT-EXCEPT-COUNT TO WK-EXCEPT-COUNT
007600         DISPLAY "AML_SWEEP: RESTARTING - SKIPPING "
007610                 WK-SKIP-COUNT " ALREADY-PROCESSED RECORDS."
007620     END-IF.
007630*
007640     CLOSE AML-CKPT-FILE.
007650*
007660 1500-EXIT.
007670     EXIT.
007680*
007690******************************************************************
007700*                                                                *
007710*    1600-SKIP-PROCESSED                                         *
007720*                                                                *
007730*    READS AND DISCARDS WK-SKIP-COUNT TRANSACTIONS THAT WERE     *
007740*    ALREADY SCREENED BEFORE THE PRIOR RUN STOPPED, SO THE FIRST *
007750*    RECORD THE MAINLINE LOOP SEES IS THE FIRST UNPROCESSED ONE. *
007760******************************************************************
007770 1600-SKIP-PROCESSED.
007780*
007790     IF WK-SKIP-COUNT > 0
007800         PERFORM 1610-SKIP-ONE THRU 1610-EXIT
007810             WK-SKIP-COUNT TIMES
007820     END-IF.
007830*
007840 1600-EXIT.
007850     EXIT.
007860*
007870 1610-SKIP-ONE.
007880*
007890     IF WK-EOF
007900         GO TO 1610-EXIT
007910     END-IF.
007920*
007930     IF WK-DETAIL-READ >= WK-DETAIL-COUNT
007940         SET WK-EOF TO TRUE
007950         GO TO 1610-EXIT
007960     END-IF.
007970*
007980     READ AML-TRANS-IN
007990         AT END
008000             SET WK-EOF TO TRUE
008010     END-READ.
008020*
008030     IF NOT WK-EOF
008040         ADD 1 TO WK-DETAIL-READ
008050     END-IF.
008060*
008070 1610-EXIT.
008080     EXIT.
008090*
008100******************************************************************
008110*    2000-READ-TRANS                                             *
008120******************************************************************
008130 2000-READ-TRANS.
008140*
008150     IF WK-EOF
008160         GO TO 2000-EXIT
008170     END-IF.
008180*
008190     IF WK-DETAIL-READ >= WK-DETAIL-COUNT
008200         SET WK-EOF TO TRUE
008210         GO TO 2000-EXIT
008220     END-IF.
008230*
008240     READ AML-TRANS-IN
008250         AT END
008260             SET WK-EOF TO TRUE
008270     END-READ.
008280*
008290     IF NOT WK-EOF
008300         ADD 1 TO WK-DETAIL-READ
008310     END-IF.
008320*
008330 2000-EXIT.
008340     EXIT.
008350*
008360******************************************************************
008370*                                                                *
008380*    3000-PROCESS-TRANS                                          *
008390*                                                                *
008400*    SCREENS ONE TRANSACTION THROUGH CORE_BANK AND WRITES IT TO  *
008410*    AML-EXCEPT-OUT WHEN IT COMES BACK FLAGGED WITH ANY REASON   *
008420*    CODE OTHER THAN CLEAR - NOT JUST AN OVER-THRESHOLD AMOUNT - *
008430*    SO A WATCHLIST HIT OR A VELOCITY FLAG IS SWEPT UP TOO.      *
008440*                                                                *
008450******************************************************************
008460 3000-PROCESS-TRANS.
008470*
008480     MOVE TXI-ORIGEN   TO CB-ORIGEN.
008490     MOVE TXI-DESTINO  TO CB-DESTINO.
008500     MOVE TXI-MONTO    TO CB-MONTO.
008510     MOVE TXI-MONEDA   TO CB-MONEDA.
008520     MOVE TXI-TIPO-CTA TO CB-TIPO-CTA.
008530     MOVE TXI-ID       TO CB-ID.
008540     MOVE TXI-PAIS-ORIGEN  TO CB-PAIS-ORIGEN.
008550     MOVE TXI-PAIS-DESTINO TO CB-PAIS-DESTINO.
008560     MOVE TXI-NOMBRE-ORIGEN  TO CB-NOMBRE-ORIGEN.
008570     MOVE TXI-NOMBRE-DESTINO TO CB-NOMBRE-DESTINO.
008580     SET CB-MODO-LOTE  TO TRUE.
008590*
008600     CALL "CORE_BANK" USING CB-DATA.
008610*
008620     ADD 1 TO WK-READ-COUNT.
008630*
008640     IF NOT CB-STATUS-CLEAR
008650         MOVE CB-ORIGEN    TO TXO-ORIGEN
008660         MOVE CB-DESTINO   TO TXO-DESTINO
008670         MOVE CB-MONTO     TO TXO-MONTO
008680         MOVE CB-MONEDA    TO TXO-MONEDA
008690         MOVE CB-TIPO-CTA  TO TXO-TIPO-CTA
008700         MOVE CB-ID        TO TXO-ID
008710         MOVE CB-PAIS-ORIGEN  TO TXO-PAIS-ORIGEN
008720         MOVE CB-PAIS-DESTINO TO TXO-PAIS-DESTINO
008730         MOVE CB-NOMBRE-ORIGEN  TO TXO-NOMBRE-ORIGEN
008740         MOVE CB-NOMBRE-DESTINO TO TXO-NOMBRE-DESTINO
008750         MOVE CB-SCORE     TO TXO-SCORE
008760         MOVE CB-STATUS    TO TXO-STATUS
008770         WRITE TXO-DATA
008780         ADD 1 TO WK-EXCEPT-COUNT
008790     END-IF.
008800*
008810     ADD 1 TO WK-SINCE-COMMIT.
008820     IF WK-SINCE-COMMIT >= WK-COMMIT-INTERVAL
008830         PERFORM 4500-COMMIT-UNIT THRU 4500-EXIT
008840     END-IF.
008850*
008860     PERFORM 2000-READ-TRANS THRU 2000-EXIT.
008870*
008880 3000-EXIT.
008890     EXIT.
008900*
008910******************************************************************
008920*                                                                *
008930*    4500-COMMIT-UNIT                                            *
008940*                                                                *
008950*    ONE COMMIT POINT: AN "F" CALL MAKES CORE_BANK CLOSE - AND   *
008960*    SO FLUSH - THE WORK FILES IT HAS HELD OPEN FOR THE UNIT,    *
008970*    AND ONLY THEN IS THE CHECKPOINT WRITTEN.  ORDER MATTERS:    *
008980*    A CHECKPOINT WRITTEN FIRST COULD COVER WORK STILL IN        *
008990*    BUFFERS THAT AN ABEND WOULD THROW AWAY.                     *
009000******************************************************************
009010 4500-COMMIT-UNIT.
009020*
009030     SET CB-MODO-FLUSH TO TRUE.
009040     CALL "CORE_BANK" USING CB-DATA.
009050*
009060     PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT.
009070     MOVE 0 TO WK-SINCE-COMMIT.
009080*
009090 4500-EXIT.
009100     EXIT.
009110*
009120******************************************************************
009130*    5000-WRITE-CHECKPOINT                                       *
009140*                                                                *
009150*    REWRITES AML-CKPT-FILE WITH THE CURRENT READ/EXCEPT COUNTS  *
009160*    AND MARKS THE RUN IN-PROGRESS, SO A RESTART AFTER AN ABEND  *
009170*    OR OPERATOR CANCEL SKIPS PAST WORK ALREADY DONE.            *
009180******************************************************************
009190 5000-WRITE-CHECKPOINT.
009200*
009210     MOVE WK-READ-COUNT   TO CKPT-READ-COUNT.
009220     MOVE WK-EXCEPT-COUNT TO CKPT-EXCEPT-COUNT.
009230     SET CKPT-IN-PROGRESS TO TRUE.
009240*
009250     OPEN OUTPUT AML-CKPT-FILE.
009260     IF NOT WK-CKPT-OK
009270         DISPLAY "AML_SWEEP: AVISO - NO SE PUDO ABRIR AMLCKPT "
009280                 "PARA CHECKPOINT, STATUS = " WK-CKPT-STATUS
009290         GO TO 5000-EXIT
009300     END-IF.
009310*
009320     WRITE CKPT-RECORD.
009330     CLOSE AML-CKPT-FILE.
009340*
009350 5000-EXIT.
009360     EXIT.
009370*
009380******************************************************************
009390*    8000-TERMINATE                                              *
009400******************************************************************
009410 8000-TERMINATE.
009420*
009430*    FLUSH CORE_BANK'S HELD-OPEN FILES BEFORE THE COMPLETE
009440*    CHECKPOINT IS WRITTEN - SAME ORDER AS EVERY COMMIT POINT.
009450*
009460     SET CB-MODO-FLUSH TO TRUE.
009470     CALL "CORE_BANK" USING CB-DATA.
009480*
009490     CLOSE AML-TRANS-IN.
009500     CLOSE AML-EXCEPT-OUT.
009510*
009520     MOVE WK-READ-COUNT   TO CKPT-READ-COUNT.
009530     MOVE WK-EXCEPT-COUNT TO CKPT-EXCEPT-COUNT.
009540     SET CKPT-COMPLETE TO TRUE.
009550*
009560     OPEN OUTPUT AML-CKPT-FILE.
009570     IF NOT WK-CKPT-OK
009580         DISPLAY "AML_SWEEP: AVISO - NO SE PUDO ABRIR AMLCKPT "
009590                 "PARA CHECKPOINT, STATUS = " WK-CKPT-STATUS
009600     ELSE
009610         WRITE CKPT-RECORD
009620         CLOSE AML-CKPT-FILE
009630     END-IF.
009640*
009650     DISPLAY "AML_SWEEP: TRANSACTIONS READ    = " WK-READ-COUNT.
009660     DISPLAY "AML_SWEEP: EXCEPTIONS WRITTEN    = "
009670             WK-EXCEPT-COUNT.
009680*
009690 8000-EXIT.
009700     EXIT.
009710*
009720******************************************************************
009730*                                                                *
009740*    8900-REGISTER-END                                           *
009750*                                                                *
009760*    REGISTERS THE FINISH OF THIS STEP ON THE NIGHTLY RUN        *
009770*    CONTROL WITH ITS RETURN CODE AND KEY COUNTS.  THE CALL      *
009780*    RESETS RETURN-CODE, SO IT IS PUT BACK FROM RUNP-RC.         *
009790******************************************************************
009800 8900-REGISTER-END.
009810*
009820     SET RUNP-FIN TO TRUE.
009830     MOVE RETURN-CODE TO RUNP-RC.
009840     MOVE "TRANS READ" TO RUNP-CONT-ETIQ (1).
009850     MOVE WK-READ-COUNT TO RUNP-CONT-VALOR (1).
009860     MOVE "EXCEPTIONS" TO RUNP-CONT-ETIQ (2).
009870     MOVE WK-EXCEPT-COUNT TO RUNP-CONT-VALOR (2).
009880     MOVE "RESTART SKIP" TO RUNP-CONT-ETIQ (3).
009890     MOVE WK-SKIP-COUNT TO RUNP-CONT-VALOR (3).
009900     CALL "AML_RUNCTL" USING RUNP-PARM.
009910     MOVE RUNP-RC TO RETURN-CODE.
009920*
009930 8900-EXIT.
009940     EXIT.
