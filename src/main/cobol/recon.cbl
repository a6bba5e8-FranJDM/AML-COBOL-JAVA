000480*                     AND A FEED MISSING EITHER - OR WHOSE       *
000490*                     DECLARED COUNT DISAGREES WITH WHAT         *
000500*                     ARRIVED - IS ITSELF A DISCREPANCY.         *
000510*    2026-10-15  JDM  START AND FINISH REGISTERED ON THE NIGHTLY *
000520*                     RUN CONTROL THROUGH AML_RUNCTL (SEE        *
000530*                     AMLCHAIN); A START REFUSED THERE ENDS THE  *
000540*                     RUN WITH RC 12 BEFORE ANY FILE IS OPENED.  *
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. AML_RECON.
000580*
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620*
000630     SELECT AML-TRANS-IN ASSIGN TO "TRANSIN"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WK-TRANS-IN-STATUS.
000660*
000670     SELECT AML-AUDIT-LOG ASSIGN TO "AUDITLOG"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WK-AUDIT-STATUS.
000700*
000710     SELECT AML-EXCEPT-OUT ASSIGN TO "EXCPOUT"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WK-EXCEPT-STATUS.
000740*
000750     SELECT AML-RPT-OUT ASSIGN TO "RECONRPT"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WK-RPT-STATUS.
000780*
000790*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
000800*
000810     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WK-RUND-STATUS.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870*
000880 FD  AML-TRANS-IN.
000890     COPY AMLTRAN
000900         REPLACING ==TRAN-RECORD==       BY ==TXI-DATA==
000910                   ==TRAN-ORIGEN==       BY ==TXI-ORIGEN==
000920                   ==TRAN-DESTINO==      BY ==TXI-DESTINO==
000930                   ==TRAN-MONTO==        BY ==TXI-MONTO==
000940                   ==TRAN-STATUS-CLEAR==
000950                       BY ==TXI-STATUS-CLEAR==
000960                   ==TRAN-STATUS-AMOUNT==
000970                       BY ==TXI-STATUS-AMOUNT==
000980                   ==TRAN-STATUS-WATCHLIST==
000990                       BY ==TXI-STATUS-WATCHLIST==
001000                   ==TRAN-STATUS-VELOCITY==
001010                       BY ==TXI-STATUS-VELOCITY==
001020                   ==TRAN-STATUS-INVALID==
001030                       BY ==TXI-STATUS-INVALID==
001040                   ==TRAN-STATUS-DUPLICATE==
001050                       BY ==TXI-STATUS-DUPLICATE==
001060                   ==TRAN-STATUS-COUNTRY==
001070                       BY ==TXI-STATUS-COUNTRY==
001080                   ==TRAN-STATUS-PROFILE==
001090                       BY ==TXI-STATUS-PROFILE==
001100                   ==TRAN-STATUS-NAME==
001110                       BY ==TXI-STATUS-NAME==
001120                   ==TRAN-STATUS-NEAR-THRESHOLD==
001130                       BY ==TXI-STATUS-NEAR-THRESHOLD==
001140                   ==TRAN-STATUS==       BY ==TXI-STATUS==
001150                   ==TRAN-TIPO-PERSONAL==
001160                       BY ==TXI-TIPO-PERSONAL==
001170                   ==TRAN-TIPO-EMPRESARIAL==
001180                       BY ==TXI-TIPO-EMPRESARIAL==
001190                   ==TRAN-TIPO-CTA==     BY ==TXI-TIPO-CTA==
001200                   ==TRAN-MONEDA==       BY ==TXI-MONEDA==
001210                   ==TRAN-ID==           BY ==TXI-ID==
001220                   ==TRAN-PAIS-ORIGEN==
001230                       BY ==TXI-PAIS-ORIGEN==
001240                   ==TRAN-PAIS-DESTINO==
001250                       BY ==TXI-PAIS-DESTINO==
001260                   ==TRAN-NOMBRE-ORIGEN==
001270                       BY ==TXI-NOMBRE-ORIGEN==
001280                   ==TRAN-NOMBRE-DESTINO==
001290                       BY ==TXI-NOMBRE-DESTINO==
001300                   ==TRAN-MODO-LOTE==
001310                       BY ==TXI-MODO-LOTE==
001320                   ==TRAN-MODO-FLUSH==
001330                       BY ==TXI-MODO-FLUSH==
001340                   ==TRAN-MODO==         BY ==TXI-MODO==
001350                   ==TRAN-SCORE==        BY ==TXI-SCORE==.
001360*
001370*    SECOND VIEW OF THE SAME BUFFER - THE FEED'S HEADER AND
001380*    TRAILER CONTROL RECORDS.  SEE 2000-COUNT-TRANS.
001390*
001400     COPY AMLTRNC
001410         REPLACING ==TCTL-RECORD==       BY ==TCI-RECORD==
001420                   ==TCTL-TIPO==         BY ==TCI-TIPO==
001430                   ==TCTL-HEADER==       BY ==TCI-HEADER==
001440                   ==TCTL-TRAILER==      BY ==TCI-TRAILER==
001450                   ==TCTL-FECHA==        BY ==TCI-FECHA==
001460                   ==TCTL-FEED-ID==      BY ==TCI-FEED-ID==
001470                   ==TCTL-COUNT==        BY ==TCI-COUNT==
001480                   ==TCTL-HASH==         BY ==TCI-HASH==.
001490*
001500 FD  AML-EXCEPT-OUT.
001510     COPY AMLTRAN
001520         REPLACING ==TRAN-RECORD==       BY ==TXO-DATA==
001530                   ==TRAN-ORIGEN==       BY ==TXO-ORIGEN==
001540                   ==TRAN-DESTINO==      BY ==TXO-DESTINO==
001550                   ==TRAN-MONTO==        BY ==TXO-MONTO==
001560                   ==TRAN-STATUS-CLEAR==
001570                       BY ==TXO-STATUS-CLEAR==
001580                   ==TRAN-STATUS-AMOUNT==
001590                       BY ==TXO-STATUS-AMOUNT==
001600                   ==TRAN-STATUS-WATCHLIST==
001610                       BY ==TXO-STATUS-WATCHLIST==
001620                   ==TRAN-STATUS-VELOCITY==
001630                       BY ==TXO-STATUS-VELOCITY==
001640                   ==TRAN-STATUS-INVALID==
001650                       BY ==TXO-STATUS-INVALID==
001660                   ==TRAN-STATUS-DUPLICATE==
001670                       BY ==TXO-STATUS-DUPLICATE==
001680                   ==TRAN-STATUS-COUNTRY==
001690                       BY ==TXO-STATUS-COUNTRY==
001700                   ==TRAN-STATUS-PROFILE==
001710                       BY ==TXO-STATUS-PROFILE==
001720                   ==TRAN-STATUS-NAME==
001730                       BY ==TXO-STATUS-NAME==
001740                   ==TRAN-STATUS-NEAR-THRESHOLD==
001750                       BY ==TXO-STATUS-NEAR-THRESHOLD==
001760                   ==TRAN-STATUS==       BY ==TXO-STATUS==
001770                   ==TRAN-TIPO-PERSONAL==
001780                       BY ==TXO-TIPO-PERSONAL==
001790                   ==TRAN-TIPO-EMPRESARIAL==
001800                       BY ==TXO-TIPO-EMPRESARIAL==
001810                   ==TRAN-TIPO-CTA==     BY ==TXO-TIPO-CTA==
001820                   ==TRAN-MONEDA==       BY ==TXO-MONEDA==
001830                   ==TRAN-ID==           BY ==TXO-ID==
001840                   ==TRAN-PAIS-ORIGEN==
001850                       BY ==TXO-PAIS-ORIGEN==
001860                   ==TRAN-PAIS-DESTINO==
001870                       BY ==TXO-PAIS-DESTINO==
001880                   ==TRAN-NOMBRE-ORIGEN==
001890                       BY ==TXO-NOMBRE-ORIGEN==
001900                   ==TRAN-NOMBRE-DESTINO==
001910                       BY ==TXO-NOMBRE-DESTINO==
001920                   ==TRAN-MODO-LOTE==
001930                       BY ==TXO-MODO-LOTE==
001940                   ==TRAN-MODO-FLUSH==
001950                       BY ==TXO-MODO-FLUSH==
001960                   ==TRAN-MODO==         BY ==TXO-MODO==
001970                   ==TRAN-SCORE==        BY ==TXO-SCORE==.
001980*
001990 FD  AML-AUDIT-LOG.
002000     COPY AMLAUDT.
002010*
002020 FD  AML-RPT-OUT.
002030 01  RPT-LINE                    PIC X(080).
002040*
002050 FD  AML-RUND-FILE.
002060     COPY AMLRUND.
002070*
002080 WORKING-STORAGE SECTION.
002090*
002100******************************************************************
002110*    SWITCHES AND WORK FIELDS                                   *
002120******************************************************************
002130 77  WK-TRANS-IN-STATUS          PIC X(02)  VALUE "00".
002140     88  WK-TRANS-IN-OK                  VALUE "00".
002150*
002160 77  WK-AUDIT-STATUS             PIC X(02)  VALUE "00".
002170     88  WK-AUDIT-OK                     VALUE "00".
002180*
002190 77  WK-EXCEPT-STATUS            PIC X(02)  VALUE "00".
002200     88  WK-EXCEPT-OK                    VALUE "00".
002210*
002220 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
002230     88  WK-RPT-OK                       VALUE "00".
002240*
002250 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
002260     88  WK-EOF                          VALUE "Y".
002270*
002280 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
002290*
002300 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
002310     88  WK-RUND-OK                      VALUE "00".
002320*
002330******************************************************************
002340*    RECONCILIATION COUNTS.  THE AUDIT COUNTS ONLY TAKE IN       *
002350*    RECORDS DATED WITH THE BUSINESS DATE UNDER RECONCILIATION,  *
002360*    SO A LOG THAT WAS NOT CYCLED ON TIME DOES NOT THROW THE     *
002370*    DAY OUT OF BALANCE WITH ANOTHER DAY'S RECORDS.              *
002380******************************************************************
002390 77  WK-TRANS-COUNT              PIC 9(09) COMP-5 VALUE 0.
002400*
002410******************************************************************
002420*    FEED CONTROL STATE.  THE FIRST AND LAST RECORDS ON TRANSIN  *
002430*    ARE THE SENDER'S HEADER AND TRAILER (SEE AMLTRNC); THE      *
002440*    COUNTS BELOW START THE TIE-OUT FROM WHAT THE SENDER SAID    *
002450*    THEY SENT, NOT JUST WHAT ARRIVED.  A FEED WITHOUT THEM IS   *
002460*    ITSELF A DISCREPANCY - AML_SWEEP WOULD HAVE REFUSED IT.     *
002470******************************************************************
002480 77  WK-TOTAL-RECS               PIC 9(09) COMP-5 VALUE 0.
002490 77  WK-FIRST-TIPO               PIC X(01)  VALUE SPACE.
002500 77  WK-LAST-TIPO                PIC X(01)  VALUE SPACE.
002510 77  WK-DECLARED-COUNT           PIC 9(09)  VALUE 0.
002520*
002530 77  WK-CTL-OK-SW                PIC X(01)  VALUE "N".
002540     88  WK-CTL-OK                       VALUE "Y".
002550 77  WK-AUDIT-DAY-COUNT          PIC 9(09) COMP-5 VALUE 0.
002560 77  WK-AUDIT-FLAG-COUNT         PIC 9(09) COMP-5 VALUE 0.
002570 77  WK-AUDIT-OTHER-COUNT        PIC 9(09) COMP-5 VALUE 0.
002580 77  WK-EXCEPT-COUNT             PIC 9(09) COMP-5 VALUE 0.
002590*
002600 77  WK-DISCREP-COUNT            PIC 9(04) COMP-5 VALUE 0.
002610*
002620******************************************************************
002630*    EDITED FIELDS FOR REPORT LINES.                             *
002640******************************************************************
002650 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
002660*
002670******************************************************************
002680*    CALL BLOCK FOR AML_RUNCTL - START AND FINISH OF THIS STEP   *
002690*    ON THE NIGHTLY RUN CONTROL.  SEE AMLRUNP.                   *
002700******************************************************************
002710     COPY AMLRUNP.
002720*
002730******************************************************************
002740*                                                                *
002750*    0000-MAINLINE                                               *
002760*                                                                *
002770******************************************************************
002780 PROCEDURE DIVISION.
002790*
002800 0000-MAINLINE.
002810*
002820     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
002830*
002840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002850*
002860     PERFORM 2000-COUNT-TRANS THRU 2000-EXIT.
002870*
002880     PERFORM 3000-COUNT-AUDIT THRU 3000-EXIT.
002890*
002900     PERFORM 4000-COUNT-EXCEPT THRU 4000-EXIT.
002910*
002920     PERFORM 7000-BALANCE THRU 7000-EXIT.
002930*
002940     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002950*
002960     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
002970*
002980     GOBACK.
002990*
003000******************************************************************
003010*                                                                *
003020*    0500-REGISTER-START                                         *
003030*                                                                *
003040*    REGISTERS THE START OF THIS STEP ON THE NIGHTLY RUN         *
003050*    CONTROL (SEE AML_RUNCTL AND AMLCHAIN).  A REFUSED START -   *
003060*    A PREDECESSOR NOT COMPLETE FOR THE BUSINESS DATE, OR THIS   *
003070*    STEP ALREADY COMPLETE WITHOUT A RERUN CARD - ENDS THE RUN   *
003080*    WITH RETURN CODE 12 BEFORE ANY FILE IS OPENED.              *
003090******************************************************************
003100 0500-REGISTER-START.
003110*
003120     SET RUNP-INICIO TO TRUE.
003130     MOVE "AML_RECON" TO RUNP-PROGRAMA.
003140     CALL "AML_RUNCTL" USING RUNP-PARM.
003150     IF RUNP-RECHAZADO
003160         MOVE 12 TO RETURN-CODE
003170         STOP RUN
003180     END-IF.
003190*
003200 0500-EXIT.
003210     EXIT.
003220*
003230******************************************************************
003240*    1000-INITIALIZE                                             *
003250******************************************************************
003260 1000-INITIALIZE.
003270*
003280     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
003290     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
003300*
003310     OPEN OUTPUT AML-RPT-OUT.
003320     IF NOT WK-RPT-OK
003330         DISPLAY "AML_RECON: NO SE PUDO ABRIR RECONRPT, "
003340                 "STATUS = " WK-RPT-STATUS
003350         STOP RUN
003360     END-IF.
003370*
003380     MOVE SPACES TO RPT-LINE.
003390     STRING "AML SCREENING RECONCILIATION - BUSINESS DATE "
003400             WK-RUN-DATE
003410         DELIMITED BY SIZE INTO RPT-LINE.
003420     WRITE RPT-LINE.
003430*
003440     MOVE SPACES TO RPT-LINE.
003450     WRITE RPT-LINE.
003460*
003470 1000-EXIT.
003480     EXIT.
003490*
003500******************************************************************
003510*                                                                *
003520*    1100-READ-RUN-DATE                                          *
003530*                                                                *
003540*    OVERRIDES THE ACCEPTED SYSTEM DATE WITH THE BUSINESS DATE   *
003550*    FROM THE OPTIONAL RUN CONTROL FILE, SO A PRIOR-DAY RERUN    *
003560*    RECONCILES THAT DAY'S AUDIT RECORDS.  A MISSING FILE IS     *
003570*    THE NORMAL CASE; AN IMPLAUSIBLE DATE IS IGNORED WITH A      *
003580*    WARNING.                                                    *
003590******************************************************************
003600 1100-READ-RUN-DATE.
003610*
003620     OPEN INPUT AML-RUND-FILE.
003630     IF NOT WK-RUND-OK
003640         GO TO 1100-EXIT
003650     END-IF.
003660*
003670     READ AML-RUND-FILE
003680         AT END
003690             CLOSE AML-RUND-FILE
003700             GO TO 1100-EXIT
003710     END-READ.
003720*
003730     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
003740         MOVE RUND-FECHA TO WK-RUN-DATE
003750         DISPLAY "AML_RECON: FECHA DE NEGOCIO " WK-RUN-DATE
003760                 " TOMADA DE AMLRUND"
003770     ELSE
003780         DISPLAY "AML_RECON: AVISO - FECHA EN AMLRUND NO "
003790                 "VALIDA, SE USA LA FECHA DEL SISTEMA"
003800     END-IF.
003810*
003820     CLOSE AML-RUND-FILE.
003830*
003840 1100-EXIT.
003850     EXIT.
003860*
003870******************************************************************
003880*                                                                *
003890*    2000-COUNT-TRANS                                            *
003900*                                                                *
003910*    COUNTS THE DAY'S INPUT TRANSACTIONS.  A TRANSACTION FILE    *
003920*    THAT CANNOT BE OPENED IS ITSELF A DISCREPANCY - THE SWEEP   *
003930*    CANNOT HAVE RUN AGAINST NOTHING.                            *
003940******************************************************************
003950 2000-COUNT-TRANS.
003960*
003970     OPEN INPUT AML-TRANS-IN.
003980     IF NOT WK-TRANS-IN-OK
003990         DISPLAY "AML_RECON: AVISO - NO SE PUDO ABRIR TRANSIN, "
004000                 "STATUS = " WK-TRANS-IN-STATUS
004010         ADD 1 TO WK-DISCREP-COUNT
004020         MOVE SPACES TO RPT-LINE
004030         STRING "DISCREPANCY - TRANSIN COULD NOT BE OPENED"
004040             DELIMITED BY SIZE INTO RPT-LINE
004050         WRITE RPT-LINE
004060         GO TO 2000-EXIT
004070     END-IF.
004080*
004090     SET WK-EOF-SW TO "N".
004100     PERFORM 2100-READ-ONE-TRANS THRU 2100-EXIT
004110         UNTIL WK-EOF.
004120*
004130     CLOSE AML-TRANS-IN.
004140*
004150*    A WHOLE FEED IS HEADER + DETAILS + TRAILER; THE DETAIL
004160*    COUNT IS WHAT BALANCES AGAINST THE AUDIT LOG.  A FEED
004170*    WITHOUT ITS CONTROL RECORDS IS COUNTED AS IT ARRIVED AND
004180*    CALLED OUT BELOW.
004190*
004200     IF WK-TOTAL-RECS > 1
004210       AND WK-FIRST-TIPO = "H" AND WK-LAST-TIPO = "T"
004220         SET WK-CTL-OK TO TRUE
004230         COMPUTE WK-TRANS-COUNT = WK-TOTAL-RECS - 2
004240     ELSE
004250         MOVE WK-TOTAL-RECS TO WK-TRANS-COUNT
004260     END-IF.
004270*
004280 2000-EXIT.
004290     EXIT.
004300*
004310 2100-READ-ONE-TRANS.
004320*
004330     READ AML-TRANS-IN
004340         AT END
004350             SET WK-EOF TO TRUE
004360     END-READ.
004370*
004380     IF WK-EOF
004390         GO TO 2100-EXIT
004400     END-IF.
004410*
004420     ADD 1 TO WK-TOTAL-RECS.
004430     IF WK-TOTAL-RECS = 1
004440         MOVE TCI-TIPO TO WK-FIRST-TIPO
004450     END-IF.
004460     MOVE TCI-TIPO  TO WK-LAST-TIPO.
004470     MOVE TCI-COUNT TO WK-DECLARED-COUNT.
004480*
004490 2100-EXIT.
004500     EXIT.
004510*
004520******************************************************************
004530*                                                                *
004540*    3000-COUNT-AUDIT                                            *
004550*                                                                *
004560*    COUNTS THE DAY'S AUDIT RECORDS - TOTAL AND NON-CLEAR -      *
004570*    TAKING IN ONLY RECORDS DATED WITH THE BUSINESS DATE.        *
004580*    RECORDS FOR ANY OTHER DATE ARE COUNTED SEPARATELY AND       *
004590*    NOTED, NOT BALANCED.                                        *
004600******************************************************************
004610 3000-COUNT-AUDIT.
004620*
004630     OPEN INPUT AML-AUDIT-LOG.
004640     IF NOT WK-AUDIT-OK
004650         DISPLAY "AML_RECON: AVISO - NO SE PUDO ABRIR AUDITLOG, "
004660                 "STATUS = " WK-AUDIT-STATUS
004670         GO TO 3000-EXIT
004680     END-IF.
004690*
004700     SET WK-EOF-SW TO "N".
004710     PERFORM 3100-READ-ONE-AUDIT THRU 3100-EXIT
004720         UNTIL WK-EOF.
004730*
004740     CLOSE AML-AUDIT-LOG.
004750*
004760 3000-EXIT.
004770     EXIT.
004780*
004790 3100-READ-ONE-AUDIT.
004800*
004810     READ AML-AUDIT-LOG
004820         AT END
004830             SET WK-EOF TO TRUE
004840     END-READ.
004850*
004860     IF WK-EOF
004870         GO TO 3100-EXIT
004880     END-IF.
004890*
004900     IF AUDT-DATE NOT = WK-RUN-DATE
004910         ADD 1 TO WK-AUDIT-OTHER-COUNT
004920         GO TO 3100-EXIT
004930     END-IF.
004940*
004950     ADD 1 TO WK-AUDIT-DAY-COUNT.
004960     IF NOT AUDT-STATUS-CLEAR
004970         ADD 1 TO WK-AUDIT-FLAG-COUNT
004980     END-IF.
004990*
005000 3100-EXIT.
005010     EXIT.
005020*
005030******************************************************************
005040*                                                                *
005050*    4000-COUNT-EXCEPT                                           *
005060*                                                                *
005070******************************************************************
005080 4000-COUNT-EXCEPT.
005090*
005100     OPEN INPUT AML-EXCEPT-OUT.
005110     IF NOT WK-EXCEPT-OK
005120         DISPLAY "AML_RECON: AVISO - NO SE PUDO ABRIR EXCPOUT, "
005130                 "STATUS = " WK-EXCEPT-STATUS
005140         GO TO 4000-EXIT
005150     END-IF.
005160*
005170     SET WK-EOF-SW TO "N".
005180     PERFORM 4100-READ-ONE-EXCEPT THRU 4100-EXIT
005190         UNTIL WK-EOF.
005200*
005210     CLOSE AML-EXCEPT-OUT.
005220*
005230 4000-EXIT.
005240     EXIT.
005250*
005260 4100-READ-ONE-EXCEPT.
005270*
005280     READ AML-EXCEPT-OUT
005290         AT END
005300             SET WK-EOF TO TRUE
005310     END-READ.
005320*
005330     IF NOT WK-EOF
005340         ADD 1 TO WK-EXCEPT-COUNT
005350     END-IF.
005360*
005370 4100-EXIT.
005380     EXIT.
005390*
005400******************************************************************
005410*                                                                *
005420*    7000-BALANCE                                                *
005430*                                                                *
005440*    THE TWO TIE-OUTS.  EVERY FAILURE GOES ON THE REPORT AND     *
005450*    BUMPS THE DISCREPANCY COUNT; 8000-TERMINATE TURNS ANY       *
005460*    DISCREPANCY INTO RETURN CODE 8.                             *
005470******************************************************************
005480 7000-BALANCE.
005490*
005500     IF WK-CTL-OK
005510         MOVE WK-DECLARED-COUNT TO WK-EDIT-COUNT
005520         MOVE SPACES TO RPT-LINE
005530         STRING "TRANSACTIONS DECLARED BY SENDER. . . . "
005540                 WK-EDIT-COUNT
005550             DELIMITED BY SIZE INTO RPT-LINE
005560         WRITE RPT-LINE
005570     END-IF.
005580*
005590     MOVE WK-TRANS-COUNT TO WK-EDIT-COUNT.
005600     MOVE SPACES TO RPT-LINE.
005610     STRING "TRANSACTIONS PRESENTED (TRANSIN) . . . "
005620             WK-EDIT-COUNT
005630         DELIMITED BY SIZE INTO RPT-LINE.
005640     WRITE RPT-LINE.
005650*
005660     MOVE WK-AUDIT-DAY-COUNT TO WK-EDIT-COUNT.
005670     MOVE SPACES TO RPT-LINE.
005680     STRING "AUDIT RECORDS FOR THE DAY. . . . . . . "
005690             WK-EDIT-COUNT
005700         DELIMITED BY SIZE INTO RPT-LINE.
005710     WRITE RPT-LINE.
005720*
005730     MOVE WK-AUDIT-FLAG-COUNT TO WK-EDIT-COUNT.
005740     MOVE SPACES TO RPT-LINE.
005750     STRING "  OF WHICH NON-CLEAR . . . . . . . . . "
005760             WK-EDIT-COUNT
005770         DELIMITED BY SIZE INTO RPT-LINE.
005780     WRITE RPT-LINE.
005790*
005800     MOVE WK-EXCEPT-COUNT TO WK-EDIT-COUNT.
005810     MOVE SPACES TO RPT-LINE.
005820     STRING "EXCEPTIONS WRITTEN (EXCPOUT) . . . . . "
005830             WK-EDIT-COUNT
005840         DELIMITED BY SIZE INTO RPT-LINE.
005850     WRITE RPT-LINE.
005860*
005870     IF WK-AUDIT-OTHER-COUNT > 0
005880         MOVE WK-AUDIT-OTHER-COUNT TO WK-EDIT-COUNT
005890         MOVE SPACES TO RPT-LINE
005900         STRING "NOTE - AUDIT RECORDS FOR OTHER DATES . "
005910                 WK-EDIT-COUNT
005920             DELIMITED BY SIZE INTO RPT-LINE
005930         WRITE RPT-LINE
005940     END-IF.
005950*
005960     MOVE SPACES TO RPT-LINE.
005970     WRITE RPT-LINE.
005980*
005990     IF NOT WK-CTL-OK
006000         ADD 1 TO WK-DISCREP-COUNT
006010         MOVE SPACES TO RPT-LINE
006020         STRING "DISCREPANCY - FEED MISSING ITS HEADER OR "
006030                 "TRAILER CONTROL RECORDS"
006040             DELIMITED BY SIZE INTO RPT-LINE
006050         WRITE RPT-LINE
006060     END-IF.
006070*
006080     IF WK-CTL-OK
006090       AND WK-DECLARED-COUNT NOT = WK-TRANS-COUNT
006100         ADD 1 TO WK-DISCREP-COUNT
006110         MOVE SPACES TO RPT-LINE
006120         STRING "DISCREPANCY - SENDER DECLARED COUNT DOES NOT "
006130                 "MATCH RECORDS RECEIVED"
006140             DELIMITED BY SIZE INTO RPT-LINE
006150         WRITE RPT-LINE
006160     END-IF.
006170*
006180     IF WK-TRANS-COUNT NOT = WK-AUDIT-DAY-COUNT
006190         ADD 1 TO WK-DISCREP-COUNT
006200         MOVE SPACES TO RPT-LINE
006210         STRING "DISCREPANCY - TRANSACTIONS PRESENTED DO NOT "
006220                 "MATCH AUDIT RECORDS"
006230             DELIMITED BY SIZE INTO RPT-LINE
006240         WRITE RPT-LINE
006250     END-IF.
006260*
006270     IF WK-EXCEPT-COUNT NOT = WK-AUDIT-FLAG-COUNT
006280         ADD 1 TO WK-DISCREP-COUNT
006290         MOVE SPACES TO RPT-LINE
006300         STRING "DISCREPANCY - EXCEPTIONS WRITTEN DO NOT "
006310                 "MATCH NON-CLEAR AUDIT RECORDS"
006320             DELIMITED BY SIZE INTO RPT-LINE
006330         WRITE RPT-LINE
006340     END-IF.
006350*
006360     IF WK-DISCREP-COUNT = 0
006370         MOVE SPACES TO RPT-LINE
006380         STRING "DAY BALANCED - ALL COUNTS TIE OUT"
006390             DELIMITED BY SIZE INTO RPT-LINE
006400         WRITE RPT-LINE
006410     END-IF.
006420*
006430 7000-EXIT.
006440     EXIT.
006450*
006460******************************************************************
006470*    8000-TERMINATE                                              *
006480******************************************************************
006490 8000-TERMINATE.
006500*
006510     CLOSE AML-RPT-OUT.
006520*
006530     DISPLAY "AML_RECON: TRANSIN COUNT   = " WK-TRANS-COUNT.
006540     DISPLAY "AML_RECON: AUDIT DAY COUNT = "
006550             WK-AUDIT-DAY-COUNT.
006560     DISPLAY "AML_RECON: EXCEPT COUNT    = " WK-EXCEPT-COUNT.
006570     DISPLAY "AML_RECON: DISCREPANCIES   = " WK-DISCREP-COUNT.
006580*
006590     IF WK-DISCREP-COUNT > 0
006600         MOVE 8 TO RETURN-CODE
006610     END-IF.
006620*
006630 8000-EXIT.
006640     EXIT.
006650*
006660******************************************************************
006670*                                                                *
006680*    8900-REGISTER-END                                           *
006690*                                                                *
006700*    REGISTERS THE FINISH OF THIS STEP ON THE NIGHTLY RUN        *
006710*    CONTROL WITH ITS RETURN CODE AND KEY COUNTS.  THE CALL      *
006720*    RESETS RETURN-CODE, SO IT IS PUT BACK FROM RUNP-RC.         *
006730******************************************************************
006740 8900-REGISTER-END.
006750*
006760     SET RUNP-FIN TO TRUE.
006770     MOVE RETURN-CODE TO RUNP-RC.
006780     MOVE "TRANSIN" TO RUNP-CONT-ETIQ (1).
006790     MOVE WK-TRANS-COUNT TO RUNP-CONT-VALOR (1).
006800     MOVE "AUDIT DAY" TO RUNP-CONT-ETIQ (2).
006810     MOVE WK-AUDIT-DAY-COUNT TO RUNP-CONT-VALOR (2).
006820     MOVE "DISCREPANCY" TO RUNP-CONT-ETIQ (3).
006830     MOVE WK-DISCREP-COUNT TO RUNP-CONT-VALOR (3).
006840     CALL "AML_RUNCTL" USING RUNP-PARM.
006850     MOVE RUNP-RC TO RETURN-CODE.
006860*
006870 8900-EXIT.
006880     EXIT.
