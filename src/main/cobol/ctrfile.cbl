000100******************************************************************
000110*                                                                *
000120*    PROGRAM:      AML_CTRFILE                                   *
000130*                                                                *
000140*    DESCRIPTION:  DAILY CURRENCY TRANSACTION REPORT EXTRACT.    *
000150*                  READS THE PERMANENT AUDIT HISTORY FOR THE     *
000160*                  BUSINESS DATE (AMLRUND, OR THE SYSTEM DATE)   *
000170*                  AND TOTALS AUDH-MONTO-RPT PER ORIGIN ACCOUNT. *
000180*                  EVERY ORIGIN WHOSE TOTAL IS OVER THE CTR LINE *
000190*                  GETS ONE FILING (SEE AMLCTRD) UNDER ITS OWN   *
000200*                  REFERENCE, LISTING EVERY CONTRIBUTING         *
000210*                  TRANSACTION - WHETHER OR NOT ANY OF THEM WAS  *
000220*                  EVER FLAGGED.  AML_SARFILE ONLY COVERS        *
000230*                  REFERRED CASES; THIS COVERS THE CASH-LEVEL    *
000240*                  REPORTING THE REGULATOR WANTS REGARDLESS.     *
000250*                                                                *
000260*                  MALFORMED ("04") AND SUPPRESSED-DUPLICATE     *
000270*                  ("05") DECISIONS MOVED NO GENUINE MONEY AND   *
000280*                  ARE LEFT OUT OF BOTH THE TOTAL AND THE        *
000290*                  FILING, THE SAME WAY AML_PROFBLD LEAVES THEM  *
000300*                  OUT OF THE PROFILE.                           *
000310*                                                                *
000320*                  THE HISTORY IS KEYED ORIGIN + DATE + TIME +   *
000330*                  SEQ, SO EACH ORIGIN'S DAY IS ONE CONTIGUOUS   *
000340*                  GROUP: THE PROGRAM STARTS AT EACH ORIGIN'S    *
000350*                  BUSINESS DATE, TOTALS THE GROUP, AND ONLY     *
000360*                  WHEN IT IS OVER THE LINE STARTS AGAIN AT THE  *
000370*                  SAME POINT TO WRITE THE DETAIL - NO SORT AND  *
000380*                  NO IN-STORAGE TABLE OF TRANSACTIONS, HOWEVER  *
000390*                  BUSY THE ACCOUNT.                             *
000400*                                                                *
000410*                  EVERY FILING IS LOGGED ON THE CTR FILING LOG  *
000420*                  (SEE AMLCTRL) BY DATE AND ORIGIN.  A CUSTOMER *
000430*                  ALREADY ON THE LOG FOR THE DATE IS ONLY       *
000440*                  COUNTED, SO THE PROGRAM IS SAFE TO RE-RUN -   *
000450*                  A CUSTOMER IS NEVER FILED TWICE FOR ONE DAY.  *
000460*                                                                *
000470*    AUTHOR:       J. D. MORALES - CORE BANKING SYSTEMS          *
000480*    INSTALLATION: COMPLIANCE / CORE BANKING                     *
000490*    DATE-WRITTEN: 2026-10-15                                    *
000500*    DATE-COMPILED:                                              *
000510*                                                                *
000520*    MOD-HISTORY.                                                *
000530*    2026-10-15  JDM  ORIGINAL.                                  *
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. AML_CTRFILE.
000570*
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610*
000620*    PERMANENT AUDIT HISTORY BUILT BY AML_AUDROLL - READ BY
000630*    KEYED POSITIONING AT EACH ORIGIN'S BUSINESS DATE.  SEE
000640*    3000-PROCESS-ORIGIN.
000650*
000660     SELECT AML-AUDH-FILE ASSIGN TO "AUDITHST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS AUDH-KEY
000700         ALTERNATE RECORD KEY IS AUDH-DESTINO
000710             WITH DUPLICATES
000720         FILE STATUS IS WK-AUDH-STATUS.
000730*
000740*    CTR FILING LOG - ONE RECORD PER CUSTOMER FILED, BY DATE.
000750*
000760     SELECT AML-CTRL-FILE ASSIGN TO "AMLCTRLG"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS CTRL-KEY
000800         FILE STATUS IS WK-CTRL-STATUS.
000810*
000820     SELECT AML-CTR-OUT ASSIGN TO "CTROUT"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WK-CTR-STATUS.
000850*
000860     SELECT AML-RPT-OUT ASSIGN TO "CTRRPT"
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
000990 FD  AML-AUDH-FILE.
001000     COPY AMLAUDH.
001010*
001020 FD  AML-CTRL-FILE.
001030     COPY AMLCTRL.
001040*
001050 FD  AML-CTR-OUT.
001060     COPY AMLCTRD.
001070*
001080 FD  AML-RPT-OUT.
001090 01  RPT-LINE                    PIC X(080).
001100*
001110 FD  AML-RUND-FILE.
001120     COPY AMLRUND.
001130*
001140 WORKING-STORAGE SECTION.
001150*
001160******************************************************************
001170*    SWITCHES AND WORK FIELDS                                   *
001180******************************************************************
001190 77  WK-AUDH-STATUS              PIC X(02)  VALUE "00".
001200     88  WK-AUDH-OK                      VALUE "00".
001210*
001220 77  WK-CTRL-STATUS              PIC X(02)  VALUE "00".
001230     88  WK-CTRL-OK                      VALUE "00".
001240     88  WK-CTRL-NOT-FOUND               VALUE "35".
001250     88  WK-CTRL-REC-NOT-FOUND           VALUE "23".
001260*
001270 77  WK-CTR-STATUS               PIC X(02)  VALUE "00".
001280     88  WK-CTR-OK                       VALUE "00".
001290*
001300 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
001310     88  WK-RPT-OK                       VALUE "00".
001320*
001330 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
001340     88  WK-RUND-OK                      VALUE "00".
001350*
001360 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
001370     88  WK-EOF                          VALUE "Y".
001380*
001390*    SET WHEN AUDITHST CANNOT BE OPENED - NOTHING CAN BE
001400*    TOTALED, AND THE REPORT COMES OUT ALL ZEROS.
001410*
001420 77  WK-AUDH-AVAIL-SW            PIC X(01)  VALUE "N".
001430     88  WK-AUDH-AVAIL                   VALUE "Y".
001440*
001450 77  WK-AUDH-END-SW              PIC X(01)  VALUE "N".
001460     88  WK-AUDH-END                     VALUE "Y".
001470*
001480 77  WK-GROUP-DONE-SW            PIC X(01)  VALUE "N".
001490     88  WK-GROUP-DONE                   VALUE "Y".
001500*
001510 77  WK-LOG-DONE-SW              PIC X(01)  VALUE "N".
001520     88  WK-LOG-DONE                     VALUE "Y".
001530*
001540 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
001550 77  WK-EXCLUDED-COUNT           PIC 9(09) COMP-5 VALUE 0.
001560 77  WK-ORIGIN-COUNT             PIC 9(09) COMP-5 VALUE 0.
001570 77  WK-OVER-COUNT               PIC 9(09) COMP-5 VALUE 0.
001580 77  WK-FILED-COUNT              PIC 9(09) COMP-5 VALUE 0.
001590 77  WK-PRIOR-COUNT              PIC 9(09) COMP-5 VALUE 0.
001600 77  WK-ERROR-COUNT              PIC 9(09) COMP-5 VALUE 0.
001610 77  WK-DETAIL-COUNT             PIC 9(09) COMP-5 VALUE 0.
001620 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
001630 77  WK-FILING-DATE              PIC 9(08) VALUE 0.
001640*
001650******************************************************************
001660*    CTR LINE, IN THE REPORTING CURRENCY.  A CUSTOMER IS FILED   *
001670*    WHEN THE DAY'S GENUINE ACTIVITY IS OVER IT.                 *
001680******************************************************************
001690 77  WK-CTR-LINE                 PIC S9(13)V99 COMP-3
001700                                 VALUE 10000.00.
001710 77  WK-REPORT-MONEDA            PIC X(03)  VALUE "USD".
001720*
001730******************************************************************
001740*    CURRENT ORIGIN GROUP AND THE NEXT ORIGIN TO POSITION AT.    *
001750******************************************************************
001760 77  WK-CUR-ORIGEN               PIC 9(18) VALUE 0.
001770 77  WK-NEXT-ORIGEN              PIC 9(18) VALUE 0.
001780 77  WK-LAST-ORIGEN              PIC 9(18)
001790                                 VALUE 999999999999999999.
001800 77  WK-ORIG-TOTAL               PIC S9(13)V99 COMP-3 VALUE 0.
001810 77  WK-ORIG-CNT                 PIC 9(05) COMP-5 VALUE 0.
001820 77  WK-FILED-AMOUNT             PIC S9(13)V99 COMP-3 VALUE 0.
001830*
001840******************************************************************
001850*    FILING REFERENCE - "CTR" PLUS THE BUSINESS DATE PLUS A      *
001860*    SEQUENCE WITHIN THE DATE.  THE SEQUENCE CARRIES ON FROM THE *
001870*    FILINGS ALREADY ON THE LOG FOR THE DATE (SEE                *
001880*    1200-COUNT-PRIOR-FILINGS), SO A RERUN NEVER REUSES ONE.     *
001890******************************************************************
001900 01  WK-CTR-REF.
001910     05  FILLER                  PIC X(03) VALUE "CTR".
001920     05  WK-CTR-REF-FECHA        PIC 9(08).
001930     05  WK-CTR-REF-SEQ          PIC 9(05).
001940*
001950 77  WK-CTR-SEQ                  PIC 9(05) COMP-5 VALUE 0.
001960*
001970******************************************************************
001980*    EDITED FIELDS FOR REPORT LINES.                             *
001990******************************************************************
002000 77  WK-EDIT-CUENTA              PIC Z(17)9.
002010 77  WK-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002020 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
002030 77  WK-EDIT-TRANS               PIC ZZ,ZZ9.
002040*
002050******************************************************************
002060*                                                                *
002070*    0000-MAINLINE                                               *
002080*                                                                *
002090******************************************************************
002100 PROCEDURE DIVISION.
002110*
002120 0000-MAINLINE.
002130*
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150*
002160     PERFORM 3000-PROCESS-ORIGIN THRU 3000-EXIT
002170         UNTIL WK-EOF.
002180*
002190     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
002200*
002210     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002220*
002230     GOBACK.
002240*
002250******************************************************************
002260*    1000-INITIALIZE                                             *
002270*                                                                *
002280*    A FILING LOG THAT DOES NOT EXIST YET IS CREATED EMPTY - THE *
002290*    FIRST RUN HAS FILED NOTHING BEFORE IT.  A MISSING AUDIT     *
002300*    HISTORY MEANS THERE IS NOTHING TO TOTAL; THE REPORT STILL   *
002310*    COMES OUT, ALL ZEROS.                                       *
002320******************************************************************
002330 1000-INITIALIZE.
002340*
002350     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002360     MOVE WK-RUN-DATE TO WK-FILING-DATE.
002370     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
002380*
002390     OPEN INPUT AML-AUDH-FILE.
002400     IF WK-AUDH-OK
002410         SET WK-AUDH-AVAIL TO TRUE
002420     ELSE
002430         DISPLAY "AML_CTRFILE: AVISO - NO SE PUDO ABRIR "
002440                 "AUDITHST, STATUS = " WK-AUDH-STATUS
002450         SET WK-EOF TO TRUE
002460     END-IF.
002470*
002480     OPEN I-O AML-CTRL-FILE.
002490     IF WK-CTRL-NOT-FOUND
002500         OPEN OUTPUT AML-CTRL-FILE
002510         CLOSE AML-CTRL-FILE
002520         OPEN I-O AML-CTRL-FILE
002530     END-IF.
002540*
002550     IF NOT WK-CTRL-OK
002560         DISPLAY "AML_CTRFILE: NO SE PUDO ABRIR AMLCTRLG, "
002570                 "STATUS = " WK-CTRL-STATUS
002580         STOP RUN
002590     END-IF.
002600*
002610     OPEN OUTPUT AML-CTR-OUT.
002620     IF NOT WK-CTR-OK
002630         DISPLAY "AML_CTRFILE: NO SE PUDO ABRIR CTROUT, "
002640                 "STATUS = " WK-CTR-STATUS
002650         STOP RUN
002660     END-IF.
002670*
002680     OPEN OUTPUT AML-RPT-OUT.
002690     IF NOT WK-RPT-OK
002700         DISPLAY "AML_CTRFILE: NO SE PUDO ABRIR CTRRPT, "
002710                 "STATUS = " WK-RPT-STATUS
002720         STOP RUN
002730     END-IF.
002740*
002750     PERFORM 1200-COUNT-PRIOR-FILINGS THRU 1200-EXIT.
002760*
002770     MOVE WK-RUN-DATE TO WK-CTR-REF-FECHA.
002780     MOVE 0 TO WK-NEXT-ORIGEN.
002790*
002800     MOVE WK-CTR-LINE TO WK-EDIT-AMOUNT.
002810     MOVE SPACES TO RPT-LINE.
002820     STRING "AML CTR FILING EXTRACT - BUSINESS DATE "
002830             WK-RUN-DATE " - LINE " WK-EDIT-AMOUNT
002840             " " WK-REPORT-MONEDA
002850         DELIMITED BY SIZE INTO RPT-LINE.
002860     WRITE RPT-LINE.
002870*
002880     MOVE SPACES TO RPT-LINE.
002890     WRITE RPT-LINE.
002900*
002910 1000-EXIT.
002920     EXIT.
002930*
002940******************************************************************
002950*                                                                *
002960*    1100-READ-RUN-DATE                                          *
002970*                                                                *
002980*    OVERRIDES THE ACCEPTED SYSTEM DATE WITH THE BUSINESS DATE   *
002990*    FROM THE OPTIONAL RUN CONTROL FILE, SO A RERUN TOTALS THE   *
003000*    RIGHT DAY.  A MISSING FILE IS THE NORMAL CASE; AN           *
003010*    IMPLAUSIBLE DATE IS IGNORED WITH A WARNING.                 *
003020******************************************************************
003030 1100-READ-RUN-DATE.
003040*
003050     OPEN INPUT AML-RUND-FILE.
003060     IF NOT WK-RUND-OK
003070         GO TO 1100-EXIT
003080     END-IF.
003090*
003100     READ AML-RUND-FILE
003110         AT END
003120             CLOSE AML-RUND-FILE
003130             GO TO 1100-EXIT
003140     END-READ.
003150*
003160     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
003170         MOVE RUND-FECHA TO WK-RUN-DATE
003180         DISPLAY "AML_CTRFILE: FECHA DE NEGOCIO " WK-RUN-DATE
003190                 " TOMADA DE AMLRUND"
003200     ELSE
003210         DISPLAY "AML_CTRFILE: AVISO - FECHA EN AMLRUND NO "
003220                 "VALIDA, SE USA LA FECHA DEL SISTEMA"
003230     END-IF.
003240*
003250     CLOSE AML-RUND-FILE.
003260*
003270 1100-EXIT.
003280     EXIT.
003290*
003300******************************************************************
003310*                                                                *
003320*    1200-COUNT-PRIOR-FILINGS                                    *
003330*                                                                *
003340*    COUNTS THE FILINGS ALREADY ON THE LOG FOR THE BUSINESS      *
003350*    DATE, SO THIS RUN'S REFERENCES CONTINUE THE SEQUENCE        *
003360*    RATHER THAN REPEATING IT.                                   *
003370******************************************************************
003380 1200-COUNT-PRIOR-FILINGS.
003390*
003400     MOVE 0 TO WK-CTR-SEQ.
003410     SET WK-LOG-DONE-SW TO "N".
003420*
003430     MOVE WK-RUN-DATE TO CTRL-FECHA.
003440     MOVE 0           TO CTRL-ORIGEN.
003450     START AML-CTRL-FILE KEY IS NOT LESS THAN CTRL-KEY.
003460     IF NOT WK-CTRL-OK
003470         GO TO 1200-EXIT
003480     END-IF.
003490*
003500     PERFORM 1210-COUNT-ONE-FILING THRU 1210-EXIT
003510         UNTIL WK-LOG-DONE.
003520*
003530 1200-EXIT.
003540     EXIT.
003550*
003560******************************************************************
003570*    1210-COUNT-ONE-FILING                                       *
003580******************************************************************
003590 1210-COUNT-ONE-FILING.
003600*
003610     READ AML-CTRL-FILE NEXT RECORD
003620         AT END
003630             SET WK-LOG-DONE TO TRUE
003640     END-READ.
003650*
003660     IF WK-LOG-DONE
003670         GO TO 1210-EXIT
003680     END-IF.
003690*
003700     IF NOT WK-CTRL-OK OR CTRL-FECHA NOT = WK-RUN-DATE
003710         SET WK-LOG-DONE TO TRUE
003720         GO TO 1210-EXIT
003730     END-IF.
003740*
003750     ADD 1 TO WK-CTR-SEQ.
003760*
003770 1210-EXIT.
003780     EXIT.
003790*
003800******************************************************************
003810*    2000-READ-AUDH                                              *
003820******************************************************************
003830 2000-READ-AUDH.
003840*
003850     READ AML-AUDH-FILE NEXT RECORD
003860         AT END
003870             SET WK-AUDH-END TO TRUE
003880     END-READ.
003890*
003900     IF NOT WK-AUDH-END AND NOT WK-AUDH-OK
003910         DISPLAY "AML_CTRFILE: AVISO - ERROR LEYENDO AUDITHST, "
003920                 "STATUS = " WK-AUDH-STATUS
003930         SET WK-AUDH-END TO TRUE
003940     END-IF.
003950*
003960 2000-EXIT.
003970     EXIT.
003980*
003990******************************************************************
004000*                                                                *
004010*    3000-PROCESS-ORIGIN                                         *
004020*                                                                *
004030*    POSITIONS AT THE NEXT ORIGIN'S BUSINESS DATE AND WORKS THAT *
004040*    ORIGIN'S DAY AS ONE GROUP.  THE FIRST RECORD AT OR AFTER    *
004050*    THE POSITION SAYS WHAT TO DO:                               *
004060*      - AN EARLIER DATE MEANS THE POSITION RAN ON INTO A LATER  *
004070*        ORIGIN'S OLDER HISTORY - POSITION AGAIN AT THAT         *
004080*        ORIGIN'S BUSINESS DATE;                                 *
004090*      - A LATER DATE MEANS THE ORIGIN HAD NOTHING ON THE        *
004100*        BUSINESS DATE - MOVE ON PAST IT;                        *
004110*      - THE BUSINESS DATE ITSELF IS THE GROUP TO TOTAL.         *
004120******************************************************************
004130 3000-PROCESS-ORIGIN.
004140*
004150     MOVE WK-NEXT-ORIGEN TO AUDH-ORIGEN.
004160     MOVE WK-RUN-DATE    TO AUDH-FECHA.
004170     MOVE 0              TO AUDH-TIME.
004180     MOVE 0              TO AUDH-SEQ.
004190*
004200     START AML-AUDH-FILE KEY IS NOT LESS THAN AUDH-KEY.
004210     IF NOT WK-AUDH-OK
004220         SET WK-EOF TO TRUE
004230         GO TO 3000-EXIT
004240     END-IF.
004250*
004260     SET WK-AUDH-END-SW TO "N".
004270     PERFORM 2000-READ-AUDH THRU 2000-EXIT.
004280     IF WK-AUDH-END
004290         SET WK-EOF TO TRUE
004300         GO TO 3000-EXIT
004310     END-IF.
004320*
004330     MOVE AUDH-ORIGEN TO WK-CUR-ORIGEN.
004340*
004350     IF AUDH-FECHA < WK-RUN-DATE
004360         MOVE AUDH-ORIGEN TO WK-NEXT-ORIGEN
004370         GO TO 3000-EXIT
004380     END-IF.
004390*
004400     IF AUDH-FECHA > WK-RUN-DATE
004410         GO TO 3000-NEXT
004420     END-IF.
004430*
004440     MOVE 0 TO WK-ORIG-TOTAL.
004450     MOVE 0 TO WK-ORIG-CNT.
004460     SET WK-GROUP-DONE-SW TO "N".
004470*
004480     PERFORM 3100-TOTAL-ONE THRU 3100-EXIT
004490         UNTIL WK-GROUP-DONE.
004500*
004510     IF WK-ORIG-CNT > 0
004520         ADD 1 TO WK-ORIGIN-COUNT
004530     END-IF.
004540*
004550     IF WK-ORIG-TOTAL > WK-CTR-LINE
004560         ADD 1 TO WK-OVER-COUNT
004570         PERFORM 3200-FILE-ORIGIN THRU 3200-EXIT
004580     END-IF.
004590*
004600 3000-NEXT.
004610     IF WK-CUR-ORIGEN NOT < WK-LAST-ORIGEN
004620         SET WK-EOF TO TRUE
004630     ELSE
004640         COMPUTE WK-NEXT-ORIGEN = WK-CUR-ORIGEN + 1
004650     END-IF.
004660*
004670 3000-EXIT.
004680     EXIT.
004690*
004700******************************************************************
004710*                                                                *
004720*    3100-TOTAL-ONE                                              *
004730*                                                                *
004740*    ADDS THE CURRENT RECORD TO THE ORIGIN'S DAY TOTAL AND READS *
004750*    THE NEXT; THE GROUP ENDS AT THE FIRST RECORD FOR ANOTHER    *
004760*    ORIGIN OR ANOTHER DATE, OR AT THE END OF THE HISTORY.       *
004770******************************************************************
004780 3100-TOTAL-ONE.
004790*
004800     ADD 1 TO WK-READ-COUNT.
004810*
004820     IF AUDH-STATUS-INVALID OR AUDH-STATUS-DUPLICATE
004830         ADD 1 TO WK-EXCLUDED-COUNT
004840     ELSE
004850         ADD AUDH-MONTO-RPT TO WK-ORIG-TOTAL
004860         ADD 1 TO WK-ORIG-CNT
004870     END-IF.
004880*
004890     PERFORM 2000-READ-AUDH THRU 2000-EXIT.
004900*
004910     IF WK-AUDH-END
004920       OR AUDH-ORIGEN NOT = WK-CUR-ORIGEN
004930       OR AUDH-FECHA NOT = WK-RUN-DATE
004940         SET WK-GROUP-DONE TO TRUE
004950     END-IF.
004960*
004970 3100-EXIT.
004980     EXIT.
004990*
005000******************************************************************
005010*                                                                *
005020*    3200-FILE-ORIGIN                                            *
005030*                                                                *
005040*    FILES ONE CUSTOMER OVER THE LINE: THE HEADER, THEN THE      *
005050*    DAY'S GROUP READ A SECOND TIME FOR THE DETAIL, THEN THE LOG *
005060*    ENTRY.  A CUSTOMER ALREADY ON THE LOG FOR THE DATE WAS      *
005070*    FILED ON A PRIOR RUN AND IS ONLY COUNTED.  THE LOG ENTRY IS *
005080*    ONLY WRITTEN WHEN THE HEADER WENT OUT - A CUSTOMER MUST     *
005090*    NEVER READ AS FILED WHEN NOTHING LEFT THE BUILDING.         *
005100******************************************************************
005110 3200-FILE-ORIGIN.
005120*
005130     MOVE WK-RUN-DATE   TO CTRL-FECHA.
005140     MOVE WK-CUR-ORIGEN TO CTRL-ORIGEN.
005150     READ AML-CTRL-FILE.
005160     IF WK-CTRL-OK
005170         ADD 1 TO WK-PRIOR-COUNT
005180         PERFORM 3400-WRITE-PRIOR-LINE THRU 3400-EXIT
005190         GO TO 3200-EXIT
005200     END-IF.
005210*
005220     IF NOT WK-CTRL-REC-NOT-FOUND
005230         DISPLAY "AML_CTRFILE: AVISO - ERROR LEYENDO AMLCTRLG, "
005240                 "STATUS = " WK-CTRL-STATUS
005250         ADD 1 TO WK-ERROR-COUNT
005260         GO TO 3200-EXIT
005270     END-IF.
005280*
005290     ADD 1 TO WK-CTR-SEQ.
005300     MOVE WK-CTR-SEQ TO WK-CTR-REF-SEQ.
005310*
005320     MOVE SPACES          TO CTRD-RECORD.
005330     SET CTRD-TIPO-CABECERA TO TRUE.
005340     MOVE WK-CTR-REF      TO CTRD-REF.
005350     MOVE WK-FILING-DATE  TO CTRD-FECHA-FILING.
005360     MOVE WK-RUN-DATE     TO CTRD-FECHA-NEGOCIO.
005370     MOVE WK-CUR-ORIGEN   TO CTRD-ORIGEN.
005380     MOVE WK-REPORT-MONEDA TO CTRD-MONEDA-RPT.
005390     MOVE WK-ORIG-TOTAL   TO CTRD-MONTO-RPT.
005400     MOVE WK-ORIG-CNT     TO CTRD-TRAN-CNT.
005410*
005420     WRITE CTRD-RECORD.
005430     IF NOT WK-CTR-OK
005440         DISPLAY "AML_CTRFILE: AVISO - ERROR ESCRIBIENDO "
005450                 "CTROUT, STATUS = " WK-CTR-STATUS
005460         ADD 1 TO WK-ERROR-COUNT
005470         GO TO 3200-EXIT
005480     END-IF.
005490*
005500     PERFORM 3300-WRITE-DETAIL THRU 3300-EXIT.
005510*
005520     MOVE WK-RUN-DATE     TO CTRL-FECHA.
005530     MOVE WK-CUR-ORIGEN   TO CTRL-ORIGEN.
005540     MOVE WK-CTR-REF      TO CTRL-REF.
005550     MOVE WK-FILING-DATE  TO CTRL-FECHA-FILING.
005560     MOVE WK-ORIG-TOTAL   TO CTRL-MONTO-RPT.
005570     MOVE WK-ORIG-CNT     TO CTRL-TRAN-CNT.
005580*
005590     WRITE CTRL-RECORD.
005600     IF NOT WK-CTRL-OK
005610         DISPLAY "AML_CTRFILE: AVISO - ERROR ESCRIBIENDO "
005620                 "AMLCTRLG, STATUS = " WK-CTRL-STATUS
005630         ADD 1 TO WK-ERROR-COUNT
005640     END-IF.
005650*
005660     ADD 1 TO WK-FILED-COUNT.
005670     ADD WK-ORIG-TOTAL TO WK-FILED-AMOUNT.
005680*
005690     MOVE WK-CUR-ORIGEN TO WK-EDIT-CUENTA.
005700     MOVE WK-ORIG-TOTAL TO WK-EDIT-AMOUNT.
005710     MOVE WK-ORIG-CNT   TO WK-EDIT-TRANS.
005720     MOVE SPACES TO RPT-LINE.
005730     STRING "ORIGEN " WK-EDIT-CUENTA
005740             " FILED REF " WK-CTR-REF
005750             " " WK-EDIT-AMOUNT
005760             " TX" WK-EDIT-TRANS
005770         DELIMITED BY SIZE INTO RPT-LINE.
005780     WRITE RPT-LINE.
005790*
005800 3200-EXIT.
005810     EXIT.
005820*
005830******************************************************************
005840*                                                                *
005850*    3300-WRITE-DETAIL                                           *
005860*                                                                *
005870*    POSITIONS BACK AT THE START OF THE ORIGIN'S DAY AND WRITES  *
005880*    ONE DETAIL RECORD PER CONTRIBUTING TRANSACTION, UNDER THE   *
005890*    FILING'S REFERENCE.  THE MAIN PASS POSITIONS AFRESH FOR THE *
005900*    NEXT ORIGIN, SO NOTHING HAS TO BE RESTORED AFTERWARDS.      *
005910******************************************************************
005920 3300-WRITE-DETAIL.
005930*
005940     MOVE WK-CUR-ORIGEN TO AUDH-ORIGEN.
005950     MOVE WK-RUN-DATE   TO AUDH-FECHA.
005960     MOVE 0             TO AUDH-TIME.
005970     MOVE 0             TO AUDH-SEQ.
005980*
005990     START AML-AUDH-FILE KEY IS NOT LESS THAN AUDH-KEY.
006000     IF NOT WK-AUDH-OK
006010         DISPLAY "AML_CTRFILE: AVISO - NO SE PUDO REPOSICIONAR "
006020                 "AUDITHST, STATUS = " WK-AUDH-STATUS
006030         ADD 1 TO WK-ERROR-COUNT
006040         GO TO 3300-EXIT
006050     END-IF.
006060*
006070     SET WK-GROUP-DONE-SW TO "N".
006080     PERFORM 3310-WRITE-ONE-DETAIL THRU 3310-EXIT
006090         UNTIL WK-GROUP-DONE.
006100*
006110 3300-EXIT.
006120     EXIT.
006130*
006140******************************************************************
006150*    3310-WRITE-ONE-DETAIL                                       *
006160******************************************************************
006170 3310-WRITE-ONE-DETAIL.
006180*
006190     READ AML-AUDH-FILE NEXT RECORD
006200         AT END
006210             SET WK-GROUP-DONE TO TRUE
006220     END-READ.
006230*
006240     IF WK-GROUP-DONE
006250         GO TO 3310-EXIT
006260     END-IF.
006270*
006280     IF NOT WK-AUDH-OK
006290       OR AUDH-ORIGEN NOT = WK-CUR-ORIGEN
006300       OR AUDH-FECHA NOT = WK-RUN-DATE
006310         SET WK-GROUP-DONE TO TRUE
006320         GO TO 3310-EXIT
006330     END-IF.
006340*
006350     IF AUDH-STATUS-INVALID OR AUDH-STATUS-DUPLICATE
006360         GO TO 3310-EXIT
006370     END-IF.
006380*
006390     MOVE "D"            TO CTRT-TIPO.
006400     MOVE WK-CTR-REF     TO CTRT-REF.
006410     MOVE AUDH-FECHA     TO CTRT-FECHA.
006420     MOVE AUDH-TIME      TO CTRT-TIME.
006430     MOVE AUDH-TRAN-ID   TO CTRT-TRAN-ID.
006440     MOVE AUDH-DESTINO   TO CTRT-DESTINO.
006450     MOVE AUDH-MONTO     TO CTRT-MONTO.
006460     MOVE AUDH-MONEDA    TO CTRT-MONEDA.
006470     MOVE AUDH-MONTO-RPT TO CTRT-MONTO-RPT.
006480     MOVE AUDH-STATUS    TO CTRT-STATUS.
006490*
006500     WRITE CTRT-RECORD.
006510     IF NOT WK-CTR-OK
006520         DISPLAY "AML_CTRFILE: AVISO - ERROR ESCRIBIENDO "
006530                 "CTROUT, STATUS = " WK-CTR-STATUS
006540         ADD 1 TO WK-ERROR-COUNT
006550         GO TO 3310-EXIT
006560     END-IF.
006570*
006580     ADD 1 TO WK-DETAIL-COUNT.
006590*
006600 3310-EXIT.
006610     EXIT.
006620*
006630******************************************************************
006640*    3400-WRITE-PRIOR-LINE                                       *
006650******************************************************************
006660 3400-WRITE-PRIOR-LINE.
006670*
006680     MOVE WK-CUR-ORIGEN TO WK-EDIT-CUENTA.
006690     MOVE SPACES TO RPT-LINE.
006700     STRING "ORIGEN " WK-EDIT-CUENTA
006710             " ALREADY FILED REF " CTRL-REF
006720             " ON " CTRL-FECHA-FILING
006730         DELIMITED BY SIZE INTO RPT-LINE.
006740     WRITE RPT-LINE.
006750*
006760 3400-EXIT.
006770     EXIT.
006780*
006790******************************************************************
006800*                                                                *
006810*    7000-WRITE-TOTALS                                           *
006820*                                                                *
006830*    THE CONTROL TOTALS: HOW MANY CUSTOMERS WERE FILED AND FOR   *
006840*    HOW MUCH, SO THE FILING CAN BE BALANCED AGAINST WHAT THE    *
006850*    REGULATOR ACKNOWLEDGES RECEIVING.                           *
006860******************************************************************
006870 7000-WRITE-TOTALS.
006880*
006890     MOVE SPACES TO RPT-LINE.
006900     WRITE RPT-LINE.
006910*
006920     MOVE WK-READ-COUNT TO WK-EDIT-COUNT.
006930     MOVE SPACES TO RPT-LINE.
006940     STRING "DECISIONS READ FOR THE DATE. . . . . . "
006950             WK-EDIT-COUNT
006960         DELIMITED BY SIZE INTO RPT-LINE.
006970     WRITE RPT-LINE.
006980*
006990     MOVE WK-EXCLUDED-COUNT TO WK-EDIT-COUNT.
007000     MOVE SPACES TO RPT-LINE.
007010     STRING "  EXCLUDED (04/05) . . . . . . . . . . "
007020             WK-EDIT-COUNT
007030         DELIMITED BY SIZE INTO RPT-LINE.
007040     WRITE RPT-LINE.
007050*
007060     MOVE WK-ORIGIN-COUNT TO WK-EDIT-COUNT.
007070     MOVE SPACES TO RPT-LINE.
007080     STRING "ORIGINS WITH ACTIVITY. . . . . . . . . "
007090             WK-EDIT-COUNT
007100         DELIMITED BY SIZE INTO RPT-LINE.
007110     WRITE RPT-LINE.
007120*
007130     MOVE WK-OVER-COUNT TO WK-EDIT-COUNT.
007140     MOVE SPACES TO RPT-LINE.
007150     STRING "  OVER THE CTR LINE. . . . . . . . . . "
007160             WK-EDIT-COUNT
007170         DELIMITED BY SIZE INTO RPT-LINE.
007180     WRITE RPT-LINE.
007190*
007200     MOVE WK-FILED-COUNT TO WK-EDIT-COUNT.
007210     MOVE SPACES TO RPT-LINE.
007220     STRING "    FILED THIS RUN . . . . . . . . . . "
007230             WK-EDIT-COUNT
007240         DELIMITED BY SIZE INTO RPT-LINE.
007250     WRITE RPT-LINE.
007260*
007270     MOVE WK-PRIOR-COUNT TO WK-EDIT-COUNT.
007280     MOVE SPACES TO RPT-LINE.
007290     STRING "    FILED ON A PRIOR RUN . . . . . . . "
007300             WK-EDIT-COUNT
007310         DELIMITED BY SIZE INTO RPT-LINE.
007320     WRITE RPT-LINE.
007330*
007340     MOVE WK-DETAIL-COUNT TO WK-EDIT-COUNT.
007350     MOVE SPACES TO RPT-LINE.
007360     STRING "  TRANSACTIONS LISTED. . . . . . . . . "
007370             WK-EDIT-COUNT
007380         DELIMITED BY SIZE INTO RPT-LINE.
007390     WRITE RPT-LINE.
007400*
007410     MOVE WK-FILED-AMOUNT TO WK-EDIT-AMOUNT.
007420     MOVE SPACES TO RPT-LINE.
007430     STRING "TOTAL AMOUNT FILED THIS RUN. . . . . . "
007440             WK-EDIT-AMOUNT " " WK-REPORT-MONEDA
007450         DELIMITED BY SIZE INTO RPT-LINE.
007460     WRITE RPT-LINE.
007470*
007480     MOVE WK-ERROR-COUNT TO WK-EDIT-COUNT.
007490     MOVE SPACES TO RPT-LINE.
007500     STRING "ERRORS . . . . . . . . . . . . . . . . "
007510             WK-EDIT-COUNT
007520         DELIMITED BY SIZE INTO RPT-LINE.
007530     WRITE RPT-LINE.
007540*
007550 7000-EXIT.
007560     EXIT.
007570*
007580******************************************************************
007590*    8000-TERMINATE                                              *
007600******************************************************************
007610 8000-TERMINATE.
007620*
007630     IF WK-AUDH-AVAIL
007640         CLOSE AML-AUDH-FILE
007650     END-IF.
007660     CLOSE AML-CTRL-FILE.
007670     CLOSE AML-CTR-OUT.
007680     CLOSE AML-RPT-OUT.
007690*
007700     DISPLAY "AML_CTRFILE: DECISIONS READ    = " WK-READ-COUNT.
007710     DISPLAY "AML_CTRFILE: FILINGS WRITTEN   = " WK-FILED-COUNT.
007720     DISPLAY "AML_CTRFILE: FILED PREVIOUSLY  = " WK-PRIOR-COUNT.
007730     DISPLAY "AML_CTRFILE: ERRORS            = " WK-ERROR-COUNT.
007740*
007750 8000-EXIT.
007760     EXIT.
