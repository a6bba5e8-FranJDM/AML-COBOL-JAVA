000420*                                                                *
000430*    MOD-HISTORY.                                                *
000440*    2026-09-03  JDM  ORIGINAL.                                  *
000450*    2026-10-15  JDM  START AND FINISH REGISTERED ON THE NIGHTLY *
000460*                     RUN CONTROL THROUGH AML_RUNCTL (SEE        *
000470*                     AMLCHAIN); A START REFUSED THERE ENDS THE  *
000480*                     RUN WITH RC 12 BEFORE ANY FILE IS OPENED.  *
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. AML_SARFILE.
000520*
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560*
000570     SELECT AML-CASE-FILE ASSIGN TO "AMLCASE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CASE-ID
000610         ALTERNATE RECORD KEY IS CASE-ALERT-KEY
000620         FILE STATUS IS WK-CASE-STATUS.
000630*
000640*    PERMANENT AUDIT HISTORY BUILT BY AML_AUDROLL - THE SOURCE
000650*    OF THE DECISION DETAIL ON EACH FILING.  SEE
000660*    3100-FIND-HISTORY FOR THE KEYED RETRIEVAL.
000670*
000680     SELECT AML-AUDH-FILE ASSIGN TO "AUDITHST"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS AUDH-KEY
000720         ALTERNATE RECORD KEY IS AUDH-DESTINO
000730             WITH DUPLICATES
000740         FILE STATUS IS WK-AUDH-STATUS.
000750*
000760     SELECT AML-SAR-OUT ASSIGN TO "SAROUT"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WK-SAR-STATUS.
000790*
000800     SELECT AML-RPT-OUT ASSIGN TO "SARRPT"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WK-RPT-STATUS.
000830*
000840*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
000850*
000860     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WK-RUND-STATUS.
000890*
000900 DATA DIVISION.
000910 FILE SECTION.
000920*
000930 FD  AML-CASE-FILE.
000940     COPY AMLCASE.
000950*
000960 FD  AML-AUDH-FILE.
000970     COPY AMLAUDH.
000980*
000990 FD  AML-SAR-OUT.
001000     COPY AMLSARD.
001010*
001020 FD  AML-RPT-OUT.
001030 01  RPT-LINE                    PIC X(080).
001040*
001050 FD  AML-RUND-FILE.
001060     COPY AMLRUND.
001070*
001080 WORKING-STORAGE SECTION.
001090*
001100******************************************************************
001110*    SWITCHES AND WORK FIELDS                                   *
001120******************************************************************
001130 77  WK-CASE-STATUS              PIC X(02)  VALUE "00".
001140     88  WK-CASE-OK                      VALUE "00".
001150     88  WK-CASE-NOT-FOUND               VALUE "35".
001160*
001170 77  WK-AUDH-STATUS              PIC X(02)  VALUE "00".
001180     88  WK-AUDH-OK                      VALUE "00".
001190*
001200 77  WK-SAR-STATUS               PIC X(02)  VALUE "00".
001210     88  WK-SAR-OK                       VALUE "00".
001220*
001230 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
001240     88  WK-RPT-OK                       VALUE "00".
001250*
001260 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
001270     88  WK-RUND-OK                      VALUE "00".
001280*
001290 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
001300     88  WK-EOF                          VALUE "Y".
001310*
001320*    SET WHEN AUDITHST CANNOT BE OPENED - EVERY UNFILED REFERRAL
001330*    IS THEN LISTED AS AWAITING ITS HISTORY RATHER THAN FILED
001340*    WITHOUT THE DECISION DETAIL THE REGULATOR EXPECTS.
001350*
001360 77  WK-AUDH-AVAIL-SW            PIC X(01)  VALUE "N".
001370     88  WK-AUDH-AVAIL                   VALUE "Y".
001380*
001390 77  WK-HIST-FOUND-SW            PIC X(01)  VALUE "N".
001400     88  WK-HIST-FOUND                   VALUE "Y".
001410*
001420 77  WK-HIST-DONE-SW             PIC X(01)  VALUE "N".
001430     88  WK-HIST-DONE                    VALUE "Y".
001440*
001450 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
001460 77  WK-REFERRED-COUNT           PIC 9(09) COMP-5 VALUE 0.
001470 77  WK-FILED-COUNT              PIC 9(09) COMP-5 VALUE 0.
001480 77  WK-PRIOR-COUNT              PIC 9(09) COMP-5 VALUE 0.
001490 77  WK-NOHIST-COUNT             PIC 9(09) COMP-5 VALUE 0.
001500 77  WK-ERROR-COUNT              PIC 9(09) COMP-5 VALUE 0.
001510 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
001520*
001530******************************************************************
001540*    FILING REFERENCE - "SAR" PLUS THE CASE NUMBER, SO THE       *
001550*    REFERENCE IS UNIQUE FOREVER WITHOUT A SEPARATE CONTROL      *
001560*    RECORD AND TIES STRAIGHT BACK TO THE CASE.                  *
001570******************************************************************
001580 01  WK-SAR-REF.
001590     05  FILLER                  PIC X(03) VALUE "SAR".
001600     05  WK-SAR-REF-ID           PIC 9(09).
001610*
001620******************************************************************
001630*    EDITED FIELDS FOR REPORT LINES.                             *
001640******************************************************************
001650 77  WK-EDIT-CASE-ID             PIC Z(08)9.
001660 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
001670*
001680******************************************************************
001690*    CALL BLOCK FOR AML_RUNCTL - START AND FINISH OF THIS STEP   *
001700*    ON THE NIGHTLY RUN CONTROL.  SEE AMLRUNP.                   *
001710******************************************************************
001720     COPY AMLRUNP.
001730*
001740******************************************************************
001750*                                                                *
001760*    0000-MAINLINE                                               *
001770*                                                                *
001780******************************************************************
001790 PROCEDURE DIVISION.
001800*
001810 0000-MAINLINE.
001820*
001830     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
001840*
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001860*
001870     PERFORM 2000-READ-CASE THRU 2000-EXIT.
001880*
001890     PERFORM 3000-PROCESS-CASE THRU 3000-EXIT
001900         UNTIL WK-EOF.
001910*
001920     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
001930*
001940     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001950*
001960     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
001970*
001980     GOBACK.
001990*
002000******************************************************************
002010*                                                                *
002020*    0500-REGISTER-START                                         *
002030*                                                                *
002040*    REGISTERS THE START OF THIS STEP ON THE NIGHTLY RUN         *
002050*    CONTROL (SEE AML_RUNCTL AND AMLCHAIN).  A REFUSED START -   *
002060*    A PREDECESSOR NOT COMPLETE FOR THE BUSINESS DATE, OR THIS   *
002070*    STEP ALREADY COMPLETE WITHOUT A RERUN CARD - ENDS THE RUN   *
002080*    WITH RETURN CODE 12 BEFORE ANY FILE IS OPENED.              *
002090******************************************************************
002100 0500-REGISTER-START.
002110*
002120     SET RUNP-INICIO TO TRUE.
002130     MOVE "AML_SARFILE" TO RUNP-PROGRAMA.
002140     CALL "AML_RUNCTL" USING RUNP-PARM.
002150     IF RUNP-RECHAZADO
002160         MOVE 12 TO RETURN-CODE
002170         STOP RUN
002180     END-IF.
002190*
002200 0500-EXIT.
002210     EXIT.
002220*
002230******************************************************************
002240*    1000-INITIALIZE                                             *
002250*                                                                *
002260*    A CASE FILE THAT DOES NOT EXIST YET MEANS NO CASES HAVE     *
002270*    EVER BEEN OPENED - THE REPORT STILL COMES OUT, ALL ZEROS,   *
002280*    THE SAME WAY AML_CASEAGE HANDLES IT.  A MISSING AUDIT       *
002290*    HISTORY LEAVES EVERY UNFILED REFERRAL AWAITING ITS          *
002300*    HISTORY - LISTED, NOT FILED.                                *
002310******************************************************************
002320 1000-INITIALIZE.
002330*
002340     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002350     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
002360*
002370     OPEN I-O AML-CASE-FILE.
002380     IF NOT WK-CASE-OK
002390         DISPLAY "AML_SARFILE: NO SE PUDO ABRIR AMLCASE, "
002400                 "STATUS = " WK-CASE-STATUS
002410         SET WK-EOF TO TRUE
002420     END-IF.
002430*
002440     OPEN INPUT AML-AUDH-FILE.
002450     IF WK-AUDH-OK
002460         SET WK-AUDH-AVAIL TO TRUE
002470     ELSE
002480         DISPLAY "AML_SARFILE: AVISO - NO SE PUDO ABRIR "
002490                 "AUDITHST, STATUS = " WK-AUDH-STATUS
002500     END-IF.
002510*
002520     OPEN OUTPUT AML-SAR-OUT.
002530     IF NOT WK-SAR-OK
002540         DISPLAY "AML_SARFILE: NO SE PUDO ABRIR SAROUT, "
002550                 "STATUS = " WK-SAR-STATUS
002560         STOP RUN
002570     END-IF.
002580*
002590     OPEN OUTPUT AML-RPT-OUT.
002600     IF NOT WK-RPT-OK
002610         DISPLAY "AML_SARFILE: NO SE PUDO ABRIR SARRPT, "
002620                 "STATUS = " WK-RPT-STATUS
002630         STOP RUN
002640     END-IF.
002650*
002660     MOVE SPACES TO RPT-LINE.
002670     STRING "AML SAR FILING EXTRACT - FILING DATE "
002680             WK-RUN-DATE
002690         DELIMITED BY SIZE INTO RPT-LINE.
002700     WRITE RPT-LINE.
002710*
002720     MOVE SPACES TO RPT-LINE.
002730     WRITE RPT-LINE.
002740*
002750 1000-EXIT.
002760     EXIT.
002770*
002780******************************************************************
002790*                                                                *
002800*    1100-READ-RUN-DATE                                          *
002810*                                                                *
002820*    OVERRIDES THE ACCEPTED SYSTEM DATE WITH THE BUSINESS DATE   *
002830*    FROM THE OPTIONAL RUN CONTROL FILE, SO A RERUN STAMPS ITS   *
002840*    FILINGS UNDER THE RIGHT DAY.  A MISSING FILE IS THE NORMAL  *
002850*    CASE; AN IMPLAUSIBLE DATE IS IGNORED WITH A WARNING.        *
002860******************************************************************
002870 1100-READ-RUN-DATE.
002880*
002890     OPEN INPUT AML-RUND-FILE.
002900     IF NOT WK-RUND-OK
002910         GO TO 1100-EXIT
002920     END-IF.
002930*
002940     READ AML-RUND-FILE
002950         AT END
002960             CLOSE AML-RUND-FILE
002970             GO TO 1100-EXIT
002980     END-READ.
002990*
003000     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
003010         MOVE RUND-FECHA TO WK-RUN-DATE
003020         DISPLAY "AML_SARFILE: FECHA DE NEGOCIO " WK-RUN-DATE
003030                 " TOMADA DE AMLRUND"
003040     ELSE
003050         DISPLAY "AML_SARFILE: AVISO - FECHA EN AMLRUND NO "
003060                 "VALIDA, SE USA LA FECHA DEL SISTEMA"
003070     END-IF.
003080*
003090     CLOSE AML-RUND-FILE.
003100*
003110 1100-EXIT.
003120     EXIT.
003130*
003140******************************************************************
003150*    2000-READ-CASE                                              *
003160******************************************************************
003170 2000-READ-CASE.
003180*
003190     IF WK-EOF
003200         GO TO 2000-EXIT
003210     END-IF.
003220     READ AML-CASE-FILE NEXT RECORD
003230         AT END
003240             SET WK-EOF TO TRUE
003250     END-READ.
003260*
003270     IF NOT WK-EOF AND NOT WK-CASE-OK
003280         DISPLAY "AML_SARFILE: AVISO - ERROR LEYENDO AMLCASE, "
003290                 "STATUS = " WK-CASE-STATUS
003300         SET WK-EOF TO TRUE
003310     END-IF.
003320*
003330 2000-EXIT.
003340     EXIT.
003350*
003360******************************************************************
003370*                                                                *
003380*    3000-PROCESS-CASE                                           *
003390*                                                                *
003400*    EXTRACTS ONE UNFILED REFERRED CASE.  ANYTHING NOT REFERRED  *
003410*    NEEDS NO FILING; A REFERRAL ALREADY STAMPED WAS FILED ON A  *
003420*    PRIOR RUN AND IS ONLY COUNTED.                              *
003430******************************************************************
003440 3000-PROCESS-CASE.
003450*
003460     ADD 1 TO WK-READ-COUNT.
003470*
003480     IF NOT CASE-REFERRED
003490         GO TO 3000-NEXT
003500     END-IF.
003510*
003520     ADD 1 TO WK-REFERRED-COUNT.
003530*
003540     IF CASE-SAR-FECHA > 0
003550         ADD 1 TO WK-PRIOR-COUNT
003560         GO TO 3000-NEXT
003570     END-IF.
003580*
003590     PERFORM 3100-FIND-HISTORY THRU 3100-EXIT.
003600*
003610     IF NOT WK-HIST-FOUND
003620         ADD 1 TO WK-NOHIST-COUNT
003630         PERFORM 3300-WRITE-NOHIST-LINE THRU 3300-EXIT
003640         GO TO 3000-NEXT
003650     END-IF.
003660*
003670     PERFORM 3200-WRITE-FILING THRU 3200-EXIT.
003680*
003690 3000-NEXT.
003700     PERFORM 2000-READ-CASE THRU 2000-EXIT.
003710*
003720 3000-EXIT.
003730     EXIT.
003740*
003750******************************************************************
003760*                                                                *
003770*    3100-FIND-HISTORY                                           *
003780*                                                                *
003790*    KEYED RETRIEVAL OF THE CASE'S UNDERLYING DECISION FROM THE  *
003800*    AUDIT HISTORY.  THE HISTORY'S TIE-BREAKER SEQUENCE IS       *
003810*    ASSIGNED BY AML_AUDROLL INDEPENDENTLY OF THE CASE'S, SO    *
003820*    THE READ STARTS AT SEQUENCE ZERO FOR THE ALERT'S ORIGIN/    *
003830*    DATE/TIME AND WALKS THE GROUP UNTIL THE DESTINATION AND     *
003840*    TRANSACTION ID BOTH MATCH.                                  *
003850******************************************************************
003860 3100-FIND-HISTORY.
003870*
003880     SET WK-HIST-FOUND-SW TO "N".
003890     SET WK-HIST-DONE-SW  TO "N".
003900*
003910     IF NOT WK-AUDH-AVAIL
003920         GO TO 3100-EXIT
003930     END-IF.
003940*
003950     MOVE CASE-ALERT-ORIGEN TO AUDH-ORIGEN.
003960     MOVE CASE-ALERT-FECHA  TO AUDH-FECHA.
003970     MOVE CASE-ALERT-TIME   TO AUDH-TIME.
003980     MOVE 0                 TO AUDH-SEQ.
003990*
004000     START AML-AUDH-FILE KEY NOT < AUDH-KEY.
004010     IF NOT WK-AUDH-OK
004020         GO TO 3100-EXIT
004030     END-IF.
004040*
004050     PERFORM 3110-READ-ONE-HIST THRU 3110-EXIT
004060         UNTIL WK-HIST-FOUND OR WK-HIST-DONE.
004070*
004080 3100-EXIT.
004090     EXIT.
004100*
004110******************************************************************
004120*    3110-READ-ONE-HIST                                          *
004130******************************************************************
004140 3110-READ-ONE-HIST.
004150*
004160     READ AML-AUDH-FILE NEXT RECORD
004170         AT END
004180             SET WK-HIST-DONE TO TRUE
004190     END-READ.
004200*
004210     IF WK-HIST-DONE
004220         GO TO 3110-EXIT
004230     END-IF.
004240*
004250     IF NOT WK-AUDH-OK
004260         SET WK-HIST-DONE TO TRUE
004270         GO TO 3110-EXIT
004280     END-IF.
004290*
004300     IF AUDH-ORIGEN NOT = CASE-ALERT-ORIGEN
004310       OR AUDH-FECHA NOT = CASE-ALERT-FECHA
004320       OR AUDH-TIME NOT = CASE-ALERT-TIME
004330         SET WK-HIST-DONE TO TRUE
004340         GO TO 3110-EXIT
004350     END-IF.
004360*
004370     IF AUDH-DESTINO = CASE-ALERT-DESTINO
004380       AND AUDH-TRAN-ID = CASE-ALERT-TRAN-ID
004390         SET WK-HIST-FOUND TO TRUE
004400     END-IF.
004410*
004420 3110-EXIT.
004430     EXIT.
004440*
004450******************************************************************
004460*                                                                *
004470*    3200-WRITE-FILING                                           *
004480*                                                                *
004490*    WRITES THE FILING RECORD FROM THE HISTORY'S DECISION        *
004500*    DETAIL, THEN STAMPS THE CASE.  THE STAMP IS ONLY KEPT WHEN  *
004510*    THE FILING RECORD ITSELF WENT OUT - A CASE MUST NEVER READ  *
004520*    AS FILED WHEN NOTHING LEFT THE BUILDING.                    *
004530******************************************************************
004540 3200-WRITE-FILING.
004550*
004560     MOVE CASE-ID        TO WK-SAR-REF-ID.
004570*
004580     MOVE WK-SAR-REF     TO SARD-REF.
004590     MOVE WK-RUN-DATE    TO SARD-FECHA-FILING.
004600     MOVE CASE-ID        TO SARD-CASE-ID.
004610     MOVE AUDH-FECHA     TO SARD-ALERT-FECHA.
004620     MOVE AUDH-TIME      TO SARD-ALERT-TIME.
004630     MOVE AUDH-ORIGEN    TO SARD-ORIGEN.
004640     MOVE AUDH-DESTINO   TO SARD-DESTINO.
004650     MOVE AUDH-MONTO     TO SARD-MONTO.
004660     MOVE AUDH-MONEDA    TO SARD-MONEDA.
004670     MOVE AUDH-MONTO-RPT TO SARD-MONTO-RPT.
004680     MOVE AUDH-STATUS    TO SARD-REASON.
004690     MOVE AUDH-TRAN-ID   TO SARD-TRAN-ID.
004700     MOVE CASE-ANALYST   TO SARD-ANALYST.
004710     MOVE CASE-FECHA-DISPO TO SARD-FECHA-DISPO.
004720*
004730     WRITE SARD-RECORD.
004740     IF NOT WK-SAR-OK
004750         DISPLAY "AML_SARFILE: AVISO - ERROR ESCRIBIENDO "
004760                 "SAROUT, STATUS = " WK-SAR-STATUS
004770         ADD 1 TO WK-ERROR-COUNT
004780         GO TO 3200-EXIT
004790     END-IF.
004800*
004810     MOVE WK-RUN-DATE TO CASE-SAR-FECHA.
004820     MOVE WK-SAR-REF  TO CASE-SAR-REF.
004830*
004840     REWRITE CASE-RECORD.
004850     IF NOT WK-CASE-OK
004860         DISPLAY "AML_SARFILE: AVISO - ERROR REESCRIBIENDO "
004870                 "AMLCASE, STATUS = " WK-CASE-STATUS
004880         ADD 1 TO WK-ERROR-COUNT
004890         GO TO 3200-EXIT
004900     END-IF.
004910*
004920     ADD 1 TO WK-FILED-COUNT.
004930*
004940     MOVE CASE-ID TO WK-EDIT-CASE-ID.
004950     MOVE SPACES TO RPT-LINE.
004960     STRING "CASE " WK-EDIT-CASE-ID
004970             " FILED    REF " WK-SAR-REF
004980             " ANALYST " CASE-ANALYST
004990         DELIMITED BY SIZE INTO RPT-LINE.
005000     WRITE RPT-LINE.
005010*
005020 3200-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060*    3300-WRITE-NOHIST-LINE                                      *
005070******************************************************************
005080 3300-WRITE-NOHIST-LINE.
005090*
005100     MOVE CASE-ID TO WK-EDIT-CASE-ID.
005110     MOVE SPACES TO RPT-LINE.
005120     STRING "CASE " WK-EDIT-CASE-ID
005130             " NOT FILED - AUDIT HISTORY RECORD NOT FOUND"
005140         DELIMITED BY SIZE INTO RPT-LINE.
005150     WRITE RPT-LINE.
005160*
005170 3300-EXIT.
005180     EXIT.
005190*
005200******************************************************************
005210*                                                                *
005220*    7000-WRITE-TOTALS                                           *
005230*                                                                *
005240******************************************************************
005250 7000-WRITE-TOTALS.
005260*
005270     MOVE SPACES TO RPT-LINE.
005280     WRITE RPT-LINE.
005290*
005300     MOVE WK-READ-COUNT TO WK-EDIT-COUNT.
005310     MOVE SPACES TO RPT-LINE.
005320     STRING "CASES READ . . . . . . . . . . . . . . "
005330             WK-EDIT-COUNT
005340         DELIMITED BY SIZE INTO RPT-LINE.
005350     WRITE RPT-LINE.
005360*
005370     MOVE WK-REFERRED-COUNT TO WK-EDIT-COUNT.
005380     MOVE SPACES TO RPT-LINE.
005390     STRING "  REFERRED CASES . . . . . . . . . . . "
005400             WK-EDIT-COUNT
005410         DELIMITED BY SIZE INTO RPT-LINE.
005420     WRITE RPT-LINE.
005430*
005440     MOVE WK-FILED-COUNT TO WK-EDIT-COUNT.
005450     MOVE SPACES TO RPT-LINE.
005460     STRING "    FILED THIS RUN . . . . . . . . . . "
005470             WK-EDIT-COUNT
005480         DELIMITED BY SIZE INTO RPT-LINE.
005490     WRITE RPT-LINE.
005500*
005510     MOVE WK-PRIOR-COUNT TO WK-EDIT-COUNT.
005520     MOVE SPACES TO RPT-LINE.
005530     STRING "    FILED ON A PRIOR RUN . . . . . . . "
005540             WK-EDIT-COUNT
005550         DELIMITED BY SIZE INTO RPT-LINE.
005560     WRITE RPT-LINE.
005570*
005580     MOVE WK-NOHIST-COUNT TO WK-EDIT-COUNT.
005590     MOVE SPACES TO RPT-LINE.
005600     STRING "    AWAITING AUDIT HISTORY . . . . . . "
005610             WK-EDIT-COUNT
005620         DELIMITED BY SIZE INTO RPT-LINE.
005630     WRITE RPT-LINE.
005640*
005650     MOVE WK-ERROR-COUNT TO WK-EDIT-COUNT.
005660     MOVE SPACES TO RPT-LINE.
005670     STRING "    ERRORS . . . . . . . . . . . . . . "
005680             WK-EDIT-COUNT
005690         DELIMITED BY SIZE INTO RPT-LINE.
005700     WRITE RPT-LINE.
005710*
005720 7000-EXIT.
005730     EXIT.
005740*
005750******************************************************************
005760*    8000-TERMINATE                                              *
005770******************************************************************
005780 8000-TERMINATE.
005790*
005800     IF WK-CASE-OK
005810         CLOSE AML-CASE-FILE
005820     END-IF.
005830     IF WK-AUDH-AVAIL
005840         CLOSE AML-AUDH-FILE
005850     END-IF.
005860     CLOSE AML-SAR-OUT.
005870     CLOSE AML-RPT-OUT.
005880*
005890     DISPLAY "AML_SARFILE: CASES READ        = " WK-READ-COUNT.
005900     DISPLAY "AML_SARFILE: FILINGS WRITTEN   = " WK-FILED-COUNT.
005910     DISPLAY "AML_SARFILE: AWAITING HISTORY  = "
005920             WK-NOHIST-COUNT.
005930     DISPLAY "AML_SARFILE: ERRORS            = " WK-ERROR-COUNT.
005940*
005950 8000-EXIT.
005960     EXIT.
005970*
005980******************************************************************
005990*                                                                *
006000*    8900-REGISTER-END                                           *
006010*                                                                *
006020*    REGISTERS THE FINISH OF THIS STEP ON THE NIGHTLY RUN        *
006030*    CONTROL WITH ITS RETURN CODE AND KEY COUNTS.  THE CALL      *
006040*    RESETS RETURN-CODE, SO IT IS PUT BACK FROM RUNP-RC.         *
006050******************************************************************
006060 8900-REGISTER-END.
006070*
006080     SET RUNP-FIN TO TRUE.
006090     MOVE RETURN-CODE TO RUNP-RC.
006100     MOVE "CASES READ" TO RUNP-CONT-ETIQ (1).
006110     MOVE WK-READ-COUNT TO RUNP-CONT-VALOR (1).
006120     MOVE "FILINGS" TO RUNP-CONT-ETIQ (2).
006130     MOVE WK-FILED-COUNT TO RUNP-CONT-VALOR (2).
006140     MOVE "ERRORS" TO RUNP-CONT-ETIQ (3).
006150     MOVE WK-ERROR-COUNT TO RUNP-CONT-VALOR (3).
006160     CALL "AML_RUNCTL" USING RUNP-PARM.
006170     MOVE RUNP-RC TO RETURN-CODE.
006180*
006190 8900-EXIT.
006200     EXIT.
