000160*                  AMLVEL AND AMLPROC ARE KEYED BY DATE SO THE   *
000170*                  SCREENING NEVER NEEDED A PURGE - WHICH MEANT  *
000180*                  NOTHING EVER PURGED THEM.  THIS JOB DELETES   *
000190*                  VELOCITY, NEAR-THRESHOLD COUNTER (AMLESTR)    *
000200*                  AND PROCESSED-ID RECORDS OLDER THAN THE       *
000210*                  OPERATIONS-SET RETENTION, AND UNLOADS         *
000220*                  AUDIT HISTORY RECORDS PAST THE REGULATORY     *
000230*                  RETENTION TO THE DATED ARCHIVE FILE BEFORE    *
000240*                  REMOVING THEM - AN AUDIT RECORD IS NEVER      *
000250*                  DELETED WITHOUT ITS ARCHIVE COPY WRITTEN      *
000260*                  FIRST.  THE HOUSEKEEPING REPORT SHOWS, PER    *
000270*                  FILE, THE RECORDS ON FILE BEFORE, PURGED OR   *
000280*                  ARCHIVED, AND REMAINING AFTER.                *
000290*                                                                *
000300*                  RETENTIONS COME FROM THE HSKPPARM CARD; A     *
000310*                  MISSING OR UNUSABLE CARD FALLS BACK TO THE    *
000320*                  IN-PROGRAM DEFAULTS, THE SAME WAY AMLRUND     *
000330*                  FALLS BACK TO THE SYSTEM DATE, SO A NORMAL    *
000340*                  NIGHT NEEDS NO SET-UP.  A FILE THAT DOES NOT  *
000350*                  EXIST YET SIMPLY REPORTS ZERO RECORDS.        *
000360*                                                                *
000370*    CARD LAYOUT (HSKPPARM, ONE RECORD):                         *
000380*        COL  1-5    OPERATIONAL RETENTION, DAYS (AMLVEL,        *
000390*                    AMLESTR AND AMLPROC)                        *
000400*        COL  6-10   REGULATORY RETENTION, DAYS (AUDITHST)       *
000410*                                                                *
000420*    AUTHOR:       J. D. MORALES - CORE BANKING SYSTEMS          *
000430*    INSTALLATION: COMPLIANCE / CORE BANKING                     *
000440*    DATE-WRITTEN: 2026-09-03                                    *
000450*    DATE-COMPILED:                                              *
000460*                                                                *
000470*    MOD-HISTORY.                                                *
000480*    2026-09-03  JDM  ORIGINAL.                                  *
000490*    2026-10-15  JDM  START AND FINISH REGISTERED ON THE NIGHTLY *
000500*                     RUN CONTROL THROUGH AML_RUNCTL (SEE        *
000510*                     AMLCHAIN); A START REFUSED THERE ENDS THE  *
000520*                     RUN WITH RC 12 BEFORE ANY FILE IS OPENED.  *
000530*    2026-10-15  JDM  AMLESTR, THE NEAR-THRESHOLD COUNTER FILE   *
000540*                     CORE_BANK KEEPS PER ORIGIN AND DAY, IS     *
000550*                     PURGED UNDER THE OPERATIONAL RETENTION IN  *
000560*                     THE SAME WAY AS AMLVEL.                    *
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. AML_HOUSEKP.
000600*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640*
000650*    RETENTION PARAMETER CARD - SEE 1200-READ-PARMS.
000660*
000670     SELECT AML-PARM-IN ASSIGN TO "HSKPPARM"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WK-PARMIN-STATUS.
000700*
000710     SELECT AML-VEL-FILE ASSIGN TO "AMLVEL"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS VEL-KEY
000750         FILE STATUS IS WK-VEL-STATUS.
000760*
000770     SELECT AML-ESTR-FILE ASSIGN TO "AMLESTR"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS ESTR-KEY
000810         FILE STATUS IS WK-ESTR-STATUS.
000820*
000830     SELECT AML-PROC-FILE ASSIGN TO "AMLPROC"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS PROC-KEY
000870         FILE STATUS IS WK-PROC-STATUS.
000880*
000890     SELECT AML-AUDH-FILE ASSIGN TO "AUDITHST"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS AUDH-KEY
000930         ALTERNATE RECORD KEY IS AUDH-DESTINO
000940             WITH DUPLICATES
000950         FILE STATUS IS WK-AUDH-STATUS.
000960*
000970*    DATED ARCHIVE OF UNLOADED AUDIT HISTORY - OPERATIONS POINTS
000980*    AUDHARCH AT A FRESH GENERATION EACH RUN, SO THE UNLOADED
000990*    RECORDS STAY PRODUCIBLE FOR AS LONG AS THE ARCHIVES ARE
001000*    KEPT.
001010*
001020     SELECT AML-ARCH-OUT ASSIGN TO "AUDHARCH"
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WK-ARCH-STATUS.
001050*
001060     SELECT AML-RPT-OUT ASSIGN TO "HSKPRPT"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WK-RPT-STATUS.
001090*
001100*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
001110*
001120     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WK-RUND-STATUS.
001150*
001160 DATA DIVISION.
001170 FILE SECTION.
001180*
001190 FD  AML-PARM-IN.
001200 01  PARMIN-RECORD.
001210     05  PARMIN-RET-OPER         PIC 9(05).
001220     05  PARMIN-RET-AUDIT        PIC 9(05).
001230*
001240 FD  AML-VEL-FILE.
001250     COPY AMLVEL.
001260*
001270 FD  AML-ESTR-FILE.
001280     COPY AMLESTR.
001290*
001300 FD  AML-PROC-FILE.
001310     COPY AMLPROC.
001320*
001330 FD  AML-AUDH-FILE.
001340     COPY AMLAUDH.
001350*
001360 FD  AML-ARCH-OUT.
001370     COPY AMLAUDH
001380         REPLACING ==AUDH-RECORD==       BY ==ARC-RECORD==
001390                   ==AUDH-KEY==          BY ==ARC-KEY==
001400                   ==AUDH-ORIGEN==       BY ==ARC-ORIGEN==
001410                   ==AUDH-FECHA==        BY ==ARC-FECHA==
001420                   ==AUDH-TIME==         BY ==ARC-TIME==
001430                   ==AUDH-SEQ==          BY ==ARC-SEQ==
001440                   ==AUDH-DESTINO==      BY ==ARC-DESTINO==
001450                   ==AUDH-MONTO==        BY ==ARC-MONTO==
001460                   ==AUDH-STATUS==       BY ==ARC-STATUS==
001470                   ==AUDH-STATUS-CLEAR==
001480                       BY ==ARC-STATUS-CLEAR==
001490                   ==AUDH-STATUS-AMOUNT==
001500                       BY ==ARC-STATUS-AMOUNT==
001510                   ==AUDH-STATUS-WATCHLIST==
001520                       BY ==ARC-STATUS-WATCHLIST==
001530                   ==AUDH-STATUS-VELOCITY==
001540                       BY ==ARC-STATUS-VELOCITY==
001550                   ==AUDH-STATUS-INVALID==
001560                       BY ==ARC-STATUS-INVALID==
001570                   ==AUDH-STATUS-DUPLICATE==
001580                       BY ==ARC-STATUS-DUPLICATE==
001590                   ==AUDH-STATUS-COUNTRY==
001600                       BY ==ARC-STATUS-COUNTRY==
001610                   ==AUDH-STATUS-PROFILE==
001620                       BY ==ARC-STATUS-PROFILE==
001630                   ==AUDH-STATUS-NAME==
001640                       BY ==ARC-STATUS-NAME==
001650                   ==AUDH-STATUS-NEAR-THRESHOLD==
001660                       BY ==ARC-STATUS-NEAR-THRESHOLD==
001670                   ==AUDH-MONEDA==       BY ==ARC-MONEDA==
001680                   ==AUDH-MONTO-RPT==    BY ==ARC-MONTO-RPT==
001690                   ==AUDH-TRAN-ID==      BY ==ARC-TRAN-ID==
001700                   ==AUDH-NOMBRE-ORIGEN==
001710                       BY ==ARC-NOMBRE-ORIGEN==
001720                   ==AUDH-NOMBRE-DESTINO==
001730                       BY ==ARC-NOMBRE-DESTINO==
001740                   ==AUDH-SCORE==        BY ==ARC-SCORE==
001750                   ==AUDH-EXENCION==     BY ==ARC-EXENCION==
001760                   ==AUDH-EXENCION-APLICADA==
001770                       BY ==ARC-EXENCION-APLICADA==
001780                   ==AUDH-RIESGO-BAJO==
001790                       BY ==ARC-RIESGO-BAJO==
001800                   ==AUDH-RIESGO-MEDIO==
001810                       BY ==ARC-RIESGO-MEDIO==
001820                   ==AUDH-RIESGO-ALTO==
001830                       BY ==ARC-RIESGO-ALTO==
001840                   ==AUDH-RIESGO==       BY ==ARC-RIESGO==
001850                   ==AUDH-PEP-SI==       BY ==ARC-PEP-SI==
001860                   ==AUDH-PEP==          BY ==ARC-PEP==
001870                   ==AUDH-TIPO-PERSONAL==
001880                       BY ==ARC-TIPO-PERSONAL==
001890                   ==AUDH-TIPO-EMPRESARIAL==
001900                       BY ==ARC-TIPO-EMPRESARIAL==
001910                   ==AUDH-TIPO-CTA==     BY ==ARC-TIPO-CTA==.
001920*
001930 FD  AML-RPT-OUT.
001940 01  RPT-LINE                    PIC X(080).
001950*
001960 FD  AML-RUND-FILE.
001970     COPY AMLRUND.
001980*
001990 WORKING-STORAGE SECTION.
002000*
002010******************************************************************
002020*    SWITCHES AND WORK FIELDS                                   *
002030******************************************************************
002040 77  WK-PARMIN-STATUS            PIC X(02)  VALUE "00".
002050     88  WK-PARMIN-OK                    VALUE "00".
002060*
002070 77  WK-VEL-STATUS               PIC X(02)  VALUE "00".
002080     88  WK-VEL-OK                       VALUE "00".
002090     88  WK-VEL-NOT-FOUND                VALUE "35".
002100*
002110 77  WK-ESTR-STATUS              PIC X(02)  VALUE "00".
002120     88  WK-ESTR-OK                      VALUE "00".
002130     88  WK-ESTR-NOT-FOUND               VALUE "35".
002140*
002150 77  WK-PROC-STATUS              PIC X(02)  VALUE "00".
002160     88  WK-PROC-OK                      VALUE "00".
002170     88  WK-PROC-NOT-FOUND               VALUE "35".
002180*
002190 77  WK-AUDH-STATUS              PIC X(02)  VALUE "00".
002200     88  WK-AUDH-OK                      VALUE "00".
002210     88  WK-AUDH-NOT-FOUND               VALUE "35".
002220*
002230 77  WK-ARCH-STATUS              PIC X(02)  VALUE "00".
002240     88  WK-ARCH-OK                      VALUE "00".
002250*
002260 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
002270     88  WK-RPT-OK                       VALUE "00".
002280*
002290 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
002300     88  WK-RUND-OK                      VALUE "00".
002310*
002320 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
002330     88  WK-EOF                          VALUE "Y".
002340*
002350 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
002360*
002370******************************************************************
002380*    RETENTIONS, IN DAYS.  THE DEFAULTS APPLY WHEN HSKPPARM IS   *
002390*    ABSENT OR UNUSABLE: 90 DAYS FOR THE OPERATIONAL FILES AND   *
002400*    FIVE YEARS FOR THE AUDIT HISTORY.  A CARD RETENTION OF      *
002410*    ZERO IS REFUSED - A TYPO MUST NOT EMPTY THE AUDIT TRAIL.    *
002420******************************************************************
002430 77  WK-RET-OPER                 PIC 9(05) COMP-5 VALUE 90.
002440 77  WK-RET-AUDIT                PIC 9(05) COMP-5 VALUE 1825.
002450*
002460 77  WK-TODAY-SERIAL             PIC S9(09) COMP-5 VALUE 0.
002470 77  WK-OPER-CUTOFF              PIC S9(09) COMP-5 VALUE 0.
002480 77  WK-AUDIT-CUTOFF             PIC S9(09) COMP-5 VALUE 0.
002490 77  WK-REC-SERIAL               PIC S9(09) COMP-5 VALUE 0.
002500*
002510******************************************************************
002520*    PER-FILE COUNTS FOR THE REPORT.                             *
002530******************************************************************
002540 77  WK-VEL-BEFORE               PIC 9(09) COMP-5 VALUE 0.
002550 77  WK-VEL-PURGED               PIC 9(09) COMP-5 VALUE 0.
002560 77  WK-ESTR-BEFORE              PIC 9(09) COMP-5 VALUE 0.
002570 77  WK-ESTR-PURGED              PIC 9(09) COMP-5 VALUE 0.
002580 77  WK-PROC-BEFORE              PIC 9(09) COMP-5 VALUE 0.
002590 77  WK-PROC-PURGED              PIC 9(09) COMP-5 VALUE 0.
002600 77  WK-AUDH-BEFORE              PIC 9(09) COMP-5 VALUE 0.
002610 77  WK-AUDH-ARCHIVED            PIC 9(09) COMP-5 VALUE 0.
002620 77  WK-ERROR-COUNT              PIC 9(09) COMP-5 VALUE 0.
002630 77  WK-AFTER-COUNT              PIC 9(09) COMP-5 VALUE 0.
002640*
002650******************************************************************
002660*    DATE-TO-DAY-COUNT WORK FIELDS FOR 9100-DATE-TO-DAYS, SAME   *
002670*    SCHEME AS AML_CASEAGE - ONLY DIFFERENCES BETWEEN TWO        *
002680*    SERIALS ARE EVER USED.                                      *
002690******************************************************************
002700 01  WK-DS-FECHA                 PIC 9(08) VALUE 0.
002710 01  WK-DS-FECHA-X REDEFINES WK-DS-FECHA.
002720     05  WK-DS-YYYY              PIC 9(04).
002730     05  WK-DS-MM                PIC 9(02).
002740     05  WK-DS-DD                PIC 9(02).
002750 77  WK-DS-Y                     PIC S9(09) COMP-5 VALUE 0.
002760 77  WK-DS-M                     PIC S9(09) COMP-5 VALUE 0.
002770 77  WK-DS-WORK                  PIC S9(09) COMP-5 VALUE 0.
002780 77  WK-DS-SERIAL                PIC S9(09) COMP-5 VALUE 0.
002790*
002800******************************************************************
002810*    EDITED FIELDS FOR REPORT LINES.                             *
002820******************************************************************
002830 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
002840 77  WK-EDIT-DAYS                PIC ZZ,ZZ9.
002850*
002860******************************************************************
002870*    CALL BLOCK FOR AML_RUNCTL - START AND FINISH OF THIS STEP   *
002880*    ON THE NIGHTLY RUN CONTROL.  SEE AMLRUNP.                   *
002890******************************************************************
002900     COPY AMLRUNP.
002910*
002920******************************************************************
002930*                                                                *
002940*    0000-MAINLINE                                               *
002950*                                                                *
002960******************************************************************
002970 PROCEDURE DIVISION.
002980*
002990 0000-MAINLINE.
003000*
003010     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
003020*
003030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003040*
003050     PERFORM 2000-PURGE-VEL THRU 2000-EXIT.
003060*
003070     PERFORM 2500-PURGE-ESTR THRU 2500-EXIT.
003080*
003090     PERFORM 3000-PURGE-PROC THRU 3000-EXIT.
003100*
003110     PERFORM 4000-ARCHIVE-AUDH THRU 4000-EXIT.
003120*
003130     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003140*
003150     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
003160*
003170     GOBACK.
003180*
003190******************************************************************
003200*                                                                *
003210*    0500-REGISTER-START                                         *
003220*                                                                *
003230*    REGISTERS THE START OF THIS STEP ON THE NIGHTLY RUN         *
003240*    CONTROL (SEE AML_RUNCTL AND AMLCHAIN).  A REFUSED START -   *
003250*    A PREDECESSOR NOT COMPLETE FOR THE BUSINESS DATE, OR THIS   *
003260*    STEP ALREADY COMPLETE WITHOUT A RERUN CARD - ENDS THE RUN   *
003270*    WITH RETURN CODE 12 BEFORE ANY FILE IS OPENED.              *
003280******************************************************************
003290 0500-REGISTER-START.
003300*
003310     SET RUNP-INICIO TO TRUE.
003320     MOVE "AML_HOUSEKP" TO RUNP-PROGRAMA.
003330     CALL "AML_RUNCTL" USING RUNP-PARM.
003340     IF RUNP-RECHAZADO
003350         MOVE 12 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380*
003390 0500-EXIT.
003400     EXIT.
003410*
003420******************************************************************
003430*    1000-INITIALIZE                                             *
003440******************************************************************
003450 1000-INITIALIZE.
003460*
003470     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
003480     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
003490     PERFORM 1200-READ-PARMS THRU 1200-EXIT.
003500*
003510     MOVE WK-RUN-DATE TO WK-DS-FECHA.
003520     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
003530     MOVE WK-DS-SERIAL TO WK-TODAY-SERIAL.
003540     COMPUTE WK-OPER-CUTOFF =
003550         WK-TODAY-SERIAL - WK-RET-OPER.
003560     COMPUTE WK-AUDIT-CUTOFF =
003570         WK-TODAY-SERIAL - WK-RET-AUDIT.
003580*
003590     OPEN OUTPUT AML-RPT-OUT.
003600     IF NOT WK-RPT-OK
003610         DISPLAY "AML_HOUSEKP: NO SE PUDO ABRIR HSKPRPT, "
003620                 "STATUS = " WK-RPT-STATUS
003630         STOP RUN
003640     END-IF.
003650*
003660     MOVE SPACES TO RPT-LINE.
003670     STRING "AML RETENTION HOUSEKEEPING - RUN DATE "
003680             WK-RUN-DATE
003690         DELIMITED BY SIZE INTO RPT-LINE.
003700     WRITE RPT-LINE.
003710*
003720     MOVE WK-RET-OPER TO WK-EDIT-DAYS.
003730     MOVE SPACES TO RPT-LINE.
003740     STRING "OPERATIONAL RETENTION (DAYS) . . . . . "
003750             WK-EDIT-DAYS
003760         DELIMITED BY SIZE INTO RPT-LINE.
003770     WRITE RPT-LINE.
003780*
003790     MOVE WK-RET-AUDIT TO WK-EDIT-DAYS.
003800     MOVE SPACES TO RPT-LINE.
003810     STRING "REGULATORY RETENTION (DAYS). . . . . . "
003820             WK-EDIT-DAYS
003830         DELIMITED BY SIZE INTO RPT-LINE.
003840     WRITE RPT-LINE.
003850*
003860     MOVE SPACES TO RPT-LINE.
003870     WRITE RPT-LINE.
003880*
003890 1000-EXIT.
003900     EXIT.
003910*
003920******************************************************************
003930*                                                                *
003940*    1100-READ-RUN-DATE                                          *
003950*                                                                *
003960*    OVERRIDES THE ACCEPTED SYSTEM DATE WITH THE BUSINESS DATE   *
003970*    FROM THE OPTIONAL RUN CONTROL FILE, SO A RERUN MEASURES     *
003980*    RETENTION FROM THE RIGHT DAY.  A MISSING FILE IS THE        *
003990*    NORMAL CASE; AN IMPLAUSIBLE DATE IS IGNORED WITH A          *
004000*    WARNING.                                                    *
004010******************************************************************
004020 1100-READ-RUN-DATE.
004030*
004040     OPEN INPUT AML-RUND-FILE.
004050     IF NOT WK-RUND-OK
004060         GO TO 1100-EXIT
004070     END-IF.
004080*
004090     READ AML-RUND-FILE
004100         AT END
004110             CLOSE AML-RUND-FILE
004120             GO TO 1100-EXIT
004130     END-READ.
004140*
004150     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
004160         MOVE RUND-FECHA TO WK-RUN-DATE
004170         DISPLAY "AML_HOUSEKP: FECHA DE NEGOCIO " WK-RUN-DATE
004180                 " TOMADA DE AMLRUND"
004190     ELSE
004200         DISPLAY "AML_HOUSEKP: AVISO - FECHA EN AMLRUND NO "
004210                 "VALIDA, SE USA LA FECHA DEL SISTEMA"
004220     END-IF.
004230*
004240     CLOSE AML-RUND-FILE.
004250*
004260 1100-EXIT.
004270     EXIT.
004280*
004290******************************************************************
004300*                                                                *
004310*    1200-READ-PARMS                                             *
004320*                                                                *
004330*    LOADS THE RETENTIONS FROM THE HSKPPARM CARD.  A MISSING     *
004340*    CARD IS THE NORMAL CASE AND MEANS THE DEFAULTS APPLY; A     *
004350*    NON-NUMERIC OR ZERO RETENTION IS REFUSED WITH A WARNING -   *
004360*    A FAT-FINGERED CARD MUST NOT EMPTY A FILE.                  *
004370******************************************************************
004380 1200-READ-PARMS.
004390*
004400     OPEN INPUT AML-PARM-IN.
004410     IF NOT WK-PARMIN-OK
004420         GO TO 1200-EXIT
004430     END-IF.
004440*
004450     READ AML-PARM-IN
004460         AT END
004470             CLOSE AML-PARM-IN
004480             GO TO 1200-EXIT
004490     END-READ.
004500*
004510     IF PARMIN-RET-OPER NUMERIC AND PARMIN-RET-OPER > 0
004520         MOVE PARMIN-RET-OPER TO WK-RET-OPER
004530     ELSE
004540         DISPLAY "AML_HOUSEKP: AVISO - RETENCION OPERATIVA EN "
004550                 "HSKPPARM NO VALIDA, SE USA EL DEFAULT"
004560     END-IF.
004570*
004580     IF PARMIN-RET-AUDIT NUMERIC AND PARMIN-RET-AUDIT > 0
004590         MOVE PARMIN-RET-AUDIT TO WK-RET-AUDIT
004600     ELSE
004610         DISPLAY "AML_HOUSEKP: AVISO - RETENCION REGULATORIA EN "
004620                 "HSKPPARM NO VALIDA, SE USA EL DEFAULT"
004630     END-IF.
004640*
004650     CLOSE AML-PARM-IN.
004660*
004670 1200-EXIT.
004680     EXIT.
004690*
004700******************************************************************
004710*                                                                *
004720*    2000-PURGE-VEL                                              *
004730*                                                                *
004740*    ONE PASS OVER THE VELOCITY FILE, DELETING EVERY RECORD      *
004750*    WHOSE DAY IS PAST THE OPERATIONAL RETENTION.  A FILE THAT   *
004760*    DOES NOT EXIST REPORTS ZERO RECORDS AND IS NOT AN ERROR.    *
004770******************************************************************
004780 2000-PURGE-VEL.
004790*
004800     OPEN I-O AML-VEL-FILE.
004810     IF WK-VEL-NOT-FOUND
004820         PERFORM 2900-REPORT-VEL THRU 2900-EXIT
004830         GO TO 2000-EXIT
004840     END-IF.
004850     IF NOT WK-VEL-OK
004860         DISPLAY "AML_HOUSEKP: AVISO - NO SE PUDO ABRIR AMLVEL, "
004870                 "STATUS = " WK-VEL-STATUS
004880         ADD 1 TO WK-ERROR-COUNT
004890         PERFORM 2900-REPORT-VEL THRU 2900-EXIT
004900         GO TO 2000-EXIT
004910     END-IF.
004920*
004930     SET WK-EOF-SW TO "N".
004940     PERFORM 2100-PURGE-ONE-VEL THRU 2100-EXIT
004950         UNTIL WK-EOF.
004960*
004970     CLOSE AML-VEL-FILE.
004980     PERFORM 2900-REPORT-VEL THRU 2900-EXIT.
004990*
005000 2000-EXIT.
005010     EXIT.
005020*
005030 2100-PURGE-ONE-VEL.
005040*
005050     READ AML-VEL-FILE NEXT RECORD
005060         AT END
005070             SET WK-EOF TO TRUE
005080     END-READ.
005090*
005100     IF WK-EOF
005110         GO TO 2100-EXIT
005120     END-IF.
005130*
005140     IF NOT WK-VEL-OK
005150         DISPLAY "AML_HOUSEKP: AVISO - ERROR LEYENDO AMLVEL, "
005160                 "STATUS = " WK-VEL-STATUS
005170         ADD 1 TO WK-ERROR-COUNT
005180         SET WK-EOF TO TRUE
005190         GO TO 2100-EXIT
005200     END-IF.
005210*
005220     ADD 1 TO WK-VEL-BEFORE.
005230*
005240     MOVE VEL-FECHA TO WK-DS-FECHA.
005250     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
005260     IF WK-DS-SERIAL < WK-OPER-CUTOFF
005270         DELETE AML-VEL-FILE RECORD
005280         IF WK-VEL-OK
005290             ADD 1 TO WK-VEL-PURGED
005300         ELSE
005310             DISPLAY "AML_HOUSEKP: AVISO - ERROR BORRANDO "
005320                     "AMLVEL, STATUS = " WK-VEL-STATUS
005330             ADD 1 TO WK-ERROR-COUNT
005340         END-IF
005350     END-IF.
005360*
005370 2100-EXIT.
005380     EXIT.
005390*
005400******************************************************************
005410*                                                                *
005420*    2500-PURGE-ESTR                                             *
005430*                                                                *
005440*    SAME PASS FOR THE NEAR-THRESHOLD COUNTER FILE.  CORE_BANK   *
005450*    ONLY EVER LOOKS BACK OVER THE AMLESTP WINDOW, A FEW DAYS,   *
005460*    SO THE OPERATIONAL RETENTION IS MORE THAN ENOUGH.           *
005470******************************************************************
005480 2500-PURGE-ESTR.
005490*
005500     OPEN I-O AML-ESTR-FILE.
005510     IF WK-ESTR-NOT-FOUND
005520         PERFORM 2800-REPORT-ESTR THRU 2800-EXIT
005530         GO TO 2500-EXIT
005540     END-IF.
005550     IF NOT WK-ESTR-OK
005560         DISPLAY "AML_HOUSEKP: AVISO - NO SE PUDO ABRIR "
005570                 "AMLESTR, STATUS = " WK-ESTR-STATUS
005580         ADD 1 TO WK-ERROR-COUNT
005590         PERFORM 2800-REPORT-ESTR THRU 2800-EXIT
005600         GO TO 2500-EXIT
005610     END-IF.
005620*
005630     SET WK-EOF-SW TO "N".
005640     PERFORM 2600-PURGE-ONE-ESTR THRU 2600-EXIT
005650         UNTIL WK-EOF.
005660*
005670     CLOSE AML-ESTR-FILE.
005680     PERFORM 2800-REPORT-ESTR THRU 2800-EXIT.
005690*
005700 2500-EXIT.
005710     EXIT.
005720*
005730 2600-PURGE-ONE-ESTR.
005740*
005750     READ AML-ESTR-FILE NEXT RECORD
005760         AT END
005770             SET WK-EOF TO TRUE
005780     END-READ.
005790*
005800     IF WK-EOF
005810         GO TO 2600-EXIT
005820     END-IF.
005830*
005840     IF NOT WK-ESTR-OK
005850         DISPLAY "AML_HOUSEKP: AVISO - ERROR LEYENDO AMLESTR, "
005860                 "STATUS = " WK-ESTR-STATUS
005870         ADD 1 TO WK-ERROR-COUNT
005880         SET WK-EOF TO TRUE
005890         GO TO 2600-EXIT
005900     END-IF.
005910*
005920     ADD 1 TO WK-ESTR-BEFORE.
005930*
005940     MOVE ESTR-FECHA TO WK-DS-FECHA.
005950     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
005960     IF WK-DS-SERIAL < WK-OPER-CUTOFF
005970         DELETE AML-ESTR-FILE RECORD
005980         IF WK-ESTR-OK
005990             ADD 1 TO WK-ESTR-PURGED
006000         ELSE
006010             DISPLAY "AML_HOUSEKP: AVISO - ERROR BORRANDO "
006020                     "AMLESTR, STATUS = " WK-ESTR-STATUS
006030             ADD 1 TO WK-ERROR-COUNT
006040         END-IF
006050     END-IF.
006060*
006070 2600-EXIT.
006080     EXIT.
006090*
006100******************************************************************
006110*    2800-REPORT-ESTR                                            *
006120******************************************************************
006130 2800-REPORT-ESTR.
006140*
006150     MOVE SPACES TO RPT-LINE.
006160     STRING "AMLESTR - NEAR-THRESHOLD COUNTER FILE"
006170         DELIMITED BY SIZE INTO RPT-LINE.
006180     WRITE RPT-LINE.
006190*
006200     MOVE WK-ESTR-BEFORE TO WK-EDIT-COUNT.
006210     MOVE SPACES TO RPT-LINE.
006220     STRING "  RECORDS ON FILE BEFORE . . . . . . . "
006230             WK-EDIT-COUNT
006240         DELIMITED BY SIZE INTO RPT-LINE.
006250     WRITE RPT-LINE.
006260*
006270     MOVE WK-ESTR-PURGED TO WK-EDIT-COUNT.
006280     MOVE SPACES TO RPT-LINE.
006290     STRING "  PURGED . . . . . . . . . . . . . . . "
006300             WK-EDIT-COUNT
006310         DELIMITED BY SIZE INTO RPT-LINE.
006320     WRITE RPT-LINE.
006330*
006340     COMPUTE WK-AFTER-COUNT = WK-ESTR-BEFORE - WK-ESTR-PURGED.
006350     MOVE WK-AFTER-COUNT TO WK-EDIT-COUNT.
006360     MOVE SPACES TO RPT-LINE.
006370     STRING "  REMAINING AFTER. . . . . . . . . . . "
006380             WK-EDIT-COUNT
006390         DELIMITED BY SIZE INTO RPT-LINE.
006400     WRITE RPT-LINE.
006410*
006420     MOVE SPACES TO RPT-LINE.
006430     WRITE RPT-LINE.
006440*
006450 2800-EXIT.
006460     EXIT.
006470*
006480******************************************************************
006490*    2900-REPORT-VEL                                             *
006500******************************************************************
006510 2900-REPORT-VEL.
006520*
006530     MOVE SPACES TO RPT-LINE.
006540     STRING "AMLVEL - DAILY VELOCITY FILE"
006550         DELIMITED BY SIZE INTO RPT-LINE.
006560     WRITE RPT-LINE.
006570*
006580     MOVE WK-VEL-BEFORE TO WK-EDIT-COUNT.
006590     MOVE SPACES TO RPT-LINE.
006600     STRING "  RECORDS ON FILE BEFORE . . . . . . . "
006610             WK-EDIT-COUNT
006620         DELIMITED BY SIZE INTO RPT-LINE.
006630     WRITE RPT-LINE.
006640*
006650     MOVE WK-VEL-PURGED TO WK-EDIT-COUNT.
006660     MOVE SPACES TO RPT-LINE.
006670     STRING "  PURGED . . . . . . . . . . . . . . . "
006680             WK-EDIT-COUNT
006690         DELIMITED BY SIZE INTO RPT-LINE.
006700     WRITE RPT-LINE.
006710*
006720     COMPUTE WK-AFTER-COUNT = WK-VEL-BEFORE - WK-VEL-PURGED.
006730     MOVE WK-AFTER-COUNT TO WK-EDIT-COUNT.
006740     MOVE SPACES TO RPT-LINE.
006750     STRING "  REMAINING AFTER. . . . . . . . . . . "
006760             WK-EDIT-COUNT
006770         DELIMITED BY SIZE INTO RPT-LINE.
006780     WRITE RPT-LINE.
006790*
006800     MOVE SPACES TO RPT-LINE.
006810     WRITE RPT-LINE.
006820*
006830 2900-EXIT.
006840     EXIT.
006850*
006860******************************************************************
006870*                                                                *
006880*    3000-PURGE-PROC                                             *
006890*                                                                *
006900*    SAME PASS FOR THE PROCESSED-ID FILE.  AN ID ONLY NEEDS TO   *
006910*    BE REMEMBERED FOR AS LONG AS THE FEED COULD PLAUSIBLY       *
006920*    RETRANSMIT THE DAY IT BELONGS TO.                           *
006930******************************************************************
006940 3000-PURGE-PROC.
006950*
006960     OPEN I-O AML-PROC-FILE.
006970     IF WK-PROC-NOT-FOUND
006980         PERFORM 3900-REPORT-PROC THRU 3900-EXIT
006990         GO TO 3000-EXIT
007000     END-IF.
007010     IF NOT WK-PROC-OK
007020         DISPLAY "AML_HOUSEKP: AVISO - NO SE PUDO ABRIR "
007030                 "AMLPROC, STATUS = " WK-PROC-STATUS
007040         ADD 1 TO WK-ERROR-COUNT
007050         PERFORM 3900-REPORT-PROC THRU 3900-EXIT
007060         GO TO 3000-EXIT
007070     END-IF.
007080*
007090     SET WK-EOF-SW TO "N".
007100     PERFORM 3100-PURGE-ONE-PROC THRU 3100-EXIT
007110         UNTIL WK-EOF.
007120*
007130     CLOSE AML-PROC-FILE.
007140     PERFORM 3900-REPORT-PROC THRU 3900-EXIT.
007150*
007160 3000-EXIT.
007170     EXIT.
007180*
007190 3100-PURGE-ONE-PROC.
007200*
007210     READ AML-PROC-FILE NEXT RECORD
007220         AT END
007230             SET WK-EOF TO TRUE
007240     END-READ.
007250*
007260     IF WK-EOF
007270         GO TO 3100-EXIT
007280     END-IF.
007290*
007300     IF NOT WK-PROC-OK
007310         DISPLAY "AML_HOUSEKP: AVISO - ERROR LEYENDO AMLPROC, "
007320                 "STATUS = " WK-PROC-STATUS
007330         ADD 1 TO WK-ERROR-COUNT
007340         SET WK-EOF TO TRUE
007350         GO TO 3100-EXIT
007360     END-IF.
007370*
007380     ADD 1 TO WK-PROC-BEFORE.
007390*
007400     MOVE PROC-FECHA TO WK-DS-FECHA.
007410     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
007420     IF WK-DS-SERIAL < WK-OPER-CUTOFF
007430         DELETE AML-PROC-FILE RECORD
007440         IF WK-PROC-OK
007450             ADD 1 TO WK-PROC-PURGED
007460         ELSE
007470             DISPLAY "AML_HOUSEKP: AVISO - ERROR BORRANDO "
007480                     "AMLPROC, STATUS = " WK-PROC-STATUS
007490             ADD 1 TO WK-ERROR-COUNT
007500         END-IF
007510     END-IF.
007520*
007530 3100-EXIT.
007540     EXIT.
007550*
007560******************************************************************
007570*    3900-REPORT-PROC                                            *
007580******************************************************************
007590 3900-REPORT-PROC.
007600*
007610     MOVE SPACES TO RPT-LINE.
007620     STRING "AMLPROC - PROCESSED TRANSACTION ID FILE"
007630         DELIMITED BY SIZE INTO RPT-LINE.
007640     WRITE RPT-LINE.
007650*
007660     MOVE WK-PROC-BEFORE TO WK-EDIT-COUNT.
007670     MOVE SPACES TO RPT-LINE.
007680     STRING "  RECORDS ON FILE BEFORE . . . . . . . "
007690             WK-EDIT-COUNT
007700         DELIMITED BY SIZE INTO RPT-LINE.
007710     WRITE RPT-LINE.
007720*
007730     MOVE WK-PROC-PURGED TO WK-EDIT-COUNT.
007740     MOVE SPACES TO RPT-LINE.
007750     STRING "  PURGED . . . . . . . . . . . . . . . "
007760             WK-EDIT-COUNT
007770         DELIMITED BY SIZE INTO RPT-LINE.
007780     WRITE RPT-LINE.
007790*
007800     COMPUTE WK-AFTER-COUNT = WK-PROC-BEFORE - WK-PROC-PURGED.
007810     MOVE WK-AFTER-COUNT TO WK-EDIT-COUNT.
007820     MOVE SPACES TO RPT-LINE.
007830     STRING "  REMAINING AFTER. . . . . . . . . . . "
007840             WK-EDIT-COUNT
007850         DELIMITED BY SIZE INTO RPT-LINE.
007860     WRITE RPT-LINE.
007870*
007880     MOVE SPACES TO RPT-LINE.
007890     WRITE RPT-LINE.
007900*
007910 3900-EXIT.
007920     EXIT.
007930*
007940******************************************************************
007950*                                                                *
007960*    4000-ARCHIVE-AUDH                                           *
007970*                                                                *
007980*    UNLOADS AUDIT HISTORY RECORDS PAST THE REGULATORY           *
007990*    RETENTION TO THE DATED ARCHIVE AND THEN DELETES THEM.  THE  *
008000*    ARCHIVE WRITE COMES FIRST AND A FAILED WRITE LEAVES THE     *
008010*    RECORD ON FILE - AN AUDIT RECORD WITH NO ARCHIVE COPY IS    *
008020*    NEVER DELETED.                                              *
008030******************************************************************
008040 4000-ARCHIVE-AUDH.
008050*
008060     OPEN I-O AML-AUDH-FILE.
008070     IF WK-AUDH-NOT-FOUND
008080         PERFORM 4900-REPORT-AUDH THRU 4900-EXIT
008090         GO TO 4000-EXIT
008100     END-IF.
008110     IF NOT WK-AUDH-OK
008120         DISPLAY "AML_HOUSEKP: AVISO - NO SE PUDO ABRIR "
008130                 "AUDITHST, STATUS = " WK-AUDH-STATUS
008140         ADD 1 TO WK-ERROR-COUNT
008150         PERFORM 4900-REPORT-AUDH THRU 4900-EXIT
008160         GO TO 4000-EXIT
008170     END-IF.
008180*
008190     OPEN OUTPUT AML-ARCH-OUT.
008200     IF NOT WK-ARCH-OK
008210         DISPLAY "AML_HOUSEKP: AVISO - NO SE PUDO ABRIR "
008220                 "AUDHARCH, STATUS = " WK-ARCH-STATUS
008230         ADD 1 TO WK-ERROR-COUNT
008240         CLOSE AML-AUDH-FILE
008250         PERFORM 4900-REPORT-AUDH THRU 4900-EXIT
008260         GO TO 4000-EXIT
008270     END-IF.
008280*
008290     SET WK-EOF-SW TO "N".
008300     PERFORM 4100-ARCHIVE-ONE THRU 4100-EXIT
008310         UNTIL WK-EOF.
008320*
008330     CLOSE AML-AUDH-FILE.
008340     CLOSE AML-ARCH-OUT.
008350     PERFORM 4900-REPORT-AUDH THRU 4900-EXIT.
008360*
008370 4000-EXIT.
008380     EXIT.
008390*
008400 4100-ARCHIVE-ONE.
008410*
008420     READ AML-AUDH-FILE NEXT RECORD
008430         AT END
008440             SET WK-EOF TO TRUE
008450     END-READ.
008460*
008470     IF WK-EOF
008480         GO TO 4100-EXIT
008490     END-IF.
008500*
008510     IF NOT WK-AUDH-OK
008520         DISPLAY "AML_HOUSEKP: AVISO - ERROR LEYENDO AUDITHST, "
008530                 "STATUS = " WK-AUDH-STATUS
008540         ADD 1 TO WK-ERROR-COUNT
008550         SET WK-EOF TO TRUE
008560         GO TO 4100-EXIT
008570     END-IF.
008580*
008590     ADD 1 TO WK-AUDH-BEFORE.
008600*
008610     MOVE AUDH-FECHA TO WK-DS-FECHA.
008620     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
008630     IF WK-DS-SERIAL NOT < WK-AUDIT-CUTOFF
008640         GO TO 4100-EXIT
008650     END-IF.
008660*
008670     MOVE AUDH-RECORD TO ARC-RECORD.
008680     WRITE ARC-RECORD.
008690     IF NOT WK-ARCH-OK
008700         DISPLAY "AML_HOUSEKP: AVISO - ERROR ESCRIBIENDO "
008710                 "AUDHARCH, STATUS = " WK-ARCH-STATUS
008720         ADD 1 TO WK-ERROR-COUNT
008730         GO TO 4100-EXIT
008740     END-IF.
008750*
008760     DELETE AML-AUDH-FILE RECORD.
008770     IF WK-AUDH-OK
008780         ADD 1 TO WK-AUDH-ARCHIVED
008790     ELSE
008800         DISPLAY "AML_HOUSEKP: AVISO - ERROR BORRANDO "
008810                 "AUDITHST, STATUS = " WK-AUDH-STATUS
008820         ADD 1 TO WK-ERROR-COUNT
008830     END-IF.
008840*
008850 4100-EXIT.
008860     EXIT.
008870*
008880******************************************************************
008890*    4900-REPORT-AUDH                                            *
008900******************************************************************
008910 4900-REPORT-AUDH.
008920*
008930     MOVE SPACES TO RPT-LINE.
008940     STRING "AUDITHST - PERMANENT AUDIT HISTORY"
008950         DELIMITED BY SIZE INTO RPT-LINE.
008960     WRITE RPT-LINE.
008970*
008980     MOVE WK-AUDH-BEFORE TO WK-EDIT-COUNT.
008990     MOVE SPACES TO RPT-LINE.
009000     STRING "  RECORDS ON FILE BEFORE . . . . . . . "
009010             WK-EDIT-COUNT
009020         DELIMITED BY SIZE INTO RPT-LINE.
009030     WRITE RPT-LINE.
009040*
009050     MOVE WK-AUDH-ARCHIVED TO WK-EDIT-COUNT.
009060     MOVE SPACES TO RPT-LINE.
009070     STRING "  ARCHIVED AND REMOVED . . . . . . . . "
009080             WK-EDIT-COUNT
009090         DELIMITED BY SIZE INTO RPT-LINE.
009100     WRITE RPT-LINE.
009110*
009120     COMPUTE WK-AFTER-COUNT =
009130         WK-AUDH-BEFORE - WK-AUDH-ARCHIVED.
009140     MOVE WK-AFTER-COUNT TO WK-EDIT-COUNT.
009150     MOVE SPACES TO RPT-LINE.
009160     STRING "  REMAINING AFTER. . . . . . . . . . . "
009170             WK-EDIT-COUNT
009180         DELIMITED BY SIZE INTO RPT-LINE.
009190     WRITE RPT-LINE.
009200*
009210     MOVE SPACES TO RPT-LINE.
009220     WRITE RPT-LINE.
009230*
009240 4900-EXIT.
009250     EXIT.
009260*
009270******************************************************************
009280*    8000-TERMINATE                                              *
009290******************************************************************
009300 8000-TERMINATE.
009310*
009320     MOVE WK-ERROR-COUNT TO WK-EDIT-COUNT.
009330     MOVE SPACES TO RPT-LINE.
009340     STRING "ERRORS . . . . . . . . . . . . . . . . "
009350             WK-EDIT-COUNT
009360         DELIMITED BY SIZE INTO RPT-LINE.
009370     WRITE RPT-LINE.
009380*
009390     CLOSE AML-RPT-OUT.
009400*
009410     DISPLAY "AML_HOUSEKP: AMLVEL PURGED    = " WK-VEL-PURGED.
009420     DISPLAY "AML_HOUSEKP: AMLESTR PURGED   = " WK-ESTR-PURGED.
009430     DISPLAY "AML_HOUSEKP: AMLPROC PURGED   = " WK-PROC-PURGED.
009440     DISPLAY "AML_HOUSEKP: AUDITHST ARCHIVED = "
009450             WK-AUDH-ARCHIVED.
009460     DISPLAY "AML_HOUSEKP: ERRORS           = " WK-ERROR-COUNT.
009470*
009480     IF WK-ERROR-COUNT > 0
009490         MOVE 8 TO RETURN-CODE
009500     END-IF.
009510*
009520 8000-EXIT.
009530     EXIT.
009540*
009550******************************************************************
009560*                                                                *
009570*    8900-REGISTER-END                                           *
009580*                                                                *
009590*    REGISTERS THE FINISH OF THIS STEP ON THE NIGHTLY RUN        *
009600*    CONTROL WITH ITS RETURN CODE AND KEY COUNTS.  THE CALL      *
009610*    RESETS RETURN-CODE, SO IT IS PUT BACK FROM RUNP-RC.         *
009620******************************************************************
009630 8900-REGISTER-END.
009640*
009650     SET RUNP-FIN TO TRUE.
009660     MOVE RETURN-CODE TO RUNP-RC.
009670     MOVE "AUDH ARCHIVE" TO RUNP-CONT-ETIQ (1).
009680     MOVE WK-AUDH-ARCHIVED TO RUNP-CONT-VALOR (1).
009690     MOVE "VEL PURGED" TO RUNP-CONT-ETIQ (2).
009700     MOVE WK-VEL-PURGED TO RUNP-CONT-VALOR (2).
009710     MOVE "ERRORS" TO RUNP-CONT-ETIQ (3).
009720     MOVE WK-ERROR-COUNT TO RUNP-CONT-VALOR (3).
009730     CALL "AML_RUNCTL" USING RUNP-PARM.
009740     MOVE RUNP-RC TO RETURN-CODE.
009750*
009760 8900-EXIT.
009770     EXIT.
009780*
009790******************************************************************
009800*                                                                *
009810*    9100-DATE-TO-DAYS                                           *
009820*                                                                *
009830*    CONVERTS WK-DS-FECHA (YYYYMMDD) TO A DAY COUNT IN           *
009840*    WK-DS-SERIAL.  MONTHS ARE RENUMBERED FROM MARCH SO THE      *
009850*    LEAP DAY FALLS AT THE END OF THE COUNTING YEAR, WHICH       *
009860*    MAKES THE LEAP CORRECTION A STRAIGHT Y/4 - Y/100 + Y/400.   *
009870*    ONLY DIFFERENCES BETWEEN TWO SERIALS ARE EVER USED.         *
009880******************************************************************
009890 9100-DATE-TO-DAYS.
009900*
009910     IF WK-DS-MM > 2
009920         MOVE WK-DS-YYYY TO WK-DS-Y
009930         MOVE WK-DS-MM   TO WK-DS-M
009940     ELSE
009950         COMPUTE WK-DS-Y = WK-DS-YYYY - 1
009960         COMPUTE WK-DS-M = WK-DS-MM + 12
009970     END-IF.
009980*
009990     COMPUTE WK-DS-SERIAL = 365 * WK-DS-Y + WK-DS-DD.
010000     COMPUTE WK-DS-WORK = WK-DS-Y / 4.
010010     ADD WK-DS-WORK TO WK-DS-SERIAL.
010020     COMPUTE WK-DS-WORK = WK-DS-Y / 100.
010030     SUBTRACT WK-DS-WORK FROM WK-DS-SERIAL.
010040     COMPUTE WK-DS-WORK = WK-DS-Y / 400.
010050     ADD WK-DS-WORK TO WK-DS-SERIAL.
010060     COMPUTE WK-DS-WORK = (153 * WK-DS-M - 457) / 5.
010070     ADD WK-DS-WORK TO WK-DS-SERIAL.
010080*
010090 9100-EXIT.
010100     EXIT.
