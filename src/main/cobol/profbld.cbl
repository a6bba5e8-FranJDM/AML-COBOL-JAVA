000430*                                                                *
000440*    MOD-HISTORY.                                                *
000450*    2026-09-03  JDM  ORIGINAL.                                  *
000460*    2026-10-15  JDM  START AND FINISH REGISTERED ON THE NIGHTLY *
000470*                     RUN CONTROL THROUGH AML_RUNCTL (SEE        *
000480*                     AMLCHAIN); A START REFUSED THERE ENDS THE  *
000490*                     RUN WITH RC 12 BEFORE ANY FILE IS OPENED.  *
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. AML_PROFBLD.
000530*
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570*
000580     SELECT AML-AUDH-FILE ASSIGN TO "AUDITHST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS AUDH-KEY
000620         ALTERNATE RECORD KEY IS AUDH-DESTINO
000630             WITH DUPLICATES
000640         FILE STATUS IS WK-AUDH-STATUS.
000650*
000660*    BEHAVIOR PROFILE FILE - REBUILT FROM SCRATCH EVERY RUN.
000670*
000680     SELECT AML-PROF-FILE ASSIGN TO "AMLPROF"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS PROF-ORIGEN
000720         FILE STATUS IS WK-PROF-STATUS.
000730*
000740*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
000750*
000760     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WK-RUND-STATUS.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820*
000830 FD  AML-AUDH-FILE.
000840     COPY AMLAUDH.
000850*
000860 FD  AML-PROF-FILE.
000870     COPY AMLPROF.
000880*
000890 FD  AML-RUND-FILE.
000900     COPY AMLRUND.
000910*
000920 WORKING-STORAGE SECTION.
000930*
000940******************************************************************
000950*    SWITCHES AND WORK FIELDS                                   *
000960******************************************************************
000970 77  WK-AUDH-STATUS              PIC X(02)  VALUE "00".
000980     88  WK-AUDH-OK                      VALUE "00".
000990*
001000 77  WK-PROF-STATUS              PIC X(02)  VALUE "00".
001010     88  WK-PROF-OK                      VALUE "00".
001020*
001030 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
001040     88  WK-RUND-OK                      VALUE "00".
001050*
001060 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
001070     88  WK-EOF                          VALUE "Y".
001080*
001090 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
001100 77  WK-IN-WINDOW-COUNT          PIC 9(09) COMP-5 VALUE 0.
001110 77  WK-PROFILE-COUNT            PIC 9(09) COMP-5 VALUE 0.
001120 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
001130*
001140******************************************************************
001150*    TRAILING WINDOW, IN DAYS.  A RECORD OLDER THAN THIS MANY    *
001160*    DAYS BEFORE THE BUSINESS DATE IS OUTSIDE THE ACCOUNT'S      *
001170*    CURRENT NORM AND IS NOT ROLLED IN.                          *
001180******************************************************************
001190 77  WK-WINDOW-DAYS              PIC 9(03) COMP-5 VALUE 30.
001200*
001210 77  WK-TODAY-SERIAL             PIC S9(09) COMP-5 VALUE 0.
001220 77  WK-CUTOFF-SERIAL            PIC S9(09) COMP-5 VALUE 0.
001230 77  WK-REC-SERIAL               PIC S9(09) COMP-5 VALUE 0.
001240*
001250******************************************************************
001260*    CONTROL-BREAK STATE FOR THE ORIGIN IN PROGRESS.  THE        *
001270*    HISTORY ARRIVES GROUPED BY ORIGIN AND, WITHIN AN ORIGIN,    *
001280*    BY DATE, SO ONE SET OF ACCUMULATORS AND A HELD PRIOR KEY    *
001290*    ARE ALL THE BREAK NEEDS.                                    *
001300******************************************************************
001310 77  WK-CUR-ORIGEN               PIC 9(18) VALUE 0.
001320 77  WK-CUR-FECHA                PIC 9(08) VALUE 0.
001330 77  WK-CUR-DIAS                 PIC 9(05) COMP-5 VALUE 0.
001340 77  WK-CUR-CNT                  PIC 9(09) COMP-5 VALUE 0.
001350 77  WK-CUR-MONTO                PIC S9(13)V99 COMP-3 VALUE 0.
001360*
001370 77  WK-GROUP-OPEN-SW            PIC X(01)  VALUE "N".
001380     88  WK-GROUP-OPEN                   VALUE "Y".
001390*
001400******************************************************************
001410*    DATE-TO-DAY-COUNT WORK FIELDS FOR 9100-DATE-TO-DAYS, SAME   *
001420*    SCHEME AS AML_CASEAGE - ONLY DIFFERENCES BETWEEN TWO        *
001430*    SERIALS ARE EVER USED.                                      *
001440******************************************************************
001450 01  WK-DS-FECHA                 PIC 9(08) VALUE 0.
001460 01  WK-DS-FECHA-X REDEFINES WK-DS-FECHA.
001470     05  WK-DS-YYYY              PIC 9(04).
001480     05  WK-DS-MM                PIC 9(02).
001490     05  WK-DS-DD                PIC 9(02).
001500 77  WK-DS-Y                     PIC S9(09) COMP-5 VALUE 0.
001510 77  WK-DS-M                     PIC S9(09) COMP-5 VALUE 0.
001520 77  WK-DS-WORK                  PIC S9(09) COMP-5 VALUE 0.
001530 77  WK-DS-SERIAL                PIC S9(09) COMP-5 VALUE 0.
001540*
001550******************************************************************
001560*    CALL BLOCK FOR AML_RUNCTL - START AND FINISH OF THIS STEP   *
001570*    ON THE NIGHTLY RUN CONTROL.  SEE AMLRUNP.                   *
001580******************************************************************
001590     COPY AMLRUNP.
001600*
001610******************************************************************
001620*                                                                *
001630*    0000-MAINLINE                                               *
001640*                                                                *
001650******************************************************************
001660 PROCEDURE DIVISION.
001670*
001680 0000-MAINLINE.
001690*
001700     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
001710*
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730*
001740     PERFORM 2000-READ-AUDH THRU 2000-EXIT.
001750*
001760     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
001770         UNTIL WK-EOF.
001780*
001790     PERFORM 5000-CLOSE-GROUP THRU 5000-EXIT.
001800*
001810     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001820*
001830     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
001840*
001850     GOBACK.
001860*
001870******************************************************************
001880*                                                                *
001890*    0500-REGISTER-START                                         *
001900*                                                                *
001910*    REGISTERS THE START OF THIS STEP ON THE NIGHTLY RUN         *
001920*    CONTROL (SEE AML_RUNCTL AND AMLCHAIN).  A REFUSED START -   *
001930*    A PREDECESSOR NOT COMPLETE FOR THE BUSINESS DATE, OR THIS   *
001940*    STEP ALREADY COMPLETE WITHOUT A RERUN CARD - ENDS THE RUN   *
001950*    WITH RETURN CODE 12 BEFORE ANY FILE IS OPENED.              *
001960******************************************************************
001970 0500-REGISTER-START.
001980*
001990     SET RUNP-INICIO TO TRUE.
002000     MOVE "AML_PROFBLD" TO RUNP-PROGRAMA.
002010     CALL "AML_RUNCTL" USING RUNP-PARM.
002020     IF RUNP-RECHAZADO
002030         MOVE 12 TO RETURN-CODE
002040         STOP RUN
002050     END-IF.
002060*
002070 0500-EXIT.
002080     EXIT.
002090*
002100******************************************************************
002110*    1000-INITIALIZE                                             *
002120*                                                                *
002130*    A MISSING AUDIT HISTORY MEANS THERE IS NOTHING TO PROFILE   *
002140*    YET - AN EMPTY PROFILE FILE STILL COMES OUT, SO CORE_BANK   *
002150*    FINDS A FILE AND SIMPLY NO NORM FOR ANY ACCOUNT.            *
002160******************************************************************
002170 1000-INITIALIZE.
002180*
002190     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002200     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
002210*
002220     MOVE WK-RUN-DATE TO WK-DS-FECHA.
002230     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
002240     MOVE WK-DS-SERIAL TO WK-TODAY-SERIAL.
002250     COMPUTE WK-CUTOFF-SERIAL =
002260         WK-TODAY-SERIAL - WK-WINDOW-DAYS.
002270*
002280     OPEN INPUT AML-AUDH-FILE.
002290     IF NOT WK-AUDH-OK
002300         DISPLAY "AML_PROFBLD: NO SE PUDO ABRIR AUDITHST, "
002310                 "STATUS = " WK-AUDH-STATUS
002320         SET WK-EOF TO TRUE
002330     END-IF.
002340*
002350     OPEN OUTPUT AML-PROF-FILE.
002360     IF NOT WK-PROF-OK
002370         DISPLAY "AML_PROFBLD: NO SE PUDO ABRIR AMLPROF, "
002380                 "STATUS = " WK-PROF-STATUS
002390         STOP RUN
002400     END-IF.
002410*
002420 1000-EXIT.
002430     EXIT.
002440*
002450******************************************************************
002460*                                                                *
002470*    1100-READ-RUN-DATE                                          *
002480*                                                                *
002490*    OVERRIDES THE ACCEPTED SYSTEM DATE WITH THE BUSINESS DATE   *
002500*    FROM THE OPTIONAL RUN CONTROL FILE, SO A RERUN ANCHORS THE  *
002510*    TRAILING WINDOW ON THE RIGHT DAY.  A MISSING FILE IS THE    *
002520*    NORMAL CASE; AN IMPLAUSIBLE DATE IS IGNORED WITH A          *
002530*    WARNING.                                                    *
002540******************************************************************
002550 1100-READ-RUN-DATE.
002560*
002570     OPEN INPUT AML-RUND-FILE.
002580     IF NOT WK-RUND-OK
002590         GO TO 1100-EXIT
002600     END-IF.
002610*
002620     READ AML-RUND-FILE
002630         AT END
002640             CLOSE AML-RUND-FILE
002650             GO TO 1100-EXIT
002660     END-READ.
002670*
002680     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
002690         MOVE RUND-FECHA TO WK-RUN-DATE
002700         DISPLAY "AML_PROFBLD: FECHA DE NEGOCIO " WK-RUN-DATE
002710                 " TOMADA DE AMLRUND"
002720     ELSE
002730         DISPLAY "AML_PROFBLD: AVISO - FECHA EN AMLRUND NO "
002740                 "VALIDA, SE USA LA FECHA DEL SISTEMA"
002750     END-IF.
002760*
002770     CLOSE AML-RUND-FILE.
002780*
002790 1100-EXIT.
002800     EXIT.
002810*
002820******************************************************************
002830*    2000-READ-AUDH                                              *
002840******************************************************************
002850 2000-READ-AUDH.
002860*
002870     IF WK-EOF
002880         GO TO 2000-EXIT
002890     END-IF.
002900     READ AML-AUDH-FILE NEXT RECORD
002910         AT END
002920             SET WK-EOF TO TRUE
002930     END-READ.
002940*
002950     IF NOT WK-EOF AND NOT WK-AUDH-OK
002960         DISPLAY "AML_PROFBLD: AVISO - ERROR LEYENDO AUDITHST, "
002970                 "STATUS = " WK-AUDH-STATUS
002980         SET WK-EOF TO TRUE
002990     END-IF.
003000*
003010 2000-EXIT.
003020     EXIT.
003030*
003040******************************************************************
003050*                                                                *
003060*    3000-PROCESS-RECORD                                         *
003070*                                                                *
003080*    ROLLS ONE HISTORY RECORD INTO THE ORIGIN IN PROGRESS.  AN   *
003090*    ORIGIN CHANGE CLOSES THE PRIOR GROUP OUT TO THE PROFILE     *
003100*    FILE; A DATE CHANGE WITHIN AN ORIGIN BUMPS ITS ACTIVE-DAY   *
003110*    COUNT.  RECORDS OUTSIDE THE WINDOW, AND "04"/"05" RECORDS   *
003120*    THAT MOVED NO GENUINE MONEY, ARE PASSED OVER.               *
003130******************************************************************
003140 3000-PROCESS-RECORD.
003150*
003160     ADD 1 TO WK-READ-COUNT.
003170*
003180     IF AUDH-STATUS-INVALID OR AUDH-STATUS-DUPLICATE
003190         GO TO 3000-NEXT
003200     END-IF.
003210*
003220     MOVE AUDH-FECHA TO WK-DS-FECHA.
003230     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
003240     MOVE WK-DS-SERIAL TO WK-REC-SERIAL.
003250*
003260     IF WK-REC-SERIAL < WK-CUTOFF-SERIAL
003270       OR WK-REC-SERIAL > WK-TODAY-SERIAL
003280         GO TO 3000-NEXT
003290     END-IF.
003300*
003310     ADD 1 TO WK-IN-WINDOW-COUNT.
003320*
003330     IF WK-GROUP-OPEN AND AUDH-ORIGEN NOT = WK-CUR-ORIGEN
003340         PERFORM 5000-CLOSE-GROUP THRU 5000-EXIT
003350     END-IF.
003360*
003370     IF NOT WK-GROUP-OPEN
003380         SET WK-GROUP-OPEN TO TRUE
003390         MOVE AUDH-ORIGEN TO WK-CUR-ORIGEN
003400         MOVE AUDH-FECHA  TO WK-CUR-FECHA
003410         MOVE 1 TO WK-CUR-DIAS
003420         MOVE 0 TO WK-CUR-CNT
003430         MOVE 0 TO WK-CUR-MONTO
003440     END-IF.
003450*
003460     IF AUDH-FECHA NOT = WK-CUR-FECHA
003470         ADD 1 TO WK-CUR-DIAS
003480         MOVE AUDH-FECHA TO WK-CUR-FECHA
003490     END-IF.
003500*
003510     ADD 1 TO WK-CUR-CNT.
003520     ADD AUDH-MONTO-RPT TO WK-CUR-MONTO.
003530*
003540 3000-NEXT.
003550     PERFORM 2000-READ-AUDH THRU 2000-EXIT.
003560*
003570 3000-EXIT.
003580     EXIT.
003590*
003600******************************************************************
003610*                                                                *
003620*    5000-CLOSE-GROUP                                            *
003630*                                                                *
003640*    WRITES THE PROFILE RECORD FOR THE ORIGIN IN PROGRESS:       *
003650*    AVERAGES OVER THE DAYS THE ACCOUNT WAS ACTIVE, NOT OVER     *
003660*    THE WHOLE WINDOW - AN ACCOUNT THAT WIRES TWICE A MONTH      *
003670*    SHOULD NOT LOOK LIKE AN ACCOUNT THAT WIRES EVERY DAY        *
003680*    DIVIDED BY THIRTY.                                          *
003690******************************************************************
003700 5000-CLOSE-GROUP.
003710*
003720     IF NOT WK-GROUP-OPEN
003730         GO TO 5000-EXIT
003740     END-IF.
003750*
003760     MOVE WK-CUR-ORIGEN TO PROF-ORIGEN.
003770     MOVE WK-RUN-DATE   TO PROF-FECHA-BLD.
003780     MOVE WK-CUR-DIAS   TO PROF-DIAS.
003790     COMPUTE PROF-AVG-CNT ROUNDED =
003800         WK-CUR-CNT / WK-CUR-DIAS.
003810     COMPUTE PROF-AVG-MONTO ROUNDED =
003820         WK-CUR-MONTO / WK-CUR-DIAS.
003830*
003840     WRITE PROF-RECORD.
003850     IF WK-PROF-OK
003860         ADD 1 TO WK-PROFILE-COUNT
003870     ELSE
003880         DISPLAY "AML_PROFBLD: AVISO - ERROR ESCRIBIENDO "
003890                 "AMLPROF, STATUS = " WK-PROF-STATUS
003900     END-IF.
003910*
003920     SET WK-GROUP-OPEN-SW TO "N".
003930*
003940 5000-EXIT.
003950     EXIT.
003960*
003970******************************************************************
003980*    8000-TERMINATE                                              *
003990******************************************************************
004000 8000-TERMINATE.
004010*
004020     IF WK-AUDH-OK
004030         CLOSE AML-AUDH-FILE
004040     END-IF.
004050     CLOSE AML-PROF-FILE.
004060*
004070     DISPLAY "AML_PROFBLD: HISTORY RECORDS READ = "
004080             WK-READ-COUNT.
004090     DISPLAY "AML_PROFBLD: IN-WINDOW RECORDS    = "
004100             WK-IN-WINDOW-COUNT.
004110     DISPLAY "AML_PROFBLD: PROFILES WRITTEN     = "
004120             WK-PROFILE-COUNT.
004130*
004140 8000-EXIT.
004150     EXIT.
004160*
004170******************************************************************
004180*                                                                *
004190*    8900-REGISTER-END                                           *
004200*                                                                *
004210*    REGISTERS THE FINISH OF THIS STEP ON THE NIGHTLY RUN        *
004220*    CONTROL WITH ITS RETURN CODE AND KEY COUNTS.  THE CALL      *
004230*    RESETS RETURN-CODE, SO IT IS PUT BACK FROM RUNP-RC.         *
004240******************************************************************
004250 8900-REGISTER-END.
004260*
004270     SET RUNP-FIN TO TRUE.
004280     MOVE RETURN-CODE TO RUNP-RC.
004290     MOVE "HIST READ" TO RUNP-CONT-ETIQ (1).
004300     MOVE WK-READ-COUNT TO RUNP-CONT-VALOR (1).
004310     MOVE "IN WINDOW" TO RUNP-CONT-ETIQ (2).
004320     MOVE WK-IN-WINDOW-COUNT TO RUNP-CONT-VALOR (2).
004330     MOVE "PROFILES" TO RUNP-CONT-ETIQ (3).
004340     MOVE WK-PROFILE-COUNT TO RUNP-CONT-VALOR (3).
004350     CALL "AML_RUNCTL" USING RUNP-PARM.
004360     MOVE RUNP-RC TO RETURN-CODE.
004370*
004380 8900-EXIT.
004390     EXIT.
004400*
004410******************************************************************
004420*                                                                *
004430*    9100-DATE-TO-DAYS                                           *
004440*                                                                *
004450*    CONVERTS WK-DS-FECHA (YYYYMMDD) TO A DAY COUNT IN           *
004460*    WK-DS-SERIAL.  MONTHS ARE RENUMBERED FROM MARCH SO THE      *
004470*    LEAP DAY FALLS AT THE END OF THE COUNTING YEAR, WHICH       *
004480*    MAKES THE LEAP CORRECTION A STRAIGHT Y/4 - Y/100 + Y/400.   *
004490*    ONLY DIFFERENCES BETWEEN TWO SERIALS ARE EVER USED.         *
004500******************************************************************
004510 9100-DATE-TO-DAYS.
004520*
004530     IF WK-DS-MM > 2
004540         MOVE WK-DS-YYYY TO WK-DS-Y
004550         MOVE WK-DS-MM   TO WK-DS-M
004560     ELSE
004570         COMPUTE WK-DS-Y = WK-DS-YYYY - 1
004580         COMPUTE WK-DS-M = WK-DS-MM + 12
004590     END-IF.
004600*
004610     COMPUTE WK-DS-SERIAL = 365 * WK-DS-Y + WK-DS-DD.
004620     COMPUTE WK-DS-WORK = WK-DS-Y / 4.
004630     ADD WK-DS-WORK TO WK-DS-SERIAL.
004640     COMPUTE WK-DS-WORK = WK-DS-Y / 100.
004650     SUBTRACT WK-DS-WORK FROM WK-DS-SERIAL.
004660     COMPUTE WK-DS-WORK = WK-DS-Y / 400.
004670     ADD WK-DS-WORK TO WK-DS-SERIAL.
004680     COMPUTE WK-DS-WORK = (153 * WK-DS-M - 457) / 5.
004690     ADD WK-DS-WORK TO WK-DS-SERIAL.
004700*
004710 9100-EXIT.
004720     EXIT.
