000100******************************************************************
000110*                                                                *
000120*    PROGRAM:      AML_RUNLOG                                    *
000130*                                                                *
000140*    DESCRIPTION:  NIGHTLY JOB-STREAM RUN LOG.  LISTS EVERY STEP *
000150*                  OF THE NIGHTLY CHAIN (SEE AMLCHAIN), IN RUN   *
000160*                  ORDER, AS AML_RUNCTL RECORDED IT ON AMLRUNC   *
000170*                  FOR THE BUSINESS DATE: STATUS, START AND      *
000180*                  FINISH STAMPS, ELAPSED TIME, RETURN CODE AND  *
000190*                  THE STEP'S OWN KEY COUNTS.  A STEP RUN MORE   *
000200*                  THAN ONCE FOR THE DATE IS MARKED AS A RERUN.  *
000210*                                                                *
000220*                  A STEP WITH NO RECORD IS LISTED "NOT RUN",    *
000230*                  TOGETHER WITH ANY PREDECESSOR THAT WAS NOT    *
000240*                  COMPLETE AND SO HELD IT; A RECORD STILL AT    *
000250*                  "STARTED" IS A STEP THAT NEVER REACHED ITS    *
000260*                  FINISH.  THE TOTALS GIVE THE COUNT OF STEPS   *
000270*                  IN EACH STATE AND THE ELAPSED TIME OF THE     *
000280*                  WHOLE NIGHT, FIRST START TO LAST FINISH.      *
000290*                                                                *
000300*                  ENDS WITH RETURN CODE 4 WHEN ANY STEP DID NOT *
000310*                  COMPLETE, SO THE SCHEDULER CAN RAISE IT.      *
000320*                                                                *
000330*                  THE BUSINESS DATE COMES FROM THE AMLRUND RUN  *
000340*                  CONTROL WHEN PRESENT, THE SYSTEM DATE         *
000350*                  OTHERWISE, SO A PRIOR NIGHT IS LISTED BY      *
000360*                  SETTING AMLRUND, AS FOR ANY OTHER RERUN.      *
000370*                                                                *
000380*    AUTHOR:       J. D. MORALES - CORE BANKING SYSTEMS          *
000390*    INSTALLATION: COMPLIANCE / CORE BANKING                     *
000400*    DATE-WRITTEN: 2026-10-15                                    *
000410*    DATE-COMPILED:                                              *
000420*                                                                *
000430*    MOD-HISTORY.                                                *
000440*    2026-10-15  JDM  ORIGINAL.                                  *
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. AML_RUNLOG.
000480*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520*
000530     SELECT AML-RUNC-FILE ASSIGN TO "AMLRUNC"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS RUNC-KEY
000570         FILE STATUS IS WK-RUNC-STATUS.
000580*
000590*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
000600*
000610     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WK-RUND-STATUS.
000640*
000650     SELECT AML-RPT-OUT ASSIGN TO "RUNLGRPT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WK-RPT-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710*
000720 FD  AML-RUNC-FILE.
000730     COPY AMLRUNC.
000740*
000750 FD  AML-RUND-FILE.
000760     COPY AMLRUND.
000770*
000780 FD  AML-RPT-OUT.
000790 01  RPT-LINE                    PIC X(080).
000800*
000810 WORKING-STORAGE SECTION.
000820*
000830******************************************************************
000840*    SWITCHES AND WORK FIELDS                                   *
000850******************************************************************
000860 77  WK-RUNC-STATUS              PIC X(02)  VALUE "00".
000870     88  WK-RUNC-OK                      VALUE "00".
000880     88  WK-RUNC-NOT-FOUND               VALUE "35".
000890     88  WK-RUNC-REC-NOT-FOUND           VALUE "23".
000900*
000910 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
000920     88  WK-RUND-OK                      VALUE "00".
000930*
000940 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
000950     88  WK-RPT-OK                       VALUE "00".
000960*
000970 77  WK-RUNC-AVAIL-SW            PIC X(01)  VALUE "N".
000980     88  WK-RUNC-AVAIL                   VALUE "Y".
000990*
001000 77  WK-FOUND-SW                 PIC X(01)  VALUE "N".
001010     88  WK-FOUND                        VALUE "Y".
001020*
001030 77  WK-FIRST-SW                 PIC X(01)  VALUE "N".
001040     88  WK-FIRST-SET                    VALUE "Y".
001050*
001060 77  WK-LAST-SW                  PIC X(01)  VALUE "N".
001070     88  WK-LAST-SET                     VALUE "Y".
001080*
001090 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
001100*
001110 77  WK-STEP-COUNT               PIC 9(09) COMP-5 VALUE 0.
001120 77  WK-COMPLETE-COUNT           PIC 9(09) COMP-5 VALUE 0.
001130 77  WK-ERROR-COUNT              PIC 9(09) COMP-5 VALUE 0.
001140 77  WK-OPEN-COUNT               PIC 9(09) COMP-5 VALUE 0.
001150 77  WK-NOTRUN-COUNT             PIC 9(09) COMP-5 VALUE 0.
001160 77  WK-RERUN-COUNT              PIC 9(09) COMP-5 VALUE 0.
001170 77  WK-CONT-SUB                 PIC 9(04) COMP-5 VALUE 0.
001180*
001190******************************************************************
001200*    STATUS OF EACH CHAIN STEP AS LISTED, PARALLEL TO            *
001210*    CHAIN-ENTRY, SO A STEP THAT DID NOT RUN CAN NAME THE        *
001220*    PREDECESSOR THAT HELD IT.  A PREDECESSOR ALWAYS COMES       *
001230*    EARLIER IN THE CHAIN, SO ITS STATUS IS KNOWN BY THEN.       *
001240*    BLANK MEANS NOT RUN.                                        *
001250******************************************************************
001260 01  WK-STEP-TABLE.
001270     05  WK-STEP-STATUS          PIC X(01)
001280                                 OCCURS 9 TIMES.
001290*
001300 77  WK-PREDECESOR               PIC X(12) VALUE SPACES.
001310 77  WK-STATUS-TEXT              PIC X(10) VALUE SPACES.
001320*
001330******************************************************************
001340*    START AND FINISH STAMPS OF THE WHOLE NIGHT.  DATE AND TIME  *
001350*    ARE BOTH DISPLAY DIGITS, SO THE GROUPS COMPARE IN ORDER.    *
001360******************************************************************
001370 01  WK-FIRST-STAMP.
001380     05  WK-FIRST-FECHA          PIC 9(08) VALUE 0.
001390     05  WK-FIRST-TIME           PIC 9(08) VALUE 0.
001400 01  WK-LAST-STAMP.
001410     05  WK-LAST-FECHA           PIC 9(08) VALUE 0.
001420     05  WK-LAST-TIME            PIC 9(08) VALUE 0.
001430 01  WK-CUR-STAMP.
001440     05  WK-CUR-FECHA            PIC 9(08) VALUE 0.
001450     05  WK-CUR-TIME             PIC 9(08) VALUE 0.
001460*
001470******************************************************************
001480*    THE TWO ENDS OF AN ELAPSED TIME FOR 3300-ELAPSED.           *
001490******************************************************************
001500 01  WK-FROM-STAMP.
001510     05  WK-FROM-FECHA           PIC 9(08) VALUE 0.
001520     05  WK-FROM-TIME            PIC 9(08) VALUE 0.
001530 01  WK-TO-STAMP.
001540     05  WK-TO-FECHA             PIC 9(08) VALUE 0.
001550     05  WK-TO-TIME              PIC 9(08) VALUE 0.
001560*
001570******************************************************************
001580*    ELAPSED-TIME WORK FIELDS.  EACH STAMP BECOMES A DAY SERIAL  *
001590*    (9100-DATE-TO-DAYS) AND SECONDS INTO THE DAY, SO A STEP     *
001600*    THAT RUNS PAST MIDNIGHT STILL TIMES CORRECTLY.              *
001610******************************************************************
001620 77  WK-INI-SERIAL               PIC S9(09) COMP-5 VALUE 0.
001630 77  WK-INI-SECS                 PIC S9(09) COMP-5 VALUE 0.
001640 77  WK-FIN-SERIAL               PIC S9(09) COMP-5 VALUE 0.
001650 77  WK-FIN-SECS                 PIC S9(09) COMP-5 VALUE 0.
001660 77  WK-DAY-SECS                 PIC S9(09) COMP-5 VALUE 0.
001670 77  WK-ELAPSED                  PIC S9(09) COMP-5 VALUE 0.
001680 77  WK-EL-WORK                  PIC S9(09) COMP-5 VALUE 0.
001690*
001700 01  WK-EDIT-ELAPSED.
001710     05  WK-EL-HH                PIC 9(02).
001720     05  FILLER                  PIC X(01) VALUE ":".
001730     05  WK-EL-MM                PIC 9(02).
001740     05  FILLER                  PIC X(01) VALUE ":".
001750     05  WK-EL-SS                PIC 9(02).
001760*
001770******************************************************************
001780*    CLOCK-TIME SPLIT.  RUNC-INI-TIME AND RUNC-FIN-TIME ARE      *
001790*    HHMMSSCC, AS ACCEPTED FROM TIME.                            *
001800******************************************************************
001810 01  WK-HM-TIME                  PIC 9(08) VALUE 0.
001820 01  WK-HM-TIME-X REDEFINES WK-HM-TIME.
001830     05  WK-HM-HH                PIC 9(02).
001840     05  WK-HM-MM                PIC 9(02).
001850     05  WK-HM-SS                PIC 9(02).
001860     05  FILLER                  PIC 9(02).
001870*
001880******************************************************************
001890*    DATE-TO-DAY-COUNT WORK FIELDS FOR 9100-DATE-TO-DAYS, SAME   *
001900*    SCHEME AS AML_CASEAGE - ONLY DIFFERENCES BETWEEN TWO        *
001910*    SERIALS ARE EVER USED.                                      *
001920******************************************************************
001930 01  WK-DS-FECHA                 PIC 9(08) VALUE 0.
001940 01  WK-DS-FECHA-X REDEFINES WK-DS-FECHA.
001950     05  WK-DS-YYYY              PIC 9(04).
001960     05  WK-DS-MM                PIC 9(02).
001970     05  WK-DS-DD                PIC 9(02).
001980 77  WK-DS-Y                     PIC S9(09) COMP-5 VALUE 0.
001990 77  WK-DS-M                     PIC S9(09) COMP-5 VALUE 0.
002000 77  WK-DS-WORK                  PIC S9(09) COMP-5 VALUE 0.
002010 77  WK-DS-SERIAL                PIC S9(09) COMP-5 VALUE 0.
002020*
002030******************************************************************
002040*    EDITED FIELDS FOR REPORT LINES.                             *
002050******************************************************************
002060 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
002070 77  WK-EDIT-RC                  PIC ZZZ9.
002080 77  WK-EDIT-RUNS                PIC ZZZ9.
002090 77  WK-EDIT-INI                 PIC X(17) VALUE SPACES.
002100 77  WK-EDIT-FIN                 PIC X(17) VALUE SPACES.
002110 77  WK-EDIT-STAMP               PIC X(17) VALUE SPACES.
002120 77  WK-EDIT-DUR                 PIC X(08) VALUE SPACES.
002130 77  WK-EDIT-RC-X                PIC X(04) VALUE SPACES.
002140 77  WK-CNT-PTR                  PIC 9(04) COMP-5 VALUE 1.
002150*
002160******************************************************************
002170*    THE CHAIN AND ITS PREDECESSORS - SEE AMLCHAIN.              *
002180******************************************************************
002190     COPY AMLCHAIN.
002200*
002210******************************************************************
002220*                                                                *
002230*    0000-MAINLINE                                               *
002240*                                                                *
002250******************************************************************
002260 PROCEDURE DIVISION.
002270*
002280 0000-MAINLINE.
002290*
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310*
002320     PERFORM 3000-LIST-STEP THRU 3000-EXIT
002330         VARYING CHAIN-IDX FROM 1 BY 1
002340         UNTIL CHAIN-IDX > CHAIN-MAX.
002350*
002360     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
002370*
002380     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002390*
002400     GOBACK.
002410*
002420******************************************************************
002430*    1000-INITIALIZE                                             *
002440*                                                                *
002450*    A RUN CONTROL FILE THAT DOES NOT EXIST YET MEANS NOTHING    *
002460*    HAS EVER REGISTERED - THE LOG STILL COMES OUT, EVERY STEP   *
002470*    "NOT RUN", THE SAME WAY AML_RPT HANDLES A MISSING AUDIT     *
002480*    LOG.                                                        *
002490******************************************************************
002500 1000-INITIALIZE.
002510*
002520     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002530     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
002540*
002550     OPEN INPUT AML-RUNC-FILE.
002560     IF WK-RUNC-OK
002570         SET WK-RUNC-AVAIL TO TRUE
002580     ELSE
002590         IF NOT WK-RUNC-NOT-FOUND
002600             DISPLAY "AML_RUNLOG: NO SE PUDO ABRIR AMLRUNC, "
002610                     "STATUS = " WK-RUNC-STATUS
002620             STOP RUN
002630         END-IF
002640     END-IF.
002650*
002660     OPEN OUTPUT AML-RPT-OUT.
002670     IF NOT WK-RPT-OK
002680         DISPLAY "AML_RUNLOG: NO SE PUDO ABRIR RUNLGRPT, "
002690                 "STATUS = " WK-RPT-STATUS
002700         STOP RUN
002710     END-IF.
002720*
002730     MOVE SPACES TO WK-STEP-TABLE.
002740*
002750     MOVE SPACES TO RPT-LINE.
002760     STRING "AML NIGHTLY JOB-STREAM RUN LOG - BUSINESS DATE "
002770             WK-RUN-DATE
002780         DELIMITED BY SIZE INTO RPT-LINE.
002790     WRITE RPT-LINE.
002800*
002810     MOVE SPACES TO RPT-LINE.
002820     WRITE RPT-LINE.
002830*
002840     MOVE SPACES TO RPT-LINE.
002850     STRING "PROGRAM      STATUS     STARTED            "
002860             "ENDED              ELAPSED     RC"
002870         DELIMITED BY SIZE INTO RPT-LINE.
002880     WRITE RPT-LINE.
002890*
002900     MOVE SPACES TO RPT-LINE.
002910     WRITE RPT-LINE.
002920*
002930 1000-EXIT.
002940     EXIT.
002950*
002960******************************************************************
002970*                                                                *
002980*    1100-READ-RUN-DATE                                          *
002990*                                                                *
003000*    OVERRIDES THE ACCEPTED SYSTEM DATE WITH THE BUSINESS DATE   *
003010*    FROM THE OPTIONAL RUN CONTROL FILE, SO THE LOG LISTS THE    *
003020*    NIGHT THE CHAIN REGISTERED UNDER.  A MISSING FILE IS THE    *
003030*    NORMAL CASE; AN IMPLAUSIBLE DATE IS IGNORED WITH A WARNING. *
003040******************************************************************
003050 1100-READ-RUN-DATE.
003060*
003070     OPEN INPUT AML-RUND-FILE.
003080     IF NOT WK-RUND-OK
003090         GO TO 1100-EXIT
003100     END-IF.
003110*
003120     READ AML-RUND-FILE
003130         AT END
003140             CLOSE AML-RUND-FILE
003150             GO TO 1100-EXIT
003160     END-READ.
003170*
003180     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
003190         MOVE RUND-FECHA TO WK-RUN-DATE
003200         DISPLAY "AML_RUNLOG: FECHA DE NEGOCIO " WK-RUN-DATE
003210                 " TOMADA DE AMLRUND"
003220     ELSE
003230         DISPLAY "AML_RUNLOG: AVISO - FECHA EN AMLRUND NO "
003240                 "VALIDA, SE USA LA FECHA DEL SISTEMA"
003250     END-IF.
003260*
003270     CLOSE AML-RUND-FILE.
003280*
003290 1100-EXIT.
003300     EXIT.
003310*
003320******************************************************************
003330*                                                                *
003340*    3000-LIST-STEP                                              *
003350*                                                                *
003360*    ONE CHAIN STEP: ITS AMLRUNC RECORD FOR THE BUSINESS DATE,   *
003370*    OR A NOT-RUN LINE NAMING WHAT HELD IT.                      *
003380******************************************************************
003390 3000-LIST-STEP.
003400*
003410     ADD 1 TO WK-STEP-COUNT.
003420     MOVE "N" TO WK-FOUND-SW.
003430*
003440     IF WK-RUNC-AVAIL
003450         MOVE WK-RUN-DATE TO RUNC-FECHA
003460         MOVE CHAIN-PROGRAMA (CHAIN-IDX) TO RUNC-PROGRAMA
003470         READ AML-RUNC-FILE
003480         IF WK-RUNC-OK
003490             SET WK-FOUND TO TRUE
003500         ELSE
003510             IF NOT WK-RUNC-REC-NOT-FOUND
003520                 DISPLAY "AML_RUNLOG: AVISO - ERROR LEYENDO "
003530                         "AMLRUNC, STATUS = " WK-RUNC-STATUS
003540             END-IF
003550         END-IF
003560     END-IF.
003570*
003580     IF NOT WK-FOUND
003590         PERFORM 3500-LIST-NOT-RUN THRU 3500-EXIT
003600         GO TO 3000-EXIT
003610     END-IF.
003620*
003630     MOVE RUNC-STATUS TO WK-STEP-STATUS (CHAIN-IDX).
003640     MOVE SPACES TO WK-EDIT-FIN.
003650     MOVE SPACES TO WK-EDIT-DUR.
003660     MOVE SPACES TO WK-EDIT-RC-X.
003670*
003680     MOVE RUNC-INI-FECHA TO WK-CUR-FECHA.
003690     MOVE RUNC-INI-TIME  TO WK-CUR-TIME.
003700     PERFORM 3200-EDIT-STAMP THRU 3200-EXIT.
003710     MOVE WK-EDIT-STAMP TO WK-EDIT-INI.
003720     IF NOT WK-FIRST-SET OR WK-CUR-STAMP < WK-FIRST-STAMP
003730         MOVE WK-CUR-STAMP TO WK-FIRST-STAMP
003740         SET WK-FIRST-SET TO TRUE
003750     END-IF.
003760*
003770     IF RUNC-INICIADO
003780         MOVE "STARTED" TO WK-STATUS-TEXT
003790         ADD 1 TO WK-OPEN-COUNT
003800     ELSE
003810         IF RUNC-COMPLETADO
003820             MOVE "COMPLETED" TO WK-STATUS-TEXT
003830             ADD 1 TO WK-COMPLETE-COUNT
003840         ELSE
003850             MOVE "ERROR" TO WK-STATUS-TEXT
003860             ADD 1 TO WK-ERROR-COUNT
003870         END-IF
003880         MOVE RUNC-FIN-FECHA TO WK-CUR-FECHA
003890         MOVE RUNC-FIN-TIME  TO WK-CUR-TIME
003900         PERFORM 3200-EDIT-STAMP THRU 3200-EXIT
003910         MOVE WK-EDIT-STAMP TO WK-EDIT-FIN
003920         IF NOT WK-LAST-SET OR WK-CUR-STAMP > WK-LAST-STAMP
003930             MOVE WK-CUR-STAMP TO WK-LAST-STAMP
003940             SET WK-LAST-SET TO TRUE
003950         END-IF
003960         MOVE RUNC-INI-FECHA TO WK-FROM-FECHA
003970         MOVE RUNC-INI-TIME  TO WK-FROM-TIME
003980         MOVE RUNC-FIN-FECHA TO WK-TO-FECHA
003990         MOVE RUNC-FIN-TIME  TO WK-TO-TIME
004000         PERFORM 3300-ELAPSED THRU 3300-EXIT
004010         MOVE WK-EDIT-ELAPSED TO WK-EDIT-DUR
004020         MOVE RUNC-RC TO WK-EDIT-RC
004030         MOVE WK-EDIT-RC TO WK-EDIT-RC-X
004040     END-IF.
004050*
004060     MOVE SPACES TO RPT-LINE.
004070     STRING CHAIN-PROGRAMA (CHAIN-IDX) " " WK-STATUS-TEXT " "
004080             WK-EDIT-INI "  " WK-EDIT-FIN "  " WK-EDIT-DUR "  "
004090             WK-EDIT-RC-X
004100         DELIMITED BY SIZE INTO RPT-LINE.
004110     WRITE RPT-LINE.
004120*
004130     IF RUNC-EJECUCIONES > 1
004140         ADD 1 TO WK-RERUN-COUNT
004150         MOVE RUNC-EJECUCIONES TO WK-EDIT-RUNS
004160         MOVE SPACES TO RPT-LINE
004170         STRING "    RERUN - STARTED " WK-EDIT-RUNS
004180                 " TIMES FOR THIS DATE, LAST RUN SHOWN"
004190             DELIMITED BY SIZE INTO RPT-LINE
004200         WRITE RPT-LINE
004210     END-IF.
004220*
004230     IF NOT RUNC-INICIADO
004240         PERFORM 3400-LIST-COUNTS THRU 3400-EXIT
004250     END-IF.
004260*
004270 3000-EXIT.
004280     EXIT.
004290*
004300******************************************************************
004310*    3200-EDIT-STAMP                                             *
004320*    WK-CUR-STAMP AS YYYYMMDD HH:MM:SS.                          *
004330******************************************************************
004340 3200-EDIT-STAMP.
004350*
004360     MOVE WK-CUR-TIME TO WK-HM-TIME.
004370     MOVE SPACES TO WK-EDIT-STAMP.
004380     STRING WK-CUR-FECHA " " WK-HM-HH ":" WK-HM-MM ":" WK-HM-SS
004390         DELIMITED BY SIZE INTO WK-EDIT-STAMP.
004400*
004410 3200-EXIT.
004420     EXIT.
004430*
004440******************************************************************
004450*                                                                *
004460*    3300-ELAPSED                                                *
004470*                                                                *
004480*    WK-FROM-STAMP TO WK-TO-STAMP INTO WK-ELAPSED, IN            *
004490*    SECONDS, AND EDITED AS HH:MM:SS.                            *
004500******************************************************************
004510 3300-ELAPSED.
004520*
004530     MOVE WK-FROM-FECHA TO WK-DS-FECHA.
004540     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
004550     MOVE WK-DS-SERIAL TO WK-INI-SERIAL.
004560     MOVE WK-FROM-TIME TO WK-HM-TIME.
004570     PERFORM 9200-TIME-TO-SECS THRU 9200-EXIT.
004580     MOVE WK-DAY-SECS TO WK-INI-SECS.
004590*
004600     MOVE WK-TO-FECHA TO WK-DS-FECHA.
004610     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
004620     MOVE WK-DS-SERIAL TO WK-FIN-SERIAL.
004630     MOVE WK-TO-TIME TO WK-HM-TIME.
004640     PERFORM 9200-TIME-TO-SECS THRU 9200-EXIT.
004650     MOVE WK-DAY-SECS TO WK-FIN-SECS.
004660*
004670     COMPUTE WK-ELAPSED = (WK-FIN-SERIAL - WK-INI-SERIAL) * 86400
004680                        + WK-FIN-SECS - WK-INI-SECS.
004690     PERFORM 9300-EDIT-ELAPSED THRU 9300-EXIT.
004700*
004710 3300-EXIT.
004720     EXIT.
004730*
004740******************************************************************
004750*                                                                *
004760*    3400-LIST-COUNTS                                            *
004770*                                                                *
004780*    THE STEP'S OWN KEY COUNTS, AS IT PASSED THEM AT ITS FINISH, *
004790*    ON ONE LINE UNDER THE STEP.  UNUSED SLOTS ARE LEFT OUT.     *
004800******************************************************************
004810 3400-LIST-COUNTS.
004820*
004830     MOVE SPACES TO RPT-LINE.
004840     MOVE 5 TO WK-CNT-PTR.
004850     PERFORM 3410-LIST-ONE-COUNT THRU 3410-EXIT
004860         VARYING WK-CONT-SUB FROM 1 BY 1
004870         UNTIL WK-CONT-SUB > 3.
004880     IF WK-CNT-PTR > 5
004890         WRITE RPT-LINE
004900     END-IF.
004910*
004920 3400-EXIT.
004930     EXIT.
004940*
004950******************************************************************
004960*    3410-LIST-ONE-COUNT                                         *
004970******************************************************************
004980 3410-LIST-ONE-COUNT.
004990*
005000     IF RUNC-CONT-ETIQ (WK-CONT-SUB) = SPACES
005010         GO TO 3410-EXIT
005020     END-IF.
005030*
005040     MOVE RUNC-CONT-VALOR (WK-CONT-SUB) TO WK-EDIT-COUNT.
005050     STRING RUNC-CONT-ETIQ (WK-CONT-SUB) WK-EDIT-COUNT "  "
005060         DELIMITED BY SIZE INTO RPT-LINE
005070         WITH POINTER WK-CNT-PTR.
005080*
005090 3410-EXIT.
005100     EXIT.
005110*
005120******************************************************************
005130*                                                                *
005140*    3500-LIST-NOT-RUN                                           *
005150*                                                                *
005160*    A STEP WITH NO RECORD FOR THE DATE, AND EACH OF ITS         *
005170*    PREDECESSORS THAT WAS NOT COMPLETE - THE REASON AML_RUNCTL  *
005180*    WOULD HAVE REFUSED IT, OR WHY THE SCHEDULER HELD IT.        *
005190******************************************************************
005200 3500-LIST-NOT-RUN.
005210*
005220     ADD 1 TO WK-NOTRUN-COUNT.
005230     MOVE SPACES TO WK-STEP-STATUS (CHAIN-IDX).
005240*
005250     MOVE SPACES TO RPT-LINE.
005260     STRING CHAIN-PROGRAMA (CHAIN-IDX) " NOT RUN"
005270         DELIMITED BY SIZE INTO RPT-LINE.
005280     WRITE RPT-LINE.
005290*
005300     PERFORM 3510-LIST-HOLD THRU 3510-EXIT
005310         VARYING CHAIN-PRE-IDX FROM 1 BY 1
005320         UNTIL CHAIN-PRE-IDX > 3.
005330*
005340 3500-EXIT.
005350     EXIT.
005360*
005370******************************************************************
005380*    3510-LIST-HOLD                                              *
005390******************************************************************
005400 3510-LIST-HOLD.
005410*
005420     MOVE CHAIN-PREDECESOR (CHAIN-IDX, CHAIN-PRE-IDX)
005430         TO WK-PREDECESOR.
005440     IF WK-PREDECESOR = SPACES
005450         GO TO 3510-EXIT
005460     END-IF.
005470*
005480     PERFORM 3520-FIND-PRED-STATUS THRU 3520-EXIT.
005490     IF WK-STATUS-TEXT = "COMPLETED"
005500         GO TO 3510-EXIT
005510     END-IF.
005520*
005530     MOVE SPACES TO RPT-LINE.
005540     STRING "    HELD - " WK-PREDECESOR " " WK-STATUS-TEXT
005550         DELIMITED BY SIZE INTO RPT-LINE.
005560     WRITE RPT-LINE.
005570*
005580 3510-EXIT.
005590     EXIT.
005600*
005610******************************************************************
005620*    3520-FIND-PRED-STATUS                                       *
005630*    STATUS OF WK-PREDECESOR AS LISTED EARLIER IN THIS RUN, AS   *
005640*    TEXT IN WK-STATUS-TEXT.                                     *
005650******************************************************************
005660 3520-FIND-PRED-STATUS.
005670*
005680     MOVE "NOT RUN" TO WK-STATUS-TEXT.
005690     PERFORM 3530-CHECK-ONE-PRED THRU 3530-EXIT
005700         VARYING WK-CONT-SUB FROM 1 BY 1
005710         UNTIL WK-CONT-SUB > CHAIN-MAX.
005720*
005730 3520-EXIT.
005740     EXIT.
005750*
005760******************************************************************
005770*    3530-CHECK-ONE-PRED                                         *
005780******************************************************************
005790 3530-CHECK-ONE-PRED.
005800*
005810     IF CHAIN-PROGRAMA (WK-CONT-SUB) NOT = WK-PREDECESOR
005820         GO TO 3530-EXIT
005830     END-IF.
005840*
005850     IF WK-STEP-STATUS (WK-CONT-SUB) = "C"
005860         MOVE "COMPLETED" TO WK-STATUS-TEXT
005870     END-IF.
005880     IF WK-STEP-STATUS (WK-CONT-SUB) = "E"
005890         MOVE "ERROR" TO WK-STATUS-TEXT
005900     END-IF.
005910     IF WK-STEP-STATUS (WK-CONT-SUB) = "S"
005920         MOVE "STARTED" TO WK-STATUS-TEXT
005930     END-IF.
005940*
005950 3530-EXIT.
005960     EXIT.
005970*
005980******************************************************************
005990*                                                                *
006000*    7000-WRITE-TOTALS                                           *
006010*                                                                *
006020*    STEP COUNTS BY STATE AND THE ELAPSED TIME OF THE NIGHT,     *
006030*    FIRST START TO LAST FINISH.  THE NIGHT'S ELAPSED TIME IS    *
006040*    LEFT OFF WHILE ANY STEP THAT RAN HAS NOT FINISHED.          *
006050******************************************************************
006060 7000-WRITE-TOTALS.
006070*
006080     MOVE SPACES TO RPT-LINE.
006090     WRITE RPT-LINE.
006100*
006110     MOVE WK-STEP-COUNT TO WK-EDIT-COUNT.
006120     MOVE SPACES TO RPT-LINE.
006130     STRING "STEPS IN CHAIN . . . . . . . . . . . . "
006140             WK-EDIT-COUNT
006150         DELIMITED BY SIZE INTO RPT-LINE.
006160     WRITE RPT-LINE.
006170*
006180     MOVE WK-COMPLETE-COUNT TO WK-EDIT-COUNT.
006190     MOVE SPACES TO RPT-LINE.
006200     STRING "  COMPLETED  . . . . . . . . . . . . . "
006210             WK-EDIT-COUNT
006220         DELIMITED BY SIZE INTO RPT-LINE.
006230     WRITE RPT-LINE.
006240*
006250     MOVE WK-ERROR-COUNT TO WK-EDIT-COUNT.
006260     MOVE SPACES TO RPT-LINE.
006270     STRING "  ENDED IN ERROR . . . . . . . . . . . "
006280             WK-EDIT-COUNT
006290         DELIMITED BY SIZE INTO RPT-LINE.
006300     WRITE RPT-LINE.
006310*
006320     MOVE WK-OPEN-COUNT TO WK-EDIT-COUNT.
006330     MOVE SPACES TO RPT-LINE.
006340     STRING "  STARTED, NOT FINISHED  . . . . . . . "
006350             WK-EDIT-COUNT
006360         DELIMITED BY SIZE INTO RPT-LINE.
006370     WRITE RPT-LINE.
006380*
006390     MOVE WK-NOTRUN-COUNT TO WK-EDIT-COUNT.
006400     MOVE SPACES TO RPT-LINE.
006410     STRING "  NOT RUN  . . . . . . . . . . . . . . "
006420             WK-EDIT-COUNT
006430         DELIMITED BY SIZE INTO RPT-LINE.
006440     WRITE RPT-LINE.
006450*
006460     MOVE WK-RERUN-COUNT TO WK-EDIT-COUNT.
006470     MOVE SPACES TO RPT-LINE.
006480     STRING "STEPS RERUN  . . . . . . . . . . . . . "
006490             WK-EDIT-COUNT
006500         DELIMITED BY SIZE INTO RPT-LINE.
006510     WRITE RPT-LINE.
006520*
006530     IF NOT WK-FIRST-SET OR NOT WK-LAST-SET OR WK-OPEN-COUNT > 0
006540         GO TO 7000-EXIT
006550     END-IF.
006560*
006570     MOVE WK-FIRST-STAMP TO WK-FROM-STAMP.
006580     MOVE WK-LAST-STAMP  TO WK-TO-STAMP.
006590     PERFORM 3300-ELAPSED THRU 3300-EXIT.
006600     MOVE SPACES TO RPT-LINE.
006610     STRING "NIGHT ELAPSED  . . . . . . . . . . . . "
006620             "   " WK-EDIT-ELAPSED
006630         DELIMITED BY SIZE INTO RPT-LINE.
006640     WRITE RPT-LINE.
006650*
006660 7000-EXIT.
006670     EXIT.
006680*
006690******************************************************************
006700*    8000-TERMINATE                                              *
006710******************************************************************
006720 8000-TERMINATE.
006730*
006740     IF WK-RUNC-AVAIL
006750         CLOSE AML-RUNC-FILE
006760     END-IF.
006770     CLOSE AML-RPT-OUT.
006780*
006790     DISPLAY "AML_RUNLOG: STEPS IN CHAIN     = " WK-STEP-COUNT.
006800     DISPLAY "AML_RUNLOG: COMPLETED          = "
006810             WK-COMPLETE-COUNT.
006820     DISPLAY "AML_RUNLOG: NOT COMPLETED      = "
006830             WK-ERROR-COUNT " ERROR, " WK-OPEN-COUNT " STARTED, "
006840             WK-NOTRUN-COUNT " NOT RUN".
006850*
006860     IF WK-COMPLETE-COUNT < WK-STEP-COUNT
006870         MOVE 4 TO RETURN-CODE
006880     END-IF.
006890*
006900 8000-EXIT.
006910     EXIT.
006920*
006930******************************************************************
006940*                                                                *
006950*    9100-DATE-TO-DAYS                                           *
006960*                                                                *
006970*    CONVERTS WK-DS-FECHA (YYYYMMDD) TO A DAY COUNT IN           *
006980*    WK-DS-SERIAL, SAME SCHEME AS AML_CASEAGE.                   *
006990******************************************************************
007000 9100-DATE-TO-DAYS.
007010*
007020     IF WK-DS-MM > 2
007030         MOVE WK-DS-YYYY TO WK-DS-Y
007040         MOVE WK-DS-MM   TO WK-DS-M
007050     ELSE
007060         COMPUTE WK-DS-Y = WK-DS-YYYY - 1
007070         COMPUTE WK-DS-M = WK-DS-MM + 12
007080     END-IF.
007090*
007100     COMPUTE WK-DS-SERIAL = 365 * WK-DS-Y + WK-DS-DD.
007110     COMPUTE WK-DS-WORK = WK-DS-Y / 4.
007120     ADD WK-DS-WORK TO WK-DS-SERIAL.
007130     COMPUTE WK-DS-WORK = WK-DS-Y / 100.
007140     SUBTRACT WK-DS-WORK FROM WK-DS-SERIAL.
007150     COMPUTE WK-DS-WORK = WK-DS-Y / 400.
007160     ADD WK-DS-WORK TO WK-DS-SERIAL.
007170     COMPUTE WK-DS-WORK = (153 * WK-DS-M - 457) / 5.
007180     ADD WK-DS-WORK TO WK-DS-SERIAL.
007190*
007200 9100-EXIT.
007210     EXIT.
007220*
007230******************************************************************
007240*    9200-TIME-TO-SECS                                           *
007250*    WK-HM-TIME (HHMMSSCC) TO SECONDS INTO THE DAY.              *
007260******************************************************************
007270 9200-TIME-TO-SECS.
007280*
007290     COMPUTE WK-DAY-SECS = WK-HM-HH * 3600 + WK-HM-MM * 60
007300                         + WK-HM-SS.
007310*
007320 9200-EXIT.
007330     EXIT.
007340*
007350******************************************************************
007360*    9300-EDIT-ELAPSED                                           *
007370*    WK-ELAPSED SECONDS AS HH:MM:SS.  A CLOCK SET BACK BETWEEN   *
007380*    START AND FINISH SHOWS ZERO; 99 HOURS AND OVER SHOWS 99.    *
007390******************************************************************
007400 9300-EDIT-ELAPSED.
007410*
007420     IF WK-ELAPSED < 0
007430         MOVE 0 TO WK-ELAPSED
007440     END-IF.
007450*
007460     COMPUTE WK-EL-WORK = WK-ELAPSED / 3600.
007470     IF WK-EL-WORK > 99
007480         MOVE 99 TO WK-EL-HH
007490         MOVE 59 TO WK-EL-MM
007500         MOVE 59 TO WK-EL-SS
007510         GO TO 9300-EXIT
007520     END-IF.
007530     MOVE WK-EL-WORK TO WK-EL-HH.
007540     COMPUTE WK-ELAPSED = WK-ELAPSED - WK-EL-WORK * 3600.
007550     COMPUTE WK-EL-WORK = WK-ELAPSED / 60.
007560     MOVE WK-EL-WORK TO WK-EL-MM.
007570     COMPUTE WK-EL-WORK = WK-ELAPSED - WK-EL-WORK * 60.
007580     MOVE WK-EL-WORK TO WK-EL-SS.
007590*
007600 9300-EXIT.
007610     EXIT.
