000100******************************************************************
000110*                                                                *
000120*    PROGRAM:      AML_RUNCTL                                    *
000130*                                                                *
000140*    DESCRIPTION:  NIGHTLY JOB-STREAM RUN CONTROL.  CALLED BY    *
000150*                  EVERY PROGRAM OF THE NIGHTLY CHAIN (SEE       *
000160*                  AMLCHAIN) AS IT STARTS AND AS IT FINISHES,    *
000170*                  WITH THE RUNP-PARM CALL BLOCK (SEE AMLRUNP).  *
000180*                  KEEPS ONE AMLRUNC RECORD PER BUSINESS DATE    *
000190*                  AND PROGRAM, SO OPERATIONS AND AML_RUNLOG CAN *
000200*                  SEE WHAT RAN, WHEN, HOW LONG IT TOOK AND HOW  *
000210*                  IT ENDED.                                     *
000220*                                                                *
000230*                  ON THE START CALL THE PROGRAM IS REFUSED -    *
000240*                  RUNP-RECHAZADO, WITH THE REASON DISPLAYED     *
000250*                  HERE - WHEN ANY OF ITS PREDECESSORS ON        *
000260*                  AMLCHAIN HAS NOT COMPLETED FOR THE BUSINESS   *
000270*                  DATE (NEVER RAN, STILL SHOWS STARTED, OR      *
000280*                  ENDED WITH A RETURN CODE ABOVE 4); WHEN THE   *
000290*                  PROGRAM ITSELF ALREADY COMPLETED FOR THE DATE *
000300*                  AND NO AMLRERUN CARD NAMES IT FOR THAT DATE;  *
000310*                  OR WHEN AMLRUNC CANNOT BE OPENED OR WRITTEN.  *
000320*                  A PROGRAM WHOSE LAST RUN ENDED IN ERROR OR    *
000330*                  NEVER FINISHED MAY START AGAIN WITHOUT A      *
000340*                  CARD - THAT IS THE NORMAL RESTART.            *
000350*                                                                *
000360*                  THE BUSINESS DATE COMES FROM THE AMLRUND RUN  *
000370*                  CONTROL WHEN PRESENT, THE SYSTEM DATE         *
000380*                  OTHERWISE, AND IS HANDED BACK IN RUNP-FECHA   *
000390*                  SO THE FINISH CALL FILES UNDER THE SAME DATE  *
000400*                  EVEN WHEN THE STEP RUNS PAST MIDNIGHT.        *
000410*                                                                *
000420*    CARD LAYOUT (AMLRERUN, OPTIONAL, ONE CARD PER RERUN):       *
000430*        COL  1-12   PROGRAM NAME, AS ON AMLCHAIN                *
000440*        COL 13-20   BUSINESS DATE OF THE RERUN, YYYYMMDD        *
000450*                                                                *
000460*    AUTHOR:       J. D. MORALES - CORE BANKING SYSTEMS          *
000470*    INSTALLATION: COMPLIANCE / CORE BANKING                     *
000480*    DATE-WRITTEN: 2026-10-15                                    *
000490*    DATE-COMPILED:                                              *
000500*                                                                *
000510*    MOD-HISTORY.                                                *
000520*    2026-10-15  JDM  ORIGINAL.                                  *
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. AML_RUNCTL.
000560*
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600*
000610     SELECT AML-RUNC-FILE ASSIGN TO "AMLRUNC"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS RUNC-KEY
000650         FILE STATUS IS WK-RUNC-STATUS.
000660*
000670*    OPTIONAL BUSINESS-DATE RUN CONTROL - SEE 1100-READ-RUN-DATE.
000680*
000690     SELECT AML-RUND-FILE ASSIGN TO "AMLRUND"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WK-RUND-STATUS.
000720*
000730*    OPTIONAL RERUN AUTHORIZATION CARDS - SEE 2300-READ-RERUN.
000740*
000750     SELECT AML-RERUN-FILE ASSIGN TO "AMLRERUN"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WK-RERUN-STATUS.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810*
000820 FD  AML-RUNC-FILE.
000830     COPY AMLRUNC.
000840*
000850 FD  AML-RUND-FILE.
000860     COPY AMLRUND.
000870*
000880 FD  AML-RERUN-FILE.
000890 01  RRUN-RECORD.
000900     05  RRUN-PROGRAMA           PIC X(12).
000910     05  RRUN-FECHA              PIC 9(08).
000920*
000930 WORKING-STORAGE SECTION.
000940*
000950******************************************************************
000960*    SWITCHES AND WORK FIELDS.  THIS PROGRAM IS CALLED TWICE PER *
000970*    RUN UNIT, SO EVERY SWITCH IS RESET WHERE IT IS USED.        *
000980******************************************************************
000990 77  WK-RUNC-STATUS              PIC X(02)  VALUE "00".
001000     88  WK-RUNC-OK                      VALUE "00".
001010     88  WK-RUNC-NOT-FOUND               VALUE "35".
001020     88  WK-RUNC-REC-NOT-FOUND           VALUE "23".
001030*
001040 77  WK-RUND-STATUS              PIC X(02)  VALUE "00".
001050     88  WK-RUND-OK                      VALUE "00".
001060*
001070 77  WK-RERUN-STATUS             PIC X(02)  VALUE "00".
001080     88  WK-RERUN-OK                     VALUE "00".
001090*
001100 77  WK-RERUN-EOF-SW             PIC X(01)  VALUE "N".
001110     88  WK-RERUN-EOF                    VALUE "Y".
001120*
001130 77  WK-RERUN-SW                 PIC X(01)  VALUE "N".
001140     88  WK-RERUN-AUTORIZADO             VALUE "Y".
001150*
001160 77  WK-CHAIN-FOUND-SW           PIC X(01)  VALUE "N".
001170     88  WK-CHAIN-FOUND                  VALUE "Y".
001180*
001190 77  WK-PRIOR-FOUND-SW           PIC X(01)  VALUE "N".
001200     88  WK-PRIOR-FOUND                  VALUE "Y".
001210*
001220 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
001230 77  WK-SYS-FECHA                PIC 9(08) VALUE 0.
001240 77  WK-SYS-TIME                 PIC 9(08) VALUE 0.
001250 77  WK-CONT-SUB                 PIC 9(04) COMP-5 VALUE 0.
001260 77  WK-PREDECESOR               PIC X(12) VALUE SPACES.
001270 77  WK-MOTIVO                   PIC X(20) VALUE SPACES.
001280*
001290******************************************************************
001300*    THE CHAIN AND ITS PREDECESSORS - SEE AMLCHAIN.              *
001310******************************************************************
001320     COPY AMLCHAIN.
001330*
001340 LINKAGE SECTION.
001350     COPY AMLRUNP.
001360*
001370******************************************************************
001380*                                                                *
001390*    0000-MAINLINE                                               *
001400*                                                                *
001410******************************************************************
001420 PROCEDURE DIVISION USING RUNP-PARM.
001430*
001440 0000-MAINLINE.
001450*
001460     IF RUNP-FIN
001470         PERFORM 3000-REGISTER-END THRU 3000-EXIT
001480     ELSE
001490         PERFORM 2000-REGISTER-START THRU 2000-EXIT
001500     END-IF.
001510*
001520     GOBACK.
001530*
001540******************************************************************
001550*                                                                *
001560*    1100-READ-RUN-DATE                                          *
001570*                                                                *
001580*    OVERRIDES THE ACCEPTED SYSTEM DATE WITH THE BUSINESS DATE   *
001590*    FROM THE OPTIONAL RUN CONTROL FILE, SO A PRIOR-DAY RERUN    *
001600*    IS CHECKED AND FILED UNDER THE NIGHT IT BELONGS TO.  A      *
001610*    MISSING FILE IS THE NORMAL CASE; AN IMPLAUSIBLE DATE IS     *
001620*    IGNORED WITH A WARNING.                                     *
001630******************************************************************
001640 1100-READ-RUN-DATE.
001650*
001660     OPEN INPUT AML-RUND-FILE.
001670     IF NOT WK-RUND-OK
001680         GO TO 1100-EXIT
001690     END-IF.
001700*
001710     READ AML-RUND-FILE
001720         AT END
001730             CLOSE AML-RUND-FILE
001740             GO TO 1100-EXIT
001750     END-READ.
001760*
001770     IF RUND-FECHA NUMERIC AND RUND-FECHA > 19000101
001780         MOVE RUND-FECHA TO WK-RUN-DATE
001790     ELSE
001800         DISPLAY "AML_RUNCTL: AVISO - FECHA EN AMLRUND NO "
001810                 "VALIDA, SE USA LA FECHA DEL SISTEMA"
001820     END-IF.
001830*
001840     CLOSE AML-RUND-FILE.
001850*
001860 1100-EXIT.
001870     EXIT.
001880*
001890******************************************************************
001900*                                                                *
001910*    1200-OPEN-RUNC                                              *
001920*                                                                *
001930*    A RUN CONTROL FILE THAT DOES NOT EXIST YET IS CREATED       *
001940*    EMPTY, SO THE FIRST NIGHT NEEDS NO SET-UP.  THE CALLER      *
001950*    TESTS WK-RUNC-OK AFTERWARDS.                                *
001960******************************************************************
001970 1200-OPEN-RUNC.
001980*
001990     OPEN I-O AML-RUNC-FILE.
002000     IF WK-RUNC-NOT-FOUND
002010         OPEN OUTPUT AML-RUNC-FILE
002020         CLOSE AML-RUNC-FILE
002030         OPEN I-O AML-RUNC-FILE
002040     END-IF.
002050*
002060     IF NOT WK-RUNC-OK
002070         DISPLAY "AML_RUNCTL: NO SE PUDO ABRIR AMLRUNC, "
002080                 "STATUS = " WK-RUNC-STATUS
002090     END-IF.
002100*
002110 1200-EXIT.
002120     EXIT.
002130*
002140******************************************************************
002150*                                                                *
002160*    2000-REGISTER-START                                         *
002170*                                                                *
002180*    CHECKS THE PREDECESSORS AND THE PROGRAM'S OWN RECORD FOR    *
002190*    THE BUSINESS DATE, AND WHEN THE PROGRAM MAY RUN, MARKS IT   *
002200*    STARTED.  EVERY REASON FOR A REFUSAL IS DISPLAYED, NOT JUST *
002210*    THE FIRST, SO ONE LOOK AT THE JOB LOG SHOWS OPERATIONS      *
002220*    EVERYTHING THAT IS MISSING.                                 *
002230******************************************************************
002240 2000-REGISTER-START.
002250*
002260     SET RUNP-ACEPTADO TO TRUE.
002270     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002280     PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
002290     MOVE WK-RUN-DATE TO RUNP-FECHA.
002300*
002310     PERFORM 1200-OPEN-RUNC THRU 1200-EXIT.
002320     IF NOT WK-RUNC-OK
002330         DISPLAY "AML_RUNCTL: " RUNP-PROGRAMA
002340                 " NO PUEDE INICIAR SIN CONTROL DE EJECUCION"
002350         SET RUNP-RECHAZADO TO TRUE
002360         GO TO 2000-EXIT
002370     END-IF.
002380*
002390     PERFORM 2100-FIND-CHAIN THRU 2100-EXIT.
002400     IF WK-CHAIN-FOUND
002410         PERFORM 2200-CHECK-PREDECESSOR THRU 2200-EXIT
002420             VARYING CHAIN-PRE-IDX FROM 1 BY 1
002430             UNTIL CHAIN-PRE-IDX > 3
002440     ELSE
002450         DISPLAY "AML_RUNCTL: AVISO - " RUNP-PROGRAMA
002460                 " NO ESTA EN LA CADENA NOCTURNA (AMLCHAIN)"
002470     END-IF.
002480*
002490     IF RUNP-RECHAZADO
002500         CLOSE AML-RUNC-FILE
002510         GO TO 2000-EXIT
002520     END-IF.
002530*
002540     MOVE "N" TO WK-PRIOR-FOUND-SW.
002550     MOVE RUNP-FECHA    TO RUNC-FECHA.
002560     MOVE RUNP-PROGRAMA TO RUNC-PROGRAMA.
002570     READ AML-RUNC-FILE.
002580     IF WK-RUNC-OK
002590         SET WK-PRIOR-FOUND TO TRUE
002600     ELSE
002610         IF NOT WK-RUNC-REC-NOT-FOUND
002620             DISPLAY "AML_RUNCTL: ERROR LEYENDO AMLRUNC, "
002630                     "STATUS = " WK-RUNC-STATUS
002640             SET RUNP-RECHAZADO TO TRUE
002650             CLOSE AML-RUNC-FILE
002660             GO TO 2000-EXIT
002670         END-IF
002680     END-IF.
002690*
002700     IF WK-PRIOR-FOUND AND RUNC-COMPLETADO
002710         PERFORM 2300-READ-RERUN THRU 2300-EXIT
002720         IF NOT WK-RERUN-AUTORIZADO
002730             DISPLAY "AML_RUNCTL: " RUNP-PROGRAMA
002740                     " YA COMPLETO PARA " RUNP-FECHA
002750                     " - REEJECUCION REQUIERE TARJETA AMLRERUN"
002760             SET RUNP-RECHAZADO TO TRUE
002770             CLOSE AML-RUNC-FILE
002780             GO TO 2000-EXIT
002790         END-IF
002800         DISPLAY "AML_RUNCTL: REEJECUCION DE " RUNP-PROGRAMA
002810                 " PARA " RUNP-FECHA " AUTORIZADA POR AMLRERUN"
002820     END-IF.
002830*
002840     IF WK-PRIOR-FOUND AND RUNC-INICIADO
002850         DISPLAY "AML_RUNCTL: AVISO - LA EJECUCION ANTERIOR DE "
002860                 RUNP-PROGRAMA " NO TERMINO, SE REINICIA"
002870     END-IF.
002880*
002890     IF NOT WK-PRIOR-FOUND
002900         MOVE RUNP-FECHA    TO RUNC-FECHA
002910         MOVE RUNP-PROGRAMA TO RUNC-PROGRAMA
002920         MOVE 0 TO RUNC-EJECUCIONES
002930     END-IF.
002940*
002950     ACCEPT WK-SYS-FECHA FROM DATE YYYYMMDD.
002960     ACCEPT WK-SYS-TIME FROM TIME.
002970     SET RUNC-INICIADO TO TRUE.
002980     MOVE WK-SYS-FECHA TO RUNC-INI-FECHA.
002990     MOVE WK-SYS-TIME  TO RUNC-INI-TIME.
003000     MOVE 0 TO RUNC-FIN-FECHA.
003010     MOVE 0 TO RUNC-FIN-TIME.
003020     MOVE 0 TO RUNC-RC.
003030     ADD 1 TO RUNC-EJECUCIONES.
003040     PERFORM 2400-CLEAR-COUNT THRU 2400-EXIT
003050         VARYING WK-CONT-SUB FROM 1 BY 1
003060         UNTIL WK-CONT-SUB > 3.
003070*
003080     IF WK-PRIOR-FOUND
003090         REWRITE RUNC-RECORD
003100     ELSE
003110         WRITE RUNC-RECORD
003120     END-IF.
003130*
003140     IF NOT WK-RUNC-OK
003150         DISPLAY "AML_RUNCTL: ERROR ESCRIBIENDO AMLRUNC, "
003160                 "STATUS = " WK-RUNC-STATUS
003170         SET RUNP-RECHAZADO TO TRUE
003180     END-IF.
003190*
003200     CLOSE AML-RUNC-FILE.
003210*
003220 2000-EXIT.
003230     EXIT.
003240*
003250******************************************************************
003260*    2100-FIND-CHAIN                                             *
003270******************************************************************
003280 2100-FIND-CHAIN.
003290*
003300     MOVE "N" TO WK-CHAIN-FOUND-SW.
003310     PERFORM 2110-SEARCH-ONE THRU 2110-EXIT
003320         VARYING CHAIN-IDX FROM 1 BY 1
003330         UNTIL CHAIN-IDX > CHAIN-MAX OR WK-CHAIN-FOUND.
003340     IF WK-CHAIN-FOUND
003350         SET CHAIN-IDX DOWN BY 1
003360     END-IF.
003370*
003380 2100-EXIT.
003390     EXIT.
003400*
003410******************************************************************
003420*    2110-SEARCH-ONE                                             *
003430******************************************************************
003440 2110-SEARCH-ONE.
003450*
003460     IF CHAIN-PROGRAMA (CHAIN-IDX) = RUNP-PROGRAMA
003470         SET WK-CHAIN-FOUND TO TRUE
003480     END-IF.
003490*
003500 2110-EXIT.
003510     EXIT.
003520*
003530******************************************************************
003540*                                                                *
003550*    2200-CHECK-PREDECESSOR                                      *
003560*                                                                *
003570*    ONE PREDECESSOR OF THE CALLING PROGRAM.  ONLY A RECORD AT   *
003580*    "C" FOR THE SAME BUSINESS DATE LETS THE CALLER START.       *
003590******************************************************************
003600 2200-CHECK-PREDECESSOR.
003610*
003620     MOVE CHAIN-PREDECESOR (CHAIN-IDX, CHAIN-PRE-IDX)
003630         TO WK-PREDECESOR.
003640     IF WK-PREDECESOR = SPACES
003650         GO TO 2200-EXIT
003660     END-IF.
003670*
003680     MOVE RUNP-FECHA    TO RUNC-FECHA.
003690     MOVE WK-PREDECESOR TO RUNC-PROGRAMA.
003700     READ AML-RUNC-FILE.
003710     IF WK-RUNC-OK
003720         IF RUNC-COMPLETADO
003730             GO TO 2200-EXIT
003740         END-IF
003750         IF RUNC-ERROR
003760             MOVE "TERMINO CON ERROR" TO WK-MOTIVO
003770         ELSE
003780             MOVE "NO HA TERMINADO" TO WK-MOTIVO
003790         END-IF
003800     ELSE
003810         MOVE "NO HA CORRIDO" TO WK-MOTIVO
003820     END-IF.
003830*
003840     DISPLAY "AML_RUNCTL: " RUNP-PROGRAMA " NO PUEDE INICIAR - "
003850             WK-PREDECESOR " " WK-MOTIVO " PARA " RUNP-FECHA.
003860     SET RUNP-RECHAZADO TO TRUE.
003870*
003880 2200-EXIT.
003890     EXIT.
003900*
003910******************************************************************
003920*                                                                *
003930*    2300-READ-RERUN                                             *
003940*                                                                *
003950*    LOOKS FOR AN AMLRERUN CARD NAMING THE CALLING PROGRAM AND   *
003960*    THE BUSINESS DATE.  A CARD FOR ANOTHER DATE AUTHORIZES      *
003970*    NOTHING, SO A CARD LEFT IN THE DECK FROM AN EARLIER RERUN   *
003980*    CANNOT LET A LATER NIGHT RUN A STEP TWICE.                  *
003990******************************************************************
004000 2300-READ-RERUN.
004010*
004020     MOVE "N" TO WK-RERUN-SW.
004030     MOVE "N" TO WK-RERUN-EOF-SW.
004040*
004050     OPEN INPUT AML-RERUN-FILE.
004060     IF NOT WK-RERUN-OK
004070         GO TO 2300-EXIT
004080     END-IF.
004090*
004100     PERFORM 2310-READ-ONE-RERUN THRU 2310-EXIT
004110         UNTIL WK-RERUN-EOF OR WK-RERUN-AUTORIZADO.
004120*
004130     CLOSE AML-RERUN-FILE.
004140*
004150 2300-EXIT.
004160     EXIT.
004170*
004180******************************************************************
004190*    2310-READ-ONE-RERUN                                         *
004200******************************************************************
004210 2310-READ-ONE-RERUN.
004220*
004230     READ AML-RERUN-FILE
004240         AT END
004250             SET WK-RERUN-EOF TO TRUE
004260             GO TO 2310-EXIT
004270     END-READ.
004280*
004290     IF RRUN-PROGRAMA = RUNP-PROGRAMA
004300         IF RRUN-FECHA NUMERIC AND RRUN-FECHA = RUNP-FECHA
004310             SET WK-RERUN-AUTORIZADO TO TRUE
004320         END-IF
004330     END-IF.
004340*
004350 2310-EXIT.
004360     EXIT.
004370*
004380******************************************************************
004390*    2400-CLEAR-COUNT                                            *
004400******************************************************************
004410 2400-CLEAR-COUNT.
004420*
004430     MOVE SPACES TO RUNC-CONT-ETIQ (WK-CONT-SUB).
004440     MOVE 0      TO RUNC-CONT-VALOR (WK-CONT-SUB).
004450*
004460 2400-EXIT.
004470     EXIT.
004480*
004490******************************************************************
004500*                                                                *
004510*    3000-REGISTER-END                                           *
004520*                                                                *
004530*    STAMPS THE FINISH, THE RETURN CODE AND THE COUNTS ON THE    *
004540*    RECORD THE START CALL WROTE.  THE WORK IS ALREADY DONE BY   *
004550*    NOW, SO A FAILURE HERE IS ONLY A WARNING - THE RECORD STAYS *
004560*    AT "S" AND THE RUN LOG SHOWS THE STEP AS NOT FINISHED.      *
004570******************************************************************
004580 3000-REGISTER-END.
004590*
004600     PERFORM 1200-OPEN-RUNC THRU 1200-EXIT.
004610     IF NOT WK-RUNC-OK
004620         DISPLAY "AML_RUNCTL: AVISO - FIN DE " RUNP-PROGRAMA
004630                 " NO REGISTRADO"
004640         GO TO 3000-EXIT
004650     END-IF.
004660*
004670     MOVE RUNP-FECHA    TO RUNC-FECHA.
004680     MOVE RUNP-PROGRAMA TO RUNC-PROGRAMA.
004690     READ AML-RUNC-FILE.
004700     IF NOT WK-RUNC-OK
004710         DISPLAY "AML_RUNCTL: AVISO - NO HAY INICIO DE "
004720                 RUNP-PROGRAMA " PARA " RUNP-FECHA
004730                 ", FIN NO REGISTRADO"
004740         CLOSE AML-RUNC-FILE
004750         GO TO 3000-EXIT
004760     END-IF.
004770*
004780     ACCEPT WK-SYS-FECHA FROM DATE YYYYMMDD.
004790     ACCEPT WK-SYS-TIME FROM TIME.
004800     MOVE WK-SYS-FECHA TO RUNC-FIN-FECHA.
004810     MOVE WK-SYS-TIME  TO RUNC-FIN-TIME.
004820     MOVE RUNP-RC      TO RUNC-RC.
004830     IF RUNP-RC > 4
004840         SET RUNC-ERROR TO TRUE
004850     ELSE
004860         SET RUNC-COMPLETADO TO TRUE
004870     END-IF.
004880     PERFORM 3100-COPY-COUNT THRU 3100-EXIT
004890         VARYING WK-CONT-SUB FROM 1 BY 1
004900         UNTIL WK-CONT-SUB > 3.
004910*
004920     REWRITE RUNC-RECORD.
004930     IF NOT WK-RUNC-OK
004940         DISPLAY "AML_RUNCTL: AVISO - ERROR ESCRIBIENDO AMLRUNC, "
004950                 "STATUS = " WK-RUNC-STATUS
004960     END-IF.
004970*
004980     CLOSE AML-RUNC-FILE.
004990*
005000 3000-EXIT.
005010     EXIT.
005020*
005030******************************************************************
005040*    3100-COPY-COUNT                                             *
005050******************************************************************
005060 3100-COPY-COUNT.
005070*
005080     MOVE RUNP-CONT-ETIQ (WK-CONT-SUB)
005090         TO RUNC-CONT-ETIQ (WK-CONT-SUB).
005100     MOVE RUNP-CONT-VALOR (WK-CONT-SUB)
005110         TO RUNC-CONT-VALOR (WK-CONT-SUB).
005120*
005130 3100-EXIT.
005140     EXIT.
