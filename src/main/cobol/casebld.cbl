000590*    2026-09-03  JDM  CARRY THE COMPOSITE RISK SCORE FROM THE   *
000600*                     AUDIT RECORD ONTO THE CASE, SO THE DESK   *
000610*                     CAN WORK HIGHEST-SCORE FIRST.             *
000620*    2026-10-15  JDM  INITIALIZE THE NEW CASE-QA-REF/-FECHA QA   *
000630*                     SAMPLING FIELDS ON EVERY NEW CASE.         *
000640*    2026-10-15  JDM  START AND FINISH REGISTERED ON THE NIGHTLY *
000650*                     RUN CONTROL THROUGH AML_RUNCTL (SEE        *
000660*                     AMLCHAIN); A START REFUSED THERE ENDS THE  *
000670*                     RUN WITH RC 12 BEFORE ANY FILE IS OPENED.  *
000680******************************************************************
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID. AML_CASEBLD.
000710*
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750*
000760     SELECT AML-AUDIT-LOG ASSIGN TO "AUDITLOG"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WK-AUDIT-STATUS.
000790*
000800*    AML COMPLIANCE CASE FILE - SEE AMLCASE FOR THE KEY SCHEME.
000810*
000820     SELECT AML-CASE-FILE ASSIGN TO "AMLCASE"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS CASE-ID
000860         ALTERNATE RECORD KEY IS CASE-ALERT-KEY
000870         FILE STATUS IS WK-CASE-STATUS.
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910*
000920 FD  AML-AUDIT-LOG.
000930     COPY AMLAUDT.
000940*
000950 FD  AML-CASE-FILE.
000960     COPY AMLCASE.
000970*
000980 WORKING-STORAGE SECTION.
000990*
001000******************************************************************
001010*    SWITCHES AND WORK FIELDS                                   *
001020******************************************************************
001030 77  WK-AUDIT-STATUS             PIC X(02)  VALUE "00".
001040     88  WK-AUDIT-OK                     VALUE "00".
001050*
001060 77  WK-CASE-STATUS              PIC X(02)  VALUE "00".
001070     88  WK-CASE-OK                      VALUE "00".
001080     88  WK-CASE-NOT-FOUND               VALUE "35".
001090     88  WK-CASE-DUP-KEY                 VALUE "22".
001100*
001110 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
001120     88  WK-EOF                          VALUE "Y".
001130*
001140 77  WK-CASE-EOF-SW              PIC X(01)  VALUE "N".
001150     88  WK-CASE-EOF                     VALUE "Y".
001160*
001170 77  WK-WRITE-DONE-SW            PIC X(01)  VALUE "N".
001180     88  WK-WRITE-DONE                   VALUE "Y".
001190*
001200******************************************************************
001210*    HIGHEST TIE-BREAKER SEQUENCE TRIED FOR AN ID-LESS ALERT     *
001220*    BEFORE THE WRITE IS GIVEN UP AS AN ERROR.                   *
001230******************************************************************
001240 77  WK-SEQ-MAX                  PIC 9(04) COMP-5 VALUE 9999.
001250*
001260 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
001270 77  WK-FLAGGED-COUNT            PIC 9(09) COMP-5 VALUE 0.
001280 77  WK-NEW-COUNT                PIC 9(09) COMP-5 VALUE 0.
001290 77  WK-ALREADY-COUNT            PIC 9(09) COMP-5 VALUE 0.
001300*
001310******************************************************************
001320*    NEXT CASE NUMBER TO ASSIGN.  SET BY 1200-FIND-NEXT-ID TO    *
001330*    ONE PAST THE HIGHEST CASE-ID ALREADY ON FILE, SO CASE       *
001340*    NUMBERS STAY UNIQUE ACROSS DAILY RUNS WITHOUT A SEPARATE   *
001350*    CONTROL RECORD.                                             *
001360******************************************************************
001370 77  WK-NEXT-ID                  PIC 9(09) COMP-5 VALUE 1.
001380 77  WK-MAX-ID                   PIC 9(09) COMP-5 VALUE 0.
001390*
001400******************************************************************
001410*    CALL BLOCK FOR AML_RUNCTL - START AND FINISH OF THIS STEP   *
001420*    ON THE NIGHTLY RUN CONTROL.  SEE AMLRUNP.                   *
001430******************************************************************
001440     COPY AMLRUNP.
001450*
001460******************************************************************
001470*                                                                *
001480*    0000-MAINLINE                                               *
001490*                                                                *
001500******************************************************************
001510 PROCEDURE DIVISION.
001520*
001530 0000-MAINLINE.
001540*
001550     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
001560*
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580*
001590     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
001600*
001610     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
001620         UNTIL WK-EOF.
001630*
001640     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001650*
001660     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
001670*
001680     GOBACK.
001690*
001700******************************************************************
001710*                                                                *
001720*    0500-REGISTER-START                                         *
001730*                                                                *
001740*    REGISTERS THE START OF THIS STEP ON THE NIGHTLY RUN         *
001750*    CONTROL (SEE AML_RUNCTL AND AMLCHAIN).  A REFUSED START -   *
001760*    A PREDECESSOR NOT COMPLETE FOR THE BUSINESS DATE, OR THIS   *
001770*    STEP ALREADY COMPLETE WITHOUT A RERUN CARD - ENDS THE RUN   *
001780*    WITH RETURN CODE 12 BEFORE ANY FILE IS OPENED.              *
001790******************************************************************
001800 0500-REGISTER-START.
001810*
001820     SET RUNP-INICIO TO TRUE.
001830     MOVE "AML_CASEBLD" TO RUNP-PROGRAMA.
001840     CALL "AML_RUNCTL" USING RUNP-PARM.
001850     IF RUNP-RECHAZADO
001860         MOVE 12 TO RETURN-CODE
001870         STOP RUN
001880     END-IF.
001890*
001900 0500-EXIT.
001910     EXIT.
001920*
001930******************************************************************
001940*    1000-INITIALIZE                                             *
001950*                                                                *
001960*    OPENS THE AUDIT LOG AND THE CASE FILE.  A CASE FILE THAT    *
001970*    DOES NOT EXIST YET IS CREATED EMPTY FIRST, THE SAME WAY    *
001980*    CORE_BANK CREATES AML-VEL-FILE ON FIRST USE.  A MISSING     *
001990*    AUDIT LOG MEANS THERE IS NOTHING TO CASE TODAY.             *
002000******************************************************************
002010 1000-INITIALIZE.
002020*
002030     OPEN INPUT AML-AUDIT-LOG.
002040     IF NOT WK-AUDIT-OK
002050         DISPLAY "AML_CASEBLD: NO SE PUDO ABRIR AUDITLOG, "
002060                 "STATUS = " WK-AUDIT-STATUS
002070         SET WK-EOF TO TRUE
002080     END-IF.
002090*
002100     OPEN I-O AML-CASE-FILE.
002110     IF WK-CASE-NOT-FOUND
002120         OPEN OUTPUT AML-CASE-FILE
002130         CLOSE AML-CASE-FILE
002140         OPEN I-O AML-CASE-FILE
002150     END-IF.
002160*
002170     IF NOT WK-CASE-OK
002180         DISPLAY "AML_CASEBLD: NO SE PUDO ABRIR AMLCASE, "
002190                 "STATUS = " WK-CASE-STATUS
002200         STOP RUN
002210     END-IF.
002220*
002230     PERFORM 1200-FIND-NEXT-ID THRU 1200-EXIT.
002240*
002250 1000-EXIT.
002260     EXIT.
002270*
002280******************************************************************
002290*                                                                *
002300*    1200-FIND-NEXT-ID                                           *
002310*                                                                *
002320*    READS THE CASE FILE FRONT TO BACK TO FIND THE HIGHEST       *
002330*    CASE-ID ALREADY ASSIGNED.  THE FILE IS SMALL (ONE RECORD    *
002340*    PER FLAGGED ALERT) SO A FULL PASS AT STARTUP IS CHEAPER     *
002350*    THAN KEEPING A SEPARATE NEXT-NUMBER CONTROL FILE IN STEP.   *
002360******************************************************************
002370 1200-FIND-NEXT-ID.
002380*
002390     MOVE 0 TO WK-MAX-ID.
002400*
002410     PERFORM 1210-READ-ONE-CASE THRU 1210-EXIT
002420         UNTIL WK-CASE-EOF.
002430*
002440     COMPUTE WK-NEXT-ID = WK-MAX-ID + 1.
002450*
002460 1200-EXIT.
002470     EXIT.
002480*
002490 1210-READ-ONE-CASE.
002500*
002510     READ AML-CASE-FILE NEXT RECORD
002520         AT END
002530             SET WK-CASE-EOF TO TRUE
002540     END-READ.
002550*
002560     IF WK-CASE-EOF
002570         GO TO 1210-EXIT
002580     END-IF.
002590*
002600     IF NOT WK-CASE-OK
002610         DISPLAY "AML_CASEBLD: AVISO - ERROR LEYENDO AMLCASE, "
002620                 "STATUS = " WK-CASE-STATUS
002630         SET WK-CASE-EOF TO TRUE
002640         GO TO 1210-EXIT
002650     END-IF.
002660*
002670     IF CASE-ID > WK-MAX-ID
002680         MOVE CASE-ID TO WK-MAX-ID
002690     END-IF.
002700*
002710 1210-EXIT.
002720     EXIT.
002730*
002740******************************************************************
002750*    2000-READ-AUDIT                                             *
002760******************************************************************
002770 2000-READ-AUDIT.
002780*
002790     IF WK-EOF
002800         GO TO 2000-EXIT
002810     END-IF.
002820     READ AML-AUDIT-LOG
002830         AT END
002840             SET WK-EOF TO TRUE
002850     END-READ.
002860*
002870 2000-EXIT.
002880     EXIT.
002890*
002900******************************************************************
002910*                                                                *
002920*    3000-PROCESS-RECORD                                         *
002930*                                                                *
002940*    OPENS A CASE FOR ONE FLAGGED AUDIT LOG RECORD.  A CLEAR     *
002950*    RECORD NEEDS NO CASE.  A DUPLICATE-KEY WRITE MEANS THE      *
002960*    ALERT IS ALREADY ON FILE FROM AN EARLIER RUN AND IS ONLY    *
002970*    COUNTED.                                                    *
002980******************************************************************
002990 3000-PROCESS-RECORD.
003000*
003010     ADD 1 TO WK-READ-COUNT.
003020*
003030     IF AUDT-STATUS-CLEAR OR AUDT-STATUS-DUPLICATE
003040         GO TO 3000-NEXT
003050     END-IF.
003060*
003070     ADD 1 TO WK-FLAGGED-COUNT.
003080*
003090     MOVE WK-NEXT-ID     TO CASE-ID.
003100     MOVE AUDT-DATE      TO CASE-ALERT-FECHA.
003110     MOVE AUDT-TIME      TO CASE-ALERT-TIME.
003120     MOVE AUDT-ORIGEN    TO CASE-ALERT-ORIGEN.
003130     MOVE AUDT-DESTINO   TO CASE-ALERT-DESTINO.
003140     MOVE AUDT-TRAN-ID   TO CASE-ALERT-TRAN-ID.
003150     MOVE 0              TO CASE-ALERT-SEQ.
003160     MOVE AUDT-MONTO     TO CASE-MONTO.
003170     MOVE AUDT-MONTO-RPT TO CASE-MONTO-RPT.
003180     MOVE AUDT-MONEDA    TO CASE-MONEDA.
003190     MOVE AUDT-STATUS    TO CASE-REASON.
003200     MOVE AUDT-SCORE     TO CASE-SCORE.
003210     SET CASE-OPEN       TO TRUE.
003220     MOVE SPACES         TO CASE-ANALYST.
003230     MOVE 0              TO CASE-FECHA-DISPO.
003240     MOVE 0              TO CASE-SAR-FECHA.
003250     MOVE SPACES         TO CASE-SAR-REF.
003260     MOVE SPACES         TO CASE-QA-REF.
003270     MOVE 0              TO CASE-QA-FECHA.
003280*
003290     SET WK-WRITE-DONE-SW TO "N".
003300     PERFORM 3100-WRITE-ONE-CASE THRU 3100-EXIT
003310         UNTIL WK-WRITE-DONE.
003320*
003330 3000-NEXT.
003340     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
003350*
003360 3000-EXIT.
003370     EXIT.
003380*
003390******************************************************************
003400*                                                                *
003410*    3100-WRITE-ONE-CASE                                         *
003420*                                                                *
003430*    A DUPLICATE-KEY WRITE FOR AN ALERT THAT CARRIES A           *
003440*    TRANSACTION ID IS A TRUE RE-RUN DUPLICATE - THE ID MAKES    *
003450*    THE ALERT IDENTITY UNIQUE - AND IS COUNTED AS ALREADY ON    *
003460*    FILE.  FOR AN ID-LESS ALERT THE SAME TIMESTAMP AND          *
003470*    ACCOUNTS COULD JUST AS WELL BE A SECOND WIRE IN THE SAME    *
003480*    HUNDREDTH OF A SECOND, SO THE TIE-BREAKER SEQUENCE IS       *
003490*    BUMPED AND THE WRITE RETRIED - THE ALERT IS CASED RATHER    *
003500*    THAN SILENTLY DROPPED.                                      *
003510******************************************************************
003520 3100-WRITE-ONE-CASE.
003530*
003540     WRITE CASE-RECORD.
003550*
003560     IF WK-CASE-OK
003570         ADD 1 TO WK-NEW-COUNT
003580         ADD 1 TO WK-NEXT-ID
003590         SET WK-WRITE-DONE TO TRUE
003600         GO TO 3100-EXIT
003610     END-IF.
003620*
003630     IF WK-CASE-DUP-KEY AND CASE-ALERT-TRAN-ID NOT = SPACES
003640         ADD 1 TO WK-ALREADY-COUNT
003650         SET WK-WRITE-DONE TO TRUE
003660         GO TO 3100-EXIT
003670     END-IF.
003680*
003690     IF WK-CASE-DUP-KEY AND CASE-ALERT-SEQ < WK-SEQ-MAX
003700         ADD 1 TO CASE-ALERT-SEQ
003710         GO TO 3100-EXIT
003720     END-IF.
003730*
003740     DISPLAY "AML_CASEBLD: AVISO - ERROR ESCRIBIENDO "
003750             "AMLCASE, STATUS = " WK-CASE-STATUS.
003760     SET WK-WRITE-DONE TO TRUE.
003770*
003780 3100-EXIT.
003790     EXIT.
003800*
003810******************************************************************
003820*    8000-TERMINATE                                              *
003830******************************************************************
003840 8000-TERMINATE.
003850*
003860     IF WK-AUDIT-OK
003870         CLOSE AML-AUDIT-LOG
003880     END-IF.
003890     CLOSE AML-CASE-FILE.
003900*
003910     DISPLAY "AML_CASEBLD: AUDIT RECORDS READ   = " WK-READ-COUNT.
003920     DISPLAY "AML_CASEBLD: FLAGGED DECISIONS    = "
003930             WK-FLAGGED-COUNT.
003940     DISPLAY "AML_CASEBLD: CASES OPENED         = " WK-NEW-COUNT.
003950     DISPLAY "AML_CASEBLD: ALREADY ON FILE      = "
003960             WK-ALREADY-COUNT.
003970*
003980 8000-EXIT.
003990     EXIT.
004000*
004010******************************************************************
004020*                                                                *
004030*    8900-REGISTER-END                                           *
004040*                                                                *
004050*    REGISTERS THE FINISH OF THIS STEP ON THE NIGHTLY RUN        *
004060*    CONTROL WITH ITS RETURN CODE AND KEY COUNTS.  THE CALL      *
004070*    RESETS RETURN-CODE, SO IT IS PUT BACK FROM RUNP-RC.         *
004080******************************************************************
004090 8900-REGISTER-END.
004100*
004110     SET RUNP-FIN TO TRUE.
004120     MOVE RETURN-CODE TO RUNP-RC.
004130     MOVE "AUDIT READ" TO RUNP-CONT-ETIQ (1).
004140     MOVE WK-READ-COUNT TO RUNP-CONT-VALOR (1).
004150     MOVE "FLAGGED" TO RUNP-CONT-ETIQ (2).
004160     MOVE WK-FLAGGED-COUNT TO RUNP-CONT-VALOR (2).
004170     MOVE "CASES OPENED" TO RUNP-CONT-ETIQ (3).
004180     MOVE WK-NEW-COUNT TO RUNP-CONT-VALOR (3).
004190     CALL "AML_RUNCTL" USING RUNP-PARM.
004200     MOVE RUNP-RC TO RETURN-CODE.
004210*
004220 8900-EXIT.
004230     EXIT.
