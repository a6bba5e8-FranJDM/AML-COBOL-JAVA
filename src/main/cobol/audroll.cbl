000340*                                                                *
000350*    MOD-HISTORY.                                                *
000360*    2026-08-22  JDM  ORIGINAL.                                  *
000370*    2026-10-15  JDM  START AND FINISH REGISTERED ON THE NIGHTLY *
000380*                     RUN CONTROL THROUGH AML_RUNCTL (SEE        *
000390*                     AMLCHAIN); A START REFUSED THERE ENDS THE  *
000400*                     RUN WITH RC 12 BEFORE ANY FILE IS OPENED.  *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. AML_AUDROLL.
000440*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480*
000490     SELECT AML-AUDIT-LOG ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WK-AUDIT-STATUS.
000520*
000530     SELECT AML-AUDH-FILE ASSIGN TO "AUDITHST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS AUDH-KEY
000570         ALTERNATE RECORD KEY IS AUDH-DESTINO
000580             WITH DUPLICATES
000590         FILE STATUS IS WK-AUDH-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*
000640 FD  AML-AUDIT-LOG.
000650     COPY AMLAUDT.
000660*
000670 FD  AML-AUDH-FILE.
000680     COPY AMLAUDH.
000690*
000700 WORKING-STORAGE SECTION.
000710*
000720******************************************************************
000730*    SWITCHES AND WORK FIELDS                                   *
000740******************************************************************
000750 77  WK-AUDIT-STATUS             PIC X(02)  VALUE "00".
000760     88  WK-AUDIT-OK                     VALUE "00".
000770*
000780 77  WK-AUDH-STATUS              PIC X(02)  VALUE "00".
000790     88  WK-AUDH-OK                      VALUE "00".
000800     88  WK-AUDH-NOT-FOUND               VALUE "35".
000810     88  WK-AUDH-DUP-KEY                 VALUE "22".
000820*
000830 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
000840     88  WK-EOF                          VALUE "Y".
000850*
000860 77  WK-WRITE-DONE-SW            PIC X(01)  VALUE "N".
000870     88  WK-WRITE-DONE                   VALUE "Y".
000880*
000890 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
000900 77  WK-ROLLED-COUNT             PIC 9(09) COMP-5 VALUE 0.
000910 77  WK-ERROR-COUNT              PIC 9(09) COMP-5 VALUE 0.
000920*
000930******************************************************************
000940*    HIGHEST TIE-BREAKER SEQUENCE TRIED FOR ONE RECORD BEFORE    *
000950*    THE WRITE IS GIVEN UP AS AN ERROR - 9999 COLLISIONS ON ONE  *
000960*    ORIGIN/DATE/TIME MEANS SOMETHING ELSE IS WRONG.             *
000970******************************************************************
000980 77  WK-SEQ-MAX                  PIC 9(04) COMP-5 VALUE 9999.
000990*
001000******************************************************************
001010*    CALL BLOCK FOR AML_RUNCTL - START AND FINISH OF THIS STEP   *
001020*    ON THE NIGHTLY RUN CONTROL.  SEE AMLRUNP.                   *
001030******************************************************************
001040     COPY AMLRUNP.
001050*
001060******************************************************************
001070*                                                                *
001080*    0000-MAINLINE                                               *
001090*                                                                *
001100******************************************************************
001110 PROCEDURE DIVISION.
001120*
001130 0000-MAINLINE.
001140*
001150     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
001160*
001170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001180*
001190     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
001200*
001210     PERFORM 3000-ROLL-RECORD THRU 3000-EXIT
001220         UNTIL WK-EOF.
001230*
001240     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001250*
001260     PERFORM 8900-REGISTER-END THRU 8900-EXIT.
001270*
001280     GOBACK.
001290*
001300******************************************************************
001310*                                                                *
001320*    0500-REGISTER-START                                         *
001330*                                                                *
001340*    REGISTERS THE START OF THIS STEP ON THE NIGHTLY RUN         *
001350*    CONTROL (SEE AML_RUNCTL AND AMLCHAIN).  A REFUSED START -   *
001360*    A PREDECESSOR NOT COMPLETE FOR THE BUSINESS DATE, OR THIS   *
001370*    STEP ALREADY COMPLETE WITHOUT A RERUN CARD - ENDS THE RUN   *
001380*    WITH RETURN CODE 12 BEFORE ANY FILE IS OPENED.              *
001390******************************************************************
001400 0500-REGISTER-START.
001410*
001420     SET RUNP-INICIO TO TRUE.
001430     MOVE "AML_AUDROLL" TO RUNP-PROGRAMA.
001440     CALL "AML_RUNCTL" USING RUNP-PARM.
001450     IF RUNP-RECHAZADO
001460         MOVE 12 TO RETURN-CODE
001470         STOP RUN
001480     END-IF.
001490*
001500 0500-EXIT.
001510     EXIT.
001520*
001530******************************************************************
001540*    1000-INITIALIZE                                             *
001550*                                                                *
001560*    A HISTORY FILE THAT DOES NOT EXIST YET IS CREATED EMPTY     *
001570*    FIRST, THE SAME WAY CORE_BANK CREATES AML-VEL-FILE.  A      *
001580*    MISSING AUDIT LOG MEANS THERE IS NOTHING TO ROLL TONIGHT.   *
001590******************************************************************
001600 1000-INITIALIZE.
001610*
001620     OPEN INPUT AML-AUDIT-LOG.
001630     IF NOT WK-AUDIT-OK
001640         DISPLAY "AML_AUDROLL: NO SE PUDO ABRIR AUDITLOG, "
001650                 "STATUS = " WK-AUDIT-STATUS
001660         SET WK-EOF TO TRUE
001670     END-IF.
001680*
001690     OPEN I-O AML-AUDH-FILE.
001700     IF WK-AUDH-NOT-FOUND
001710         OPEN OUTPUT AML-AUDH-FILE
001720         CLOSE AML-AUDH-FILE
001730         OPEN I-O AML-AUDH-FILE
001740     END-IF.
001750*
001760     IF NOT WK-AUDH-OK
001770         DISPLAY "AML_AUDROLL: NO SE PUDO ABRIR AUDITHST, "
001780                 "STATUS = " WK-AUDH-STATUS
001790         STOP RUN
001800     END-IF.
001810*
001820 1000-EXIT.
001830     EXIT.
001840*
001850******************************************************************
001860*    2000-READ-AUDIT                                             *
001870******************************************************************
001880 2000-READ-AUDIT.
001890*
001900     IF WK-EOF
001910         GO TO 2000-EXIT
001920     END-IF.
001930     READ AML-AUDIT-LOG
001940         AT END
001950             SET WK-EOF TO TRUE
001960     END-READ.
001970*
001980 2000-EXIT.
001990     EXIT.
002000*
002010******************************************************************
002020*                                                                *
002030*    3000-ROLL-RECORD                                            *
002040*                                                                *
002050*    FILES ONE AUDIT LOG RECORD INTO THE HISTORY.  A KEY         *
002060*    COLLISION BUMPS THE TIE-BREAKER SEQUENCE AND RETRIES -     *
002070*    SEE 3100-WRITE-ONE.                                         *
002080******************************************************************
002090 3000-ROLL-RECORD.
002100*
002110     ADD 1 TO WK-READ-COUNT.
002120*
002130     MOVE AUDT-ORIGEN    TO AUDH-ORIGEN.
002140     MOVE AUDT-DATE      TO AUDH-FECHA.
002150     MOVE AUDT-TIME      TO AUDH-TIME.
002160     MOVE 0              TO AUDH-SEQ.
002170     MOVE AUDT-DESTINO   TO AUDH-DESTINO.
002180     MOVE AUDT-MONTO     TO AUDH-MONTO.
002190     MOVE AUDT-STATUS    TO AUDH-STATUS.
002200     MOVE AUDT-MONEDA    TO AUDH-MONEDA.
002210     MOVE AUDT-MONTO-RPT TO AUDH-MONTO-RPT.
002220     MOVE AUDT-TRAN-ID   TO AUDH-TRAN-ID.
002230     MOVE AUDT-NOMBRE-ORIGEN  TO AUDH-NOMBRE-ORIGEN.
002240     MOVE AUDT-NOMBRE-DESTINO TO AUDH-NOMBRE-DESTINO.
002250     MOVE AUDT-SCORE     TO AUDH-SCORE.
002260     MOVE AUDT-EXENCION  TO AUDH-EXENCION.
002270     MOVE AUDT-RIESGO    TO AUDH-RIESGO.
002280     MOVE AUDT-PEP       TO AUDH-PEP.
002290     MOVE AUDT-TIPO-CTA  TO AUDH-TIPO-CTA.
002300*
002310     SET WK-WRITE-DONE-SW TO "N".
002320     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
002330         UNTIL WK-WRITE-DONE.
002340*
002350     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
002360*
002370 3000-EXIT.
002380     EXIT.
002390*
002400******************************************************************
002410*    3100-WRITE-ONE                                              *
002420******************************************************************
002430 3100-WRITE-ONE.
002440*
002450     WRITE AUDH-RECORD.
002460*
002470     IF WK-AUDH-OK
002480         ADD 1 TO WK-ROLLED-COUNT
002490         SET WK-WRITE-DONE TO TRUE
002500         GO TO 3100-EXIT
002510     END-IF.
002520*
002530     IF WK-AUDH-DUP-KEY AND AUDH-SEQ < WK-SEQ-MAX
002540         ADD 1 TO AUDH-SEQ
002550         GO TO 3100-EXIT
002560     END-IF.
002570*
002580     DISPLAY "AML_AUDROLL: AVISO - ERROR ESCRIBIENDO AUDITHST, "
002590             "STATUS = " WK-AUDH-STATUS.
002600     ADD 1 TO WK-ERROR-COUNT.
002610     SET WK-WRITE-DONE TO TRUE.
002620*
002630 3100-EXIT.
002640     EXIT.
002650*
002660******************************************************************
002670*    8000-TERMINATE                                              *
002680******************************************************************
002690 8000-TERMINATE.
002700*
002710     IF WK-AUDIT-OK
002720         CLOSE AML-AUDIT-LOG
002730     END-IF.
002740     CLOSE AML-AUDH-FILE.
002750*
002760     DISPLAY "AML_AUDROLL: AUDIT RECORDS READ = " WK-READ-COUNT.
002770     DISPLAY "AML_AUDROLL: RECORDS ROLLED     = "
002780             WK-ROLLED-COUNT.
002790     DISPLAY "AML_AUDROLL: WRITE ERRORS       = "
002800             WK-ERROR-COUNT.
002810*
002820 8000-EXIT.
002830     EXIT.
002840*
002850******************************************************************
002860*                                                                *
002870*    8900-REGISTER-END                                           *
002880*                                                                *
002890*    REGISTERS THE FINISH OF THIS STEP ON THE NIGHTLY RUN        *
002900*    CONTROL WITH ITS RETURN CODE AND KEY COUNTS.  THE CALL      *
002910*    RESETS RETURN-CODE, SO IT IS PUT BACK FROM RUNP-RC.         *
002920******************************************************************
002930 8900-REGISTER-END.
002940*
002950     SET RUNP-FIN TO TRUE.
002960     MOVE RETURN-CODE TO RUNP-RC.
002970     MOVE "AUDIT READ" TO RUNP-CONT-ETIQ (1).
002980     MOVE WK-READ-COUNT TO RUNP-CONT-VALOR (1).
002990     MOVE "ROLLED" TO RUNP-CONT-ETIQ (2).
003000     MOVE WK-ROLLED-COUNT TO RUNP-CONT-VALOR (2).
003010     MOVE "WRITE ERRORS" TO RUNP-CONT-ETIQ (3).
003020     MOVE WK-ERROR-COUNT TO RUNP-CONT-VALOR (3).
003030     CALL "AML_RUNCTL" USING RUNP-PARM.
003040     MOVE RUNP-RC TO RETURN-CODE.
003050*
003060 8900-EXIT.
003070     EXIT.
