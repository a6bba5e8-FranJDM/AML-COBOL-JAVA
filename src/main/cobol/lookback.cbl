001180                       BY ==RET-STATUS-PROFILE==
001190                   ==AUDT-STATUS-NAME==
001200                       BY ==RET-STATUS-NAME==
001210                   ==AUDT-STATUS-NEAR-THRESHOLD==
001220                       BY ==RET-STATUS-NEAR-THRESHOLD==
001230                   ==AUDT-TRAN-ID==      BY ==RET-TRAN-ID==
001240                   ==AUDT-NOMBRE-ORIGEN==
001250                       BY ==RET-NOMBRE-ORIGEN==
001260                   ==AUDT-NOMBRE-DESTINO==
001270                       BY ==RET-NOMBRE-DESTINO==
001280                   ==AUDT-SCORE==        BY ==RET-SCORE==
001290                   ==AUDT-EXENCION==     BY ==RET-EXENCION==
001300                   ==AUDT-EXENCION-APLICADA==
001310                       BY ==RET-EXENCION-APLICADA==
001320                   ==AUDT-RIESGO-BAJO==
001330                       BY ==RET-RIESGO-BAJO==
001340                   ==AUDT-RIESGO-MEDIO==
001350                       BY ==RET-RIESGO-MEDIO==
001360                   ==AUDT-RIESGO-ALTO==
001370                       BY ==RET-RIESGO-ALTO==
001380                   ==AUDT-RIESGO==       BY ==RET-RIESGO==
001390                   ==AUDT-PEP-SI==       BY ==RET-PEP-SI==
001400                   ==AUDT-PEP==          BY ==RET-PEP==
001410                   ==AUDT-TIPO-PERSONAL==
001420                       BY ==RET-TIPO-PERSONAL==
001430                   ==AUDT-TIPO-EMPRESARIAL==
001440                       BY ==RET-TIPO-EMPRESARIAL==
001450                   ==AUDT-TIPO-CTA==     BY ==RET-TIPO-CTA==.
001460*
001470 FD  AML-RPT-OUT.
001480 01  RPT-LINE                    PIC X(080).
001490*
001500 WORKING-STORAGE SECTION.
001510*
001520******************************************************************
001530*    SWITCHES AND WORK FIELDS                                   *
001540******************************************************************
001550 77  WK-NEW-STATUS               PIC X(02)  VALUE "00".
001560     88  WK-NEW-OK                       VALUE "00".
001570*
001580 77  WK-AUDIT-STATUS             PIC X(02)  VALUE "00".
001590     88  WK-AUDIT-OK                     VALUE "00".
001600*
001610 77  WK-RETRO-STATUS             PIC X(02)  VALUE "00".
001620     88  WK-RETRO-OK                     VALUE "00".
001630*
001640 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
001650     88  WK-RPT-OK                       VALUE "00".
001660*
001670 77  WK-NEW-EOF-SW               PIC X(01)  VALUE "N".
001680     88  WK-NEW-EOF                      VALUE "Y".
001690*
001700 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
001710     88  WK-EOF                          VALUE "Y".
001720*
001730 77  WK-READ-COUNT               PIC 9(09) COMP-5 VALUE 0.
001740 77  WK-HIT-COUNT                PIC 9(09) COMP-5 VALUE 0.
001750 77  WK-RUN-DATE                 PIC 9(08) VALUE 0.
001760*
001770******************************************************************
001780*    NEW-ENTRY TABLE.  LOADED FROM WATCHNEW BEFORE THE AUDIT     *
001790*    LOG SCAN, THEN EACH ENTRY ACCUMULATES ITS OWN RETRO HIT     *
001800*    COUNT AND REPORTING-CURRENCY EXPOSURE FOR THE SUMMARY.      *
001810*    AN UPDATE WITH MORE NEW ENTRIES THAN THE TABLE HOLDS HAS    *
001820*    THE OVERFLOW COUNTED AND REPORTED; THOSE ENTRIES MUST BE    *
001830*    SUPPLIED IN A SEPARATE WATCHNEW FILE ON A SECOND RUN -      *
001840*    SEE 1100-LOAD-ONE-ENTRY AND THE NOTE IN 7000-WRITE-REPORT.  *
001850******************************************************************
001860 01  WK-NEW-TABLE.
001870     05  WK-NEW-ENTRY OCCURS 500 TIMES INDEXED BY WK-NEW-IDX.
001880         10  WK-NEW-DESTINO      PIC 9(18)  COMP-5 VALUE 0.
001890         10  WK-NEW-DESC         PIC X(30)  VALUE SPACES.
001900         10  WK-NEW-HITS         PIC 9(09)  COMP-5 VALUE 0.
001910         10  WK-NEW-AMOUNT       PIC S9(13)V99 COMP-3 VALUE 0.
001920*
001930 77  WK-NEW-COUNT                PIC 9(04) COMP-5 VALUE 0.
001940 77  WK-NEW-MAX                  PIC 9(04) COMP-5 VALUE 500.
001950 77  WK-NEW-OVERFLOW-SW          PIC X(01) VALUE "N".
001960     88  WK-NEW-OVERFLOW                 VALUE "Y".
001970*
001980*    ENTRIES READ PAST THE TABLE LIMIT AND NOT PROCESSED THIS
001990*    RUN - PRINTED ON THE REPORT SO THE OPERATOR KNOWS EXACTLY
002000*    HOW MANY STILL NEED A SECOND RUN.
002010*
002020 77  WK-SKIPPED-COUNT            PIC 9(09) COMP-5 VALUE 0.
002030*
002040 77  WK-MATCH-FOUND-SW           PIC X(01) VALUE "N".
002050     88  WK-MATCH-FOUND                  VALUE "Y".
002060*
002070******************************************************************
002080*    EDITED FIELDS FOR REPORT LINES.                             *
002090******************************************************************
002100 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
002110 77  WK-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002120 77  WK-EDIT-DESTINO             PIC Z(17)9.
002130 77  WK-EDIT-HITS                PIC ZZZ,ZZ9.
002140*
002150******************************************************************
002160*                                                                *
002170*    0000-MAINLINE                                               *
002180*                                                                *
002190******************************************************************
002200 PROCEDURE DIVISION.
002210*
002220 0000-MAINLINE.
002230*
002240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002250*
002260     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
002270*
002280     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
002290         UNTIL WK-EOF.
002300*
002310     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
002320*
002330     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002340*
002350     GOBACK.
002360*
002370******************************************************************
002380*    1000-INITIALIZE                                             *
002390*                                                                *
002400*    LOADS THE NEW-ENTRY TABLE FROM WATCHNEW AND OPENS THE       *
002410*    AUDIT LOG AND BOTH OUTPUTS.  NO NEW ENTRIES, OR NO AUDIT    *
002420*    HISTORY, MEANS THERE IS NOTHING TO LOOK BACK OVER - THE     *
002430*    SUMMARY STILL COMES OUT SAYING SO.                          *
002440******************************************************************
002450 1000-INITIALIZE.
002460*
002470     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002480*
002490     OPEN INPUT AML-WATCH-NEW.
002500     IF NOT WK-NEW-OK
002510         DISPLAY "AML_LOOKBACK: NO SE PUDO ABRIR WATCHNEW, "
002520                 "STATUS = " WK-NEW-STATUS
002530         SET WK-NEW-EOF TO TRUE
002540     END-IF.
002550*
002560     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
002570         UNTIL WK-NEW-EOF.
002580*
002590     IF WK-NEW-OK
002600         CLOSE AML-WATCH-NEW
002610     END-IF.
002620*
002630     OPEN INPUT AML-AUDIT-LOG.
002640     IF NOT WK-AUDIT-OK
002650         DISPLAY "AML_LOOKBACK: NO SE PUDO ABRIR AUDITLOG, "
002660                 "STATUS = " WK-AUDIT-STATUS
002670         SET WK-EOF TO TRUE
002680     END-IF.
002690*
002700     IF WK-NEW-COUNT = 0
002710         SET WK-EOF TO TRUE
002720     END-IF.
002730*
002740     OPEN OUTPUT AML-RETRO-OUT.
002750     IF NOT WK-RETRO-OK
002760         DISPLAY "AML_LOOKBACK: NO SE PUDO ABRIR RETROOUT, "
002770                 "STATUS = " WK-RETRO-STATUS
002780         STOP RUN
002790     END-IF.
002800*
002810     OPEN OUTPUT AML-RPT-OUT.
002820     IF NOT WK-RPT-OK
002830         DISPLAY "AML_LOOKBACK: NO SE PUDO ABRIR RETRORPT, "
002840                 "STATUS = " WK-RPT-STATUS
002850         STOP RUN
002860     END-IF.
002870*
002880 1000-EXIT.
002890     EXIT.
002900*
002910******************************************************************
002920*                                                                *
002930*    1100-LOAD-ONE-ENTRY                                         *
002940*                                                                *
002950*    READS ONE NEWLY ADDED WATCHLIST ENTRY INTO THE TABLE.  AN   *
002960*    ENTRY PAST THE TABLE LIMIT SETS THE OVERFLOW SWITCH SO THE  *
002970*    REPORT CAN SAY THE LOOKBACK WAS NOT COMPLETE.               *
002980******************************************************************
002990 1100-LOAD-ONE-ENTRY.
003000*
003010     READ AML-WATCH-NEW
003020         AT END
003030             SET WK-NEW-EOF TO TRUE
003040     END-READ.
003050*
003060     IF WK-NEW-EOF
003070         GO TO 1100-EXIT
003080     END-IF.
003090*
003100     IF WK-NEW-COUNT >= WK-NEW-MAX
003110         SET WK-NEW-OVERFLOW TO TRUE
003120         ADD 1 TO WK-SKIPPED-COUNT
003130         GO TO 1100-EXIT
003140     END-IF.
003150*
003160     ADD 1 TO WK-NEW-COUNT.
003170     SET WK-NEW-IDX TO WK-NEW-COUNT.
003180     MOVE NEWW-DESTINO     TO WK-NEW-DESTINO (WK-NEW-IDX).
003190     MOVE NEWW-DESCRIPTION TO WK-NEW-DESC (WK-NEW-IDX).
003200     MOVE 0                TO WK-NEW-HITS (WK-NEW-IDX).
003210     MOVE 0                TO WK-NEW-AMOUNT (WK-NEW-IDX).
003220*
003230 1100-EXIT.
003240     EXIT.
003250*
003260******************************************************************
003270*    2000-READ-AUDIT                                             *
003280******************************************************************
003290 2000-READ-AUDIT.
003300*
003310     IF WK-EOF
003320         GO TO 2000-EXIT
003330     END-IF.
003340     READ AML-AUDIT-LOG
003350         AT END
003360             SET WK-EOF TO TRUE
003370     END-READ.
003380*
003390 2000-EXIT.
003400     EXIT.
003410*
003420******************************************************************
003430*                                                                *
003440*    3000-PROCESS-RECORD                                         *
003450*                                                                *
003460*    MATCHES ONE AUDIT LOG RECORD AGAINST THE NEW-ENTRY TABLE.   *
003470*    ONLY A DECISION THAT WAS CLEAR AT THE TIME IS A RETRO HIT - *
003480*    ANYTHING FLAGGED BACK THEN ALREADY WENT THROUGH THE         *
003490*    EXCEPTION PATH.                                             *
003500******************************************************************
003510 3000-PROCESS-RECORD.
003520*
003530     ADD 1 TO WK-READ-COUNT.
003540*
003550     IF NOT AUDT-STATUS-CLEAR
003560         GO TO 3000-NEXT
003570     END-IF.
003580*
003590     SET WK-MATCH-FOUND-SW TO "N".
003600*
003610     PERFORM 3100-MATCH-ONE THRU 3100-EXIT
003620         VARYING WK-NEW-IDX FROM 1 BY 1
003630         UNTIL WK-NEW-IDX > WK-NEW-COUNT
003640            OR WK-MATCH-FOUND.
003650*
003660 3000-NEXT.
003670     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
003680*
003690 3000-EXIT.
003700     EXIT.
003710*
003720******************************************************************
003730*                                                                *
003740*    3100-MATCH-ONE                                              *
003750*                                                                *
003760*    ON A DESTINO MATCH, ACCUMULATES THE ENTRY'S EXPOSURE AND    *
003770*    WRITES THE AUDIT RECORD TO THE RETRO EXCEPTION FILE AS IT   *
003780*    STOOD, SO COMPLIANCE REVIEWS THE ORIGINAL DECISION.         *
003790******************************************************************
003800 3100-MATCH-ONE.
003810*
003820     IF WK-NEW-DESTINO (WK-NEW-IDX) NOT = AUDT-DESTINO
003830         GO TO 3100-EXIT
003840     END-IF.
003850*
003860     SET WK-MATCH-FOUND TO TRUE.
003870     ADD 1 TO WK-NEW-HITS (WK-NEW-IDX).
003880     ADD AUDT-MONTO-RPT TO WK-NEW-AMOUNT (WK-NEW-IDX).
003890     ADD 1 TO WK-HIT-COUNT.
003900*
003910     MOVE AUDT-DATE      TO RET-DATE.
003920     MOVE AUDT-TIME      TO RET-TIME.
003930     MOVE AUDT-ORIGEN    TO RET-ORIGEN.
003940     MOVE AUDT-DESTINO   TO RET-DESTINO.
003950     MOVE AUDT-MONTO     TO RET-MONTO.
003960     MOVE AUDT-STATUS    TO RET-STATUS.
003970     MOVE AUDT-MONEDA    TO RET-MONEDA.
003980     MOVE AUDT-MONTO-RPT TO RET-MONTO-RPT.
003990     MOVE AUDT-TRAN-ID   TO RET-TRAN-ID.
004000     MOVE AUDT-NOMBRE-ORIGEN  TO RET-NOMBRE-ORIGEN.
004010     MOVE AUDT-NOMBRE-DESTINO TO RET-NOMBRE-DESTINO.
004020     MOVE AUDT-SCORE     TO RET-SCORE.
004030     MOVE AUDT-EXENCION  TO RET-EXENCION.
004040     MOVE AUDT-RIESGO    TO RET-RIESGO.
004050     MOVE AUDT-PEP       TO RET-PEP.
004060     MOVE AUDT-TIPO-CTA  TO RET-TIPO-CTA.
004070*
004080     WRITE RET-RECORD.
004090     IF NOT WK-RETRO-OK
004100         DISPLAY "AML_LOOKBACK: AVISO - ERROR ESCRIBIENDO "
004110                 "RETROOUT, STATUS = " WK-RETRO-STATUS
004120     END-IF.
004130*
004140 3100-EXIT.
004150     EXIT.
004160*
004170******************************************************************
004180*                                                                *
004190*    7000-WRITE-REPORT                                           *
004200*                                                                *
004210*    ONE SUMMARY LINE PER NEWLY ADDED ENTRY - HITS AND           *
004220*    REPORTING-CURRENCY EXPOSURE - PLUS OVERALL TOTALS, SO      *
004230*    COMPLIANCE SEES WHICH NEW LISTINGS HAVE HISTORY BEHIND      *
004240*    THEM AND HOW MUCH.                                          *
004250******************************************************************
004260 7000-WRITE-REPORT.
004270*
004280     MOVE SPACES TO RPT-LINE.
004290     STRING "AML WATCHLIST LOOKBACK REPORT - RUN DATE "
004300             WK-RUN-DATE
004310         DELIMITED BY SIZE INTO RPT-LINE.
004320     WRITE RPT-LINE.
004330*
004340     MOVE SPACES TO RPT-LINE.
004350     WRITE RPT-LINE.
004360*
004370     IF WK-NEW-OVERFLOW
004380         MOVE WK-SKIPPED-COUNT TO WK-EDIT-COUNT
004390         MOVE SPACES TO RPT-LINE
004400         STRING "NOTE - ENTRIES PAST THE TABLE LIMIT. . "
004410                 WK-EDIT-COUNT
004420             DELIMITED BY SIZE INTO RPT-LINE
004430         WRITE RPT-LINE
004440         MOVE SPACES TO RPT-LINE
004450         STRING "THESE WERE NOT PROCESSED - SUPPLY THEM IN A "
004460                 "SEPARATE WATCHNEW FILE"
004470             DELIMITED BY SIZE INTO RPT-LINE
004480         WRITE RPT-LINE
004490         MOVE SPACES TO RPT-LINE
004500         STRING "FOR A SECOND RUN, SAVING THIS RUN'S RETROOUT "
004510                 "FIRST - A NEW RUN REPLACES IT."
004520             DELIMITED BY SIZE INTO RPT-LINE
004530         WRITE RPT-LINE
004540     END-IF.
004550*
004560     IF WK-NEW-COUNT = 0
004570         MOVE SPACES TO RPT-LINE
004580         STRING "  (NO NEW WATCHLIST ENTRIES SUPPLIED)"
004590             DELIMITED BY SIZE INTO RPT-LINE
004600         WRITE RPT-LINE
004610         GO TO 7000-TOTALS
004620     END-IF.
004630*
004640     PERFORM 7100-WRITE-ENTRY-LINE THRU 7100-EXIT
004650         VARYING WK-NEW-IDX FROM 1 BY 1
004660         UNTIL WK-NEW-IDX > WK-NEW-COUNT.
004670*
004680 7000-TOTALS.
004690*
004700     MOVE SPACES TO RPT-LINE.
004710     WRITE RPT-LINE.
004720*
004730     MOVE WK-READ-COUNT TO WK-EDIT-COUNT.
004740     MOVE SPACES TO RPT-LINE.
004750     STRING "AUDIT HISTORY RECORDS SCANNED. . . . . "
004760             WK-EDIT-COUNT
004770         DELIMITED BY SIZE INTO RPT-LINE.
004780     WRITE RPT-LINE.
004790*
004800     MOVE WK-HIT-COUNT TO WK-EDIT-COUNT.
004810     MOVE SPACES TO RPT-LINE.
004820     STRING "RETRO HITS WRITTEN . . . . . . . . . . "
004830             WK-EDIT-COUNT
004840         DELIMITED BY SIZE INTO RPT-LINE.
004850     WRITE RPT-LINE.
004860*
004870 7000-EXIT.
004880     EXIT.
004890*
004900******************************************************************
004910*    7100-WRITE-ENTRY-LINE                                       *
004920******************************************************************
004930 7100-WRITE-ENTRY-LINE.
004940*
004950     MOVE WK-NEW-DESTINO (WK-NEW-IDX) TO WK-EDIT-DESTINO.
004960     MOVE WK-NEW-HITS (WK-NEW-IDX) TO WK-EDIT-HITS.
004970     MOVE WK-NEW-AMOUNT (WK-NEW-IDX) TO WK-EDIT-AMOUNT.
004980*
004990     MOVE SPACES TO RPT-LINE.
005000     STRING "  DESTINO " WK-EDIT-DESTINO
005010             " HITS " WK-EDIT-HITS
005020             " EXPOSURE " WK-EDIT-AMOUNT
005030         DELIMITED BY SIZE INTO RPT-LINE.
005040     WRITE RPT-LINE.
005050*
005060     MOVE SPACES TO RPT-LINE.
005070     STRING "          " WK-NEW-DESC (WK-NEW-IDX)
005080         DELIMITED BY SIZE INTO RPT-LINE.
005090     WRITE RPT-LINE.
005100*
005110 7100-EXIT.
005120     EXIT.
005130*
005140******************************************************************
005150*    8000-TERMINATE                                              *
005160******************************************************************
005170 8000-TERMINATE.
005180*
005190     IF WK-AUDIT-OK
005200         CLOSE AML-AUDIT-LOG
005210     END-IF.
005220     CLOSE AML-RETRO-OUT.
005230     CLOSE AML-RPT-OUT.
005240*
005250     DISPLAY "AML_LOOKBACK: NEW ENTRIES LOADED  = " WK-NEW-COUNT.
005260     DISPLAY "AML_LOOKBACK: ENTRIES NOT LOADED  = "
005270             WK-SKIPPED-COUNT.
005280     DISPLAY "AML_LOOKBACK: AUDIT RECORDS READ  = "
005290             WK-READ-COUNT.
005300     DISPLAY "AML_LOOKBACK: RETRO HITS WRITTEN  = " WK-HIT-COUNT.
005310*
005320 8000-EXIT.
005330     EXIT.
