000410*                                                                *
000420*    MOD-HISTORY.                                                *
000430*    2026-08-22  JDM  ORIGINAL.                                  *
000440*    2026-10-15  JDM  REASON TEXT FOR "07" PROFILE DEVIATION,    *
000450*                     "08" NAME WATCHLIST HIT AND THE NEW "10"   *
000460*                     NEAR-THRESHOLD / ROUND-AMOUNT CODE - THE   *
000470*                     FIRST TWO PRINTED AS UNRECOGNIZED.         *
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. AML_AUDINQ.
000510*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550*
000560     SELECT AML-INQ-IN ASSIGN TO "INQPARM"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WK-INQ-STATUS.
000590*
000600     SELECT AML-AUDH-FILE ASSIGN TO "AUDITHST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS AUDH-KEY
000640         ALTERNATE RECORD KEY IS AUDH-DESTINO
000650             WITH DUPLICATES
000660         FILE STATUS IS WK-AUDH-STATUS.
000670*
000680     SELECT AML-RPT-OUT ASSIGN TO "INQOUT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WK-RPT-STATUS.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740*
000750 FD  AML-INQ-IN.
000760 01  INQ-RECORD.
000770     05  INQ-TIPO                PIC X(01).
000780         88  INQ-TIPO-ORIGEN             VALUE "O".
000790         88  INQ-TIPO-DESTINO            VALUE "D".
000800         88  INQ-TIPO-VALID              VALUES "O" "D".
000810     05  INQ-CUENTA              PIC 9(18).
000820     05  INQ-FECHA-DESDE         PIC 9(08).
000830     05  INQ-FECHA-HASTA         PIC 9(08).
000840*
000850 FD  AML-AUDH-FILE.
000860     COPY AMLAUDH.
000870*
000880 FD  AML-RPT-OUT.
000890 01  RPT-LINE                    PIC X(080).
000900*
000910 WORKING-STORAGE SECTION.
000920*
000930******************************************************************
000940*    SWITCHES AND WORK FIELDS                                   *
000950******************************************************************
000960 77  WK-INQ-STATUS               PIC X(02)  VALUE "00".
000970     88  WK-INQ-OK                       VALUE "00".
000980*
000990 77  WK-AUDH-STATUS              PIC X(02)  VALUE "00".
001000     88  WK-AUDH-OK                      VALUE "00".
001010*
001020 77  WK-RPT-STATUS               PIC X(02)  VALUE "00".
001030     88  WK-RPT-OK                       VALUE "00".
001040*
001050 77  WK-EOF-SW                   PIC X(01)  VALUE "N".
001060     88  WK-EOF                          VALUE "Y".
001070*
001080 77  WK-QRY-DONE-SW              PIC X(01)  VALUE "N".
001090     88  WK-QRY-DONE                     VALUE "Y".
001100*
001110 77  WK-CARD-COUNT               PIC 9(04) COMP-5 VALUE 0.
001120 77  WK-HIT-COUNT                PIC 9(09) COMP-5 VALUE 0.
001130*
001140******************************************************************
001150*    REASON CODE TEXT FOR THE FORMATTED HIT LINES - SAME TABLE   *
001160*    AS AMLTRAN/AMLAUDT, SPELLED OUT THE WAY AML_RPT PRINTS IT.  *
001170******************************************************************
001180 77  WK-REASON-TEXT              PIC X(20) VALUE SPACES.
001190*
001200******************************************************************
001210*    EDITED FIELDS FOR REPORT LINES.                             *
001220******************************************************************
001230 77  WK-EDIT-CUENTA              PIC Z(17)9.
001240 77  WK-EDIT-CUENTA-2            PIC Z(17)9.
001250 77  WK-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
001260 77  WK-EDIT-AMOUNT-2            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001270 77  WK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
001280*
001290******************************************************************
001300*                                                                *
001310*    0000-MAINLINE                                               *
001320*                                                                *
001330******************************************************************
001340 PROCEDURE DIVISION.
001350*
001360 0000-MAINLINE.
001370*
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001390*
001400     PERFORM 2000-READ-CARD THRU 2000-EXIT.
001410*
001420     PERFORM 3000-PROCESS-CARD THRU 3000-EXIT
001430         UNTIL WK-EOF.
001440*
001450     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001460*
001470     GOBACK.
001480*
001490******************************************************************
001500*    1000-INITIALIZE                                             *
001510******************************************************************
001520 1000-INITIALIZE.
001530*
001540     OPEN INPUT AML-INQ-IN.
001550     IF NOT WK-INQ-OK
001560         DISPLAY "AML_AUDINQ: NO SE PUDO ABRIR INQPARM, "
001570                 "STATUS = " WK-INQ-STATUS
001580         STOP RUN
001590     END-IF.
001600*
001610     OPEN INPUT AML-AUDH-FILE.
001620     IF NOT WK-AUDH-OK
001630         DISPLAY "AML_AUDINQ: NO SE PUDO ABRIR AUDITHST, "
001640                 "STATUS = " WK-AUDH-STATUS
001650         STOP RUN
001660     END-IF.
001670*
001680     OPEN OUTPUT AML-RPT-OUT.
001690     IF NOT WK-RPT-OK
001700         DISPLAY "AML_AUDINQ: NO SE PUDO ABRIR INQOUT, "
001710                 "STATUS = " WK-RPT-STATUS
001720         STOP RUN
001730     END-IF.
001740*
001750     MOVE SPACES TO RPT-LINE.
001760     STRING "AML AUDIT HISTORY INQUIRY"
001770         DELIMITED BY SIZE INTO RPT-LINE.
001780     WRITE RPT-LINE.
001790*
001800 1000-EXIT.
001810     EXIT.
001820*
001830******************************************************************
001840*    2000-READ-CARD                                              *
001850******************************************************************
001860 2000-READ-CARD.
001870*
001880     IF WK-EOF
001890         GO TO 2000-EXIT
001900     END-IF.
001910     READ AML-INQ-IN
001920         AT END
001930             SET WK-EOF TO TRUE
001940     END-READ.
001950*
001960 2000-EXIT.
001970     EXIT.
001980*
001990******************************************************************
002000*                                                                *
002010*    3000-PROCESS-CARD                                           *
002020*                                                                *
002030*    RUNS ONE INQUIRY CARD: HEADER LINE, VALIDATION, THE KEYED   *
002040*    RETRIEVAL FOR THE REQUESTED SIDE, AND THE HIT COUNT.        *
002050******************************************************************
002060 3000-PROCESS-CARD.
002070*
002080     ADD 1 TO WK-CARD-COUNT.
002090     MOVE 0 TO WK-HIT-COUNT.
002100*
002110     MOVE INQ-CUENTA TO WK-EDIT-CUENTA.
002120     MOVE SPACES TO RPT-LINE.
002130     WRITE RPT-LINE.
002140     MOVE SPACES TO RPT-LINE.
002150     STRING "CONSULTA " INQ-TIPO
002160             " CUENTA " WK-EDIT-CUENTA
002170             " DESDE " INQ-FECHA-DESDE
002180             " HASTA " INQ-FECHA-HASTA
002190         DELIMITED BY SIZE INTO RPT-LINE.
002200     WRITE RPT-LINE.
002210*
002220     IF NOT INQ-TIPO-VALID
002230         MOVE SPACES TO RPT-LINE
002240         STRING "  (TIPO DE CONSULTA NO ES O/D - IGNORADA)"
002250             DELIMITED BY SIZE INTO RPT-LINE
002260         WRITE RPT-LINE
002270         GO TO 3000-NEXT
002280     END-IF.
002290*
002300     IF INQ-CUENTA NOT NUMERIC
002310       OR INQ-FECHA-DESDE NOT NUMERIC
002320       OR INQ-FECHA-HASTA NOT NUMERIC
002330         MOVE SPACES TO RPT-LINE
002340         STRING "  (CUENTA O FECHAS NO NUMERICAS - IGNORADA)"
002350             DELIMITED BY SIZE INTO RPT-LINE
002360         WRITE RPT-LINE
002370         GO TO 3000-NEXT
002380     END-IF.
002390*
002400     IF INQ-FECHA-DESDE > INQ-FECHA-HASTA
002410         MOVE SPACES TO RPT-LINE
002420         STRING "  (RANGO DE FECHAS INVERTIDO - IGNORADA)"
002430             DELIMITED BY SIZE INTO RPT-LINE
002440         WRITE RPT-LINE
002450         GO TO 3000-NEXT
002460     END-IF.
002470*
002480     IF INQ-TIPO-ORIGEN
002490         PERFORM 4000-QUERY-ORIGEN THRU 4000-EXIT
002500     ELSE
002510         PERFORM 5000-QUERY-DESTINO THRU 5000-EXIT
002520     END-IF.
002530*
002540     MOVE WK-HIT-COUNT TO WK-EDIT-COUNT.
002550     MOVE SPACES TO RPT-LINE.
002560     STRING "  DECISIONS FOUND . . . . . . . . . . "
002570             WK-EDIT-COUNT
002580         DELIMITED BY SIZE INTO RPT-LINE.
002590     WRITE RPT-LINE.
002600*
002610 3000-NEXT.
002620     PERFORM 2000-READ-CARD THRU 2000-EXIT.
002630*
002640 3000-EXIT.
002650     EXIT.
002660*
002670******************************************************************
002680*                                                                *
002690*    4000-QUERY-ORIGEN                                           *
002700*                                                                *
002710*    POSITIONS ON THE PRIMARY KEY AT THE ACCOUNT AND FROM-DATE   *
002720*    AND READS FORWARD UNTIL THE ACCOUNT CHANGES OR THE TO-DATE  *
002730*    IS PASSED - THE KEY ORDER DOES THE DATE RANGE FOR US.       *
002740******************************************************************
002750 4000-QUERY-ORIGEN.
002760*
002770     MOVE INQ-CUENTA      TO AUDH-ORIGEN.
002780     MOVE INQ-FECHA-DESDE TO AUDH-FECHA.
002790     MOVE 0               TO AUDH-TIME.
002800     MOVE 0               TO AUDH-SEQ.
002810*
002820     START AML-AUDH-FILE
002830         KEY IS NOT LESS THAN AUDH-KEY.
002840     IF NOT WK-AUDH-OK
002850         GO TO 4000-EXIT
002860     END-IF.
002870*
002880     SET WK-QRY-DONE-SW TO "N".
002890     PERFORM 4100-READ-NEXT-ORIGEN THRU 4100-EXIT
002900         UNTIL WK-QRY-DONE.
002910*
002920 4000-EXIT.
002930     EXIT.
002940*
002950 4100-READ-NEXT-ORIGEN.
002960*
002970     READ AML-AUDH-FILE NEXT RECORD
002980         AT END
002990             SET WK-QRY-DONE TO TRUE
003000     END-READ.
003010*
003020     IF WK-QRY-DONE
003030         GO TO 4100-EXIT
003040     END-IF.
003050*
003060     IF NOT WK-AUDH-OK
003070         SET WK-QRY-DONE TO TRUE
003080         GO TO 4100-EXIT
003090     END-IF.
003100*
003110     IF AUDH-ORIGEN NOT = INQ-CUENTA
003120       OR AUDH-FECHA > INQ-FECHA-HASTA
003130         SET WK-QRY-DONE TO TRUE
003140         GO TO 4100-EXIT
003150     END-IF.
003160*
003170     PERFORM 6000-WRITE-HIT THRU 6000-EXIT.
003180*
003190 4100-EXIT.
003200     EXIT.
003210*
003220******************************************************************
003230*                                                                *
003240*    5000-QUERY-DESTINO                                          *
003250*                                                                *
003260*    POSITIONS ON THE ALTERNATE KEY AT THE ACCOUNT AND READS     *
003270*    THE DUPLICATE CHAIN; THE ALTERNATE KEY CARRIES NO DATE,     *
003280*    SO THE RANGE IS FILTERED RECORD BY RECORD.                  *
003290******************************************************************
003300 5000-QUERY-DESTINO.
003310*
003320     MOVE INQ-CUENTA TO AUDH-DESTINO.
003330*
003340     START AML-AUDH-FILE
003350         KEY IS NOT LESS THAN AUDH-DESTINO.
003360     IF NOT WK-AUDH-OK
003370         GO TO 5000-EXIT
003380     END-IF.
003390*
003400     SET WK-QRY-DONE-SW TO "N".
003410     PERFORM 5100-READ-NEXT-DESTINO THRU 5100-EXIT
003420         UNTIL WK-QRY-DONE.
003430*
003440 5000-EXIT.
003450     EXIT.
003460*
003470 5100-READ-NEXT-DESTINO.
003480*
003490     READ AML-AUDH-FILE NEXT RECORD
003500         AT END
003510             SET WK-QRY-DONE TO TRUE
003520     END-READ.
003530*
003540     IF WK-QRY-DONE
003550         GO TO 5100-EXIT
003560     END-IF.
003570*
003580     IF NOT WK-AUDH-OK
003590         SET WK-QRY-DONE TO TRUE
003600         GO TO 5100-EXIT
003610     END-IF.
003620*
003630     IF AUDH-DESTINO NOT = INQ-CUENTA
003640         SET WK-QRY-DONE TO TRUE
003650         GO TO 5100-EXIT
003660     END-IF.
003670*
003680     IF AUDH-FECHA NOT < INQ-FECHA-DESDE
003690       AND AUDH-FECHA NOT > INQ-FECHA-HASTA
003700         PERFORM 6000-WRITE-HIT THRU 6000-EXIT
003710     END-IF.
003720*
003730 5100-EXIT.
003740     EXIT.
003750*
003760******************************************************************
003770*                                                                *
003780*    6000-WRITE-HIT                                              *
003790*                                                                *
003800*    THREE LINES PER DECISION: TIMESTAMP AND BOTH ACCOUNTS,      *
003810*    BOTH CURRENCY AMOUNTS, AND THE REASON CODE SPELLED OUT.     *
003820******************************************************************
003830 6000-WRITE-HIT.
003840*
003850     ADD 1 TO WK-HIT-COUNT.
003860*
003870     MOVE AUDH-ORIGEN  TO WK-EDIT-CUENTA.
003880     MOVE AUDH-DESTINO TO WK-EDIT-CUENTA-2.
003890     MOVE SPACES TO RPT-LINE.
003900     STRING "  " AUDH-FECHA " " AUDH-TIME
003910             "  ORIGEN " WK-EDIT-CUENTA
003920             "  DESTINO " WK-EDIT-CUENTA-2
003930         DELIMITED BY SIZE INTO RPT-LINE.
003940     WRITE RPT-LINE.
003950*
003960     MOVE AUDH-MONTO     TO WK-EDIT-AMOUNT.
003970     MOVE AUDH-MONTO-RPT TO WK-EDIT-AMOUNT-2.
003980     MOVE SPACES TO RPT-LINE.
003990     STRING "    MONTO " WK-EDIT-AMOUNT " " AUDH-MONEDA
004000             "  EQUIV " WK-EDIT-AMOUNT-2 " USD"
004010         DELIMITED BY SIZE INTO RPT-LINE.
004020     WRITE RPT-LINE.
004030*
004040     PERFORM 6100-SET-REASON-TEXT THRU 6100-EXIT.
004050     MOVE SPACES TO RPT-LINE.
004060     STRING "    REASON " AUDH-STATUS " " WK-REASON-TEXT
004070         DELIMITED BY SIZE INTO RPT-LINE.
004080     WRITE RPT-LINE.
004090*
004100 6000-EXIT.
004110     EXIT.
004120*
004130******************************************************************
004140*    6100-SET-REASON-TEXT                                        *
004150******************************************************************
004160 6100-SET-REASON-TEXT.
004170*
004180     IF AUDH-STATUS-CLEAR
004190         MOVE "CLEAR" TO WK-REASON-TEXT
004200         GO TO 6100-EXIT
004210     END-IF.
004220     IF AUDH-STATUS-AMOUNT
004230         MOVE "OVER THRESHOLD" TO WK-REASON-TEXT
004240         GO TO 6100-EXIT
004250     END-IF.
004260     IF AUDH-STATUS-WATCHLIST
004270         MOVE "WATCHLIST HIT" TO WK-REASON-TEXT
004280         GO TO 6100-EXIT
004290     END-IF.
004300     IF AUDH-STATUS-VELOCITY
004310         MOVE "VELOCITY/STRUCTURING" TO WK-REASON-TEXT
004320         GO TO 6100-EXIT
004330     END-IF.
004340     IF AUDH-STATUS-INVALID
004350         MOVE "MALFORMED INPUT" TO WK-REASON-TEXT
004360         GO TO 6100-EXIT
004370     END-IF.
004380     IF AUDH-STATUS-DUPLICATE
004390         MOVE "DUPLICATE SUPPRESSED" TO WK-REASON-TEXT
004400         GO TO 6100-EXIT
004410     END-IF.
004420     IF AUDH-STATUS-COUNTRY
004430         MOVE "SANCTIONED COUNTRY" TO WK-REASON-TEXT
004440         GO TO 6100-EXIT
004450     END-IF.
004460     IF AUDH-STATUS-PROFILE
004470         MOVE "PROFILE DEVIATION" TO WK-REASON-TEXT
004480         GO TO 6100-EXIT
004490     END-IF.
004500     IF AUDH-STATUS-NAME
004510         MOVE "NAME WATCHLIST HIT" TO WK-REASON-TEXT
004520         GO TO 6100-EXIT
004530     END-IF.
004540     IF AUDH-STATUS-NEAR-THRESHOLD
004550         MOVE "NEAR-THRESHOLD/ROUND" TO WK-REASON-TEXT
004560         GO TO 6100-EXIT
004570     END-IF.
004580     MOVE "UNRECOGNIZED" TO WK-REASON-TEXT.
004590*
004600 6100-EXIT.
004610     EXIT.
004620*
004630******************************************************************
004640*    8000-TERMINATE                                              *
004650******************************************************************
004660 8000-TERMINATE.
004670*
004680     CLOSE AML-INQ-IN.
004690     CLOSE AML-AUDH-FILE.
004700     CLOSE AML-RPT-OUT.
004710*
004720     DISPLAY "AML_AUDINQ: INQUIRY CARDS READ = " WK-CARD-COUNT.
004730*
004740 8000-EXIT.
004750     EXIT.
