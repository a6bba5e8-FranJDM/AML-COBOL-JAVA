000430*              PACED ACROSS DAYS.                                *
000440*        "08"  ORIGINATOR OR BENEFICIARY NAME HIT ON THE NAME    *
000450*              WATCHLIST (SEE 3200-SCREEN-NAMES IN CORE.CBL).    *
000460*        "10"  REPEATED WIRES JUST UNDER THE THRESHOLD, OR IN    *
000470*              EXACT ROUND AMOUNTS, FROM ONE ORIGIN WITHIN A     *
000480*              FEW DAYS (SEE 7100-CHECK-NEAR-THRESHOLD IN        *
000490*              CORE.CBL).  "09" IS A CASE-LEVEL REASON ONLY      *
000500*              (SEE AMLCASE) AND IS NEVER RETURNED HERE.         *
000510*                                                                *
000520*    MOD-HISTORY.                                                *
000530*    2026-08-09  JDM  ORIGINAL - ORIGEN/DESTINO/MONTO/STATUS.    *
000540*    2026-08-09  JDM  ADDED REASON CODE "03" FOR THE SAME-DAY    *
000550*                     VELOCITY/STRUCTURING CHECK.                *
000560*    2026-08-09  JDM  ADDED REASON CODE "02" FOR A DESTINATION   *
000570*                     WATCHLIST HIT.                             *
000580*    2026-08-09  JDM  FORMALIZED THE ABOVE AS THE ONE REASON     *
000590*                     CODE TABLE FOR ALL CALLERS (CORE_BANK,     *
000600*                     AML_SWEEP, AML_RPT) TO ROUTE ON, INSTEAD   *
000610*                     OF TREATING "00"/"01" AS THE ONLY VALUES.  *
000620*    2026-08-09  JDM  ADDED TRAN-MONEDA.  AMOUNTS ARRIVE IN THE  *
000630*                     ORIGINATING CURRENCY; CORE_BANK CONVERTS   *
000640*                     TO THE REPORTING CURRENCY BEFORE COMPARING *
000650*                     AGAINST THE THRESHOLD (SEE                 *
000660*                     4000-CONVERT-CURRENCY IN CORE.CBL).        *
000670*    2026-08-09  JDM  ADDED REASON CODE "04" FOR MALFORMED       *
000680*                     INPUT (SEE 2000-VALIDATE-INPUT IN          *
000690*                     CORE.CBL).                                 *
000700*    2026-08-22  JDM  ADDED TRAN-ID, THE UPSTREAM FEED'S UNIQUE  *
000710*                     TRANSACTION IDENTIFIER, AND REASON CODE    *
000720*                     "05" FOR A DUPLICATE SUPPRESSED BY THE     *
000730*                     PROCESSED-ID CHECK.  TRAN-ID IS APPENDED   *
000740*                     AT THE END SO EVERY EXISTING FIELD KEEPS   *
000750*                     ITS OFFSET FOR THE JAVA TIER; A CALLER     *
000760*                     THAT CANNOT SUPPLY AN ID YET SENDS SPACES  *
000770*                     AND THE DUPLICATE CHECK IS SKIPPED.        *
000780*    2026-08-22  JDM  ADDED TRAN-PAIS-ORIGEN/-DESTINO (ISO       *
000790*                     COUNTRY CODES, SPACES WHEN THE FEED DOES   *
000800*                     NOT KNOW THEM) AND REASON CODE "06" FOR A  *
000810*                     SANCTIONED-COUNTRY HIT.  APPENDED AT THE   *
000820*                     END, AFTER TRAN-ID, FOR THE SAME OFFSET-   *
000830*                     STABILITY REASON.                          *
000840*    2026-09-03  JDM  ADDED REASON CODE "07" FOR ACTIVITY FAR    *
000850*                     OUTSIDE THE ACCOUNT'S OWN BEHAVIOR         *
000860*                     PROFILE (SEE AML_PROFBLD AND               *
000870*                     7200-CHECK-PROFILE IN CORE.CBL).           *
000880*    2026-09-03  JDM  ADDED TRAN-NOMBRE-ORIGEN/-DESTINO - THE    *
000890*                     ORIGINATOR AND BENEFICIARY PARTY NAMES,    *
000900*                     SPACES WHEN THE FEED DOES NOT KNOW THEM -  *
000910*                     AND REASON CODE "08" FOR A NAME WATCHLIST  *
000920*                     HIT.  APPENDED AT THE END FOR THE SAME     *
000930*                     OFFSET-STABILITY REASON AS TRAN-ID.        *
000940*    2026-09-03  JDM  ADDED TRAN-MODO, THE CALL MODE: SPACE IS   *
000950*                     THE REAL-TIME, ONE-WIRE-AT-A-TIME CONTRACT *
000960*                     AS ALWAYS; "B" IS A BATCH SCREENING CALL   *
000970*                     (CORE_BANK HOLDS ITS WORK FILES OPEN       *
000980*                     ACROSS CALLS); "F" ASKS CORE_BANK TO FLUSH *
000990*                     AND CLOSE THEM AT A COMMIT POINT - NO      *
001000*                     SCREENING IS DONE ON AN "F" CALL.  SEE     *
001010*                     AML_SWEEP.  APPENDED AT THE END FOR THE    *
001020*                     SAME OFFSET-STABILITY REASON; A CALLER     *
001030*                     THAT SENDS SPACES SCREENS EXACTLY AS       *
001040*                     BEFORE.                                    *
001050*    2026-09-03  JDM  ADDED TRAN-SCORE, THE COMPOSITE RISK       *
001060*                     SCORE CORE_BANK NOW COMPUTES ACROSS ALL    *
001070*                     THE CHECKS AND WRITES BACK ON EVERY        *
001080*                     SCREENING CALL (SEE 7300-COMPUTE-SCORE IN  *
001090*                     CORE.CBL).  TRAN-STATUS REMAINS THE        *
001100*                     FIRST-HIT REASON CODE, UNCHANGED, SO       *
001110*                     EVERY EXISTING CALLER ROUTES AS BEFORE.    *
001120*                     APPENDED AT THE END FOR OFFSET STABILITY.  *
001130*    2026-10-15  JDM  ADDED REASON CODE "10" FOR REPEATED        *
001140*                     NEAR-THRESHOLD AND ROUND-AMOUNT WIRES      *
001150*                     (SEE 7100-CHECK-NEAR-THRESHOLD IN          *
001160*                     CORE.CBL).                                 *
001170******************************************************************
001180 01  TRAN-RECORD.
001190     05  TRAN-ORIGEN             PIC 9(18)  COMP-5.
001200     05  TRAN-DESTINO            PIC 9(18)  COMP-5.
001210     05  TRAN-MONTO              USAGE COMP-2.
001220     05  TRAN-STATUS             PIC X(02).
001230         88  TRAN-STATUS-CLEAR           VALUE "00".
001240         88  TRAN-STATUS-AMOUNT          VALUE "01".
001250         88  TRAN-STATUS-WATCHLIST       VALUE "02".
001260         88  TRAN-STATUS-VELOCITY        VALUE "03".
001270         88  TRAN-STATUS-INVALID         VALUE "04".
001280         88  TRAN-STATUS-DUPLICATE       VALUE "05".
001290         88  TRAN-STATUS-COUNTRY         VALUE "06".
001300         88  TRAN-STATUS-PROFILE         VALUE "07".
001310         88  TRAN-STATUS-NAME            VALUE "08".
001320         88  TRAN-STATUS-NEAR-THRESHOLD  VALUE "10".
001330     05  TRAN-TIPO-CTA           PIC X(01).
001340         88  TRAN-TIPO-PERSONAL          VALUE "P".
001350         88  TRAN-TIPO-EMPRESARIAL       VALUE "E".
001360     05  TRAN-MONEDA             PIC X(03).
001370     05  TRAN-ID                 PIC X(16).
001380     05  TRAN-PAIS-ORIGEN        PIC X(02).
001390     05  TRAN-PAIS-DESTINO       PIC X(02).
001400     05  TRAN-NOMBRE-ORIGEN      PIC X(35).
001410     05  TRAN-NOMBRE-DESTINO     PIC X(35).
001420     05  TRAN-MODO               PIC X(01).
001430         88  TRAN-MODO-LOTE              VALUE "B".
001440         88  TRAN-MODO-FLUSH             VALUE "F".
001450     05  TRAN-SCORE              PIC 9(05).
