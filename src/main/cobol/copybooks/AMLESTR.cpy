000100******************************************************************
000110*                                                                *
000120*    AMLESTR  --  NEAR-THRESHOLD / ROUND-AMOUNT COUNTER LAYOUT   *
000130*                                                                *
000140*    ONE RECORD PER ORIGIN ACCOUNT PER DAY, COUNTING THE WIRES   *
000150*    SCREENED FOR THAT ORIGEN THAT DAY WHICH FELL IN THE BAND    *
000160*    JUST BELOW ITS AMLPARM THRESHOLD (ESTR-CERCA) OR, OUTSIDE   *
000170*    THE BAND, WERE AN EXACT ROUND AMOUNT (ESTR-REDONDO) - SEE   *
000180*    AMLESTP FOR BOTH TESTS.  A WIRE IS COUNTED ONCE, IN THE     *
000190*    BAND IF IT QUALIFIES THERE.  CORE_BANK'S                    *
000200*    7100-CHECK-NEAR-THRESHOLD ADDS TO TODAY'S RECORD AND SUMS   *
000210*    THE ORIGIN'S RECORDS OVER THE TRAILING WINDOW, WHICH THE    *
000220*    SAME-DAY TOTAL ON AMLVEL CANNOT DO.  KEYED BY ESTR-KEY      *
000230*    (ORIGEN + FECHA) LIKE AMLVEL AND PURGED WITH IT BY          *
000240*    AML_HOUSEKP UNDER THE OPERATIONAL RETENTION.                *
000250*                                                                *
000260*    MOD-HISTORY.                                                *
000270*    2026-10-15  JDM  ORIGINAL.                                  *
000280******************************************************************
000290 01  ESTR-RECORD.
000300     05  ESTR-KEY.
000310         10  ESTR-ORIGEN         PIC 9(18).
000320         10  ESTR-FECHA          PIC 9(08).
000330     05  ESTR-CERCA              PIC S9(05) COMP-3.
000340     05  ESTR-REDONDO            PIC S9(05) COMP-3.
