000100******************************************************************
000110*                                                                *
000120*    AMLEXMD  --  COUNTERPARTY EXEMPTION DELTA TRANSACTION       *
000130*                                                                *
000140*    ONE RECORD PER REQUESTED OR APPROVED EXEMPTION CHANGE,      *
000150*    PREPARED BY COMPLIANCE AND APPLIED TO AMLEXMP BY            *
000160*    AML_EXMPMNT UNDER DUAL CONTROL, THE SAME TWO-STEP AS        *
000170*    AMLPRMD: AN "R" (REQUEST) PENDS THE CHANGE ON AMLEPEND,     *
000180*    AND ONLY AN "A" (APPROVE) BY A SECOND OFFICER MOVES IT      *
000190*    ONTO THE LIVE EXEMPTION FILE.  EXMD-CAMBIO SAYS WHAT THE    *
000200*    REQUEST DOES: "A" (ALTA) GRANTS OR RENEWS THE EXEMPTION     *
000210*    FOR THE PAIR, "B" (BAJA) REVOKES IT.  ON AN APPROVE ONLY    *
000220*    THE ACCOUNTS AND THE OFFICER ARE READ - WHAT IS APPROVED    *
000230*    IS EXACTLY WHAT WAS PENDED.                                 *
000240*                                                                *
000250*    EXMD-RAZON CARRIES UP TO THREE REASON CODES TO COVER, LEFT  *
000260*    JUSTIFIED, UNUSED SLOTS BLANK.  ONLY "01", "03" AND "07"    *
000270*    ARE ACCEPTED; A REQUEST NAMING ANY OTHER CODE IS REJECTED   *
000280*    WHOLE.  A ZERO EXMD-DESTINO ASKS FOR AN ORIGIN-ONLY         *
000290*    EXEMPTION (SEE AMLEXMP).                                    *
000300*                                                                *
000310*    MOD-HISTORY.                                                *
000320*    2026-10-15  JDM  ORIGINAL.                                  *
000330******************************************************************
000340 01  EXMD-RECORD.
000350     05  EXMD-ACTION             PIC X(01).
000360         88  EXMD-ACTION-REQUEST         VALUE "R".
000370         88  EXMD-ACTION-APPROVE         VALUE "A".
000380         88  EXMD-ACTION-VALID           VALUES "R" "A".
000390     05  EXMD-CAMBIO             PIC X(01).
000400         88  EXMD-CAMBIO-ALTA            VALUE "A".
000410         88  EXMD-CAMBIO-BAJA            VALUE "B".
000420         88  EXMD-CAMBIO-VALID           VALUES "A" "B".
000430     05  EXMD-ORIGEN             PIC 9(18).
000440     05  EXMD-DESTINO            PIC 9(18).
000450     05  EXMD-RAZON              PIC X(02) OCCURS 3 TIMES.
000460     05  EXMD-FECHA-EF           PIC 9(08).
000470     05  EXMD-FECHA-EXP          PIC 9(08).
000480     05  EXMD-OFICIAL            PIC X(08).
