000100******************************************************************
000110*                                                                *
000120*    AMLEPND  --  PENDING COUNTERPARTY EXEMPTION CHANGE LAYOUT   *
000130*                                                                *
000140*    ONE RECORD PER ORIGIN/DESTINATION PAIR WITH AN EXEMPTION    *
000150*    CHANGE REQUESTED BUT NOT YET APPROVED.  WRITTEN BY          *
000160*    AML_EXMPMNT ON AN "R" TRANSACTION AND DELETED WHEN A        *
000170*    SECOND OFFICER'S "A" MOVES IT ONTO AMLEXMP - UNTIL THEN     *
000180*    CORE_BANK SCREENS THE PAIR EXACTLY AS BEFORE.  THE          *
000190*    REQUESTING OFFICER IS HELD HERE SO THE APPROVAL CAN REFUSE  *
000200*    THE SAME NAME ON BOTH SIDES OF THE CHANGE, AS IN AMLPPND.   *
000210*                                                                *
000220*    MOD-HISTORY.                                                *
000230*    2026-10-15  JDM  ORIGINAL.                                  *
000240******************************************************************
000250 01  EPND-RECORD.
000260     05  EPND-KEY.
000270         10  EPND-ORIGEN         PIC 9(18).
000280         10  EPND-DESTINO        PIC 9(18).
000290     05  EPND-CAMBIO             PIC X(01).
000300         88  EPND-CAMBIO-ALTA            VALUE "A".
000310         88  EPND-CAMBIO-BAJA            VALUE "B".
000320     05  EPND-RSN-AMOUNT         PIC X(01).
000330     05  EPND-RSN-VELOCITY       PIC X(01).
000340     05  EPND-RSN-PROFILE        PIC X(01).
000350     05  EPND-FECHA-EF           PIC 9(08).
000360     05  EPND-FECHA-EXP          PIC 9(08).
000370     05  EPND-OFICIAL            PIC X(08).
000380     05  EPND-FECHA              PIC 9(08).
000390     05  EPND-TIME               PIC 9(08).
