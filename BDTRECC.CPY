000100*------------------------------------------------------------
000200* BDTRECC - BUSINESS-DATE CONTROL RECORD LAYOUT SHARED BY
000300* NITEOPEN, WHICH SETS THE NIGHT'S BUSINESS DATE ON BUSDATE,
000400* AND EVERY SUITE PROGRAM THAT TAKES ITS RUN DATE FROM IT.
000500* COPY THIS MEMBER RATHER THAN HAND-DECLARING THE BUSINESS
000600* DATE FIELDS.
000700*
000800* ONE RECORD, SET ONCE PER PROCESSING NIGHT. EVERY AUDIT
000900* TIMESTAMP, FEED RUN DATE, HISTORY KEY AND RUN-CONTROL
001000* REGISTER ENTRY CARRIES BDT-BUSINESS-DATE RATHER THAN THE
001100* SYSTEM CLOCK, SO A NIGHT RERUN THE NEXT MORNING STILL
001200* POSTS UNDER THE NIGHT IT BELONGS TO. A BUSINESS DATE THAT
001300* NITEBAL HAS ALREADY CLOSED ON RUNCTL IS REFUSED UNLESS
001400* BDT-RERUN-SW IS SET. BDT-SET-DATE AND BDT-SET-TIME SAY
001500* WHEN THE RECORD WAS ACTUALLY WRITTEN.
001600*------------------------------------------------------------
001700 01  BUSINESS-DATE-RECORD.
001800     05  BDT-BUSINESS-DATE      PIC 9(08).
001900     05  BDT-RERUN-SW           PIC X(01).
002000         88  BDT-RERUN          VALUE 'Y'.
002100     05  BDT-SET-DATE           PIC 9(08).
002200     05  BDT-SET-TIME           PIC 9(08).
