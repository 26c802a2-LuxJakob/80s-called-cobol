000100*------------------------------------------------------------
000200* EAURECC - ENROLLMENT MAINTENANCE AUDIT RECORD LAYOUT FOR THE
000300* ENRAUDIT FILE ENRMAINT EXTENDS EVERY CYCLE, AND FOR ANY JOB
000400* THAT READS THE TRAIL BACK. COPY THIS MEMBER RATHER THAN
000500* HAND-DECLARING THE AUDIT FIELDS.
000600*
000700* ONE RECORD FOR EVERY ENROLLMENT WRITTEN OR REWRITTEN ON
000800* ENRMAST - THE BUSINESS DATE AND TIME OF THE CHANGE, THE
000900* TRANSACTION'S ACTION CODE, AND THE FULL ENROLLMENT BEFORE
001000* AND AFTER IN THE ENRRECC LAYOUT. A NEW ADD HAS A SPACE
001100* BEFORE IMAGE; AN A ACTION WITH A BEFORE IMAGE IS THE
001200* REINSTATEMENT OF A DROPPED ENROLLMENT.
001300*------------------------------------------------------------
001400 01  ENROLLMENT-AUDIT-RECORD.
001500     05  EAU-RUN-DATE           PIC 9(08).
001600     05  EAU-RUN-TIME           PIC 9(08).
001700     05  EAU-ACTION             PIC X(01).
001800     05  EAU-BEFORE-IMAGE       PIC X(35).
001900     05  EAU-AFTER-IMAGE        PIC X(35).
