000300* STUMAINT MAINTENANCE PROGRAM AND EVERY JOB THAT READS THE
000400* STUMAST FILE. COPY THIS MEMBER RATHER THAN HAND-DECLARING
000500* THE MASTER FIELDS IN EACH PROGRAM THAT NEEDS THEM.
000511*
000522* STM-PRIVACY-HOLD IS SET TO Y BY A STUMAINT H TRANSACTION
000533* WHEN THE STUDENT HAS A RECORDS-RELEASE RESTRICTION ON FILE
000544* AND SET TO N BY AN R TRANSACTION. ANY VALUE OTHER THAN Y
000555* MEANS NO HOLD. A HELD STUDENT'S NAME AND GRADES ARE MASKED
000566* OR LEFT OFF THE GRADE SHEETS, AUDINQ AND TRNSCRPT UNLESS
000577* THE RUN CARRIES AN OVERRIDE FROM AN OFFICE ON THE PRVAUTH
000588* LIST.
000589*
000590* CUT-OVER - THE HOLD BYTE TOOK THE RECORD FROM 51 TO 52
000591* BYTES. THE LIVE STUMAST IS UNLOADED IN KEY ORDER TO A
000592* 51-BYTE SEQUENTIAL IMAGE AND RELOADED THROUGH STMLOAD,
000593* WHICH WRITES EVERY RECORD AT 52 BYTES WITH THE HOLD SET TO
000594* N. EVERY PROGRAM THAT COPIES THIS MEMBER IS RECOMPILED AND
000595* MOVED IN WITH THE RELOADED FILE - NONE MAY RUN AGAINST THE
000596* OLD ONE.
000600*------------------------------------------------------------
000700 01  STUDENT-MASTER-RECORD.
000800     05  STM-STUDENT-ID         PIC X(10).
001100     05  STM-STATUS             PIC X(01).
001200         88  STM-ACTIVE         VALUE 'A'.
001300         88  STM-INACTIVE       VALUE 'I'.
001400     05  STM-PRIVACY-HOLD       PIC X(01).
001500         88  STM-PRIVACY-HELD   VALUE 'Y'.
