000800*
000900* WHAT EACH PROGRAM POSTS AS ITS INPUT, OUTPUT AND REJECT
001000* COUNTS IS DOCUMENTED AT ITS 8000-POST-RUN-CONTROL
001100* PARAGRAPH.
001200*
001210* THE REGISTER IS KEPT FROM NIGHT TO NIGHT AND IS NEVER
001220* CLEARED - THE POSTING PROGRAMS ONLY EVER OPEN IT EXTEND.
001230* THE NITEBAL CLOSE-OUT ENTRIES OF EARLIER NIGHTS ARE WHAT
001240* TELL NITEOPEN AND EACH PROGRAM'S 0910-CHECK-CLOSED-NIGHT
001250* THAT A BUSINESS DATE IS ALREADY CLOSED, SO EVERY PROGRAM
001260* THAT READS THE REGISTER MUST SELECT ITS ENTRIES BY
001270* RCT-RUN-DATE - NITEBAL BALANCES ONLY THOSE POSTED FOR THE
001280* BUSINESS DATE ON BUSDATE. ANY HOUSEKEEPING THAT TRIMS OLD
001290* NIGHTS FROM THE FILE MUST KEEP EVERY NITEBAL ENTRY.
001300*------------------------------------------------------------
001400 01  RUN-CONTROL-RECORD.
001500     05  RCT-PROGRAM-ID         PIC X(12).
