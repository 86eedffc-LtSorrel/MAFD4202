000010*=================================================================
000020*  NOREADD.CPY
000030*
000040*  DO-NOT-RE-ADD MARKER - ONE ROW PER EMAIL ADDRESS WHOSE OWNER
000050*  HAD THEIR PERSONAL INFORMATION ERASED, KEYED ON THE EMAIL.
000060*  WRITTEN BY LAB01ERA FOR EVERY ADDRESS IT ERASES; LAB01IMP
000070*  LOOKS EACH CRM ROW'S EMAIL UP HERE AND DROPS THE ROW WHEN IT
000080*  IS FOUND, SO THE CRM CANNOT BRING THE PERSON BACK.  THE ROW
000090*  CARRIES ONLY THE ADDRESS ITSELF, THE DATE IT WAS ERASED, AND
000100*  THE ERASURE REQUEST ID THE CERTIFICATE WAS FILED UNDER.
000110*
000120*  WRITTEN WITH THE WS- PREFIX BELOW; CALLERS THAT NEED A
000130*  DIFFERENT PREFIX (FD BUFFERS) COPY IT IN WITH A FULL-WORD
000140*  REPLACING LIST THE SAME WAY THEY DO FOR CONTACTR.CPY.
000150*
000160*  MODIFICATION HISTORY
000170*  ---------------------------------------------------------------
000180*  DATE       INIT  DESCRIPTION
000190*  2026-10-15 SMH   ORIGINAL COPYBOOK - EMAIL, ERASURE DATE, AND
000200*                   ERASURE REQUEST ID.
000210*=================================================================
000220 01  WS-NOREADD-RECORD.
000230     05  WS-NOREADD-EMAIL              PIC X(26).
000240     05  WS-NOREADD-ERASED-DATE        PIC X(08).
000250     05  WS-NOREADD-REQUEST-ID         PIC X(08).
