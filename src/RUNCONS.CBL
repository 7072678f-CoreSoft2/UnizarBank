           RECORD KEY IS RUNKEY
           FILE STATUS IS FSRC.

       DATA DIVISION.
       FILE SECTION.

                 02 JOBESTADO PIC X(1). *> E en curso / C cerrado
                 02 JOBPUNTO  PIC X(10). *> ultimo registro confirmado

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSRC      PIC XX.
           77 OPCION    PIC 9 VALUE 0.
           77 JOBIN     PIC X(10).
           77 PERIODOIN PIC X(6).
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "RUNCONS" TO AUDITORIGEN.
           MOVE SPACES TO AUDITDNI.
           STRING "Trabajo " JOBIN " periodo " PERIODOIN
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAR.
           EXIT.

