           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSCD.

       DATA DIVISION.
       FILE SECTION.

                 02 DETFECHORA PIC 9999999999. *> AAMMDDHHMM
                 02 DETOPER    PIC X(8).
                 02 DETMID     PIC 9(9).
                 02 DETTIPO    PIC X(1). *> I ingreso / R reintegro /
                                         *> A anulacion (ANULAMOV)
                 02 DETIMPORTE PIC 9999999V99.

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSCA      PIC XX.
           77 FSCD      PIC XX.
           77 FECHAB    PIC 9(6).
           77 DETFECHAL PIC 9(6).
           77 EOF       PIC X VALUE "N".
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "ARQUEO" TO AUDITORIGEN.
           MOVE SPACES TO AUDITDNI.
           MOVE "ARQUEO CAJA" TO AUDITACCION.
           STRING "Arqueo del dia; diferencia " DIFFORMA
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
           EXIT PROGRAM.

       END PROGRAM ARQUEO.
