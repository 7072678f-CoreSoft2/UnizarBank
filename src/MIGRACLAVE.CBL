           RECORD KEY IS OPERID
           FILE STATUS IS FSOP.

       DATA DIVISION.
       FILE SECTION.

                 02 TEL      PIC X(12).
                 02 DIR      PIC X(30).
                 02 CLAVE    PIC X(15).
                 02 FECHANAC PIC 9(8). *> AAAAMMDD nacimiento
                 02 NACIONAL PIC X(3). *> nacionalidad (codigo de pais)
                 02 CADDOC   PIC 9(6). *> AAMMDD caducidad del documento
                                       *> (0 = sin registrar)
                 02 EMAIL    PIC X(40).
                 02 PROFESION PIC X(20).

           FD OPERADORESFILE
                   LABEL RECORDS ARE STANDARD
                 02 OPCLAVE PIC X(15).
                 02 OPROL   PIC X(1). *> S supervisor / O operador

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSCF      PIC XX.
           77 FSOP      PIC XX.
           77 CLAVETMP  PIC X(15).
           77 MIGRADOS  PIC 9(5) VALUE 0.
           77 MIGRADOSOP PIC 9(5) VALUE 0.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "MIGRACLAVE" TO AUDITORIGEN.
           MOVE SPACES TO AUDITDNI.
           MOVE "MIGRACION CLAVES" TO AUDITACCION.
           STRING "Claves resumidas: " MIGRADOS " cli " MIGRADOSOP
                  " op" DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".

           DISPLAY "Claves de cliente resumidas: " MIGRADOS.
           DISPLAY "Claves de operador resumidas: " MIGRADOSOP.
