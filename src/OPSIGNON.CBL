           RECORD KEY IS OPERID
           FILE STATUS IS FSOP.

           SELECT INTENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
                 02 OPCLAVE PIC X(15).
                 02 OPROL   PIC X(1). *> S supervisor / O operador

           FD INTENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "INTENTOS.DAT".
                 02 MAXFALLOS PIC 99. *> fallos seguidos que bloquean

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSOP     PIC XX.
           77 TECLA    PIC X(01).
           77 ESCAP    PIC 99.
           77 OPERIN   PIC X(8).
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "OPSIGNON" TO AUDITORIGEN.
           MOVE SPACES TO AUDITDNI.
           MOVE "SIGNON FALLIDO" TO AUDITACCION.
           MOVE "Operador o clave incorrectos" TO AUDITDETALLE.
           MOVE OPERIN TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
           IF BLOQNUEVO = "Y"
               *> El intento que agota el umbral deja ademas su
               *> propio rastro de bloqueo, igual que LOGIN.
               MOVE "Acceso bloqueado por intentos fallidos"
                       TO AUDITDETALLE
               MOVE OPERIN TO AUDITOPER
               CALL "GRABAUDIT" USING AUDITREC
               CANCEL "GRABAUDIT"
           END-IF.
           IF BLOQNUEVO = "Y"
               GO TO ACCESOBLOQUEADO
           END-IF.
