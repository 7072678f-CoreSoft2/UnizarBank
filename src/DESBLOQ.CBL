           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSSC.

       DATA DIVISION.
       FILE SECTION.

               01 SEGCFGREC.
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
           77 FSIN      PIC XX.
           77 FSSC      PIC XX.
           77 OPCION    PIC 9 VALUE 0.
           77 CLASEIN   PIC X(1).
           77 IDIN      PIC X(9).
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".
           *> Aprobacion de un segundo operador (ver PEDIRAPROB)
           77 PAMODO    PIC X(1).
           77 PATIPO    PIC X(2).
           77 PACLAVE   PIC X(20).
           77 PAIMPORTE PIC 9999999V99.
           77 PADETALLE PIC X(40).
           77 PADNI     PIC X(9).
           77 PANUM     PIC 9(6) VALUE 0.
           77 PARESUL   PIC X(1).

       PROCEDURE DIVISION.

                           "identificador."
                   GO TO MAIN-PARA
           END-READ.
           *> Levantar un bloqueo pide ademas el visto bueno de otro
           *> supervisor (ver PEDIRAPROB y APROBAR), salvo que se haya
           *> quitado ese control en los umbrales.
           MOVE "P" TO PAMODO.
           MOVE "DB" TO PATIPO.
           MOVE SPACES TO PACLAVE.
           STRING CLASEIN " " IDIN DELIMITED BY SIZE INTO PACLAVE.
           MOVE 0 TO PAIMPORTE.
           MOVE SPACES TO PADETALLE.
           STRING "Desbloqueo de acceso " CLASEIN " " IDIN
                  DELIMITED BY SIZE INTO PADETALLE.
           IF CLASEIN = "C"
               MOVE IDIN TO PADNI
           ELSE
               MOVE SPACES TO PADNI
           END-IF.
           CALL "PEDIRAPROB" USING PAMODO, PATIPO, PACLAVE, PAIMPORTE,
                                   PADETALLE, PADNI, OPERACT, PANUM,
                                   PARESUL.
           CANCEL "PEDIRAPROB".
           IF PARESUL = "P"
               DISPLAY "El desbloqueo necesita la aprobacion de otro "
                       "supervisor: solicitud " PANUM "."
               DISPLAY "Repitalo cuando este aprobado en APROBAR."
               UNLOCK INTENTOSFILE
               CLOSE INTENTOSFILE
               GO TO MAIN-PARA
           END-IF.
           MOVE 0 TO INTFALLOS.
           MOVE "N" TO INTBLOQ.
           REWRITE INTENTOSREC.
           UNLOCK INTENTOSFILE.
           CLOSE INTENTOSFILE.
           IF PANUM NOT = 0
               MOVE "E" TO PAMODO
               CALL "PEDIRAPROB" USING PAMODO, PATIPO, PACLAVE,
                                       PAIMPORTE, PADETALLE, PADNI,
                                       OPERACT, PANUM, PARESUL
               CANCEL "PEDIRAPROB"
           END-IF.

           *> Rastro de seguridad separado de MOVIMIENTOSFILE (ver
           *> AUDITORIA): todo desbloqueo queda registrado con el
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "DESBLOQ" TO AUDITORIGEN.
           IF CLASEIN = "C"
               MOVE IDIN TO AUDITDNI
           STRING "Acceso " CLASEIN " " IDIN " desbloqueado"
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".

           DISPLAY "Acceso desbloqueado correctamente.".
           GO TO MAIN-PARA.
