       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFAUD.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAU.

           SELECT AUDCTRLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAC.

       DATA DIVISION.
       FILE SECTION.

           FD AUDITFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDIT.DAT".
               01 AUDITREC.
                 02 AUDITEVENTO.
                   03 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
                   03 AUDITORIGEN  PIC X(10).
                   03 AUDITDNI     PIC X(9).
                   03 AUDITACCION  PIC X(20).
                   03 AUDITDETALLE PIC X(40).
                   03 AUDITOPER    PIC X(8). *> operador en el terminal
                 02 AUDITSEQ     PIC 9(9). *> numero de orden
                 02 AUDITHASH    PIC X(15). *> resumen encadenado

           FD AUDCTRLFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDCTRL.DAT".
               01 AUDCTRLREC.
                 02 ULTIMOSEQ  PIC 9(9).
                 02 ULTIMOHASH PIC X(15).

       WORKING-STORAGE SECTION.
           01 HADATOS.
             02 HAANTERIOR PIC X(15).
             02 HAEVENTO   PIC X(97).
             02 HASEQ      PIC 9(9).
           77 FSAU         PIC XX.
           77 FSAC         PIC XX.
           77 HASHORIGEN   PIC X(15) VALUE "#00000000000000".
           77 HASHCALC     PIC X(15).
           77 ESPERADO     PIC 9(9).
           77 ULTLEIDO     PIC 9(9).
           77 TRASHUECO    PIC X VALUE "N".
           77 REVISADOS    PIC 9(7) VALUE 0.
           77 INCIDENCIAS  PIC 9(5) VALUE 0.
           77 FECHACT      PIC 9(6).
           77 JCJOB     PIC X(10).
           77 JCPERIODO PIC X(6).
           77 JCACCION  PIC X(1).
           77 JCESTADO  PIC X(1).
           77 JCPUNTO   PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PARA.
           ACCEPT FECHACT FROM DATE.
           *> Control de ejecucion (ver JOBCTRL): el periodo queda
           *> cerrado al terminar y no se repite, igual que CONCILIA.
           MOVE "VERIFAUD" TO JCJOB.
           MOVE FECHACT TO JCPERIODO.
           MOVE "I" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           IF JCESTADO = "C"
               DISPLAY "La verificacion de la auditoria de hoy ya "
                       "esta cerrada; no se repite."
               EXIT PROGRAM
           END-IF.

           *> Recorre AUDIT.DAT desde el origen de la cadena (ver
           *> GRABAUDIT) comprobando que los numeros de orden van
           *> seguidos y que el resumen de cada fila sale de su
           *> evento y del resumen de la anterior. Un numero que
           *> salta es un hueco (filas quitadas o intercaladas); un
           *> resumen que no casa es una fila alterada, o la cadena
           *> rota si viene justo detras de un hueco.
           MOVE 1 TO ESPERADO.
           MOVE 0 TO ULTLEIDO.
           MOVE HASHORIGEN TO HAANTERIOR.
           OPEN INPUT AUDITFILE.
           IF FSAU = "35"
               GO TO COMPROBARCTRL
           END-IF.
       LEERAUD.
           READ AUDITFILE NEXT RECORD
               AT END GO TO FINAUD
           END-READ.
           ADD 1 TO REVISADOS.
           IF AUDITSEQ NOT = ESPERADO
               ADD 1 TO INCIDENCIAS
               MOVE "Y" TO TRASHUECO
               DISPLAY "HUECO: se esperaba el registro " ESPERADO
                       " y aparece el " AUDITSEQ
           END-IF.
           MOVE AUDITEVENTO TO HAEVENTO.
           MOVE AUDITSEQ TO HASEQ.
           CALL "HASHAUDIT" USING HADATOS, HASHCALC.
           CANCEL "HASHAUDIT".
           IF HASHCALC NOT = AUDITHASH
               ADD 1 TO INCIDENCIAS
               IF TRASHUECO = "Y"
                   DISPLAY "CADENA ROTA en el registro " AUDITSEQ
                           " (" AUDITFECHORA " " AUDITACCION ")"
               ELSE
                   DISPLAY "ALTERADO el registro " AUDITSEQ
                           " (" AUDITFECHORA " " AUDITACCION ")"
               END-IF
           END-IF.
           *> Se sigue desde lo grabado, no desde lo calculado: una
           *> sola fila tocada no arrastra al resto del fichero.
           MOVE "N" TO TRASHUECO.
           MOVE AUDITHASH TO HAANTERIOR.
           MOVE AUDITSEQ TO ULTLEIDO.
           ADD 1 TO AUDITSEQ GIVING ESPERADO.
           GO TO LEERAUD.
       FINAUD.
           CLOSE AUDITFILE.

       COMPROBARCTRL.
           *> El registro de control guarda la ultima fila escrita:
           *> si el fichero acaba antes, le han quitado la cola.
           OPEN INPUT AUDCTRLFILE.
           IF FSAC = "35"
               DISPLAY "AVISO: no existe AUDCTRL.DAT; no se puede "
                       "comprobar el final de la cadena."
               GO TO TERMINAR
           END-IF.
           READ AUDCTRLFILE NEXT RECORD.
           CLOSE AUDCTRLFILE.
           IF ULTIMOSEQ NOT = ULTLEIDO
               ADD 1 TO INCIDENCIAS
               DISPLAY "FINAL: el control indica el registro "
                       ULTIMOSEQ " y el fichero acaba en el " ULTLEIDO
           ELSE
               IF ULTIMOHASH NOT = HAANTERIOR
                   ADD 1 TO INCIDENCIAS
                   DISPLAY "FINAL: el resumen del ultimo registro no "
                           "coincide con el del control"
               END-IF
           END-IF.

       TERMINAR.
           MOVE "F" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           DISPLAY "Registros de auditoria revisados: " REVISADOS.
           DISPLAY "Incidencias en la cadena: " INCIDENCIAS.
           *> Como en CONCILIA, las incidencias vuelven en
           *> RETURN-CODE para que CIERRENOCHE pare la cadena.
           MOVE INCIDENCIAS TO RETURN-CODE.
           EXIT PROGRAM.

       END PROGRAM VERIFAUD.
