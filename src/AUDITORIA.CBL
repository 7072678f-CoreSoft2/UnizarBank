           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAU.

           SELECT AUDCTRLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAC.

	   DATA DIVISION.
	   FILE SECTION.

                 02 AUDITACCION  PIC X(20). *> tipo de evento
                 02 AUDITDETALLE PIC X(40). *> detalle libre
                 02 AUDITOPER    PIC X(8).  *> operador en el terminal
                 02 AUDITSEQ     PIC 9(9).  *> numero de orden
                 02 AUDITHASH    PIC X(15). *> resumen encadenado

           FD AUDCTRLFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDCTRL.DAT".
               01 AUDCTRLREC.
                 02 ULTIMOSEQ  PIC 9(9).
                 02 ULTIMOHASH PIC X(15).

       WORKING-STORAGE SECTION.
           77 FSAU      PIC XX.
           77 FSAC      PIC XX.
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".
           77 DNIFILTRO PIC X(9).
           77 EOF       PIC X VALUE "N".
           77 ENCONTRADOS PIC 9(5) VALUE 0.
           77 HASHORIGEN PIC X(15) VALUE "#00000000000000".
           77 HASHCALC  PIC X(15).
           77 ESPERADO  PIC 9(9) VALUE 1.
           77 ULTLEIDO  PIC 9(9) VALUE 0.
           77 ENCADENA  PIC X VALUE "S".
           77 ROTOS     PIC 9(5) VALUE 0.
           01 HADATOS.
             02 HAANTERIOR PIC X(15).
             02 HAEVENTO   PIC X(97).
             02 HASEQ      PIC 9(9).

       PROCEDURE DIVISION.

           DISPLAY "Fecha/Hora   Origen     DNI        Accion"
                   "               Detalle"
                   "                                  Operador".
           MOVE HASHORIGEN TO HAANTERIOR.
       LEER.
           READ AUDITFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           IF EOF = "Y"
               GO TO FIN
           END-IF.
           *> La cadena (ver GRABAUDIT) se comprueba sobre todas
           *> las filas, tambien las que el filtro no muestra, con
           *> el mismo criterio que VERIFAUD: numero seguido y
           *> resumen que sale del evento y del resumen anterior.
           MOVE "S" TO ENCADENA.
           MOVE AUDITREC (1:97) TO HAEVENTO.
           MOVE AUDITSEQ TO HASEQ.
           CALL "HASHAUDIT" USING HADATOS, HASHCALC.
           CANCEL "HASHAUDIT".
           IF AUDITSEQ NOT = ESPERADO OR HASHCALC NOT = AUDITHASH
               MOVE "N" TO ENCADENA
               ADD 1 TO ROTOS
           END-IF.
           MOVE AUDITHASH TO HAANTERIOR.
           MOVE AUDITSEQ TO ULTLEIDO.
           ADD 1 TO AUDITSEQ GIVING ESPERADO.
           IF DNIFILTRO NOT = SPACES AND AUDITDNI NOT = DNIFILTRO
               GO TO LEER
           END-IF.
           DISPLAY AUDITFECHORA " " AUDITORIGEN " " AUDITDNI " "
                   AUDITACCION " " AUDITDETALLE " " AUDITOPER.
           IF ENCADENA = "N"
               DISPLAY "    ^ registro " ULTLEIDO
                       " fuera de la cadena de auditoria"
           END-IF.
           ADD 1 TO ENCONTRADOS.
           GO TO LEER.

       FIN.
           CLOSE AUDITFILE.
           DISPLAY "Eventos mostrados: " ENCONTRADOS.

           *> El final se contrasta con el registro de control, que
           *> guarda la ultima fila escrita: asi se ve tambien una
           *> cola quitada.
           OPEN INPUT AUDCTRLFILE.
           IF FSAC NOT = "35"
               READ AUDCTRLFILE NEXT RECORD
               CLOSE AUDCTRLFILE
               IF ULTIMOSEQ NOT = ULTLEIDO
                       OR ULTIMOHASH NOT = HAANTERIOR
                   ADD 1 TO ROTOS
                   DISPLAY "El final del fichero no coincide con "
                           "el control (ultimo registro " ULTIMOSEQ
                           ")."
               END-IF
           END-IF.
           IF ROTOS = 0
               DISPLAY "Cadena de auditoria intacta."
           ELSE
               DISPLAY "Cadena de auditoria ROTA: " ROTOS
                       " incidencias; revisela con VERIFAUD."
           END-IF.
           EXIT PROGRAM.

       END PROGRAM AUDITORIA.
