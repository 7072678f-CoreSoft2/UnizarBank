           RECORD KEY IS RESID
           FILE STATUS IS FSRE.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

           SELECT ASIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
               01 RESERVASREC.
                 02 RESID     PIC 9(5).
                 02 DNIRES    PIC X(9).
                 02 NUMESPRES PIC 9(6). *> sesion
                 02 CANTRES   PIC 9(5).
                 02 EXPIRARES PIC 9999999999. *> AAMMDDHHMM

           FD SESIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SESIONES.DAT".
               01 SESIONESREC.
                 02 NUMSES   PIC 9(6).
                 02 NUMESPSES PIC 9(5). *> espectaculo de la sesion
                 02 FECHA PIC 9(6). *> AAMMDD
                 02 HORASES PIC 9(4). *> HHMM
                 02 RECINTO PIC X(4). *> codigo de recinto
                 02 DISPONIBLES PIC 99999.
                 02 ASIGNADAS PIC 99999.

           FD ASIENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ASIENTOS.DAT".
               01 ASIENTOSREC.
                 02 ASIKEY.
                   03 NUMESPASI  PIC 9(6).
                   03 NUMASIENTO PIC 9(5).
                 02 ESTADOASI  PIC X(1). *> L libre / V vendida /
                                         *> R reservada
                 02 USOASI     PIC X(1). *> S presentada en puerta
                                         *> (PUERTA) / N no
                 02 FECHORAUSO PIC 9999999999. *> AAMMDDHHMM entrada
                 02 ZONAASI    PIC 9. *> zona del recinto (0 = sin)

       WORKING-STORAGE SECTION.
           77 FSRE      PIC XX.
           77 FSSE      PIC XX.
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).
           77 FSAS      PIC XX.
           77 NCOLAS    PIC 99 VALUE 0.
           77 INDCOL    PIC 99.
           77 COLAARG   PIC 9(6).
           *> Sesiones con aforo devuelto en esta pasada, para
           *> ofrecerselo a la lista de espera al final (50 distintas
           *> por pasada sobra).
           01 COLASNUMS.
             02 COLANUMTAB OCCURS 50 PIC 9(6).

       PROCEDURE DIVISION.

               GO TO LEER
           END-IF.

           OPEN I-O SESIONESFILE.
           MOVE NUMESPRES TO NUMSES.
           READ SESIONESFILE
               INVALID KEY
                   *> La sesion ya no existe (baja o purga): no
                   *> hay aforo que devolver, solo se retira la
                   *> reserva.
                   CLOSE SESIONESFILE
                   GO TO BORRAR
           END-READ.
           ADD CANTRES TO DISPONIBLES.
           REWRITE SESIONESREC.
           CLOSE SESIONESFILE.
           ADD CANTRES TO ENTRADAS.

       ANOTARCOLA.
           *> La sesion queda anotada (sin repetir) para que al
           *> final de la pasada COLAESP ofrezca el aforo devuelto a
           *> la lista de espera, en lugar de dejarlo a la venta
           *> general.
       REPARTIRCOLA.
           *> Con el fichero de reservas ya cerrado (COLAESP escribe
           *> en el), el aforo devuelto se ofrece a las listas de
           *> espera de las sesiones tocadas.
           MOVE 0 TO INDCOL.
       REPARTIR1.
           ADD 1 TO INDCOL.
