           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

	   SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

	   SELECT ESPARCHIVOFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPECTACULOS.DAT".
               01 ESPECTACULOSREC.
                 02 NUM      PIC 9(5).
                 02 NOMBRE   PIC X(20).
                 02 DESCRIPCION   PIC X(20).
                 02 PRECIO PIC 999V99.
                 02 DURACION PIC 9(3). *> minutos

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

	       FD ESPARCHIVOFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPARCH.DAT".
               01 ESPECTACULOSRECAR.
                 02 NUMAR      PIC 9(6). *> sesion
                 02 ESPAR      PIC 9(5). *> espectaculo
                 02 NOMBREAR   PIC X(20).
                 02 DESCRIPCIONAR   PIC X(20).
                 02 FECHAAR PIC 9(6). *> AAMMDD
                 02 HORAAR  PIC 9(4). *> HHMM
                 02 PRECIOAR PIC 999V99.
                 02 DISPONIBLESAR PIC 99999.
                 02 ASIGNADASAR PIC 99999.
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
           77 FSEF     PIC XX.
           77 FSSE     PIC XX.
           77 FSAR     PIC XX.
           77 EOF      PIC X VALUE "N".
           77 FECHACT  PIC 9(6).
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           IF JCESTADO = "C"
               DISPLAY "La purga de sesiones de hoy ya "
                       "esta cerrada."
               EXIT PROGRAM
           END-IF.
               OPEN EXTEND ESPARCHIVOFILE
           END-IF.

           *> Se archivan las sesiones ya celebradas con los datos de
           *> su espectaculo; el espectaculo y sus precios por zona
           *> siguen en cartel para sus otras sesiones (los retira
           *> MANTESP al darlo de baja).
           OPEN I-O SESIONESFILE.
           OPEN INPUT ESPECTACULOSFILE.
           IF FSSE = "35"
               GO TO FIN
           END-IF.

       LEER.
           READ SESIONESFILE NEXT RECORD
               AT END GO TO FIN
           END-READ.
           IF FECHA < FECHACT
               MOVE SPACES TO NOMBRE
               MOVE SPACES TO DESCRIPCION
               MOVE 0 TO PRECIO
               MOVE NUMESPSES TO NUM
               READ ESPECTACULOSFILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE NUMSES TO NUMAR
               MOVE NUMESPSES TO ESPAR
               MOVE NOMBRE TO NOMBREAR
               MOVE DESCRIPCION TO DESCRIPCIONAR
               MOVE FECHA TO FECHAAR
               MOVE HORASES TO HORAAR
               MOVE PRECIO TO PRECIOAR
               MOVE DISPONIBLES TO DISPONIBLESAR
               MOVE ASIGNADAS TO ASIGNADASAR
               MOVE RECINTO TO RECINTOAR
               WRITE ESPECTACULOSRECAR
               DELETE SESIONESFILE RECORD
               ADD 1 TO PURGADOS
               GO TO BORRARPLANO
           END-IF.
           GO TO LEER.

       BORRARPLANO.
           *> El plano de asientos (ver MANTESP) se va con la
           *> sesion purgada.
           OPEN I-O ASIENTOSFILE.
           IF FSAS = "35"
               GO TO LEER
           END-IF.
           MOVE NUMSES TO NUMESPASI.
           MOVE 0 TO NUMASIENTO.
           START ASIENTOSFILE
               KEY > ASIKEY
           READ ASIENTOSFILE NEXT RECORD
               AT END GO TO FINBORRARPLANO
           END-READ.
           IF NUMESPASI NOT = NUMSES
               GO TO FINBORRARPLANO
           END-IF.
           DELETE ASIENTOSFILE RECORD.
           GO TO LEER.

       FIN.
           CLOSE SESIONESFILE.
           CLOSE ESPECTACULOSFILE.
           CLOSE ESPARCHIVOFILE.
           MOVE "F" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           DISPLAY "Sesiones archivadas: " PURGADOS.
           EXIT PROGRAM.

       END PROGRAM PURGAESP.
