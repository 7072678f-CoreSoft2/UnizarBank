           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

       DATA DIVISION.
       FILE SECTION.

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
                 02 RECINTO PIC X(4). *> codigo de recinto (MANTREC)
                 02 DISPONIBLES PIC 99999.
                 02 ASIGNADAS PIC 99999.

       WORKING-STORAGE SECTION.
           77 FSAR      PIC XX.
           77 FSEF      PIC XX.
           77 FSSE      PIC XX.
           77 EOF       PIC X VALUE "N".
           77 FASE      PIC X VALUE "A". *> A archivo / V en cartel
           77 INCLVIVOS PIC X(1).
           77 TOTALVENDIDAS PIC 9(7) VALUE 0.
           77 TOTALINGRESOS PIC 9999999V99 VALUE 0.
           77 TOTALINGFORMA PIC Z,ZZZ,ZZ9.99.
           *> Totales por mes (AAMM) de la fecha de la sesion; 24
           *> meses cubren dos temporadas completas.
           01 TOTALESMES.
             02 MESTOT OCCURS 24.

       MAIN-PARA.
           DISPLAY "Informe historico de ventas por temporada".
           DISPLAY "Incluir sesiones todavia en cartel (S/N): "
                   WITH NO ADVANCING.
           ACCEPT INCLVIVOS.

           OPEN INPUT ESPARCHIVOFILE.
           IF FSAR = "35"
               DISPLAY "No hay sesiones archivadas (ver PURGAESP)."
               GO TO VIVOS
           END-IF.
           DISPLAY " ".
           DISPLAY "Sesion Fecha  Nombre               Vendidas "
                   "    Ingresos".

       LEERARCH.
           END-IF.
           MOVE "V" TO FASE.
           MOVE "N" TO EOF.
           OPEN INPUT SESIONESFILE.
           IF FSSE = "35"
               GO TO RESUMEN
           END-IF.
           OPEN INPUT ESPECTACULOSFILE.
       LEERVIVO.
           READ SESIONESFILE NEXT RECORD
               AT END GO TO FINVIVOS
           END-READ.
           *> Nombre y precio general del espectaculo de la sesion.
           MOVE SPACES TO NOMBRE.
           MOVE 0 TO PRECIO.
           MOVE NUMESPSES TO NUM.
           READ ESPECTACULOSFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DISPONIBLES > ASIGNADAS
               MOVE 0 TO VENDIDAS
           ELSE
           END-IF.
           COMPUTE INGRESOSNUM ROUNDED = VENDIDAS * PRECIO.
           MOVE INGRESOSNUM TO INGRESOS.
           DISPLAY NUMSES " " FECHA " " NOMBRE " " VENDIDAS "  "
                   INGRESOS " (en cartel)".
           ADD 1 TO INFORMADOS.
           ADD VENDIDAS TO TOTALVENDIDAS.
           DIVIDE FECHA BY 100 GIVING MESACT.
           GO TO ACUMULARMES.
       FINVIVOS.
           CLOSE SESIONESFILE.
           CLOSE ESPECTACULOSFILE.

       RESUMEN.

       TOTALES.
           DISPLAY " ".
           DISPLAY "Sesiones informadas: " INFORMADOS.
           DISPLAY "Entradas vendidas en total: " TOTALVENDIDAS.
           MOVE TOTALINGRESOS TO TOTALINGFORMA.
           DISPLAY "Ingresos totales: " TOTALINGFORMA.
