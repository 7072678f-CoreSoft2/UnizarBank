           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

	   SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

	   SELECT RECINTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODRECINTO
           FILE STATUS IS FSRC.

	   SELECT ZONASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ZONAKEY
           FILE STATUS IS FSZN.

	   SELECT ASIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASIKEY
           FILE STATUS IS FSAS.

	   DATA DIVISION.
	   FILE SECTION.

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

	       FD RECINTOSFILE
                   LABEL RECORDS ARE STANDARD
                 02 NOMBRERECINTO PIC X(30).
                 02 AFORO PIC 9(5).

	       FD ZONASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ZONAS.DAT".
               01 ZONASREC.
                 02 ZONAKEY.
                   03 ZONRECINTO PIC X(4).
                   03 ZONNUM     PIC 9.
                 02 ZONNOMBRE  PIC X(12).
                 02 ZONDESDE   PIC 9(5). *> primera localidad
                 02 ZONHASTA   PIC 9(5). *> ultima localidad

	       FD ASIENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ASIENTOS.DAT".
               01 ASIENTOSREC.
                 02 ASIKEY.
                   03 NUMESPASI  PIC 9(6).
                   03 NUMASIENTO PIC 9(5).
                 02 ESTADOASI  PIC X(1). *> L libre / V vendida /
                                         *> R reservada
                 02 MIDASIENTO PIC 9(9). *> MID de la venta (0 = no)
                 02 RESASIENTO PIC 9(5). *> reserva que la retiene
                 02 USOASI     PIC X(1). *> S presentada en puerta
                                         *> (PUERTA) / N no
                 02 FECHORAUSO PIC 9999999999. *> AAMMDDHHMM entrada
                 02 ZONAASI    PIC 9. *> zona del recinto (0 = sin)

       WORKING-STORAGE SECTION.
           77 FSEF       PIC XX.
           77 FSSE       PIC XX.
           77 SINESP     PIC X VALUE "N".
           77 EOF        PIC X VALUE "N".
           77 VENDIDAS   PIC 9(5).
           77 PORCENTAJE PIC ZZ9.
           77 PRECIOFORMA    PIC ZZ9.99.
           77 INGRESOSNUM PIC 9999999V99.
           77 INGRESOS   PIC Z,ZZZ,ZZ9.99.
           77 SESIONES   PIC 9(5) VALUE 0.
           77 TOTALVENDIDAS PIC 9(7) VALUE 0.
           77 TOTALINGRESOS PIC 9999999V99 VALUE 0.
           77 TOTALINGFORMA PIC Z,ZZZ,ZZ9.99.
           77 RECVENDIDAS   PIC 9(7).
           77 RECINGRESOS   PIC 9999999V99.
           77 RECINGFORMA   PIC Z,ZZZ,ZZ9.99.
           77 FSZN          PIC XX.
           77 FSAS          PIC XX.
           77 HAYZONAS      PIC X VALUE "N".
           77 IND           PIC 99.
           77 ZONAIMP       PIC 9.
           77 VENDPLANO     PIC 9(5).
           77 PRECIOZ       PIC 999V99.
           77 INGZONA       PIC 9999999V99.
           77 INGZONAFORMA  PIC Z,ZZZ,ZZ9.99.
           *> Desglose por zona de precio (0 General a 9, indexado
           *> con zona + 1) de la sesion en curso
           01 TABLAZONAS.
             02 ZONATAB OCCURS 10.
               03 ZTHAY    PIC X(1).
               03 ZTNOMBRE PIC X(12).
               03 ZTVEND   PIC 9(5).

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Una linea por sesion; el nombre y el precio general son
           *> del espectaculo de la sesion (ver MANTESP).
           OPEN INPUT SESIONESFILE.
           IF FSSE = "35"
               DISPLAY "No hay sesiones registradas."
               EXIT PROGRAM
           END-IF.
           OPEN INPUT ESPECTACULOSFILE.
           IF FSEF = "35"
               MOVE "S" TO SINESP
           END-IF.

           DISPLAY " ".
           DISPLAY "Informe de ventas por sesion".
           DISPLAY "Sesion Fecha  Nombre                Asignadas "
                   "Disponibles Vendidas  % venta     Ingresos".

       LEER.
           READ SESIONESFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO FIN
           END-IF.
           PERFORM LEERESPECTACULO THRU FINLEERESPECTACULO.

           *> Si el aforo se amplio en algun momento por debajo de lo
           *> ya vendido (caso anomalo), no se informan ventas negativas.
                   VENDIDAS * 100 / ASIGNADAS
           END-IF.

           PERFORM CALCINGRESOS THRU FINCALCINGRESOS.
           MOVE INGRESOSNUM TO INGRESOS.
           MOVE PRECIO TO PRECIOFORMA.

           DISPLAY NUMSES " " FECHA " " NOMBRE " " ASIGNADAS "   "
                   DISPONIBLES
                   "       " VENDIDAS "   " PORCENTAJE "%   "
                   INGRESOS.
           IF HAYZONAS = "S"
               PERFORM MOSTRARDESGLOSE THRU FINMOSTRARDESGLOSE
           END-IF.

           ADD 1 TO SESIONES.
           ADD VENDIDAS TO TOTALVENDIDAS.
           ADD INGRESOSNUM TO TOTALINGRESOS.
           GO TO LEER.

       FIN.
           CLOSE SESIONESFILE.
           MOVE TOTALINGRESOS TO TOTALINGFORMA.
           DISPLAY " ".
           DISPLAY "Sesiones informadas: " SESIONES.
           DISPLAY "Entradas vendidas en total: " TOTALVENDIDAS.
           DISPLAY "Ingresos totales: " TOTALINGFORMA.

       PORRECINTO.
           *> Subtotal de ventas por recinto (ver MANTREC): los
           *> recintos son pocos, asi que se recorre el fichero de
           *> sesiones una vez por recinto, igual que CONCILIA
           *> recorre los movimientos por cuenta.
           DISPLAY " ".
           DISPLAY "Subtotales por recinto".
           OPEN INPUT RECINTOSFILE.
           IF FSRC = "35"
               DISPLAY "No hay recintos dados de alta."
               CLOSE ESPECTACULOSFILE
               EXIT PROGRAM
           END-IF.
       LEERREC.
           MOVE 0 TO RECVENDIDAS.
           MOVE 0 TO RECINGRESOS.
           MOVE "N" TO EOFESP.
           OPEN INPUT SESIONESFILE.
       LEERESPREC.
           READ SESIONESFILE NEXT RECORD
               AT END MOVE "Y" TO EOFESP
           END-READ.
           IF EOFESP = "Y"
           IF RECINTO NOT = CODRECINTO
               GO TO LEERESPREC
           END-IF.
           PERFORM LEERESPECTACULO THRU FINLEERESPECTACULO.
           IF DISPONIBLES > ASIGNADAS
               MOVE 0 TO VENDIDAS
           ELSE
               SUBTRACT DISPONIBLES FROM ASIGNADAS GIVING VENDIDAS
           END-IF.
           ADD VENDIDAS TO RECVENDIDAS.
           PERFORM CALCINGRESOS THRU FINCALCINGRESOS.
           ADD INGRESOSNUM TO RECINGRESOS.
           GO TO LEERESPREC.
       FINESPREC.
           CLOSE SESIONESFILE.
           MOVE RECINGRESOS TO RECINGFORMA.
           DISPLAY CODRECINTO " " NOMBRERECINTO " " RECVENDIDAS
                   " entradas   " RECINGFORMA.
           GO TO LEERREC.
       FINREC.
           CLOSE RECINTOSFILE.
           CLOSE ESPECTACULOSFILE.
           EXIT PROGRAM.

       LEERESPECTACULO.
           *> Si el espectaculo de la sesion ya no existe, la sesion
           *> se informa sin nombre y sin ingresos.
           MOVE SPACES TO NOMBRE.
           MOVE 0 TO PRECIO.
           IF SINESP = "S"
               GO TO FINLEERESPECTACULO
           END-IF.
           MOVE NUMESPSES TO NUM.
           READ ESPECTACULOSFILE
               INVALID KEY
                   MOVE SPACES TO NOMBRE
                   MOVE 0 TO PRECIO
           END-READ.
       FINLEERESPECTACULO.
           EXIT.

       CALCINGRESOS.
           *> Ingresos de la sesion. En recintos con zonas de
           *> precio (ver MANTREC) cada localidad vendida del plano
           *> cuenta al precio de su zona (ver PRECIOLOC); lo vendido
           *> que no esta en el plano (reservas, sesiones sin
           *> numerar) sigue al PRECIO general.
           MOVE "N" TO HAYZONAS.
           MOVE 0 TO VENDPLANO.
           MOVE 0 TO IND.
       LIMPIARZONA.
           ADD 1 TO IND.
           IF IND > 10
               GO TO CARGARZONAS
           END-IF.
           MOVE "N" TO ZTHAY (IND).
           MOVE SPACES TO ZTNOMBRE (IND).
           MOVE 0 TO ZTVEND (IND).
           GO TO LIMPIARZONA.
       CARGARZONAS.
           MOVE "General" TO ZTNOMBRE (1).
           OPEN INPUT ZONASFILE.
           IF FSZN = "35"
               GO TO SINZONAS
           END-IF.
           MOVE RECINTO TO ZONRECINTO.
           MOVE 0 TO ZONNUM.
           START ZONASFILE
               KEY NOT < ZONAKEY
               INVALID KEY GO TO FINCARGARZONAS
           END-START.
       LEERZONA.
           READ ZONASFILE NEXT RECORD
               AT END GO TO FINCARGARZONAS
           END-READ.
           IF ZONRECINTO NOT = RECINTO
               GO TO FINCARGARZONAS
           END-IF.
           MOVE "S" TO HAYZONAS.
           ADD 1 TO ZONNUM GIVING IND.
           MOVE "S" TO ZTHAY (IND).
           MOVE ZONNOMBRE TO ZTNOMBRE (IND).
           GO TO LEERZONA.
       FINCARGARZONAS.
           CLOSE ZONASFILE.
           IF HAYZONAS = "N"
               GO TO SINZONAS
           END-IF.

           OPEN INPUT ASIENTOSFILE.
           IF FSAS = "35"
               GO TO SINZONAS
           END-IF.
           MOVE NUMSES TO NUMESPASI.
           MOVE 0 TO NUMASIENTO.
           START ASIENTOSFILE
               KEY > ASIKEY
               INVALID KEY GO TO FINCONTARZONAS
           END-START.
       CONTARZONA.
           READ ASIENTOSFILE NEXT RECORD
               AT END GO TO FINCONTARZONAS
           END-READ.
           IF NUMESPASI NOT = NUMSES
               GO TO FINCONTARZONAS
           END-IF.
           IF ESTADOASI = "V"
               ADD 1 TO ZONAASI GIVING IND
               ADD 1 TO ZTVEND (IND)
               MOVE "S" TO ZTHAY (IND)
               ADD 1 TO VENDPLANO
           END-IF.
           GO TO CONTARZONA.
       FINCONTARZONAS.
           CLOSE ASIENTOSFILE.
           IF VENDPLANO > VENDIDAS
               MOVE VENDIDAS TO VENDPLANO
           END-IF.
           COMPUTE INGRESOSNUM ROUNDED =
                   (VENDIDAS - VENDPLANO) * PRECIO.
           MOVE 0 TO IND.
       SUMARZONA.
           ADD 1 TO IND.
           IF IND > 10
               GO TO FINCALCINGRESOS
           END-IF.
           IF ZTVEND (IND) = 0
               GO TO SUMARZONA
           END-IF.
           SUBTRACT 1 FROM IND GIVING ZONAIMP.
           MOVE PRECIO TO PRECIOZ.
           CALL "PRECIOLOC" USING NUMESPSES, RECINTO, ZONAIMP,
                                   PRECIOZ.
           CANCEL "PRECIOLOC".
           COMPUTE INGZONA ROUNDED = ZTVEND (IND) * PRECIOZ.
           ADD INGZONA TO INGRESOSNUM.
           GO TO SUMARZONA.
       SINZONAS.
           MOVE "N" TO HAYZONAS.
           COMPUTE INGRESOSNUM ROUNDED = VENDIDAS * PRECIO.
       FINCALCINGRESOS.
           EXIT.

       MOSTRARDESGLOSE.
           *> Una linea por zona del recinto con lo vendido en ella.
           MOVE 0 TO IND.
       MOSTRARZONA.
           ADD 1 TO IND.
           IF IND > 10
               GO TO FINMOSTRARDESGLOSE
           END-IF.
           IF ZTHAY (IND) NOT = "S"
               GO TO MOSTRARZONA
           END-IF.
           SUBTRACT 1 FROM IND GIVING ZONAIMP.
           MOVE PRECIO TO PRECIOZ.
           CALL "PRECIOLOC" USING NUMESPSES, RECINTO, ZONAIMP,
                                   PRECIOZ.
           CANCEL "PRECIOLOC".
           COMPUTE INGZONA ROUNDED = ZTVEND (IND) * PRECIOZ.
           MOVE INGZONA TO INGZONAFORMA.
           MOVE PRECIOZ TO PRECIOFORMA.
           DISPLAY "      Zona " ZONAIMP " " ZTNOMBRE (IND) " a "
                   PRECIOFORMA "  vendidas " ZTVEND (IND)
                   "   " INGZONAFORMA.
           GO TO MOSTRARZONA.
       FINMOSTRARDESGLOSE.
           EXIT.

       END PROGRAM INFORMESP.
