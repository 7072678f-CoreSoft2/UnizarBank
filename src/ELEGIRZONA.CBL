       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEGIRZONA.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           77 FSZN      PIC XX.
           77 FSAS      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 IND       PIC 99.
           77 NZONAS    PIC 99 VALUE 0.
           77 TOTASI    PIC 9(5).
           77 LUGAR     PIC 99.
           77 ZONAIN    PIC 9.
           77 PRECIOFORMA PIC ZZ9.99.
           77 LIBRESFORMA PIC ZZZZ9.
           *> Una entrada por zona, de la 0 (General: localidades
           *> fuera de toda zona) a la 9; se indexa con zona + 1.
           01 TABLAZONAS.
             02 ZONATAB OCCURS 10.
               03 ZTHAY    PIC X(1).
               03 ZTNOMBRE PIC X(12).
               03 ZTLIBRES PIC 9(5).
               03 ZTPRECIO PIC 999V99.

       LINKAGE SECTION.
           77 EZSES     PIC 9(6).
           77 EZNUM     PIC 9(5).
           77 EZRECINTO PIC X(4).
           77 EZPRECIO  PIC 999V99.
           77 EZZONA    PIC 9.
           77 EZNOMBRE  PIC X(12).
           77 EZLIBRES  PIC 9(5).
           77 EZOK      PIC X(1).
       PROCEDURE DIVISION USING EZSES, EZNUM, EZRECINTO, EZPRECIO,
                                EZZONA, EZNOMBRE, EZLIBRES, EZOK.

       MAIN-PARA.
           *> Eleccion de zona de precio para COMPRAR y RESERVAR (ver
           *> MANTREC y MANTESP) en la sesion EZSES del espectaculo
           *> EZNUM. EZPRECIO entra con el PRECIO general del
           *> espectaculo y sale con el de la zona elegida. EZOK
           *> vale S zona elegida, N cancelado y G si el recinto no
           *> tiene zonas o la sesion no tiene plano de asientos:
           *> entonces no se pregunta nada y manda DISPONIBLES, como
           *> antes de las zonas.
           MOVE "G" TO EZOK.
           MOVE 0 TO EZZONA.
           MOVE SPACES TO EZNOMBRE.
           MOVE 0 TO EZLIBRES.
           MOVE 0 TO IND.
       LIMPIARZONA.
           ADD 1 TO IND.
           IF IND > 10
               GO TO CARGARZONAS
           END-IF.
           MOVE "N" TO ZTHAY (IND).
           MOVE SPACES TO ZTNOMBRE (IND).
           MOVE 0 TO ZTLIBRES (IND).
           MOVE EZPRECIO TO ZTPRECIO (IND).
           GO TO LIMPIARZONA.

       CARGARZONAS.
           MOVE "General" TO ZTNOMBRE (1).
           OPEN INPUT ZONASFILE.
           IF FSZN = "35"
               EXIT PROGRAM
           END-IF.
           MOVE EZRECINTO TO ZONRECINTO.
           MOVE 0 TO ZONNUM.
           START ZONASFILE
               KEY NOT < ZONAKEY
               INVALID KEY GO TO FINZONAS
           END-START.
       LEERZONA.
           READ ZONASFILE NEXT RECORD
               AT END GO TO FINZONAS
           END-READ.
           IF ZONRECINTO NOT = EZRECINTO
               GO TO FINZONAS
           END-IF.
           IF ZONNUM = 0
               GO TO LEERZONA
           END-IF.
           ADD 1 TO ZONNUM GIVING IND.
           MOVE "S" TO ZTHAY (IND).
           MOVE ZONNOMBRE TO ZTNOMBRE (IND).
           CALL "PRECIOLOC" USING EZNUM, EZRECINTO, ZONNUM,
                                   ZTPRECIO (IND).
           CANCEL "PRECIOLOC".
           ADD 1 TO NZONAS.
           GO TO LEERZONA.
       FINZONAS.
           CLOSE ZONASFILE.
           IF NZONAS = 0
               EXIT PROGRAM
           END-IF.

       CONTARLIBRES.
           *> Localidades libres de cada zona segun el plano de la
           *> sesion (la zona de cada asiento la fija MANTESP).
           MOVE 0 TO TOTASI.
           OPEN INPUT ASIENTOSFILE.
           IF FSAS = "35"
               EXIT PROGRAM
           END-IF.
           MOVE EZSES TO NUMESPASI.
           MOVE 0 TO NUMASIENTO.
           START ASIENTOSFILE
               KEY > ASIKEY
               INVALID KEY GO TO FINCONTAR
           END-START.
       LEERASIENTO.
           READ ASIENTOSFILE NEXT RECORD
               AT END GO TO FINCONTAR
           END-READ.
           IF NUMESPASI NOT = EZSES
               GO TO FINCONTAR
           END-IF.
           ADD 1 TO TOTASI.
           IF ESTADOASI = "L"
               ADD 1 TO ZONAASI GIVING IND
               ADD 1 TO ZTLIBRES (IND)
           END-IF.
           GO TO LEERASIENTO.
       FINCONTAR.
           CLOSE ASIENTOSFILE.
           IF TOTASI = 0
               EXIT PROGRAM
           END-IF.
           *> La zona General solo se ofrece si le quedan localidades
           *> (recintos con parte del aforo sin zona).
           IF ZTLIBRES (1) > 0
               MOVE "S" TO ZTHAY (1)
           END-IF.

       MOSTRARZONAS.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Zonas de la sesion" LINE 5 COLUMN 31.
           DISPLAY "Zona  Nombre        Precio  Libres"
                   LINE 7 COLUMN 22.
           MOVE 8 TO LUGAR.
           MOVE 0 TO IND.
       MOSTRARZONA.
           ADD 1 TO IND.
           IF IND > 10
               GO TO PEDIRZONA
           END-IF.
           IF ZTHAY (IND) NOT = "S"
               GO TO MOSTRARZONA
           END-IF.
           ADD 1 TO LUGAR.
           SUBTRACT 1 FROM IND GIVING ZONAIN.
           DISPLAY ZONAIN LINE LUGAR COLUMN 23.
           DISPLAY ZTNOMBRE (IND) LINE LUGAR COLUMN 28.
           MOVE ZTPRECIO (IND) TO PRECIOFORMA.
           DISPLAY PRECIOFORMA LINE LUGAR COLUMN 42.
           MOVE ZTLIBRES (IND) TO LIBRESFORMA.
           DISPLAY LIBRESFORMA LINE LUGAR COLUMN 50.
           GO TO MOSTRARZONA.

       PEDIRZONA.
           DISPLAY "Zona elegida: " LINE 20 COLUMN 22.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.
           ACCEPT ZONAIN LINE 20 COLUMN 36
               ON EXCEPTION GO TO CANCELAR
           END-ACCEPT.
           ADD 1 TO ZONAIN GIVING IND.
           IF ZTHAY (IND) NOT = "S"
               DISPLAY "Elija una de las zonas de la lista"
                       LINE 22 COLUMN 22
               GO TO PEDIRZONA
           END-IF.
           MOVE "S" TO EZOK.
           MOVE ZONAIN TO EZZONA.
           MOVE ZTNOMBRE (IND) TO EZNOMBRE.
           MOVE ZTPRECIO (IND) TO EZPRECIO.
           MOVE ZTLIBRES (IND) TO EZLIBRES.
           EXIT PROGRAM.

       CANCELAR.
           MOVE "N" TO EZOK.
           EXIT PROGRAM.

       END PROGRAM ELEGIRZONA.
