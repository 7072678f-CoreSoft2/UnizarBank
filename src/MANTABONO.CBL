       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTABONO.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABONOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABOCOD
           LOCK MODE IS MANUAL
           FILE STATUS IS FSAB.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

       DATA DIVISION.
       FILE SECTION.

           *> Abonos de temporada: un paquete de sesiones (una
           *> representacion de cada espectaculo de la temporada)
           *> vendido de una vez a precio cerrado y con la misma
           *> localidad en todas (ver COMPRABONO).
           FD ABONOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ABONOS.DAT".
               01 ABONOSREC.
                 02 ABOCOD      PIC 9(4).
                 02 ABONOMBRE   PIC X(20).
                 02 ABOPRECIO   PIC 9(5)V99. *> precio del paquete
                 02 ABOHASTA    PIC 9(6). *> AAMMDD fin de la venta
                 02 ABOASIDESDE PIC 9(5). *> bloque de localidades
                 02 ABOASIHASTA PIC 9(5). *> del abono (0 = todas)
                 02 ABONSES     PIC 99.
                 02 ABOSES      PIC 9(6) OCCURS 10. *> sesiones

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
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSAB      PIC XX.
           77 FSSE      PIC XX.
           77 OPCION    PIC 9 VALUE 0.
           77 CODIN     PIC 9(4).
           77 SESIN     PIC 9(6).
           77 EXISTIA   PIC X(1).
           77 IND       PIC 99.
           77 IND2      PIC 99.
           77 LISTADOS  PIC 9(5) VALUE 0.
           77 PRECIOFORMA PIC ZZ,ZZ9.99.
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       IDENTOPER.
           *> Los abonos son precio de venta: solo los mantiene un
           *> supervisor, igual que las promociones de MANTPROMO.
           CALL "OPSIGNON" USING OPERACT, ROLACT, SIGNOK.
           CANCEL "OPSIGNON".
           IF SIGNOK NOT = "S"
               EXIT PROGRAM
           END-IF.
           IF ROLACT NOT = "S"
               DISPLAY "Funcion reservada a supervisores."
               EXIT PROGRAM
           END-IF.

       MAIN-PARA.
           DISPLAY " ".
           DISPLAY "Abonos de temporada".
           DISPLAY "1-Listar  2-Alta/Modificar  3-Baja  4-Salir".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   GO TO LISTAR
               WHEN 2
                   GO TO ALTA
               WHEN 3
                   GO TO BAJA
               WHEN 4
                   EXIT PROGRAM
               WHEN OTHER
                   GO TO MAIN-PARA
           END-EVALUATE.

       LISTAR.
           MOVE 0 TO LISTADOS.
           OPEN INPUT ABONOSFILE.
           IF FSAB = "35"
               DISPLAY "No hay abonos registrados."
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "Cod. Nombre                  Precio  Venta  "
                   "Localidades  Sesiones".
       LEERLISTA.
           READ ABONOSFILE NEXT RECORD
               AT END GO TO FINLISTA
           END-READ.
           MOVE ABOPRECIO TO PRECIOFORMA.
           DISPLAY ABOCOD " " ABONOMBRE " " PRECIOFORMA " " ABOHASTA
                   " " ABOASIDESDE "-" ABOASIHASTA "  " ABONSES.
           MOVE 0 TO IND.
       LISTARSES.
           ADD 1 TO IND.
           IF IND > ABONSES
               ADD 1 TO LISTADOS
               GO TO LEERLISTA
           END-IF.
           DISPLAY "       sesion " ABOSES (IND).
           GO TO LISTARSES.
       FINLISTA.
           CLOSE ABONOSFILE.
           DISPLAY "Abonos registrados: " LISTADOS.
           GO TO MAIN-PARA.

       ALTA.
           *> Cambiar un abono no toca los ya vendidos: cada venta
           *> guarda sus sesiones y su reparto del precio en
           *> ABOVENTAS.DAT.
           DISPLAY "Codigo de abono: " WITH NO ADVANCING.
           ACCEPT CODIN.
           IF CODIN = 0
               GO TO MAIN-PARA
           END-IF.
           OPEN I-O ABONOSFILE.
           IF FSAB = "35"
               OPEN OUTPUT ABONOSFILE
               CLOSE ABONOSFILE
               OPEN I-O ABONOSFILE
           END-IF.
           MOVE CODIN TO ABOCOD.
           MOVE "S" TO EXISTIA.
           READ ABONOSFILE WITH LOCK
               INVALID KEY
                   MOVE "N" TO EXISTIA
                   MOVE CODIN TO ABOCOD
           END-READ.
           IF EXISTIA = "S"
               MOVE ABOPRECIO TO PRECIOFORMA
               DISPLAY "Actual: " ABONOMBRE " " PRECIOFORMA
                       " venta hasta " ABOHASTA " con " ABONSES
                       " sesiones"
           END-IF.
           DISPLAY "Nombre: " WITH NO ADVANCING.
           ACCEPT ABONOMBRE.
           DISPLAY "Precio del abono completo: " WITH NO ADVANCING.
           ACCEPT ABOPRECIO.
           DISPLAY "A la venta hasta (AAMMDD): " WITH NO ADVANCING.
           ACCEPT ABOHASTA.
           DISPLAY "Primera localidad del bloque (0 = todas): "
                   WITH NO ADVANCING.
           ACCEPT ABOASIDESDE.
           DISPLAY "Ultima localidad del bloque (0 = todas): "
                   WITH NO ADVANCING.
           ACCEPT ABOASIHASTA.
           IF ABOPRECIO = 0
               DISPLAY "Datos no validos: precio a cero."
               GO TO RECHAZARALTA
           END-IF.
           IF ABOASIHASTA NOT = 0 AND ABOASIHASTA < ABOASIDESDE
               DISPLAY "Datos no validos: bloque de localidades "
                       "al reves."
               GO TO RECHAZARALTA
           END-IF.
           MOVE 0 TO ABONSES.
           OPEN INPUT SESIONESFILE.
           IF FSSE = "35"
               DISPLAY "No hay sesiones registradas."
               GO TO RECHAZARALTA
           END-IF.
       PEDIRSESION.
           *> Hasta 10 sesiones; cada una ha de existir y no estar
           *> ya en el abono. 0 termina la lista.
           IF ABONSES = 10
               GO TO FINSESIONES
           END-IF.
           DISPLAY "Sesion (0 = fin): " WITH NO ADVANCING.
           ACCEPT SESIN.
           IF SESIN = 0
               GO TO FINSESIONES
           END-IF.
           MOVE SESIN TO NUMSES.
           READ SESIONESFILE
               INVALID KEY
                   DISPLAY "No existe esa sesion."
                   GO TO PEDIRSESION
           END-READ.
           MOVE 0 TO IND2.
       BUSCARREPETIDA.
           ADD 1 TO IND2.
           IF IND2 > ABONSES
               GO TO ANADIRSESION
           END-IF.
           IF ABOSES (IND2) = SESIN
               DISPLAY "Esa sesion ya esta en el abono."
               GO TO PEDIRSESION
           END-IF.
           GO TO BUSCARREPETIDA.
       ANADIRSESION.
           ADD 1 TO ABONSES.
           MOVE SESIN TO ABOSES (ABONSES).
           DISPLAY "  " FECHA " " HORASES " recinto " RECINTO
                   " libres " DISPONIBLES.
           GO TO PEDIRSESION.
       FINSESIONES.
           CLOSE SESIONESFILE.
           IF ABONSES = 0
               DISPLAY "Un abono necesita al menos una sesion."
               GO TO RECHAZARALTA
           END-IF.
           MOVE ABONSES TO IND.
       LIMPIARRESTO.
           ADD 1 TO IND.
           IF IND > 10
               GO TO GRABARABONO
           END-IF.
           MOVE 0 TO ABOSES (IND).
           GO TO LIMPIARRESTO.
       GRABARABONO.
           IF EXISTIA = "S"
               REWRITE ABONOSREC
               UNLOCK ABONOSFILE
               MOVE "ABONO MODIFICADO" TO AUDITACCION
           ELSE
               WRITE ABONOSREC
               MOVE "ABONO ALTA" TO AUDITACCION
           END-IF.
           CLOSE ABONOSFILE.
           MOVE ABOPRECIO TO PRECIOFORMA.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Abono " ABOCOD " " PRECIOFORMA " sesiones "
                  ABONSES DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Abono registrado correctamente.".
           GO TO MAIN-PARA.
       RECHAZARALTA.
           IF EXISTIA = "S"
               UNLOCK ABONOSFILE
           END-IF.
           CLOSE ABONOSFILE.
           GO TO MAIN-PARA.

       BAJA.
           *> La baja solo retira el abono de la venta; los vendidos
           *> siguen en ABOVENTAS.DAT con sus sesiones.
           DISPLAY "Codigo de abono: " WITH NO ADVANCING.
           ACCEPT CODIN.
           OPEN I-O ABONOSFILE.
           IF FSAB = "35"
               DISPLAY "No hay abonos registrados."
               CLOSE ABONOSFILE
               GO TO MAIN-PARA
           END-IF.
           MOVE CODIN TO ABOCOD.
           READ ABONOSFILE WITH LOCK
               INVALID KEY
                   CLOSE ABONOSFILE
                   DISPLAY "No existe ese abono."
                   GO TO MAIN-PARA
           END-READ.
           DELETE ABONOSFILE RECORD.
           UNLOCK ABONOSFILE.
           CLOSE ABONOSFILE.
           MOVE "ABONO BAJA" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Abono " CODIN " retirado de la venta"
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Abono dado de baja.".
           GO TO MAIN-PARA.

       AUDITAR.
           *> Rastro de seguridad separado de MOVIMIENTOSFILE (ver
           *> AUDITORIA), igual que MANTDESC.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "MANTABONO" TO AUDITORIGEN.
           MOVE SPACES TO AUDITDNI.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAR.
           EXIT.

       END PROGRAM MANTABONO.
