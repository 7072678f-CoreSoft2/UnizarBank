           ALTERNATE RECORD KEY IS CUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSMF.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

           SELECT PROMOCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROCOD
           FILE STATUS IS FSPR.

           SELECT ABOVENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABVMID
           ALTERNATE RECORD KEY IS ABVCUENTA WITH DUPLICATES
           FILE STATUS IS FSAV.

       DATA DIVISION.
       FILE SECTION.
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

           FD MOVIMIENTOSFILE
                   LABEL RECORDS ARE STANDARD
                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 NUMESP PIC 9(6) VALUE 0.
                 02 CANTENTR PIC 9(5) VALUE 0.
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)

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

           FD PROMOCIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PROMOCIONES.DAT".
               01 PROMOCIONESREC.
                 02 PROCOD     PIC X(8).
                 02 PRODESC    PIC X(20).
                 02 PROESP     PIC 9(5). *> espectaculo (0 = todos)
                 02 PROTIPO    PIC X(1). *> P porcentaje / F fijo
                                         *> por entrada
                 02 PROVALOR   PIC 999V99. *> % o importe por entrada
                 02 PRODESDE   PIC 9(6). *> AAMMDD inicio
                 02 PROHASTA   PIC 9(6). *> AAMMDD fin
                 02 PROMAXUSOS PIC 9(5). *> compras admitidas
                                         *> (0 = sin tope)
                 02 PROUSOS    PIC 9(5). *> compras que la usaron
                 02 PROCONCES  PIC X(1). *> S concesion: documento
                                         *> en puerta (PUERTA) / N no
                 02 PROENTR    PIC 9(7). *> entradas vendidas con ella
                 02 PRODTO     PIC 9(7)V99. *> descuento concedido

           FD ABOVENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ABOVENTAS.DAT".
               01 ABOVENTASREC.
                 02 ABVMID      PIC 9(9).
                 02 ABVCUENTA   PIC X(10).
                 02 ABVCOD      PIC 9(4).
                 02 ABVNOMBRE   PIC X(20).
                 02 ABVPRECIO   PIC 9(5)V99.
                 02 ABVASIENTO  PIC 9(5). *> localidad (0 = sin numerar)
                 02 ABVNSES     PIC 99.
                 02 ABVSESION OCCURS 10.
                   03 ABVSES    PIC 9(6).
                   03 ABVESP    PIC 9(5).
                   03 ABVPARTE  PIC 9(5)V99. *> parte del precio
                   03 ABVEST    PIC X(1). *> V vendida / R reembolsada

       WORKING-STORAGE SECTION.
           77 FSAS      PIC XX.
           77 FSMF      PIC XX.
           77 FSSE      PIC XX.
           77 FSPR      PIC XX.
           77 PROMOIN   PIC X(8).
           77 FSAV      PIC XX.
           77 ABVIND    PIC 99.
           77 ABONOOK   PIC X(1).
           77 OPCION    PIC 9 VALUE 0.
           77 MIDIN     PIC 9(9).
           77 NUMESPIN  PIC 9(6).
           77 SESPUERTA PIC 9(6) VALUE 0. *> sesion que se controla
           77 ASIENTOIN PIC 9(5).
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
               EXIT PROGRAM
           END-IF.

       ELEGIRSESION.
           *> La puerta controla una sola sesion: una entrada de otra
           *> sesion del mismo espectaculo (otro dia u otra hora) se
           *> rechaza aunque su MID sea valido.
           DISPLAY "Sesion en puerta: " WITH NO ADVANCING.
           ACCEPT SESPUERTA.
           OPEN INPUT SESIONESFILE.
           IF FSSE = "35"
               DISPLAY "No hay sesiones registradas."
               EXIT PROGRAM
           END-IF.
           MOVE SESPUERTA TO NUMSES.
           READ SESIONESFILE
               INVALID KEY
                   CLOSE SESIONESFILE
                   DISPLAY "No existe esa sesion."
                   GO TO ELEGIRSESION
           END-READ.
           CLOSE SESIONESFILE.
           DISPLAY "Sesion " SESPUERTA " del " FECHA " a las "
                   HORASES " en " RECINTO ".".

       MAIN-PARA.
           DISPLAY " ".
           DISPLAY "Control de acceso en puerta".
           DISPLAY "1-Entrada por MID  2-Entrada por localidad  "
                   "3-Recuento  4-Cambiar sesion  5-Salir".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 3
                   GO TO RECUENTO
               WHEN 4
                   GO TO ELEGIRSESION
               WHEN 5
                   EXIT PROGRAM
               WHEN OTHER
                   GO TO MAIN-PARA
                   DISPLAY "No existe ningun movimiento con ese MID."
                   GO TO MAIN-PARA
           END-READ.
           *> Un abono de temporada (ver COMPRABONO) vale para cada
           *> una de sus sesiones con el mismo MID: se admite si la
           *> sesion en puerta es del abono y no se cancelo y
           *> reembolso.
           IF CLASEMOV = "AB" AND CANTIDAD < 0
               CLOSE MOVIMIENTOSFILE
               PERFORM COMPROBARABONO THRU FINCOMPROBARABONO
               IF ABONOOK = "N"
                   GO TO MAIN-PARA
               END-IF
               MOVE SESPUERTA TO NUMESPIN
               MOVE SPACES TO PROMOIN
               GO TO MARCARCOMPRA
           END-IF.
           *> Las entradas cedidas (ver CEDERENT) entran con el MID
           *> del receptor, que es ya el MIDASIENTO de sus
           *> localidades; el de la compra original no las admite.
           IF (NUMESP = 0 OR CANTIDAD NOT < 0) AND CLASEMOV NOT = "CR"
               CLOSE MOVIMIENTOSFILE
               DISPLAY "Ese MID no es una compra de entradas."
               GO TO MAIN-PARA
           END-IF.
           MOVE NUMESP TO NUMESPIN.
           MOVE PROMOMOV TO PROMOIN.
           CLOSE MOVIMIENTOSFILE.
           IF NUMESPIN NOT = SESPUERTA
               DISPLAY "RECHAZADA: la compra es de la sesion "
                       NUMESPIN ", no de la " SESPUERTA "."
               GO TO MAIN-PARA
           END-IF.

       MARCARCOMPRA.
           PERFORM CALCULARFECHORA THRU FINFECHORA.
           MOVE 0 TO ADMITIDOS.
           MOVE 0 TO RECHAZADOS.
           DISPLAY "Localidades admitidas: " ADMITIDOS
                   "  rechazadas: " RECHAZADOS.
           IF ADMITIDOS = 0 AND RECHAZADOS = 0
               DISPLAY "Esa compra no tiene localidades numeradas a "
                       "su nombre; compruebe el documento de entradas."
               DISPLAY "Si las cedio a otro cliente, la cesion consta "
                       "en AUDITORIA (CEDERENT)."
           END-IF.
           IF ADMITIDOS > 0
               PERFORM AVISOCONCESION THRU FINAVISO
           END-IF.
           GO TO MAIN-PARA.

       ENTRADALOC.
           MOVE SESPUERTA TO NUMESPIN.
           DISPLAY "Numero de localidad: " WITH NO ADVANCING.
           ACCEPT ASIENTOIN.
           PERFORM CALCULARFECHORA THRU FINFECHORA.
           CLOSE ASIENTOSFILE.
           DISPLAY "Admitida localidad " ASIENTOIN " (venta MID "
                   MIDASIENTO ").".
           MOVE SPACES TO PROMOIN.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF NOT = "35"
               MOVE MIDASIENTO TO MID
               READ MOVIMIENTOSFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROMOMOV TO PROMOIN
               END-READ
           END-IF.
           CLOSE MOVIMIENTOSFILE.
           PERFORM AVISOCONCESION THRU FINAVISO.
           GO TO MAIN-PARA.

       RECUENTO.
           *> Asistencia tras el evento: localidades vendidas y
           *> usadas del plano, confrontadas con las vendidas que
           *> informa la propia sesion (las de INFORMESP).
           DISPLAY "Numero de sesion: " WITH NO ADVANCING.
           ACCEPT NUMESPIN.
           MOVE 0 TO VENDIDOS.
           MOVE 0 TO USADOS.
           GO TO CONTARASIENTO.
       FINCONTAR.
           CLOSE ASIENTOSFILE.
           DISPLAY "Sesion " NUMESPIN ":".
           DISPLAY "Localidades vendidas en plano: " VENDIDOS.
           DISPLAY "Localidades presentadas en puerta: " USADOS.
           OPEN INPUT SESIONESFILE.
           IF FSSE NOT = "35"
               MOVE NUMESPIN TO NUMSES
               READ SESIONESFILE
                   INVALID KEY
                       DISPLAY "(la sesion ya no esta en cartel)"
                   NOT INVALID KEY
                       IF DISPONIBLES > ASIGNADAS
                           MOVE 0 TO VENDIDASESP
                           SUBTRACT DISPONIBLES FROM ASIGNADAS
                                   GIVING VENDIDASESP
                       END-IF
                       DISPLAY "Vendidas segun la sesion: "
                               VENDIDASESP
               END-READ
               CLOSE SESIONESFILE
           END-IF.
           GO TO MAIN-PARA.

       AVISOCONCESION.
           *> Entradas vendidas con una promocion de concesion
           *> (estudiante, jubilado...; ver MANTPROMO): el personal
           *> de puerta pide el documento que da derecho al descuento
           *> antes de dejar pasar.
           IF PROMOIN = SPACES
               GO TO FINAVISO
           END-IF.
           OPEN INPUT PROMOCIONESFILE.
           IF FSPR = "35"
               GO TO FINAVISO
           END-IF.
           MOVE PROMOIN TO PROCOD.
           READ PROMOCIONESFILE
               INVALID KEY
                   MOVE "N" TO PROCONCES
           END-READ.
           CLOSE PROMOCIONESFILE.
           IF PROCONCES = "S"
               DISPLAY "*** COMPRUEBE DOCUMENTO: entrada con "
                       "descuento " PRODESC " ***"
           END-IF.
       FINAVISO.
           EXIT.

       COMPROBARABONO.
           MOVE "N" TO ABONOOK.
           OPEN INPUT ABOVENTASFILE.
           IF FSAV = "35"
               DISPLAY "No hay abonos vendidos."
               GO TO FINCOMPROBARABONO
           END-IF.
           MOVE MIDIN TO ABVMID.
           READ ABOVENTASFILE
               INVALID KEY
                   CLOSE ABOVENTASFILE
                   DISPLAY "No consta la venta de ese abono."
                   GO TO FINCOMPROBARABONO
           END-READ.
           CLOSE ABOVENTASFILE.
           MOVE 0 TO ABVIND.
       BUSCARSESABONO.
           ADD 1 TO ABVIND.
           IF ABVIND > ABVNSES
               DISPLAY "RECHAZADA: el abono " ABVNOMBRE
                       " no incluye la sesion " SESPUERTA "."
               GO TO FINCOMPROBARABONO
           END-IF.
           IF ABVSES (ABVIND) NOT = SESPUERTA
               GO TO BUSCARSESABONO
           END-IF.
           IF ABVEST (ABVIND) = "R"
               DISPLAY "RECHAZADA: sesion cancelada y ya reembolsada "
                       "al abonado."
               GO TO FINCOMPROBARABONO
           END-IF.
           DISPLAY "Abono " ABVNOMBRE ".".
           MOVE "S" TO ABONOOK.
       FINCOMPROBARABONO.
           EXIT.

       CALCULARFECHORA.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
