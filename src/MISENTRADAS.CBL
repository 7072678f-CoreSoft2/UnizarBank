           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

           SELECT ABOVENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABVMID
           ALTERNATE RECORD KEY IS ABVCUENTA WITH DUPLICATES
           FILE STATUS IS FSAV.

       DATA DIVISION.
       FILE SECTION.

               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

           FD MOVIMIENTOSFILE
                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 NUMESP PIC 9(6) VALUE 0.
                 02 CANTENTR PIC 9(5) VALUE 0.
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)

           FD ESPECTACULOSFILE
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
           77 FSMF    PIC XX.
           77 FSEF    PIC XX.
           77 FSSE    PIC XX.
           77 FSCU    PIC XX.
           77 FSAV    PIC XX.
           77 ABVIND  PIC 99.
           77 CABABONO PIC X.
           77 NCTAS   PIC 9 VALUE 0.
           77 IND2    PIC 99.
           *> Cuentas del cliente (max 8, como el selector de LOGIN).
           77 IND     PIC 99.
           77 LUGAR   PIC 99.
           77 MOSTRADOS PIC 99 VALUE 0.
           01 HORAFMT.
             02 HORAFH PIC 99.
             02 FILLER PIC X VALUE ":".
             02 HORAFM PIC 99.
           *> Compras netas de reembolsos por sesion; con 50
           *> sesiones distintas por cuenta sobra.
           01 ENTRADASNETAS.
             02 ESPNETO OCCURS 50.
               03 NUMTAB  PIC 9(6).
               03 NETOTAB PIC S9(5).

       LINKAGE SECTION.
           77 CUENTACT PIC X(10).
           77 SALDOACT PIC S9999999V99.
           77 DNIACT PIC X(9).
       PROCEDURE DIVISION USING CUENTACT, SALDOACT, DNIACT.

       FINCTAS.

           *> Primera pasada: se netean compras y reembolsos por
           *> sesion a partir de los movimientos de las cuentas
           *> del cliente (el movimiento ya lleva NUMESP y CANTENTR);
           *> cada cuenta se lee directamente por la clave alterna
           *> CUENTAMOV en lugar de recorrer el fichero entero.
                   GO TO BUSCARESP
               END-IF
           END-IF.
           *> Una cesion recibida (CR) suma aunque fuera gratuita;
           *> la emitida (CE) resta como una devolucion.
           IF CANTIDAD < 0 OR CLASEMOV = "CR"
               ADD CANTENTR TO NETOTAB (IND)
           ELSE
               SUBTRACT CANTENTR FROM NETOTAB (IND)
           GO TO LEERMOV.

       FINSUMAR.
           *> Segunda pasada: cada sesion con entradas netas se
           *> cruza con SESIONESFILE y su espectaculo; si MANTESP la
           *> dio de baja, se avisa para que el cliente pida el
           *> reembolso.
           DISPLAY "Fecha    Hora   Espectaculo           Entradas"
                   LINE 7 COLUMN 15.
           MOVE 0 TO IND.
           MOVE 0 TO MOSTRADOS.
           IF NETOTAB (IND) NOT > 0
               GO TO LISTAR
           END-IF.
           OPEN INPUT SESIONESFILE.
           MOVE NUMTAB (IND) TO NUMSES.
           READ SESIONESFILE
               INVALID KEY
                   CLOSE SESIONESFILE
                   GO TO CANCELADO
           END-READ.
           CLOSE SESIONESFILE.
           IF FECHA < FECHACT
               GO TO LISTAR
           END-IF.
           MOVE SPACES TO NOMBRE.
           OPEN INPUT ESPECTACULOSFILE.
           IF FSEF NOT = "35"
               MOVE NUMESPSES TO NUM
               READ ESPECTACULOSFILE
                   INVALID KEY
                       MOVE SPACES TO NOMBRE
               END-READ
               CLOSE ESPECTACULOSFILE
           END-IF.
           DIVIDE HORASES BY 100 GIVING HORAFH
                  REMAINDER HORAFM.
           IF MOSTRADOS < 14
               ADD 1 TO MOSTRADOS
               ADD MOSTRADOS TO 8 GIVING LUGAR
               DISPLAY FECHA LINE LUGAR COLUMN 15
               DISPLAY HORAFMT LINE LUGAR COLUMN 24
               DISPLAY NOMBRE LINE LUGAR COLUMN 31
               DISPLAY NETOTAB (IND) LINE LUGAR COLUMN 53
           END-IF.
           GO TO LISTAR.

               ADD 1 TO MOSTRADOS
               ADD MOSTRADOS TO 8 GIVING LUGAR
               DISPLAY "------" LINE LUGAR COLUMN 15
               DISPLAY "Sesion " LINE LUGAR COLUMN 31
               DISPLAY NUMTAB (IND) LINE LUGAR COLUMN 38
               DISPLAY "CANCELADA" LINE LUGAR COLUMN 44
               DISPLAY NETOTAB (IND) LINE LUGAR COLUMN 53
               DISPLAY "pida reembolso" LINE LUGAR COLUMN 60
           END-IF.
           GO TO LISTAR.

       FINLISTAR.
           PERFORM LISTARABONOS THRU FINLISTARABONOS.
           IF MOSTRADOS = 0
               DISPLAY "No tiene entradas para proximos espectaculos"
                       LINE 10 COLUMN 17
           END-IF.
           DISPLAY "Enter - Volver" LINE 24 COLUMN 10.
           DISPLAY "F2 - Ceder entradas" LINE 24 COLUMN 50.
       REPEATFIN.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATFIN
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 2
                   *> Ceder a otro cliente localidades de una compra
                   *> (ver CEDERENT); al volver el listado ya no vale.
                   CALL "CEDERENT" USING CUENTACT, SALDOACT, DNIACT
                   CANCEL "CEDERENT"
                   EXIT PROGRAM
               END-IF
               IF ESCAP <> 13
                   GO TO REPEATFIN
               END-IF
           END-IF.
           EXIT PROGRAM.

       LISTARABONOS.
           *> Los abonos de temporada (ver COMPRABONO) no llevan
           *> NUMESP en su cargo: se listan aparte, agrupados, con una
           *> cabecera por abono (nombre y localidad) y debajo sus
           *> sesiones aun por celebrar. Un abono sin ninguna sesion
           *> pendiente no se muestra.
           OPEN INPUT ABOVENTASFILE.
           IF FSAV = "35"
               GO TO FINLISTARABONOS
           END-IF.
           MOVE 0 TO IND2.
       SIGUIENTECTAABONO.
           ADD 1 TO IND2.
           IF IND2 > NCTAS
               CLOSE ABOVENTASFILE
               GO TO FINLISTARABONOS
           END-IF.
           MOVE "N" TO EOF.
           MOVE CTATAB (IND2) TO ABVCUENTA.
           START ABOVENTASFILE
               KEY = ABVCUENTA
               INVALID KEY MOVE "Y" TO EOF
           END-START.
       LEERABONO.
           IF EOF = "N"
               READ ABOVENTASFILE NEXT RECORD
                   AT END MOVE "Y" TO EOF
               END-READ
           END-IF.
           IF EOF = "Y" OR ABVCUENTA NOT = CTATAB (IND2)
               GO TO SIGUIENTECTAABONO
           END-IF.
           MOVE "N" TO CABABONO.
           MOVE 0 TO ABVIND.
       LISTARSESABONO.
           ADD 1 TO ABVIND.
           IF ABVIND > ABVNSES
               GO TO LEERABONO
           END-IF.
           OPEN INPUT SESIONESFILE.
           MOVE ABVSES (ABVIND) TO NUMSES.
           READ SESIONESFILE
               INVALID KEY
                   MOVE 0 TO FECHA
           END-READ.
           CLOSE SESIONESFILE.
           IF FECHA NOT = 0 AND FECHA < FECHACT
               GO TO LISTARSESABONO
           END-IF.
           IF MOSTRADOS > 12
               GO TO LISTARSESABONO
           END-IF.
           IF CABABONO = "N"
               MOVE "S" TO CABABONO
               ADD 1 TO MOSTRADOS
               ADD MOSTRADOS TO 8 GIVING LUGAR
               DISPLAY "Abono" LINE LUGAR COLUMN 15
               DISPLAY ABVNOMBRE LINE LUGAR COLUMN 21
               IF ABVASIENTO > 0
                   DISPLAY "localidad" LINE LUGAR COLUMN 44
                   DISPLAY ABVASIENTO LINE LUGAR COLUMN 54
               ELSE
                   DISPLAY "sin numerar" LINE LUGAR COLUMN 44
               END-IF
           END-IF.
           ADD 1 TO MOSTRADOS.
           ADD MOSTRADOS TO 8 GIVING LUGAR.
           IF FECHA = 0
               DISPLAY "------" LINE LUGAR COLUMN 17
               DISPLAY "Sesion " LINE LUGAR COLUMN 31
               DISPLAY ABVSES (ABVIND) LINE LUGAR COLUMN 38
               DISPLAY "CANCELADA" LINE LUGAR COLUMN 44
           ELSE
               MOVE SPACES TO NOMBRE
               OPEN INPUT ESPECTACULOSFILE
               IF FSEF NOT = "35"
                   MOVE NUMESPSES TO NUM
                   READ ESPECTACULOSFILE
                       INVALID KEY
                           MOVE SPACES TO NOMBRE
                   END-READ
                   CLOSE ESPECTACULOSFILE
               END-IF
               DIVIDE HORASES BY 100 GIVING HORAFH
                      REMAINDER HORAFM
               DISPLAY FECHA LINE LUGAR COLUMN 17
               DISPLAY HORAFMT LINE LUGAR COLUMN 24
               DISPLAY NOMBRE LINE LUGAR COLUMN 31
           END-IF.
           *> La parte del abono de una sesion cancelada la abona
           *> REEMESP sin que el cliente la pida.
           IF ABVEST (ABVIND) = "R"
               DISPLAY "reembolsada" LINE LUGAR COLUMN 53
           END-IF.
           GO TO LISTARSESABONO.
       FINLISTARABONOS.
           EXIT.

       END PROGRAM MISENTRADAS.
