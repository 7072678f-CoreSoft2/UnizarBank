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
           RECORD KEY IS ASIKEY
           FILE STATUS IS FSAS.

           SELECT ZONASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ZONAKEY
           FILE STATUS IS FSZN.

           SELECT TIKETFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSTK.

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
                 02 RECINTO PIC X(4). *> codigo de recinto
                 02 DISPONIBLES PIC 99999.
                 02 ASIGNADAS PIC 99999.

           FD RECINTOSFILE
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

           *> Documento imprimible, una linea por registro; el nombre
           *> lleva el MID de la compra (ver NOMBRETIK), al estilo
                   VALUE OF FILE-ID IS NOMBRETIK.
               01 TIKETLIN PIC X(60).

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
           77 FSMF      PIC XX.
           77 FSEF      PIC XX.
           77 FSSE      PIC XX.
           77 FSRC      PIC XX.
           77 FSAS      PIC XX.
           77 FSTK      PIC XX.
           77 FSPR      PIC XX.
           77 PROMOTIK  PIC X(8).
           77 CESIONTIK PIC X(40).
           77 FSAV      PIC XX.
           77 ABVIND    PIC 99.
           *> ENT + MID + .TXT
           77 NOMBRETIK PIC X(16).
           77 IMPORTE   PIC 9999999V99.
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
           77 NOMESP    PIC X(20).
           77 FECHAESP  PIC 9(6).
           01 HORAFMT.
             02 HORAFH  PIC 99.
             02 FILLER  PIC X VALUE ":".
             02 HORAFM  PIC 99.
           77 NOMREC    PIC X(30).
           77 HAYESP    PIC X.
           77 ASIENTOSLIN PIC X(48).
           77 PUNTLIN   PIC 99.
           77 IMPRESOS  PIC 9(5).
           77 FSZN      PIC XX.
           77 RECESP    PIC X(4).
           77 IND       PIC 99.
           77 ZONAIMP   PIC 9.
           77 NOMZONA   PIC X(12).
           *> Zonas (0 a 9, indexadas con zona + 1) de las
           *> localidades de la compra
           01 ZONASCOMPRA.
             02 ZONAVISTA OCCURS 10 PIC X(1).

       LINKAGE SECTION.
           77 TIKMID PIC 9(9).
                   CLOSE MOVIMIENTOSFILE
                   EXIT PROGRAM
           END-READ.
           *> Un abono de temporada (ver COMPRABONO) es un solo cargo
           *> con una entrada por sesion.
           IF CLASEMOV = "AB" AND CANTIDAD < 0
               COMPUTE IMPORTE = CANTIDAD * -1
               CLOSE MOVIMIENTOSFILE
               GO TO TIKABONO
           END-IF.
           *> Las entradas cedidas (ver CEDERENT) llevan su propio
           *> documento aunque el receptor no pagara nada por ellas.
           IF (NUMESP = 0 OR CANTIDAD NOT < 0) AND CLASEMOV NOT = "CR"
               CLOSE MOVIMIENTOSFILE
               EXIT PROGRAM
           END-IF.
           COMPUTE IMPORTE = CANTIDAD * -1.
           MOVE PROMOMOV TO PROMOTIK.
           MOVE SPACES TO CESIONTIK.
           IF CLASEMOV = "CR"
               MOVE CONCEPTO TO CESIONTIK
           END-IF.
           CLOSE MOVIMIENTOSFILE.

           *> Datos de la sesion, de su espectaculo y del recinto; si
           *> la sesion ya no existe (baja o purga) se imprime lo que
           *> se sabe.
           MOVE "N" TO HAYESP.
           MOVE SPACES TO NOMESP.
           MOVE 0 TO FECHAESP.
           MOVE SPACES TO NOMREC.
           MOVE SPACES TO RECESP.
           MOVE SPACES TO ZONASCOMPRA.
           OPEN INPUT SESIONESFILE.
           IF FSSE NOT = "35"
               MOVE NUMESP TO NUMSES
               READ SESIONESFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO HAYESP
                       MOVE FECHA TO FECHAESP
                       DIVIDE HORASES BY 100 GIVING HORAFH
                              REMAINDER HORAFM
                       MOVE RECINTO TO RECESP
               END-READ
               CLOSE SESIONESFILE
           END-IF.
           IF HAYESP = "S"
               OPEN INPUT ESPECTACULOSFILE
               IF FSEF NOT = "35"
                   MOVE NUMESPSES TO NUM
                   READ ESPECTACULOSFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NOMBRE TO NOMESP
                   END-READ
                   CLOSE ESPECTACULOSFILE
               END-IF
           END-IF.
           IF HAYESP = "S"
               OPEN INPUT RECINTOSFILE
               IF FSRC NOT = "35"
                   MOVE RECESP TO CODRECINTO
                   READ RECINTOSFILE
                       INVALID KEY
                           CONTINUE
               STRING "Espectaculo: " NOMESP
                      DELIMITED BY SIZE INTO TIKETLIN
           ELSE
               STRING "Sesion num. " NUMESP
                      " (ya no en cartel)"
                      DELIMITED BY SIZE INTO TIKETLIN
           END-IF.
           IF HAYESP = "S"
               MOVE SPACES TO TIKETLIN
               STRING "Fecha (AAMMDD): " FECHAESP
                      "  Hora: " HORAFMT
                      DELIMITED BY SIZE INTO TIKETLIN
               WRITE TIKETLIN
               MOVE SPACES TO TIKETLIN
           STRING "Importe pagado: " IMPFORMA "E"
                  DELIMITED BY SIZE INTO TIKETLIN.
           WRITE TIKETLIN.
           IF PROMOTIK NOT = SPACES
               PERFORM ESCRIBIRPROMO THRU FINESCRIBIRPROMO
           END-IF.
           IF CESIONTIK NOT = SPACES
               MOVE CESIONTIK TO TIKETLIN
               WRITE TIKETLIN
           END-IF.

       ESCRIBIRASIENTOS.
           *> Localidades exactas de la compra: las del plano cuyo
           END-IF.
           STRING NUMASIENTO " " DELIMITED BY SIZE
                  INTO ASIENTOSLIN WITH POINTER PUNTLIN.
           ADD 1 TO ZONAASI GIVING IND.
           MOVE "S" TO ZONAVISTA (IND).
           ADD 1 TO IMPRESOS.
           GO TO LEERASIENTO.
       FINASIENTOS.
               MOVE "Localidades: sin numerar" TO TIKETLIN
               WRITE TIKETLIN
           END-IF.
           IF IMPRESOS > 0 AND HAYESP = "S"
               PERFORM ESCRIBIRZONAS THRU FINESCRIBIRZONAS
           END-IF.
           MOVE "================================================="
                   TO TIKETLIN.
           WRITE TIKETLIN.
           CLOSE TIKETFILE.
           MOVE "S" TO TIKOK.
           EXIT PROGRAM.

       ESCRIBIRPROMO.
           *> Compra con promocion (ver COMPRAR): si es de concesion
           *> se avisa de que la puerta pedira el documento.
           MOVE SPACES TO PRODESC.
           MOVE "N" TO PROCONCES.
           OPEN INPUT PROMOCIONESFILE.
           IF FSPR NOT = "35"
               MOVE PROMOTIK TO PROCOD
               READ PROMOCIONESFILE
                   INVALID KEY
                       MOVE SPACES TO PRODESC
                       MOVE "N" TO PROCONCES
               END-READ
               CLOSE PROMOCIONESFILE
           END-IF.
           MOVE SPACES TO TIKETLIN.
           STRING "Promocion: " PROMOTIK " " PRODESC
                  DELIMITED BY SIZE INTO TIKETLIN.
           WRITE TIKETLIN.
           IF PROCONCES = "S"
               MOVE "Entrada de concesion: presente su documento"
                       TO TIKETLIN
               WRITE TIKETLIN
           END-IF.
       FINESCRIBIRPROMO.
           EXIT.

       ESCRIBIRZONAS.
           *> Zona de precio de las localidades (ver MANTREC), una
           *> linea por zona; las que no caen en ninguna zona de un
           *> recinto que si las tiene salen como General. En
           *> recintos sin zonas no se imprime nada.
           OPEN INPUT ZONASFILE.
           IF FSZN = "35"
               GO TO FINESCRIBIRZONAS
           END-IF.
           MOVE RECESP TO ZONRECINTO.
           MOVE 0 TO ZONNUM.
           START ZONASFILE
               KEY NOT < ZONAKEY
               INVALID KEY GO TO FINZONAS
           END-START.
           READ ZONASFILE NEXT RECORD
               AT END GO TO FINZONAS
           END-READ.
           IF ZONRECINTO NOT = RECESP
               GO TO FINZONAS
           END-IF.
           MOVE 0 TO IND.
       ESCRIBIRZONA.
           ADD 1 TO IND.
           IF IND > 10
               GO TO FINZONAS
           END-IF.
           IF ZONAVISTA (IND) NOT = "S"
               GO TO ESCRIBIRZONA
           END-IF.
           SUBTRACT 1 FROM IND GIVING ZONAIMP.
           MOVE "General" TO NOMZONA.
           IF ZONAIMP > 0
               MOVE RECESP TO ZONRECINTO
               MOVE ZONAIMP TO ZONNUM
               READ ZONASFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZONNOMBRE TO NOMZONA
               END-READ
           END-IF.
           MOVE SPACES TO TIKETLIN.
           STRING "Zona: " NOMZONA
                  DELIMITED BY SIZE INTO TIKETLIN.
           WRITE TIKETLIN.
           GO TO ESCRIBIRZONA.
       FINZONAS.
           CLOSE ZONASFILE.
       FINESCRIBIRZONAS.
           EXIT.

       TIKABONO.
           *> Cabecera con el abono y el importe, y un bloque por
           *> sesion con su espectaculo, fecha, recinto y la
           *> localidad (la misma en todas). Las sesiones canceladas
           *> y ya reembolsadas (ver REEMESP) salen marcadas.
           OPEN INPUT ABOVENTASFILE.
           IF FSAV = "35"
               CLOSE ABOVENTASFILE
               EXIT PROGRAM
           END-IF.
           MOVE TIKMID TO ABVMID.
           READ ABOVENTASFILE
               INVALID KEY
                   CLOSE ABOVENTASFILE
                   EXIT PROGRAM
           END-READ.
           CLOSE ABOVENTASFILE.
           STRING "ENT" TIKMID ".TXT"
                  DELIMITED BY SIZE INTO NOMBRETIK.
           OPEN OUTPUT TIKETFILE.
           MOVE "============ BANCO UNIZAR - ENTRADAS ============"
                   TO TIKETLIN.
           WRITE TIKETLIN.
           MOVE SPACES TO TIKETLIN.
           STRING "Abono MID: " TIKMID
                  DELIMITED BY SIZE INTO TIKETLIN.
           WRITE TIKETLIN.
           MOVE SPACES TO TIKETLIN.
           STRING "Abono de temporada: " ABVNOMBRE
                  DELIMITED BY SIZE INTO TIKETLIN.
           WRITE TIKETLIN.
           MOVE SPACES TO TIKETLIN.
           STRING "Sesiones: " ABVNSES
                  DELIMITED BY SIZE INTO TIKETLIN.
           WRITE TIKETLIN.
           MOVE IMPORTE TO IMPFORMA.
           MOVE SPACES TO TIKETLIN.
           STRING "Importe pagado: " IMPFORMA "E"
                  DELIMITED BY SIZE INTO TIKETLIN.
           WRITE TIKETLIN.
           OPEN INPUT SESIONESFILE.
           OPEN INPUT ESPECTACULOSFILE.
           OPEN INPUT RECINTOSFILE.
           MOVE 0 TO ABVIND.
       TIKSESION.
           ADD 1 TO ABVIND.
           IF ABVIND > ABVNSES
               GO TO FINTIKABONO
           END-IF.
           MOVE "-------------------------------------------------"
                   TO TIKETLIN.
           WRITE TIKETLIN.
           MOVE "N" TO HAYESP.
           MOVE SPACES TO NOMESP.
           MOVE SPACES TO NOMREC.
           IF FSSE NOT = "35"
               MOVE ABVSES (ABVIND) TO NUMSES
               READ SESIONESFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO HAYESP
                       MOVE FECHA TO FECHAESP
                       DIVIDE HORASES BY 100 GIVING HORAFH
                              REMAINDER HORAFM
                       MOVE RECINTO TO RECESP
               END-READ
           END-IF.
           IF FSEF NOT = "35"
               MOVE ABVESP (ABVIND) TO NUM
               READ ESPECTACULOSFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOMBRE TO NOMESP
               END-READ
           END-IF.
           IF HAYESP = "S" AND FSRC NOT = "35"
               MOVE RECESP TO CODRECINTO
               READ RECINTOSFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOMBRERECINTO TO NOMREC
               END-READ
           END-IF.
           MOVE SPACES TO TIKETLIN.
           STRING "Espectaculo: " NOMESP
                  DELIMITED BY SIZE INTO TIKETLIN.
           WRITE TIKETLIN.
           MOVE SPACES TO TIKETLIN.
           IF HAYESP = "S"
               STRING "Fecha (AAMMDD): " FECHAESP
                      "  Hora: " HORAFMT
                      DELIMITED BY SIZE INTO TIKETLIN
               WRITE TIKETLIN
               MOVE SPACES TO TIKETLIN
               STRING "Recinto: " NOMREC
                      DELIMITED BY SIZE INTO TIKETLIN
               WRITE TIKETLIN
           ELSE
               STRING "Sesion num. " ABVSES (ABVIND)
                      " (ya no en cartel)"
                      DELIMITED BY SIZE INTO TIKETLIN
               WRITE TIKETLIN
           END-IF.
           IF ABVASIENTO > 0
               MOVE SPACES TO TIKETLIN
               STRING "Localidad: " ABVASIENTO
                      DELIMITED BY SIZE INTO TIKETLIN
               WRITE TIKETLIN
           ELSE
               MOVE "Localidades: sin numerar" TO TIKETLIN
               WRITE TIKETLIN
           END-IF.
           IF ABVEST (ABVIND) = "R"
               MOVE "*** SESION CANCELADA - IMPORTE REEMBOLSADO ***"
                       TO TIKETLIN
               WRITE TIKETLIN
           END-IF.
           GO TO TIKSESION.
       FINTIKABONO.
           IF FSSE NOT = "35"
               CLOSE SESIONESFILE
           END-IF.
           IF FSEF NOT = "35"
               CLOSE ESPECTACULOSFILE
           END-IF.
           IF FSRC NOT = "35"
               CLOSE RECINTOSFILE
           END-IF.
           MOVE "================================================="
                   TO TIKETLIN.
           WRITE TIKETLIN.
