           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSB4.

           SELECT SESBAKFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSB9.

           SELECT LIMBAKFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSB7.

           SELECT ACTBAKFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSBA.

           SELECT CLIENTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

           SELECT LIMITESFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAU.

           SELECT AUDCTRLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAC.

           SELECT MOVCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FD CLIBAKFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CLIENTES.BAK".
               01 CLIBAKREC PIC X(183).

           FD CUEBAKFILE
                   LABEL RECORDS ARE STANDARD
           FD MOVBAKFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVIMIENTOS.BAK".
               01 MOVBAKREC PIC X(118).

           FD ESPBAKFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPECTACULOS.BAK".
               01 ESPBAKREC PIC X(53).

           FD SESBAKFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SESIONES.BAK".
               01 SESBAKREC PIC X(35).

           FD LIMBAKFILE
                   LABEL RECORDS ARE STANDARD
           FD AUDBAKFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDIT.BAK".
               01 AUDBAKREC PIC X(121).

           FD MCTBAKFILE
                   LABEL RECORDS ARE STANDARD
               01 MCTBAKREC.
                 02 ULTIMOBAK PIC 9(9).

           FD ACTBAKFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDCTRL.BAK".
               01 ACTBAKREC.
                 02 ULTIMOSEQBAK  PIC 9(9).
                 02 ULTIMOHASHBAK PIC X(15).

           FD CLIENTESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CLIENTES.DAT".
                 02 TEL      PIC X(12).
                 02 DIR      PIC X(30).
                 02 CLAVE    PIC X(15).
                 02 FECHANAC PIC 9(8). *> AAAAMMDD nacimiento
                 02 NACIONAL PIC X(3). *> nacionalidad (codigo de pais)
                 02 CADDOC   PIC 9(6). *> AAMMDD caducidad del documento
                                       *> (0 = sin registrar)
                 02 EMAIL    PIC X(40).
                 02 PROFESION PIC X(20).

           FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
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
                 02 RECINTO PIC X(4). *> codigo de recinto
                 02 DISPONIBLES PIC 99999.
                 02 ASIGNADAS PIC 99999.

           FD LIMITESFILE
                   LABEL RECORDS ARE STANDARD
           FD AUDITFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDIT.DAT".
               01 AUDITLEIDO.
                 02 AUDLEVENTO   PIC X(97). *> evento (ver GRABAUDIT)
                 02 AUDLSEQ      PIC 9(9). *> numero de orden
                 02 AUDLHASH     PIC X(15). *> resumen encadenado

           FD AUDCTRLFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDCTRL.DAT".
               01 AUDCTRLREC.
                 02 ULTIMOSEQ  PIC 9(9).
                 02 ULTIMOHASH PIC X(15).

           FD MOVCONTROLFILE
                   LABEL RECORDS ARE STANDARD
                 02 ULTIMOMID PIC 9(9).

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSB1 PIC XX.
           77 FSB2 PIC XX.
           77 FSB3 PIC XX.
           77 FSB6 PIC XX.
           77 FSB7 PIC XX.
           77 FSB8 PIC XX.
           77 FSB9 PIC XX.
           77 FSSE PIC XX.
           77 FSCF PIC XX.
           77 FSCU PIC XX.
           77 FSMF PIC XX.
           77 FSEF PIC XX.
           77 FSLF PIC XX.
           77 FSAU PIC XX.
           77 FSAC PIC XX.
           77 FSBA PIC XX.
           77 FSMC PIC XX.
           77 EOF  PIC X VALUE "N".
           77 CARGADOS PIC 9(7).
           77 ULTIMOVIVO PIC 9(9) VALUE 0.
           77 HASHORIGEN PIC X(15) VALUE "#00000000000000".
           77 CONFIRMA PIC X(1).
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           OPEN INPUT ESPBAKFILE.
           IF FSB4 = "35"
               DISPLAY "Sin ESPECTACULOS.BAK; se omite."
               GO TO CARGARSES
           END-IF.
           OPEN OUTPUT ESPECTACULOSFILE.
       LEERESP.
           DISPLAY "ESPECTACULOS.DAT reconstruido: " CARGADOS
                   " registros.".

       CARGARSES.
           MOVE 0 TO CARGADOS.
           MOVE "N" TO EOF.
           OPEN INPUT SESBAKFILE.
           IF FSB9 = "35"
               DISPLAY "Sin SESIONES.BAK; se omite."
               GO TO CARGARLIM
           END-IF.
           OPEN OUTPUT SESIONESFILE.
       LEERSES.
           READ SESBAKFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "N"
               MOVE SESBAKREC TO SESIONESREC
               WRITE SESIONESREC
               ADD 1 TO CARGADOS
               GO TO LEERSES
           END-IF.
           CLOSE SESBAKFILE.
           CLOSE SESIONESFILE.
           DISPLAY "SESIONES.DAT reconstruido: " CARGADOS
                   " registros.".

       CARGARLIM.
           MOVE 0 TO CARGADOS.
           MOVE "N" TO EOF.
                   " registros.".

       CARGARAUD.
           *> Las filas se copian tal cual, con su numero de orden y
           *> su resumen, para que la cadena siga verificandose
           *> (VERIFAUD). Se toma nota de la ultima por si el juego
           *> no trae AUDCTRL.BAK.
           MOVE 0 TO CARGADOS.
           MOVE "N" TO EOF.
           MOVE 0 TO ULTIMOSEQ.
           MOVE HASHORIGEN TO ULTIMOHASH.
           OPEN INPUT AUDBAKFILE.
           IF FSB6 = "35"
               DISPLAY "Sin AUDIT.BAK; se omite."
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "N"
               MOVE AUDBAKREC TO AUDITLEIDO
               WRITE AUDITLEIDO
               MOVE AUDLSEQ TO ULTIMOSEQ
               MOVE AUDLHASH TO ULTIMOHASH
               ADD 1 TO CARGADOS
               GO TO LEERAUD
           END-IF.
           DISPLAY "AUDIT.DAT reconstruido: " CARGADOS
                   " registros.".

       CARGARACT.
           *> El control de la cadena vuelve con la auditoria; asi
           *> la fila de RESTAURACION de abajo continua la cadena
           *> restaurada en vez de la que habia antes.
           OPEN INPUT ACTBAKFILE.
           IF FSBA NOT = "35"
               READ ACTBAKFILE NEXT RECORD
               MOVE ULTIMOSEQBAK TO ULTIMOSEQ
               MOVE ULTIMOHASHBAK TO ULTIMOHASH
               CLOSE ACTBAKFILE
           END-IF.
           OPEN OUTPUT AUDCTRLFILE.
           WRITE AUDCTRLREC.
           CLOSE AUDCTRLFILE.
           DISPLAY "AUDCTRL.DAT reconstruido (ultimo numero "
                   ULTIMOSEQ ").".

       CARGARMCT.
           OPEN OUTPUT MOVCONTROLFILE.
           MOVE ULTIMOBAK TO ULTIMOMID.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "RESTAURAR" TO AUDITORIGEN.
           MOVE SPACES TO AUDITDNI.
           MOVE "RESTAURACION" TO AUDITACCION.
           STRING "Restaurada la copia " BAKFECHORA
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".

           DISPLAY "Restauracion terminada; verifique con VERIFBAK "
                   "y CONCILIA.".
