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
           LOCK MODE IS MANUAL
           FILE STATUS IS FSAC.

           SELECT CLIBAKFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
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

           SELECT BAKCTRLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
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
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDIT.DAT".
               01 AUDITREC.
                 02 AUDITEVENTO  PIC X(97). *> evento (ver GRABAUDIT)
                 02 AUDITSEQ     PIC 9(9). *> numero de orden
                 02 AUDITHASH    PIC X(15). *> resumen encadenado

           FD AUDCTRLFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDCTRL.DAT".
               01 AUDCTRLREC.
                 02 ULTIMOSEQ  PIC 9(9).
                 02 ULTIMOHASH PIC X(15).

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
                   VALUE OF FILE-ID IS "MOVCTRL.BAK".
               01 MCTBAKREC PIC X(9).

           FD ACTBAKFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDCTRL.BAK".
               01 ACTBAKREC.
                 02 ULTIMOSEQBAK  PIC 9(9).
                 02 ULTIMOHASHBAK PIC X(15).

           FD BAKCTRLFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "BAKCTRL.DAT".
           77 FSB6 PIC XX.
           77 FSB7 PIC XX.
           77 FSB8 PIC XX.
           77 FSB9 PIC XX.
           77 FSAC PIC XX.
           77 FSBA PIC XX.
           77 FSSE PIC XX.
           77 EOF  PIC X VALUE "N".
           77 FECHAB PIC 9(6).
           77 HORA   PIC 9(8).
           77 HORAMIN PIC 9(4).
           77 FECHORACT PIC 9999999999. *> AAMMDDHHMM
           77 COPIADOS PIC 9(7).
           77 HASHORIGEN PIC X(15) VALUE "#00000000000000".

       PROCEDURE DIVISION.

           MOVE "N" TO EOF.
           OPEN INPUT ESPECTACULOSFILE.
           IF FSEF = "35"
               GO TO COPIARSES
           END-IF.
           OPEN OUTPUT ESPBAKFILE.
       LEERESP.
           CLOSE ESPBAKFILE.
           DISPLAY "ESPECTACULOS.BAK: " COPIADOS " registros.".

       COPIARSES.
           MOVE 0 TO COPIADOS.
           MOVE "N" TO EOF.
           OPEN INPUT SESIONESFILE.
           IF FSSE = "35"
               GO TO COPIARLIM
           END-IF.
           OPEN OUTPUT SESBAKFILE.
       LEERSES.
           READ SESIONESFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "N"
               MOVE SESIONESREC TO SESBAKREC
               WRITE SESBAKREC
               ADD 1 TO COPIADOS
               GO TO LEERSES
           END-IF.
           CLOSE SESIONESFILE.
           CLOSE SESBAKFILE.
           DISPLAY "SESIONES.BAK: " COPIADOS " registros.".

       COPIARLIM.
           MOVE 0 TO COPIADOS.
           MOVE "N" TO EOF.
           DISPLAY "LIMITES.BAK: " COPIADOS " registros.".

       COPIARAUD.
           *> La auditoria se copia con su numero de orden y su
           *> resumen encadenado (ver GRABAUDIT). Hay escrituras de
           *> auditoria que no pasan por ULTIMOMID (LOGIN, OPSIGNON),
           *> asi que se retiene ademas el registro de control de la
           *> cadena: GRABAUDIT espera mientras tanto, y AUDIT.BAK y
           *> AUDCTRL.BAK quedan coherentes entre si.
           MOVE 0 TO COPIADOS.
           MOVE "N" TO EOF.
           OPEN I-O AUDCTRLFILE.
           IF FSAC = "35"
               MOVE 0 TO ULTIMOSEQ
               MOVE HASHORIGEN TO ULTIMOHASH
           ELSE
               READ AUDCTRLFILE NEXT RECORD WITH LOCK
           END-IF.
           OPEN INPUT AUDITFILE.
           IF FSAU = "35"
               GO TO COPIARACT
           END-IF.
           OPEN OUTPUT AUDBAKFILE.
       LEERAUD.
               MOVE AUDITREC TO AUDBAKREC
               WRITE AUDBAKREC
               ADD 1 TO COPIADOS
               IF FSAC = "35"
                   *> Sin control todavia: el ancla es la ultima
                   *> fila, como hace GRABAUDIT al crearlo.
                   MOVE AUDITSEQ TO ULTIMOSEQ
                   MOVE AUDITHASH TO ULTIMOHASH
               END-IF
               GO TO LEERAUD
           END-IF.
           CLOSE AUDITFILE.
           CLOSE AUDBAKFILE.
           DISPLAY "AUDIT.BAK: " COPIADOS " registros.".

       COPIARACT.
           OPEN OUTPUT ACTBAKFILE.
           MOVE ULTIMOSEQ TO ULTIMOSEQBAK.
           MOVE ULTIMOHASH TO ULTIMOHASHBAK.
           WRITE ACTBAKREC.
           CLOSE ACTBAKFILE.
           IF FSAC NOT = "35"
               UNLOCK AUDCTRLFILE
               CLOSE AUDCTRLFILE
           END-IF.
           DISPLAY "AUDCTRL.BAK: 0000001 registros.".

       COPIARMCT.
           *> El registro de control se copia del area que ya esta
           *> leida y bloqueada desde QUIESCER.
