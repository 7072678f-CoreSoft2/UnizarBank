           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

           SELECT RESERVASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

           FD RESERVASFILE
                   LABEL RECORDS ARE STANDARD
               01 RESERVASREC.
                 02 RESID     PIC 9(5).
                 02 DNIRES    PIC X(9).
                 02 NUMESPRES PIC 9(6). *> sesion
                 02 CANTRES   PIC 9(5).
                 02 EXPIRARES PIC 9999999999. *> AAMMDDHHMM

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
           77 FSEF    PIC XX.
           77 FSSE    PIC XX.
           77 FSRE    PIC XX.
           77 FSLF    PIC XX.
           77 FSAS    PIC XX.
           77 TECLA   PIC X(01).
           77 ESCAP   PIC 99.
           77 EOF     PIC X VALUE "N".
           77 NUMIN   PIC 9(6).
           77 CANTIN  PIC 9(5).
           77 MAXID   PIC 9(5).
           77 FECHAB  PIC 9(6).
           77 HHMMTMP PIC 9(4).
           77 DIASMES PIC 99.
           77 EXPIRACALC PIC 9999999999. *> AAMMDDHHMM
           77 ZONAACT   PIC 9.
           77 NOMZONA   PIC X(12).
           77 LIBRESZONA PIC 9(5).
           77 ZONAOK    PIC X(1).
           77 PRECIOZONA PIC 999V99.

       LINKAGE SECTION.
           77 CUENTACT PIC X(10).
           77 SALDOACT PIC S9999999V99.
           77 DNIACT PIC X(9).
       PROCEDURE DIVISION USING CUENTACT, SALDOACT, DNIACT.

           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Reserva de entradas" LINE 5 COLUMN 28.
           DISPLAY "Numero de sesion: " LINE 9 COLUMN 20.
           DISPLAY "Cantidad de entradas: " LINE 11 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.

           ACCEPT NUMIN LINE 9 COLUMN 38
               ON EXCEPTION GO TO SALIDA
           END-ACCEPT.
           ACCEPT CANTIN LINE 11 COLUMN 42
           *> con la misma disciplina de REWRITE que la compra en
           *> COMPRAR; las devuelve CADUCARES si la reserva expira o
           *> las consume COMPRAR si se convierte en compra.
           OPEN I-O SESIONESFILE.
           MOVE NUMIN TO NUMSES.
           START SESIONESFILE
               KEY = NUMSES
               INVALID KEY GO TO ERR
           END-START.
           READ SESIONESFILE NEXT
               AT END GO TO ERR
           END-READ.
           *> El precio general es del espectaculo de la sesion.
           OPEN INPUT ESPECTACULOSFILE.
           MOVE NUMESPSES TO NUM.
           READ ESPECTACULOSFILE
               INVALID KEY
                   CLOSE ESPECTACULOSFILE
                   GO TO ERR
           END-READ.
           CLOSE ESPECTACULOSFILE.
           DISPLAY NOMBRE LINE 9 COLUMN 46.
           IF CANTIN > DISPONIBLES
               CLOSE SESIONESFILE
               GO TO SINENTRADAS
           END-IF.
           *> La reserva se hace en una zona de precio (ver
           *> ELEGIRZONA) y retiene localidades de esa zona; COMPRAR
           *> cobra luego cada una al precio de la suya.
           MOVE PRECIO TO PRECIOZONA.
           CALL "ELEGIRZONA" USING NUMIN, NUMESPSES, RECINTO,
                   PRECIOZONA, ZONAACT, NOMZONA, LIBRESZONA, ZONAOK.
           CANCEL "ELEGIRZONA".
           IF ZONAOK = "N"
               CLOSE SESIONESFILE
               GO TO SALIDA
           END-IF.
           IF ZONAOK = "S"
               CALL "MOSTRARTITULO"
               CANCEL "MOSTRARTITULO"
               DISPLAY "Reserva de entradas" LINE 5 COLUMN 28
               DISPLAY "Zona: " NOMZONA LINE 9 COLUMN 20
               IF CANTIN > LIBRESZONA
                   CLOSE SESIONESFILE
                   GO TO SINENTRADAS
               END-IF
           END-IF.

       CALCULAREXPIRA.
           *> Vencimiento = ahora mas las horas configuradas en
           CLOSE RESERVASFILE.

           SUBTRACT CANTIN FROM DISPONIBLES GIVING DISPONIBLES.
           REWRITE SESIONESREC.
           CLOSE SESIONESFILE.

           *> La reserva retiene localidades concretas del plano (ver
           *> MANTESP): las primeras libres (de la zona elegida, si
           *> el recinto tiene zonas) quedan en estado R hasta
           *> que COMPRAR las convierta o CADUCARES las libere.
           MOVE 0 TO RETENIDOS.
           OPEN I-O ASIENTOSFILE.
           IF ESTADOASI NOT = "L"
               GO TO RETENERASIENTO
           END-IF.
           IF ZONAOK = "S" AND ZONAASI NOT = ZONAACT
               GO TO RETENERASIENTO
           END-IF.
           MOVE "R" TO ESTADOASI.
           MOVE 0 TO MIDASIENTO.
           MOVE RESID TO RESASIENTO.
           GO TO REPEATFIN.

       ERR.
           CLOSE SESIONESFILE.
           DISPLAY "No se pudo registrar la reserva" LINE 14 COLUMN 22.
           GO TO REPEATFIN.

