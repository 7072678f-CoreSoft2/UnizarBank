           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           FILE STATUS IS FSCU.

           SELECT INTENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSSC.

           SELECT COTITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COTKEY
           ALTERNATE RECORD KEY IS COTDNI WITH DUPLICATES
           FILE STATUS IS FSCT.

	   DATA DIVISION.
	   FILE SECTION.

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

	       FD INTENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "INTENTOS.DAT".
               01 SEGCFGREC.
                 02 MAXFALLOS PIC 99. *> fallos seguidos que bloquean

	       FD COTITFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "COTITULARES.DAT".
               01 COTITREC.
                 02 COTKEY.
                   03 COTCUENTA PIC X(10).
                   03 COTDNI    PIC X(9).
                 02 COTROL    PIC X(1). *> T cotitular / A autorizado /
                                        *> C solo consulta
                 02 COTTOPE   PIC 9999999V99. *> tope por operacion
                                              *> (autorizados)
                 02 COTFECHA  PIC 9(6). *> AAMMDD de alta

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           *> Aviso al cliente (ver AVISAR)
           77 AVDNI     PIC X(9).
           77 AVCUENTA  PIC X(10).
           77 AVTIPO    PIC X(2).
           77 AVREF     PIC X(12).
           77 AVTEXTO   PIC X(60).
           77 FSCF    PIC XX.
           77 FSCU    PIC XX.
           77 NCUENTAS PIC 9 VALUE 0.
           77 LUGAR   PIC 99.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           *> Cuentas del cliente mostradas en el selector (max 8),
           *> con su papel en cada una (P titular, T/A/C como en
           *> COTITULARES.DAT).
           01 CUENTASELEC.
             02 CUENTAELEC OCCURS 8.
               03 CUENTATAB PIC X(10).
               03 SALDOTAB  PIC S9999999V99.
               03 ROLTAB    PIC X(1).
           77 FSCT    PIC XX.
           77 EOFCOT  PIC X VALUE "N".
           77 ROLCTA  PIC X(1).
           77 TECLA   PIC X(01).
           77 ESCAP   PIC 99.
           77 DNIIN   PIC X(9).
           77 FSSC      PIC XX.
           77 MAXFALLOSW PIC 99.
           77 BLOQNUEVO PIC X VALUE "N".
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).

           77 CUENTACT PIC X(10).
           77 SALDOACT PIC S9999999V99.
           77 DNIACT   PIC X(9).

       PROCEDURE DIVISION.
           START CUENTASFILE
               KEY = DNITIT
               INVALID KEY
                   GO TO FINCUENTAS
           END-START.
       LEERCUENTAS.
           READ CUENTASFILE NEXT RECORD
               DISPLAY SALDOFORMA LINE LUGAR COLUMN 38
               MOVE CUENTA TO CUENTATAB (NCUENTAS)
               MOVE SALDO TO SALDOTAB (NCUENTAS)
               MOVE "P" TO ROLTAB (NCUENTAS)
           END-IF.
           GO TO LEERCUENTAS.
       FINCUENTAS.
           *> Detras van las cuentas de otros titulares en las que
           *> este DNI figura como cotitular, autorizado o de solo
           *> consulta (ver el mantenimiento de cotitulares de
           *> MANTCLI), por la clave alterna COTDNI.
           MOVE "N" TO EOFCOT.
           OPEN INPUT COTITFILE.
           IF FSCT = "35"
               GO TO FINCOTIT
           END-IF.
           MOVE DNIACT TO COTDNI.
           START COTITFILE
               KEY = COTDNI
               INVALID KEY
                   CLOSE COTITFILE
                   GO TO FINCOTIT
           END-START.
       LEERCOTIT.
           READ COTITFILE NEXT RECORD
               AT END MOVE "Y" TO EOFCOT
           END-READ.
           IF EOFCOT = "Y" OR COTDNI NOT = DNIACT
               CLOSE COTITFILE
               GO TO FINCOTIT
           END-IF.
           MOVE COTCUENTA TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   GO TO LEERCOTIT
           END-READ.
           IF BLOQUEADA = "C"
               GO TO LEERCOTIT
           END-IF.
           IF NCUENTAS < 8
               ADD 1 TO NCUENTAS
               ADD NCUENTAS TO 7 GIVING LUGAR
               DISPLAY NCUENTAS " - " CUENTA LINE LUGAR COLUMN 20
               MOVE SALDO TO SALDOFORMA
               DISPLAY SALDOFORMA LINE LUGAR COLUMN 38
               EVALUATE COTROL
                   WHEN "T"
                       DISPLAY "cotitular" LINE LUGAR COLUMN 55
                   WHEN "A"
                       DISPLAY "autorizado" LINE LUGAR COLUMN 55
                   WHEN OTHER
                       DISPLAY "consulta" LINE LUGAR COLUMN 55
               END-EVALUATE
               MOVE CUENTA TO CUENTATAB (NCUENTAS)
               MOVE SALDO TO SALDOTAB (NCUENTAS)
               MOVE COTROL TO ROLTAB (NCUENTAS)
           END-IF.
           GO TO LEERCOTIT.
       FINCOTIT.
           CLOSE CUENTASFILE.
           IF NCUENTAS = 0
               GO TO NOHAYCUENTAS
           END-IF.
           MOVE CUENTATAB (OPCION) TO CUENTACT.
           MOVE SALDOTAB (OPCION) TO SALDOACT.
           MOVE ROLTAB (OPCION) TO ROLCTA.

       MOSTRARMENU.
           CALL "MOSTRARTITULO".
           DISPLAY "5 - Reservar entradas" LINE 17 COLUMN 25.
           DISPLAY "6 - Mis entradas" LINE 19 COLUMN 25.
           DISPLAY "7 - Cambiar clave" LINE 21 COLUMN 25.
           DISPLAY "8 - Mas opciones" LINE 22 COLUMN 25.
           DISPLAY "9 - Salir" LINE 23 COLUMN 25.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       ELEGIR.
           ACCEPT OPCION LINE 22 COLUMN 45
               ON EXCEPTION GO TO SALIDA
           END-ACCEPT.
           *> Con acceso de solo consulta no se mueve dinero ni se
           *> reserva; las ordenes periodicas se quedan para el
           *> titular y los cotitulares (EJECORDEN no conoce el
           *> tope de un autorizado). TRANSFER y COMPRAR vuelven a
           *> comprobar el papel por su cuenta (ver ROLCUENTA).
           IF ROLCTA = "C"
                   AND (OPCION = 1 OR OPCION = 2 OR OPCION = 4
                       OR OPCION = 5)
               GO TO OPCIONNOPERMITIDA
           END-IF.
           IF ROLCTA = "A" AND OPCION = 4
               GO TO OPCIONNOPERMITIDA
           END-IF.
           EVALUATE OPCION
               WHEN 1
                   CALL "TRANSFER" USING CUENTACT, SALDOACT, DNIACT
               WHEN 7
                   GO TO CAMBIARCLAVE
               WHEN 8
                   GO TO MOSTRARMENU2
               WHEN 9
                   GO TO SALIDA
               WHEN OTHER
                   GO TO ELEGIR
           END-EVALUATE.

       OPCIONNOPERMITIDA.
           DISPLAY "Opcion no disponible con su acceso a esta cuenta"
                   LINE 20 COLUMN 15.
           GO TO ELEGIR.

       MOSTRARMENU2.
           *> El menu principal no admite mas opciones de una cifra;
           *> las de uso menos frecuente cuelgan de la opcion 8.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Mas opciones" LINE 5 COLUMN 20.
           DISPLAY "1 - Mis beneficiarios" LINE 9 COLUMN 25.
           DISPLAY "2 - Recibos domiciliados" LINE 11 COLUMN 25.
           DISPLAY "3 - Abonos de temporada" LINE 13 COLUMN 25.
           DISPLAY "4 - Avisos" LINE 15 COLUMN 25.
           DISPLAY "9 - Volver" LINE 23 COLUMN 25.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       ELEGIR2.
           ACCEPT OPCION LINE 22 COLUMN 45
               ON EXCEPTION GO TO RECARGARSALDO
           END-ACCEPT.
           *> Los mandatos de domiciliacion los firma el titular o un
           *> cotitular.
           IF OPCION = 2 AND ROLCTA NOT = "P" AND ROLCTA NOT = "T"
               DISPLAY "Opcion no disponible con su acceso a esta "
                       "cuenta" LINE 20 COLUMN 15
               GO TO ELEGIR2
           END-IF.
           *> El abono es una compra: igual que la opcion de comprar
           *> entradas, no la tiene un acceso de solo consulta.
           IF OPCION = 3 AND ROLCTA = "C"
               DISPLAY "Opcion no disponible con su acceso a esta "
                       "cuenta" LINE 20 COLUMN 15
               GO TO ELEGIR2
           END-IF.
           EVALUATE OPCION
               WHEN 1
                   CALL "MANTBEN" USING CUENTACT, SALDOACT, DNIACT
                   CANCEL "MANTBEN"
                   GO TO RECARGARSALDO
               WHEN 2
                   CALL "MISRECIBOS" USING CUENTACT, SALDOACT, DNIACT
                   CANCEL "MISRECIBOS"
                   GO TO RECARGARSALDO
               WHEN 3
                   CALL "COMPRABONO" USING CUENTACT, SALDOACT, DNIACT
                   CANCEL "COMPRABONO"
                   GO TO RECARGARSALDO
               WHEN 4
                   CALL "MISAVISOS" USING CUENTACT, SALDOACT, DNIACT
                   CANCEL "MISAVISOS"
                   GO TO RECARGARSALDO
               WHEN 9
                   GO TO RECARGARSALDO
               WHEN OTHER
                   GO TO ELEGIR2
           END-EVALUATE.

       RECARGARSALDO.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "LOGIN" TO AUDITORIGEN.
           MOVE DNIACT TO AUDITDNI.
           MOVE "RESET CLAVE" TO AUDITACCION.
           MOVE "Clave cambiada por el cliente" TO AUDITDETALLE.
           MOVE SPACES TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".

           DISPLAY "Clave cambiada correctamente" LINE 20 COLUMN 15.
       REPEATCC.
           MOVE INTBLOQ TO BLOQNUEVO.

           *> Rastro de seguridad separado de MOVIMIENTOSFILE (ver
           *> AUDITORIA), escrito en orden y encadenado por GRABAUDIT.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "LOGIN" TO AUDITORIGEN.
           MOVE DNIIN TO AUDITDNI.
           MOVE "LOGIN FALLIDO" TO AUDITACCION.
           MOVE "DNI o clave incorrectos" TO AUDITDETALLE.
           *> Autoservicio del cliente: no hay operador en el terminal.
           MOVE SPACES TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
           IF BLOQNUEVO = "Y"
               *> El intento que agota el umbral deja ademas su
               *> propio rastro de bloqueo, como el BLOQUEO de
               MOVE "Acceso bloqueado por intentos fallidos"
                       TO AUDITDETALLE
               MOVE SPACES TO AUDITOPER
               CALL "GRABAUDIT" USING AUDITREC
               CANCEL "GRABAUDIT"
           END-IF.
           IF BLOQNUEVO = "Y"
               *> Si el bloqueo no lo provoco el cliente, asi se
               *> entera (ver AVISAR).
               MOVE DNIIN TO AVDNI
               MOVE SPACES TO AVCUENTA
               MOVE "BQ" TO AVTIPO
               MOVE SPACES TO AVREF
               MOVE SPACES TO AVTEXTO
               STRING "Acceso bloqueado por intentos fallidos; "
                      "acuda a su oficina" DELIMITED BY SIZE
                      INTO AVTEXTO
               CALL "AVISAR" USING AVDNI, AVCUENTA, AVTIPO, AVREF,
                                   AVTEXTO
               CANCEL "AVISAR"
               GO TO ACCESOBLOQUEADO
           END-IF.
           CALL "MOSTRARTITULO".
