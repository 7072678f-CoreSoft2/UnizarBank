       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATOSCLI.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNI
           FILE STATUS IS FSCF.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           FILE STATUS IS FSCU.

           SELECT COTITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COTKEY
           ALTERNATE RECORD KEY IS COTDNI WITH DUPLICATES
           FILE STATUS IS FSCT.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           ALTERNATE RECORD KEY IS CUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSMF.

           SELECT MOVARCHFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSMA.

           SELECT ASIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASIKEY
           FILE STATUS IS FSAS.

           SELECT BENEFICFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BENID
           FILE STATUS IS FSBE.

           SELECT ORDENESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDENID
           FILE STATUS IS FSOR.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAU.

           SELECT AVISOPREFFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREFDNI
           FILE STATUS IS FSAP.

           SELECT DATOSFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSDA.

       DATA DIVISION.
       FILE SECTION.

           FD CLIENTESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CLIENTES.DAT".
               01 CLIENTESREC.
                 02 DNI      PIC X(9).
                 02 NOMBAPE  PIC X(40).
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
                   VALUE OF FILE-ID IS "CUENTAS.DAT".
               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

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

           FD MOVIMIENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVIMIENTOS.DAT".
               01 MOVIMIENTOSREC.
                 02 MID      PIC 9(9).
                 02 FECHORA  PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTAMOV   PIC X(10).
                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 NUMESP PIC 9(6) VALUE 0.
                 02 CANTENTR PIC 9(5) VALUE 0.
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)

           FD MOVARCHFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVARCH.DAT".
               01 MOVIMIENTOSRECAR.
                 02 MIDAR      PIC 9(9).
                 02 FECHORAAR  PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTAMOVAR   PIC X(10).
                 02 CONCEPTOAR PIC X(40).
                 02 CANTIDADAR PIC S9999999V99.
                 02 DESTINOAR  PIC X(10).
                 02 SALDOCUENTAAR    PIC S9999999V99.
                 02 NUMESPAR PIC 9(6).
                 02 CANTENTRAR PIC 9(5).
                 02 CLASEMOVAR PIC X(2).
                 02 PROMOMOVAR PIC X(8).

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

           FD BENEFICFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "BENEFIC.DAT".
               01 BENEFICREC.
                 02 BENID   PIC 9(5).
                 02 DNIBEN  PIC X(9).  *> cliente dueno de la agenda
                 02 CTABEN  PIC X(10). *> cuenta destino guardada
                 02 TITBEN  PIC X(12). *> titular declarado

           FD ORDENESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ORDENES.DAT".
               01 ORDENESREC.
                 02 ORDENID  PIC 9(5).
                 02 DNIORD   PIC X(9).
                 02 CUENTAORD PIC X(10). *> cuenta de cargo
                 02 DESTORD  PIC X(10).
                 02 CANTORD  PIC 9999999V99.
                 02 DIAORD   PIC 99.
                 02 PROXORD  PIC 9(6). *> AAMMDD, como FECHAOF
                 02 ESTADOORD PIC X(1). *> A activa / F fallida
                 02 TITORD   PIC X(12). *> titular destino (envios
                                        *> a otra entidad)

           FD AUDITFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDIT.DAT".
               *> Evento, numero de orden y resumen encadenado (ver
               *> GRABAUDIT); se lee sobre AUDITREC.
               01 AUDITLEIDO PIC X(121).

           FD AVISOPREFFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AVISOPREF.DAT".
               01 AVISOPREFREC.
                 02 PREFDNI    PIC X(9).
                 02 PREFCANAL  PIC X(1). *> C carta / S SMS / E correo
                 02 PREFEMAIL  PIC X(40).
                 02 PREFUMBRAL PIC 9999999V99. *> 0: sin aviso de
                                               *> saldo bajo

           *> Copia de los datos de un cliente para entregarle: una
           *> linea por dato, con el tipo delante y los campos
           *> separados por punto y coma. El nombre lleva el DNI
           *> (ver NOMBREDATOS), como los ficheros de EXPORTMOV.
           FD DATOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMBREDATOS.
               01 DATOSLIN PIC X(132).

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSCF      PIC XX.
           77 FSCU      PIC XX.
           77 FSCT      PIC XX.
           77 FSMF      PIC XX.
           77 FSMA      PIC XX.
           77 FSAS      PIC XX.
           77 FSBE      PIC XX.
           77 FSOR      PIC XX.
           77 FSAU      PIC XX.
           77 FSDA      PIC XX.
           77 FSAP      PIC XX.
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".
           77 EOF       PIC X VALUE "N".
           77 EOFAS     PIC X VALUE "N".
           77 DNIIN     PIC X(9).
           *> DATOS + DNI + .DAT
           77 NOMBREDATOS PIC X(18).
           77 CTAIND    PIC 99.
           77 NCTAS     PIC 99 VALUE 0.
           77 CTAACT    PIC X(10).
           77 LINEAS    PIC 9(6) VALUE 0.
           77 IMPFORMA  PIC -ZZZZZZ9.99.
           77 SALFORMA  PIC -ZZZZZZ9.99.
           77 CANTFORMA PIC ZZZZZZ9.99.
           77 PUNTLIN   PIC 999.
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).
           *> Cuentas del cliente: las suyas y en las que figura en
           *> COTITULARES.DAT, con su papel en cada una.
           01 CTAS.
             02 CTATAB OCCURS 50.
               03 CTANUM PIC X(10).
               03 CTAROL PIC X(1). *> P titular / T, A, C como COTROL

       PROCEDURE DIVISION.

       IDENTOPER.
           *> La copia de los datos de un cliente la saca un
           *> supervisor y queda en la auditoria, igual que el resto
           *> de funciones de MANTRET.
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
           *> Derecho de acceso a los datos personales: todo lo que
           *> se guarda de un DNI (ficha de cliente, cuentas,
           *> preferencias de aviso, movimientos vivos y archivados,
           *> entradas, agenda de beneficiarios, ordenes permanentes
           *> y auditoria) en un fichero para entregarle al cliente.
           DISPLAY " ".
           DISPLAY "Copia de los datos personales de un cliente".
           DISPLAY "DNI: " WITH NO ADVANCING.
           ACCEPT DNIIN.
           OPEN INPUT CLIENTESFILE.
           IF FSCF = "35"
               DISPLAY "No hay clientes registrados."
               EXIT PROGRAM
           END-IF.
           MOVE DNIIN TO DNI.
           READ CLIENTESFILE
               INVALID KEY
                   CLOSE CLIENTESFILE
                   DISPLAY "No existe ningun cliente con ese DNI."
                   EXIT PROGRAM
           END-READ.
           CLOSE CLIENTESFILE.

           MOVE SPACES TO NOMBREDATOS.
           STRING "DATOS" DNIIN ".DAT"
                  DELIMITED BY SIZE INTO NOMBREDATOS.
           OPEN OUTPUT DATOSFILE.

           *> Ficha del cliente; la CLAVE es un resumen (ver
           *> HASHCLAVE) y no se entrega.
           MOVE SPACES TO DATOSLIN.
           STRING "CL;" DNI ";" NOMBAPE ";" TEL ";" DIR
                  DELIMITED BY SIZE INTO DATOSLIN.
           PERFORM ESCRIBIR THRU FINESCRIBIR.
           MOVE SPACES TO DATOSLIN.
           STRING "CK;" FECHANAC ";" NACIONAL ";" CADDOC ";" EMAIL
                  ";" PROFESION
                  DELIMITED BY SIZE INTO DATOSLIN.
           PERFORM ESCRIBIR THRU FINESCRIBIR.

       PREFAVISOS.
           *> Preferencias de aviso (ver MISAVISOS): canal, correo
           *> de los avisos y umbral de saldo bajo.
           OPEN INPUT AVISOPREFFILE.
           IF FSAP = "35"
               GO TO CUENTASTIT
           END-IF.
           MOVE DNIIN TO PREFDNI.
           READ AVISOPREFFILE
               INVALID KEY
                   CLOSE AVISOPREFFILE
                   GO TO CUENTASTIT
           END-READ.
           CLOSE AVISOPREFFILE.
           MOVE PREFUMBRAL TO CANTFORMA.
           MOVE SPACES TO DATOSLIN.
           STRING "AP;" PREFCANAL ";" PREFEMAIL ";" CANTFORMA
                  DELIMITED BY SIZE INTO DATOSLIN.
           PERFORM ESCRIBIR THRU FINESCRIBIR.

       CUENTASTIT.
           OPEN INPUT CUENTASFILE.
           IF FSCU = "35"
               GO TO FINCUENTAS
           END-IF.
           MOVE DNIIN TO DNITIT.
           MOVE "N" TO EOF.
           START CUENTASFILE
               KEY = DNITIT
               INVALID KEY MOVE "Y" TO EOF
           END-START.
       LEERCTA.
           IF EOF = "N"
               READ CUENTASFILE NEXT RECORD
                   AT END MOVE "Y" TO EOF
               END-READ
           END-IF.
           IF EOF = "Y" OR DNITIT NOT = DNIIN
               GO TO CUENTASCOT
           END-IF.
           IF NCTAS < 50
               ADD 1 TO NCTAS
               MOVE CUENTA TO CTANUM (NCTAS)
               MOVE "P" TO CTAROL (NCTAS)
           END-IF.
           MOVE SALDO TO SALFORMA.
           MOVE SPACES TO DATOSLIN.
           STRING "CU;" CUENTA ";P;" SALFORMA ";" BLOQUEADA
                  DELIMITED BY SIZE INTO DATOSLIN.
           PERFORM ESCRIBIR THRU FINESCRIBIR.
           GO TO LEERCTA.

       CUENTASCOT.
           *> Cuentas de otros titulares en las que figura como
           *> cotitular, autorizado o de consulta (ver MANTCLI).
           OPEN INPUT COTITFILE.
           IF FSCT = "35"
               GO TO FINCOT
           END-IF.
           MOVE DNIIN TO COTDNI.
           MOVE "N" TO EOF.
           START COTITFILE
               KEY = COTDNI
               INVALID KEY MOVE "Y" TO EOF
           END-START.
       LEERCOT.
           IF EOF = "N"
               READ COTITFILE NEXT RECORD
                   AT END MOVE "Y" TO EOF
               END-READ
           END-IF.
           IF EOF = "Y" OR COTDNI NOT = DNIIN
               CLOSE COTITFILE
               GO TO FINCOT
           END-IF.
           IF NCTAS < 50
               ADD 1 TO NCTAS
               MOVE COTCUENTA TO CTANUM (NCTAS)
               MOVE COTROL TO CTAROL (NCTAS)
           END-IF.
           MOVE COTCUENTA TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   MOVE 0 TO SALDO
                   MOVE SPACES TO BLOQUEADA
           END-READ.
           MOVE SALDO TO SALFORMA.
           MOVE COTTOPE TO CANTFORMA.
           MOVE SPACES TO DATOSLIN.
           STRING "CU;" COTCUENTA ";" COTROL ";" SALFORMA ";"
                  BLOQUEADA ";" CANTFORMA ";" COTFECHA
                  DELIMITED BY SIZE INTO DATOSLIN.
           PERFORM ESCRIBIR THRU FINESCRIBIR.
           GO TO LEERCOT.
       FINCOT.
           CLOSE CUENTASFILE.
       FINCUENTAS.

           MOVE 0 TO CTAIND.
       SIGUIENTECTA.
           ADD 1 TO CTAIND.
           IF CTAIND > NCTAS
               GO TO BENEFICIARIOS
           END-IF.
           MOVE CTANUM (CTAIND) TO CTAACT.
           PERFORM MOVCUENTA THRU FINMOVCUENTA.
           PERFORM ARCHCUENTA THRU FINARCHCUENTA.
           GO TO SIGUIENTECTA.

       BENEFICIARIOS.
           OPEN INPUT BENEFICFILE.
           IF FSBE = "35"
               GO TO ORDENES
           END-IF.
       LEERBEN.
           READ BENEFICFILE NEXT RECORD
               AT END
                   CLOSE BENEFICFILE
                   GO TO ORDENES
           END-READ.
           IF DNIBEN NOT = DNIIN
               GO TO LEERBEN
           END-IF.
           MOVE SPACES TO DATOSLIN.
           STRING "BE;" BENID ";" CTABEN ";" TITBEN
                  DELIMITED BY SIZE INTO DATOSLIN.
           PERFORM ESCRIBIR THRU FINESCRIBIR.
           GO TO LEERBEN.

       ORDENES.
           OPEN INPUT ORDENESFILE.
           IF FSOR = "35"
               GO TO AUDITORIA
           END-IF.
       LEERORD.
           READ ORDENESFILE NEXT RECORD
               AT END
                   CLOSE ORDENESFILE
                   GO TO AUDITORIA
           END-READ.
           IF DNIORD NOT = DNIIN
               GO TO LEERORD
           END-IF.
           MOVE CANTORD TO CANTFORMA.
           MOVE SPACES TO DATOSLIN.
           STRING "OR;" ORDENID ";" CUENTAORD ";" DESTORD ";"
                  TITORD ";" CANTFORMA ";" DIAORD ";" PROXORD ";"
                  ESTADOORD
                  DELIMITED BY SIZE INTO DATOSLIN.
           PERFORM ESCRIBIR THRU FINESCRIBIR.
           GO TO LEERORD.

       AUDITORIA.
           OPEN INPUT AUDITFILE.
           IF FSAU = "35"
               GO TO CERRARDATOS
           END-IF.
       LEERAUD.
           READ AUDITFILE NEXT RECORD INTO AUDITREC
               AT END
                   CLOSE AUDITFILE
                   GO TO CERRARDATOS
           END-READ.
           IF AUDITDNI NOT = DNIIN
               GO TO LEERAUD
           END-IF.
           MOVE SPACES TO DATOSLIN.
           STRING "AU;" AUDITFECHORA ";" AUDITORIGEN ";" AUDITACCION
                  ";" AUDITDETALLE
                  DELIMITED BY SIZE INTO DATOSLIN.
           PERFORM ESCRIBIR THRU FINESCRIBIR.
           GO TO LEERAUD.

       CERRARDATOS.
           CLOSE DATOSFILE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Fichero " NOMBREDATOS " generado: " LINEAS
                   " lineas, " NCTAS " cuentas.".
           EXIT PROGRAM.

       MOVCUENTA.
           *> Movimientos vivos de la cuenta por la clave alterna, y
           *> las localidades de cada compra de entradas.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
               GO TO FINMOVCUENTA
           END-IF.
           MOVE "N" TO EOF.
           MOVE CTAACT TO CUENTAMOV.
           START MOVIMIENTOSFILE
               KEY = CUENTAMOV
               INVALID KEY MOVE "Y" TO EOF
           END-START.
       LEERMOV.
           IF EOF = "N"
               READ MOVIMIENTOSFILE NEXT RECORD
                   AT END MOVE "Y" TO EOF
               END-READ
           END-IF.
           IF EOF = "Y" OR CUENTAMOV NOT = CTAACT
               CLOSE MOVIMIENTOSFILE
               GO TO FINMOVCUENTA
           END-IF.
           MOVE CANTIDAD TO IMPFORMA.
           MOVE SALDOCUENTA TO SALFORMA.
           MOVE SPACES TO DATOSLIN.
           STRING "MV;" MID ";" FECHORA ";" CUENTAMOV ";" CONCEPTO
                  ";" IMPFORMA ";" DESTINO ";" SALFORMA ";" CLASEMOV
                  DELIMITED BY SIZE INTO DATOSLIN.
           PERFORM ESCRIBIR THRU FINESCRIBIR.
           IF CANTENTR > 0 AND CANTIDAD < 0
               PERFORM ENTRADAS THRU FINENTRADAS
           END-IF.
           GO TO LEERMOV.
       FINMOVCUENTA.
           EXIT.

       ENTRADAS.
           *> Localidades vendidas con este MID en la sesion.
           MOVE SPACES TO DATOSLIN.
           MOVE 1 TO PUNTLIN.
           STRING "EN;" MID ";" NUMESP ";" CANTENTR ";"
                  DELIMITED BY SIZE INTO DATOSLIN
                  WITH POINTER PUNTLIN.
           OPEN INPUT ASIENTOSFILE.
           IF FSAS = "35"
               GO TO FINASIENTOS
           END-IF.
           MOVE "N" TO EOFAS.
           MOVE NUMESP TO NUMESPASI.
           MOVE 0 TO NUMASIENTO.
           START ASIENTOSFILE
               KEY > ASIKEY
               INVALID KEY MOVE "Y" TO EOFAS
           END-START.
       LEERASIENTO.
           IF EOFAS = "N"
               READ ASIENTOSFILE NEXT RECORD
                   AT END MOVE "Y" TO EOFAS
               END-READ
           END-IF.
           IF EOFAS = "Y" OR NUMESPASI NOT = NUMESP
               CLOSE ASIENTOSFILE
               GO TO FINASIENTOS
           END-IF.
           IF MIDASIENTO = MID AND PUNTLIN < 126
               STRING NUMASIENTO " " DELIMITED BY SIZE
                      INTO DATOSLIN WITH POINTER PUNTLIN
           END-IF.
           GO TO LEERASIENTO.
       FINASIENTOS.
           PERFORM ESCRIBIR THRU FINESCRIBIR.
       FINENTRADAS.
           EXIT.

       ARCHCUENTA.
           *> Movimientos archivados por PURGAMOV (secuencial).
           OPEN INPUT MOVARCHFILE.
           IF FSMA = "35"
               GO TO FINARCHCUENTA
           END-IF.
       LEERMOVAR.
           READ MOVARCHFILE NEXT RECORD
               AT END
                   CLOSE MOVARCHFILE
                   GO TO FINARCHCUENTA
           END-READ.
           IF CUENTAMOVAR NOT = CTAACT
               GO TO LEERMOVAR
           END-IF.
           MOVE CANTIDADAR TO IMPFORMA.
           MOVE SALDOCUENTAAR TO SALFORMA.
           MOVE SPACES TO DATOSLIN.
           STRING "MA;" MIDAR ";" FECHORAAR ";" CUENTAMOVAR ";"
                  CONCEPTOAR ";" IMPFORMA ";" DESTINOAR ";" SALFORMA
                  ";" CLASEMOVAR
                  DELIMITED BY SIZE INTO DATOSLIN.
           PERFORM ESCRIBIR THRU FINESCRIBIR.
           GO TO LEERMOVAR.
       FINARCHCUENTA.
           EXIT.

       ESCRIBIR.
           WRITE DATOSLIN.
           ADD 1 TO LINEAS.
       FINESCRIBIR.
           EXIT.

       AUDITAR.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "DATOSCLI" TO AUDITORIGEN.
           MOVE DNIIN TO AUDITDNI.
           MOVE "COPIA DATOS" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Fichero " NOMBREDATOS
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAR.
           EXIT.

       END PROGRAM DATOSCLI.
