       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEDERENT.
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
           LOCK MODE IS MANUAL
           FILE STATUS IS FSCU.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           ALTERNATE RECORD KEY IS CUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSMF.

           SELECT ESPECTACULOSFILE ASSIGN TO DISK
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

           SELECT ASIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASIKEY
           FILE STATUS IS FSAS.

           SELECT MOVCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           LOCK MODE IS MANUAL
           FILE STATUS IS FSMC.

           SELECT INTENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTKEY
           LOCK MODE IS MANUAL
           FILE STATUS IS FSIN.

           SELECT SEGCFGFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSSC.

           SELECT LIMITESFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSLF.

           SELECT ACUMDIAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTAACUM
           LOCK MODE IS MANUAL
           FILE STATUS IS FSAD.

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
                 02 NUMESP PIC 9(6) VALUE 0. *> espectaculo comprado (0 = no aplica)
                 02 CANTENTR PIC 9(5) VALUE 0. *> entradas compradas (0 = no aplica)
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

               FD MOVCONTROLFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVCTRL.DAT".
               01 MOVCONTROLREC.
                 02 ULTIMOMID PIC 9(9).

           *> Fallos de clave por DNI, compartidos con LOGIN
           FD INTENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "INTENTOS.DAT".
               01 INTENTOSREC.
                 02 INTKEY.
                   03 INTCLASE PIC X(1). *> C cliente / O operador
                   03 INTID    PIC X(9).
                 02 INTFALLOS PIC 99.
                 02 INTBLOQ   PIC X(1). *> Y bloqueado / N no

           FD SEGCFGFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SEGCFG.DAT".
               01 SEGCFGREC.
                 02 MAXFALLOS PIC 99. *> fallos seguidos que bloquean

               FD LIMITESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "LIMITES.DAT".
               01 LIMITESREC.
                 02 LIMDIARIO PIC 9999999V99.
                 02 SALDOMIN  PIC 9999999V99.
                 02 HORASRES  PIC 99. *> horas de vida de una reserva

               FD ACUMDIAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ACUMDIA.DAT".
               01 ACUMDIAREC.
                 02 CUENTAACUM PIC X(10).
                 02 FECHAACUM  PIC 9(6). *> AAMMDD
                 02 GASTADOHOY PIC 9999999V99.

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSCF   PIC XX.
           77 FSCU   PIC XX.
           77 FSMF   PIC XX.
           77 FSEF   PIC XX.
           77 FSSE   PIC XX.
           77 FSAS   PIC XX.
           77 FSMC   PIC XX.
           77 FSLF   PIC XX.
           77 FSAD   PIC XX.
           77 FSIN   PIC XX.
           77 FSSC   PIC XX.
           77 MAXFALLOSW PIC 99.
           77 BLOQNUEVO PIC X VALUE "N".
           77 AVDNI     PIC X(9).
           77 AVCUENTA  PIC X(10).
           77 AVTIPO    PIC X(2).
           77 AVREF     PIC X(12).
           77 AVTEXTO   PIC X(60).
           77 TECLA  PIC X(01).
           77 ESCAP  PIC 99.
           77 EOF    PIC X VALUE "N".
           77 FECHAB PIC 9(6).
           77 HORA   PIC 9(8).
           77 HORAMIN PIC 9(4).
           77 FECHORACT  PIC 9999999999. *> AAMMDDHHMM
           77 NCTAS  PIC 9 VALUE 0.
           77 IND    PIC 99.
           77 IND2   PIC 99.
           77 NCOMPRAS PIC 99 VALUE 0.
           77 LUGAR  PIC 99.
           77 MIDIN  PIC 9(9).
           77 DESDEIN PIC 9(5).
           77 HASTAIN PIC 9(5).
           77 DNIREC PIC X(9).
           77 COBRARIN PIC X(1).
           77 CLAVEIN  PIC X(15).
           77 CLAVECALC PIC X(15).
           77 CTAREC PIC X(10).
           77 CTACES PIC X(10).
           77 SESCES PIC 9(6).
           77 PAGADO PIC 9999999V99.
           77 ENTRCOMPRA PIC 9(5).
           77 NCEDER PIC 9(5).
           77 CONTADOS PIC 9(5).
           77 IMPCES PIC 9999999V99.
           77 NEWSALDO  PIC S9999999V99.
           77 PISO      PIC S9999999V99.
           77 TOTALHOY  PIC 9999999V99.
           77 MIDCE  PIC 9(9).
           77 MIDCR  PIC 9(9).
           77 ROLCTA    PIC X(1).
           77 TOPECTA   PIC 9999999V99.
           77 TIKOK     PIC X(1) VALUE "N".
           77 MSGERR    PIC X(50).
           77 ASIENTOSTXT PIC X(48).
           77 PUNTTXT   PIC 99.
           77 CANTFORMAT PIC Z,ZZZ,ZZ9.99.
           77 NCEDERF   PIC 99.
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           *> Cierre nocturno en marcha (ver CONGELADO)
           77 CGACCION  PIC X(1).
           77 CGESTADO  PIC X(1).
           *> Cuentas del cliente (max 8, como el selector de LOGIN).
           01 CUENTASCLI.
             02 CTATAB OCCURS 8 PIC X(10).
           *> Compras del cliente con localidades aun sin usar de
           *> sesiones por celebrar: las unicas que se pueden ceder.
           01 COMPRASCEDIBLES.
             02 COMPRACED OCCURS 10.
               03 TMID    PIC 9(9).
               03 TSES    PIC 9(6).
               03 TCTA    PIC X(10).
               03 TLOCS   PIC 9(5).
           01 HORAFMT.
             02 HORAFH  PIC 99.
             02 FILLER  PIC X VALUE ":".
             02 HORAFM  PIC 99.
       LINKAGE SECTION.
           77 CUENTACT   PIC X(10).
           77 SALDOACT PIC S9999999V99.
           77 DNIACT PIC X(9).
       PROCEDURE DIVISION USING CUENTACT, SALDOACT, DNIACT.

       MAIN-PARA.
           *> Cesion de entradas a otro cliente desde MISENTRADAS: las
           *> localidades elegidas pasan a un MID nuevo del receptor
           *> (clase CR), con su propio documento de entradas (ver
           *> TIKENT); el MID de la compra original deja de valer
           *> para ellas en PUERTA porque ya no es su MIDASIENTO. El
           *> cedente recibe un apunte CE con el cobro, si lo hay.
           ACCEPT FECHAB FROM DATE.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Ceder entradas a otro cliente" LINE 5 COLUMN 25.

           MOVE 0 TO NCTAS.
           MOVE "N" TO EOF.
           OPEN INPUT CUENTASFILE.
           IF FSCU = "35"
               GO TO FINCTAS
           END-IF.
           MOVE DNIACT TO DNITIT.
           START CUENTASFILE
               KEY = DNITIT
               INVALID KEY
                   CLOSE CUENTASFILE
                   GO TO FINCTAS
           END-START.
       LEERCTAS.
           READ CUENTASFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y" OR DNITIT NOT = DNIACT
               CLOSE CUENTASFILE
               GO TO FINCTAS
           END-IF.
           IF NCTAS < 8
               ADD 1 TO NCTAS
               MOVE CUENTA TO CTATAB (NCTAS)
           END-IF.
           GO TO LEERCTAS.
       FINCTAS.

           *> Compras y cesiones recibidas (CR) de las cuentas del
           *> cliente, con el mismo criterio que PUERTA; los abonos de
           *> temporada no se ceden por sesiones sueltas.
           MOVE 0 TO NCOMPRAS.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
               GO TO FINBUSCAR
           END-IF.
           OPEN INPUT SESIONESFILE.
           OPEN INPUT ASIENTOSFILE.
           MOVE 0 TO IND2.
       SIGUIENTECTA.
           ADD 1 TO IND2.
           IF IND2 > NCTAS
               GO TO FINCOMPRAS
           END-IF.
           MOVE "N" TO EOF.
           MOVE CTATAB (IND2) TO CUENTAMOV.
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
           IF EOF = "Y" OR CUENTAMOV NOT = CTATAB (IND2)
               GO TO SIGUIENTECTA
           END-IF.
           IF NCOMPRAS = 10
               GO TO FINCOMPRAS
           END-IF.
           IF (NUMESP = 0 OR CANTIDAD NOT < 0) AND CLASEMOV NOT = "CR"
               GO TO LEERMOV
           END-IF.
           IF CLASEMOV = "AB" OR CANTENTR = 0
               GO TO LEERMOV
           END-IF.
           IF FSSE = "35" OR FSAS = "35"
               GO TO LEERMOV
           END-IF.
           MOVE NUMESP TO NUMSES.
           READ SESIONESFILE
               INVALID KEY GO TO LEERMOV
           END-READ.
           IF FECHA < FECHAB
               GO TO LEERMOV
           END-IF.
           MOVE MID TO MIDIN.
           MOVE NUMESP TO SESCES.
           MOVE 0 TO DESDEIN.
           MOVE 99999 TO HASTAIN.
           PERFORM CONTARLOCS THRU FINCONTARLOCS.
           IF CONTADOS = 0
               GO TO LEERMOV
           END-IF.
           ADD 1 TO NCOMPRAS.
           MOVE MID TO TMID (NCOMPRAS).
           MOVE NUMESP TO TSES (NCOMPRAS).
           MOVE CUENTAMOV TO TCTA (NCOMPRAS).
           MOVE CONTADOS TO TLOCS (NCOMPRAS).
           GO TO LEERMOV.
       FINCOMPRAS.
           CLOSE MOVIMIENTOSFILE.
           IF FSSE NOT = "35"
               CLOSE SESIONESFILE
           END-IF.
           IF FSAS NOT = "35"
               CLOSE ASIENTOSFILE
           END-IF.
       FINBUSCAR.
           IF NCOMPRAS = 0
               MOVE "No tiene localidades numeradas que pueda ceder"
                    TO MSGERR
               GO TO ERR
           END-IF.

       LISTAR.
           DISPLAY "MID       Sesion Fecha  Hora  Espectaculo"
                   "          Localidades" LINE 7 COLUMN 8.
           OPEN INPUT SESIONESFILE.
           OPEN INPUT ESPECTACULOSFILE.
           MOVE 0 TO IND.
       LISTARCOMPRA.
           ADD 1 TO IND.
           IF IND > NCOMPRAS
               GO TO FINLISTAR
           END-IF.
           ADD 7 TO IND GIVING LUGAR.
           MOVE TSES (IND) TO NUMSES.
           READ SESIONESFILE
               INVALID KEY MOVE 0 TO FECHA
           END-READ.
           MOVE SPACES TO NOMBRE.
           IF FSEF NOT = "35"
               MOVE NUMESPSES TO NUM
               READ ESPECTACULOSFILE
                   INVALID KEY MOVE SPACES TO NOMBRE
               END-READ
           END-IF.
           DIVIDE HORASES BY 100 GIVING HORAFH REMAINDER HORAFM.
           DISPLAY TMID (IND) LINE LUGAR COLUMN 8.
           DISPLAY TSES (IND) LINE LUGAR COLUMN 18.
           DISPLAY FECHA LINE LUGAR COLUMN 25.
           DISPLAY HORAFMT LINE LUGAR COLUMN 32.
           DISPLAY NOMBRE LINE LUGAR COLUMN 38.
           DISPLAY TLOCS (IND) LINE LUGAR COLUMN 61.
           GO TO LISTARCOMPRA.
       FINLISTAR.
           CLOSE SESIONESFILE.
           IF FSEF NOT = "35"
               CLOSE ESPECTACULOSFILE
           END-IF.
           DISPLAY "MID de la compra: " LINE 19 COLUMN 10.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 61.
           MOVE 0 TO MIDIN.
           ACCEPT MIDIN LINE 19 COLUMN 28
               ON EXCEPTION GO TO SALIR
           END-ACCEPT.
           MOVE 0 TO IND.
       BUSCARCOMPRA.
           ADD 1 TO IND.
           IF IND > NCOMPRAS
               MOVE "Esa compra no esta entre las que puede ceder"
                    TO MSGERR
               GO TO ERR
           END-IF.
           IF TMID (IND) NOT = MIDIN
               GO TO BUSCARCOMPRA
           END-IF.
           MOVE TSES (IND) TO SESCES.
           MOVE TCTA (IND) TO CTACES.

           *> Quien cede ha de poder operar con la cuenta de la
           *> compra (ver ROLCUENTA): un acceso de consulta no cede.
           CALL "ROLCUENTA" USING CTACES, DNIACT, ROLCTA, TOPECTA.
           CANCEL "ROLCUENTA".
           IF ROLCTA = "C" OR ROLCTA = "N"
               MOVE "Su acceso a esa cuenta es solo de consulta"
                    TO MSGERR
               GO TO ERR
           END-IF.

           *> Localidades de la compra aun sin usar, para elegir.
           MOVE SPACES TO ASIENTOSTXT.
           MOVE 1 TO PUNTTXT.
           OPEN INPUT ASIENTOSFILE.
           MOVE SESCES TO NUMESPASI.
           MOVE 0 TO NUMASIENTO.
           START ASIENTOSFILE
               KEY > ASIKEY
               INVALID KEY GO TO FINLOCSTXT
           END-START.
       LOCSTXT.
           READ ASIENTOSFILE NEXT RECORD
               AT END GO TO FINLOCSTXT
           END-READ.
           IF NUMESPASI NOT = SESCES
               GO TO FINLOCSTXT
           END-IF.
           IF ESTADOASI = "V" AND MIDASIENTO = MIDIN
                   AND USOASI NOT = "S" AND PUNTTXT < 42
               STRING NUMASIENTO " " DELIMITED BY SIZE
                      INTO ASIENTOSTXT WITH POINTER PUNTTXT
           END-IF.
           GO TO LOCSTXT.
       FINLOCSTXT.
           CLOSE ASIENTOSFILE.
           DISPLAY "Localidades: "ASIENTOSTXT LINE 20 COLUMN 10.
           DISPLAY "Ceder de la localidad        a la" LINE 21
                   COLUMN 10.
           MOVE 0 TO DESDEIN.
           MOVE 0 TO HASTAIN.
           ACCEPT DESDEIN LINE 21 COLUMN 32
               ON EXCEPTION GO TO SALIR
           END-ACCEPT.
           ACCEPT HASTAIN LINE 21 COLUMN 45
               ON EXCEPTION GO TO SALIR
           END-ACCEPT.
           IF HASTAIN = 0
               MOVE DESDEIN TO HASTAIN
           END-IF.
           DISPLAY "DNI del receptor: " LINE 22 COLUMN 10.
           MOVE SPACES TO DNIREC.
           ACCEPT DNIREC LINE 22 COLUMN 28
               ON EXCEPTION GO TO SALIR
           END-ACCEPT.
           DISPLAY "Cobrar al receptor el valor de las entradas (S/N):"
                   LINE 23 COLUMN 10.
           MOVE "N" TO COBRARIN.
           ACCEPT COBRARIN LINE 23 COLUMN 61
               ON EXCEPTION GO TO SALIR
           END-ACCEPT.

       VALIDAR.
           OPEN INPUT ASIENTOSFILE.
           PERFORM CONTARLOCS THRU FINCONTARLOCS.
           CLOSE ASIENTOSFILE.
           MOVE CONTADOS TO NCEDER.
           IF NCEDER = 0
               MOVE "Ninguna localidad de esa compra en ese tramo"
                    TO MSGERR
               GO TO ERR
           END-IF.
           IF DNIREC = DNIACT
               MOVE "No puede cederse entradas a si mismo" TO MSGERR
               GO TO ERR
           END-IF.
           OPEN INPUT CLIENTESFILE.
           MOVE DNIREC TO DNI.
           READ CLIENTESFILE
               INVALID KEY
                   CLOSE CLIENTESFILE
                   MOVE "El receptor no es cliente del banco"
                        TO MSGERR
                   GO TO ERR
           END-READ.
           CLOSE CLIENTESFILE.

           *> Las entradas (y el cobro, si lo hay) van a la primera
           *> cuenta operativa del receptor, la misma que le ofrece
           *> primero el selector de LOGIN.
           MOVE SPACES TO CTAREC.
           MOVE "N" TO EOF.
           OPEN INPUT CUENTASFILE.
           MOVE DNIREC TO DNITIT.
           START CUENTASFILE
               KEY = DNITIT
               INVALID KEY MOVE "Y" TO EOF
           END-START.
       BUSCARCTAREC.
           IF EOF = "N"
               READ CUENTASFILE NEXT RECORD
                   AT END MOVE "Y" TO EOF
               END-READ
           END-IF.
           IF EOF = "N" AND DNITIT = DNIREC
               IF BLOQUEADA = "N"
                   MOVE CUENTA TO CTAREC
               ELSE
                   GO TO BUSCARCTAREC
               END-IF
           END-IF.
           CLOSE CUENTASFILE.
           IF CTAREC = SPACES
               MOVE "El receptor no tiene ninguna cuenta operativa"
                    TO MSGERR
               GO TO ERR
           END-IF.
           IF CTAREC = CTACES
               MOVE "El receptor ya opera con la cuenta de la compra"
                    TO MSGERR
               GO TO ERR
           END-IF.

           *> Valor facial de lo cedido: la parte proporcional de lo
           *> que se pago por la compra (con su zona y su descuento).
           MOVE 0 TO IMPCES.
           OPEN INPUT MOVIMIENTOSFILE.
           MOVE MIDIN TO MID.
           READ MOVIMIENTOSFILE
               INVALID KEY
                   CLOSE MOVIMIENTOSFILE
                   MOVE "Lo siento, no se pudo procesar su peticion"
                        TO MSGERR
                   GO TO ERR
           END-READ.
           COMPUTE PAGADO = CANTIDAD * -1.
           MOVE CANTENTR TO ENTRCOMPRA.
           CLOSE MOVIMIENTOSFILE.
           IF COBRARIN = "S" OR COBRARIN = "s"
               COMPUTE IMPCES ROUNDED = PAGADO * NCEDER / ENTRCOMPRA
           END-IF.
           IF IMPCES > 0
               PERFORM VALIDARCOBRO THRU FINVALIDARCOBRO
           END-IF.

       CONFIRMAR.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Ceder entradas a otro cliente" LINE 5 COLUMN 25.
           MOVE NCEDER TO NCEDERF.
           DISPLAY "Va a ceder "NCEDERF" localidades de la compra "
                   MIDIN LINE 9 COLUMN 12.
           DISPLAY "(localidades "DESDEIN" a "HASTAIN")"
                   LINE 10 COLUMN 20.
           DISPLAY "Receptor: "DNIREC" "NOMBAPE LINE 12 COLUMN 12.
           IF IMPCES > 0
               MOVE IMPCES TO CANTFORMAT
               DISPLAY "El receptor le paga: "CANTFORMAT"E"
                       LINE 14 COLUMN 12
               DISPLAY "Clave del receptor para autorizar el pago:"
                       LINE 16 COLUMN 12
           ELSE
               DISPLAY "Cesion sin cobro" LINE 14 COLUMN 12
           END-IF.
           DISPLAY "Las entradas cedidas dejan de valer con el MID "
                   "original" LINE 18 COLUMN 12.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.
           IF IMPCES > 0
               *> El cargo en la cuenta del receptor lo autoriza el
               *> propio receptor con su clave, como al entrar en
               *> LOGIN (ver HASHCLAVE). Los fallos cuentan en el
               *> mismo contador de INTENTOS.DAT que el acceso del
               *> receptor: con el acceso bloqueado no se pide la
               *> clave, y el fallo que agota el umbral lo bloquea.
               PERFORM MIRARBLOQUEO THRU FINMIRARBLOQUEO
               IF INTBLOQ = "Y"
                   MOVE "Acceso del receptor bloqueado" TO MSGERR
                   GO TO ERR
               END-IF
               MOVE SPACES TO CLAVEIN
               ACCEPT CLAVEIN LINE 16 COLUMN 55 WITH SECURE
                   ON EXCEPTION GO TO SALIR
               END-ACCEPT
               CALL "HASHCLAVE" USING CLAVEIN, CLAVECALC
               CANCEL "HASHCLAVE"
               IF CLAVE NOT = CLAVECALC
                   PERFORM CLAVEFALLIDA THRU FINCLAVEFALLIDA
                   IF BLOQNUEVO = "Y"
                       MOVE "Acceso del receptor bloqueado" TO MSGERR
                   ELSE
                       MOVE "Clave del receptor incorrecta" TO MSGERR
                   END-IF
                   GO TO ERR
               END-IF
               PERFORM CLAVEACERTADA THRU FINCLAVEACERTADA
           END-IF.
       REPEATC.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
             GO TO REPEATC
           ELSE
             ACCEPT ESCAP FROM ESCAPE KEY
             IF ESCAP = 1
               GO TO SALIR
             ELSE
               IF ESCAP <> 13
                 GO TO REPEATC
               END-IF
             END-IF
           END-IF.

       CALCULARCOSAS.
           *> Mientras corre el cierre nocturno no se apunta nada; la
           *> cesion mueve localidades y no pasa a la cola (ver
           *> ENCOLAR), asi que se rechaza, igual que COMPRABONO.
           MOVE "Q" TO CGACCION.
           CALL "CONGELADO" USING CGACCION, CGESTADO.
           CANCEL "CONGELADO".
           IF CGESTADO = "S"
               MOVE "Cierre nocturno en marcha: intentelo mas tarde"
                    TO MSGERR
               GO TO ERR
           END-IF.
           *> La cuenta del cedente se comprueba antes de reservar
           *> MID y de cargar al receptor: el apunte del receptor no
           *> debe quedar sin el del cedente.
           OPEN INPUT CUENTASFILE.
           MOVE CTACES TO CUENTA.
           READ CUENTASFILE
               INVALID KEY MOVE "C" TO BLOQUEADA
           END-READ.
           CLOSE CUENTASFILE.
           IF BLOQUEADA NOT = "N"
               MOVE "La cuenta de la compra no esta operativa"
                    TO MSGERR
               GO TO ERR
           END-IF.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING FECHORACT.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO FECHORACT GIVING FECHORACT.
           *> Dos MID bajo un mismo bloqueo del registro de control:
           *> el apunte del cedente y el del receptor.
           OPEN I-O MOVCONTROLFILE.
           IF FSMC = "35"
               OPEN OUTPUT MOVCONTROLFILE
               MOVE 0 TO ULTIMOMID
               WRITE MOVCONTROLREC
               CLOSE MOVCONTROLFILE
               OPEN I-O MOVCONTROLFILE
           END-IF.
           READ MOVCONTROLFILE NEXT RECORD WITH LOCK.
           ADD 1 TO ULTIMOMID GIVING MIDCE.
           ADD 2 TO ULTIMOMID GIVING MIDCR.
           MOVE MIDCR TO ULTIMOMID.
           REWRITE MOVCONTROLREC.
           UNLOCK MOVCONTROLFILE.
           CLOSE MOVCONTROLFILE.

       CARGARRECEPTOR.
           *> Apunte del receptor: es el que lleva ahora las
           *> localidades (NUMESP y CANTENTR, como una compra), con el
           *> pago al cedente si lo hay. Saldo bloqueado de la
           *> lectura al REWRITE, como en TRANSFER.
           OPEN I-O CUENTASFILE.
           MOVE CTAREC TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY
                   CLOSE CUENTASFILE
                   MOVE "Lo siento, no se pudo procesar su peticion"
                        TO MSGERR
                   GO TO ERR
           END-READ.
           SUBTRACT IMPCES FROM SALDO GIVING NEWSALDO.
           IF IMPCES > 0
               CALL "PISOSALDO" USING CTAREC, PISO
               CANCEL "PISOSALDO"
               IF NEWSALDO < PISO
                   UNLOCK CUENTASFILE
                   CLOSE CUENTASFILE
                   MOVE "El receptor no tiene saldo suficiente"
                        TO MSGERR
                   GO TO ERR
               END-IF
           END-IF.
           OPEN I-O MOVIMIENTOSFILE.
           MOVE MIDCR TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE CTAREC TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Entradas cedidas de MID " MIDIN
                  DELIMITED BY SIZE INTO CONCEPTO.
           COMPUTE CANTIDAD = IMPCES * -1.
           MOVE CTACES TO DESTINO.
           MOVE SESCES TO NUMESP.
           MOVE NCEDER TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "CR" TO CLASEMOV.
           MOVE NEWSALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           MOVE NEWSALDO TO SALDO.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.

       ABONARCEDENTE.
           *> Apunte del cedente: resta las entradas cedidas de las
           *> suyas (ver MISENTRADAS) y le abona el pago. Su CONCEPTO
           *> enlaza con la compra original; REEMBOLSO y REEMESP lo
           *> buscan para no devolver dos veces lo cedido.
           MOVE CTACES TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY
                   CLOSE CUENTASFILE
                   PERFORM DESHACERCARGO THRU FINDESHACERCARGO
                   MOVE "Lo siento, no se pudo procesar su peticion"
                        TO MSGERR
                   GO TO ERR
           END-READ.
           ADD IMPCES TO SALDO.
           OPEN I-O MOVIMIENTOSFILE.
           MOVE MIDCE TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE CTACES TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Cesion de entradas MID " MIDIN
                  DELIMITED BY SIZE INTO CONCEPTO.
           MOVE IMPCES TO CANTIDAD.
           MOVE CTAREC TO DESTINO.
           MOVE SESCES TO NUMESP.
           MOVE NCEDER TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "CE" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.
           IF CTACES = CUENTACT
               MOVE SALDO TO SALDOACT
           END-IF.

       PASARLOCALIDADES.
           *> Las localidades del tramo pasan al MID del receptor.
           OPEN I-O ASIENTOSFILE.
           MOVE SESCES TO NUMESPASI.
           MOVE DESDEIN TO NUMASIENTO.
           START ASIENTOSFILE
               KEY NOT < ASIKEY
               INVALID KEY GO TO FINPASAR
           END-START.
       PASARLOC.
           READ ASIENTOSFILE NEXT RECORD
               AT END GO TO FINPASAR
           END-READ.
           IF NUMESPASI NOT = SESCES OR NUMASIENTO > HASTAIN
               GO TO FINPASAR
           END-IF.
           IF ESTADOASI = "V" AND MIDASIENTO = MIDIN
                   AND USOASI NOT = "S"
               MOVE MIDCR TO MIDASIENTO
               REWRITE ASIENTOSREC
           END-IF.
           GO TO PASARLOC.
       FINPASAR.
           CLOSE ASIENTOSFILE.

           IF IMPCES > 0
               PERFORM ACUMULARRECEPTOR THRU FINACUMULARRECEPTOR
           END-IF.
           CALL "TIKENT" USING MIDCR, TIKOK.
           CANCEL "TIKENT".
           PERFORM AUDITARCESION THRU FINAUDITARCESION.

           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Ceder entradas a otro cliente" LINE 5 COLUMN 25.
           DISPLAY "Cesion registrada correctamente" LINE 9 COLUMN 22.
           DISPLAY "Nuevo MID de las entradas del receptor: "MIDCR
                   LINE 11 COLUMN 12.
           IF TIKOK = "S"
               DISPLAY "Entradas del receptor en ENT"MIDCR".TXT"
                       LINE 13 COLUMN 12
           END-IF.
           IF IMPCES > 0
               MOVE IMPCES TO CANTFORMAT
               DISPLAY "Abonado en la cuenta "CTACES": "CANTFORMAT"E"
                       LINE 15 COLUMN 12
           END-IF.
           DISPLAY "Enter - Aceptar" LINE 20 COLUMN 30.
       REPEATD.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
             GO TO REPEATD
           ELSE
             ACCEPT ESCAP FROM ESCAPE KEY
             IF ESCAP <> 13
               GO TO REPEATD
             END-IF
           END-IF.
       SALIR.
           EXIT PROGRAM.

       ERR.
           DISPLAY ' ' ERASE EOS LINE 6 COLUMN 1.
           DISPLAY MSGERR LINE 12 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 20 COLUMN 29.
       REPEATB.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
             GO TO REPEATB
           ELSE
             ACCEPT ESCAP FROM ESCAPE KEY
             IF ESCAP <> 13
               GO TO REPEATB
             END-IF
           END-IF.
           EXIT PROGRAM.

       CONTARLOCS.
           *> Localidades vendidas con MIDIN en la sesion SESCES, sin
           *> usar en puerta, entre DESDEIN y HASTAIN. ASIENTOSFILE
           *> ha de estar abierto.
           MOVE 0 TO CONTADOS.
           MOVE SESCES TO NUMESPASI.
           MOVE DESDEIN TO NUMASIENTO.
           START ASIENTOSFILE
               KEY NOT < ASIKEY
               INVALID KEY GO TO FINCONTARLOCS
           END-START.
       CONTARLOC.
           READ ASIENTOSFILE NEXT RECORD
               AT END GO TO FINCONTARLOCS
           END-READ.
           IF NUMESPASI NOT = SESCES OR NUMASIENTO > HASTAIN
               GO TO FINCONTARLOCS
           END-IF.
           IF ESTADOASI = "V" AND MIDASIENTO = MIDIN
                   AND USOASI NOT = "S"
               ADD 1 TO CONTADOS
           END-IF.
           GO TO CONTARLOC.
       FINCONTARLOCS.
           EXIT.

       VALIDARCOBRO.
           *> El pago sale de la cuenta del receptor: mismas
           *> comprobaciones que una compra (ver COMPRAR) sobre su
           *> saldo y sus limites. La cuenta del cedente ha de
           *> seguir abierta para recibirlo.
           OPEN INPUT CUENTASFILE.
           MOVE CTACES TO CUENTA.
           READ CUENTASFILE
               INVALID KEY MOVE "C" TO BLOQUEADA
           END-READ.
           IF BLOQUEADA = "C"
               CLOSE CUENTASFILE
               MOVE "La cuenta de la compra esta cerrada; sin cobro"
                    TO MSGERR
               GO TO ERR
           END-IF.
           MOVE CTAREC TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CLOSE CUENTASFILE
                   MOVE "Lo siento, no se pudo procesar su peticion"
                        TO MSGERR
                   GO TO ERR
           END-READ.
           CLOSE CUENTASFILE.
           CALL "PISOSALDO" USING CTAREC, PISO.
           CANCEL "PISOSALDO".
           IF SALDO - IMPCES < PISO
               MOVE "El receptor no tiene saldo suficiente" TO MSGERR
               GO TO ERR
           END-IF.
           OPEN I-O LIMITESFILE.
           IF FSLF = "35"
               OPEN OUTPUT LIMITESFILE
               MOVE 9999999.99 TO LIMDIARIO
               MOVE 0 TO SALDOMIN
               MOVE 48 TO HORASRES
               WRITE LIMITESREC
               CLOSE LIMITESFILE
               OPEN I-O LIMITESFILE
           END-IF.
           READ LIMITESFILE NEXT RECORD.
           CLOSE LIMITESFILE.
           MOVE 0 TO TOTALHOY.
           OPEN INPUT ACUMDIAFILE.
           IF FSAD NOT = "35"
               MOVE CTAREC TO CUENTAACUM
               READ ACUMDIAFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FECHAACUM = FECHAB
                           MOVE GASTADOHOY TO TOTALHOY
                       END-IF
               END-READ
               CLOSE ACUMDIAFILE
           END-IF.
           IF TOTALHOY + IMPCES > LIMDIARIO
               MOVE "El pago supera el limite diario del receptor"
                    TO MSGERR
               GO TO ERR
           END-IF.
       FINVALIDARCOBRO.
           EXIT.

       DESHACERCARGO.
           *> El cedente no se pudo abonar: el apunte del receptor se
           *> deshace con un reembolso (clase RE) en el MID reservado
           *> para el cedente. Devuelve el cobro, resta las entradas
           *> en MISENTRADAS y lleva el CONCEPTO de reembolso que
           *> REEMESP busca, asi que tampoco se reembolsa dos veces.
           *> Las localidades no llegaron a pasar al receptor.
           OPEN I-O CUENTASFILE.
           MOVE CTAREC TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY
                   CLOSE CUENTASFILE
                   GO TO FINDESHACERCARGO
           END-READ.
           ADD IMPCES TO SALDO.
           OPEN I-O MOVIMIENTOSFILE.
           MOVE MIDCE TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE CTAREC TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Reembolso de compra MID " MIDCR
                  DELIMITED BY SIZE INTO CONCEPTO.
           MOVE IMPCES TO CANTIDAD.
           MOVE CTACES TO DESTINO.
           MOVE SESCES TO NUMESP.
           MOVE NCEDER TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "RE" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.
       FINDESHACERCARGO.
           EXIT.

       ACUMULARRECEPTOR.
           OPEN I-O ACUMDIAFILE.
           IF FSAD = "35"
               OPEN OUTPUT ACUMDIAFILE
               CLOSE ACUMDIAFILE
               OPEN I-O ACUMDIAFILE
           END-IF.
           MOVE CTAREC TO CUENTAACUM.
           READ ACUMDIAFILE WITH LOCK
               INVALID KEY
                   MOVE CTAREC TO CUENTAACUM
                   MOVE FECHAB TO FECHAACUM
                   MOVE IMPCES TO GASTADOHOY
                   WRITE ACUMDIAREC
               NOT INVALID KEY
                   IF FECHAACUM NOT = FECHAB
                       MOVE FECHAB TO FECHAACUM
                       MOVE 0 TO GASTADOHOY
                   END-IF
                   ADD IMPCES TO GASTADOHOY
                   REWRITE ACUMDIAREC
                   UNLOCK ACUMDIAFILE
           END-READ.
           CLOSE ACUMDIAFILE.
       FINACUMULARRECEPTOR.
           EXIT.

       MIRARBLOQUEO.
           MOVE "N" TO INTBLOQ.
           OPEN INPUT INTENTOSFILE.
           IF FSIN NOT = "35"
               MOVE "C" TO INTCLASE
               MOVE DNIREC TO INTID
               READ INTENTOSFILE
                   INVALID KEY
                       MOVE "N" TO INTBLOQ
               END-READ
               CLOSE INTENTOSFILE
           END-IF.
       FINMIRARBLOQUEO.
           EXIT.

       CLAVEACERTADA.
           *> Clave correcta: el contador de fallos vuelve a cero,
           *> igual que al entrar en LOGIN.
           OPEN I-O INTENTOSFILE.
           IF FSIN NOT = "35"
               MOVE "C" TO INTCLASE
               MOVE DNIREC TO INTID
               READ INTENTOSFILE WITH LOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO INTFALLOS
                       MOVE "N" TO INTBLOQ
                       REWRITE INTENTOSREC
                       UNLOCK INTENTOSFILE
               END-READ
               CLOSE INTENTOSFILE
           END-IF.
       FINCLAVEACERTADA.
           EXIT.

       CLAVEFALLIDA.
           *> Mismo umbral (SEGCFG.DAT), mismo bloqueo en disco y
           *> mismo rastro que LOGINFALLIDO; lo levanta DESBLOQ.
           OPEN INPUT SEGCFGFILE.
           IF FSSC = "35"
               MOVE 3 TO MAXFALLOSW
           ELSE
               READ SEGCFGFILE NEXT RECORD
               MOVE MAXFALLOS TO MAXFALLOSW
               CLOSE SEGCFGFILE
           END-IF.
           OPEN I-O INTENTOSFILE.
           IF FSIN = "35"
               OPEN OUTPUT INTENTOSFILE
               CLOSE INTENTOSFILE
               OPEN I-O INTENTOSFILE
           END-IF.
           MOVE "C" TO INTCLASE.
           MOVE DNIREC TO INTID.
           READ INTENTOSFILE WITH LOCK
               INVALID KEY
                   MOVE "C" TO INTCLASE
                   MOVE DNIREC TO INTID
                   MOVE 1 TO INTFALLOS
                   MOVE "N" TO INTBLOQ
                   IF INTFALLOS NOT < MAXFALLOSW
                       MOVE "Y" TO INTBLOQ
                   END-IF
                   WRITE INTENTOSREC
               NOT INVALID KEY
                   ADD 1 TO INTFALLOS
                   IF INTFALLOS NOT < MAXFALLOSW
                       MOVE "Y" TO INTBLOQ
                   END-IF
                   REWRITE INTENTOSREC
                   UNLOCK INTENTOSFILE
           END-READ.
           CLOSE INTENTOSFILE.
           MOVE INTBLOQ TO BLOQNUEVO.

           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "CEDERENT" TO AUDITORIGEN.
           MOVE DNIREC TO AUDITDNI.
           MOVE "CLAVE FALLIDA" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Cobro de cesion pedido por " DNIACT
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE SPACES TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
           IF BLOQNUEVO = "Y"
               MOVE "CEDERENT" TO AUDITORIGEN
               MOVE DNIREC TO AUDITDNI
               MOVE "BLOQUEO ACCESO" TO AUDITACCION
               MOVE "Acceso bloqueado por intentos fallidos"
                       TO AUDITDETALLE
               MOVE SPACES TO AUDITOPER
               CALL "GRABAUDIT" USING AUDITREC
               CANCEL "GRABAUDIT"
               MOVE DNIREC TO AVDNI
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
           END-IF.
       FINCLAVEFALLIDA.
           EXIT.

       AUDITARCESION.
           *> Rastro para resolver disputas en puerta: quien cedio,
           *> de que compra, a quien, que localidades y por cuanto.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "CEDERENT" TO AUDITORIGEN.
           MOVE DNIACT TO AUDITDNI.
           MOVE SPACES TO AUDITOPER.
           MOVE "CESION ENTRADAS" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "MID " MIDIN " a " MIDCR " DNI " DNIREC
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
           MOVE "CESION LOCALIDADES" TO AUDITACCION.
           MOVE IMPCES TO CANTFORMAT.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Loc " DESDEIN "-" HASTAIN " n " NCEDERF
                  " cobro" CANTFORMAT
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITARCESION.
           EXIT.

       END PROGRAM CEDERENT.
