       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRABONO.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABONOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABOCOD
           FILE STATUS IS FSAB.

           SELECT ABOVENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABVMID
           ALTERNATE RECORD KEY IS ABVCUENTA WITH DUPLICATES
           FILE STATUS IS FSAV.

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

           SELECT MOVCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           LOCK MODE IS MANUAL
           FILE STATUS IS FSMC.

           SELECT LIMITESFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSLF.

           SELECT ASIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASIKEY
           FILE STATUS IS FSAS.

           SELECT ACUMDIAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTAACUM
           LOCK MODE IS MANUAL
           FILE STATUS IS FSAD.

       DATA DIVISION.
       FILE SECTION.

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

           *> Un registro por abono vendido, con el MID del cargo: las
           *> sesiones que incluye, la localidad que tiene en todas y
           *> la parte del precio que corresponde a cada una, que es
           *> lo que REEMESP devuelve si esa sesion se cancela.
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

               FD MOVCONTROLFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVCTRL.DAT".
               01 MOVCONTROLREC.
                 02 ULTIMOMID PIC 9(9).

               FD LIMITESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "LIMITES.DAT".
               01 LIMITESREC.
                 02 LIMDIARIO PIC 9999999V99.
                 02 SALDOMIN  PIC 9999999V99.
                 02 HORASRES  PIC 99. *> horas de vida de una reserva

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
           77 FSAB   PIC XX.
           77 FSAV   PIC XX.
           77 FSCU   PIC XX.
           77 FSMF   PIC XX.
           77 FSEF   PIC XX.
           77 FSSE   PIC XX.
           77 FSMC   PIC XX.
           77 FSLF   PIC XX.
           77 FSAS   PIC XX.
           77 FSAD   PIC XX.
           77 TECLA  PIC X(01).
           77 ESCAP  PIC 99.
           77 FECHAB PIC 9(6).
           77 HORA   PIC 9(8).
           77 HORAMIN PIC 9(4).
           77 FECHORACT  PIC 9999999999. *> AAMMDDHHMM
           77 LASTID PIC 9(9).
           77 CUENT  PIC 99.
           77 LUGAR  PIC 99.
           77 IND    PIC 99.
           77 IND2   PIC 99.
           77 ABOACT PIC 9(4).
           77 CANTTOT PIC 9999999V99.
           77 NEWSALDO  PIC S9999999V99.
           77 PISO      PIC S9999999V99.
           77 TOTALHOY  PIC 9999999V99.
           77 ROLCTA    PIC X(1).
           77 TOPECTA   PIC 9999999V99.
           77 TIKOK     PIC X(1) VALUE "N".
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           77 CANTFORMAT PIC Z,ZZZ,ZZ9.99.
           77 PRECIOFORMA PIC ZZ,ZZ9.99.
           77 MSGERR    PIC X(50).
           77 PRIMERPLANO PIC 99.
           77 ASIABONO  PIC 9(5).
           77 CANDIDATO PIC 9(5).
           77 ASIOK     PIC X(1).
           77 SUMAPRECIOS PIC 9(7)V99.
           77 REPARTIDO PIC 9(7)V99.
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           77 TOMADAS   PIC 99. *> sesiones ya descontadas
           *> Cierre nocturno en marcha (ver CONGELADO)
           77 CGACCION  PIC X(1).
           77 CGESTADO  PIC X(1).
           *> Sesiones del abono elegido, con el precio de su
           *> espectaculo (para repartir el del abono) y si la sesion
           *> tiene plano de asientos.
           01 SESIONESABONO.
             02 SESLIN OCCURS 10.
               03 TSES    PIC 9(6).
               03 TESP    PIC 9(5).
               03 TNOMBRE PIC X(20).
               03 TFECHA  PIC 9(6).
               03 THORA   PIC 9(4).
               03 TPRECIO PIC 999V99.
               03 TPLANO  PIC X(1). *> S con plano / N sin numerar
           01 FECHAVER.
             02 FVANO PIC 99.
             02 FVMES PIC 99.
             02 FVDIA PIC 99.
           01 FECHATXT.
             02 FTDIA PIC 99.
             02 FILLER PIC X VALUE "/".
             02 FTMES PIC 99.
             02 FILLER PIC X VALUE "/".
             02 FTANO PIC 99.
           01 HORAFMT.
             02 HORAFH  PIC 99.
             02 FILLER  PIC X VALUE ":".
             02 HORAFM  PIC 99.
       LINKAGE SECTION.
           77 CUENTACT   PIC X(10).
           77 SALDOACT PIC S9999999V99.
           77 DNIACT PIC X(9).
       PROCEDURE DIVISION USING CUENTACT, SALDOACT, DNIACT.

       COMPROBARROL.
           *> Igual que en COMPRAR (ver ROLCUENTA): un DNI de solo
           *> consulta no compra con la cuenta y un autorizado no
           *> pasa de su tope por operacion.
           CALL "ROLCUENTA" USING CUENTACT, DNIACT, ROLCTA, TOPECTA.
           CANCEL "ROLCUENTA".
           IF ROLCTA = "C" OR ROLCTA = "N"
               MOVE "Su acceso a esta cuenta es solo de consulta"
                    TO MSGERR
               GO TO ERR
           END-IF.

       LISTARABONOS.
           *> Abonos todavia a la venta (ver MANTABONO).
           ACCEPT FECHAB FROM DATE.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Abonos de temporada" LINE 5 COLUMN 30.
           MOVE SALDOACT TO SALDOFORMA.
           DISPLAY "Saldo actual: "SALDOFORMA"E"
                    LINE 7 COLUMN 26.
           DISPLAY "Abono Nombre                   Precio  Sesiones"
                   "  Venta hasta" LINE 9 COLUMN 8.
           MOVE 0 TO CUENT.
           OPEN INPUT ABONOSFILE.
           IF FSAB = "35"
               MOVE "No hay abonos a la venta" TO MSGERR
               GO TO ERR
           END-IF.
       LEERABONO.
           IF CUENT = 10
               GO TO FINLISTA
           END-IF.
           READ ABONOSFILE NEXT RECORD
               AT END GO TO FINLISTA
           END-READ.
           IF ABOHASTA < FECHAB
               GO TO LEERABONO
           END-IF.
           ADD 10 TO CUENT GIVING LUGAR.
           ADD 1 TO CUENT.
           DISPLAY ABOCOD LINE LUGAR COLUMN 8.
           DISPLAY ABONOMBRE LINE LUGAR COLUMN 14.
           MOVE ABOPRECIO TO PRECIOFORMA.
           DISPLAY PRECIOFORMA LINE LUGAR COLUMN 35.
           DISPLAY ABONSES LINE LUGAR COLUMN 49.
           MOVE ABOHASTA TO FECHAVER.
           MOVE FVDIA TO FTDIA.
           MOVE FVMES TO FTMES.
           MOVE FVANO TO FTANO.
           DISPLAY FECHATXT LINE LUGAR COLUMN 58.
           GO TO LEERABONO.
       FINLISTA.
           CLOSE ABONOSFILE.
           IF CUENT = 0
               MOVE "No hay abonos a la venta" TO MSGERR
               GO TO ERR
           END-IF.
           DISPLAY "Comprar el abono ____ y pulsa enter para proceder"
                   LINE 21 COLUMN 14.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 61.
       ACEPTAR.
           MOVE 0 TO ABOACT.
           ACCEPT ABOACT LINE 21 COLUMN 31
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           IF ESCAP NOT = 13
               GO TO ACEPTAR
           END-IF.

       VALIDAR.
           OPEN INPUT ABONOSFILE.
           MOVE ABOACT TO ABOCOD.
           READ ABONOSFILE
               INVALID KEY
                   CLOSE ABONOSFILE
                   MOVE "No existe ese abono" TO MSGERR
                   GO TO ERR
           END-READ.
           CLOSE ABONOSFILE.
           IF ABOHASTA < FECHAB
               MOVE "Ese abono ya no esta a la venta" TO MSGERR
               GO TO ERR
           END-IF.
           *> Todas las sesiones del abono han de seguir en cartel,
           *> no haberse celebrado y tener aforo: el abono se vende
           *> entero o no se vende.
           MOVE 0 TO SUMAPRECIOS.
           MOVE 0 TO PRIMERPLANO.
           MOVE 0 TO IND.
           OPEN INPUT SESIONESFILE.
           OPEN INPUT ESPECTACULOSFILE.
           OPEN INPUT ASIENTOSFILE.
       VALIDARSESION.
           ADD 1 TO IND.
           IF IND > ABONSES
               GO TO FINVALIDAR
           END-IF.
           MOVE ABOSES (IND) TO NUMSES.
           READ SESIONESFILE
               INVALID KEY
                   MOVE "Una sesion del abono ya no esta en cartel"
                        TO MSGERR
                   GO TO SESIONMAL
           END-READ.
           IF FECHA < FECHAB
               MOVE "Una sesion del abono ya se ha celebrado"
                    TO MSGERR
               GO TO SESIONMAL
           END-IF.
           IF DISPONIBLES < 1
               MOVE "Una sesion del abono esta agotada" TO MSGERR
               GO TO SESIONMAL
           END-IF.
           MOVE NUMSES TO TSES (IND).
           MOVE NUMESPSES TO TESP (IND).
           MOVE FECHA TO TFECHA (IND).
           MOVE HORASES TO THORA (IND).
           MOVE NUMESPSES TO NUM.
           READ ESPECTACULOSFILE
               INVALID KEY
                   MOVE "Una sesion del abono ya no esta en cartel"
                        TO MSGERR
                   GO TO SESIONMAL
           END-READ.
           MOVE NOMBRE TO TNOMBRE (IND).
           MOVE PRECIO TO TPRECIO (IND).
           ADD PRECIO TO SUMAPRECIOS.
           MOVE "N" TO TPLANO (IND).
           IF FSAS = "35"
               GO TO VALIDARSESION
           END-IF.
           MOVE NUMSES TO NUMESPASI.
           MOVE 0 TO NUMASIENTO.
           START ASIENTOSFILE
               KEY > ASIKEY
               INVALID KEY GO TO VALIDARSESION
           END-START.
           READ ASIENTOSFILE NEXT RECORD
               AT END GO TO VALIDARSESION
           END-READ.
           IF NUMESPASI = NUMSES
               MOVE "S" TO TPLANO (IND)
               IF PRIMERPLANO = 0
                   MOVE IND TO PRIMERPLANO
               END-IF
           END-IF.
           GO TO VALIDARSESION.
       SESIONMAL.
           CLOSE SESIONESFILE.
           CLOSE ESPECTACULOSFILE.
           IF FSAS NOT = "35"
               CLOSE ASIENTOSFILE
           END-IF.
           GO TO ERR.
       FINVALIDAR.
           CLOSE SESIONESFILE.
           CLOSE ESPECTACULOSFILE.
           MOVE 0 TO ASIABONO.
           IF PRIMERPLANO > 0
               PERFORM BUSCARLOCALIDAD THRU FINBUSCARLOCALIDAD
           END-IF.
           IF FSAS NOT = "35"
               CLOSE ASIENTOSFILE
           END-IF.
           IF PRIMERPLANO > 0 AND ASIABONO = 0
               MOVE "No queda una misma localidad libre en todas"
                    TO MSGERR
               GO TO ERR
           END-IF.

           MOVE ABOPRECIO TO CANTTOT.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTACT TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CLOSE CUENTASFILE
                   MOVE "Lo siento, no se pudo procesar su peticion"
                        TO MSGERR
                   GO TO ERR
           END-READ.
           CLOSE CUENTASFILE.
           IF BLOQUEADA NOT = "N"
               MOVE "Lo siento, no se pudo procesar su peticion"
                    TO MSGERR
               GO TO ERR
           END-IF.
           *> Mismas comprobaciones que una compra suelta (ver
           *> COMPRAR): piso del saldo, tope del autorizado, saldo
           *> minimo y tope diario.
           CALL "PISOSALDO" USING CUENTACT, PISO.
           CANCEL "PISOSALDO".
           IF SALDO - CANTTOT < PISO AND SALDO - CANTTOT < 0
               MOVE "Lo sentimos mucho, pero el saldo es insuficiente"
                    TO MSGERR
               GO TO ERR
           END-IF.
           IF ROLCTA = "A" AND CANTTOT > TOPECTA
               MOVE "Se ha superado un limite configurado" TO MSGERR
               GO TO ERR
           END-IF.
           IF SALDO - CANTTOT < PISO
               MOVE "Se ha superado un limite configurado" TO MSGERR
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
               MOVE CUENTACT TO CUENTAACUM
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
           IF TOTALHOY + CANTTOT > LIMDIARIO
               MOVE "Se ha superado un limite configurado" TO MSGERR
               GO TO ERR
           END-IF.

       CONFIRMAR.
           DISPLAY ' ' ERASE EOS LINE 7 COLUMN 1.
           DISPLAY "Vas a comprar el abono "ABONOMBRE
                   LINE 8 COLUMN 15.
           MOVE 0 TO IND.
           MOVE 9 TO LUGAR.
       MOSTRARSESION.
           ADD 1 TO IND.
           IF IND > ABONSES
               GO TO FINMOSTRAR
           END-IF.
           ADD 1 TO LUGAR.
           MOVE TFECHA (IND) TO FECHAVER.
           MOVE FVDIA TO FTDIA.
           MOVE FVMES TO FTMES.
           MOVE FVANO TO FTANO.
           DIVIDE THORA (IND) BY 100 GIVING HORAFH REMAINDER HORAFM.
           DISPLAY TNOMBRE (IND) LINE LUGAR COLUMN 15.
           DISPLAY FECHATXT LINE LUGAR COLUMN 37.
           DISPLAY HORAFMT LINE LUGAR COLUMN 47.
           GO TO MOSTRARSESION.
       FINMOSTRAR.
           IF ASIABONO > 0
               DISPLAY "Localidad en todas las sesiones: "ASIABONO
                       LINE 21 COLUMN 15
           ELSE
               DISPLAY "Localidades sin numerar" LINE 21 COLUMN 15
           END-IF.
           MOVE CANTTOT TO CANTFORMAT.
           DISPLAY "Precio total: "CANTFORMAT"E" LINE 22 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.
       REPEATC.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
             GO TO REPEATC
           ELSE
             ACCEPT ESCAP FROM ESCAPE KEY
             IF ESCAP = 1
               EXIT PROGRAM
             ELSE
               IF ESCAP <> 13
                 GO TO REPEATC
               END-IF
             END-IF
           END-IF.

       CALCULARCOSAS.
           *> Mientras corre el cierre nocturno no se apunta nada.
           *> El abono no pasa a la cola como una compra suelta (ver
           *> COMPRAR): la localidad no quedaria garantizada hasta la
           *> manana, asi que se rechaza.
           MOVE "Q" TO CGACCION.
           CALL "CONGELADO" USING CGACCION, CGESTADO.
           CANCEL "CONGELADO".
           IF CGESTADO = "S"
               MOVE "Cierre nocturno en marcha: intentelo mas tarde"
                    TO MSGERR
               GO TO ERR
           END-IF.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING FECHORACT.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO FECHORACT GIVING FECHORACT.
           *> MID bajo bloqueo del registro de control, igual que
           *> COMPRAR.
           OPEN I-O MOVCONTROLFILE.
           IF FSMC = "35"
               OPEN OUTPUT MOVCONTROLFILE
               MOVE 0 TO ULTIMOMID
               WRITE MOVCONTROLREC
               CLOSE MOVCONTROLFILE
               OPEN I-O MOVCONTROLFILE
           END-IF.
           READ MOVCONTROLFILE NEXT RECORD WITH LOCK.
           ADD 1 TO ULTIMOMID GIVING LASTID.
           MOVE LASTID TO ULTIMOMID.
           REWRITE MOVCONTROLREC.
           UNLOCK MOVCONTROLFILE.
           CLOSE MOVCONTROLFILE.

       RESERVARPLAZAS.
           *> Aforo y localidad se toman ANTES del cargo, volviendo a
           *> leer cada sesion y cada localidad: lo visto al validar
           *> puede haberlo vendido otra compra entre tanto. Si alguna
           *> ya no esta, se devuelve lo tomado y no se cobra nada.
           MOVE 0 TO TOMADAS.
           OPEN I-O SESIONESFILE.
           OPEN I-O ASIENTOSFILE.
       TOMARPLAZA.
           IF TOMADAS = ABONSES
               GO TO FINTOMAR
           END-IF.
           ADD 1 TO TOMADAS GIVING IND.
           MOVE TSES (IND) TO NUMSES.
           READ SESIONESFILE
               INVALID KEY
                   MOVE "Una sesion del abono ya no esta en cartel"
                        TO MSGERR
                   GO TO PLAZAMAL
           END-READ.
           IF DISPONIBLES = 0
               MOVE "Una sesion del abono esta agotada" TO MSGERR
               GO TO PLAZAMAL
           END-IF.
           IF TPLANO (IND) NOT = "S"
               GO TO DESCONTARAFORO
           END-IF.
           MOVE TSES (IND) TO NUMESPASI.
           MOVE ASIABONO TO NUMASIENTO.
           READ ASIENTOSFILE
               INVALID KEY
                   MOVE "La localidad del abono acaba de venderse"
                        TO MSGERR
                   GO TO PLAZAMAL
           END-READ.
           IF ESTADOASI NOT = "L"
               MOVE "La localidad del abono acaba de venderse"
                    TO MSGERR
               GO TO PLAZAMAL
           END-IF.
           MOVE "V" TO ESTADOASI.
           MOVE LASTID TO MIDASIENTO.
           MOVE 0 TO RESASIENTO.
           MOVE "N" TO USOASI.
           MOVE 0 TO FECHORAUSO.
           REWRITE ASIENTOSREC.
       DESCONTARAFORO.
           SUBTRACT 1 FROM DISPONIBLES.
           REWRITE SESIONESREC.
           ADD 1 TO TOMADAS.
           GO TO TOMARPLAZA.
       PLAZAMAL.
           CLOSE SESIONESFILE.
           IF FSAS NOT = "35"
               CLOSE ASIENTOSFILE
           END-IF.
           PERFORM LIBERARPLAZAS THRU FINLIBERARPLAZAS.
           GO TO ERR.
       FINTOMAR.
           CLOSE SESIONESFILE.
           IF FSAS NOT = "35"
               CLOSE ASIENTOSFILE
           END-IF.

       GUARDARMOVIMIENTO.
           *> Un solo cargo por todo el abono (clase AB): NUMESP va a
           *> 0 porque cubre varias sesiones, y CANTENTR lleva cuantas.
           *> El detalle por sesion queda en ABOVENTAS.DAT.
           MOVE LASTID TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE CUENTACT TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Abono " ABONOMBRE " " ABONSES " sesiones"
                  DELIMITED BY SIZE INTO CONCEPTO.
           COMPUTE CANTIDAD = CANTTOT * -1.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE ABONSES TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "AB" TO CLASEMOV.

           OPEN I-O CUENTASFILE.
           MOVE CUENTACT TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY
                   CLOSE CUENTASFILE
                   PERFORM LIBERARPLAZAS THRU FINLIBERARPLAZAS
                   MOVE "Lo siento, no se pudo procesar su peticion"
                        TO MSGERR
                   GO TO ERR
           END-READ.
           SUBTRACT CANTTOT FROM SALDO GIVING NEWSALDO.
           *> Revalidacion sobre el saldo bloqueado (ver COMPRAR).
           CALL "PISOSALDO" USING CUENTACT, PISO.
           CANCEL "PISOSALDO".
           IF NEWSALDO < PISO
               UNLOCK CUENTASFILE
               CLOSE CUENTASFILE
               PERFORM LIBERARPLAZAS THRU FINLIBERARPLAZAS
               MOVE "Se ha superado un limite configurado" TO MSGERR
               GO TO ERR
           END-IF.
           OPEN I-O MOVIMIENTOSFILE.
           MOVE NEWSALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           MOVE NEWSALDO TO SALDO.
           MOVE SALDO TO SALDOACT.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.

           *> Detalle de cada sesion (aforo y localidad ya tomados en
           *> RESERVARPLAZAS) y reparto del precio en proporcion al
           *> precio general de cada espectaculo (la ultima se lleva
           *> el resto del redondeo).
           MOVE LASTID TO ABVMID.
           MOVE CUENTACT TO ABVCUENTA.
           MOVE ABOCOD TO ABVCOD.
           MOVE ABONOMBRE TO ABVNOMBRE.
           MOVE ABOPRECIO TO ABVPRECIO.
           MOVE ASIABONO TO ABVASIENTO.
           MOVE ABONSES TO ABVNSES.
           MOVE 0 TO REPARTIDO.
           MOVE 0 TO IND.
       ASIGNARSESION.
           ADD 1 TO IND.
           IF IND > 10
               GO TO FINASIGNAR
           END-IF.
           IF IND > ABONSES
               MOVE 0 TO ABVSES (IND)
               MOVE 0 TO ABVESP (IND)
               MOVE 0 TO ABVPARTE (IND)
               MOVE SPACES TO ABVEST (IND)
               GO TO ASIGNARSESION
           END-IF.
           MOVE TSES (IND) TO ABVSES (IND).
           MOVE TESP (IND) TO ABVESP (IND).
           MOVE "V" TO ABVEST (IND).
           IF IND = ABONSES
               SUBTRACT REPARTIDO FROM ABOPRECIO GIVING ABVPARTE (IND)
           ELSE
               IF SUMAPRECIOS > 0
                   COMPUTE ABVPARTE (IND) ROUNDED =
                           ABOPRECIO * TPRECIO (IND) / SUMAPRECIOS
               ELSE
                   COMPUTE ABVPARTE (IND) ROUNDED =
                           ABOPRECIO / ABONSES
               END-IF
           END-IF.
           ADD ABVPARTE (IND) TO REPARTIDO.
           GO TO ASIGNARSESION.
       FINASIGNAR.
           OPEN I-O ABOVENTASFILE.
           IF FSAV = "35"
               OPEN OUTPUT ABOVENTASFILE
               CLOSE ABOVENTASFILE
               OPEN I-O ABOVENTASFILE
           END-IF.
           WRITE ABOVENTASREC.
           CLOSE ABOVENTASFILE.

           OPEN I-O ACUMDIAFILE.
           IF FSAD = "35"
               OPEN OUTPUT ACUMDIAFILE
               CLOSE ACUMDIAFILE
               OPEN I-O ACUMDIAFILE
           END-IF.
           MOVE CUENTACT TO CUENTAACUM.
           READ ACUMDIAFILE WITH LOCK
               INVALID KEY
                   MOVE CUENTACT TO CUENTAACUM
                   MOVE FECHAB TO FECHAACUM
                   MOVE CANTTOT TO GASTADOHOY
                   WRITE ACUMDIAREC
               NOT INVALID KEY
                   IF FECHAACUM NOT = FECHAB
                       MOVE FECHAB TO FECHAACUM
                       MOVE 0 TO GASTADOHOY
                   END-IF
                   ADD CANTTOT TO GASTADOHOY
                   REWRITE ACUMDIAREC
                   UNLOCK ACUMDIAFILE
           END-READ.
           CLOSE ACUMDIAFILE.

           *> Una entrada por sesion en el mismo documento (ver
           *> TIKENT), reimprimible con el MID del cargo.
           CALL "TIKENT" USING LASTID, TIKOK.
           CANCEL "TIKENT".
           IF ROLCTA NOT = "P"
               PERFORM AUDITAROPER THRU FINAUDITAROPER
           END-IF.
           DISPLAY ' ' ERASE EOS LINE 7 COLUMN 1.
           DISPLAY "Por favor, retire las entradas del abono"
                  LINE 9 COLUMN 18.
           MOVE SALDOACT TO SALDOFORMA.
           DISPLAY "El saldo resultante es de:"SALDOFORMA"E"
                    LINE 11 COLUMN 15.
           IF ASIABONO > 0
               DISPLAY "Localidad: "ASIABONO LINE 13 COLUMN 15
           END-IF.
           IF TIKOK = "S"
               DISPLAY "Entradas impresas en ENT"LASTID".TXT"
                       LINE 15 COLUMN 15
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

       BUSCARLOCALIDAD.
           *> La misma localidad para todo el abono: se recorren las
           *> libres de la primera sesion con plano (dentro del bloque
           *> del abono, si lo tiene) y se toma la primera que este
           *> libre tambien en todas las demas sesiones con plano.
           *> Las sesiones sin plano se venden sin numerar.
           MOVE 0 TO CANDIDATO.
       SIGCANDIDATO.
           MOVE TSES (PRIMERPLANO) TO NUMESPASI.
           MOVE CANDIDATO TO NUMASIENTO.
           START ASIENTOSFILE
               KEY > ASIKEY
               INVALID KEY GO TO FINBUSCARLOCALIDAD
           END-START.
       LEERCANDIDATO.
           READ ASIENTOSFILE NEXT RECORD
               AT END GO TO FINBUSCARLOCALIDAD
           END-READ.
           IF NUMESPASI NOT = TSES (PRIMERPLANO)
               GO TO FINBUSCARLOCALIDAD
           END-IF.
           MOVE NUMASIENTO TO CANDIDATO.
           IF ESTADOASI NOT = "L"
               GO TO LEERCANDIDATO
           END-IF.
           IF ABOASIHASTA NOT = 0
               IF CANDIDATO < ABOASIDESDE
                   GO TO LEERCANDIDATO
               END-IF
               IF CANDIDATO > ABOASIHASTA
                   GO TO FINBUSCARLOCALIDAD
               END-IF
           END-IF.
           MOVE "S" TO ASIOK.
           MOVE PRIMERPLANO TO IND2.
       COMPROBARCANDIDATO.
           ADD 1 TO IND2.
           IF IND2 > ABONSES
               GO TO FINCOMPROBAR
           END-IF.
           IF TPLANO (IND2) NOT = "S"
               GO TO COMPROBARCANDIDATO
           END-IF.
           MOVE TSES (IND2) TO NUMESPASI.
           MOVE CANDIDATO TO NUMASIENTO.
           READ ASIENTOSFILE
               INVALID KEY MOVE "N" TO ASIOK
           END-READ.
           IF ASIOK = "S" AND ESTADOASI NOT = "L"
               MOVE "N" TO ASIOK
           END-IF.
           IF ASIOK = "S"
               GO TO COMPROBARCANDIDATO
           END-IF.
       FINCOMPROBAR.
           IF ASIOK = "S"
               MOVE CANDIDATO TO ASIABONO
               GO TO FINBUSCARLOCALIDAD
           END-IF.
           *> Las lecturas directas han movido la posicion del
           *> fichero: se vuelve a situar tras el candidato.
           GO TO SIGCANDIDATO.
       FINBUSCARLOCALIDAD.
           EXIT.

       LIBERARPLAZAS.
           *> Deshace RESERVARPLAZAS en las TOMADAS primeras
           *> sesiones: devuelve el aforo y libera la localidad si
           *> sigue vendida con el MID de este abono.
           OPEN I-O SESIONESFILE.
           OPEN I-O ASIENTOSFILE.
           MOVE 0 TO IND.
       LIBERARPLAZA.
           ADD 1 TO IND.
           IF IND > TOMADAS
               GO TO CERRARLIBERAR
           END-IF.
           MOVE TSES (IND) TO NUMSES.
           READ SESIONESFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO DISPONIBLES
                   REWRITE SESIONESREC
           END-READ.
           IF TPLANO (IND) NOT = "S"
               GO TO LIBERARPLAZA
           END-IF.
           MOVE TSES (IND) TO NUMESPASI.
           MOVE ASIABONO TO NUMASIENTO.
           READ ASIENTOSFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ESTADOASI = "V" AND MIDASIENTO = LASTID
                       MOVE "L" TO ESTADOASI
                       MOVE 0 TO MIDASIENTO
                       REWRITE ASIENTOSREC
                   END-IF
           END-READ.
           GO TO LIBERARPLAZA.
       CERRARLIBERAR.
           CLOSE SESIONESFILE.
           IF FSAS NOT = "35"
               CLOSE ASIENTOSFILE
           END-IF.
       FINLIBERARPLAZAS.
           EXIT.

       AUDITAROPER.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "COMPRABONO" TO AUDITORIGEN.
           MOVE DNIACT TO AUDITDNI.
           MOVE "OPERA NO TITULAR" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Cta " CUENTACT " MID " LASTID " rol " ROLCTA
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE SPACES TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAROPER.
           EXIT.

       END PROGRAM COMPRABONO.
