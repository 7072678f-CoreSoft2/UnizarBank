           LOCK MODE IS MANUAL
           FILE STATUS IS FSCU.

	   SELECT ORDENESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSCD.

	   SELECT COTITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COTKEY
           ALTERNATE RECORD KEY IS COTDNI WITH DUPLICATES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSCT.

           SELECT PRESTAMOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRNUM
           FILE STATUS IS FSPR.

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

	       FD ORDENESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ORDENES.DAT".
                 02 TITORD   PIC X(12). *> titular destino (envios
                                        *> a otra entidad)

           FD PRESTAMOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PRESTAMOS.DAT".
               01 PRESTAMOSREC.
                 02 PRNUM      PIC 9(6).
                 02 PRDNI      PIC X(9). *> prestatario
                 02 PRCUENTA   PIC X(10). *> cuenta de cargo
                 02 PRPRINC    PIC 9999999V99. *> capital concedido
                 02 PRTASA     PIC 99V99. *> tipo nominal anual (%)
                 02 PRPLAZO    PIC 999. *> meses
                 02 PRFECHA    PIC 9(6). *> AAMMDD concesion
                 02 PRCUOTA    PIC 9999999V99. *> cuota (frances)
                 02 PRPENDIENTE PIC 9999999V99. *> capital por vencer
                 02 PRCUOTASDEV PIC 999. *> cuotas ya vencidas
                 02 PRULTPER   PIC 9(4). *> AAMM ultima vencida
                 02 PRVENINT   PIC 9999999V99. *> impagado: intereses
                 02 PRVENCAP   PIC 9999999V99. *> impagado: capital
                 02 PRVENMORA  PIC 9999999V99. *> impagado: mora
                 02 PRNUMVEN   PIC 999. *> cuotas impagadas
                 02 PRFECHAVEN PIC 9(6). *> AAMMDD primer impago
                 02 PRMIDDISP  PIC 9(9). *> MID del abono del capital
                 02 PREST      PIC X(1). *> A al corriente / M moroso
                                         *> / C cancelado

	       FD ENVIOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ENVIOS.DAT".
                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 NUMESP PIC 9(6) VALUE 0.
                 02 CANTENTR PIC 9(5) VALUE 0.
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)

	       FD MOVCONTROLFILE
                   LABEL RECORDS ARE STANDARD
                 02 DETTIPO    PIC X(1). *> I ingreso / R reintegro
                 02 DETIMPORTE PIC 9999999V99.

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
           77 FSCF    PIC XX.
           77 FSCU    PIC XX.
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".
           77 BLOQUIN PIC X(1).
           77 BLOQANT PIC X(1).
           77 CLAVEANT PIC X(15).
           77 CADDOCANT PIC 9(6).
           77 KYCSAL    PIC X(1). *> S datos aceptados / N cancelado
           77 KYCHOY    PIC 9(6).
           77 KYCHOYLARGA PIC 9(8).
           77 KYCAAAA   PIC 9(4).
           77 KYCMM     PIC 99.
           77 KYCDD     PIC 99.
           77 KYCAAMM   PIC 9(6).
           77 ARROBAS   PIC 99.
           77 CLAVEIN PIC X(15).
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           77 FSOR      PIC XX.
           77 FSPR      PIC XX.
           77 FSEN      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FSCD      PIC XX.
           77 CTACIERRE PIC X(10).
           77 DESTCIERRE PIC X(10).
           77 SALDOCIERRE PIC S9999999V99.
           77 TITCIERRE PIC X(9).
           77 RETCIERRE PIC 9999999V99.
           77 FLOTCIERRE PIC 9999999V99.
           77 EOFCHK    PIC X.
           77 LASTID    PIC 9(9).
           77 MIDCARGO  PIC 9(9).
           77 CIERHORA  PIC 9(8).
           77 CIERHORAMIN PIC 9(4).
           77 FECHORACT PIC 9999999999. *> AAMMDDHHMM
           77 FSCT      PIC XX.
           77 CTACOT    PIC X(10).
           77 TITCOT    PIC X(9).
           77 DNICOTIN  PIC X(9).
           77 ROLCOTIN  PIC X(1).
           77 TOPECOTIN PIC 9999999V99.
           77 EOFCOT    PIC X.
           77 NCOT      PIC 99.
           77 LUGARCOT  PIC 99.
           77 TOPEFORMA PIC Z,ZZZ,ZZ9.99.
           *> Aprobacion de un segundo operador (ver PEDIRAPROB)
           77 PAMODO    PIC X(1).
           77 PATIPO    PIC X(2).
           77 PACLAVE   PIC X(20).
           77 PAIMPORTE PIC 9999999V99.
           77 PADETALLE PIC X(40).
           77 PADNI     PIC X(9).
           77 PANUM     PIC 9(6) VALUE 0.
           77 PARESUL   PIC X(1).

       PROCEDURE DIVISION.

           DISPLAY "3 - Bloquear/Desbloquear cuenta" LINE 13 COLUMN 25.
           DISPLAY "4 - Nueva cuenta para cliente" LINE 15 COLUMN 25.
           DISPLAY "5 - Cierre de cuenta" LINE 17 COLUMN 25.
           DISPLAY "6 - Cotitulares y autorizados" LINE 19 COLUMN 25.
           DISPLAY "7 - Salir" LINE 21 COLUMN 25.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       ELEGIR.
           ACCEPT OPCION LINE 22 COLUMN 25
               ON EXCEPTION GO TO SALIDA
           END-ACCEPT.
           EVALUATE OPCION
               WHEN 5
                   GO TO CIERRE
               WHEN 6
                   GO TO COTITULARES
               WHEN 7
                   GO TO SALIDA
               WHEN OTHER
                   GO TO ELEGIR
           END-ACCEPT.
           CALL "HASHCLAVE" USING CLAVEIN, CLAVE.
           CANCEL "HASHCLAVE".
           MOVE 0 TO FECHANAC.
           MOVE SPACES TO NACIONAL.
           MOVE 0 TO CADDOC.
           MOVE SPACES TO EMAIL.
           MOVE SPACES TO PROFESION.
           MOVE 0 TO CADDOCANT.
           PERFORM DATOSKYC THRU FINDATOSKYC.
           IF KYCSAL NOT = "S"
               GO TO CANCELARALTA
           END-IF.
           *> La cuenta nace a cero: el primer ingreso se hace en
           *> ventanilla con CAJA.
           MOVE DNI TO DNITIT.
               CALL "HASHCLAVE" USING CLAVEIN, CLAVE
               CANCEL "HASHCLAVE"
           END-IF.
           MOVE CADDOC TO CADDOCANT.
           PERFORM DATOSKYC THRU FINDATOSKYC.
           IF KYCSAL NOT = "S"
               GO TO CANCELARMOD
           END-IF.

           REWRITE CLIENTESREC.
           UNLOCK CLIENTESFILE.
               MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA
               DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN
               ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA
               MOVE "MANTCLI" TO AUDITORIGEN
               MOVE DNI TO AUDITDNI
               MOVE "RESET CLAVE" TO AUDITACCION
               MOVE "Clave modificada en mantenimiento" TO AUDITDETALLE
               MOVE OPERACT TO AUDITOPER
               CALL "GRABAUDIT" USING AUDITREC
               CANCEL "GRABAUDIT"
           END-IF.
           *> La renovacion del documento levanta la restriccion de
           *> DOCVIGENTE: queda en el rastro quien la anoto.
           IF CADDOC NOT = CADDOCANT
               ACCEPT AUDFECHAB FROM DATE
               ACCEPT AUDHORA FROM TIME
               MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA
               DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN
               ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA
               MOVE "MANTCLI" TO AUDITORIGEN
               MOVE DNI TO AUDITDNI
               MOVE "DOCUMENTO RENOVADO" TO AUDITACCION
               MOVE SPACES TO AUDITDETALLE
               STRING "Caducidad " CADDOCANT " pasa a " CADDOC
                      DELIMITED BY SIZE INTO AUDITDETALLE
               MOVE OPERACT TO AUDITOPER
               CALL "GRABAUDIT" USING AUDITREC
               CANCEL "GRABAUDIT"
           END-IF.

           DISPLAY ' ' ERASE EOS LINE 20 COLUMN 1.
           CLOSE CLIENTESFILE.
           GO TO MAIN-PARA.

       DATOSKYC.
           *> Datos de identificacion del cliente, comunes al alta y
           *> a la modificacion: fecha de nacimiento (con el siglo,
           *> a diferencia del resto de fechas), nacionalidad,
           *> caducidad del documento (ver DOCVIGENTE e INFDOC),
           *> correo y profesion. El correo es el de contacto del
           *> cliente; el de los avisos sigue en AVISOPREF y, si no
           *> lo hay, ENVAVISOS usa este.
           MOVE "N" TO KYCSAL.
           ACCEPT KYCHOY FROM DATE.
           ADD 20000000 TO KYCHOY GIVING KYCHOYLARGA.
           DISPLAY ' ' ERASE EOS LINE 7 COLUMN 1.
           DISPLAY "Datos de identificacion del cliente"
                   LINE 7 COLUMN 20.
           DISPLAY "Fecha de nacimiento (AAAAMMDD): " LINE 9 COLUMN 15.
           DISPLAY FECHANAC LINE 9 COLUMN 52.
           DISPLAY "Nacionalidad (codigo de pais): " LINE 11 COLUMN 15.
           DISPLAY NACIONAL LINE 11 COLUMN 52.
           DISPLAY "Caducidad del documento (AAMMDD): "
                   LINE 13 COLUMN 15.
           DISPLAY CADDOC LINE 13 COLUMN 52.
           DISPLAY "Correo electronico: " LINE 15 COLUMN 15.
           DISPLAY EMAIL LINE 15 COLUMN 36.
           DISPLAY "Profesion: " LINE 17 COLUMN 15.
           DISPLAY PROFESION LINE 17 COLUMN 36.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.
       PEDIRFECHANAC.
           ACCEPT FECHANAC LINE 9 COLUMN 52
               ON EXCEPTION GO TO FINDATOSKYC
           END-ACCEPT.
           DIVIDE FECHANAC BY 100 GIVING KYCAAMM.
           COMPUTE KYCDD = FUNCTION MOD (FECHANAC, 100).
           COMPUTE KYCMM = FUNCTION MOD (KYCAAMM, 100).
           DIVIDE KYCAAMM BY 100 GIVING KYCAAAA.
           IF KYCAAAA < 1900 OR KYCMM < 1 OR KYCMM > 12
                   OR KYCDD < 1 OR KYCDD > 31
                   OR FECHANAC > KYCHOYLARGA
               DISPLAY ' ' ERASE EOS LINE 20 COLUMN 1
               DISPLAY "Fecha de nacimiento no valida"
                       LINE 20 COLUMN 15
               GO TO PEDIRFECHANAC
           END-IF.
       PEDIRNACIONAL.
           ACCEPT NACIONAL LINE 11 COLUMN 52
               ON EXCEPTION GO TO FINDATOSKYC
           END-ACCEPT.
           IF NACIONAL = SPACES
               DISPLAY ' ' ERASE EOS LINE 20 COLUMN 1
               DISPLAY "Indique la nacionalidad" LINE 20 COLUMN 15
               GO TO PEDIRNACIONAL
           END-IF.
       PEDIRCADDOC.
           ACCEPT CADDOC LINE 13 COLUMN 52
               ON EXCEPTION GO TO FINDATOSKYC
           END-ACCEPT.
           *> Sin cambio en una modificacion se deja como estaba,
           *> aunque ya este caducado o sin registrar; una fecha
           *> nueva es la de un documento en vigor.
           IF CADDOC NOT = CADDOCANT OR CADDOCANT = 0
               IF CADDOC < KYCHOY
                   DISPLAY ' ' ERASE EOS LINE 20 COLUMN 1
                   DISPLAY "El documento ha de estar en vigor"
                           LINE 20 COLUMN 15
                   GO TO PEDIRCADDOC
               END-IF
           END-IF.
       PEDIREMAILCLI.
           ACCEPT EMAIL LINE 15 COLUMN 36
               ON EXCEPTION GO TO FINDATOSKYC
           END-ACCEPT.
           MOVE 0 TO ARROBAS.
           INSPECT EMAIL TALLYING ARROBAS FOR ALL "@".
           IF EMAIL NOT = SPACES AND ARROBAS NOT = 1
               DISPLAY ' ' ERASE EOS LINE 20 COLUMN 1
               DISPLAY "Correo electronico no valido"
                       LINE 20 COLUMN 15
               GO TO PEDIREMAILCLI
           END-IF.
           ACCEPT PROFESION LINE 17 COLUMN 36
               ON EXCEPTION GO TO FINDATOSKYC
           END-ACCEPT.
           DISPLAY ' ' ERASE EOS LINE 20 COLUMN 1.
           MOVE "S" TO KYCSAL.
       FINDATOSKYC.
           EXIT.

       BLOQUEO.
           *> Bloquear o desbloquear una cuenta queda reservado a los
           *> supervisores.
               MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA
               DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN
               ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA
               MOVE "MANTCLI" TO AUDITORIGEN
               MOVE DNITIT TO AUDITDNI
               IF BLOQUEADA = "Y"
               STRING "Cambio de estado de la cuenta " CUENTA
                      DELIMITED BY SIZE INTO AUDITDETALLE
               MOVE OPERACT TO AUDITOPER
               CALL "GRABAUDIT" USING AUDITREC
               CANCEL "GRABAUDIT"
           END-IF.

           DISPLAY ' ' ERASE EOS LINE 16 COLUMN 1.
           MOVE DNITIT TO TITCIERRE.
           MOVE SALDO TO SALDOCIERRE.
           CLOSE CUENTASFILE.
           *> Una cuenta en descubierto (ver MANTDESC) no se puede
           *> liquidar: la deuda se regulariza antes de cerrar.
           IF SALDOCIERRE < 0
               DISPLAY "La cuenta esta en descubierto; regularice "
                       "el saldo antes de cerrarla" LINE 20 COLUMN 8
               GO TO REPEATCIERRE
           END-IF.
           DISPLAY "Titular: " TITCIERRE LINE 10 COLUMN 20.
           MOVE SALDOCIERRE TO SALDOFORMA.
           DISPLAY "Saldo a liquidar: " SALDOFORMA
           END-IF.
           GO TO CHKENVIO.
       FINCHKENV.
           *> Ni prestamos vivos con cargo en la cuenta: sus cuotas
           *> (ver COBROPREST) quedarian sin cuenta donde cobrarse.
           MOVE "N" TO EOFCHK.
           OPEN INPUT PRESTAMOSFILE.
           IF FSPR = "35"
               GO TO FINCHKPREST
           END-IF.
       CHKPREST.
           READ PRESTAMOSFILE NEXT RECORD
               AT END MOVE "Y" TO EOFCHK
           END-READ.
           IF EOFCHK = "Y"
               CLOSE PRESTAMOSFILE
               GO TO FINCHKPREST
           END-IF.
           IF PRCUENTA = CTACIERRE AND PREST NOT = "C"
               CLOSE PRESTAMOSFILE
               DISPLAY "La cuenta tiene un prestamo vivo (num "
                       PRNUM ")" LINE 20 COLUMN 10
               DISPLAY "Ha de amortizarse antes de cerrar"
                       LINE 21 COLUMN 10
               GO TO REPEATCIERRE
           END-IF.
           GO TO CHKPREST.
       FINCHKPREST.
           *> Ni retenciones judiciales en vigor (ver MANTRET): el
           *> dinero retenido no se puede liquidar al titular.
           CALL "RETENIDO" USING CTACIERRE, RETCIERRE.
           CANCEL "RETENIDO".
           IF RETCIERRE > 0
               DISPLAY "La cuenta tiene retenciones judiciales en "
                       "vigor" LINE 20 COLUMN 10
               DISPLAY "Han de levantarse o ejecutarse en MANTRET"
                       LINE 21 COLUMN 10
               GO TO REPEATCIERRE
           END-IF.
           *> Ni cheques en compensacion (ver FLOTANTE): si la red lo
           *> devuelve, DEVCHEQUE ha de poder cargarlo en la cuenta.
           CALL "FLOTANTE" USING CTACIERRE, FLOTCIERRE.
           CANCEL "FLOTANTE".
           IF FLOTCIERRE > 0
               DISPLAY "La cuenta tiene cheques pendientes de "
                       "compensar" LINE 20 COLUMN 10
               DISPLAY "Espere a su fecha valor para cerrarla"
                       LINE 21 COLUMN 10
               GO TO REPEATCIERRE
           END-IF.

       PEDIRDESTINOCIERRE.
           MOVE SPACES TO DESTCIERRE.
           IF SALDOCIERRE = 0
               GO TO PEDIRAPROBCIERRE
           END-IF.
           DISPLAY "Cuenta destino del traspaso" LINE 14 COLUMN 20.
           DISPLAY "(blanco = reintegro en efectivo): "
               GO TO REPEATCIERRE
           END-IF.
           CLOSE CUENTASFILE.
           GO TO PEDIRAPROBCIERRE.

       COMPROBARCAJA.
           *> El efectivo del cierre sale del cajon fisico del
           END-IF.
           CLOSE CAJASFILE.

       PEDIRAPROBCIERRE.
           *> Ademas del supervisor que lo hace, el cierre pide el
           *> visto bueno de otro (ver PEDIRAPROB y APROBAR): queda en
           *> la cola y se ejecuta cuando, ya aprobado, se repite con
           *> la misma cuenta, destino y saldo.
           MOVE "P" TO PAMODO.
           MOVE "CI" TO PATIPO.
           MOVE SPACES TO PACLAVE.
           STRING CTACIERRE " " DESTCIERRE DELIMITED BY SIZE
                  INTO PACLAVE.
           MOVE SALDOCIERRE TO PAIMPORTE.
           MOVE SPACES TO PADETALLE.
           IF DESTCIERRE = SPACES
               STRING "Cierre de " CTACIERRE " en efectivo"
                      DELIMITED BY SIZE INTO PADETALLE
           ELSE
               STRING "Cierre de " CTACIERRE " traspaso a "
                      DESTCIERRE DELIMITED BY SIZE INTO PADETALLE
           END-IF.
           MOVE TITCIERRE TO PADNI.
           CALL "PEDIRAPROB" USING PAMODO, PATIPO, PACLAVE, PAIMPORTE,
                                   PADETALLE, PADNI, OPERACT, PANUM,
                                   PARESUL.
           CANCEL "PEDIRAPROB".
           IF PARESUL = "P"
               DISPLAY "El cierre necesita la aprobacion de otro "
                       "supervisor: solicitud " PANUM
                       LINE 20 COLUMN 10
               DISPLAY "Repitalo cuando este aprobado en APROBAR"
                       LINE 21 COLUMN 10
               GO TO REPEATCIERRE
           END-IF.

       CALCULARMIDCIERRE.
           ACCEPT CIERFECHAB FROM DATE.
           ACCEPT CIERHORA FROM TIME.
           MOVE DESTCIERRE TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           IF DESTCIERRE = SPACES
               MOVE "EF" TO CLASEMOV
           ELSE
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "TR" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           *> Rastro de seguridad separado de MOVIMIENTOSFILE (ver
           *> AUDITORIA): todo cierre queda registrado con quien lo
           *> hizo.
           IF PANUM NOT = 0
               MOVE "E" TO PAMODO
               CALL "PEDIRAPROB" USING PAMODO, PATIPO, PACLAVE,
                                       PAIMPORTE, PADETALLE, PADNI,
                                       OPERACT, PANUM, PARESUL
               CANCEL "PEDIRAPROB"
           END-IF.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "MANTCLI" TO AUDITORIGEN.
           MOVE TITCIERRE TO AUDITDNI.
           MOVE "CIERRE CUENTA" TO AUDITACCION.
           STRING "Cuenta " CTACIERRE " cerrada y liquidada"
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".

           DISPLAY ' ' ERASE EOS LINE 18 COLUMN 1.
           DISPLAY "Cuenta cerrada correctamente" LINE 18 COLUMN 15.
           END-IF.
           GO TO MAIN-PARA.

       COTITULARES.
           *> Otros DNI con papel sobre una cuenta (COTITULARES.DAT):
           *> T cotitular (opera como el titular), A autorizado (con
           *> tope por operacion) o C solo consulta. LOGIN les ofrece
           *> la cuenta y TRANSFER/COMPRAR aplican el papel (ver
           *> ROLCUENTA). Rol B da de baja la relacion.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Cotitulares y autorizados" LINE 5 COLUMN 26.
           DISPLAY "Cuenta: " LINE 7 COLUMN 20.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.
           ACCEPT CTACOT LINE 7 COLUMN 29
               ON EXCEPTION GO TO MAIN-PARA
           END-ACCEPT.
           OPEN INPUT CUENTASFILE.
           MOVE CTACOT TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CLOSE CUENTASFILE
                   DISPLAY "No existe esa cuenta" LINE 20 COLUMN 15
                   GO TO REPEATCOT
           END-READ.
           CLOSE CUENTASFILE.
           IF BLOQUEADA = "C"
               DISPLAY "Esa cuenta esta cerrada" LINE 20 COLUMN 15
               GO TO REPEATCOT
           END-IF.
           MOVE DNITIT TO TITCOT.
           DISPLAY "Titular: " TITCOT LINE 7 COLUMN 42.

       LISTARCOT.
           *> Relaciones vigentes de la cuenta (se muestran hasta 6).
           MOVE 0 TO NCOT.
           MOVE "N" TO EOFCOT.
           OPEN I-O COTITFILE.
           IF FSCT = "35"
               OPEN OUTPUT COTITFILE
               CLOSE COTITFILE
               OPEN I-O COTITFILE
           END-IF.
           MOVE CTACOT TO COTCUENTA.
           MOVE LOW-VALUES TO COTDNI.
           START COTITFILE
               KEY NOT < COTKEY
               INVALID KEY MOVE "Y" TO EOFCOT
           END-START.
       LEERCOT.
           IF EOFCOT = "N"
               READ COTITFILE NEXT RECORD
                   AT END MOVE "Y" TO EOFCOT
               END-READ
           END-IF.
           IF EOFCOT = "Y" OR COTCUENTA NOT = CTACOT
               GO TO PEDIRCOT
           END-IF.
           IF NCOT < 6
               ADD 1 TO NCOT
               ADD NCOT TO 8 GIVING LUGARCOT
               DISPLAY COTDNI LINE LUGARCOT COLUMN 20
               DISPLAY COTROL LINE LUGARCOT COLUMN 32
               IF COTROL = "A"
                   MOVE COTTOPE TO TOPEFORMA
                   DISPLAY TOPEFORMA LINE LUGARCOT COLUMN 36
               END-IF
           END-IF.
           GO TO LEERCOT.

       PEDIRCOT.
           DISPLAY "DNI: " LINE 16 COLUMN 20.
           DISPLAY "Rol (T cotitular/A autorizado/C consulta/B baja): "
                   LINE 17 COLUMN 10.
           DISPLAY "Tope por operacion (autorizados): "
                   LINE 18 COLUMN 10.
           ACCEPT DNICOTIN LINE 16 COLUMN 26
               ON EXCEPTION
                   CLOSE COTITFILE
                   GO TO MAIN-PARA
           END-ACCEPT.
           ACCEPT ROLCOTIN LINE 17 COLUMN 61
               ON EXCEPTION
                   CLOSE COTITFILE
                   GO TO MAIN-PARA
           END-ACCEPT.
           IF ROLCOTIN NOT = "T" AND ROLCOTIN NOT = "A"
                   AND ROLCOTIN NOT = "C" AND ROLCOTIN NOT = "B"
               CLOSE COTITFILE
               DISPLAY "Rol no valido" LINE 20 COLUMN 15
               GO TO REPEATCOT
           END-IF.
           MOVE 0 TO TOPECOTIN.
           IF ROLCOTIN = "A"
               ACCEPT TOPECOTIN LINE 18 COLUMN 45
                   ON EXCEPTION
                       CLOSE COTITFILE
                       GO TO MAIN-PARA
               END-ACCEPT
               IF TOPECOTIN = 0
                   CLOSE COTITFILE
                   DISPLAY "Un autorizado necesita un tope mayor que "
                           "cero" LINE 20 COLUMN 15
                   GO TO REPEATCOT
               END-IF
           END-IF.
           IF DNICOTIN = TITCOT
               CLOSE COTITFILE
               DISPLAY "Ese DNI ya es el titular de la cuenta"
                       LINE 20 COLUMN 15
               GO TO REPEATCOT
           END-IF.
           IF ROLCOTIN = "B"
               GO TO BAJACOT
           END-IF.
           *> Solo clientes dados de alta: el DNI tiene que poder
           *> entrar por LOGIN con su propia clave.
           OPEN INPUT CLIENTESFILE.
           MOVE DNICOTIN TO DNI.
           READ CLIENTESFILE
               INVALID KEY
                   CLOSE CLIENTESFILE
                   CLOSE COTITFILE
                   DISPLAY "No existe cliente con ese DNI"
                           LINE 20 COLUMN 15
                   GO TO REPEATCOT
           END-READ.
           CLOSE CLIENTESFILE.

           MOVE CTACOT TO COTCUENTA.
           MOVE DNICOTIN TO COTDNI.
           READ COTITFILE WITH LOCK
               INVALID KEY
                   MOVE CTACOT TO COTCUENTA
                   MOVE DNICOTIN TO COTDNI
                   MOVE ROLCOTIN TO COTROL
                   MOVE TOPECOTIN TO COTTOPE
                   ACCEPT COTFECHA FROM DATE
                   WRITE COTITREC
                   MOVE "ALTA COTITULAR" TO AUDITACCION
               NOT INVALID KEY
                   MOVE ROLCOTIN TO COTROL
                   MOVE TOPECOTIN TO COTTOPE
                   REWRITE COTITREC
                   UNLOCK COTITFILE
                   MOVE "CAMBIO COTITULAR" TO AUDITACCION
           END-READ.
           CLOSE COTITFILE.
           GO TO AUDITARCOT.

       BAJACOT.
           MOVE CTACOT TO COTCUENTA.
           MOVE DNICOTIN TO COTDNI.
           READ COTITFILE WITH LOCK
               INVALID KEY
                   CLOSE COTITFILE
                   DISPLAY "Ese DNI no tiene papel en la cuenta"
                           LINE 20 COLUMN 15
                   GO TO REPEATCOT
           END-READ.
           DELETE COTITFILE RECORD.
           UNLOCK COTITFILE.
           CLOSE COTITFILE.
           MOVE "BAJA COTITULAR" TO AUDITACCION.

       AUDITARCOT.
           *> Rastro de seguridad separado de MOVIMIENTOSFILE (ver
           *> AUDITORIA): quien da acceso a una cuenta ajena queda
           *> registrado.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "MANTCLI" TO AUDITORIGEN.
           MOVE DNICOTIN TO AUDITDNI.
           MOVE SPACES TO AUDITDETALLE.
           MOVE TOPECOTIN TO TOPEFORMA.
           STRING "Cta " CTACOT " rol " ROLCOTIN " tope " TOPEFORMA
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
           DISPLAY "Relacion con la cuenta actualizada"
                   LINE 20 COLUMN 15.
       REPEATCOT.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       REPEATCOT2.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATCOT2
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATCOT2
               END-IF
           END-IF.
           GO TO MAIN-PARA.

       NOAUTORIZADO.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
