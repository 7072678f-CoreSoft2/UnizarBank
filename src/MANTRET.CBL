       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTRET.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTNUM
           ALTERNATE RECORD KEY IS RTCUENTA WITH DUPLICATES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSRT.

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

           SELECT MOVCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           LOCK MODE IS MANUAL
           FILE STATUS IS FSMC.

       DATA DIVISION.
       FILE SECTION.

           FD RETENFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RETENCIONES.DAT".
               01 RETENREC.
                 02 RTNUM      PIC 9(6).
                 02 RTCUENTA   PIC X(10). *> cuenta retenida
                 02 RTIMPORTE  PIC 9999999V99. *> importe retenido
                 02 RTREF      PIC X(20). *> referencia de la orden
                 02 RTAUTORIDAD PIC X(30). *> juzgado u organismo
                 02 RTCTAAUT   PIC X(10). *> cuenta de la autoridad
                 02 RTINICIO   PIC 9(6). *> AAMMDD desde
                 02 RTFIN      PIC 9(6). *> AAMMDD hasta (0 = sin fin)
                 02 RTEST      PIC X(1). *> A activa / L levantada /
                                         *> E ejecutada
                 02 RTOPER     PIC X(8). *> supervisor del alta
                 02 RTFECHARES PIC 9(6). *> AAMMDD levantamiento o
                                         *> ejecucion
                 02 RTPAGADO   PIC 9999999V99. *> entregado a la
                                               *> autoridad
                 02 RTMID      PIC 9(9). *> MID del cargo de la
                                         *> ejecucion

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
                 02 NUMESP PIC 9(6) VALUE 0.
                 02 CANTENTR PIC 9(5) VALUE 0.
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)

           FD MOVCONTROLFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVCTRL.DAT".
               01 MOVCONTROLREC.
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
           77 FSRT      PIC XX.
           77 FSCU      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 OPCION    PIC 9 VALUE 0.
           77 EOF       PIC X VALUE "N".
           77 CONFIRMA  PIC X(1).
           77 NUMIN     PIC 9(6).
           77 CUENTAIN  PIC X(10).
           77 MAXNUM    PIC 9(6).
           77 TITULAR   PIC X(9).
           77 LISTADOS  PIC 9(5) VALUE 0.
           77 RETENCION PIC 9999999V99.
           77 DISPONIBLE PIC S9999999V99.
           77 PAGO      PIC 9999999V99.
           77 LASTID    PIC 9(9).
           77 MIDCARGO  PIC 9(9).
           77 MIDABONO  PIC 9(9).
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).
           77 FECHORACT PIC 9999999999. *> AAMMDDHHMM
           77 CANTFOR   PIC Z,ZZZ,ZZ9.99.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           77 VALTIPO PIC X(1).
           77 VALDATO PIC X(10).
           77 VALOK   PIC X(1).
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       IDENTOPER.
           *> Las ordenes de retencion las registra y resuelve un
           *> supervisor, igual que las lineas de MANTDESC.
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
           *> Retenciones y embargos ordenados por un juzgado u
           *> organismo (RETENCIONES.DAT). Mientras esten en vigor,
           *> el importe retenido no se puede disponer: RETENIDO lo
           *> suma y PISOSALDO lo anade al piso de todos los cargos,
           *> sin bloquear la cuenta entera. Se levantan (el dinero
           *> vuelve a estar disponible) o se ejecutan (se entrega a
           *> la cuenta de la autoridad, clase EM). INFRET saca el
           *> registro para la asesoria juridica.
           DISPLAY " ".
           DISPLAY "Retenciones judiciales y administrativas".
           DISPLAY "1-Listar  2-Alta  3-Levantar  4-Ejecutar  "
                   "5-Salir".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   GO TO LISTAR
               WHEN 2
                   GO TO ALTA
               WHEN 3
                   GO TO LEVANTAR
               WHEN 4
                   GO TO EJECUTAR
               WHEN 5
                   EXIT PROGRAM
               WHEN OTHER
                   GO TO MAIN-PARA
           END-EVALUATE.

       LISTAR.
           *> Retenciones activas de una cuenta, o de todas si se
           *> deja en blanco.
           DISPLAY "Cuenta (blanco = todas): " WITH NO ADVANCING.
           MOVE SPACES TO CUENTAIN.
           ACCEPT CUENTAIN.
           MOVE 0 TO LISTADOS.
           MOVE "N" TO EOF.
           OPEN INPUT RETENFILE.
           IF FSRT = "35"
               DISPLAY "No hay retenciones registradas."
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "Num.   Cuenta          Importe Desde  Hasta  "
                   "Referencia".
       LEERLISTA.
           READ RETENFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO FINLISTA
           END-IF.
           IF RTEST NOT = "A"
               GO TO LEERLISTA
           END-IF.
           IF CUENTAIN NOT = SPACES AND RTCUENTA NOT = CUENTAIN
               GO TO LEERLISTA
           END-IF.
           MOVE RTIMPORTE TO CANTFOR.
           DISPLAY RTNUM " " RTCUENTA " " CANTFOR " " RTINICIO " "
                   RTFIN " " RTREF.
           DISPLAY "       " RTAUTORIDAD " cuenta " RTCTAAUT.
           ADD 1 TO LISTADOS.
           GO TO LEERLISTA.
       FINLISTA.
           CLOSE RETENFILE.
           DISPLAY "Retenciones activas: " LISTADOS.
           IF CUENTAIN NOT = SPACES
               PERFORM MOSTRARDISPONIBLE THRU FINMOSTRARDISPONIBLE
           END-IF.
           GO TO MAIN-PARA.

       ALTA.
           DISPLAY "Cuenta retenida: " WITH NO ADVANCING.
           ACCEPT CUENTAIN.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTAIN TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CLOSE CUENTASFILE
                   DISPLAY "No existe ninguna cuenta con ese numero."
                   GO TO MAIN-PARA
           END-READ.
           CLOSE CUENTASFILE.
           IF BLOQUEADA = "C"
               DISPLAY "La cuenta esta cerrada."
               GO TO MAIN-PARA
           END-IF.
           MOVE DNITIT TO TITULAR.
           PERFORM MOSTRARDISPONIBLE THRU FINMOSTRARDISPONIBLE.

           OPEN I-O RETENFILE.
           IF FSRT = "35"
               OPEN OUTPUT RETENFILE
               CLOSE RETENFILE
               OPEN I-O RETENFILE
           END-IF.
           MOVE 0 TO MAXNUM.
           MOVE "N" TO EOF.
       BUSCARULTIMA.
           READ RETENFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "N"
               MOVE RTNUM TO MAXNUM
               GO TO BUSCARULTIMA
           END-IF.

           MOVE CUENTAIN TO RTCUENTA.
           DISPLAY "Importe a retener: " WITH NO ADVANCING.
           ACCEPT RTIMPORTE.
           DISPLAY "Referencia de la orden: " WITH NO ADVANCING.
           ACCEPT RTREF.
           DISPLAY "Autoridad que la dicta: " WITH NO ADVANCING.
           ACCEPT RTAUTORIDAD.
           DISPLAY "Cuenta de la autoridad: " WITH NO ADVANCING.
           ACCEPT RTCTAAUT.
           DISPLAY "Desde (AAMMDD, 0 = hoy): " WITH NO ADVANCING.
           ACCEPT RTINICIO.
           DISPLAY "Hasta (AAMMDD, 0 = hasta nueva orden): "
                   WITH NO ADVANCING.
           ACCEPT RTFIN.
           ACCEPT FECHAB FROM DATE.
           IF RTINICIO = 0
               MOVE FECHAB TO RTINICIO
           END-IF.
           IF RTIMPORTE = 0 OR RTREF = SPACES
                   OR RTAUTORIDAD = SPACES
               CLOSE RETENFILE
               DISPLAY "Datos no validos: importe, referencia y "
                       "autoridad son obligatorios."
               GO TO MAIN-PARA
           END-IF.
           IF RTFIN NOT = 0 AND RTFIN < RTINICIO
               CLOSE RETENFILE
               DISPLAY "La fecha final es anterior a la inicial."
               GO TO MAIN-PARA
           END-IF.
           *> La cuenta de la autoridad ha de poder recibir el dinero
           *> el dia que se ejecute: digito de control (ver
           *> VALIDARID), existente, abierta y distinta.
           IF RTCTAAUT = RTCUENTA
               CLOSE RETENFILE
               DISPLAY "La cuenta de la autoridad no puede ser la "
                       "retenida."
               GO TO MAIN-PARA
           END-IF.
           MOVE "C" TO VALTIPO.
           MOVE RTCTAAUT TO VALDATO.
           CALL "VALIDARID" USING VALTIPO, VALDATO, VALOK.
           CANCEL "VALIDARID".
           IF VALOK NOT = "S"
               CLOSE RETENFILE
               DISPLAY "La cuenta de la autoridad no es valida "
                       "(digito de control)."
               GO TO MAIN-PARA
           END-IF.
           OPEN INPUT CUENTASFILE.
           MOVE RTCTAAUT TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   MOVE "C" TO BLOQUEADA
           END-READ.
           CLOSE CUENTASFILE.
           IF BLOQUEADA = "C"
               CLOSE RETENFILE
               DISPLAY "La cuenta de la autoridad no existe o esta "
                       "cerrada."
               GO TO MAIN-PARA
           END-IF.

           ADD 1 TO MAXNUM GIVING RTNUM.
           MOVE "A" TO RTEST.
           MOVE OPERACT TO RTOPER.
           MOVE 0 TO RTFECHARES.
           MOVE 0 TO RTPAGADO.
           MOVE 0 TO RTMID.
           WRITE RETENREC.
           CLOSE RETENFILE.

           MOVE "RETENCION ALTA" TO AUDITACCION.
           MOVE RTIMPORTE TO CANTFOR.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Ret " RTNUM " " RTCUENTA " " CANTFOR " " RTREF
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Retencion " RTNUM " registrada.".
           PERFORM MOSTRARDISPONIBLE THRU FINMOSTRARDISPONIBLE.
           GO TO MAIN-PARA.

       LEVANTAR.
           *> La autoridad levanta la orden: el importe deja de estar
           *> retenido y vuelve a ser disponible para el cliente.
           PERFORM LEERRET THRU FINLEERRET.
           IF EOF = "Y"
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "Levantar la retencion (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               PERFORM SOLTARRET THRU FINSOLTARRET
               GO TO MAIN-PARA
           END-IF.
           MOVE "L" TO RTEST.
           ACCEPT RTFECHARES FROM DATE.
           REWRITE RETENREC.
           PERFORM SOLTARRET THRU FINSOLTARRET.
           MOVE "RETENCION LEVANTADA" TO AUDITACCION.
           MOVE RTIMPORTE TO CANTFOR.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Ret " RTNUM " " RTCUENTA " " CANTFOR " " RTREF
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Retencion " RTNUM " levantada.".
           GO TO MAIN-PARA.

       EJECUTAR.
           *> La autoridad ordena la entrega: lo retenido pasa de la
           *> cuenta del cliente a la de la autoridad. Si el saldo no
           *> llega a cubrirlo, se entrega lo que haya y el resto
           *> sigue retenido para lo que vaya entrando.
           PERFORM LEERRET THRU FINLEERRET.
           IF EOF = "Y"
               GO TO MAIN-PARA
           END-IF.
           OPEN INPUT CUENTASFILE.
           MOVE RTCTAAUT TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   MOVE "C" TO BLOQUEADA
           END-READ.
           IF BLOQUEADA = "C"
               CLOSE CUENTASFILE
               PERFORM SOLTARRET THRU FINSOLTARRET
               DISPLAY "La cuenta de la autoridad no existe o esta "
                       "cerrada; no se puede ejecutar."
               GO TO MAIN-PARA
           END-IF.
           MOVE RTCUENTA TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   MOVE 0 TO SALDO
           END-READ.
           CLOSE CUENTASFILE.
           IF SALDO NOT > 0
               PERFORM SOLTARRET THRU FINSOLTARRET
               DISPLAY "La cuenta retenida no tiene saldo que "
                       "entregar."
               GO TO MAIN-PARA
           END-IF.
           MOVE RTIMPORTE TO PAGO.
           IF SALDO < RTIMPORTE
               MOVE SALDO TO PAGO
           END-IF.
           MOVE PAGO TO CANTFOR.
           DISPLAY "Entregar " CANTFOR " a la cuenta " RTCTAAUT
                   " (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               PERFORM SOLTARRET THRU FINSOLTARRET
               GO TO MAIN-PARA
           END-IF.

           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING FECHORACT.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO FECHORACT GIVING FECHORACT.

           *> Dos MID de una vez (cargo al cliente y abono a la
           *> autoridad), igual que SUSPENSO.
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
           COMPUTE ULTIMOMID = LASTID + 1.
           REWRITE MOVCONTROLREC.
           UNLOCK MOVCONTROLFILE.
           CLOSE MOVCONTROLFILE.
           MOVE LASTID TO MIDCARGO.
           ADD 1 TO LASTID GIVING MIDABONO.

       CARGARCLIENTE.
           *> El cargo no mira el piso (ver PISOSALDO): es la propia
           *> retencion la que se entrega, aunque la cuenta este
           *> bloqueada.
           OPEN I-O CUENTASFILE.
           MOVE RTCUENTA TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY
                   CLOSE CUENTASFILE
                   PERFORM SOLTARRET THRU FINSOLTARRET
                   DISPLAY "No se encontro la cuenta retenida."
                   GO TO MAIN-PARA
           END-READ.
           MOVE DNITIT TO TITULAR.
           SUBTRACT PAGO FROM SALDO.
           OPEN I-O MOVIMIENTOSFILE.
           MOVE MIDCARGO TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE RTCUENTA TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Ejecucion retencion " RTNUM " " RTREF
                  DELIMITED BY SIZE INTO CONCEPTO.
           COMPUTE CANTIDAD = 0 - PAGO.
           MOVE RTCTAAUT TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "EM" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.

           *> La retencion queda ejecutada, o reducida a lo que
           *> falta por entregar, antes del abono a la autoridad: un
           *> fallo a partir de aqui no puede llevar a entregar dos
           *> veces.
           ADD PAGO TO RTPAGADO.
           SUBTRACT PAGO FROM RTIMPORTE.
           MOVE MIDCARGO TO RTMID.
           ACCEPT RTFECHARES FROM DATE.
           IF RTIMPORTE = 0
               MOVE "E" TO RTEST
           END-IF.
           REWRITE RETENREC.
           PERFORM SOLTARRET THRU FINSOLTARRET.

       ABONARAUTORIDAD.
           OPEN I-O CUENTASFILE.
           MOVE RTCTAAUT TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY
                   CLOSE CUENTASFILE
                   DISPLAY "No se pudo abonar a la autoridad; el "
                           "cargo ya esta hecho: avise a "
                           "conciliacion."
                   GO TO AUDITAREJEC
           END-READ.
           ADD PAGO TO SALDO.
           OPEN I-O MOVIMIENTOSFILE.
           MOVE MIDABONO TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE RTCTAAUT TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Retencion " RTNUM " de la cuenta " RTCUENTA
                  DELIMITED BY SIZE INTO CONCEPTO.
           MOVE PAGO TO CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "TR" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.

       AUDITAREJEC.
           MOVE "RETENCION EJECUTADA" TO AUDITACCION.
           MOVE PAGO TO CANTFOR.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Ret " RTNUM " MID " MIDCARGO " " CANTFOR
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           IF RTEST = "E"
               DISPLAY "Retencion " RTNUM " ejecutada; cargo MID "
                       MIDCARGO "."
           ELSE
               MOVE RTIMPORTE TO CANTFOR
               DISPLAY "Entrega parcial con MID " MIDCARGO
                       "; siguen retenidos " CANTFOR "."
           END-IF.
           GO TO MAIN-PARA.

       LEERRET.
           *> Lee y bloquea la retencion pedida, que ha de estar
           *> activa; EOF = "Y" si no se puede seguir.
           MOVE "Y" TO EOF.
           DISPLAY "Numero de retencion: " WITH NO ADVANCING.
           ACCEPT NUMIN.
           OPEN I-O RETENFILE.
           IF FSRT = "35"
               DISPLAY "No hay retenciones registradas."
               GO TO FINLEERRET
           END-IF.
           MOVE NUMIN TO RTNUM.
           READ RETENFILE WITH LOCK
               INVALID KEY
                   CLOSE RETENFILE
                   DISPLAY "No existe esa retencion."
                   GO TO FINLEERRET
           END-READ.
           MOVE RTIMPORTE TO CANTFOR.
           DISPLAY "Ret " RTNUM " cuenta " RTCUENTA " " CANTFOR
                   " estado " RTEST.
           DISPLAY "  " RTREF " " RTAUTORIDAD.
           IF RTEST NOT = "A"
               UNLOCK RETENFILE
               CLOSE RETENFILE
               DISPLAY "La retencion ya no esta activa."
               GO TO FINLEERRET
           END-IF.
           MOVE "N" TO EOF.
           OPEN INPUT CUENTASFILE.
           MOVE RTCUENTA TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   MOVE SPACES TO DNITIT
           END-READ.
           CLOSE CUENTASFILE.
           MOVE DNITIT TO TITULAR.
       FINLEERRET.
           EXIT.

       SOLTARRET.
           UNLOCK RETENFILE.
           CLOSE RETENFILE.
       FINSOLTARRET.
           EXIT.

       MOSTRARDISPONIBLE.
           *> Saldo y disponible (saldo menos retenciones en vigor)
           *> de CUENTAIN.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTAIN TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CLOSE CUENTASFILE
                   GO TO FINMOSTRARDISPONIBLE
           END-READ.
           CLOSE CUENTASFILE.
           CALL "RETENIDO" USING CUENTAIN, RETENCION.
           CANCEL "RETENIDO".
           COMPUTE DISPONIBLE = SALDO - RETENCION.
           MOVE SALDO TO SALDOFORMA.
           DISPLAY "Saldo: " SALDOFORMA WITH NO ADVANCING.
           MOVE DISPONIBLE TO SALDOFORMA.
           DISPLAY "  disponible: " SALDOFORMA.
       FINMOSTRARDISPONIBLE.
           EXIT.

       AUDITAR.
           *> Rastro de seguridad, igual que MANTDESC: cada orden y
           *> su resolucion quedan registradas con el supervisor.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "MANTRET" TO AUDITORIGEN.
           MOVE TITULAR TO AUDITDNI.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAR.
           EXIT.

       END PROGRAM MANTRET.
