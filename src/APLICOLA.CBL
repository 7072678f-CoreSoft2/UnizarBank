       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICOLA.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PNNUM
           ALTERNATE RECORD KEY IS PNCUENTA WITH DUPLICATES
           FILE STATUS IS FSPN.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSCU.

           SELECT CLIENTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNI
           FILE STATUS IS FSCF.

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

           SELECT TARIFASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLASETARIFA
           FILE STATUS IS FSTA.

           SELECT ENVIOSFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSEN.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

           SELECT RESERVASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESID
           FILE STATUS IS FSRE.

           SELECT ASIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASIKEY
           FILE STATUS IS FSAS.

           SELECT PROMOCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROCOD
           LOCK MODE IS MANUAL
           FILE STATUS IS FSPR.

           SELECT CAJASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJAKEY
           LOCK MODE IS MANUAL
           FILE STATUS IS FSCA.

           SELECT CAJADETFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSCD.

       DATA DIVISION.
       FILE SECTION.

           FD PENDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PENDIENTES.DAT".
               01 PENDREC.
                 02 PNNUM      PIC 9(6). *> orden de llegada
                 02 PNFECHORA  PIC 9999999999. *> AAMMDDHHMM llegada
                 02 PNDATOS.
                   03 PNTIPO     PIC X(1). *> T transferencia / C
                                           *> compra / I ingreso y R
                                           *> reintegro de CAJA / Q
                                           *> ingreso de cheque
                   03 PNCUENTA   PIC X(10). *> cuenta de la operacion
                   03 PNDNI      PIC X(9). *> quien la ordena
                   03 PNROL      PIC X(1). *> rol (ver ROLCUENTA)
                   03 PNIMPORTE  PIC 9999999V99.
                   03 PNRETEN    PIC 9999999V99. *> retenido del
                                                 *> disponible
                   03 PNDESTINO  PIC X(10). *> T: cuenta destino
                                          *> Q: entidad librada
                   03 PNTITULAR  PIC X(12). *> T: titular tecleado
                                          *> Q: numero de cheque
                   03 PNOPER     PIC X(8). *> I/R/Q: cajero
                   03 PNSESION   PIC 9(6). *> C: sesion
                   03 PNENTR     PIC 9(5). *> C: entradas
                   03 PNZONA     PIC 9. *> C: zona (0 = sin zona)
                   03 PNPROMO    PIC X(8). *> C: promocion
                   03 PNDTO      PIC 9999999V99. *> C: descuento
                   03 PNRESID    PIC 9(5). *> C: reserva que convierte
                   03 PNNOMBRE   PIC X(20). *> C: espectaculo
                 02 PNEST      PIC X(1). *> P pendiente / E en curso /
                                         *> A aplicada / R rechazada
                 02 PNMID      PIC 9(9). *> MID del apunte aplicado
                 02 PNMOTIVO   PIC X(30). *> motivo del rechazo
                 02 PNFHAPLI   PIC 9999999999. *> AAMMDDHHMM aplicacion

           FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTAS.DAT".
               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

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

           FD TARIFASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TARIFAS.DAT".
               01 TARIFASREC.
                 02 CLASETARIFA PIC X(1). *> T transferencia /
                                          *> E envio exterior
                 02 FIJO    PIC 9999V99.
                 02 PORCENT PIC 99V99.

           FD ENVIOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ENVIOS.DAT".
               01 ENVIOSREC.
                 02 ENVFECHORA PIC 9999999999. *> AAMMDDHHMM
                 02 ENVORIGEN  PIC X(10).
                 02 ENVDESTINO PIC X(10).
                 02 ENVTITULAR PIC X(12).
                 02 ENVCANT    PIC 9999999V99.
                 02 ENVESTADO  PIC X(1). *> P pendiente / C cerrado /
                                         *> D devuelto (INTERDEV)

           FD SESIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SESIONES.DAT".
               01 SESIONESREC.
                 02 NUMSES   PIC 9(6).
                 02 NUMESPSES PIC 9(5). *> espectaculo de la sesion
                 02 FECHA PIC 9(6). *> Sin formato
                 02 HORASES PIC 9(4). *> HHMM
                 02 RECINTO PIC X(4). *> codigo de recinto
                 02 DISPONIBLES PIC 99999.
                 02 ASIGNADAS PIC 99999.

           FD RESERVASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RESERVAS.DAT".
               01 RESERVASREC.
                 02 RESID     PIC 9(5).
                 02 DNIRES    PIC X(9).
                 02 NUMESPRES PIC 9(6).
                 02 CANTRES   PIC 9(5).
                 02 EXPIRARES PIC 9999999999. *> AAMMDDHHMM

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

           FD CAJASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CAJAS.DAT".
               01 CAJASREC.
                 02 CAJAKEY.
                   03 OPERCAJA  PIC X(8).
                   03 FECHACAJA PIC 9(6). *> AAMMDD
                 02 FONDOINI PIC 9999999V99. *> fondo de apertura
                 02 ENTRCAJA PIC 9999999V99. *> ingresos del dia
                 02 SALICAJA PIC 9999999V99. *> reintegros del dia
                 02 CONTADO  PIC 9999999V99. *> recuento del arqueo
                 02 CAJACERRADA PIC X(1). *> Y arqueada / N abierta

           FD CAJADETFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CAJADET.DAT".
               01 CAJADETREC.
                 02 DETFECHORA PIC 9999999999. *> AAMMDDHHMM
                 02 DETOPER    PIC X(8).
                 02 DETMID     PIC 9(9).
                 02 DETTIPO    PIC X(1). *> I ingreso / R reintegro /
                                         *> A anulacion (ANULAMOV)
                 02 DETIMPORTE PIC 9999999V99.

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSPN      PIC XX.
           77 FSCU      PIC XX.
           77 FSCF      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FSLF      PIC XX.
           77 FSAD      PIC XX.
           77 FSTA      PIC XX.
           77 FSEN      PIC XX.
           77 FSSE      PIC XX.
           77 FSRE      PIC XX.
           77 FSAS      PIC XX.
           77 FSPR      PIC XX.
           77 FSCA      PIC XX.
           77 FSCD      PIC XX.
           77 EOF       PIC X VALUE "N".
           77 FECHACT   PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).
           77 FECHORACT PIC 9999999999. *> AAMMDDHHMM
           77 MOTIVO    PIC X(30).
           77 APLICADAS PIC 9(5) VALUE 0.
           77 RECHAZADAS PIC 9(5) VALUE 0.
           77 AMEDIAS   PIC 9(5) VALUE 0.
           77 ORIGSALDO PIC S9999999V99.
           77 NEWSALDO  PIC S9999999V99.
           77 DESTSALDO PIC S9999999V99.
           77 PISO      PIC S9999999V99.
           77 TOTALHOY  PIC 9999999V99.
           77 GASTO     PIC 9999999V99.
           77 COMISION  PIC 9999999V99.
           77 ESEXTERNA PIC X(1).
           77 DESTDNI   PIC X(9).
           77 NOMBACT   PIC X(12).
           77 NMIDS     PIC 9.
           77 LASTID    PIC 9(9).
           77 MIDORIGEN PIC 9(9).
           77 MIDDESTINO PIC 9(9).
           77 MIDCOMISION PIC 9(9).
           77 SEGUNDOPASO PIC X VALUE "N".
           77 ROLCTA    PIC X(1).
           77 TOPECTA   PIC 9999999V99.
           77 ENTRCOMPRA PIC 99.
           77 LIBRES    PIC 9(5).
           77 ASIGNADOS PIC 9(5).
           77 PROMOOK   PIC X(1).
           77 TIKOK     PIC X(1) VALUE "N".
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
           *> Vigencia del documento del cliente (ver DOCVIGENTE)
           77 DVESTADO  PIC X(1).
           77 DVCADDOC  PIC 9(6).
           *> Cheque de otra entidad (ver ANOTACHEQ)
           77 ACBANCO   PIC X(4).
           77 ACNUMERO  PIC X(10).
           77 ACNUM     PIC 9(6).
           77 ACFECHAVAL PIC 9(6).
           *> Cierre nocturno en marcha (ver CONGELADO)
           77 CGACCION  PIC X(1).
           77 CGESTADO  PIC X(1).
           *> Aviso al cliente (ver AVISAR)
           77 AVDNI     PIC X(9).
           77 AVCUENTA  PIC X(10).
           77 AVTIPO    PIC X(2).
           77 AVREF     PIC X(12).
           77 AVTEXTO   PIC X(60).
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Aplicacion de la cola del cierre nocturno (ver ENCOLAR):
           *> las transferencias, compras y operaciones de caja que
           *> llegaron con los apuntes congelados se apuntan ahora,
           *> en su orden de llegada, con las mismas comprobaciones
           *> que hacen TRANSFER, COMPRAR y CAJA, repetidas sobre el
           *> saldo de este momento; la que ya no las pasa queda
           *> rechazada y se avisa al cliente. La lanza CIERRENOCHE al
           *> terminar la cadena; se puede relanzar a mano, porque
           *> cada operacion guarda su estado.
           MOVE "Q" TO CGACCION.
           CALL "CONGELADO" USING CGACCION, CGESTADO.
           CANCEL "CONGELADO".
           IF CGESTADO = "S"
               DISPLAY "El cierre nocturno sigue en marcha; la cola "
                       "se aplica al terminar."
               EXIT PROGRAM
           END-IF.
           OPEN I-O PENDFILE.
           IF FSPN = "35"
               DISPLAY "No hay operaciones en cola."
               EXIT PROGRAM
           END-IF.
           DISPLAY "Aplicacion de las operaciones en cola".

       LEERCOLA.
           READ PENDFILE NEXT RECORD
               AT END GO TO FIN
           END-READ.
           *> Una operacion en curso es de una pasada que se
           *> interrumpio a mitad: puede estar apuntada o no, asi que
           *> no se repite; se revisa a mano contra CONCILIA.
           IF PNEST = "E"
               ADD 1 TO AMEDIAS
               DISPLAY "Operacion " PNNUM " interrumpida en una pasada "
                       "anterior: revisela antes de darla por buena."
               GO TO LEERCOLA
           END-IF.
           IF PNEST NOT = "P"
               GO TO LEERCOLA
           END-IF.
           *> Al pasar a en curso deja de retener (ver ENCOLADO): el
           *> piso que se compruebe ahora ya no la cuenta dos veces.
           MOVE "E" TO PNEST.
           REWRITE PENDREC.
           ACCEPT FECHACT FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHACT BY 10000 GIVING FECHORACT.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO FECHORACT GIVING FECHORACT.
           MOVE SPACES TO MOTIVO.
           EVALUATE PNTIPO
               WHEN "T"
                   GO TO APLICARTRF
               WHEN "C"
                   GO TO APLICARCOMPRA
               WHEN "I"
                   GO TO APLICARCAJA
               WHEN "R"
                   GO TO APLICARCAJA
               WHEN "Q"
                   GO TO APLICARCAJA
           END-EVALUATE.
           MOVE "Tipo de operacion desconocido" TO MOTIVO.
           GO TO RECHAZADA.

      *>-------------------------------------------------------------
      *> Transferencias: comprobaciones de TRANSFER, apunte como
      *> EJECORDEN (interna con cargo y abono, o hacia el intercambio)
      *>-------------------------------------------------------------
       APLICARTRF.
           CALL "ROLCUENTA" USING PNCUENTA, PNDNI, ROLCTA, TOPECTA.
           CANCEL "ROLCUENTA".
           IF ROLCTA = "C" OR ROLCTA = "N"
               MOVE "Sin permiso en la cuenta" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           IF ROLCTA = "A" AND PNIMPORTE > TOPECTA
               MOVE "Supera el tope del autorizado" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           CALL "DOCVIGENTE" USING PNDNI, DVESTADO, DVCADDOC.
           CANCEL "DOCVIGENTE".
           IF DVESTADO = "C"
               MOVE "Documento de identidad caducado" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           OPEN INPUT CUENTASFILE.
           MOVE PNCUENTA TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CLOSE CUENTASFILE
                   MOVE "La cuenta no existe" TO MOTIVO
                   GO TO RECHAZADA
           END-READ.
           IF BLOQUEADA NOT = "N"
               CLOSE CUENTASFILE
               MOVE "Cuenta bloqueada o cerrada" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           MOVE SALDO TO ORIGSALDO.
           MOVE "N" TO ESEXTERNA.
           MOVE PNDESTINO TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   MOVE "S" TO ESEXTERNA
           END-READ.
           IF ESEXTERNA = "N" AND BLOQUEADA = "C"
               CLOSE CUENTASFILE
               MOVE "La cuenta destino esta cerrada" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           MOVE DNITIT TO DESTDNI.
           CLOSE CUENTASFILE.

           MOVE 0 TO COMISION.
           OPEN INPUT TARIFASFILE.
           IF FSTA NOT = "35"
               MOVE "T" TO CLASETARIFA
               IF ESEXTERNA = "S"
                   MOVE "E" TO CLASETARIFA
               END-IF
               READ TARIFASFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE COMISION ROUNDED =
                           FIJO + PNIMPORTE * PORCENT / 100
               END-READ
               CLOSE TARIFASFILE
           END-IF.

           PERFORM LEERLIMITES THRU FINLEERLIMITES.
           CALL "PISOSALDO" USING PNCUENTA, PISO.
           CANCEL "PISOSALDO".
           IF ORIGSALDO - PNIMPORTE - COMISION < PISO
               MOVE "Saldo insuficiente" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           IF TOTALHOY + PNIMPORTE + COMISION > LIMDIARIO
               MOVE "Supera el limite diario" TO MOTIVO
               GO TO RECHAZADA
           END-IF.

           MOVE SPACES TO NOMBACT.
           OPEN INPUT CLIENTESFILE.
           MOVE PNDNI TO DNI.
           READ CLIENTESFILE
               NOT INVALID KEY
                   MOVE NOMBAPE TO NOMBACT
           END-READ.
           CLOSE CLIENTESFILE.

           *> Interna: cargo y abono, mas la comision si la hay.
           *> Exterior: solo el cargo y la comision, igual que
           *> CALCULAREXT de TRANSFER.
           IF ESEXTERNA = "S"
               MOVE 1 TO NMIDS
           ELSE
               MOVE 2 TO NMIDS
           END-IF.
           IF COMISION > 0
               ADD 1 TO NMIDS
           END-IF.
           PERFORM RESERVARMID THRU FINRESERVARMID.
           MOVE LASTID TO MIDORIGEN.
           IF ESEXTERNA = "S"
               ADD 1 TO LASTID GIVING MIDCOMISION
               GO TO TRFEXT
           END-IF.
           ADD 1 TO LASTID GIVING MIDDESTINO.
           ADD 2 TO LASTID GIVING MIDCOMISION.
           *> Bloqueo de las dos cuentas por numero ascendente, igual
           *> que COMMITSALDOS de TRANSFER.
           MOVE "N" TO SEGUNDOPASO.
           IF PNCUENTA < PNDESTINO
               GO TO TRFORIGEN
           ELSE
               GO TO TRFDESTINO
           END-IF.

       TRFORIGEN.
           OPEN I-O CUENTASFILE.
           MOVE PNCUENTA TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY GO TO ERRCOMMIT
           END-READ.
           SUBTRACT PNIMPORTE FROM SALDO GIVING SALDO.
           MOVE SALDO TO NEWSALDO.
           CALL "PISOSALDO" USING PNCUENTA, PISO.
           CANCEL "PISOSALDO".
           IF NEWSALDO - COMISION < PISO
               UNLOCK CUENTASFILE
               CLOSE CUENTASFILE
               MOVE "Saldo insuficiente" TO MOTIVO
               GO TO RECHAZADA
           END-IF.

           OPEN I-O MOVIMIENTOSFILE.
           MOVE MIDORIGEN TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE PNCUENTA TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Transferencia a "PNTITULAR" ("DESTDNI")"
                 DELIMITED BY SIZE INTO CONCEPTO.
           MOVE PNIMPORTE TO CANTIDAD.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE PNDESTINO TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "TE" TO CLASEMOV.
           MOVE NEWSALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           IF COMISION > 0
               MOVE "Comision por transferencia" TO CONCEPTO
               PERFORM APUNTARCOMISION THRU FINAPUNTARCOMISION
           END-IF.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.
           COMPUTE GASTO = PNIMPORTE + COMISION.
           PERFORM SUMARACUM THRU FINSUMARACUM.

           IF SEGUNDOPASO = "S"
               GO TO TRFHECHA
           END-IF.
           MOVE "S" TO SEGUNDOPASO.
           GO TO TRFDESTINO.

       TRFDESTINO.
           OPEN I-O CUENTASFILE.
           MOVE PNDESTINO TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY GO TO ERRCOMMIT
           END-READ.
           ADD PNIMPORTE TO SALDO GIVING SALDO.
           MOVE SALDO TO DESTSALDO.

           OPEN I-O MOVIMIENTOSFILE.
           MOVE MIDDESTINO TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE PNDESTINO TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Transferencia recibida de "NOMBACT" ("PNDNI")"
                 DELIMITED BY SIZE INTO CONCEPTO.
           MOVE PNIMPORTE TO CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "TR" TO CLASEMOV.
           MOVE DESTSALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.

           IF SEGUNDOPASO = "S"
               GO TO TRFHECHA
           END-IF.
           MOVE "S" TO SEGUNDOPASO.
           GO TO TRFORIGEN.

       TRFEXT.
           *> Hacia otra entidad: cargo, orden pendiente en
           *> ENVIOS.DAT para el INTERENV del cierre siguiente y
           *> comision de clase E, igual que COMMITEXT de TRANSFER.
           OPEN I-O CUENTASFILE.
           MOVE PNCUENTA TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY GO TO ERRCOMMIT
           END-READ.
           SUBTRACT PNIMPORTE FROM SALDO GIVING SALDO.
           MOVE SALDO TO NEWSALDO.
           CALL "PISOSALDO" USING PNCUENTA, PISO.
           CANCEL "PISOSALDO".
           IF NEWSALDO - COMISION < PISO
               UNLOCK CUENTASFILE
               CLOSE CUENTASFILE
               MOVE "Saldo insuficiente" TO MOTIVO
               GO TO RECHAZADA
           END-IF.

           OPEN I-O MOVIMIENTOSFILE.
           MOVE MIDORIGEN TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE PNCUENTA TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Transferencia emitida a "PNDESTINO
                 DELIMITED BY SIZE INTO CONCEPTO.
           MOVE PNIMPORTE TO CANTIDAD.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE PNDESTINO TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "TE" TO CLASEMOV.
           MOVE NEWSALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.

           OPEN EXTEND ENVIOSFILE.
           IF FSEN = "35"
               OPEN OUTPUT ENVIOSFILE
               CLOSE ENVIOSFILE
               OPEN EXTEND ENVIOSFILE
           END-IF.
           MOVE FECHORACT TO ENVFECHORA.
           MOVE PNCUENTA TO ENVORIGEN.
           MOVE PNDESTINO TO ENVDESTINO.
           MOVE PNTITULAR TO ENVTITULAR.
           MOVE PNIMPORTE TO ENVCANT.
           MOVE "P" TO ENVESTADO.
           WRITE ENVIOSREC.
           CLOSE ENVIOSFILE.

           IF COMISION > 0
               MOVE "Comision por envio exterior" TO CONCEPTO
               PERFORM APUNTARCOMISION THRU FINAPUNTARCOMISION
           END-IF.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.
           COMPUTE GASTO = PNIMPORTE + COMISION.
           PERFORM SUMARACUM THRU FINSUMARACUM.

       TRFHECHA.
           MOVE MIDORIGEN TO PNMID.
           GO TO APLICADA.

      *>-------------------------------------------------------------
      *> Compras de entradas: comprobaciones y apunte de COMPRAR
      *>-------------------------------------------------------------
       APLICARCOMPRA.
           CALL "ROLCUENTA" USING PNCUENTA, PNDNI, ROLCTA, TOPECTA.
           CANCEL "ROLCUENTA".
           IF ROLCTA = "C" OR ROLCTA = "N"
               MOVE "Sin permiso en la cuenta" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           IF ROLCTA = "A" AND PNIMPORTE > TOPECTA
               MOVE "Supera el tope del autorizado" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           OPEN INPUT CUENTASFILE.
           MOVE PNCUENTA TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CLOSE CUENTASFILE
                   MOVE "La cuenta no existe" TO MOTIVO
                   GO TO RECHAZADA
           END-READ.
           IF BLOQUEADA NOT = "N"
               CLOSE CUENTASFILE
               MOVE "Cuenta bloqueada o cerrada" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           MOVE SALDO TO ORIGSALDO.
           CLOSE CUENTASFILE.
           PERFORM LEERLIMITES THRU FINLEERLIMITES.
           CALL "PISOSALDO" USING PNCUENTA, PISO.
           CANCEL "PISOSALDO".
           IF ORIGSALDO - PNIMPORTE < PISO
               MOVE "Saldo insuficiente" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           IF TOTALHOY + PNIMPORTE > LIMDIARIO
               MOVE "Supera el limite diario" TO MOTIVO
               GO TO RECHAZADA
           END-IF.

           OPEN I-O SESIONESFILE.
           MOVE PNSESION TO NUMSES.
           READ SESIONESFILE
               INVALID KEY
                   CLOSE SESIONESFILE
                   MOVE "La sesion ya no existe" TO MOTIVO
                   GO TO RECHAZADA
           END-READ.
           IF PNRESID = 0
               GO TO COMPRAAFORO
           END-IF.
           *> Compra que convierte una reserva: la reserva ha de
           *> seguir viva (la cadena puede haberla caducado).
           MOVE 0 TO NUMESPRES.
           OPEN INPUT RESERVASFILE.
           IF FSRE NOT = "35"
               MOVE PNRESID TO RESID
               READ RESERVASFILE
                   INVALID KEY
                       MOVE 0 TO NUMESPRES
               END-READ
               CLOSE RESERVASFILE
           END-IF.
           IF NUMESPRES NOT = PNSESION OR DNIRES NOT = PNDNI
               CLOSE SESIONESFILE
               MOVE "La reserva ha caducado" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           GO TO COMPRAMID.
       COMPRAAFORO.
           IF PNENTR > DISPONIBLES
               CLOSE SESIONESFILE
               MOVE "No quedan entradas suficientes" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           IF PNZONA NOT = 0
               PERFORM CONTARLIBRES THRU FINCONTARLIBRES
               IF LIBRES < PNENTR
                   CLOSE SESIONESFILE
                   MOVE "No quedan entradas en la zona" TO MOTIVO
                   GO TO RECHAZADA
               END-IF
           END-IF.

       COMPRAMID.
           MOVE 1 TO NMIDS.
           PERFORM RESERVARMID THRU FINRESERVARMID.
           OPEN I-O CUENTASFILE.
           MOVE PNCUENTA TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY
                   CLOSE SESIONESFILE
                   GO TO ERRCOMMIT
           END-READ.
           SUBTRACT PNIMPORTE FROM SALDO GIVING SALDO.
           MOVE SALDO TO NEWSALDO.
           CALL "PISOSALDO" USING PNCUENTA, PISO.
           CANCEL "PISOSALDO".
           IF NEWSALDO < PISO
               UNLOCK CUENTASFILE
               CLOSE CUENTASFILE
               CLOSE SESIONESFILE
               MOVE "Saldo insuficiente" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           IF PNPROMO NOT = SPACES
               PERFORM CONTARPROMO THRU FINCONTARPROMO
               IF PROMOOK = "N"
                   UNLOCK CUENTASFILE
                   CLOSE CUENTASFILE
                   CLOSE SESIONESFILE
                   MOVE "La promocion esta agotada" TO MOTIVO
                   GO TO RECHAZADA
               END-IF
           END-IF.

           OPEN I-O MOVIMIENTOSFILE.
           MOVE LASTID TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE PNCUENTA TO CUENTAMOV.
           MOVE PNENTR TO ENTRCOMPRA.
           MOVE SPACES TO CONCEPTO.
           STRING "Compra de "ENTRCOMPRA" entradas de "PNNOMBRE
                 DELIMITED BY SIZE INTO CONCEPTO.
           MOVE PNIMPORTE TO CANTIDAD.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE PNSESION TO NUMESP.
           MOVE PNENTR TO CANTENTR.
           MOVE "CP" TO CLASEMOV.
           MOVE PNPROMO TO PROMOMOV.
           MOVE NEWSALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.

           IF PNRESID NOT = 0
               OPEN I-O RESERVASFILE
               MOVE PNRESID TO RESID
               READ RESERVASFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE RESERVASFILE RECORD
               END-READ
               CLOSE RESERVASFILE
           ELSE
               SUBTRACT PNENTR FROM DISPONIBLES GIVING DISPONIBLES
               REWRITE SESIONESREC
           END-IF.
           CLOSE SESIONESFILE.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.

           PERFORM ASIGNAR THRU FINASIGNAR.
           MOVE PNIMPORTE TO GASTO.
           PERFORM SUMARACUM THRU FINSUMARACUM.
           *> Documento de entradas, igual que al vender en COMPRAR.
           CALL "TIKENT" USING LASTID, TIKOK.
           CANCEL "TIKENT".
           MOVE LASTID TO PNMID.
           GO TO APLICADA.

      *>-------------------------------------------------------------
      *> Ingresos y reintegros de CAJA, con su anotacion en el cajon,
      *> e ingresos de cheques, con su anotacion en CHEQUES.DAT
      *>-------------------------------------------------------------
       APLICARCAJA.
           OPEN INPUT CUENTASFILE.
           MOVE PNCUENTA TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CLOSE CUENTASFILE
                   MOVE "La cuenta no existe" TO MOTIVO
                   GO TO RECHAZADA
           END-READ.
           IF BLOQUEADA NOT = "N"
               CLOSE CUENTASFILE
               MOVE "Cuenta bloqueada o cerrada" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           MOVE SALDO TO ORIGSALDO.
           CLOSE CUENTASFILE.
           IF PNTIPO = "R"
               CALL "DOCVIGENTE" USING PNDNI, DVESTADO, DVCADDOC
               CANCEL "DOCVIGENTE"
               IF DVESTADO = "C"
                   MOVE "Documento de identidad caducado" TO MOTIVO
                   GO TO RECHAZADA
               END-IF
               CALL "PISOSALDO" USING PNCUENTA, PISO
               CANCEL "PISOSALDO"
               IF ORIGSALDO - PNIMPORTE < PISO
                   MOVE "Saldo insuficiente" TO MOTIVO
                   GO TO RECHAZADA
               END-IF
           END-IF.

           MOVE 1 TO NMIDS.
           PERFORM RESERVARMID THRU FINRESERVARMID.
           OPEN I-O CUENTASFILE.
           MOVE PNCUENTA TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY GO TO ERRCOMMIT
           END-READ.
           IF PNTIPO = "R" AND SALDO - PNIMPORTE < PISO
               UNLOCK CUENTASFILE
               CLOSE CUENTASFILE
               MOVE "Saldo insuficiente" TO MOTIVO
               GO TO RECHAZADA
           END-IF.
           IF PNTIPO = "R"
               SUBTRACT PNIMPORTE FROM SALDO
           ELSE
               ADD PNIMPORTE TO SALDO
           END-IF.
           *> El cheque queda en compensacion desde hoy, como si se
           *> hubiera recogido ahora (ver CAJA).
           IF PNTIPO = "Q"
               MOVE PNDESTINO TO ACBANCO
               MOVE PNTITULAR TO ACNUMERO
               CALL "ANOTACHEQ" USING PNCUENTA, ACBANCO, ACNUMERO,
                                      PNIMPORTE, LASTID, PNOPER, ACNUM,
                                      ACFECHAVAL
               CANCEL "ANOTACHEQ"
           END-IF.

           OPEN I-O MOVIMIENTOSFILE.
           MOVE LASTID TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE PNCUENTA TO CUENTAMOV.
           MOVE "EF" TO CLASEMOV.
           EVALUATE PNTIPO
               WHEN "I"
                   MOVE "Ingreso en efectivo" TO CONCEPTO
                   MOVE PNIMPORTE TO CANTIDAD
               WHEN "R"
                   MOVE "Reintegro en efectivo" TO CONCEPTO
                   MOVE PNIMPORTE TO CANTIDAD
                   MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD
               WHEN "Q"
                   MOVE SPACES TO CONCEPTO
                   STRING "Ingreso de cheque " ACBANCO " " ACNUMERO
                          DELIMITED BY SIZE INTO CONCEPTO
                   MOVE PNIMPORTE TO CANTIDAD
                   MOVE "CH" TO CLASEMOV
           END-EVALUATE.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.
           IF PNTIPO NOT = "Q"
               PERFORM ANOTARCAJA THRU FINANOTARCAJA
           END-IF.
           MOVE LASTID TO PNMID.
           GO TO APLICADA.

       APLICADA.
           MOVE "A" TO PNEST.
           MOVE FECHORACT TO PNFHAPLI.
           REWRITE PENDREC.
           ADD 1 TO APLICADAS.
           MOVE PNIMPORTE TO IMPFORMA.
           DISPLAY "Operacion " PNNUM " " PNTIPO " " PNCUENTA " "
                   IMPFORMA " aplicada, MID " PNMID.
           *> Si ordeno un cotitular o un autorizado, el rastro de
           *> auditoria deja constancia, igual que en TRANSFER y
           *> COMPRAR.
           IF PNTIPO = "T" OR PNTIPO = "C"
               IF ROLCTA NOT = "P"
                   PERFORM AUDITAROPER THRU FINAUDITAROPER
               END-IF
           END-IF.
           GO TO LEERCOLA.

       RECHAZADA.
           MOVE "R" TO PNEST.
           MOVE MOTIVO TO PNMOTIVO.
           MOVE FECHORACT TO PNFHAPLI.
           REWRITE PENDREC.
           ADD 1 TO RECHAZADAS.
           MOVE PNIMPORTE TO IMPFORMA.
           DISPLAY "Operacion " PNNUM " " PNTIPO " " PNCUENTA " "
                   IMPFORMA " RECHAZADA: " MOTIVO.
           IF PNTIPO = "I" OR PNTIPO = "R"
               DISPLAY "  El efectivo de esta operacion ha de "
                       "regularizarse con el cajero " PNOPER "."
           END-IF.
           IF PNTIPO = "Q"
               DISPLAY "  El cheque " PNTITULAR " ha de devolverse al "
                       "cliente (cajero " PNOPER ")."
           END-IF.
           MOVE PNDNI TO AVDNI.
           MOVE PNCUENTA TO AVCUENTA.
           MOVE "OC" TO AVTIPO.
           MOVE PNNUM TO AVREF.
           MOVE SPACES TO AVTEXTO.
           STRING "Operacion " PNNUM " de " IMPFORMA
                  "E no realizada: " MOTIVO
                  DELIMITED BY SIZE INTO AVTEXTO.
           CALL "AVISAR" USING AVDNI, AVCUENTA, AVTIPO, AVREF,
                               AVTEXTO.
           CANCEL "AVISAR".
           GO TO LEERCOLA.

       ERRCOMMIT.
           CLOSE CUENTASFILE.
           MOVE "La cuenta no existe" TO MOTIVO.
           GO TO RECHAZADA.

       FIN.
           CLOSE PENDFILE.
           DISPLAY " ".
           DISPLAY "Operaciones aplicadas:    " APLICADAS.
           DISPLAY "Operaciones rechazadas:   " RECHAZADAS.
           IF AMEDIAS > 0
               DISPLAY "Operaciones a revisar:    " AMEDIAS
           END-IF.
           EXIT PROGRAM.

       LEERLIMITES.
           *> Limites configurables (ver LIMCONFIG) y gasto del dia
           *> de la cuenta en ACUMDIA.DAT, igual que EJECORDEN.
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
               MOVE PNCUENTA TO CUENTAACUM
               READ ACUMDIAFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FECHAACUM = FECHACT
                           MOVE GASTADOHOY TO TOTALHOY
                       END-IF
               END-READ
               CLOSE ACUMDIAFILE
           END-IF.
       FINLEERLIMITES.
           EXIT.

       RESERVARMID.
           *> NMIDS de una vez, con el registro de control bloqueado
           *> entre la lectura y el REWRITE, igual que TRANSFER.
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
           COMPUTE ULTIMOMID = LASTID + NMIDS - 1.
           REWRITE MOVCONTROLREC.
           UNLOCK MOVCONTROLFILE.
           CLOSE MOVCONTROLFILE.
       FINRESERVARMID.
           EXIT.

       APUNTARCOMISION.
           *> La comision va con su propio MID bajo el mismo bloqueo
           *> de la cuenta; CONCEPTO ya viene puesto.
           SUBTRACT COMISION FROM SALDO GIVING SALDO.
           OPEN I-O MOVIMIENTOSFILE.
           MOVE MIDCOMISION TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE PNCUENTA TO CUENTAMOV.
           MOVE COMISION TO CANTIDAD.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "CO" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
       FINAPUNTARCOMISION.
           EXIT.

       SUMARACUM.
           *> El acumulador diario se actualiza bajo su propio
           *> bloqueo; la fecha distinta de hoy reinicia el contador.
           OPEN I-O ACUMDIAFILE.
           IF FSAD = "35"
               OPEN OUTPUT ACUMDIAFILE
               CLOSE ACUMDIAFILE
               OPEN I-O ACUMDIAFILE
           END-IF.
           MOVE PNCUENTA TO CUENTAACUM.
           READ ACUMDIAFILE WITH LOCK
               INVALID KEY
                   MOVE PNCUENTA TO CUENTAACUM
                   MOVE FECHACT TO FECHAACUM
                   MOVE GASTO TO GASTADOHOY
                   WRITE ACUMDIAREC
               NOT INVALID KEY
                   IF FECHAACUM NOT = FECHACT
                       MOVE FECHACT TO FECHAACUM
                       MOVE 0 TO GASTADOHOY
                   END-IF
                   ADD GASTO TO GASTADOHOY
                   REWRITE ACUMDIAREC
                   UNLOCK ACUMDIAFILE
           END-READ.
           CLOSE ACUMDIAFILE.
       FINSUMARACUM.
           EXIT.

       CONTARLIBRES.
           *> Localidades libres de la zona elegida en la sesion.
           MOVE 0 TO LIBRES.
           OPEN INPUT ASIENTOSFILE.
           IF FSAS = "35"
               MOVE PNENTR TO LIBRES
               GO TO FINCONTARLIBRES
           END-IF.
           MOVE PNSESION TO NUMESPASI.
           MOVE 0 TO NUMASIENTO.
           START ASIENTOSFILE
               KEY > ASIKEY
               INVALID KEY GO TO FINLIBRES
           END-START.
       LEERLIBRE.
           READ ASIENTOSFILE NEXT RECORD
               AT END GO TO FINLIBRES
           END-READ.
           IF NUMESPASI NOT = PNSESION
               GO TO FINLIBRES
           END-IF.
           IF ESTADOASI = "L" AND ZONAASI = PNZONA
               ADD 1 TO LIBRES
           END-IF.
           GO TO LEERLIBRE.
       FINLIBRES.
           CLOSE ASIENTOSFILE.
       FINCONTARLIBRES.
           EXIT.

       CONTARPROMO.
           *> Uso, entradas y descuento de la promocion, con el tope
           *> revisado bajo bloqueo, igual que CONTARPROMO de COMPRAR.
           MOVE "S" TO PROMOOK.
           OPEN I-O PROMOCIONESFILE.
           MOVE PNPROMO TO PROCOD.
           READ PROMOCIONESFILE WITH LOCK
               INVALID KEY
                   MOVE "N" TO PROMOOK
                   CLOSE PROMOCIONESFILE
                   GO TO FINCONTARPROMO
           END-READ.
           IF PROMAXUSOS > 0 AND PROUSOS NOT < PROMAXUSOS
               MOVE "N" TO PROMOOK
               UNLOCK PROMOCIONESFILE
               CLOSE PROMOCIONESFILE
               GO TO FINCONTARPROMO
           END-IF.
           ADD 1 TO PROUSOS.
           ADD PNENTR TO PROENTR.
           ADD PNDTO TO PRODTO.
           REWRITE PROMOCIONESREC.
           UNLOCK PROMOCIONESFILE.
           CLOSE PROMOCIONESFILE.
       FINCONTARPROMO.
           EXIT.

       ASIGNAR.
           *> Localidades de la compra, igual que ASIGNARASIENTOS de
           *> COMPRAR: las retenidas por la reserva o las primeras
           *> libres de la zona.
           MOVE 0 TO ASIGNADOS.
           OPEN I-O ASIENTOSFILE.
           IF FSAS = "35"
               GO TO FINASIGNAR
           END-IF.
           MOVE PNSESION TO NUMESPASI.
           MOVE 0 TO NUMASIENTO.
           START ASIENTOSFILE
               KEY > ASIKEY
               INVALID KEY GO TO FINASIENTOS
           END-START.
       LEERASIENTO.
           IF ASIGNADOS NOT < PNENTR
               GO TO FINASIENTOS
           END-IF.
           READ ASIENTOSFILE NEXT RECORD
               AT END GO TO FINASIENTOS
           END-READ.
           IF NUMESPASI NOT = PNSESION
               GO TO FINASIENTOS
           END-IF.
           IF PNRESID NOT = 0
               IF ESTADOASI NOT = "R" OR RESASIENTO NOT = PNRESID
                   GO TO LEERASIENTO
               END-IF
           ELSE
               IF ESTADOASI NOT = "L"
                   GO TO LEERASIENTO
               END-IF
               IF PNZONA NOT = 0 AND ZONAASI NOT = PNZONA
                   GO TO LEERASIENTO
               END-IF
           END-IF.
           MOVE "V" TO ESTADOASI.
           MOVE LASTID TO MIDASIENTO.
           MOVE 0 TO RESASIENTO.
           MOVE "N" TO USOASI.
           MOVE 0 TO FECHORAUSO.
           REWRITE ASIENTOSREC.
           ADD 1 TO ASIGNADOS.
           GO TO LEERASIENTO.
       FINASIENTOS.
           CLOSE ASIENTOSFILE.
       FINASIGNAR.
           EXIT.

       ANOTARCAJA.
           *> El efectivo se anota en el cajon del cajero para el dia
           *> en que se hizo la operacion, y en CAJADET.DAT con su
           *> MID, como ANOTARCAJA de CAJA. Si ese cajon ya esta
           *> arqueado no se toca: se avisa para regularizarlo.
           MOVE PNOPER TO OPERCAJA.
           DIVIDE PNFECHORA BY 10000 GIVING FECHACAJA.
           OPEN I-O CAJASFILE.
           IF FSCA = "35"
               GO TO CAJANOANOTADA
           END-IF.
           READ CAJASFILE WITH LOCK
               INVALID KEY
                   CLOSE CAJASFILE
                   GO TO CAJANOANOTADA
           END-READ.
           IF CAJACERRADA = "Y"
               UNLOCK CAJASFILE
               CLOSE CAJASFILE
               GO TO CAJANOANOTADA
           END-IF.
           IF PNTIPO = "I"
               ADD PNIMPORTE TO ENTRCAJA
           ELSE
               ADD PNIMPORTE TO SALICAJA
           END-IF.
           REWRITE CAJASREC.
           UNLOCK CAJASFILE.
           CLOSE CAJASFILE.
           OPEN EXTEND CAJADETFILE.
           IF FSCD = "35"
               OPEN OUTPUT CAJADETFILE
               CLOSE CAJADETFILE
               OPEN EXTEND CAJADETFILE
           END-IF.
           MOVE PNFECHORA TO DETFECHORA.
           MOVE PNOPER TO DETOPER.
           MOVE LASTID TO DETMID.
           MOVE PNTIPO TO DETTIPO.
           MOVE PNIMPORTE TO DETIMPORTE.
           WRITE CAJADETREC.
           CLOSE CAJADETFILE.
           GO TO FINANOTARCAJA.
       CAJANOANOTADA.
           DISPLAY "  Cajon de " PNOPER " del " FECHACAJA
                   " arqueado o sin abrir: regularicelo a mano.".
       FINANOTARCAJA.
           EXIT.

       AUDITAROPER.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "APLICOLA" TO AUDITORIGEN.
           MOVE PNDNI TO AUDITDNI.
           MOVE "OPERA NO TITULAR" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Cta " PNCUENTA " MID " PNMID " rol " ROLCTA
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE SPACES TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAROPER.
           EXIT.

       END PROGRAM APLICOLA.
