       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVCHEQUE.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQDEVFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSDC.

           SELECT CHEQUESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHNUM
           ALTERNATE RECORD KEY IS CHCUENTA WITH DUPLICATES
           FILE STATUS IS FSCH.

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

           SELECT TARIFASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLASETARIFA
           FILE STATUS IS FSTA.

       DATA DIVISION.
       FILE SECTION.

           *> Cheques impagados que devuelve la red, identificados
           *> por el numero de remesa con que salieron en
           *> INTERCHQ.DAT (ver INTERENV).
           FD CHQDEVFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CHQDEV.DAT".
               01 CHQDEVREC.
                 02 DCNUM     PIC 9(6). *> numero de remesa
                 02 DCBANCO   PIC X(4).
                 02 DCNUMERO  PIC X(10).
                 02 DCIMPORTE PIC 9999999V99.
                 02 DCMOTIVO  PIC X(20). *> motivo del impago

           FD CHEQUESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CHEQUES.DAT".
               01 CHEQUESREC.
                 02 CHNUM      PIC 9(6). *> numero de remesa
                 02 CHCUENTA   PIC X(10). *> cuenta abonada
                 02 CHBANCO    PIC X(4). *> entidad librada
                 02 CHNUMERO   PIC X(10). *> numero del cheque
                 02 CHIMPORTE  PIC 9999999V99.
                 02 CHFECHA    PIC 9(6). *> AAMMDD del ingreso
                 02 CHFECHAVAL PIC 9(6). *> AAMMDD en que el importe
                                         *> pasa a estar disponible
                 02 CHEST      PIC X(1). *> P pendiente de envio /
                                         *> E enviado (INTERENV) /
                                         *> D devuelto
                 02 CHMID      PIC 9(9). *> MID del abono
                 02 CHOPER     PIC X(8). *> cajero que lo recogio
                 02 CHMIDDEV   PIC 9(9). *> MID del cargo de la
                                         *> devolucion
                 02 CHMOTIVO   PIC X(20). *> motivo de la devolucion

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

           FD TARIFASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TARIFAS.DAT".
               01 TARIFASREC.
                 02 CLASETARIFA PIC X(1). *> D cheque devuelto
                 02 FIJO    PIC 9999V99.
                 02 PORCENT PIC 99V99.

       WORKING-STORAGE SECTION.
           *> Aviso al cliente (ver AVISAR)
           77 AVDNI     PIC X(9).
           77 AVCUENTA  PIC X(10).
           77 AVTIPO    PIC X(2).
           77 AVREF     PIC X(12).
           77 AVTEXTO   PIC X(60).
           77 AVIMPORTE PIC Z,ZZZ,ZZ9.99.
           77 FSDC      PIC XX.
           77 FSCH      PIC XX.
           77 FSCU      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FSTA      PIC XX.
           77 COMISION  PIC 9999999V99.
           77 LASTID    PIC 9(9).
           77 MIDCARGO  PIC 9(9).
           77 MIDCOMISION PIC 9(9).
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).
           77 FECHORACT PIC 9999999999. *> AAMMDDHHMM
           77 DEVUELTOS PIC 9(5) VALUE 0.
           77 REPETIDOS PIC 9(5) VALUE 0.
           77 RECHAZADOS PIC 9(5) VALUE 0.
           77 MANUALES  PIC 9(5) VALUE 0.
           77 JCJOB     PIC X(10).
           77 JCPERIODO PIC X(6).
           77 JCACCION  PIC X(1).
           77 JCESTADO  PIC X(1).
           77 JCPUNTO   PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PARA.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING FECHORACT.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO FECHORACT GIVING FECHORACT.

           *> Control de ejecucion (ver JOBCTRL), igual que INTERDEV:
           *> aplicar dos veces el mismo fichero de impagados
           *> duplicaria los cargos y las comisiones.
           MOVE "DEVCHEQUE" TO JCJOB.
           MOVE FECHAB TO JCPERIODO.
           MOVE "I" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           IF JCESTADO = "C"
               DISPLAY "Los cheques devueltos de hoy ya estan "
                       "aplicados; no se repite."
               EXIT PROGRAM
           END-IF.

           OPEN INPUT CHQDEVFILE.
           IF FSDC = "35"
               *> Sin fichero de impagados el dia queda completado,
               *> como en INTERDEV.
               DISPLAY "No hay fichero de cheques devueltos recibido."
               MOVE "F" TO JCACCION
               CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                    JCESTADO, JCPUNTO
               CANCEL "JOBCTRL"
               EXIT PROGRAM
           END-IF.

       LEER.
           READ CHQDEVFILE NEXT RECORD
               AT END GO TO FIN
           END-READ.

       BUSCARCHEQUE.
           *> El impagado se casa con su cheque por el numero de
           *> remesa, y ademas han de coincidir entidad, numero e
           *> importe. Un cheque ya marcado "D" no puede devolverse
           *> dos veces; uno que siga "P" nunca salio al intercambio.
           *> La marca "D" se pone en MARCARDEVUELTO, DESPUES de los
           *> cargos, igual que MARCARDEVUELTA de INTERDEV.
           OPEN INPUT CHEQUESFILE.
           IF FSCH = "35"
               CLOSE CHEQUESFILE
               GO TO RECHAZAR
           END-IF.
           MOVE DCNUM TO CHNUM.
           READ CHEQUESFILE
               INVALID KEY
                   CLOSE CHEQUESFILE
                   GO TO RECHAZAR
           END-READ.
           CLOSE CHEQUESFILE.
           IF CHBANCO NOT = DCBANCO OR CHNUMERO NOT = DCNUMERO
                   OR CHIMPORTE NOT = DCIMPORTE
               GO TO RECHAZAR
           END-IF.
           IF CHEST = "D"
               GO TO YADEVUELTO
           END-IF.
           IF CHEST NOT = "E"
               GO TO RECHAZAR
           END-IF.

       PROBARCUENTA.
           *> El abono se deshace contra la misma cuenta. Si ya no
           *> existe o quedo cerrada (el CIERRE de MANTCLI solo
           *> espera a la fecha valor y la red puede devolver
           *> despues) no hay a quien cargar: el cheque queda
           *> enviado y se avisa para que operaciones lo gestione.
           OPEN INPUT CUENTASFILE.
           IF FSCU = "35"
               CLOSE CUENTASFILE
               GO TO SINCUENTA
           END-IF.
           MOVE CHCUENTA TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CLOSE CUENTASFILE
                   GO TO SINCUENTA
           END-READ.
           CLOSE CUENTASFILE.
           IF BLOQUEADA = "C"
               GO TO SINCUENTA
           END-IF.

       CALCULARCOMISION.
           *> Comision por cheque devuelto de la tarifa de clase D
           *> (ver TARCONFIG) sobre el importe del cheque.
           MOVE 0 TO COMISION.
           OPEN INPUT TARIFASFILE.
           IF FSTA NOT = "35"
               MOVE "D" TO CLASETARIFA
               READ TARIFASFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE COMISION ROUNDED =
                           FIJO + CHIMPORTE * PORCENT / 100
               END-READ
               CLOSE TARIFASFILE
           END-IF.

       CALCULARMIDS.
           *> Cargo del cheque y comision se reservan de una vez con
           *> el registro de control bloqueado, igual que INTERDEV.
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
           IF COMISION > 0
               COMPUTE ULTIMOMID = LASTID + 1
           ELSE
               MOVE LASTID TO ULTIMOMID
           END-IF.
           REWRITE MOVCONTROLREC.
           UNLOCK MOVCONTROLFILE.
           CLOSE MOVCONTROLFILE.
           MOVE LASTID TO MIDCARGO.
           ADD 1 TO LASTID GIVING MIDCOMISION.

       CARGAR.
           *> Cargo forzoso: el abono del cheque nunca fue dinero
           *> del cliente, asi que se deshace aunque la cuenta quede
           *> en descubierto o este bloqueada, sin mirar el piso. El
           *> registro se bloquea desde la lectura hasta el REWRITE y
           *> los movimientos se escriben antes de confirmar el
           *> saldo, igual que el resto de programas que cargan.
           OPEN I-O CUENTASFILE.
           MOVE CHCUENTA TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY
                   CLOSE CUENTASFILE
                   GO TO SINCUENTA
           END-READ.
           SUBTRACT CHIMPORTE FROM SALDO.

           OPEN I-O MOVIMIENTOSFILE.
           MOVE MIDCARGO TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE CUENTA TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Cheque devuelto " CHBANCO " " CHNUMERO
                  DELIMITED BY SIZE INTO CONCEPTO.
           MOVE CHIMPORTE TO CANTIDAD.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "CD" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.

           IF COMISION > 0
               SUBTRACT COMISION FROM SALDO
               OPEN I-O MOVIMIENTOSFILE
               MOVE MIDCOMISION TO MID
               MOVE FECHORACT TO FECHORA
               MOVE CUENTA TO CUENTAMOV
               MOVE "Comision por cheque devuelto" TO CONCEPTO
               MOVE COMISION TO CANTIDAD
               MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD
               MOVE "" TO DESTINO
               MOVE 0 TO NUMESP
               MOVE 0 TO CANTENTR
               MOVE SPACES TO PROMOMOV
               MOVE "CO" TO CLASEMOV
               MOVE SALDO TO SALDOCUENTA
               WRITE MOVIMIENTOSREC
               CLOSE MOVIMIENTOSFILE
           END-IF.

           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.

           DISPLAY "Cheque " CHNUM " devuelto en " CHCUENTA ": "
                   CHIMPORTE " (" DCMOTIVO ")".

       MARCARDEVUELTO.
           *> Los cargos ya estan escritos: el cheque queda "D" con
           *> el MID del cargo y el motivo, y deja de contar en el
           *> flotante (ver FLOTANTE). El titular recibe aviso (ver
           *> AVISAR).
           OPEN I-O CHEQUESFILE.
           MOVE DCNUM TO CHNUM.
           READ CHEQUESFILE
               INVALID KEY
                   CLOSE CHEQUESFILE
                   GO TO FINMARCA
           END-READ.
           MOVE "D" TO CHEST.
           MOVE MIDCARGO TO CHMIDDEV.
           MOVE DCMOTIVO TO CHMOTIVO.
           REWRITE CHEQUESREC.
           CLOSE CHEQUESFILE.
       FINMARCA.
           MOVE SPACES TO AVDNI.
           MOVE CHCUENTA TO AVCUENTA.
           MOVE "CH" TO AVTIPO.
           MOVE CHNUMERO TO AVREF.
           MOVE CHIMPORTE TO AVIMPORTE.
           MOVE SPACES TO AVTEXTO.
           STRING "Cheque " CHNUMERO " de " AVIMPORTE
                  "E devuelto: " DCMOTIVO
                  DELIMITED BY SIZE INTO AVTEXTO.
           CALL "AVISAR" USING AVDNI, AVCUENTA, AVTIPO, AVREF,
                               AVTEXTO.
           CANCEL "AVISAR".
           ADD 1 TO DEVUELTOS.
           GO TO LEER.

       SINCUENTA.
           DISPLAY "AVISO: cheque " DCNUM " devuelto sobre la cuenta "
                   CHCUENTA " inexistente o cerrada; gestion manual.".
           ADD 1 TO MANUALES.
           GO TO LEER.

       YADEVUELTO.
           DISPLAY "AVISO: cheque ya devuelto antes, se ignora: "
                   DCNUM " " DCNUMERO ".".
           ADD 1 TO REPETIDOS.
           GO TO LEER.

       RECHAZAR.
           DISPLAY "AVISO: devolucion sin cheque enviado que casar: "
                   DCNUM " " DCBANCO " " DCNUMERO " " DCIMPORTE ".".
           ADD 1 TO RECHAZADOS.
           GO TO LEER.

       FIN.
           CLOSE CHQDEVFILE.
           MOVE "F" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           DISPLAY "Cheques devueltos aplicados: " DEVUELTOS.
           DISPLAY "Devoluciones repetidas ignoradas: " REPETIDOS.
           DISPLAY "Devoluciones sin casar: " RECHAZADOS.
           DISPLAY "Devoluciones para gestion manual: " MANUALES.
           EXIT PROGRAM.

       END PROGRAM DEVCHEQUE.
