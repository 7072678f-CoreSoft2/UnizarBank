       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRODOM.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIBOSENTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSRE.

           SELECT RECIBOSDEVFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSRD.

           SELECT MANDATOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MANDKEY
           ALTERNATE RECORD KEY IS CUENTAMAN WITH DUPLICATES
           FILE STATUS IS FSMA.

           SELECT RECIBOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCMID
           ALTERNATE RECORD KEY IS RCCUENTA WITH DUPLICATES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSRC.

           SELECT DOMCFGFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSDC.

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

           *> Recibos presentados al cobro por los acreedores.
           FD RECIBOSENTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RECIBOSENT.DAT".
               01 RECIBOSENTREC.
                 02 RBCRED   PIC X(10). *> identificador del acreedor
                 02 RBREF    PIC X(20). *> referencia del mandato
                 02 RBNUM    PIC X(12). *> numero de recibo
                 02 RBCANT   PIC 9999999V99.

           *> Devoluciones para los acreedores, con su motivo: NM sin
           *> mandato o revocado, IM importe superior al maximo del
           *> mandato, CB cuenta bloqueada o cerrada, SI saldo
           *> insuficiente, RC devuelto a peticion del cliente.
           FD RECIBOSDEVFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RECIBOSDEV.DAT".
               01 RECIBOSDEVREC.
                 02 RDFECHA  PIC 9(6). *> AAMMDD
                 02 RDCRED   PIC X(10).
                 02 RDREF    PIC X(20).
                 02 RDNUM    PIC X(12).
                 02 RDCANT   PIC 9999999V99.
                 02 RDMOTIVO PIC X(2).

           FD MANDATOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MANDATOS.DAT".
               01 MANDATOSREC.
                 02 MANDKEY.
                   03 CREDMAN PIC X(10). *> identificador del acreedor
                   03 REFMAN  PIC X(20). *> referencia del mandato
                 02 CUENTAMAN PIC X(10).
                 02 DNIMAN    PIC X(9).
                 02 NOMACRE   PIC X(20).
                 02 MAXMAN    PIC 9999999V99. *> importe maximo
                 02 ESTADOMAN PIC X(1). *> A activo / R revocado
                 02 FECHAMAN  PIC 9(6). *> AAMMDD de alta

           FD RECIBOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RECIBOS.DAT".
               01 RECIBOSREC.
                 02 RCMID     PIC 9(9). *> MID del cargo
                 02 RCCUENTA  PIC X(10).
                 02 RCCRED    PIC X(10).
                 02 RCREF     PIC X(20).
                 02 RCNUM     PIC X(12).
                 02 RCCANT    PIC 9999999V99.
                 02 RCFECHA   PIC 9(6). *> AAMMDD del cargo
                 02 RCLIMITE  PIC 9(6). *> AAMMDD ultimo dia para
                                        *> devolverlo
                 02 RCESTADO  PIC X(1). *> C cobrado / S devolucion
                                        *> pedida / D devuelto
                 02 RCMIDDEV  PIC 9(9). *> MID del abono de devolucion

           FD DOMCFGFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "DOMCFG.DAT".
               01 DOMCFGREC.
                 02 DIASDEVOL PIC 9(3). *> plazo de devolucion (dias)

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
           77 FSRE      PIC XX.
           77 FSRD      PIC XX.
           77 FSMA      PIC XX.
           77 FSRC      PIC XX.
           77 FSDC      PIC XX.
           77 FSCU      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           *> Cuenta puente de INTERREC y REEMBOLSO: recibe la
           *> devolucion de un recibo cuya cuenta ya esta cerrada.
           77 CUENTASUSP PIC X(10) VALUE "9999999995".
           77 LASTID    PIC 9(9).
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).
           77 FECHORACT PIC 9999999999. *> AAMMDDHHMM
           77 PISO      PIC S9999999V99.
           77 MOTIVO    PIC X(2).
           77 PLAZODIAS PIC 9(5).
           77 FECHALIM  PIC 9(6).
           77 CTADEV    PIC X(10).
           77 LEIDOS    PIC 9(10) VALUE 0.
           77 SALTAR    PIC 9(10) VALUE 0.
           77 COBRADOS  PIC 9(5) VALUE 0.
           77 DEVUELTOS PIC 9(5) VALUE 0.
           77 RECHAZADOS PIC 9(5) VALUE 0.
           77 SINAPLICAR PIC 9(5) VALUE 0.
           77 JCJOB     PIC X(10).
           77 JCPERIODO PIC X(6).
           77 JCACCION  PIC X(1).
           77 JCESTADO  PIC X(1).
           77 JCPUNTO   PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Cobro de recibos domiciliados: primero se abonan las
           *> devoluciones que los clientes han pedido en MISRECIBOS
           *> (dentro del plazo de DOMCFG), despues se cargan los
           *> recibos presentados por los acreedores en
           *> RECIBOSENT.DAT contra su mandato (ver MANTDOM). Todo
           *> recibo no cobrado o devuelto sale en RECIBOSDEV.DAT
           *> con su motivo, para el acreedor.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING FECHORACT.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO FECHORACT GIVING FECHORACT.

           *> Control de ejecucion (ver JOBCTRL): cobrar dos veces el
           *> mismo fichero duplicaria los cargos; tras una caida se
           *> continua tras el ultimo recibo confirmado.
           MOVE "COBRODOM" TO JCJOB.
           MOVE FECHAB TO JCPERIODO.
           MOVE "I" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           IF JCESTADO = "C"
               CANCEL "JOBCTRL"
               DISPLAY "Los recibos de hoy ya estan cobrados; no se "
                       "repite."
               EXIT PROGRAM
           END-IF.
           IF JCESTADO = "R" AND JCPUNTO NOT = SPACES
               MOVE JCPUNTO TO SALTAR
           END-IF.

           *> Plazo de devolucion configurable (DOMCFG.DAT, registro
           *> unico al estilo de LIMITESFILE, mantenido con MANTDOM);
           *> se autoinicializa con 56 dias (ocho semanas).
           OPEN I-O DOMCFGFILE.
           IF FSDC = "35"
               OPEN OUTPUT DOMCFGFILE
               MOVE 56 TO DIASDEVOL
               WRITE DOMCFGREC
               CLOSE DOMCFGFILE
               OPEN I-O DOMCFGFILE
           END-IF.
           READ DOMCFGFILE NEXT RECORD.
           MOVE DIASDEVOL TO PLAZODIAS.
           CLOSE DOMCFGFILE.
           CALL "SUMARDIAS" USING FECHAB, PLAZODIAS, FECHALIM.
           CANCEL "SUMARDIAS".

           OPEN I-O RECIBOSFILE.
           IF FSRC = "35"
               OPEN OUTPUT RECIBOSFILE
               CLOSE RECIBOSFILE
               OPEN I-O RECIBOSFILE
           END-IF.

       LEERDEVOL.
           *> Devoluciones pedidas: el estado pasa a D solo despues de
           *> abonar, asi un rearranque no las repite ni las pierde.
           READ RECIBOSFILE NEXT RECORD WITH LOCK
               AT END GO TO FINDEVOL
           END-READ.
           IF RCESTADO NOT = "S"
               UNLOCK RECIBOSFILE
               GO TO LEERDEVOL
           END-IF.
           PERFORM RESERVARMID THRU FINRESERVARMID.

           OPEN I-O CUENTASFILE.
           MOVE RCCUENTA TO CTADEV.
           MOVE RCCUENTA TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY
                   MOVE CUENTASUSP TO CTADEV
           END-READ.
           IF CTADEV = RCCUENTA AND BLOQUEADA = "C"
               *> La cuenta del cargo quedo cerrada (ver el CIERRE
               *> de MANTCLI): la devolucion va a la cuenta puente,
               *> como en REEMBOLSO.
               UNLOCK CUENTASFILE
               MOVE CUENTASUSP TO CTADEV
           END-IF.
           IF CTADEV = CUENTASUSP
               MOVE CUENTASUSP TO CUENTA
               READ CUENTASFILE WITH LOCK
                   INVALID KEY
                       CLOSE CUENTASFILE
                       UNLOCK RECIBOSFILE
                       DISPLAY "AVISO: devolucion del recibo MID "
                               RCMID " sin cuenta ni cuenta puente."
                       ADD 1 TO SINAPLICAR
                       GO TO LEERDEVOL
               END-READ
           END-IF.
           ADD RCCANT TO SALDO.

           OPEN I-O MOVIMIENTOSFILE.
           MOVE LASTID TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE CTADEV TO CUENTAMOV.
           STRING "Devolucion recibo MID " RCMID
                  DELIMITED BY SIZE INTO CONCEPTO.
           MOVE RCCANT TO CANTIDAD.
           IF CTADEV = CUENTASUSP
               MOVE RCCUENTA TO DESTINO
           ELSE
               MOVE "" TO DESTINO
           END-IF.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "RD" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.

           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.

           MOVE "D" TO RCESTADO.
           MOVE LASTID TO RCMIDDEV.
           REWRITE RECIBOSREC.
           UNLOCK RECIBOSFILE.

           MOVE RCCRED TO RDCRED.
           MOVE RCREF TO RDREF.
           MOVE RCNUM TO RDNUM.
           MOVE RCCANT TO RDCANT.
           MOVE "RC" TO RDMOTIVO.
           PERFORM ESCRIBIRDEV THRU FINESCRIBIRDEV.
           ADD 1 TO DEVUELTOS.
           GO TO LEERDEVOL.

       FINDEVOL.
           OPEN INPUT RECIBOSENTFILE.
           IF FSRE = "35"
               *> Un dia sin recibos presentados es un dia completado,
               *> igual que INTERREC sin fichero recibido.
               DISPLAY "No hay fichero de recibos presentados."
               GO TO FIN
           END-IF.
           OPEN INPUT MANDATOSFILE.
           IF FSMA = "35"
               OPEN OUTPUT MANDATOSFILE
               CLOSE MANDATOSFILE
               OPEN INPUT MANDATOSFILE
           END-IF.
           IF SALTAR > 0
               DISPLAY "Rearranque: se continua tras el recibo "
                       SALTAR
           END-IF.

       LEER.
           READ RECIBOSENTFILE NEXT RECORD
               AT END GO TO FINCOBRO
           END-READ.
           ADD 1 TO LEIDOS.
           IF LEIDOS NOT > SALTAR
               GO TO LEER
           END-IF.

       VALIDARMANDATO.
           *> El recibo solo se carga contra un mandato activo y hasta
           *> su importe maximo; todo lo demas se devuelve al
           *> acreedor sin tocar la cuenta ni quemar un MID.
           MOVE RBCRED TO CREDMAN.
           MOVE RBREF TO REFMAN.
           READ MANDATOSFILE
               INVALID KEY
                   MOVE "NM" TO MOTIVO
                   GO TO DEVOLVER
           END-READ.
           IF ESTADOMAN NOT = "A"
               MOVE "NM" TO MOTIVO
               GO TO DEVOLVER
           END-IF.
           IF RBCANT > MAXMAN OR RBCANT = 0
               MOVE "IM" TO MOTIVO
               GO TO DEVOLVER
           END-IF.

           OPEN INPUT CUENTASFILE.
           MOVE CUENTAMAN TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CLOSE CUENTASFILE
                   MOVE "CB" TO MOTIVO
                   GO TO DEVOLVER
           END-READ.
           CLOSE CUENTASFILE.
           IF BLOQUEADA NOT = "N"
               MOVE "CB" TO MOTIVO
               GO TO DEVOLVER
           END-IF.
           *> Mismo piso que el resto de cargos (ver PISOSALDO).
           CALL "PISOSALDO" USING CUENTAMAN, PISO.
           CANCEL "PISOSALDO".
           IF SALDO - RBCANT < PISO
               MOVE "SI" TO MOTIVO
               GO TO DEVOLVER
           END-IF.

           PERFORM RESERVARMID THRU FINRESERVARMID.

       CARGAR.
           *> Cargo con el registro bloqueado y revalidado sobre esa
           *> lectura, y el movimiento escrito antes del REWRITE del
           *> saldo, igual que EJECORDEN en COMMITORIGEN.
           OPEN I-O CUENTASFILE.
           MOVE CUENTAMAN TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY
                   CLOSE CUENTASFILE
                   MOVE "CB" TO MOTIVO
                   GO TO DEVOLVER
           END-READ.
           IF BLOQUEADA NOT = "N"
               UNLOCK CUENTASFILE
               CLOSE CUENTASFILE
               MOVE "CB" TO MOTIVO
               GO TO DEVOLVER
           END-IF.
           IF SALDO - RBCANT < PISO
               UNLOCK CUENTASFILE
               CLOSE CUENTASFILE
               MOVE "SI" TO MOTIVO
               GO TO DEVOLVER
           END-IF.
           SUBTRACT RBCANT FROM SALDO.

           OPEN I-O MOVIMIENTOSFILE.
           MOVE LASTID TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE CUENTA TO CUENTAMOV.
           STRING "Recibo " RBCRED " " RBNUM
                  DELIMITED BY SIZE INTO CONCEPTO.
           MOVE RBCANT TO CANTIDAD.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "RD" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.

           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.

           *> Registro del recibo cobrado, por MID: es lo que el
           *> cliente ve en MISRECIBOS y puede devolver hasta
           *> RCLIMITE.
           MOVE LASTID TO RCMID.
           MOVE CUENTAMAN TO RCCUENTA.
           MOVE RBCRED TO RCCRED.
           MOVE RBREF TO RCREF.
           MOVE RBNUM TO RCNUM.
           MOVE RBCANT TO RCCANT.
           MOVE FECHAB TO RCFECHA.
           MOVE FECHALIM TO RCLIMITE.
           MOVE "C" TO RCESTADO.
           MOVE 0 TO RCMIDDEV.
           WRITE RECIBOSREC.
           ADD 1 TO COBRADOS.
           GO TO PUNTOCONTROL.

       DEVOLVER.
           MOVE RBCRED TO RDCRED.
           MOVE RBREF TO RDREF.
           MOVE RBNUM TO RDNUM.
           MOVE RBCANT TO RDCANT.
           MOVE MOTIVO TO RDMOTIVO.
           PERFORM ESCRIBIRDEV THRU FINESCRIBIRDEV.
           ADD 1 TO RECHAZADOS.

       PUNTOCONTROL.
           *> Punto de control: si el trabajo muere aqui, el
           *> rearranque continuara en el recibo siguiente.
           MOVE LEIDOS TO JCPUNTO.
           MOVE "P" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           GO TO LEER.

       FINCOBRO.
           CLOSE RECIBOSENTFILE.
           CLOSE MANDATOSFILE.
           GO TO FIN.

       RESERVARMID.
           *> El siguiente MID se lee del registro de control, igual
           *> que en INTERREC, bloqueado entre la lectura y el
           *> REWRITE.
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
       FINRESERVARMID.
           EXIT.

       ESCRIBIRDEV.
           *> Fichero de devoluciones secuencial en EXTEND y
           *> autoinicializado, igual que AUDIT.DAT.
           OPEN EXTEND RECIBOSDEVFILE.
           IF FSRD = "35"
               OPEN OUTPUT RECIBOSDEVFILE
               CLOSE RECIBOSDEVFILE
               OPEN EXTEND RECIBOSDEVFILE
           END-IF.
           MOVE FECHAB TO RDFECHA.
           WRITE RECIBOSDEVREC.
           CLOSE RECIBOSDEVFILE.
       FINESCRIBIRDEV.
           EXIT.

       FIN.
           CLOSE RECIBOSFILE.
           MOVE "F" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           DISPLAY "Devoluciones pedidas abonadas: " DEVUELTOS.
           DISPLAY "Devoluciones sin aplicar: " SINAPLICAR.
           DISPLAY "Recibos cobrados: " COBRADOS.
           DISPLAY "Recibos devueltos al acreedor: " RECHAZADOS.
           EXIT PROGRAM.

       END PROGRAM COBRODOM.
