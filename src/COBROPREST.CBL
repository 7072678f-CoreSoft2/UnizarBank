       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBROPREST.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRNUM
           FILE STATUS IS FSPR.

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
                 02 CLASETARIFA PIC X(1). *> T transferencia /
                                          *> E envio exterior /
                                          *> L liquidacion a
                                          *> organizadores /
                                          *> M mora de prestamos
                 02 FIJO    PIC 9999V99.
                 02 PORCENT PIC 99V99.

       WORKING-STORAGE SECTION.
           77 FSPR       PIC XX.
           77 FSCU       PIC XX.
           77 FSMF       PIC XX.
           77 FSMC       PIC XX.
           77 FSTA       PIC XX.
           77 LASTID     PIC 9(9).
           77 FECHAB     PIC 9(6).
           77 HORA       PIC 9(8).
           77 HORAMIN    PIC 9(4).
           77 FECHORACT  PIC 9999999999. *> AAMMDDHHMM
           77 PERIODOAAMM PIC 9(4).
           77 PERIODOULT PIC 9(4). *> ultimo fin de mes pasado
           77 AATMP      PIC 99.
           77 MMTMP      PIC 99.
           77 DIAHOY     PIC 99.
           77 DIASMES    PIC 99.
           77 MORAFIJO   PIC 9999V99 VALUE 0.
           77 MORAPORC   PIC 99V99 VALUE 0.
           77 NUEVA      PIC X(1).
           77 INTCUO     PIC 9999999V99.
           77 CAPCUO     PIC 9999999V99.
           77 DEBINT     PIC 9999999V99.
           77 DEBCAP     PIC 9999999V99.
           77 DEBMORA    PIC 9999999V99.
           77 DEBTOTAL   PIC 9(8)V99.
           77 MORACUO    PIC 9999999V99.
           77 PISO       PIC S9999999V99.
           77 IMPAPUNTE  PIC 9999999V99.
           77 CLASEAPUNTE PIC X(2).
           77 TEXTOAPUNTE PIC X(12).
           77 PARTEAPUNTE PIC X(10).
           77 COBRADAS   PIC 9(5) VALUE 0.
           77 IMPAGADAS  PIC 9(5) VALUE 0.
           77 CANCELADOS PIC 9(5) VALUE 0.
           77 TOTCOBRADO PIC 9(9)V99 VALUE 0.
           77 TOTIMPAGO  PIC 9(9)V99 VALUE 0.
           77 TOTFOR     PIC ZZZ,ZZZ,ZZ9.99.
           77 CANTFOR    PIC Z,ZZZ,ZZ9.99.
           77 JCJOB     PIC X(10).
           77 JCPERIODO PIC X(6).
           77 JCACCION  PIC X(1).
           77 JCESTADO  PIC X(1).
           77 JCPUNTO   PIC X(10).
           *> Aviso al cliente (ver AVISAR)
           77 AVDNI     PIC X(9).
           77 AVCUENTA  PIC X(10).
           77 AVTIPO    PIC X(2).
           77 AVREF     PIC X(12).
           77 AVTEXTO   PIC X(60).

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Cobro mensual de las cuotas de los prestamos personales
           *> (ver MANTPREST): a fin de mes vence una cuota de cada
           *> prestamo vivo; se cargan en la cuenta del prestatario
           *> sus intereses y su capital como dos apuntes de clase PC,
           *> junto con lo que arrastre impagado de meses anteriores.
           *> Si el saldo no llega, la cuota queda impagada con su
           *> comision de mora (tarifa M, clase PM al cobrarse) y el
           *> prestamo pasa a moroso (ver INFPREST).
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING FECHORACT.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO FECHORACT GIVING FECHORACT.

           OPEN I-O PRESTAMOSFILE.
           IF FSPR = "35"
               DISPLAY "No hay prestamos concedidos."
               EXIT PROGRAM
           END-IF.

           *> Paso de CIERRENOCHE de todas las noches que cobra el
           *> ultimo fin de mes aun sin cerrar en JOBCTRL, igual que
           *> INTDESCUB: un relanzamiento pasada la medianoche o una
           *> caida que se reanuda al dia siguiente no pierden las
           *> cuotas del mes.
           MOVE "COBROPREST" TO JCJOB.
           DIVIDE FECHAB BY 100 GIVING PERIODOAAMM.
           PERFORM DURACIONMES THRU FINDURACIONMES.
           COMPUTE DIAHOY = FUNCTION MOD (FECHAB, 100).
           IF DIAHOY < DIASMES
               PERFORM MESANTERIOR THRU FINMESANTERIOR
           END-IF.
           MOVE PERIODOAAMM TO PERIODOULT.
           PERFORM MESANTERIOR THRU FINMESANTERIOR.
           MOVE PERIODOAAMM TO JCPERIODO.
           MOVE "Q" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           IF JCESTADO NOT = "E"
               MOVE PERIODOULT TO PERIODOAAMM
           END-IF.
           PERFORM DURACIONMES THRU FINDURACIONMES.

           *> Control de ejecucion (ver JOBCTRL): una cuota no puede
           *> vencer dos veces en el mismo mes; tras una caida se
           *> continua desde el ultimo prestamo confirmado.
           MOVE PERIODOAAMM TO JCPERIODO.
           MOVE "I" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           IF JCESTADO = "C"
               CANCEL "JOBCTRL"
               CLOSE PRESTAMOSFILE
               DISPLAY "Las cuotas de prestamos de este periodo ya "
                       "estan cobradas; no se repite."
               EXIT PROGRAM
           END-IF.

           *> Comision de mora por cuota impagada: la clase M del
           *> tarifario (ver TARCONFIG); sin ella, no se cobra.
           OPEN INPUT TARIFASFILE.
           IF FSTA NOT = "35"
               MOVE "M" TO CLASETARIFA
               READ TARIFASFILE
                   INVALID KEY
                       MOVE 0 TO FIJO
                       MOVE 0 TO PORCENT
               END-READ
               MOVE FIJO TO MORAFIJO
               MOVE PORCENT TO MORAPORC
               CLOSE TARIFASFILE
           END-IF.

           OPEN I-O CUENTASFILE.
           IF JCESTADO = "R" AND JCPUNTO NOT = SPACES
               DISPLAY "Rearranque: se continua tras el prestamo "
                       JCPUNTO
               MOVE JCPUNTO (1:6) TO PRNUM
               START PRESTAMOSFILE
                   KEY > PRNUM
                   INVALID KEY GO TO FIN
               END-START
           END-IF.

       LEER.
           READ PRESTAMOSFILE NEXT RECORD
               AT END GO TO FIN
           END-READ.
           IF PREST = "C" OR PRULTPER NOT < PERIODOAAMM
               GO TO LEER
           END-IF.

           *> Cuota del mes, con el mismo calculo que el cuadro de
           *> MANTPREST. Acabado el plazo solo quedan impagados.
           MOVE 0 TO INTCUO.
           MOVE 0 TO CAPCUO.
           MOVE "N" TO NUEVA.
           IF PRCUOTASDEV < PRPLAZO
               MOVE "S" TO NUEVA
               ADD 1 TO PRCUOTASDEV
               COMPUTE INTCUO ROUNDED = PRPENDIENTE * PRTASA / 1200
               IF PRCUOTASDEV = PRPLAZO
                   MOVE PRPENDIENTE TO CAPCUO
               ELSE
                   COMPUTE CAPCUO = PRCUOTA - INTCUO
                   IF CAPCUO > PRPENDIENTE
                       MOVE PRPENDIENTE TO CAPCUO
                   END-IF
               END-IF
               SUBTRACT CAPCUO FROM PRPENDIENTE
           END-IF.
           COMPUTE DEBINT = PRVENINT + INTCUO.
           COMPUTE DEBCAP = PRVENCAP + CAPCUO.
           MOVE PRVENMORA TO DEBMORA.
           COMPUTE DEBTOTAL = DEBINT + DEBCAP + DEBMORA.

           *> La cuenta se bloquea mientras se decide y se carga,
           *> igual que en INTDESCUB; el cargo respeta el saldo
           *> minimo y el descubierto pactado (ver PISOSALDO).
           MOVE PRCUENTA TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY
                   MOVE "C" TO BLOQUEADA
                   MOVE 0 TO SALDO
           END-READ.
           CALL "PISOSALDO" USING PRCUENTA, PISO.
           CANCEL "PISOSALDO".
           IF BLOQUEADA = "C" OR SALDO - DEBTOTAL < PISO
               GO TO IMPAGO
           END-IF.

           *> Cobro: intereses, capital y, si la habia, la mora.
           IF PRNUMVEN > 0
               MOVE " impagados: " TO TEXTOAPUNTE
           ELSE
               MOVE SPACES TO TEXTOAPUNTE
               STRING " cuota " PRCUOTASDEV ": "
                      DELIMITED BY SIZE INTO TEXTOAPUNTE
           END-IF.
           IF DEBINT > 0
               MOVE DEBINT TO IMPAPUNTE
               MOVE "PC" TO CLASEAPUNTE
               MOVE "intereses" TO PARTEAPUNTE
               PERFORM APUNTAR THRU FINAPUNTAR
           END-IF.
           IF DEBCAP > 0
               MOVE DEBCAP TO IMPAPUNTE
               MOVE "PC" TO CLASEAPUNTE
               MOVE "capital" TO PARTEAPUNTE
               PERFORM APUNTAR THRU FINAPUNTAR
           END-IF.
           IF DEBMORA > 0
               MOVE DEBMORA TO IMPAPUNTE
               MOVE "PM" TO CLASEAPUNTE
               MOVE "mora" TO PARTEAPUNTE
               PERFORM APUNTAR THRU FINAPUNTAR
           END-IF.
           REWRITE CUENTASREC.
           ADD 1 TO COBRADAS.
           ADD DEBTOTAL TO TOTCOBRADO.
           MOVE 0 TO PRVENINT.
           MOVE 0 TO PRVENCAP.
           MOVE 0 TO PRVENMORA.
           MOVE 0 TO PRNUMVEN.
           MOVE 0 TO PRFECHAVEN.
           MOVE "A" TO PREST.
           IF PRCUOTASDEV = PRPLAZO AND PRPENDIENTE = 0
               MOVE "C" TO PREST
               ADD 1 TO CANCELADOS
               DISPLAY "  Prestamo " PRNUM " totalmente amortizado."
           END-IF.
           GO TO GRABARPRESTAMO.

       IMPAGO.
           *> Sin saldo no se carga nada: la cuota se suma a lo
           *> impagado con su comision de mora, que se cobrara junto
           *> con todo lo debido la primera vez que haya saldo.
           IF NUEVA = "S"
               COMPUTE MORACUO ROUNDED = MORAFIJO
                       + (INTCUO + CAPCUO) * MORAPORC / 100
               MOVE DEBINT TO PRVENINT
               MOVE DEBCAP TO PRVENCAP
               ADD MORACUO TO PRVENMORA
               ADD 1 TO PRNUMVEN
               IF PRFECHAVEN = 0
                   MOVE FECHAB TO PRFECHAVEN
               END-IF
               ADD MORACUO TO DEBTOTAL
           END-IF.
           MOVE "M" TO PREST.
           ADD 1 TO IMPAGADAS.
           ADD DEBTOTAL TO TOTIMPAGO.
           MOVE DEBTOTAL TO CANTFOR.
           DISPLAY "  Prestamo " PRNUM " cuenta " PRCUENTA
                   " impagado: " CANTFOR " (" PRNUMVEN " cuotas)".
           PERFORM AVISARIMPAGO THRU FINAVISARIMPAGO.

       GRABARPRESTAMO.
           MOVE PERIODOAAMM TO PRULTPER.
           REWRITE PRESTAMOSREC.
           UNLOCK CUENTASFILE.

           MOVE PRNUM TO JCPUNTO.
           MOVE "P" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           GO TO LEER.

       APUNTAR.
           *> Un apunte de cargo de IMPAPUNTE en la cuenta bloqueada;
           *> el movimiento se escribe antes del REWRITE del saldo,
           *> igual que INTDESCUB.
           SUBTRACT IMPAPUNTE FROM SALDO.
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

           OPEN I-O MOVIMIENTOSFILE.
           MOVE LASTID TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE CUENTA TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           IF CLASEAPUNTE = "PM"
               STRING "Prestamo " PRNUM ": comision de mora"
                      DELIMITED BY SIZE INTO CONCEPTO
           ELSE
               STRING "Prestamo " PRNUM TEXTOAPUNTE DELIMITED BY SIZE
                      PARTEAPUNTE DELIMITED BY SPACE INTO CONCEPTO
           END-IF.
           MOVE IMPAPUNTE TO CANTIDAD.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE CLASEAPUNTE TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
       FINAPUNTAR.
           EXIT.

       AVISARIMPAGO.
           MOVE PRDNI TO AVDNI.
           MOVE PRCUENTA TO AVCUENTA.
           MOVE "PV" TO AVTIPO.
           MOVE PRNUM TO AVREF.
           MOVE SPACES TO AVTEXTO.
           STRING "Cuota de prestamo " PRNUM " impagada; debe "
                  CANTFOR "E" DELIMITED BY SIZE INTO AVTEXTO.
           CALL "AVISAR" USING AVDNI, AVCUENTA, AVTIPO, AVREF,
                               AVTEXTO.
           CANCEL "AVISAR".
       FINAVISARIMPAGO.
           EXIT.

       FIN.
           CLOSE CUENTASFILE.
           CLOSE PRESTAMOSFILE.
           MOVE "F" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           DISPLAY "Prestamos cobrados: " COBRADAS
                   "  impagados: " IMPAGADAS
                   "  amortizados del todo: " CANCELADOS.
           MOVE TOTCOBRADO TO TOTFOR.
           DISPLAY "Total cobrado:           " TOTFOR.
           MOVE TOTIMPAGO TO TOTFOR.
           DISPLAY "Total impagado pendiente: " TOTFOR.
           EXIT PROGRAM.

       DURACIONMES.
           *> Dias del mes PERIODOAAMM, igual que INTERES.
           COMPUTE MMTMP = FUNCTION MOD (PERIODOAAMM, 100).
           DIVIDE PERIODOAAMM BY 100 GIVING AATMP.
           EVALUATE MMTMP
               WHEN 2
                   IF FUNCTION MOD (AATMP, 4) = 0
                       MOVE 29 TO DIASMES
                   ELSE
                       MOVE 28 TO DIASMES
                   END-IF
               WHEN 4
                   MOVE 30 TO DIASMES
               WHEN 6
                   MOVE 30 TO DIASMES
               WHEN 9
                   MOVE 30 TO DIASMES
               WHEN 11
                   MOVE 30 TO DIASMES
               WHEN OTHER
                   MOVE 31 TO DIASMES
           END-EVALUATE.
       FINDURACIONMES.
           EXIT.

       MESANTERIOR.
           COMPUTE MMTMP = FUNCTION MOD (PERIODOAAMM, 100).
           DIVIDE PERIODOAAMM BY 100 GIVING AATMP.
           IF MMTMP = 1
               MOVE 12 TO MMTMP
               IF AATMP = 0
                   MOVE 99 TO AATMP
               ELSE
                   SUBTRACT 1 FROM AATMP
               END-IF
           ELSE
               SUBTRACT 1 FROM MMTMP
           END-IF.
           COMPUTE PERIODOAAMM = AATMP * 100 + MMTMP.
       FINMESANTERIOR.
           EXIT.

       END PROGRAM COBROPREST.
