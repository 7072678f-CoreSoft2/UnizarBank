       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPREST.
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

           SELECT CUADROFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSCD.

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

           *> Cuadro de amortizacion para entregar al cliente.
           FD CUADROFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMBRECUADRO.
               01 CUADROLIN PIC X(70).

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSPR      PIC XX.
           77 FSCU      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FSCD      PIC XX.
           77 OPCION    PIC 9 VALUE 0.
           77 EOF       PIC X VALUE "N".
           77 CONFIRMA  PIC X(1).
           77 CUENTAIN  PIC X(10).
           77 NUMIN     PIC 9(6).
           77 MAXNUM    PIC 9(6).
           77 LISTADOS  PIC 9(5) VALUE 0.
           77 LASTID    PIC 9(9).
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).
           77 FECHORACT PIC 9999999999. *> AAMMDDHHMM
           77 NOMBRECUADRO PIC X(16).
           77 NCUOTA    PIC 999.
           77 SIMPEND   PIC 9999999V99.
           77 SIMINT    PIC 9999999V99.
           77 SIMCAP    PIC 9999999V99.
           77 SIMCUOTA  PIC 9999999V99.
           77 TOTINT    PIC 9(8)V99.
           77 TASAMES   PIC V9(9).
           77 FACTOR    PIC 9(6)V9(9).
           77 TMPCUOTA  PIC 9(10)V9(9).
           77 PERAAMM   PIC 9(4).
           77 PERAA     PIC 99.
           77 PERMM     PIC 99.
           77 CANTFOR   PIC Z,ZZZ,ZZ9.99.
           77 CANTFOR2  PIC Z,ZZZ,ZZ9.99.
           77 CANTFOR3  PIC Z,ZZZ,ZZ9.99.
           77 CANTFOR4  PIC Z,ZZZ,ZZ9.99.
           77 TOTFOR    PIC ZZ,ZZZ,ZZ9.99.
           77 TASAFORMA PIC Z9.99.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       IDENTOPER.
           *> Conceder un prestamo mueve dinero del banco a la cuenta
           *> del cliente: reservado a supervisores, igual que las
           *> lineas de descubierto de MANTDESC.
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
           *> Prestamos personales (PRESTAMOS.DAT): el capital se
           *> abona en la cuenta de cargo al concederlo (clase PD) y
           *> se devuelve en cuotas mensuales constantes (metodo
           *> frances) que cobra COBROPREST a fin de mes, separando
           *> intereses y capital (clase PC). Las cuotas impagadas y
           *> su comision de mora (clase PM) las saca INFPREST.
           DISPLAY " ".
           DISPLAY "Prestamos personales".
           DISPLAY "1-Listar  2-Conceder  3-Cuadro de amortizacion  "
                   "4-Salir".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   GO TO LISTAR
               WHEN 2
                   GO TO CONCEDER
               WHEN 3
                   GO TO REIMPRIMIR
               WHEN 4
                   EXIT PROGRAM
               WHEN OTHER
                   GO TO MAIN-PARA
           END-EVALUATE.

       LISTAR.
           MOVE 0 TO LISTADOS.
           MOVE "N" TO EOF.
           OPEN INPUT PRESTAMOSFILE.
           IF FSPR = "35"
               DISPLAY "No hay prestamos concedidos."
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "Num.   Cuenta     Titular        Capital  Tipo Plz"
                   "     Pendiente  Impag. Est".
       LEERLISTA.
           READ PRESTAMOSFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO FINLISTA
           END-IF.
           MOVE PRPRINC TO CANTFOR.
           MOVE PRTASA TO TASAFORMA.
           COMPUTE SIMPEND = PRPENDIENTE + PRVENCAP.
           MOVE SIMPEND TO CANTFOR2.
           DISPLAY PRNUM " " PRCUENTA " " PRDNI " " CANTFOR " "
                   TASAFORMA " " PRPLAZO " " CANTFOR2 "  " PRNUMVEN
                   "    " PREST.
           ADD 1 TO LISTADOS.
           GO TO LEERLISTA.
       FINLISTA.
           CLOSE PRESTAMOSFILE.
           DISPLAY "Prestamos: " LISTADOS.
           GO TO MAIN-PARA.

       CONCEDER.
           DISPLAY "Cuenta de cargo: " WITH NO ADVANCING.
           ACCEPT CUENTAIN.
           *> El capital se abona y las cuotas se cargan en la misma
           *> cuenta, que ha de existir y no estar cerrada; el
           *> prestatario es su titular.
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
           MOVE DNITIT TO PRDNI.
           MOVE CUENTAIN TO PRCUENTA.
           MOVE SALDO TO SALDOFORMA.
           DISPLAY "Titular: " DNITIT "  saldo actual: " SALDOFORMA.

           DISPLAY "Capital: " WITH NO ADVANCING.
           ACCEPT PRPRINC.
           DISPLAY "Tipo nominal anual en % (p.ej. 07.50): "
                   WITH NO ADVANCING.
           ACCEPT PRTASA.
           DISPLAY "Plazo en meses: " WITH NO ADVANCING.
           ACCEPT PRPLAZO.
           IF PRPRINC = 0 OR PRPLAZO = 0 OR PRPLAZO > 360
                   OR PRTASA > 30
               DISPLAY "Datos no validos: capital a cero, plazo "
                       "fuera de 1 a 360 meses o tipo sobre el 30%."
               GO TO MAIN-PARA
           END-IF.

           *> Cuota constante del metodo frances sobre el tipo
           *> mensual i = anual / 12, C*i*(1+i)**n / ((1+i)**n - 1),
           *> por pasos para no perder decimales en los intermedios.
           *> Sin interes, capital / plazo.
           IF PRTASA = 0
               COMPUTE PRCUOTA ROUNDED = PRPRINC / PRPLAZO
           ELSE
               COMPUTE TASAMES = PRTASA / 1200
               COMPUTE FACTOR = (1 + TASAMES) ** PRPLAZO
               COMPUTE TMPCUOTA = PRPRINC * TASAMES
               COMPUTE TMPCUOTA = TMPCUOTA * FACTOR
               COMPUTE PRCUOTA ROUNDED = TMPCUOTA / (FACTOR - 1)
           END-IF.
           MOVE PRCUOTA TO CANTFOR.
           DISPLAY "Cuota mensual: " CANTFOR.
           DISPLAY "Confirmar la concesion (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Concesion anulada."
               GO TO MAIN-PARA
           END-IF.

           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING FECHORACT.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO FECHORACT GIVING FECHORACT.

           *> Numero de prestamo: el siguiente al mayor existente,
           *> igual que los BENID de MANTBEN.
           OPEN I-O PRESTAMOSFILE.
           IF FSPR = "35"
               OPEN OUTPUT PRESTAMOSFILE
               CLOSE PRESTAMOSFILE
               OPEN I-O PRESTAMOSFILE
           END-IF.
           MOVE 0 TO MAXNUM.
           MOVE "N" TO EOF.
       BUSCARMAX.
           READ PRESTAMOSFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "N"
               MOVE PRNUM TO MAXNUM
               GO TO BUSCARMAX
           END-IF.

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

           *> El registro del prestamo se graba con el MID del abono
           *> ya reservado, como la liquidacion de LIQUIDAR: si el
           *> abono no llegara a grabarse, el hueco de MID lo sacaria
           *> CIERREDIA y el prestamo apunta al MID que falta.
           ADD 1 TO MAXNUM GIVING PRNUM.
           MOVE PRDNI TO AUDITDNI.
           MOVE CUENTAIN TO PRCUENTA.
           MOVE FECHAB TO PRFECHA.
           MOVE PRPRINC TO PRPENDIENTE.
           MOVE 0 TO PRCUOTASDEV.
           DIVIDE FECHAB BY 100 GIVING PRULTPER.
           MOVE 0 TO PRVENINT.
           MOVE 0 TO PRVENCAP.
           MOVE 0 TO PRVENMORA.
           MOVE 0 TO PRNUMVEN.
           MOVE 0 TO PRFECHAVEN.
           MOVE LASTID TO PRMIDDISP.
           MOVE "A" TO PREST.
           WRITE PRESTAMOSREC.
           CLOSE PRESTAMOSFILE.

           OPEN I-O CUENTASFILE.
           MOVE CUENTAIN TO CUENTA.
           READ CUENTASFILE WITH LOCK.
           ADD PRPRINC TO SALDO.
           OPEN I-O MOVIMIENTOSFILE.
           MOVE LASTID TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE CUENTA TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Prestamo " PRNUM ": abono del capital"
                  DELIMITED BY SIZE INTO CONCEPTO.
           MOVE PRPRINC TO CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "PD" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.

           MOVE "PRESTAMO CONCEDIDO" TO AUDITACCION.
           MOVE PRPRINC TO CANTFOR.
           MOVE SPACES TO AUDITDETALLE.
           STRING PRNUM " cta " PRCUENTA " cap " CANTFOR
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.

           PERFORM ESCRIBIRCUADRO THRU FINESCRIBIRCUADRO.
           DISPLAY "Prestamo " PRNUM " concedido; capital abonado con "
                   "MID " LASTID ".".
           DISPLAY "Cuadro de amortizacion en " NOMBRECUADRO.
           GO TO MAIN-PARA.

       REIMPRIMIR.
           DISPLAY "Numero de prestamo: " WITH NO ADVANCING.
           ACCEPT NUMIN.
           OPEN INPUT PRESTAMOSFILE.
           IF FSPR = "35"
               DISPLAY "No hay prestamos concedidos."
               GO TO MAIN-PARA
           END-IF.
           MOVE NUMIN TO PRNUM.
           READ PRESTAMOSFILE
               INVALID KEY
                   CLOSE PRESTAMOSFILE
                   DISPLAY "No existe ese prestamo."
                   GO TO MAIN-PARA
           END-READ.
           CLOSE PRESTAMOSFILE.
           PERFORM ESCRIBIRCUADRO THRU FINESCRIBIRCUADRO.
           DISPLAY "Cuadro de amortizacion en " NOMBRECUADRO.
           GO TO MAIN-PARA.

       ESCRIBIRCUADRO.
           *> Cuadro teorico del prestamo desde su concesion, con el
           *> mismo calculo que COBROPREST aplica cada fin de mes:
           *> intereses del mes sobre el capital pendiente, el resto
           *> de la cuota amortiza capital y la ultima cuota salda lo
           *> que quede. Mismo formato de extracto que LIQUIDAR.
           MOVE SPACES TO NOMBRECUADRO.
           STRING "CUADRO" PRNUM ".TXT"
                  DELIMITED BY SIZE INTO NOMBRECUADRO.
           OPEN OUTPUT CUADROFILE.
           MOVE "====== BANCO UNIZAR - CUADRO DE AMORTIZACION ======"
                   TO CUADROLIN.
           WRITE CUADROLIN.
           MOVE SPACES TO CUADROLIN.
           STRING "Prestamo: " PRNUM "  concedido el (AAMMDD) "
                  PRFECHA DELIMITED BY SIZE INTO CUADROLIN.
           WRITE CUADROLIN.
           MOVE SPACES TO CUADROLIN.
           STRING "Titular: " PRDNI "  cuenta de cargo: " PRCUENTA
                  DELIMITED BY SIZE INTO CUADROLIN.
           WRITE CUADROLIN.
           MOVE PRPRINC TO CANTFOR.
           MOVE PRTASA TO TASAFORMA.
           MOVE SPACES TO CUADROLIN.
           STRING "Capital: " CANTFOR "  tipo anual: " TASAFORMA
                  "%  plazo: " PRPLAZO " meses"
                  DELIMITED BY SIZE INTO CUADROLIN.
           WRITE CUADROLIN.
           MOVE SPACES TO CUADROLIN.
           WRITE CUADROLIN.
           MOVE "Cuota AAMM        Importe     Intereses       Capital"
                   TO CUADROLIN.
           MOVE "     Pendiente" TO CUADROLIN (55:14).
           WRITE CUADROLIN.

           MOVE PRPRINC TO SIMPEND.
           MOVE 0 TO TOTINT.
           MOVE 0 TO NCUOTA.
           DIVIDE PRFECHA BY 10000 GIVING PERAA.
           DIVIDE PRFECHA BY 100 GIVING PERAAMM.
           COMPUTE PERMM = FUNCTION MOD (PERAAMM, 100).
       LINEACUADRO.
           IF NCUOTA NOT < PRPLAZO
               GO TO TOTALCUADRO
           END-IF.
           ADD 1 TO NCUOTA.
           ADD 1 TO PERMM.
           IF PERMM > 12
               MOVE 1 TO PERMM
               ADD 1 TO PERAA
           END-IF.
           COMPUTE PERAAMM = PERAA * 100 + PERMM.
           COMPUTE SIMINT ROUNDED = SIMPEND * PRTASA / 1200.
           IF NCUOTA = PRPLAZO
               MOVE SIMPEND TO SIMCAP
           ELSE
               COMPUTE SIMCAP = PRCUOTA - SIMINT
               IF SIMCAP > SIMPEND
                   MOVE SIMPEND TO SIMCAP
               END-IF
           END-IF.
           COMPUTE SIMCUOTA = SIMINT + SIMCAP.
           SUBTRACT SIMCAP FROM SIMPEND.
           ADD SIMINT TO TOTINT.
           MOVE SIMCUOTA TO CANTFOR.
           MOVE SIMINT TO CANTFOR2.
           MOVE SIMCAP TO CANTFOR3.
           MOVE SIMPEND TO CANTFOR4.
           MOVE SPACES TO CUADROLIN.
           STRING "  " NCUOTA " " PERAAMM " " CANTFOR " " CANTFOR2
                  " " CANTFOR3 " " CANTFOR4
                  DELIMITED BY SIZE INTO CUADROLIN.
           WRITE CUADROLIN.
           GO TO LINEACUADRO.
       TOTALCUADRO.
           MOVE SPACES TO CUADROLIN.
           WRITE CUADROLIN.
           MOVE TOTINT TO TOTFOR.
           MOVE SPACES TO CUADROLIN.
           STRING "Total intereses: " TOTFOR
                  DELIMITED BY SIZE INTO CUADROLIN.
           WRITE CUADROLIN.
           MOVE "Cuotas a fin de mes con cargo en la cuenta indicada."
                   TO CUADROLIN.
           WRITE CUADROLIN.
           CLOSE CUADROFILE.
       FINESCRIBIRCUADRO.
           EXIT.

       AUDITAR.
           *> Rastro de seguridad, igual que MANTDESC: la concesion
           *> queda registrada con el supervisor que la hizo.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "MANTPREST" TO AUDITORIGEN.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAR.
           EXIT.

       END PROGRAM MANTPREST.
