                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 NUMESP PIC 9(6) VALUE 0.
                 02 CANTENTR PIC 9(5) VALUE 0.
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)

           *> Libro diario para contabilidad: un asiento por clase y
           *> dia con numero de apuntes, debe y haber, mas una linea
           *> entradas, RE reembolso, IN abono de intereses, EF
           *> efectivo en ventanilla, SU abono en suspenso, RG
           *> regularizacion de suspenso, DV devolucion de
           *> intercambio, SA arrastre de saldo, ID intereses
           *> deudores de descubierto, RD recibo domiciliado (cargo
           *> o devolucion), AB abono de temporada, CE cesion de
           *> entradas emitida, CR cesion de entradas recibida, LQ
           *> liquidacion a organizador, PD abono de prestamo, PC
           *> cuota de prestamo (intereses o capital), PM comision
           *> de mora de prestamo, RP abono provisional por
           *> reclamacion, RF abono definitivo por reclamacion, RA
           *> anulacion de abono provisional, EM ejecucion de
           *> retencion judicial, ST anulacion (storno) de un
           *> apunte, CH ingreso de cheque, CD cheque devuelto, ??
           *> apunte historico sin clase. Con 30 entradas sobra.
           01 CLASESDIA.
             02 CLASETOT OCCURS 30.
               03 CLASETAB  PIC X(2).
               03 CLASECNT  PIC 9(5).
               03 CLASEDEBE PIC 9(8)V99.
       BUSCARCLASE.
           ADD 1 TO IND.
           IF IND > NCLASES
               IF NCLASES < 30
                   ADD 1 TO NCLASES
                   MOVE CLASEACT TO CLASETAB (NCLASES)
                   MOVE 0 TO CLASECNT (NCLASES)
