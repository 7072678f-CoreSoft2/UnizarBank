               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

	       FD MOVIMIENTOSFILE
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
               MOVE "" TO DESTINO
               MOVE 0 TO NUMESP
               MOVE 0 TO CANTENTR
               MOVE SPACES TO PROMOMOV
               MOVE "IN" TO CLASEMOV
               MOVE SALDO TO SALDOCUENTA
               WRITE MOVIMIENTOSREC
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
               CLOSE MOVIMIENTOSFILE
               PERFORM MEDIASALDO THRU FINMEDIASALDO
               GO TO FINMEDIA
           END-IF.
           *> Acceso directo por la clave alterna CUENTAMOV (los
       CERRARMEDIA.
           CLOSE MOVIMIENTOSFILE.
           IF PRIMERO = "S"
               PERFORM MEDIASALDO THRU FINMEDIASALDO
               GO TO FINMEDIA
           END-IF.
           COMPUTE PESOACUM = PESOACUM
       FINMEDIA.
           EXIT.

       MEDIASALDO.
           *> Sin movimientos en el mes rige el saldo actual; una
           *> cuenta en descubierto (ver MANTDESC) no cobra intereses
           *> acreedores: sus intereses deudores los carga INTDESCUB.
           IF SALDO < 0
               MOVE 0 TO MEDIA
           ELSE
               MOVE SALDO TO MEDIA
           END-IF.
       FINMEDIASALDO.
           EXIT.

       FIN.
           CLOSE CUENTASFILE.
           MOVE "F" TO JCACCION.
